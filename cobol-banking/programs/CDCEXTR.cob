       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.
      *********************************************************
      * CDCEXTR - Daily Change Data Capture Extract
      * Feeds the data warehouse only what changed on the
      * account, customer and loan masters since the last
      * extract, in place of a full copy of all three every
      * night. One pipe-delimited change file per master -
      *   CDCACCT.DAT  accounts
      *   CDCCUST.DAT  customers
      *   CDCLOAN.DAT  loans
      * - each line opening with the operation code, the
      * business date and a sequence number that runs on from
      * one extract to the next across all three files, then
      * the record's current values:
      *   I  inserted - opened, established or originated in
      *      the window
      *   U  updated
      *   C  closed - a closed account, or a paid-off or
      *      charged-off loan
      *   D  purged off the master by ACCTPURG (key only)
      *   F  full refresh image
      * CDCCTL.DAT carries one control record with the count
      * written to each file and the sequence range, for the
      * load to prove against.
      *
      * What changed is taken from the change trails: the
      * account audit trail (AUDIT.DAT, by business date), the
      * customer audit trail (CUSTAUD.DAT, by wall-clock
      * stamp) and the window's transactions (TRANSACT.DAT,
      * both sides - a loan's number rides in TXN-TO-ACCOUNT),
      * plus the masters' own open, established and
      * origination dates for records that arrive without an
      * audit entry. Audit entries that are not about an
      * account - the customer-keyed AMLCASE and COMPLAIN
      * entries, APPLMNT's application entries and the
      * zero-keyed authority denials - are passed over. The
      * window runs from the business date
      * the last extract covered (CDCSTATE.DAT) through
      * today's, so a missed night is caught up by the next
      * one; a rerun of the same business date rebuilds the
      * same extract with the same sequence numbers.
      *
      * FULL writes every record on all three masters as F
      * lines instead - the first load, and recovery when the
      * warehouse has lost a load. It checkpoints after each
      * record like FEEBATCH, and a FULL rerun on the same
      * business date picks up after the last record written.
      * The nightly run takes a full refresh by itself when no
      * extract has ever been taken. Runs nightly at the end
      * of the chain under EODRUN.
      *
      * Usage: CDCEXTR        (changes since the last extract)
      *        CDCEXTR FULL   (full refresh, restartable)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Account master file - indexed by account number
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master file - indexed by customer ID
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Loan master file - indexed by loan number
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Account before-image audit trail
           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Closed-account archive - an account missing from the
      *    master goes out as a delete only when it was purged
           SELECT ACCOUNT-ARCHIVE-FILE ASSIGN TO "data/ACCTARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACA-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer before-image audit trail
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "data/CUSTAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Transaction history file
           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Keys changed in the window - a work file rebuilt each
      *    run, so a record touched many times goes out once
           SELECT CDC-KEY-FILE ASSIGN TO "data/CDCKEYS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDK-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Change files for the warehouse - plain text, pipe
      *    delimited, rebuilt each run
           SELECT CDC-ACCOUNT-FILE ASSIGN TO "data/CDCACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CDC-CUSTOMER-FILE ASSIGN TO "data/CDCCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CDC-LOAN-FILE ASSIGN TO "data/CDCLOAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Control record for the load - counts per change file
           SELECT CDC-CONTROL-FILE ASSIGN TO "data/CDCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Extract window and full refresh restart point
           SELECT CDC-STATE-FILE ASSIGN TO "data/CDCSTATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  ACCOUNT-ARCHIVE-FILE.
           COPY "copybooks/ACCOUNT-ARCHIVE-RECORD.cpy".

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  CUSTOMER-AUDIT-FILE.
           COPY "copybooks/CUSTOMER-AUDIT-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  CDC-KEY-FILE.
       01  CDC-KEY-RECORD.
      *    A=account, C=customer, L=loan - the files go out in
      *    this order
           05  CDK-KEY.
               10  CDK-ENTITY          PIC X(1).
               10  CDK-NUMBER          PIC 9(10).
      *    Y=an account with a PURGE audit entry in the window
           05  CDK-PURGED-FLAG         PIC X(1).
               88  CDK-PURGED          VALUE 'Y'.

       FD  CDC-ACCOUNT-FILE.
       01  CDC-ACCOUNT-LINE            PIC X(400).

       FD  CDC-CUSTOMER-FILE.
       01  CDC-CUSTOMER-LINE           PIC X(400).

       FD  CDC-LOAN-FILE.
       01  CDC-LOAN-LINE               PIC X(400).

       FD  CDC-CONTROL-FILE.
       01  CDC-CONTROL-LINE            PIC X(200).

       FD  CDC-STATE-FILE.
       01  CDC-STATE-LINE              PIC X(150).

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Extract window and restart point, held here across
      *    the run and written back to CDCSTATE.DAT
           COPY "copybooks/CDC-STATE-RECORD.cpy".

      *    Change extract working storage
       01  WS-COMMAND-LINE             PIC X(30).
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
      *    D=changes since the last extract, F=full refresh
       01  WS-RUN-MODE                 PIC X(1) VALUE 'D'.
           88  DAILY-RUN               VALUE 'D'.
           88  FULL-RUN                VALUE 'F'.
       01  WS-FULL-REQUEST-FLAG        PIC X(1) VALUE 'N'.
           88  FULL-REQUESTED          VALUE 'Y'.
       01  WS-EXTRACT-TAKEN-FLAG       PIC X(1) VALUE 'N'.
           88  EXTRACT-TAKEN           VALUE 'Y'.
       01  WS-ACCOUNT-MASTER-FLAG      PIC X(1) VALUE 'N'.
           88  ACCOUNT-MASTER-READY    VALUE 'Y'.
           88  ACCOUNT-MASTER-MISSING  VALUE 'N'.
       01  WS-CUSTOMER-MASTER-FLAG     PIC X(1) VALUE 'N'.
           88  CUSTOMER-MASTER-READY   VALUE 'Y'.
           88  CUSTOMER-MASTER-MISSING VALUE 'N'.
       01  WS-LOAN-MASTER-FLAG         PIC X(1) VALUE 'N'.
           88  LOAN-MASTER-READY       VALUE 'Y'.
           88  LOAN-MASTER-MISSING     VALUE 'N'.
       01  WS-ARCHIVE-FLAG             PIC X(1) VALUE 'N'.
           88  ARCHIVE-READY           VALUE 'Y'.
           88  ARCHIVE-MISSING         VALUE 'N'.

      *    The window - changes after the FROM date/stamp and
      *    through the business date and this run's stamp
       01  WS-WINDOW-FROM-DATE         PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-FROM-STAMP        PIC 9(14) VALUE ZERO.
       01  WS-RUN-STAMP                PIC 9(14) VALUE ZERO.
       01  WS-AUDIT-STAMP              PIC 9(14) VALUE ZERO.
       01  WS-CANDIDATE-KEY            PIC 9(10).

      *    The line being built
       01  WS-CDC-OPERATION            PIC X(1).
       01  WS-CDC-SEQUENCE             PIC 9(12) VALUE ZERO.
       01  WS-FIRST-SEQUENCE           PIC 9(12) VALUE ZERO.
       01  WS-CDC-AMOUNT-1             PIC +9(10).99.
       01  WS-CDC-AMOUNT-2             PIC +9(10).99.
       01  WS-CDC-AMOUNT-3             PIC +9(10).99.
       01  WS-CDC-AMOUNT-4             PIC +9(10).99.
       01  WS-CDC-AMOUNT-5             PIC +9(10).99.
       01  WS-CDC-AMOUNT-6             PIC +9(10).99.
       01  WS-CDC-RATE                 PIC 9.9(4).

      *    Run counts - lines per change file and per operation
       01  WS-ACCOUNT-CHANGES          PIC 9(9) VALUE ZERO.
       01  WS-CUSTOMER-CHANGES         PIC 9(9) VALUE ZERO.
       01  WS-LOAN-CHANGES             PIC 9(9) VALUE ZERO.
       01  WS-INSERT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-UPDATE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-CLOSE-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM READ-CDC-STATE
           EVALUATE TRUE
               WHEN FULL-REQUESTED
                   PERFORM RUN-FULL-REFRESH
               WHEN CDS-FULL-IN-PROGRESS AND
                    CDS-FULL-DATE = WS-BUSINESS-DATE
                   DISPLAY "Full refresh for " CDS-FULL-DATE
                           " did not finish - resuming it"
                   PERFORM RUN-FULL-REFRESH
               WHEN CDS-FULL-IN-PROGRESS
                   DISPLAY "Error: Full refresh for "
                           CDS-FULL-DATE " did not finish - "
                           "run CDCEXTR FULL"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN CDS-THROUGH-DATE = ZERO
                   DISPLAY "No change extract taken before - "
                           "taking a full refresh"
                   PERFORM RUN-FULL-REFRESH
               WHEN CDS-THROUGH-DATE > WS-BUSINESS-DATE
                   DISPLAY "Error: Last extract ran through "
                           CDS-THROUGH-DATE ", after business "
                           "date " WS-BUSINESS-DATE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN CDS-THROUGH-DATE = WS-BUSINESS-DATE AND
                    CDS-MODE-FULL
                   DISPLAY "Full refresh already taken for "
                           WS-BUSINESS-DATE
                           " - no change extract needed"
               WHEN OTHER
                   PERFORM RUN-DAILY-EXTRACT
           END-EVALUATE
           PERFORM DISPLAY-RUN-SUMMARY
      *    GOBACK rather than STOP RUN so this job can run as a
      *    called step under the EODRUN nightly driver as well as
      *    standalone - RETURN-CODE carries the result either way
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           COMPUTE WS-RUN-STAMP =
               WS-DATE-NUMERIC * 1000000 + WS-TIME-NUMERIC
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:4) = "FULL"
               SET FULL-REQUESTED TO TRUE
           END-IF.

       GET-BUSINESS-DATE.
      *    Extracts through the posting business day, the same
      *    date the rest of the chain runs on
           MOVE WS-DATE-NUMERIC TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DAY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BUSINESS-DAY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BDY-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DAY-FILE.

       READ-CDC-STATE.
           INITIALIZE CDC-STATE-RECORD
           OPEN INPUT CDC-STATE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CDC-STATE-FILE INTO CDC-STATE-RECORD
               AT END
                   INITIALIZE CDC-STATE-RECORD
           END-READ
           CLOSE CDC-STATE-FILE.

       SAVE-CDC-STATE.
      *    Rewritten in place, so an abend between two saves
      *    leaves the previous restart point intact
           OPEN I-O CDC-STATE-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT CDC-STATE-FILE
               CLOSE CDC-STATE-FILE
               OPEN I-O CDC-STATE-FILE
           END-IF
           READ CDC-STATE-FILE
               AT END
                   WRITE CDC-STATE-LINE FROM CDC-STATE-RECORD
               NOT AT END
                   REWRITE CDC-STATE-LINE FROM CDC-STATE-RECORD
           END-READ
           CLOSE CDC-STATE-FILE.

      *********************************************************
      * Daily change extract
      *********************************************************
       RUN-DAILY-EXTRACT.
           SET DAILY-RUN TO TRUE
      *    A rerun of a date already extracted covers the same
      *    window and reuses the same sequence numbers
           IF CDS-THROUGH-DATE = WS-BUSINESS-DATE
               DISPLAY "Change extract for " WS-BUSINESS-DATE
                       " already taken - rebuilding it"
               MOVE CDS-FROM-DATE TO WS-WINDOW-FROM-DATE
               MOVE CDS-FROM-STAMP TO WS-WINDOW-FROM-STAMP
               COMPUTE WS-CDC-SEQUENCE = CDS-START-SEQUENCE - 1
           ELSE
               MOVE CDS-THROUGH-DATE TO WS-WINDOW-FROM-DATE
               MOVE CDS-THROUGH-STAMP TO WS-WINDOW-FROM-STAMP
               MOVE CDS-LAST-SEQUENCE TO WS-CDC-SEQUENCE
           END-IF
           COMPUTE WS-FIRST-SEQUENCE = WS-CDC-SEQUENCE + 1

           OPEN OUTPUT CDC-KEY-FILE
           CLOSE CDC-KEY-FILE
           OPEN I-O CDC-KEY-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening change key work file, "
                       "status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-MASTER-FILES

           IF ACCOUNT-MASTER-READY
               PERFORM COLLECT-AUDIT-KEYS
               PERFORM COLLECT-NEW-ACCOUNTS
           END-IF
           IF CUSTOMER-MASTER-READY
               PERFORM COLLECT-CUSTOMER-AUDIT-KEYS
               PERFORM COLLECT-NEW-CUSTOMERS
           END-IF
           PERFORM COLLECT-TRANSACTION-KEYS
           IF LOAN-MASTER-READY
               PERFORM COLLECT-NEW-LOANS
           END-IF

           PERFORM OPEN-CHANGE-FILES
           IF NO-ERROR
               PERFORM EMIT-CHANGES
               CLOSE CDC-ACCOUNT-FILE
               CLOSE CDC-CUSTOMER-FILE
               CLOSE CDC-LOAN-FILE
           END-IF
           PERFORM CLOSE-MASTER-FILES
           CLOSE CDC-KEY-FILE

           IF ERROR-OCCURRED
               DISPLAY "Change extract not completed"
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CONTROL-RECORD
           MOVE WS-WINDOW-FROM-DATE TO CDS-FROM-DATE
           MOVE WS-BUSINESS-DATE TO CDS-THROUGH-DATE
           MOVE WS-WINDOW-FROM-STAMP TO CDS-FROM-STAMP
           MOVE WS-RUN-STAMP TO CDS-THROUGH-STAMP
           MOVE WS-FIRST-SEQUENCE TO CDS-START-SEQUENCE
           MOVE WS-CDC-SEQUENCE TO CDS-LAST-SEQUENCE
           SET CDS-MODE-DAILY TO TRUE
           PERFORM SAVE-CDC-STATE
           SET EXTRACT-TAKEN TO TRUE.

       OPEN-MASTER-FILES.
      *    A master that has never been created simply has no
      *    changes to send
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS = "00"
               SET ACCOUNT-MASTER-READY TO TRUE
           ELSE
               SET ACCOUNT-MASTER-MISSING TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS = "00"
               SET CUSTOMER-MASTER-READY TO TRUE
           ELSE
               SET CUSTOMER-MASTER-MISSING TO TRUE
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS = "00"
               SET LOAN-MASTER-READY TO TRUE
           ELSE
               SET LOAN-MASTER-MISSING TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-ARCHIVE-FILE
           IF WS-FILE-STATUS = "00"
               SET ARCHIVE-READY TO TRUE
           ELSE
               SET ARCHIVE-MISSING TO TRUE
           END-IF.

       CLOSE-MASTER-FILES.
           IF ACCOUNT-MASTER-READY
               CLOSE ACCOUNT-FILE
           END-IF
           IF CUSTOMER-MASTER-READY
               CLOSE CUSTOMER-FILE
           END-IF
           IF LOAN-MASTER-READY
               CLOSE LOAN-FILE
           END-IF
           IF ARCHIVE-READY
               CLOSE ACCOUNT-ARCHIVE-FILE
           END-IF.

       OPEN-CHANGE-FILES.
           OPEN OUTPUT CDC-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account change file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CDC-CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer change file, "
                       "status: " WS-FILE-STATUS
               CLOSE CDC-ACCOUNT-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CDC-LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan change file, "
                       "status: " WS-FILE-STATUS
               CLOSE CDC-ACCOUNT-FILE
               CLOSE CDC-CUSTOMER-FILE
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       ADD-CHANGE-KEY.
      *    CDK-ENTITY and CDK-NUMBER already set - a key already
      *    on the work file is simply left there
           MOVE 'N' TO CDK-PURGED-FLAG
           WRITE CDC-KEY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       ADD-PURGED-KEY.
      *    An account key with a PURGE audit entry - marked on
      *    the work file whether or not it is already there
           MOVE 'Y' TO CDK-PURGED-FLAG
           WRITE CDC-KEY-RECORD
               INVALID KEY
                   REWRITE CDC-KEY-RECORD
           END-WRITE.

       COLLECT-AUDIT-KEYS.
      *    Every account rewritten in the window, by the
      *    business date the audit entry was posted under.
      *    Entries keyed by something other than an account
      *    number are skipped.
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AUD-BUSINESS-DATE > WS-WINDOW-FROM-DATE
                          AND AUD-BUSINESS-DATE <= WS-BUSINESS-DATE
                           PERFORM COLLECT-ONE-AUDIT-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           SET WS-NOT-EOF TO TRUE.

       COLLECT-ONE-AUDIT-KEY.
           IF AUD-ACCOUNT-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE AUD-OPERATION
               WHEN "AMLCASE"
               WHEN "COMPLAIN"
               WHEN "APPLMNT"
               WHEN "AUTHDENY"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "A" TO CDK-ENTITY
           MOVE AUD-ACCOUNT-NUMBER TO CDK-NUMBER
           IF AUD-OPERATION = "PURGE"
               PERFORM ADD-PURGED-KEY
           ELSE
               PERFORM ADD-CHANGE-KEY
           END-IF.

       COLLECT-CUSTOMER-AUDIT-KEYS.
      *    The customer trail carries only the wall clock, so
      *    its window is the stamp of the last extract through
      *    this run's
           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       COMPUTE WS-AUDIT-STAMP =
                           CUA-DATE * 1000000 + CUA-TIME
                       IF WS-AUDIT-STAMP > WS-WINDOW-FROM-STAMP
                          AND WS-AUDIT-STAMP <= WS-RUN-STAMP
                           MOVE "C" TO CDK-ENTITY
                           MOVE CUA-CUSTOMER-ID TO CDK-NUMBER
                           PERFORM ADD-CHANGE-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-AUDIT-FILE
           SET WS-NOT-EOF TO TRUE.

       COLLECT-TRANSACTION-KEYS.
      *    Both sides of every transaction dated in the window -
      *    a side is an account or a loan by whichever master
      *    holds it
           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TXN-DATE > WS-WINDOW-FROM-DATE AND
                          TXN-DATE <= WS-BUSINESS-DATE
                           MOVE TXN-FROM-ACCOUNT TO
                               WS-CANDIDATE-KEY
                           PERFORM CLASSIFY-TRANSACTION-KEY
                           MOVE TXN-TO-ACCOUNT TO WS-CANDIDATE-KEY
                           PERFORM CLASSIFY-TRANSACTION-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           SET WS-NOT-EOF TO TRUE.

       CLASSIFY-TRANSACTION-KEY.
           IF WS-CANDIDATE-KEY = ZERO
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-MASTER-READY
               MOVE WS-CANDIDATE-KEY TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "A" TO CDK-ENTITY
                       MOVE WS-CANDIDATE-KEY TO CDK-NUMBER
                       PERFORM ADD-CHANGE-KEY
               END-READ
           END-IF
           IF LOAN-MASTER-READY
               MOVE WS-CANDIDATE-KEY TO LN-LOAN-NUMBER
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "L" TO CDK-ENTITY
                       MOVE WS-CANDIDATE-KEY TO CDK-NUMBER
                       PERFORM ADD-CHANGE-KEY
               END-READ
           END-IF.

       COLLECT-NEW-ACCOUNTS.
      *    Accounts opened in the window - an opening writes no
      *    audit entry of its own
           MOVE ZERO TO ACC-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACC-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ACC-OPEN-DATE > WS-WINDOW-FROM-DATE AND
                          ACC-OPEN-DATE <= WS-BUSINESS-DATE
                           MOVE "A" TO CDK-ENTITY
                           MOVE ACC-NUMBER TO CDK-NUMBER
                           PERFORM ADD-CHANGE-KEY
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       COLLECT-NEW-CUSTOMERS.
           MOVE ZERO TO CUS-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUS-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CUS-ESTABLISHED-DATE >
                          WS-WINDOW-FROM-DATE AND
                          CUS-ESTABLISHED-DATE <= WS-BUSINESS-DATE
                           MOVE "C" TO CDK-ENTITY
                           MOVE CUS-CUSTOMER-ID TO CDK-NUMBER
                           PERFORM ADD-CHANGE-KEY
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       COLLECT-NEW-LOANS.
           MOVE ZERO TO LN-LOAN-NUMBER
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LN-ORIGINATION-DATE >
                          WS-WINDOW-FROM-DATE AND
                          LN-ORIGINATION-DATE <= WS-BUSINESS-DATE
                           MOVE "L" TO CDK-ENTITY
                           MOVE LN-LOAN-NUMBER TO CDK-NUMBER
                           PERFORM ADD-CHANGE-KEY
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       EMIT-CHANGES.
      *    One line per changed key, accounts then customers
      *    then loans, each in key order
           MOVE LOW-VALUES TO CDK-KEY
           START CDC-KEY-FILE KEY IS NOT LESS THAN CDK-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR ERROR-OCCURRED
               READ CDC-KEY-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       EVALUATE CDK-ENTITY
                           WHEN "A"
                               PERFORM EMIT-ACCOUNT-CHANGE
                           WHEN "C"
                               PERFORM EMIT-CUSTOMER-CHANGE
                           WHEN "L"
                               PERFORM EMIT-LOAN-CHANGE
                       END-EVALUATE
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       EMIT-ACCOUNT-CHANGE.
           MOVE CDK-NUMBER TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM EMIT-ACCOUNT-DELETE
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN ACC-OPEN-DATE > WS-WINDOW-FROM-DATE AND
                    ACC-OPEN-DATE <= WS-BUSINESS-DATE
                   MOVE "I" TO WS-CDC-OPERATION
               WHEN ACC-STATUS = "C"
                   MOVE "C" TO WS-CDC-OPERATION
               WHEN OTHER
                   MOVE "U" TO WS-CDC-OPERATION
           END-EVALUATE
           PERFORM WRITE-ACCOUNT-CHANGE.

       EMIT-ACCOUNT-DELETE.
      *    An account off the master is a delete only when it
      *    was purged - a PURGE audit entry in the window or a
      *    record on the archive. Any other key never reached
      *    the master, and the warehouse never saw it.
           IF NOT CDK-PURGED
               IF ARCHIVE-MISSING
                   EXIT PARAGRAPH
               END-IF
               MOVE CDK-NUMBER TO ACA-ACCOUNT
               READ ACCOUNT-ARCHIVE-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           MOVE "D" TO WS-CDC-OPERATION
           PERFORM WRITE-ACCOUNT-DELETE.

       EMIT-CUSTOMER-CHANGE.
           MOVE CDK-NUMBER TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "D" TO WS-CDC-OPERATION
                   PERFORM WRITE-CUSTOMER-DELETE
                   EXIT PARAGRAPH
           END-READ
           IF CUS-ESTABLISHED-DATE > WS-WINDOW-FROM-DATE AND
              CUS-ESTABLISHED-DATE <= WS-BUSINESS-DATE
               MOVE "I" TO WS-CDC-OPERATION
           ELSE
               MOVE "U" TO WS-CDC-OPERATION
           END-IF
           PERFORM WRITE-CUSTOMER-CHANGE.

       EMIT-LOAN-CHANGE.
           MOVE CDK-NUMBER TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   MOVE "D" TO WS-CDC-OPERATION
                   PERFORM WRITE-LOAN-DELETE
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN LN-ORIGINATION-DATE > WS-WINDOW-FROM-DATE AND
                    LN-ORIGINATION-DATE <= WS-BUSINESS-DATE
                   MOVE "I" TO WS-CDC-OPERATION
               WHEN LN-PAID-OFF OR LN-CHARGED-OFF
                   MOVE "C" TO WS-CDC-OPERATION
               WHEN OTHER
                   MOVE "U" TO WS-CDC-OPERATION
           END-EVALUATE
           PERFORM WRITE-LOAN-CHANGE.

      *********************************************************
      * Full refresh
      *********************************************************
       RUN-FULL-REFRESH.
           SET FULL-RUN TO TRUE
           IF CDS-FULL-IN-PROGRESS AND
              CDS-FULL-DATE = WS-BUSINESS-DATE
               DISPLAY "Resuming full refresh at file "
                       CDS-FULL-ENTITY " after key "
                       CDS-FULL-LAST-KEY
           ELSE
               SET CDS-FULL-IN-PROGRESS TO TRUE
               MOVE WS-BUSINESS-DATE TO CDS-FULL-DATE
               MOVE "A" TO CDS-FULL-ENTITY
               MOVE ZERO TO CDS-FULL-LAST-KEY
               COMPUTE CDS-FULL-START-SEQUENCE =
                   CDS-LAST-SEQUENCE + 1
               MOVE CDS-LAST-SEQUENCE TO CDS-FULL-LAST-SEQUENCE
               MOVE ZERO TO CDS-FULL-ACCOUNT-COUNT
               MOVE ZERO TO CDS-FULL-CUSTOMER-COUNT
               MOVE ZERO TO CDS-FULL-LOAN-COUNT
               PERFORM SAVE-CDC-STATE
           END-IF
           MOVE CDS-FULL-LAST-SEQUENCE TO WS-CDC-SEQUENCE
           MOVE CDS-FULL-START-SEQUENCE TO WS-FIRST-SEQUENCE
           MOVE CDS-FULL-ACCOUNT-COUNT TO WS-ACCOUNT-CHANGES
           MOVE CDS-FULL-CUSTOMER-COUNT TO WS-CUSTOMER-CHANGES
           MOVE CDS-FULL-LOAN-COUNT TO WS-LOAN-CHANGES
           MOVE "F" TO WS-CDC-OPERATION

           IF CDS-FULL-ENTITY = "A"
               PERFORM REFRESH-ACCOUNTS
           END-IF
           IF CDS-FULL-ENTITY = "C" AND NO-ERROR
               PERFORM REFRESH-CUSTOMERS
           END-IF
           IF CDS-FULL-ENTITY = "L" AND NO-ERROR
               PERFORM REFRESH-LOANS
           END-IF
           IF ERROR-OCCURRED
               DISPLAY "Full refresh stopped - rerun CDCEXTR FULL "
                       "to resume it"
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE TO CDS-FROM-DATE
           MOVE WS-BUSINESS-DATE TO CDS-THROUGH-DATE
           MOVE WS-RUN-STAMP TO CDS-FROM-STAMP
           MOVE WS-RUN-STAMP TO CDS-THROUGH-STAMP
           MOVE WS-FIRST-SEQUENCE TO CDS-START-SEQUENCE
           MOVE WS-CDC-SEQUENCE TO CDS-LAST-SEQUENCE
           SET CDS-MODE-FULL TO TRUE
           SET CDS-FULL-IDLE TO TRUE
           MOVE SPACES TO CDS-FULL-ENTITY
           MOVE ZERO TO CDS-FULL-LAST-KEY
           PERFORM SAVE-CDC-STATE
           SET EXTRACT-TAKEN TO TRUE.

       CHECKPOINT-FULL-REFRESH.
      *    Record the line just written as the restart point, so
      *    an abend on the next record leaves this one done
           MOVE WS-CDC-SEQUENCE TO CDS-FULL-LAST-SEQUENCE
           MOVE WS-ACCOUNT-CHANGES TO CDS-FULL-ACCOUNT-COUNT
           MOVE WS-CUSTOMER-CHANGES TO CDS-FULL-CUSTOMER-COUNT
           MOVE WS-LOAN-CHANGES TO CDS-FULL-LOAN-COUNT
           PERFORM SAVE-CDC-STATE.

       REFRESH-ACCOUNTS.
      *    A resumed file is extended after its last key; if it
      *    has gone missing the file starts over
           IF CDS-FULL-LAST-KEY > ZERO
               OPEN EXTEND CDC-ACCOUNT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Account change file missing - "
                           "refreshing accounts from the start"
                   MOVE ZERO TO CDS-FULL-LAST-KEY
                   MOVE ZERO TO WS-ACCOUNT-CHANGES
               END-IF
           END-IF
           IF CDS-FULL-LAST-KEY = ZERO
               OPEN OUTPUT CDC-ACCOUNT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening account change file, "
                           "status: " WS-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS = "00"
               MOVE CDS-FULL-LAST-KEY TO ACC-NUMBER
               START ACCOUNT-FILE KEY IS GREATER THAN ACC-NUMBER
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF OR ERROR-OCCURRED
                   READ ACCOUNT-FILE NEXT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-ACCOUNT-CHANGE
                           MOVE ACC-NUMBER TO CDS-FULL-LAST-KEY
                           PERFORM CHECKPOINT-FULL-REFRESH
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               SET WS-NOT-EOF TO TRUE
           END-IF
           CLOSE CDC-ACCOUNT-FILE
           IF NO-ERROR
               MOVE "C" TO CDS-FULL-ENTITY
               MOVE ZERO TO CDS-FULL-LAST-KEY
               PERFORM CHECKPOINT-FULL-REFRESH
           END-IF.

       REFRESH-CUSTOMERS.
           IF CDS-FULL-LAST-KEY > ZERO
               OPEN EXTEND CDC-CUSTOMER-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Customer change file missing - "
                           "refreshing customers from the start"
                   MOVE ZERO TO CDS-FULL-LAST-KEY
                   MOVE ZERO TO WS-CUSTOMER-CHANGES
               END-IF
           END-IF
           IF CDS-FULL-LAST-KEY = ZERO
               OPEN OUTPUT CDC-CUSTOMER-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening customer change file, "
                           "status: " WS-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE CDS-FULL-LAST-KEY TO CUS-CUSTOMER-ID
               START CUSTOMER-FILE
                   KEY IS GREATER THAN CUS-CUSTOMER-ID
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF OR ERROR-OCCURRED
                   READ CUSTOMER-FILE NEXT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-CUSTOMER-CHANGE
                           MOVE CUS-CUSTOMER-ID TO
                               CDS-FULL-LAST-KEY
                           PERFORM CHECKPOINT-FULL-REFRESH
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               SET WS-NOT-EOF TO TRUE
           END-IF
           CLOSE CDC-CUSTOMER-FILE
           IF NO-ERROR
               MOVE "L" TO CDS-FULL-ENTITY
               MOVE ZERO TO CDS-FULL-LAST-KEY
               PERFORM CHECKPOINT-FULL-REFRESH
           END-IF.

       REFRESH-LOANS.
           IF CDS-FULL-LAST-KEY > ZERO
               OPEN EXTEND CDC-LOAN-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Loan change file missing - "
                           "refreshing loans from the start"
                   MOVE ZERO TO CDS-FULL-LAST-KEY
                   MOVE ZERO TO WS-LOAN-CHANGES
               END-IF
           END-IF
           IF CDS-FULL-LAST-KEY = ZERO
               OPEN OUTPUT CDC-LOAN-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening loan change file, "
                           "status: " WS-FILE-STATUS
                   SET ERROR-OCCURRED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS = "00"
               MOVE CDS-FULL-LAST-KEY TO LN-LOAN-NUMBER
               START LOAN-FILE KEY IS GREATER THAN LN-LOAN-NUMBER
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF OR ERROR-OCCURRED
                   READ LOAN-FILE NEXT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-LOAN-CHANGE
                           MOVE LN-LOAN-NUMBER TO CDS-FULL-LAST-KEY
                           PERFORM CHECKPOINT-FULL-REFRESH
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
               SET WS-NOT-EOF TO TRUE
           END-IF
           CLOSE CDC-LOAN-FILE.

      *********************************************************
      * Change lines - operation|business date|sequence|key
      * followed by the record's current values. A pipe keyed
      * into a text field is sent as a slash, and trailing
      * spaces are dropped from names and addresses.
      *********************************************************
       WRITE-ACCOUNT-CHANGE.
           ADD 1 TO WS-CDC-SEQUENCE
           INSPECT ACC-CUSTOMER-NAME REPLACING ALL "|" BY "/"
           MOVE ACC-BALANCE TO WS-CDC-AMOUNT-1
           MOVE ACC-OVERDRAFT-LIMIT TO WS-CDC-AMOUNT-2
           MOVE SPACES TO CDC-ACCOUNT-LINE
           STRING WS-CDC-OPERATION "|" WS-BUSINESS-DATE "|"
                  WS-CDC-SEQUENCE "|" ACC-NUMBER "|"
                  ACC-CUSTOMER-ID "|"
                  DELIMITED BY SIZE
                  ACC-CUSTOMER-NAME DELIMITED BY "  "
                  "|" ACC-STATUS "|" ACC-ACCOUNT-TYPE "|"
                  ACC-PRODUCT-CODE "|" ACC-BRANCH "|"
                  ACC-CURRENCY-CODE "|" WS-CDC-AMOUNT-1 "|"
                  WS-CDC-AMOUNT-2 "|" ACC-OPEN-DATE "|"
                  ACC-LAST-ACTIVITY-DATE "|" ACC-MATURITY-DATE "|"
                  ACC-LINKED-ACCOUNT "|" ACC-SWEEP-ACCOUNT
                  DELIMITED BY SIZE
                  INTO CDC-ACCOUNT-LINE
           WRITE CDC-ACCOUNT-LINE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing account change file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-CHANGES
           PERFORM COUNT-OPERATION.

       WRITE-ACCOUNT-DELETE.
           ADD 1 TO WS-CDC-SEQUENCE
           MOVE SPACES TO CDC-ACCOUNT-LINE
           STRING WS-CDC-OPERATION "|" WS-BUSINESS-DATE "|"
                  WS-CDC-SEQUENCE "|" CDK-NUMBER
                  DELIMITED BY SIZE
                  INTO CDC-ACCOUNT-LINE
           WRITE CDC-ACCOUNT-LINE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing account change file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-CHANGES
           PERFORM COUNT-OPERATION.

       WRITE-CUSTOMER-CHANGE.
           ADD 1 TO WS-CDC-SEQUENCE
           INSPECT CUS-CUSTOMER-NAME REPLACING ALL "|" BY "/"
           INSPECT CUS-ADDRESS-LINE-1 REPLACING ALL "|" BY "/"
           INSPECT CUS-ADDRESS-LINE-2 REPLACING ALL "|" BY "/"
           INSPECT CUS-CITY REPLACING ALL "|" BY "/"
           INSPECT CUS-ZIP-CODE REPLACING ALL "|" BY "/"
           INSPECT CUS-PHONE REPLACING ALL "|" BY "/"
           INSPECT CUS-EMAIL REPLACING ALL "|" BY "/"
           MOVE SPACES TO CDC-CUSTOMER-LINE
           STRING WS-CDC-OPERATION "|" WS-BUSINESS-DATE "|"
                  WS-CDC-SEQUENCE "|" CUS-CUSTOMER-ID "|"
                  DELIMITED BY SIZE
                  CUS-CUSTOMER-NAME DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  CUS-ADDRESS-LINE-1 DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  CUS-ADDRESS-LINE-2 DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  CUS-CITY DELIMITED BY "  "
                  "|" CUS-STATE "|" DELIMITED BY SIZE
                  CUS-ZIP-CODE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  CUS-PHONE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  CUS-EMAIL DELIMITED BY "  "
                  "|" CUS-ESTABLISHED-DATE "|" CUS-W9-STATUS "|"
                  CUS-DATE-OF-DEATH "|" CUS-MAIL-STATUS "|"
                  CUS-STMT-DELIVERY "|" CUS-STMT-COMBINED
                  DELIMITED BY SIZE
                  INTO CDC-CUSTOMER-LINE
           WRITE CDC-CUSTOMER-LINE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing customer change file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMER-CHANGES
           PERFORM COUNT-OPERATION.

       WRITE-CUSTOMER-DELETE.
           ADD 1 TO WS-CDC-SEQUENCE
           MOVE SPACES TO CDC-CUSTOMER-LINE
           STRING WS-CDC-OPERATION "|" WS-BUSINESS-DATE "|"
                  WS-CDC-SEQUENCE "|" CDK-NUMBER
                  DELIMITED BY SIZE
                  INTO CDC-CUSTOMER-LINE
           WRITE CDC-CUSTOMER-LINE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing customer change file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUSTOMER-CHANGES
           PERFORM COUNT-OPERATION.

       WRITE-LOAN-CHANGE.
           ADD 1 TO WS-CDC-SEQUENCE
           INSPECT LN-CUSTOMER-NAME REPLACING ALL "|" BY "/"
           MOVE LN-PRINCIPAL-BALANCE TO WS-CDC-AMOUNT-1
           MOVE LN-ORIGINAL-PRINCIPAL TO WS-CDC-AMOUNT-2
           MOVE LN-PAYMENT-AMOUNT TO WS-CDC-AMOUNT-3
           MOVE LN-ACCRUED-INTEREST TO WS-CDC-AMOUNT-4
           MOVE LN-UNPAID-FEES TO WS-CDC-AMOUNT-5
           MOVE LN-ESCROW-BALANCE TO WS-CDC-AMOUNT-6
           MOVE LN-ANNUAL-RATE TO WS-CDC-RATE
           MOVE SPACES TO CDC-LOAN-LINE
           STRING WS-CDC-OPERATION "|" WS-BUSINESS-DATE "|"
                  WS-CDC-SEQUENCE "|" LN-LOAN-NUMBER "|"
                  LN-CUSTOMER-ID "|"
                  DELIMITED BY SIZE
                  LN-CUSTOMER-NAME DELIMITED BY "  "
                  "|" LN-STATUS "|" WS-CDC-AMOUNT-1 "|"
                  WS-CDC-AMOUNT-2 "|" WS-CDC-RATE "|"
                  LN-TERM-MONTHS "|" WS-CDC-AMOUNT-3 "|"
                  LN-NEXT-DUE-DATE "|" LN-ORIGINATION-DATE "|"
                  LN-MATURITY-DATE "|" WS-CDC-AMOUNT-4 "|"
                  WS-CDC-AMOUNT-5 "|" WS-CDC-AMOUNT-6 "|"
                  LN-RATE-TYPE "|" LN-PAYMENT-ACCOUNT "|"
                  LN-FUNDED-DATE
                  DELIMITED BY SIZE
                  INTO CDC-LOAN-LINE
           WRITE CDC-LOAN-LINE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing loan change file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-CHANGES
           PERFORM COUNT-OPERATION.

       WRITE-LOAN-DELETE.
           ADD 1 TO WS-CDC-SEQUENCE
           MOVE SPACES TO CDC-LOAN-LINE
           STRING WS-CDC-OPERATION "|" WS-BUSINESS-DATE "|"
                  WS-CDC-SEQUENCE "|" CDK-NUMBER
                  DELIMITED BY SIZE
                  INTO CDC-LOAN-LINE
           WRITE CDC-LOAN-LINE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing loan change file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-CHANGES
           PERFORM COUNT-OPERATION.

       COUNT-OPERATION.
           EVALUATE WS-CDC-OPERATION
               WHEN "I"
                   ADD 1 TO WS-INSERT-COUNT
               WHEN "U"
                   ADD 1 TO WS-UPDATE-COUNT
               WHEN "C"
                   ADD 1 TO WS-CLOSE-COUNT
               WHEN "D"
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE.

       WRITE-CONTROL-RECORD.
      *    CTL|business date|mode|file|count|file|count|file|
      *    count|first sequence|last sequence|run date|run time
           OPEN OUTPUT CDC-CONTROL-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening change control file, "
                       "status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CDC-CONTROL-LINE
           STRING "CTL|" WS-BUSINESS-DATE "|" WS-RUN-MODE
                  "|CDCACCT|" WS-ACCOUNT-CHANGES
                  "|CDCCUST|" WS-CUSTOMER-CHANGES
                  "|CDCLOAN|" WS-LOAN-CHANGES
                  "|" WS-FIRST-SEQUENCE "|" WS-CDC-SEQUENCE
                  "|" WS-DATE-NUMERIC "|" WS-TIME-NUMERIC
                  DELIMITED BY SIZE
                  INTO CDC-CONTROL-LINE
           WRITE CDC-CONTROL-LINE
           CLOSE CDC-CONTROL-FILE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "CHANGE DATA CAPTURE EXTRACT"
           DISPLAY "=============================="
           DISPLAY "Business date:       " WS-BUSINESS-DATE
           IF NOT EXTRACT-TAKEN
               DISPLAY "No extract written"
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF
           IF FULL-RUN
               DISPLAY "Mode:                full refresh"
           ELSE
               DISPLAY "Mode:                changes after "
                       WS-WINDOW-FROM-DATE
           END-IF
           DISPLAY "Account lines:       " WS-ACCOUNT-CHANGES
           DISPLAY "Customer lines:      " WS-CUSTOMER-CHANGES
           DISPLAY "Loan lines:          " WS-LOAN-CHANGES
           IF DAILY-RUN
               DISPLAY "  Inserted:          " WS-INSERT-COUNT
               DISPLAY "  Updated:           " WS-UPDATE-COUNT
               DISPLAY "  Closed:            " WS-CLOSE-COUNT
               DISPLAY "  Deleted:           " WS-DELETE-COUNT
           END-IF
           DISPLAY "Sequence numbers:    " WS-FIRST-SEQUENCE
                   " - " WS-CDC-SEQUENCE
           DISPLAY " ".

       END PROGRAM CDCEXTR.
