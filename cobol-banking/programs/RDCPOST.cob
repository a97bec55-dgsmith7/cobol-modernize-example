       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDCPOST.
      *********************************************************
      * RDCPOST - Remote Deposit Capture Intake and Review
      * Queue
      * Customers deposit checks by scanning them, and the
      * capture vendor sends the day's images as one file of
      * items. An image is a copy - the paper check is still in
      * the customer's hand and can be scanned again, or carried
      * into a branch - so every item is checked for duplicate
      * presentment before it posts, against:
      *   - the other items in the same file
      *   - every earlier remote item not rejected
      *     (RDCITEMS.DAT)
      *   - every check deposited at a teller (DEPITEMS.DAT)
      * matching on routing number, drawer's account and check
      * number. Each item must also fit the customer's per-item
      * limit, and the customer's items posted for the business
      * day must fit the daily limit - the customer's own
      * limits on RDCLIMIT.DAT, or the RDC-ITEM-LIMIT and
      * RDC-DAILY-LIMIT parameters. An item that passes posts
      * its own credit and takes an availability hold for
      * CHECK-HOLD-DAYS on HOLDS.DAT, the same hold a teller
      * check deposit takes. An item that fails is held in the
      * RDCITEMS.DAT review queue instead of posting.
      *
      * Remote deposit records are fixed-width display
      * numerics:
      *   account(10) routing(9) check-account(17)
      *   check-number(10) amount(12, 9(10)V99)
      *
      * Usage: RDCPOST                    (reads data/RDCIN.DAT)
      *        RDCPOST TELLER-ID LIST
      *        RDCPOST TELLER-ID APPROVE sequence
      *        RDCPOST TELLER-ID REJECT sequence
      *        RDCPOST TELLER-ID LIMITS
      *        RDCPOST TELLER-ID LIMIT customer item-limit
      *                daily-limit
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Daily remote deposit file from the capture vendor
           SELECT RDC-IN-FILE ASSIGN TO "data/RDCIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Every remote item taken in - history and review queue
           SELECT RDC-ITEM-FILE ASSIGN TO "data/RDCITEMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Per-customer remote deposit limits
           SELECT RDC-LIMIT-FILE ASSIGN TO "data/RDCLIMIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Check items deposited at a teller through DEPTICKT
           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "data/DEPITEMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Locked exclusively for the read-increment-write sequence
      *    so overlapping sessions can't hand out duplicate TXN-IDs.
           SELECT COUNTER-FILE ASSIGN TO "data/COUNTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Funds availability holds - one per posted item
           SELECT HOLD-FILE ASSIGN TO "data/HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameters maintained by PARMMNT
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Account-keyed transaction index - every transaction
      *    written to TRANSACT.DAT is mirrored here once per
      *    account side
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RDC-IN-FILE.
       01  RDC-IN-RECORD.
           05  RIN-ACCOUNT             PIC 9(10).
           05  RIN-ROUTING             PIC 9(9).
           05  RIN-CHECK-ACCOUNT       PIC X(17).
           05  RIN-CHECK-NUMBER        PIC 9(10).
           05  RIN-AMOUNT              PIC 9(10)V99.

       FD  RDC-ITEM-FILE.
           COPY "copybooks/RDC-ITEM-RECORD.cpy".

       FD  RDC-LIMIT-FILE.
           COPY "copybooks/RDC-LIMIT-RECORD.cpy".

       FD  DEPOSIT-ITEM-FILE.
           COPY "copybooks/DEPOSIT-ITEM-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  HOLD-FILE.
           COPY "copybooks/HOLD-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    Branch stamped onto every transaction this program
      *    writes - the account's branch
       01  WS-POSTING-BRANCH           PIC X(3) VALUE SPACES.

      *    Remote deposit working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-RDI-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-RDI-EOF              VALUE 'Y'.
           88  WS-RDI-NOT-EOF          VALUE 'N'.
       01  WS-DPI-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-DPI-EOF              VALUE 'Y'.
           88  WS-DPI-NOT-EOF          VALUE 'N'.
       01  WS-RDL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-RDL-EOF              VALUE 'Y'.
           88  WS-RDL-NOT-EOF          VALUE 'N'.
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.
       01  WS-AUDIT-OPERATION          PIC X(10).
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-RUN-COMMAND              PIC X(10) VALUE SPACES.
       01  WS-TEMP-SEQUENCE            PIC X(10) VALUE SPACES.
       01  WS-SEQ-ARG                  PIC 9(7) VALUE ZERO.
       01  WS-TEMP-ITEM-LIMIT          PIC X(12) VALUE SPACES.
       01  WS-TEMP-DAILY-LIMIT         PIC X(12) VALUE SPACES.
       01  WS-CUSTOMER-ARG             PIC 9(10) VALUE ZERO.
       01  WS-ITEM-LIMIT-ARG           PIC 9(8)V99 VALUE ZERO.
       01  WS-DAILY-LIMIT-ARG          PIC 9(8)V99 VALUE ZERO.

      *    Limits for a customer with none of their own on
      *    RDCLIMIT.DAT - overridden by RDC-ITEM-LIMIT and
      *    RDC-DAILY-LIMIT on PARAMS.DAT
       01  RDC-ITEM-LIMIT              PIC 9(8)V99 VALUE 5000.00.
       01  RDC-DAILY-LIMIT             PIC 9(8)V99 VALUE 25000.00.

      *    Check items hold until the collection window passes,
      *    the same CHECK-HOLD-DAYS the teller deposit path uses
       01  CHECK-HOLD-DAYS             PIC 9(1) VALUE 2.
       01  WS-HOLD-RELEASE-DATE        PIC 9(8).

      *    Why the current item cannot post - spaces means it can
       01  WS-SUSPEND-REASON           PIC X(8) VALUE SPACES.

      *    The customer behind the current item, the limits in
      *    force for that customer, and what the customer's
      *    remote items have already posted this business day
       01  WS-ITEM-CUSTOMER            PIC 9(10).
       01  WS-ITEM-LIMIT               PIC 9(8)V99.
       01  WS-DAILY-LIMIT              PIC 9(8)V99.
       01  WS-DAY-POSTED-TOTAL         PIC S9(10)V99 COMP-3.
       01  WS-DAY-PROPOSED-TOTAL       PIC S9(10)V99 COMP-3.

      *    Sequences at or above the first one this run assigned
      *    belong to items in the same file
       01  WS-RDI-NEXT-SEQUENCE        PIC 9(7).
       01  WS-RUN-FIRST-SEQUENCE       PIC 9(7).
       01  WS-ITEM-STATUS              PIC X(1).
       01  WS-ITEM-TXN-ID              PIC 9(15).

       01  WS-QUEUE-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  QUEUE-REC-FOUND         VALUE 'Y'.
           88  QUEUE-REC-NOT-FOUND     VALUE 'N'.
       01  WS-LIMIT-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  LIMIT-FOUND             VALUE 'Y'.
           88  LIMIT-NOT-FOUND         VALUE 'N'.

      *    Run counters and totals
       01  WS-ITEMS-READ               PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-POSTED             PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-QUEUED             PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-DUPLICATE          PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-OVER-LIMIT         PIC 9(7) VALUE ZERO.
       01  WS-LIMITS-LISTED            PIC 9(5) VALUE ZERO.
       01  WS-READ-TOTAL               PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-QUEUED-TOTAL             PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-LIMIT            PIC Z,ZZZ,ZZ9.99.

      *    Split-out date fields for computing the hold release
      *    date, same approach as BANKLEDG's deposit hold
       01  WS-BD-YEAR                  PIC 9(4).
       01  WS-BD-MONTH                 PIC 9(2).
       01  WS-BD-DAY                   PIC 9(2).
       01  WS-BD-WORK-DATE             PIC 9(8).
       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 28.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH        PIC 9(2) OCCURS 12 TIMES.
       01  WS-MAX-DAY-IN-MONTH         PIC 9(2).
       01  WS-LEAP-YEAR-QUOTIENT       PIC 9(4).
       01  WS-LEAP-YEAR-REMAINDER      PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-RUN-COMMAND
               WHEN "LIST"
                   PERFORM LIST-REVIEW-QUEUE
               WHEN "APPROVE"
                   PERFORM APPROVE-QUEUED-ITEM
               WHEN "REJECT"
                   PERFORM REJECT-QUEUED-ITEM
               WHEN "LIMITS"
                   PERFORM LIST-CUSTOMER-LIMITS
               WHEN "LIMIT"
                   PERFORM SET-CUSTOMER-LIMIT
               WHEN SPACES
                   PERFORM RUN-DAILY-INTAKE
               WHEN OTHER
                   PERFORM DISPLAY-USAGE
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-EVALUATE
           MOVE WS-MAIN-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-MAIN-RETURN-CODE
      *    With no arguments this is the daily intake run; with
      *    a teller ID and command it is a review action
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           UNSTRING WS-PARM-DATA DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-RUN-COMMAND
                    WS-TEMP-SEQUENCE
                    WS-TEMP-ITEM-LIMIT
                    WS-TEMP-DAILY-LIMIT
           IF WS-RUN-COMMAND = "LIMIT"
               IF WS-TEMP-SEQUENCE NOT = SPACES
                   COMPUTE WS-CUSTOMER-ARG =
                       FUNCTION NUMVAL(WS-TEMP-SEQUENCE)
               END-IF
               IF WS-TEMP-ITEM-LIMIT NOT = SPACES
                   COMPUTE WS-ITEM-LIMIT-ARG =
                       FUNCTION NUMVAL(WS-TEMP-ITEM-LIMIT)
               END-IF
               IF WS-TEMP-DAILY-LIMIT NOT = SPACES
                   COMPUTE WS-DAILY-LIMIT-ARG =
                       FUNCTION NUMVAL(WS-TEMP-DAILY-LIMIT)
               END-IF
           ELSE
               IF WS-TEMP-SEQUENCE NOT = SPACES
                   COMPUTE WS-SEQ-ARG =
                       FUNCTION NUMVAL(WS-TEMP-SEQUENCE)
               END-IF
           END-IF.

       GET-BUSINESS-DATE.
      *    Remote deposits post under the business date, the same
      *    date the teller deposits and their holds run on
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

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in default limits with any
      *    operational parameter in force. No file means the
      *    compiled values stand.
           OPEN INPUT PARAMETER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-PARM-NOT-EOF TO TRUE
           PERFORM UNTIL WS-PARM-EOF
               READ PARAMETER-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       IF PRM-EFFECTIVE-DATE <= WS-DATE-NUMERIC
                           PERFORM APPLY-ONE-PARAMETER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

       APPLY-ONE-PARAMETER.
           EVALUATE PRM-NAME
               WHEN "RDC-ITEM-LIMIT"
                   MOVE PRM-VALUE TO RDC-ITEM-LIMIT
               WHEN "RDC-DAILY-LIMIT"
                   MOVE PRM-VALUE TO RDC-DAILY-LIMIT
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

      * Daily intake run
       RUN-DAILY-INTAKE.
           OPEN INPUT RDC-IN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No remote deposit file data/RDCIN.DAT - "
                       "nothing to post"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               CLOSE RDC-IN-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-ITEM-SEQUENCE
           MOVE WS-RDI-NEXT-SEQUENCE TO WS-RUN-FIRST-SEQUENCE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ RDC-IN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       ADD RIN-AMOUNT TO WS-READ-TOTAL
                       PERFORM TAKE-IN-REMOTE-ITEM
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           CLOSE RDC-IN-FILE
           PERFORM DISPLAY-RUN-SUMMARY.

       TAKE-IN-REMOTE-ITEM.
      *    Screen the item in RDC-IN-RECORD, post it when it
      *    passes, and record it on RDCITEMS.DAT either way -
      *    posted, or held with the reason it could not post
           MOVE ZERO TO WS-ITEM-TXN-ID
           PERFORM SCREEN-REMOTE-ITEM
           IF WS-SUSPEND-REASON = SPACES
               PERFORM POST-REMOTE-ITEM
           END-IF
           IF WS-SUSPEND-REASON = SPACES
               MOVE "P" TO WS-ITEM-STATUS
               ADD 1 TO WS-ITEMS-POSTED
               ADD RIN-AMOUNT TO WS-POSTED-TOTAL
           ELSE
               MOVE "H" TO WS-ITEM-STATUS
               ADD 1 TO WS-ITEMS-QUEUED
               ADD RIN-AMOUNT TO WS-QUEUED-TOTAL
               EVALUATE WS-SUSPEND-REASON
                   WHEN "DUPFILE"
                   WHEN "DUPRDC"
                   WHEN "DUPTELLR"
                       ADD 1 TO WS-ITEMS-DUPLICATE
                   WHEN "ITEMLIM"
                   WHEN "DAYLIM"
                       ADD 1 TO WS-ITEMS-OVER-LIMIT
               END-EVALUATE
           END-IF
           PERFORM RECORD-REMOTE-ITEM
           IF WS-ITEM-STATUS = "H"
               MOVE RIN-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "Remote item check " RIN-CHECK-NUMBER
                       " for " RIN-ACCOUNT " $" WS-DISPLAY-AMOUNT
                       " held for review - " WS-SUSPEND-REASON
                       " - sequence " WS-RDI-NEXT-SEQUENCE
           END-IF
           ADD 1 TO WS-RDI-NEXT-SEQUENCE.

       SCREEN-REMOTE-ITEM.
      *    Leave WS-SUSPEND-REASON set when the item may not post
      *    without a reviewer's decision. Called with
      *    ACCOUNT-FILE open I-O.
           MOVE SPACES TO WS-SUSPEND-REASON
           MOVE ZERO TO WS-ITEM-CUSTOMER
           MOVE RIN-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-SUSPEND-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE ACC-CUSTOMER-ID TO WS-ITEM-CUSTOMER
           IF ACC-STATUS NOT = "A"
               MOVE "INACTIVE" TO WS-SUSPEND-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CUSTOMER-LIMITS
           IF RIN-AMOUNT > WS-ITEM-LIMIT
               MOVE "ITEMLIM" TO WS-SUSPEND-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PRIOR-REMOTE-ITEMS
           IF WS-SUSPEND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TELLER-DEPOSITED-ITEMS
           IF WS-SUSPEND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-PROPOSED-TOTAL =
               WS-DAY-POSTED-TOTAL + RIN-AMOUNT
           IF WS-DAY-PROPOSED-TOTAL > WS-DAILY-LIMIT
               MOVE "DAYLIM" TO WS-SUSPEND-REASON
           END-IF.

       FIND-CUSTOMER-LIMITS.
      *    The customer's own limits when RDCLIMIT.DAT has them,
      *    otherwise the parameter defaults
           MOVE RDC-ITEM-LIMIT TO WS-ITEM-LIMIT
           MOVE RDC-DAILY-LIMIT TO WS-DAILY-LIMIT
           OPEN INPUT RDC-LIMIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET LIMIT-NOT-FOUND TO TRUE
           SET WS-RDL-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RDL-EOF OR LIMIT-FOUND
               READ RDC-LIMIT-FILE
                   AT END
                       SET WS-RDL-EOF TO TRUE
                   NOT AT END
                       IF RDL-CUSTOMER-ID = WS-ITEM-CUSTOMER
                           SET LIMIT-FOUND TO TRUE
                           MOVE RDL-ITEM-LIMIT TO WS-ITEM-LIMIT
                           MOVE RDL-DAILY-LIMIT TO WS-DAILY-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RDC-LIMIT-FILE.

       CHECK-PRIOR-REMOTE-ITEMS.
      *    One pass over RDCITEMS.DAT does two jobs: find an
      *    earlier image of the same check that was not
      *    rejected, and total what the customer's images have
      *    posted this business day for the daily limit. A check
      *    with no drawer's account on its MICR line cannot be
      *    matched and is never called a duplicate.
           MOVE ZERO TO WS-DAY-POSTED-TOTAL
           OPEN INPUT RDC-ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-RDI-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RDI-EOF
               READ RDC-ITEM-FILE
                   AT END
                       SET WS-RDI-EOF TO TRUE
                   NOT AT END
                       PERFORM TEST-ONE-PRIOR-ITEM
               END-READ
           END-PERFORM
           CLOSE RDC-ITEM-FILE.

       TEST-ONE-PRIOR-ITEM.
           IF RDI-CUSTOMER-ID = WS-ITEM-CUSTOMER
               IF (RDI-POSTED AND RDI-DATE = WS-BUSINESS-DATE) OR
                  (RDI-APPROVED AND
                   RDI-REVIEWED-DATE = WS-BUSINESS-DATE)
                   ADD RDI-AMOUNT TO WS-DAY-POSTED-TOTAL
               END-IF
           END-IF
           IF WS-SUSPEND-REASON NOT = SPACES OR
              RDI-REJECTED OR
              RIN-CHECK-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF RDI-ROUTING = RIN-ROUTING AND
              RDI-CHECK-ACCOUNT = RIN-CHECK-ACCOUNT AND
              RDI-CHECK-NUMBER = RIN-CHECK-NUMBER
               IF RDI-SEQUENCE >= WS-RUN-FIRST-SEQUENCE
                   MOVE "DUPFILE" TO WS-SUSPEND-REASON
               ELSE
                   MOVE "DUPRDC" TO WS-SUSPEND-REASON
               END-IF
           END-IF.

       CHECK-TELLER-DEPOSITED-ITEMS.
      *    A check already deposited over the counter, carried
      *    in on a DEPTICKT ticket
           IF RIN-CHECK-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEPOSIT-ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-DPI-NOT-EOF TO TRUE
           PERFORM UNTIL WS-DPI-EOF
               READ DEPOSIT-ITEM-FILE
                   AT END
                       SET WS-DPI-EOF TO TRUE
                   NOT AT END
                       IF DPI-CHECK AND
                          DPI-ROUTING = RIN-ROUTING AND
                          DPI-CHECK-ACCOUNT = RIN-CHECK-ACCOUNT AND
                          DPI-CHECK-NUMBER = RIN-CHECK-NUMBER
                           MOVE "DUPTELLR" TO WS-SUSPEND-REASON
                           SET WS-DPI-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-ITEM-FILE.

       POST-REMOTE-ITEM.
      *    Credit the item in RDC-IN-RECORD to its account as a
      *    deposit of its own and hold it like a teller check
      *    deposit. Called with ACCOUNT-FILE open I-O.
           MOVE RIN-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-SUSPEND-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS NOT = "A"
               MOVE "INACTIVE" TO WS-SUSPEND-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "RDCPOST" TO WS-AUDIT-OPERATION
           ADD RIN-AMOUNT TO ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error posting remote deposit to "
                       RIN-ACCOUNT " status: " WS-FILE-STATUS
               MOVE "NOPOST" TO WS-SUSPEND-REASON
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-REMOTE-TRANSACTION
           MOVE WS-TRANSACTION-COUNTER TO WS-ITEM-TXN-ID
           PERFORM PLACE-REMOTE-ITEM-HOLD.

       RECORD-REMOTE-TRANSACTION.
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE RIN-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
      *    The intake run posts under no teller; an approved
      *    item carries the reviewer who released it
           MOVE WS-TELLER-ID-PARM TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE "D" TO TXN-TYPE
           MOVE RIN-AMOUNT TO TXN-AMOUNT
           MOVE SPACES TO TXN-DESCRIPTION
           STRING "REMOTE DEPOSIT CHK " DELIMITED BY SIZE
                  RIN-CHECK-NUMBER DELIMITED BY SIZE
                  INTO TXN-DESCRIPTION
           END-STRING
           MOVE "P" TO TXN-STATUS
      *    A check image is not currency - the BSA cash-reporting
      *    flag never applies
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       PLACE-REMOTE-ITEM-HOLD.
      *    The item holds until it has had time to collect, the
      *    same window a check deposited at a teller gets
           MOVE WS-BUSINESS-DATE TO WS-BD-WORK-DATE
           PERFORM ADD-ONE-CALENDAR-DAY CHECK-HOLD-DAYS TIMES
           MOVE WS-BD-WORK-DATE TO WS-HOLD-RELEASE-DATE
           OPEN EXTEND HOLD-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE HOLD-FILE
               OPEN OUTPUT HOLD-FILE
           END-IF
           MOVE RIN-ACCOUNT TO HLD-ACCOUNT
           MOVE WS-ITEM-TXN-ID TO HLD-TXN-ID
           MOVE RIN-AMOUNT TO HLD-AMOUNT
           MOVE WS-BUSINESS-DATE TO HLD-PLACED-DATE
           MOVE WS-HOLD-RELEASE-DATE TO HLD-RELEASE-DATE
           MOVE "H" TO HLD-STATUS
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE.

       ADD-ONE-CALENDAR-DAY.
      *    Split WS-BD-WORK-DATE, add a day and roll month/year
      *    when the day runs past the month's length, same as
      *    BUSDTSET
           DIVIDE WS-BD-WORK-DATE BY 10000 GIVING WS-BD-YEAR
               REMAINDER WS-BD-WORK-DATE
           DIVIDE WS-BD-WORK-DATE BY 100 GIVING WS-BD-MONTH
               REMAINDER WS-BD-DAY
           PERFORM COMPUTE-DAYS-IN-MONTH
           ADD 1 TO WS-BD-DAY
           IF WS-BD-DAY > WS-MAX-DAY-IN-MONTH
               MOVE 1 TO WS-BD-DAY
               ADD 1 TO WS-BD-MONTH
               IF WS-BD-MONTH > 12
                   MOVE 1 TO WS-BD-MONTH
                   ADD 1 TO WS-BD-YEAR
               END-IF
           END-IF
           COMPUTE WS-BD-WORK-DATE =
               WS-BD-YEAR * 10000 + WS-BD-MONTH * 100 + WS-BD-DAY.

       COMPUTE-DAYS-IN-MONTH.
      *    Same simplified leap-year rule STANDORD uses
           MOVE WS-DAYS-IN-MONTH(WS-BD-MONTH) TO WS-MAX-DAY-IN-MONTH
           IF WS-BD-MONTH = 2
               DIVIDE WS-BD-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-MAX-DAY-IN-MONTH
               END-IF
           END-IF.

       RECORD-REMOTE-ITEM.
           OPEN EXTEND RDC-ITEM-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE RDC-ITEM-FILE
               OPEN OUTPUT RDC-ITEM-FILE
           END-IF
           INITIALIZE RDC-ITEM-RECORD
           MOVE WS-RDI-NEXT-SEQUENCE TO RDI-SEQUENCE
           MOVE RIN-ACCOUNT TO RDI-ACCOUNT
           MOVE WS-ITEM-CUSTOMER TO RDI-CUSTOMER-ID
           MOVE RIN-ROUTING TO RDI-ROUTING
           MOVE RIN-CHECK-ACCOUNT TO RDI-CHECK-ACCOUNT
           MOVE RIN-CHECK-NUMBER TO RDI-CHECK-NUMBER
           MOVE RIN-AMOUNT TO RDI-AMOUNT
           MOVE WS-BUSINESS-DATE TO RDI-DATE
           MOVE WS-TIME-NUMERIC TO RDI-TIME
           MOVE WS-ITEM-STATUS TO RDI-STATUS
           MOVE WS-SUSPEND-REASON TO RDI-REASON
           MOVE WS-ITEM-TXN-ID TO RDI-TXN-ID
           WRITE RDC-ITEM-RECORD
           CLOSE RDC-ITEM-FILE.

       ASSIGN-ITEM-SEQUENCE.
      *    Next sequence is one past the highest on file, the
      *    same assignment the card clearing queue uses
           MOVE 1 TO WS-RDI-NEXT-SEQUENCE
           OPEN INPUT RDC-ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-RDI-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RDI-EOF
               READ RDC-ITEM-FILE
                   AT END
                       SET WS-RDI-EOF TO TRUE
                   NOT AT END
                       IF RDI-SEQUENCE >= WS-RDI-NEXT-SEQUENCE
                           COMPUTE WS-RDI-NEXT-SEQUENCE =
                               RDI-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RDC-ITEM-FILE
           SET WS-RDI-NOT-EOF TO TRUE.

      * Review queue
       LIST-REVIEW-QUEUE.
           OPEN INPUT RDC-ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No remote deposit items held for review"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REMOTE DEPOSIT ITEMS HELD FOR REVIEW"
           DISPLAY "===================================="
           SET WS-RDI-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RDI-EOF
               READ RDC-ITEM-FILE
                   AT END
                       SET WS-RDI-EOF TO TRUE
                   NOT AT END
                       IF RDI-HELD
                           MOVE RDI-AMOUNT TO WS-DISPLAY-AMOUNT
                           DISPLAY RDI-SEQUENCE " " RDI-REASON
                                   " acct " RDI-ACCOUNT " $"
                                   WS-DISPLAY-AMOUNT " taken in "
                                   RDI-DATE
                           DISPLAY "        routing " RDI-ROUTING
                                   " acct " RDI-CHECK-ACCOUNT
                                   " check " RDI-CHECK-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RDC-ITEM-FILE.

       FIND-HELD-ITEM.
      *    Locate the held queue entry named by the command's
      *    sequence argument, leaving the file positioned so the
      *    caller can REWRITE the record's status in place
           SET QUEUE-REC-NOT-FOUND TO TRUE
           SET WS-RDI-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RDI-EOF OR QUEUE-REC-FOUND
               READ RDC-ITEM-FILE
                   AT END
                       SET WS-RDI-EOF TO TRUE
                   NOT AT END
                       IF RDI-SEQUENCE = WS-SEQ-ARG AND RDI-HELD
                           SET QUEUE-REC-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       APPROVE-QUEUED-ITEM.
      *    The reviewer decided the item is good - a duplicate
      *    that was not one, or a deposit over limit the bank
      *    will take. It posts and holds the same as an item
      *    that passed at intake; only an account that is gone
      *    or not active leaves it held.
           OPEN I-O RDC-ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No remote deposit items held for review"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HELD-ITEM
           IF QUEUE-REC-NOT-FOUND
               DISPLAY "Error: No held remote item with sequence "
                       WS-SEQ-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE RDC-ITEM-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE RDC-ITEM-FILE
               EXIT PARAGRAPH
           END-IF
      *    Carry the queue entry into the intake record area so
      *    the normal posting paragraphs apply unchanged
           MOVE RDI-ACCOUNT TO RIN-ACCOUNT
           MOVE RDI-ROUTING TO RIN-ROUTING
           MOVE RDI-CHECK-ACCOUNT TO RIN-CHECK-ACCOUNT
           MOVE RDI-CHECK-NUMBER TO RIN-CHECK-NUMBER
           MOVE RDI-AMOUNT TO RIN-AMOUNT
           MOVE SPACES TO WS-SUSPEND-REASON
           MOVE ZERO TO WS-ITEM-TXN-ID
           PERFORM POST-REMOTE-ITEM
           CLOSE ACCOUNT-FILE
           IF WS-SUSPEND-REASON = SPACES
               MOVE "A" TO RDI-STATUS
               MOVE WS-ITEM-TXN-ID TO RDI-TXN-ID
               MOVE WS-TELLER-ID-PARM TO RDI-REVIEWED-BY
               MOVE WS-BUSINESS-DATE TO RDI-REVIEWED-DATE
               REWRITE RDC-ITEM-RECORD
               DISPLAY "Held remote item " WS-SEQ-ARG
                       " posted by " WS-TELLER-ID-PARM
           ELSE
               DISPLAY "Held remote item " WS-SEQ-ARG
                       " could not post - " WS-SUSPEND-REASON
               MOVE 8 TO WS-MAIN-RETURN-CODE
           END-IF
           CLOSE RDC-ITEM-FILE.

       REJECT-QUEUED-ITEM.
      *    The reviewer decided the item is not to be paid - it
      *    is marked rejected and no longer counts as an earlier
      *    presentment of the check
           OPEN I-O RDC-ITEM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No remote deposit items held for review"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HELD-ITEM
           IF QUEUE-REC-NOT-FOUND
               DISPLAY "Error: No held remote item with sequence "
                       WS-SEQ-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE RDC-ITEM-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO RDI-STATUS
           MOVE WS-TELLER-ID-PARM TO RDI-REVIEWED-BY
           MOVE WS-BUSINESS-DATE TO RDI-REVIEWED-DATE
           REWRITE RDC-ITEM-RECORD
           CLOSE RDC-ITEM-FILE
           DISPLAY "Held remote item " WS-SEQ-ARG " rejected by "
                   WS-TELLER-ID-PARM.

      * Customer limits
       LIST-CUSTOMER-LIMITS.
           MOVE RDC-ITEM-LIMIT TO WS-DISPLAY-LIMIT
           DISPLAY "Default per-item limit:  $" WS-DISPLAY-LIMIT
           MOVE RDC-DAILY-LIMIT TO WS-DISPLAY-LIMIT
           DISPLAY "Default daily limit:     $" WS-DISPLAY-LIMIT
           OPEN INPUT RDC-LIMIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No customer limits on file - every "
                       "customer deposits under the defaults"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REMOTE DEPOSIT CUSTOMER LIMITS"
           DISPLAY "=============================="
           SET WS-RDL-NOT-EOF TO TRUE
           PERFORM UNTIL WS-RDL-EOF
               READ RDC-LIMIT-FILE
                   AT END
                       SET WS-RDL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIMITS-LISTED
                       MOVE RDL-ITEM-LIMIT TO WS-DISPLAY-LIMIT
                       DISPLAY RDL-CUSTOMER-ID " item $"
                               WS-DISPLAY-LIMIT WITH NO ADVANCING
                       MOVE RDL-DAILY-LIMIT TO WS-DISPLAY-LIMIT
                       DISPLAY " daily $" WS-DISPLAY-LIMIT
                               " changed " RDL-CHANGED-DATE
                               " by " RDL-CHANGED-BY
               END-READ
           END-PERFORM
           CLOSE RDC-LIMIT-FILE
           DISPLAY " "
           DISPLAY "Customers with limits of their own: "
                   WS-LIMITS-LISTED.

       SET-CUSTOMER-LIMIT.
      *    Replace the customer's record in place, or add it when
      *    the customer has none on file yet
           IF WS-CUSTOMER-ARG = ZERO
               DISPLAY "Error: A customer ID is required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-LIMIT-ARG > WS-DAILY-LIMIT-ARG
               DISPLAY "Error: The per-item limit cannot exceed "
                       "the daily limit"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET LIMIT-NOT-FOUND TO TRUE
           OPEN I-O RDC-LIMIT-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-RDL-NOT-EOF TO TRUE
               PERFORM UNTIL WS-RDL-EOF OR LIMIT-FOUND
                   READ RDC-LIMIT-FILE
                       AT END
                           SET WS-RDL-EOF TO TRUE
                       NOT AT END
                           IF RDL-CUSTOMER-ID = WS-CUSTOMER-ARG
                               SET LIMIT-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF LIMIT-FOUND
                   PERFORM MOVE-LIMIT-ARGUMENTS
                   REWRITE RDC-LIMIT-RECORD
               END-IF
               CLOSE RDC-LIMIT-FILE
           END-IF
           IF LIMIT-NOT-FOUND
               OPEN EXTEND RDC-LIMIT-FILE
               IF WS-FILE-STATUS = "35"
                   CLOSE RDC-LIMIT-FILE
                   OPEN OUTPUT RDC-LIMIT-FILE
               END-IF
               PERFORM MOVE-LIMIT-ARGUMENTS
               WRITE RDC-LIMIT-RECORD
               CLOSE RDC-LIMIT-FILE
           END-IF
           DISPLAY "Remote deposit limits for customer "
                   WS-CUSTOMER-ARG " set by " WS-TELLER-ID-PARM.

       MOVE-LIMIT-ARGUMENTS.
           INITIALIZE RDC-LIMIT-RECORD
           MOVE WS-CUSTOMER-ARG TO RDL-CUSTOMER-ID
           MOVE WS-ITEM-LIMIT-ARG TO RDL-ITEM-LIMIT
           MOVE WS-DAILY-LIMIT-ARG TO RDL-DAILY-LIMIT
           MOVE WS-BUSINESS-DATE TO RDL-CHANGED-DATE
           MOVE WS-TELLER-ID-PARM TO RDL-CHANGED-BY.

      * Posting support
       WRITE-AUDIT-ENTRY.
      *    Append a before-image audit entry for the account whose
      *    ACCOUNT-RECORD was just rewritten. WS-BACKUP-RECORD must
      *    already hold the pre-change record and
      *    WS-AUDIT-OPERATION the operation name.
           OPEN EXTEND AUDIT-FILE
           MOVE ACC-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE WS-DATE-NUMERIC TO AUD-DATE
           MOVE WS-TIME-NUMERIC TO AUD-TIME
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-BACKUP-RECORD TO AUD-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       GET-NEXT-TRANSACTION-ID.
      *    Hold the counter file open and exclusively locked for the
      *    whole read-increment-write sequence so two sessions
      *    running at the same moment can't both read the same
      *    value before either one writes it back.
           OPEN I-O COUNTER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT COUNTER-FILE
               CLOSE COUNTER-FILE
               OPEN I-O COUNTER-FILE
           END-IF

           READ COUNTER-FILE
               AT END
                   MOVE 1 TO WS-TRANSACTION-COUNTER
                   MOVE WS-TRANSACTION-COUNTER TO COUNTER-RECORD
                   WRITE COUNTER-RECORD
               NOT AT END
                   MOVE COUNTER-RECORD TO WS-TRANSACTION-COUNTER
                   ADD 1 TO WS-TRANSACTION-COUNTER
                   MOVE WS-TRANSACTION-COUNTER TO COUNTER-RECORD
                   REWRITE COUNTER-RECORD
           END-READ

           CLOSE COUNTER-FILE.

       WRITE-TRANSACTION-INDEX.
      *    Mirror the transaction just written into the account-
      *    keyed index, one record per account side
           OPEN I-O TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE TRANSACTION-INDEX-FILE
               OPEN OUTPUT TRANSACTION-INDEX-FILE
               CLOSE TRANSACTION-INDEX-FILE
               OPEN I-O TRANSACTION-INDEX-FILE
           END-IF
           MOVE TXN-FROM-ACCOUNT TO TXI-ACCOUNT
           PERFORM WRITE-ONE-INDEX-SIDE
           IF TXN-TO-ACCOUNT > ZERO AND
              TXN-TO-ACCOUNT NOT = TXN-FROM-ACCOUNT
               MOVE TXN-TO-ACCOUNT TO TXI-ACCOUNT
               PERFORM WRITE-ONE-INDEX-SIDE
           END-IF
           CLOSE TRANSACTION-INDEX-FILE.

       WRITE-ONE-INDEX-SIDE.
           MOVE TXN-ID TO TXI-TXN-ID
           MOVE TXN-DATE TO TXI-TXN-DATE
           MOVE TXN-TIME TO TXI-TXN-TIME
           MOVE TXN-FROM-ACCOUNT TO TXI-FROM-ACCOUNT
           MOVE TXN-TO-ACCOUNT TO TXI-TO-ACCOUNT
           MOVE TXN-TYPE TO TXI-TYPE
           MOVE TXN-AMOUNT TO TXI-AMOUNT
           MOVE TXN-DESCRIPTION TO TXI-DESCRIPTION
           MOVE TXN-STATUS TO TXI-STATUS
           MOVE TXN-CTR-FLAG TO TXI-CTR-FLAG
           MOVE TXN-CHECK-NUMBER TO TXI-CHECK-NUMBER
           MOVE TXN-TELLER-ID TO TXI-TELLER-ID
           MOVE TXN-REVERSAL-OF TO TXI-REVERSAL-OF
           MOVE TXN-SUPERVISOR-ID TO TXI-SUPERVISOR-ID
           MOVE TXN-EXCHANGE-RATE TO TXI-EXCHANGE-RATE
           MOVE TXN-BRANCH TO TXI-BRANCH
           WRITE TRANSACTION-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "REMOTE DEPOSIT INTAKE COMPLETE"
           DISPLAY "=============================="
           DISPLAY "Items read:              " WS-ITEMS-READ
           MOVE WS-READ-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Total presented:         $" WS-DISPLAY-TOTAL
           DISPLAY "Items posted:            " WS-ITEMS-POSTED
           MOVE WS-POSTED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Posted and held:         $" WS-DISPLAY-TOTAL
           DISPLAY "Held for review:         " WS-ITEMS-QUEUED
           DISPLAY "  as duplicates:         " WS-ITEMS-DUPLICATE
           DISPLAY "  over limit:            " WS-ITEMS-OVER-LIMIT
           MOVE WS-QUEUED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Held total:              $" WS-DISPLAY-TOTAL
           DISPLAY "Review the queue with RDCPOST teller-id LIST"
           DISPLAY " ".

       DISPLAY-USAGE.
           DISPLAY "RDCPOST - Remote Deposit Capture Intake"
           DISPLAY "Usage: RDCPOST             (daily intake run)"
           DISPLAY "       RDCPOST TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  LIST"
           DISPLAY "  APPROVE seq"
           DISPLAY "  REJECT seq"
           DISPLAY "  LIMITS"
           DISPLAY "  LIMIT customer-id item-limit daily-limit".

       END PROGRAM RDCPOST.
