       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.
      *********************************************************
      * RETMAIL - Returned Mail Tracking
      * When the post office returns a statement or letter the
      * customer's address is marked undeliverable here, with
      * the date it came back. From then on STMTCYCL, ESCHEAT,
      * CDMATUR and the other letter batches stop mailing to
      * that customer - each item is handed to MAILHOLD and
      * kept on HELDMAIL.DAT for the customer to collect at a
      * branch. CUSTMNT ADDRESS clears the mark as soon as a
      * new address is keyed.
      *   MARK    marks the address undeliverable - the date
      *           the mail came back defaults to the business
      *           date, and a customer already marked keeps the
      *           original date
      *   HELD    lists the items held for a customer
      *   PICKUP  prints the held items and records them handed
      *           over by the teller
      *   REPORT  the weekly list of every customer with a bad
      *           address and the balance of each account they
      *           own - returned mail is an early sign of an
      *           account heading for DORMANT and ESCHEAT, so the
      *           idle months run alongside each balance
      * MARK writes a before-image to CUSTAUD.DAT the same as
      * CUSTMNT's changes.
      *
      * Usage: RETMAIL TELLER-ID COMMAND [ARGS]
      * Commands:
      *   MARK    customer-id [yyyymmdd]
      *   HELD    customer-id
      *   PICKUP  customer-id
      *   REPORT
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Customer master - the returned-mail mark
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer change audit trail - before-images
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "data/CUSTAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Held mail - the items MAILHOLD kept back
           SELECT HELD-MAIL-FILE ASSIGN TO "data/HELDMAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Account master - balances of the accounts each
      *    customer owns
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  CUSTOMER-AUDIT-FILE.
           COPY "copybooks/CUSTOMER-AUDIT-RECORD.cpy".

       FD  HELD-MAIL-FILE.
           COPY "copybooks/HELD-MAIL-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Returned mail working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(150).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
           88  WS-ACCT-NOT-EOF         VALUE 'N'.

       01  WS-TEMP-CUSTOMER            PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ARG             PIC 9(10) VALUE ZERO.
       01  WS-TEMP-DATE                PIC X(8) VALUE SPACES.
       01  WS-RETURNED-DATE-ARG        PIC 9(8) VALUE ZERO.

       01  WS-CUSTOMER-BACKUP          PIC X(240).
       01  WS-CUSTOMER-AUDIT-OP        PIC X(10).

      *    Held item listing
       01  WS-ITEMS-LISTED             PIC 9(5) VALUE ZERO.
       01  WS-LINES-LISTED             PIC 9(7) VALUE ZERO.
       01  WS-LAST-ITEM-KEY            PIC X(27) VALUE SPACES.
       01  WS-THIS-ITEM-KEY.
           05  WS-KEY-SOURCE           PIC X(9).
           05  WS-KEY-HELD-DATE        PIC 9(8).
           05  WS-KEY-HELD-TIME        PIC 9(6).
           05  WS-KEY-ITEM-NUMBER      PIC 9(4).
       01  WS-PICKUP-FLAG              PIC X(1) VALUE 'N'.
           88  PICKING-UP              VALUE 'Y'.
           88  LISTING-ONLY            VALUE 'N'.

      *    Day-count estimate between WS-AGE-FROM-DATE and the
      *    business date - years as 365 days, months as 30, the
      *    same estimate LOANAGE buckets delinquency by
       01  WS-AGE-FROM-DATE            PIC 9(8).
       01  WS-AGE-DAYS                 PIC S9(5).
       01  WS-IDLE-MONTHS              PIC S9(5).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-FROM-YEAR                PIC 9(4).
       01  WS-FROM-MONTH               PIC 9(2).
       01  WS-FROM-DAY                 PIC 9(2).
       01  WS-RUN-YEAR                 PIC 9(4).
       01  WS-RUN-MONTH                PIC 9(2).
       01  WS-RUN-DAY                  PIC 9(2).
       01  WS-DISPLAY-DAYS             PIC ZZZZ9.
       01  WS-DISPLAY-MONTHS           PIC ZZZ9.

      *    Weekly report totals
       01  WS-CUSTOMER-ACCOUNTS        PIC 9(5).
       01  WS-CUSTOMER-BALANCE         PIC S9(12)V99.
       01  WS-TOT-CUSTOMERS            PIC 9(7) VALUE ZERO.
       01  WS-TOT-ACCOUNTS             PIC 9(7) VALUE ZERO.
       01  WS-TOT-BALANCE              PIC S9(12)V99 VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -,ZZZ,ZZZ,ZZ9.99.

      *    Report spool capture - the weekly report's lines are
      *    mirrored into the spool repository through the
      *    SPOOLER subprogram, so the run can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    fails the report itself.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "RETMAIL  ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "MARK"
                   PERFORM MARK-ADDRESS-UNDELIVERABLE
               WHEN "HELD"
                   SET LISTING-ONLY TO TRUE
                   PERFORM LIST-HELD-MAIL
               WHEN "PICKUP"
                   SET PICKING-UP TO TRUE
                   PERFORM LIST-HELD-MAIL
               WHEN "REPORT"
                   PERFORM REPORT-RETURNED-MAIL
               WHEN OTHER
                   PERFORM DISPLAY-USAGE
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-EVALUATE
           STOP RUN RETURNING WS-MAIN-RETURN-CODE.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "MARK"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER
                            WS-TEMP-DATE
               WHEN "HELD"
               WHEN "PICKUP"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER
           END-EVALUATE
           IF WS-TEMP-CUSTOMER IS NUMERIC AND
              WS-TEMP-CUSTOMER NOT = SPACES
               MOVE WS-TEMP-CUSTOMER TO WS-CUSTOMER-ARG
           END-IF
           IF WS-TEMP-DATE IS NUMERIC AND
              WS-TEMP-DATE NOT = SPACES
               MOVE WS-TEMP-DATE TO WS-RETURNED-DATE-ARG
           END-IF.

       GET-BUSINESS-DATE.
      *    Marks and pickups are dated on the posting business
      *    date, the same date MAILHOLD holds items under
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

       MARK-ADDRESS-UNDELIVERABLE.
           IF WS-CUSTOMER-ARG = ZERO
               DISPLAY "Error: customer ID required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RETURNED-DATE-ARG = ZERO
               MOVE WS-BUSINESS-DATE TO WS-RETURNED-DATE-ARG
           END-IF
           IF WS-RETURNED-DATE-ARG > WS-BUSINESS-DATE
               DISPLAY "Error: returned date " WS-RETURNED-DATE-ARG
                       " is after the business date"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer not found: " WS-CUSTOMER-ARG
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
      *    The clock runs from the first return - a second piece
      *    coming back does not restart it
           IF CUS-MAIL-UNDELIVERABLE
               DISPLAY "Customer " CUS-CUSTOMER-ID
                       " already marked undeliverable since "
                       CUS-MAIL-RETURNED-DATE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD TO WS-CUSTOMER-BACKUP
           MOVE "RETMAIL" TO WS-CUSTOMER-AUDIT-OP
           SET CUS-MAIL-UNDELIVERABLE TO TRUE
           MOVE WS-RETURNED-DATE-ARG TO CUS-MAIL-RETURNED-DATE
           REWRITE CUSTOMER-RECORD
           IF WS-FILE-STATUS = "00"
               PERFORM WRITE-CUSTOMER-AUDIT-ENTRY
               DISPLAY "Customer " CUS-CUSTOMER-ID
                       " address marked undeliverable - mail "
                       "returned " CUS-MAIL-RETURNED-DATE
               DISPLAY "Statements and letters will be held for "
                       "pickup until CUSTMNT ADDRESS is updated"
               MOVE 0 TO WS-MAIN-RETURN-CODE
           ELSE
               DISPLAY "Error updating customer record"
               DISPLAY "File status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
           END-IF
           CLOSE CUSTOMER-FILE.

       WRITE-CUSTOMER-AUDIT-ENTRY.
      *    Append a before-image audit entry for the customer whose
      *    CUSTOMER-RECORD was just rewritten, the same entry
      *    CUSTMNT writes for its own changes
           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF
           MOVE CUS-CUSTOMER-ID TO CUA-CUSTOMER-ID
           MOVE WS-DATE-NUMERIC TO CUA-DATE
           MOVE WS-TIME-NUMERIC TO CUA-TIME
           MOVE WS-CUSTOMER-AUDIT-OP TO CUA-OPERATION
           MOVE WS-TELLER-ID-PARM TO CUA-TELLER-ID
           MOVE WS-CUSTOMER-BACKUP TO CUA-BEFORE-IMAGE
           WRITE CUSTOMER-AUDIT-RECORD
           CLOSE CUSTOMER-AUDIT-FILE.

       LIST-HELD-MAIL.
      *    HELD lists the customer's items still waiting; PICKUP
      *    lists them the same way for the teller to print and
      *    marks each line handed over
           IF WS-CUSTOMER-ARG = ZERO
               DISPLAY "Error: customer ID required"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF PICKING-UP
               OPEN I-O HELD-MAIL-FILE
           ELSE
               OPEN INPUT HELD-MAIL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No mail held for customer " WS-CUSTOMER-ARG
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MAIL HELD FOR CUSTOMER " WS-CUSTOMER-ARG
           DISPLAY "==============================================="
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ HELD-MAIL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF HML-CUSTOMER-ID = WS-CUSTOMER-ARG AND
                          HML-HELD
                           PERFORM LIST-ONE-HELD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-MAIL-FILE
           DISPLAY " "
           IF WS-ITEMS-LISTED = ZERO
               DISPLAY "No mail held for customer " WS-CUSTOMER-ARG
           ELSE
               IF PICKING-UP
                   DISPLAY WS-ITEMS-LISTED " item(s) handed to "
                           "the customer by teller "
                           WS-TELLER-ID-PARM
               ELSE
                   DISPLAY WS-ITEMS-LISTED " item(s) held"
               END-IF
           END-IF.

       LIST-ONE-HELD-LINE.
      *    A heading whenever a new item starts, then the line
      *    exactly as it would have been mailed
           MOVE HML-SOURCE TO WS-KEY-SOURCE
           MOVE HML-HELD-DATE TO WS-KEY-HELD-DATE
           MOVE HML-HELD-TIME TO WS-KEY-HELD-TIME
           MOVE HML-ITEM-NUMBER TO WS-KEY-ITEM-NUMBER
           IF WS-THIS-ITEM-KEY NOT = WS-LAST-ITEM-KEY
               MOVE WS-THIS-ITEM-KEY TO WS-LAST-ITEM-KEY
               ADD 1 TO WS-ITEMS-LISTED
               DISPLAY " "
               DISPLAY "*** " HML-SOURCE " held " HML-HELD-DATE
                       " ***"
           END-IF
           DISPLAY HML-LINE
           ADD 1 TO WS-LINES-LISTED
           IF PICKING-UP
               SET HML-PICKED-UP TO TRUE
               MOVE WS-BUSINESS-DATE TO HML-PICKUP-DATE
               MOVE WS-TELLER-ID-PARM TO HML-PICKUP-TELLER
               REWRITE HELD-MAIL-RECORD
           END-IF.

       REPORT-RETURNED-MAIL.
      *    Every customer marked undeliverable, with the balance
      *    of each account they own
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SPOOL-OPEN-RUN
           DISPLAY "RETURNED MAIL - CUSTOMERS WITH UNDELIVERABLE "
                   "ADDRESSES - " WS-BUSINESS-DATE
           DISPLAY "==============================================="
           STRING "RETURNED MAIL - CUSTOMERS WITH UNDELIVERABLE "
                  "ADDRESSES - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           MOVE ZERO TO CUS-CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUS-CUSTOMER-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CUS-MAIL-UNDELIVERABLE
                           PERFORM REPORT-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           DISPLAY " "
           DISPLAY "Customers with returned mail: " WS-TOT-CUSTOMERS
           DISPLAY "Accounts owned:               " WS-TOT-ACCOUNTS
           MOVE WS-TOT-BALANCE TO WS-DISPLAY-TOTAL
           DISPLAY "Total balance:  $" WS-DISPLAY-TOTAL
           STRING "Customers " WS-TOT-CUSTOMERS
                  "  Accounts " WS-TOT-ACCOUNTS
                  "  Total balance $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           PERFORM SPOOL-CLOSE-RUN.

       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-TOT-CUSTOMERS
           MOVE ZERO TO WS-CUSTOMER-ACCOUNTS
           MOVE ZERO TO WS-CUSTOMER-BALANCE
           MOVE CUS-MAIL-RETURNED-DATE TO WS-AGE-FROM-DATE
           PERFORM COMPUTE-AGE-DAYS
           MOVE WS-AGE-DAYS TO WS-DISPLAY-DAYS
           DISPLAY " "
           DISPLAY CUS-CUSTOMER-ID " " CUS-CUSTOMER-NAME
                   " returned " CUS-MAIL-RETURNED-DATE
                   " (" WS-DISPLAY-DAYS " days)"
           DISPLAY "  ACCOUNT    T S         BALANCE LAST ACT "
                   "IDLE MOS"
           STRING CUS-CUSTOMER-ID " " CUS-CUSTOMER-NAME
                  " returned " CUS-MAIL-RETURNED-DATE
                  " (" WS-DISPLAY-DAYS " days)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  Account master not available"
               EXIT PARAGRAPH
           END-IF
           SET WS-ACCT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF ACC-CUSTOMER-ID = CUS-CUSTOMER-ID
                           PERFORM REPORT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           MOVE WS-CUSTOMER-BALANCE TO WS-DISPLAY-TOTAL
           DISPLAY "  " WS-CUSTOMER-ACCOUNTS " account(s), balance $"
                   WS-DISPLAY-TOTAL
           STRING "  " WS-CUSTOMER-ACCOUNTS " account(s), balance $"
                  WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       REPORT-ONE-ACCOUNT.
      *    Idle months count from the last activity the same way
      *    ESCHEAT ages an account toward the state
           ADD 1 TO WS-CUSTOMER-ACCOUNTS
           ADD 1 TO WS-TOT-ACCOUNTS
           IF ACC-STATUS NOT = "C"
               ADD ACC-BALANCE TO WS-CUSTOMER-BALANCE
               ADD ACC-BALANCE TO WS-TOT-BALANCE
           END-IF
           MOVE ZERO TO WS-IDLE-MONTHS
           IF ACC-LAST-ACTIVITY-DATE > ZERO
               MOVE ACC-LAST-ACTIVITY-DATE TO WS-DATE-WORK
               DIVIDE WS-DATE-WORK BY 10000 GIVING WS-FROM-YEAR
               COMPUTE WS-FROM-MONTH =
                   (WS-DATE-WORK / 100) - (WS-FROM-YEAR * 100)
               MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
               DIVIDE WS-DATE-WORK BY 10000 GIVING WS-RUN-YEAR
               COMPUTE WS-RUN-MONTH =
                   (WS-DATE-WORK / 100) - (WS-RUN-YEAR * 100)
               COMPUTE WS-IDLE-MONTHS =
                   (WS-RUN-YEAR - WS-FROM-YEAR) * 12
                   + WS-RUN-MONTH - WS-FROM-MONTH
               IF WS-IDLE-MONTHS < ZERO
                   MOVE ZERO TO WS-IDLE-MONTHS
               END-IF
           END-IF
           MOVE WS-IDLE-MONTHS TO WS-DISPLAY-MONTHS
           MOVE ACC-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY "  " ACC-NUMBER " " ACC-ACCOUNT-TYPE " "
                   ACC-STATUS " " WS-DISPLAY-BALANCE " "
                   ACC-LAST-ACTIVITY-DATE " " WS-DISPLAY-MONTHS
           STRING "  " ACC-NUMBER " " ACC-ACCOUNT-TYPE " "
                  ACC-STATUS " " WS-DISPLAY-BALANCE " "
                  ACC-LAST-ACTIVITY-DATE " " WS-DISPLAY-MONTHS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       COMPUTE-AGE-DAYS.
           MOVE WS-AGE-FROM-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-FROM-YEAR
           COMPUTE WS-FROM-MONTH =
               (WS-DATE-WORK / 100) - (WS-FROM-YEAR * 100)
           COMPUTE WS-FROM-DAY =
               WS-DATE-WORK - (WS-DATE-WORK / 100) * 100
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-RUN-YEAR
           COMPUTE WS-RUN-MONTH =
               (WS-DATE-WORK / 100) - (WS-RUN-YEAR * 100)
           COMPUTE WS-RUN-DAY =
               WS-DATE-WORK - (WS-DATE-WORK / 100) * 100
           COMPUTE WS-AGE-DAYS =
               (WS-RUN-YEAR - WS-FROM-YEAR) * 365
               + (WS-RUN-MONTH - WS-FROM-MONTH) * 30
               + (WS-RUN-DAY - WS-FROM-DAY)
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

       SPOOL-OPEN-RUN.
      *    Register this run in the spool repository
           MOVE "O" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE.

       SPOOL-ONE-LINE.
      *    Capture WS-SPOOL-LINE into the spool, then clear it
      *    for the next STRING
           MOVE "L" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE
           MOVE SPACES TO WS-SPOOL-LINE.

       SPOOL-CLOSE-RUN.
      *    Close the capture and write the index entry
           MOVE "C" TO WS-SPOOL-ACTION
           CALL "SPOOLER" USING WS-SPOOL-ACTION
                                WS-SPOOL-NAME
                                WS-SPOOL-LINE
                                WS-SPOOL-RETURN-CODE.

       DISPLAY-USAGE.
           DISPLAY "RETMAIL - Returned Mail Tracking"
           DISPLAY "Usage: RETMAIL TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  MARK customer-id [yyyymmdd]"
           DISPLAY "  HELD customer-id"
           DISPLAY "  PICKUP customer-id"
           DISPLAY "  REPORT".

       END PROGRAM RETMAIL.
