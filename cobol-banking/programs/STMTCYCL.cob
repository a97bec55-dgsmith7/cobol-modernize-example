      * 6, ... 27) and cycle 0 (or a blank code on accounts
      * written before the field existed) cuts on the last day
      * of the month. Each statement is written to the print
      * queue file for the mail room (or, for a customer whose
      * mail is marked returned by RETMAIL, held for pickup
      * through MAILHOLD instead), a run-control record of
      * the counts is appended to STMTRUN.DAT, and the same
      * CHECKPOINT-RECORD restart INTACCR uses lets a failed
      * run resume mid-cycle instead of reprinting from the
      * ended most recently - cycles spread the production
      * workload, not the period boundaries.
      *
      * Delivery follows the owning customer's statement
      * preference (CUSTMNT DELIVERY): paper goes to the print
      * queue, electronic goes to the e-statement extract
      * ESTMTX.DAT with the customer's email for the vendor,
      * and both goes to both. A customer marked for electronic
      * delivery with no email on file is printed instead.
      *
      * A customer who asks for a combined statement gets one
      * relationship statement instead of one per account - a
      * summary page of every open account they own (through
      * the CUSTXREF cross-reference) and their active loans,
      * followed by each account's activity. It is cut on the
      * cycle of the customer's lowest-numbered owned account;
      * their other accounts are skipped on their own cycles.
      * Accounts where the customer is only a signer keep
      * their own statements under their owner.
      *
      * The statement body follows STATEMENT.cob's scans -
      * opening balance walked back from the live balance over
      * the live and archived history, then the period's
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    E-statement delivery extract for the vendor - appended,
      *    one record per line of each electronic statement
           SELECT ESTATEMENT-FILE ASSIGN TO "data/ESTMTX.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - statement delivery preference, email
      *    and the mailing address for the relationship summary
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer-to-account cross-reference - the accounts a
      *    combined statement carries
           SELECT CUSTOMER-XREF-FILE ASSIGN TO "data/CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Loan master - the loans section of a combined statement
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Run-control record of counts, one per cycle run
           SELECT RUN-CONTROL-FILE ASSIGN TO "data/STMTRUN.DAT"
               ORGANIZATION IS SEQUENTIAL
       FD  PRINT-QUEUE-FILE.
       01  PRINT-RECORD                PIC X(100).

       FD  ESTATEMENT-FILE.
           COPY "copybooks/ESTATEMENT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  CUSTOMER-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy".

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "copybooks/STATEMENT-RUN-RECORD.cpy".

       01  WS-TYPE-DESCRIPTION         PIC X(15).
       01  WS-PRINT-LINE               PIC X(100).

      *    Returned-mail hold - the statement of a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of going to the print queue
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "STMTCYCL ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.
       01  WS-STATEMENTS-HELD          PIC 9(7) VALUE ZERO.

      *    Statement delivery - the owning customer's preference,
      *    read once per account, and the channels the statement
      *    in hand is going to
       01  WS-OWNER-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  OWNER-FOUND             VALUE 'Y'.
           88  OWNER-NOT-FOUND         VALUE 'N'.
       01  WS-STATEMENT-OWNER          PIC 9(10).
       01  WS-STATEMENT-EMAIL          PIC X(40).
       01  WS-STATEMENT-DELIVERY       PIC X(1).
           88  STATEMENT-WANTS-ELECTRONIC VALUES "E" "B".
           88  STATEMENT-ELECTRONIC-ONLY  VALUE "E".
       01  WS-STATEMENT-COMBINED       PIC X(1).
           88  STATEMENT-COMBINED      VALUE "Y".
       01  WS-STATEMENT-ADDRESS.
           05  WS-STMT-NAME            PIC X(30).
           05  WS-STMT-ADDRESS-1       PIC X(30).
           05  WS-STMT-ADDRESS-2       PIC X(30).
           05  WS-STMT-CITY            PIC X(20).
           05  WS-STMT-STATE           PIC X(2).
           05  WS-STMT-ZIP             PIC X(10).
       01  WS-PAPER-FLAG               PIC X(1) VALUE 'Y'.
           88  DELIVER-PAPER           VALUE 'Y'.
           88  NO-PAPER                VALUE 'N'.
       01  WS-ELECTRONIC-FLAG          PIC X(1) VALUE 'N'.
           88  DELIVER-ELECTRONIC      VALUE 'Y'.
           88  NO-ELECTRONIC           VALUE 'N'.
      *    The account the statement is filed under, its kind
      *    (A=account, R=relationship) and the extract line count
       01  WS-DOCUMENT-ACCOUNT         PIC 9(10).
       01  WS-DOCUMENT-TYPE            PIC X(1).
       01  WS-ESTATEMENT-LINE-NUMBER   PIC 9(5) VALUE ZERO.
       01  WS-PAPER-STATEMENTS         PIC 9(7) VALUE ZERO.
       01  WS-ELECTRONIC-STATEMENTS    PIC 9(7) VALUE ZERO.
       01  WS-COMBINED-STATEMENTS      PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-COMBINED        PIC 9(7) VALUE ZERO.

      *    Combined relationship statement - the open accounts the
      *    customer owns, with each one's figures for the period
       01  WS-CYCLE-ACCOUNT            PIC 9(10).
       01  WS-REL-CANDIDATE            PIC 9(10).
       01  WS-REL-ANCHOR               PIC 9(10).
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 20 TIMES.
               10  WS-REL-ACCOUNT      PIC 9(10).
               10  WS-REL-TYPE         PIC X(1).
               10  WS-REL-OPENING      PIC S9(10)V99 COMP-3.
               10  WS-REL-CLOSING      PIC S9(10)V99 COMP-3.
       01  WS-REL-SUB                  PIC 9(2).
       01  WS-REL-USED                 PIC 9(2).
       01  WS-REL-MAX                  PIC 9(2) VALUE 20.
       01  WS-REL-SCAN-FLAG            PIC X(1) VALUE 'N'.
           88  WS-REL-SCAN-EOF         VALUE 'Y'.
           88  WS-REL-SCAN-NOT-EOF     VALUE 'N'.
       01  WS-REL-LISTED-FLAG          PIC X(1) VALUE 'N'.
           88  REL-ACCOUNT-LISTED      VALUE 'Y'.
           88  REL-ACCOUNT-NOT-LISTED  VALUE 'N'.
       01  WS-COMBINED-DONE-FLAG       PIC X(1) VALUE 'N'.
           88  COMBINED-HANDLED        VALUE 'Y'.
           88  COMBINED-NOT-HANDLED    VALUE 'N'.
       01  WS-REL-TOTAL-DEPOSITS       PIC S9(11)V99 COMP-3.
       01  WS-REL-TOTAL-LOANS          PIC S9(11)V99 COMP-3.
       01  WS-REL-LOAN-COUNT           PIC 9(3).
       01  WS-DISPLAY-REL-TOTAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RATE             PIC 9.9999.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM CLEAR-CHECKPOINT
           CLOSE ACCOUNT-FILE
           CLOSE PRINT-QUEUE-FILE
           CLOSE ESTATEMENT-FILE
           PERFORM WRITE-RUN-CONTROL
           PERFORM DISPLAY-RUN-SUMMARY
           MOVE WS-RETURN-CODE TO RETURN-CODE
           IF WS-FILE-STATUS = "35"
               CLOSE PRINT-QUEUE-FILE
               OPEN OUTPUT PRINT-QUEUE-FILE
           END-IF
           OPEN EXTEND ESTATEMENT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ESTATEMENT-FILE
               OPEN OUTPUT ESTATEMENT-FILE
           END-IF.

       RESUME-FROM-CHECKPOINT.
           IF WS-ACCOUNT-CYCLE NOT = WS-DUE-CYCLE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-STATEMENT-OWNER
           IF OWNER-FOUND AND STATEMENT-COMBINED
               PERFORM PRODUCE-COMBINED-STATEMENT
               IF COMBINED-HANDLED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ACC-NUMBER TO WS-SEARCH-ACCOUNT
           PERFORM RESET-STATEMENT-FIGURES
           PERFORM COMPUTE-OPENING-BALANCE
           MOVE ACC-NUMBER TO WS-DOCUMENT-ACCOUNT
           MOVE "A" TO WS-DOCUMENT-TYPE
           PERFORM START-STATEMENT-DELIVERY
           PERFORM PRINT-STATEMENT-HEADER
           PERFORM PRINT-STATEMENT-ACTIVITY
           PERFORM PRINT-STATEMENT-TOTALS
           PERFORM END-STATEMENT-DELIVERY
           ADD 1 TO WS-STATEMENTS-WRITTEN.

       READ-STATEMENT-OWNER.
      *    The owning customer's delivery preference, email and
      *    mailing address. An account with no customer on file
      *    is printed on its own, as every statement was before
      *    the preference existed.
           MOVE ACC-CUSTOMER-ID TO WS-STATEMENT-OWNER
           MOVE ACC-CUSTOMER-ID TO WS-MAIL-HOLD-CUSTOMER
           SET OWNER-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-STATEMENT-EMAIL
           MOVE SPACES TO WS-STATEMENT-DELIVERY
           MOVE SPACES TO WS-STATEMENT-COMBINED
           MOVE SPACES TO WS-STATEMENT-ADDRESS
           IF ACC-CUSTOMER-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           SET OWNER-FOUND TO TRUE
           MOVE CUS-EMAIL TO WS-STATEMENT-EMAIL
           MOVE CUS-STMT-DELIVERY TO WS-STATEMENT-DELIVERY
           MOVE CUS-STMT-COMBINED TO WS-STATEMENT-COMBINED
           MOVE CUS-CUSTOMER-NAME TO WS-STMT-NAME
           MOVE CUS-ADDRESS-LINE-1 TO WS-STMT-ADDRESS-1
           MOVE CUS-ADDRESS-LINE-2 TO WS-STMT-ADDRESS-2
           MOVE CUS-CITY TO WS-STMT-CITY
           MOVE CUS-STATE TO WS-STMT-STATE
           MOVE CUS-ZIP-CODE TO WS-STMT-ZIP
           CLOSE CUSTOMER-FILE.

      * Combined relationship statement - one document for all
      * the open accounts the customer owns, produced on the
      * cycle of the lowest-numbered of them (the anchor). The
      * account record and browse position are restored before
      * returning, so the cycle browse and checkpoint carry on
      * from the account that was in hand.
       PRODUCE-COMBINED-STATEMENT.
           SET COMBINED-NOT-HANDLED TO TRUE
           MOVE ACC-NUMBER TO WS-CYCLE-ACCOUNT
           PERFORM LOAD-RELATIONSHIP-ACCOUNTS
           MOVE WS-CYCLE-ACCOUNT TO WS-REL-CANDIDATE
           PERFORM FIND-RELATIONSHIP-ACCOUNT
           IF REL-ACCOUNT-NOT-LISTED
               PERFORM ADD-RELATIONSHIP-ACCOUNT
               PERFORM FIND-RELATIONSHIP-ACCOUNT
           END-IF
      *    More owned accounts than the table holds - the ones
      *    left off keep their own statements
           IF REL-ACCOUNT-NOT-LISTED
               DISPLAY "STMTCYCL: customer " WS-STATEMENT-OWNER
                       " owns more than " WS-REL-MAX
                       " accounts - account " WS-CYCLE-ACCOUNT
                       " printed on its own"
               PERFORM RESTORE-CYCLE-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           SET COMBINED-HANDLED TO TRUE
           MOVE WS-CYCLE-ACCOUNT TO WS-REL-ANCHOR
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > WS-REL-USED
               IF WS-REL-ACCOUNT(WS-REL-SUB) < WS-REL-ANCHOR
                   MOVE WS-REL-ACCOUNT(WS-REL-SUB) TO WS-REL-ANCHOR
               END-IF
           END-PERFORM
           IF WS-REL-ANCHOR = WS-CYCLE-ACCOUNT
               PERFORM PRINT-COMBINED-STATEMENT
           ELSE
               ADD 1 TO WS-ACCOUNTS-COMBINED
           END-IF
           PERFORM RESTORE-CYCLE-ACCOUNT.

       LOAD-RELATIONSHIP-ACCOUNTS.
      *    Every account the customer owns - signer-only
      *    relationships stay on their owner's statement
           MOVE ZERO TO WS-REL-USED
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-REL-SCAN-NOT-EOF TO TRUE
           MOVE WS-STATEMENT-OWNER TO XRF-CUSTOMER-ID
           MOVE ZERO TO XRF-ACCOUNT
           START CUSTOMER-XREF-FILE KEY IS NOT < XRF-KEY
               INVALID KEY
                   SET WS-REL-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REL-SCAN-EOF
               READ CUSTOMER-XREF-FILE NEXT
                   AT END
                       SET WS-REL-SCAN-EOF TO TRUE
                   NOT AT END
                       IF XRF-CUSTOMER-ID NOT = WS-STATEMENT-OWNER
                           SET WS-REL-SCAN-EOF TO TRUE
                       ELSE
                           IF XRF-OWNER
                               MOVE XRF-ACCOUNT TO WS-REL-CANDIDATE
                               PERFORM ADD-RELATIONSHIP-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-XREF-FILE.

       ADD-RELATIONSHIP-ACCOUNT.
      *    Only an open account still owned by the customer - the
      *    cross-reference is rebuilt nightly and can lag a change
           MOVE WS-REL-CANDIDATE TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = "C" OR
              ACC-CUSTOMER-ID NOT = WS-STATEMENT-OWNER
               EXIT PARAGRAPH
           END-IF
           IF WS-REL-USED >= WS-REL-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REL-USED
           MOVE WS-REL-USED TO WS-REL-SUB
           MOVE ACC-NUMBER TO WS-REL-ACCOUNT(WS-REL-SUB)
           MOVE ACC-ACCOUNT-TYPE TO WS-REL-TYPE(WS-REL-SUB)
           MOVE ZERO TO WS-REL-OPENING(WS-REL-SUB)
           MOVE ZERO TO WS-REL-CLOSING(WS-REL-SUB).

       FIND-RELATIONSHIP-ACCOUNT.
           SET REL-ACCOUNT-NOT-LISTED TO TRUE
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > WS-REL-USED
               IF WS-REL-ACCOUNT(WS-REL-SUB) = WS-REL-CANDIDATE
                   SET REL-ACCOUNT-LISTED TO TRUE
               END-IF
           END-PERFORM.

       RESTORE-CYCLE-ACCOUNT.
      *    A keyed read re-establishes both the record and the
      *    position the next READ NEXT continues from
           MOVE WS-CYCLE-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "STMTCYCL: account " WS-CYCLE-ACCOUNT
                           " could not be re-read, status: "
                           WS-FILE-STATUS
                   MOVE 4 TO WS-RETURN-CODE
           END-READ.

       PRINT-COMBINED-STATEMENT.
      *    Figures for every account first - the summary page
      *    leads the document - then each account's activity
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > WS-REL-USED
               PERFORM COMPUTE-RELATIONSHIP-BALANCES
           END-PERFORM
           MOVE WS-CYCLE-ACCOUNT TO WS-DOCUMENT-ACCOUNT
           MOVE "R" TO WS-DOCUMENT-TYPE
           PERFORM START-STATEMENT-DELIVERY
           PERFORM PRINT-RELATIONSHIP-SUMMARY
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > WS-REL-USED
               PERFORM PRINT-RELATIONSHIP-ACCOUNT
           END-PERFORM
           PERFORM END-STATEMENT-DELIVERY
           ADD 1 TO WS-STATEMENTS-WRITTEN
           ADD 1 TO WS-COMBINED-STATEMENTS.

       COMPUTE-RELATIONSHIP-BALANCES.
           MOVE WS-REL-ACCOUNT(WS-REL-SUB) TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACC-NUMBER TO WS-SEARCH-ACCOUNT
           PERFORM RESET-STATEMENT-FIGURES
           PERFORM COMPUTE-OPENING-BALANCE
           MOVE WS-OPENING-BALANCE TO WS-REL-OPENING(WS-REL-SUB)
           MOVE WS-CLOSING-BALANCE TO WS-REL-CLOSING(WS-REL-SUB).

       PRINT-RELATIONSHIP-ACCOUNT.
      *    One account's section - the same header, activity and
      *    totals as a statement of its own
           MOVE WS-REL-ACCOUNT(WS-REL-SUB) TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACC-NUMBER TO WS-SEARCH-ACCOUNT
           PERFORM RESET-STATEMENT-FIGURES
           MOVE WS-REL-OPENING(WS-REL-SUB) TO WS-OPENING-BALANCE
           MOVE WS-REL-CLOSING(WS-REL-SUB) TO WS-CLOSING-BALANCE
           PERFORM PRINT-STATEMENT-HEADER
           PERFORM PRINT-STATEMENT-ACTIVITY
           PERFORM PRINT-STATEMENT-TOTALS.

       PRINT-RELATIONSHIP-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "=====================================" TO
               WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "     RELATIONSHIP STATEMENT SUMMARY" TO
               WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "=====================================" TO
               WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           STRING "Customer: " WS-STATEMENT-OWNER "  " WS-STMT-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-STMT-ADDRESS-1 TO WS-PRINT-LINE(11:30)
           PERFORM WRITE-PRINT-LINE
           IF WS-STMT-ADDRESS-2 NOT = SPACES
               MOVE WS-STMT-ADDRESS-2 TO WS-PRINT-LINE(11:30)
               PERFORM WRITE-PRINT-LINE
           END-IF
           STRING WS-STMT-CITY DELIMITED BY "  "
                  ", " WS-STMT-STATE " " WS-STMT-ZIP
               DELIMITED BY SIZE INTO WS-PRINT-LINE(11:40)
           PERFORM WRITE-PRINT-LINE
           STRING "Period:   " WS-STATEMENT-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "DEPOSIT ACCOUNTS" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "ACCOUNT     TYPE" TO WS-PRINT-LINE
           MOVE "  OPENING BAL" TO WS-PRINT-LINE(25:13)
           MOVE "  CLOSING BAL" TO WS-PRINT-LINE(41:13)
           PERFORM WRITE-PRINT-LINE
           MOVE ZERO TO WS-REL-TOTAL-DEPOSITS
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > WS-REL-USED
               PERFORM PRINT-RELATIONSHIP-DEPOSIT-LINE
           END-PERFORM
           MOVE WS-REL-TOTAL-DEPOSITS TO WS-DISPLAY-REL-TOTAL
           STRING "Total Deposits:              $"
                  WS-DISPLAY-REL-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           PERFORM PRINT-RELATIONSHIP-LOANS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       PRINT-RELATIONSHIP-DEPOSIT-LINE.
           MOVE WS-REL-ACCOUNT(WS-REL-SUB) TO WS-PRINT-LINE(1:10)
           EVALUATE WS-REL-TYPE(WS-REL-SUB)
               WHEN "S"
                   MOVE "SAVINGS" TO WS-PRINT-LINE(13:10)
               WHEN "D"
                   MOVE "CD" TO WS-PRINT-LINE(13:10)
               WHEN OTHER
                   MOVE "CHECKING" TO WS-PRINT-LINE(13:10)
           END-EVALUATE
           MOVE WS-REL-OPENING(WS-REL-SUB) TO WS-DISPLAY-OPEN-BAL
           MOVE WS-DISPLAY-OPEN-BAL TO WS-PRINT-LINE(25:13)
           MOVE WS-REL-CLOSING(WS-REL-SUB) TO WS-DISPLAY-CLOSE-BAL
           MOVE WS-DISPLAY-CLOSE-BAL TO WS-PRINT-LINE(41:13)
           ADD WS-REL-CLOSING(WS-REL-SUB) TO WS-REL-TOTAL-DEPOSITS
           PERFORM WRITE-PRINT-LINE.

       PRINT-RELATIONSHIP-LOANS.
      *    The customer's active loans as they stand today - the
      *    loan master keeps no period history to walk back
           MOVE "LOANS" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE ZERO TO WS-REL-LOAN-COUNT
           MOVE ZERO TO WS-REL-TOTAL-LOANS
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-REL-SCAN-NOT-EOF TO TRUE
               PERFORM UNTIL WS-REL-SCAN-EOF
                   READ LOAN-FILE NEXT
                       AT END
                           SET WS-REL-SCAN-EOF TO TRUE
                       NOT AT END
                           IF LN-CUSTOMER-ID = WS-STATEMENT-OWNER AND
                              LN-ACTIVE
                               PERFORM PRINT-RELATIONSHIP-LOAN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF
           IF WS-REL-LOAN-COUNT = ZERO
               MOVE "No active loans" TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REL-TOTAL-LOANS TO WS-DISPLAY-REL-TOTAL
           STRING "Total Loans:                 $"
                  WS-DISPLAY-REL-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       PRINT-RELATIONSHIP-LOAN-LINE.
           IF WS-REL-LOAN-COUNT = ZERO
               MOVE "LOAN        RATE" TO WS-PRINT-LINE
               MOVE "      BALANCE" TO WS-PRINT-LINE(21:13)
               MOVE "NEXT DUE" TO WS-PRINT-LINE(37:8)
               MOVE "     PAYMENT" TO WS-PRINT-LINE(49:12)
               PERFORM WRITE-PRINT-LINE
           END-IF
           ADD 1 TO WS-REL-LOAN-COUNT
           ADD LN-PRINCIPAL-BALANCE TO WS-REL-TOTAL-LOANS
           MOVE LN-LOAN-NUMBER TO WS-PRINT-LINE(1:10)
           MOVE LN-ANNUAL-RATE TO WS-DISPLAY-RATE
           MOVE WS-DISPLAY-RATE TO WS-PRINT-LINE(13:6)
           MOVE LN-PRINCIPAL-BALANCE TO WS-DISPLAY-CLOSE-BAL
           MOVE WS-DISPLAY-CLOSE-BAL TO WS-PRINT-LINE(21:13)
           MOVE LN-NEXT-DUE-DATE TO WS-DATE-NUMERIC
           PERFORM FORMAT-STATEMENT-DATE
           MOVE WS-FORMATTED-DATE TO WS-PRINT-LINE(37:10)
           MOVE LN-PAYMENT-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE WS-FORMATTED-AMOUNT TO WS-PRINT-LINE(49:12)
           PERFORM WRITE-PRINT-LINE.

       RESET-STATEMENT-FIGURES.
           MOVE ZERO TO WS-TRANSACTION-COUNT
           MOVE ZERO TO WS-TOTAL-DEPOSITS
           END-EVALUATE.

       WRITE-PRINT-LINE.
      *    Extract the line for the e-statement vendor, and for
      *    paper queue it or file it with the held statement
           IF DELIVER-ELECTRONIC
               PERFORM WRITE-ESTATEMENT-LINE
           END-IF
           IF DELIVER-PAPER
               IF MAIL-HELD
                   MOVE "L" TO WS-MAIL-HOLD-ACTION
                   CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                         WS-MAIL-HOLD-SOURCE
                                         WS-MAIL-HOLD-CUSTOMER
                                         WS-PRINT-LINE
                                         WS-MAIL-HOLD-FLAG
               ELSE
                   MOVE WS-PRINT-LINE TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE.

       WRITE-ESTATEMENT-LINE.
           ADD 1 TO WS-ESTATEMENT-LINE-NUMBER
           INITIALIZE ESTATEMENT-RECORD
           MOVE WS-STATEMENT-OWNER TO EST-CUSTOMER-ID
           MOVE WS-STATEMENT-EMAIL TO EST-EMAIL
           MOVE WS-DOCUMENT-ACCOUNT TO EST-ACCOUNT
           MOVE WS-DOCUMENT-TYPE TO EST-DOCUMENT-TYPE
           MOVE WS-STATEMENT-PERIOD TO EST-PERIOD
           MOVE WS-BUSINESS-DATE TO EST-CUT-DATE
           MOVE WS-ESTATEMENT-LINE-NUMBER TO EST-LINE-NUMBER
           MOVE WS-PRINT-LINE TO EST-LINE
           WRITE ESTATEMENT-RECORD.

       START-STATEMENT-DELIVERY.
      *    Paper unless the customer takes e-statements and has an
      *    email to send them to; electronic-only turns paper off.
      *    Only paper is subject to a returned-mail hold.
           SET DELIVER-PAPER TO TRUE
           SET NO-ELECTRONIC TO TRUE
           MOVE ZERO TO WS-ESTATEMENT-LINE-NUMBER
           IF OWNER-FOUND AND STATEMENT-WANTS-ELECTRONIC
               IF WS-STATEMENT-EMAIL = SPACES
                   DISPLAY "STMTCYCL: customer " WS-STATEMENT-OWNER
                           " takes e-statements but has no email"
                           " on file - statement printed"
               ELSE
                   SET DELIVER-ELECTRONIC TO TRUE
                   IF STATEMENT-ELECTRONIC-ONLY
                       SET NO-PAPER TO TRUE
                   END-IF
               END-IF
           END-IF
           IF DELIVER-PAPER
               ADD 1 TO WS-PAPER-STATEMENTS
               PERFORM MAIL-HOLD-START
           END-IF
           IF DELIVER-ELECTRONIC
               ADD 1 TO WS-ELECTRONIC-STATEMENTS
           END-IF.

       END-STATEMENT-DELIVERY.
           IF DELIVER-PAPER
               PERFORM MAIL-HOLD-END
           END-IF
           SET DELIVER-PAPER TO TRUE
           SET NO-ELECTRONIC TO TRUE.

       MAIL-HOLD-START.
      *    Ask MAILHOLD whether this statement is to be mailed or
      *    held for pickup - WS-MAIL-HOLD-CUSTOMER already loaded
           MOVE "S" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-PRINT-LINE
                                 WS-MAIL-HOLD-FLAG
           IF MAIL-HELD
               ADD 1 TO WS-STATEMENTS-HELD
           END-IF.

       MAIL-HOLD-END.
           MOVE "E" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-PRINT-LINE
                                 WS-MAIL-HOLD-FLAG
           SET MAIL-NOT-HELD TO TRUE.

       PRINT-STATEMENT-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE WS-STATEMENTS-WRITTEN TO SRN-STATEMENTS-WRITTEN
           MOVE "C" TO SRN-STATUS
           MOVE WS-TIME-NUMERIC TO SRN-TIME
           MOVE WS-PAPER-STATEMENTS TO SRN-PAPER-STATEMENTS
           MOVE WS-ELECTRONIC-STATEMENTS TO SRN-ELECTRONIC-STATEMENTS
           MOVE WS-COMBINED-STATEMENTS TO SRN-COMBINED-STATEMENTS
           MOVE WS-ACCOUNTS-COMBINED TO SRN-ACCOUNTS-COMBINED
           WRITE STATEMENT-RUN-RECORD
           CLOSE RUN-CONTROL-FILE.

           DISPLAY "Period:             " WS-STATEMENT-PERIOD
           DISPLAY "Accounts examined:  " WS-ACCOUNTS-EXAMINED
           DISPLAY "Statements written: " WS-STATEMENTS-WRITTEN
           DISPLAY "  Paper:            " WS-PAPER-STATEMENTS
           DISPLAY "  Electronic:       " WS-ELECTRONIC-STATEMENTS
           DISPLAY "  Combined:         " WS-COMBINED-STATEMENTS
           DISPLAY "On combined stmts:  " WS-ACCOUNTS-COMBINED
           DISPLAY "Held for pickup:    " WS-STATEMENTS-HELD
           DISPLAY "Statements queued to data/STMTQ.DAT"
           DISPLAY "E-statements extracted to data/ESTMTX.DAT"
           DISPLAY " ".

       END PROGRAM STMTCYCL.
