       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANLATE.
      *********************************************************
      * LOANLATE - Nightly Loan Late Fee and Delinquency Notices
      * LOANAGE tells us which loans are behind, but nothing
      * acted on it - collectors keyed late fees by hand and
      * typed reminder letters. This EODRUN step does both:
      *   - a late fee (LATE-FEE-AMOUNT) is assessed once per
      *     missed installment, as soon as that installment is
      *     more than LATE-FEE-GRACE-DAYS past due. The fee
      *     goes into the loan's LN-UNPAID-FEES bucket, which
      *     LOANPOST collects ahead of interest and principal.
      *   - a dated delinquency notice is written to the letter
      *     file at 15, 30 and 60 days past due, addressed from
      *     the customer master, one notice per stage for each
      *     delinquency.
      *   - every past-due loan is put on (or refreshed on) the
      *     collector queue, COLLQ.DAT, which LOANCOLL works;
      *     loans brought current are marked cured there.
      * Days past due are estimated the way LOANAGE buckets
      * them (years as 365 days, months as 30). Defaults when
      * PARAMS.DAT carries no value: $25.00 after 15 days.
      * A customer whose mail is marked returned (RETMAIL) is
      * not mailed - the notice is held for pickup through
      * MAILHOLD instead.
      *
      * Usage: LOANLATE (no parameters - checks every loan)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Loan master file - indexed by loan number
           SELECT LOAN-FILE ASSIGN TO "data/LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - the notices are addressed from here
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Delinquency notices for the mail room, plain text
           SELECT LETTER-FILE ASSIGN TO "data/LOANLTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Collector queue, one entry per delinquent loan -
      *    rewritten in place as the nightly refresh runs
           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "data/COLLQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the late fee and its grace period are read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-FILE.
           COPY "copybooks/LOAN-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  COLLECTION-QUEUE-FILE.
           COPY "copybooks/COLLECTION-QUEUE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    End-of-file switch for the operational parameter load
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    Late fee terms - PARAMS.DAT values overlay these
      *    compiled defaults
       01  LATE-FEE-AMOUNT             PIC 9(4)V99 VALUE 25.00.
       01  LATE-FEE-GRACE-DAYS         PIC 9(3) VALUE 15.

      *    Late fee working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-COLQ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-COLQ-EOF             VALUE 'Y'.
           88  WS-COLQ-NOT-EOF         VALUE 'N'.
       01  WS-QUEUE-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  QUEUE-ENTRY-FOUND       VALUE 'Y'.
           88  QUEUE-ENTRY-NOT-FOUND   VALUE 'N'.
      *    Set when anything on the loan record changed and it
      *    must be rewritten
       01  WS-LOAN-CHANGED-FLAG        PIC X(1) VALUE 'N'.
           88  LOAN-CHANGED            VALUE 'Y'.
           88  LOAN-UNCHANGED          VALUE 'N'.

       01  WS-DAYS-PAST-DUE            PIC S9(5).
      *    Days past the installment being tested for a fee
       01  WS-INST-DAYS-PAST           PIC S9(5).
      *    Installment date walked forward month by month from
      *    the oldest unpaid due date
       01  WS-INST-DATE                PIC 9(8).
       01  WS-INSTALLMENTS-DUE         PIC 9(3).
      *    Guard against a damaged due date walking forever
       01  WS-INST-LIMIT               PIC 9(3) VALUE 360.
       01  WS-INST-STEPS               PIC 9(3).
       01  WS-AMOUNT-PAST-DUE          PIC S9(10)V99 COMP-3.
       01  WS-TARGET-STAGE             PIC 9(1).
       01  WS-STAGE-DAYS               PIC 9(2).

      *    Split-out date fields for the day-difference estimate
       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC 9(2).
       01  WS-DUE-DAY                  PIC 9(2).
       01  WS-RUN-YEAR                 PIC 9(4).
       01  WS-RUN-MONTH                PIC 9(2).
       01  WS-RUN-DAY                  PIC 9(2).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-AGE-FROM-DATE            PIC 9(8).
       01  WS-AGE-DAYS                 PIC S9(5).

      *    Split-out date fields used to walk an installment date
      *    one month forward, clamped the same way LOANPOST
      *    advances LN-NEXT-DUE-DATE
       01  WS-LN-YEAR                  PIC 9(4).
       01  WS-LN-MONTH                 PIC 9(2).
       01  WS-LN-DAY                   PIC 9(2).
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

      *    Run counters
       01  WS-LOANS-EXAMINED           PIC 9(7) VALUE ZERO.
       01  WS-LOANS-PAST-DUE           PIC 9(7) VALUE ZERO.
       01  WS-FEES-ASSESSED            PIC 9(7) VALUE ZERO.
       01  WS-FEE-TOTAL                PIC S9(10)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NOTICES-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-LOANS-CURED              PIC 9(7) VALUE ZERO.
       01  WS-DISPLAY-DAYS             PIC ZZZZ9.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.

      *    Returned-mail hold - a letter to a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of being mailed
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "LOANLATE ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-LINE           PIC X(100) VALUE SPACES.
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.
       01  WS-ITEMS-HELD               PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-LOAN-FILE
           PERFORM UNTIL WS-EOF
               READ LOAN-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
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
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE
           PERFORM LOAD-OPERATIONAL-PARAMETERS.

       GET-BUSINESS-DATE.
      *    Past due is measured against the posting business
      *    date, the same clock LOANAGE and LOANACCR run on
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

       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE
           IF WS-FILE-STATUS = "35"
      *        No loan master yet - nothing to assess, and the
      *        nightly chain should not halt over it
               DISPLAY "No loan master on file - nothing to assess"
               MOVE ZERO TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening loan master, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.

       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-EXAMINED
           SET LOAN-UNCHANGED TO TRUE
           IF NOT LN-ACTIVE OR LN-NEXT-DUE-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LN-NEXT-DUE-DATE TO WS-AGE-FROM-DATE
           PERFORM COMPUTE-DAYS-SINCE-DATE
           MOVE WS-AGE-DAYS TO WS-DAYS-PAST-DUE

      *    Current loan - a delinquency that has been cured
      *    resets the notice stage and closes out the queue entry
           IF WS-DAYS-PAST-DUE <= ZERO
               IF LN-NOTICE-STAGE > ZERO
                   MOVE ZERO TO LN-NOTICE-STAGE
                   SET LOAN-CHANGED TO TRUE
               END-IF
               PERFORM CURE-QUEUE-ENTRY
               PERFORM REWRITE-LOAN-IF-CHANGED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOANS-PAST-DUE
           PERFORM ASSESS-LATE-FEES
           PERFORM SEND-DELINQUENCY-NOTICE
           PERFORM REWRITE-LOAN-IF-CHANGED
           PERFORM COUNT-INSTALLMENTS-DUE
           PERFORM REFRESH-QUEUE-ENTRY.

       ASSESS-LATE-FEES.
      *    One fee per missed installment. Walk the installment
      *    dates forward from the oldest one still unpaid,
      *    starting after the last one already charged, and
      *    charge each that is beyond the grace period.
           MOVE LN-NEXT-DUE-DATE TO WS-INST-DATE
           IF LN-LAST-FEE-DUE-DATE >= LN-NEXT-DUE-DATE
               MOVE LN-LAST-FEE-DUE-DATE TO WS-INST-DATE
               PERFORM ADVANCE-INSTALLMENT-DATE
           END-IF
           MOVE ZERO TO WS-INST-STEPS
           MOVE WS-INST-DATE TO WS-AGE-FROM-DATE
           PERFORM COMPUTE-DAYS-SINCE-DATE
           MOVE WS-AGE-DAYS TO WS-INST-DAYS-PAST
           PERFORM UNTIL WS-INST-DAYS-PAST <= LATE-FEE-GRACE-DAYS
                   OR WS-INST-STEPS >= WS-INST-LIMIT
               ADD LATE-FEE-AMOUNT TO LN-UNPAID-FEES
               MOVE WS-INST-DATE TO LN-LAST-FEE-DUE-DATE
               SET LOAN-CHANGED TO TRUE
               ADD 1 TO WS-FEES-ASSESSED
               ADD LATE-FEE-AMOUNT TO WS-FEE-TOTAL
               MOVE LATE-FEE-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "Late fee $" WS-DISPLAY-AMOUNT
                       " assessed on loan " LN-LOAN-NUMBER
                       " for installment due " WS-INST-DATE
               ADD 1 TO WS-INST-STEPS
               PERFORM ADVANCE-INSTALLMENT-DATE
               MOVE WS-INST-DATE TO WS-AGE-FROM-DATE
               PERFORM COMPUTE-DAYS-SINCE-DATE
               MOVE WS-AGE-DAYS TO WS-INST-DAYS-PAST
           END-PERFORM.

       COUNT-INSTALLMENTS-DUE.
      *    Installments behind - every scheduled due date from
      *    the oldest unpaid one up to the business date - and
      *    what it takes to bring the loan current, escrow
      *    included
           MOVE ZERO TO WS-INSTALLMENTS-DUE
           MOVE LN-NEXT-DUE-DATE TO WS-INST-DATE
           PERFORM UNTIL WS-INST-DATE >= WS-BUSINESS-DATE
                   OR WS-INSTALLMENTS-DUE >= WS-INST-LIMIT
               ADD 1 TO WS-INSTALLMENTS-DUE
               PERFORM ADVANCE-INSTALLMENT-DATE
           END-PERFORM
           COMPUTE WS-AMOUNT-PAST-DUE =
               WS-INSTALLMENTS-DUE *
               (LN-PAYMENT-AMOUNT + LN-ESCROW-PAYMENT).

       SEND-DELINQUENCY-NOTICE.
      *    Notices go out at 15, 30 and 60 days past due - one
      *    per stage. A loan first seen already deep in
      *    delinquency gets the notice for the stage it has
      *    reached, not every earlier one at once.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 60
                   MOVE 3 TO WS-TARGET-STAGE
                   MOVE 60 TO WS-STAGE-DAYS
               WHEN WS-DAYS-PAST-DUE >= 30
                   MOVE 2 TO WS-TARGET-STAGE
                   MOVE 30 TO WS-STAGE-DAYS
               WHEN WS-DAYS-PAST-DUE >= 15
                   MOVE 1 TO WS-TARGET-STAGE
                   MOVE 15 TO WS-STAGE-DAYS
               WHEN OTHER
                   MOVE ZERO TO WS-TARGET-STAGE
           END-EVALUATE
           IF WS-TARGET-STAGE <= LN-NOTICE-STAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: customer master not available - "
                       "notice for loan " LN-LOAN-NUMBER
                       " held for the next run"
               EXIT PARAGRAPH
           END-IF
           MOVE LN-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Warning: no customer record for "
                           "loan " LN-LOAN-NUMBER
                           " - notice not generated"
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-FILE

           PERFORM COUNT-INSTALLMENTS-DUE
           PERFORM WRITE-NOTICE-LETTER
           MOVE WS-TARGET-STAGE TO LN-NOTICE-STAGE
           MOVE WS-BUSINESS-DATE TO LN-NOTICE-DATE
           SET LOAN-CHANGED TO TRUE
           ADD 1 TO WS-NOTICES-WRITTEN
           DISPLAY WS-STAGE-DAYS "-day delinquency notice "
                   "generated for loan " LN-LOAN-NUMBER.

       WRITE-NOTICE-LETTER.
      *    The notice, addressed from the customer master's
      *    address block the same way ESCHEAT's letters are
           MOVE CUS-CUSTOMER-ID TO WS-MAIL-HOLD-CUSTOMER
           PERFORM MAIL-HOLD-START
           OPEN EXTEND LETTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE LETTER-FILE
               OPEN OUTPUT LETTER-FILE
           END-IF
           MOVE "--------------------------------------------" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Date: " WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE CUS-CUSTOMER-NAME TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE CUS-ADDRESS-LINE-1 TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           IF CUS-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUS-ADDRESS-LINE-2 TO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING CUS-CITY ", " CUS-STATE " " CUS-ZIP-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "RE: Loan " LN-LOAN-NUMBER " - "
                  WS-STAGE-DAYS "-DAY DELINQUENCY NOTICE"
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "The payment due on your loan " LN-NEXT-DUE-DATE
                  " has not been received."
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE WS-DAYS-PAST-DUE TO WS-DISPLAY-DAYS
           MOVE SPACES TO LETTER-LINE
           STRING "Your loan is now " WS-DISPLAY-DAYS
                  " days past due."
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE WS-AMOUNT-PAST-DUE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "  Installments past due:  $" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE LN-UNPAID-FEES TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "  Unpaid late fees:       $" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "Please remit the amount past due, or call us to" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "arrange payment, so that further fees and credit" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "reporting can be avoided." TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM MAIL-HOLD-END
           CLOSE LETTER-FILE.

       REWRITE-LOAN-IF-CHANGED.
           IF LOAN-UNCHANGED
               EXIT PARAGRAPH
           END-IF
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error rewriting loan " LN-LOAN-NUMBER
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       REFRESH-QUEUE-ENTRY.
      *    Update the loan's queue entry in place with tonight's
      *    delinquency figures, reopening a cured entry; a loan
      *    not yet on the queue is appended. The collector's
      *    promise and note carry over untouched.
           SET QUEUE-ENTRY-NOT-FOUND TO TRUE
           OPEN I-O COLLECTION-QUEUE-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-COLQ-NOT-EOF TO TRUE
               PERFORM UNTIL WS-COLQ-EOF
                   READ COLLECTION-QUEUE-FILE
                       AT END
                           SET WS-COLQ-EOF TO TRUE
                       NOT AT END
                           IF COL-LOAN-NUMBER = LN-LOAN-NUMBER
                               SET QUEUE-ENTRY-FOUND TO TRUE
                               IF COL-CURED
                                   MOVE "O" TO COL-STATUS
                                   MOVE WS-BUSINESS-DATE TO
                                       COL-QUEUED-DATE
                                   MOVE ZERO TO COL-PROMISE-DATE
                                   MOVE ZERO TO COL-PROMISE-AMOUNT
                               END-IF
                               PERFORM FILL-QUEUE-FIGURES
                               REWRITE COLLECTION-QUEUE-RECORD
                               SET WS-COLQ-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-QUEUE-FILE
           END-IF
           IF QUEUE-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND COLLECTION-QUEUE-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE COLLECTION-QUEUE-FILE
               OPEN OUTPUT COLLECTION-QUEUE-FILE
           END-IF
           MOVE LN-LOAN-NUMBER TO COL-LOAN-NUMBER
           MOVE "O" TO COL-STATUS
           MOVE WS-BUSINESS-DATE TO COL-QUEUED-DATE
           MOVE ZERO TO COL-PROMISE-DATE
           MOVE ZERO TO COL-PROMISE-AMOUNT
           MOVE SPACES TO COL-NOTE
           MOVE ZERO TO COL-NOTE-DATE
           MOVE SPACES TO COL-COLLECTOR-ID
           PERFORM FILL-QUEUE-FIGURES
           WRITE COLLECTION-QUEUE-RECORD
           CLOSE COLLECTION-QUEUE-FILE.

       FILL-QUEUE-FIGURES.
           MOVE LN-CUSTOMER-ID TO COL-CUSTOMER-ID
           MOVE LN-CUSTOMER-NAME TO COL-CUSTOMER-NAME
           MOVE WS-BUSINESS-DATE TO COL-REFRESH-DATE
           MOVE LN-NEXT-DUE-DATE TO COL-DUE-DATE
           MOVE WS-DAYS-PAST-DUE TO COL-DAYS-PAST-DUE
           MOVE WS-INSTALLMENTS-DUE TO COL-INSTALLMENTS-DUE
           MOVE WS-AMOUNT-PAST-DUE TO COL-AMOUNT-PAST-DUE
           MOVE LN-UNPAID-FEES TO COL-UNPAID-FEES.

       CURE-QUEUE-ENTRY.
      *    The loan is current again - its open queue entry is
      *    marked cured, with the collector's history left on it
           OPEN I-O COLLECTION-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-COLQ-NOT-EOF TO TRUE
           PERFORM UNTIL WS-COLQ-EOF
               READ COLLECTION-QUEUE-FILE
                   AT END
                       SET WS-COLQ-EOF TO TRUE
                   NOT AT END
                       IF COL-LOAN-NUMBER = LN-LOAN-NUMBER AND
                          COL-OPEN
                           MOVE "C" TO COL-STATUS
                           MOVE WS-BUSINESS-DATE TO COL-REFRESH-DATE
                           MOVE ZERO TO COL-DAYS-PAST-DUE
                           MOVE ZERO TO COL-INSTALLMENTS-DUE
                           MOVE ZERO TO COL-AMOUNT-PAST-DUE
                           MOVE LN-UNPAID-FEES TO COL-UNPAID-FEES
                           REWRITE COLLECTION-QUEUE-RECORD
                           ADD 1 TO WS-LOANS-CURED
                           SET WS-COLQ-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLECTION-QUEUE-FILE.

       COMPUTE-DAYS-SINCE-DATE.
      *    Estimate the day count from WS-AGE-FROM-DATE to the
      *    business date - years as 365 days, months as 30 -
      *    the same estimate LOANAGE buckets with
           MOVE WS-AGE-FROM-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-DUE-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-RUN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-RUN-MONTH
               REMAINDER WS-RUN-DAY
           COMPUTE WS-AGE-DAYS =
               (WS-RUN-YEAR - WS-DUE-YEAR) * 365 +
               (WS-RUN-MONTH - WS-DUE-MONTH) * 30 +
               (WS-RUN-DAY - WS-DUE-DAY).

       ADVANCE-INSTALLMENT-DATE.
      *    Roll WS-INST-DATE one month, clamped to a real
      *    calendar day the same way LOANPOST rolls the due date
           DIVIDE WS-INST-DATE BY 10000 GIVING WS-LN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-LN-MONTH
               REMAINDER WS-LN-DAY
           ADD 1 TO WS-LN-MONTH
           IF WS-LN-MONTH > 12
               MOVE 1 TO WS-LN-MONTH
               ADD 1 TO WS-LN-YEAR
           END-IF
           PERFORM COMPUTE-DAYS-IN-MONTH
           IF WS-LN-DAY > WS-MAX-DAY-IN-MONTH
               MOVE WS-MAX-DAY-IN-MONTH TO WS-LN-DAY
           END-IF
           COMPUTE WS-INST-DATE =
               WS-LN-YEAR * 10000 + WS-LN-MONTH * 100 + WS-LN-DAY.

       COMPUTE-DAYS-IN-MONTH.
      *    Same simplified leap-year rule STANDORD uses - every
      *    year divisible by 4, accurate for every year this
      *    system will realistically run against
           MOVE WS-DAYS-IN-MONTH(WS-LN-MONTH) TO WS-MAX-DAY-IN-MONTH
           IF WS-LN-MONTH = 2
               DIVIDE WS-LN-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-MAX-DAY-IN-MONTH
               END-IF
           END-IF.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in late fee terms with any
      *    operational parameters in force. Records apply in
      *    file order, skipping those with a future effective
      *    date, so the newest record in force for a name wins.
      *    No file means the compiled values stand.
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
               WHEN "LATE-FEE-AMOUNT"
                   MOVE PRM-VALUE TO LATE-FEE-AMOUNT
               WHEN "LATE-FEE-GRACE-DAYS"
                   MOVE PRM-VALUE TO LATE-FEE-GRACE-DAYS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "LOAN LATE FEE RUN COMPLETE"
           DISPLAY "==========================="
           DISPLAY "Loans examined:     " WS-LOANS-EXAMINED
           DISPLAY "Loans past due:     " WS-LOANS-PAST-DUE
           DISPLAY "Late fees assessed: " WS-FEES-ASSESSED
           MOVE WS-FEE-TOTAL TO WS-DISPLAY-BALANCE
           DISPLAY "Late fee total:     $" WS-DISPLAY-BALANCE
           DISPLAY "Notices generated:  " WS-NOTICES-WRITTEN
           DISPLAY "Held for pickup:    " WS-ITEMS-HELD
           DISPLAY "Loans cured:        " WS-LOANS-CURED
           DISPLAY "Notices in data/LOANLTRS.DAT, collector queue "
                   "in data/COLLQ.DAT"
           DISPLAY " ".

       MAIL-HOLD-START.
      *    Ask MAILHOLD whether this letter is to be mailed or
      *    held for pickup - WS-MAIL-HOLD-CUSTOMER already loaded
           MOVE "S" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG
           IF MAIL-HELD
               ADD 1 TO WS-ITEMS-HELD
           END-IF.

       PUT-LETTER-LINE.
      *    Mail the line, or file it with the held item
           IF MAIL-HELD
               MOVE LETTER-LINE TO WS-MAIL-HOLD-LINE
               MOVE "L" TO WS-MAIL-HOLD-ACTION
               CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                     WS-MAIL-HOLD-SOURCE
                                     WS-MAIL-HOLD-CUSTOMER
                                     WS-MAIL-HOLD-LINE
                                     WS-MAIL-HOLD-FLAG
           ELSE
               WRITE LETTER-LINE
           END-IF.

       MAIL-HOLD-END.
           MOVE "E" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG.

       END PROGRAM LOANLATE.
