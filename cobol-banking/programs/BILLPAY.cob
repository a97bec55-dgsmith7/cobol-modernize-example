       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLPAY.
      *********************************************************
      * BILLPAY - Nightly Bill Payment Run
      * Pays every active bill payment instruction (BILLMNT
      * PAY) that has come due on the business date. The
      * customer's account is debited under the same
      * available-funds rule the other debit paths use -
      * balance plus overdraft line, less uncollected holds and
      * active legal orders - and the payment is then
      * disbursed the way the payee is set up to be paid:
      *   E - an ACH credit to the payee's account is appended
      *       to the ACHOUT.DAT extract for the correspondent
      *       and registered on ACHOREG.DAT under the
      *       customer's account, so an ACHORIG RETURNS run
      *       settles a returned payment back to the customer
      *   C - an official check is drawn on the settlement
      *       account, registered on OFFCHK.DAT under the next
      *       serial so INCLEAR pays it on presentment, and
      *       printed to BILLCHKS.DAT for mailing
      * A payment the account cannot fund is put over to the
      * next business day and tried once more; if the retry
      * fails too the payment is given up for that cycle and
      * the customer is told through ALERTS.DAT. Every attempt
      * is written to BILLHIST.DAT.
      *
      * Usage: BILLPAY (no parameters - processes every
      *        instruction)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bill payment instructions - rewritten in place as each
      *    due payment is paid, put over or finished
           SELECT BILL-INSTRUCTION-FILE ASSIGN TO "data/BILLINST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Bill payment payees - how and where each is paid
           SELECT BILL-PAYEE-FILE ASSIGN TO "data/BILLPAYE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Bill payment history - one record per attempt
           SELECT BILL-HISTORY-FILE ASSIGN TO "data/BILLHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Outgoing ACH extract for the correspondent - appended
      *    to, alongside whatever ACHORIG has extracted
           SELECT ACH-OUT-FILE ASSIGN TO "data/ACHOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    ACH origination register - an electronic payment is
      *    registered so its return is recognized as ours
           SELECT ORIG-REGISTER-FILE ASSIGN TO "data/ACHOREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Official check register - a check payment goes on it
      *    the same as a check sold at the counter
           SELECT REGISTER-FILE ASSIGN TO "data/OFFCHK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Printed bill payment checks for the mail room
           SELECT CHECK-PRINT-FILE ASSIGN TO "data/BILLCHKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer alerts - the funds-failure notice
           SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - the alert carries the customer's
      *    contact block
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
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

      *    Legal orders placed by LEGALORD - active orders
      *    protect their ordered amount from leaving the account
           SELECT LEGAL-ORDER-FILE ASSIGN TO "data/LEGALORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Funds availability holds - uncollected deposits cannot
      *    fund a bill payment
           SELECT HOLD-FILE ASSIGN TO "data/HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Bank calendar of non-processing days - plain text,
      *    one YYYYMMDD per line, maintained by hand
           SELECT HOLIDAY-FILE ASSIGN TO "data/HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameters - the official-check settlement
      *    account
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

       FD  BILL-INSTRUCTION-FILE.
           COPY "copybooks/BILL-INSTRUCTION-RECORD.cpy".

       FD  BILL-PAYEE-FILE.
           COPY "copybooks/BILL-PAYEE-RECORD.cpy".

       FD  BILL-HISTORY-FILE.
           COPY "copybooks/BILL-HISTORY-RECORD.cpy".

      *    Same entry layout ACHORIG extracts
       FD  ACH-OUT-FILE.
       01  ACH-OUT-RECORD.
           05  OUT-ENTRY-TYPE          PIC X(1).
           05  OUT-ACCOUNT             PIC 9(10).
           05  OUT-AMOUNT              PIC 9(10)V99.
           05  OUT-COMPANY-NAME        PIC X(16).
           05  OUT-ENTRY-DESC          PIC X(20).
           05  OUT-ROUTING             PIC 9(9).

       FD  ORIG-REGISTER-FILE.
           COPY "copybooks/ACH-ORIG-REGISTER-RECORD.cpy".

       FD  REGISTER-FILE.
           COPY "copybooks/OFFICIAL-CHECK-RECORD.cpy".

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE            PIC X(80).

       FD  ALERT-FILE.
           COPY "copybooks/ALERT-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  LEGAL-ORDER-FILE.
           COPY "copybooks/LEGAL-ORDER-RECORD.cpy".

       FD  HOLD-FILE.
           COPY "copybooks/HOLD-RECORD.cpy".

       FD  HOLIDAY-FILE.
       01  HOLIDAY-LINE                PIC X(20).

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    Branch stamped onto every transaction this program
      *    writes - the paying account's branch
       01  WS-POSTING-BRANCH           PIC X(3) VALUE SPACES.
      *    End-of-file switch for the operational parameter load
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    Official-check settlement account - PARAMS-overridable,
      *    the same default OFFCHK and LOANMNT use
       01  OFFICIAL-CHECK-ACCOUNT      PIC 9(10)
                                       VALUE 9999999901.

      *    Company name an electronic payment carries on the ACH
      *    extract and the origination register
       01  WS-BILL-PAY-COMPANY         PIC X(16)
                                       VALUE "BILL PAYMENT".

      *    Bill payment run working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-PAYEE-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-PAYEE-EOF            VALUE 'Y'.
           88  WS-PAYEE-NOT-EOF        VALUE 'N'.
       01  WS-PAYEE-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  PAYEE-FOUND             VALUE 'Y'.
           88  PAYEE-NOT-FOUND         VALUE 'N'.
       01  WS-DUE-FLAG                 PIC X(1) VALUE 'N'.
           88  PAYMENT-DUE             VALUE 'Y'.
           88  PAYMENT-NOT-DUE         VALUE 'N'.
       01  WS-AUDIT-OPERATION          PIC X(10).
       01  WS-AVAILABLE-FUNDS          PIC S9(10)V99 COMP-3.
       01  WS-REASON                   PIC X(8) VALUE SPACES.
       01  WS-PAID-TXN-ID              PIC 9(15) VALUE ZERO.
       01  WS-PAID-SERIAL              PIC 9(7) VALUE ZERO.
       01  WS-NEXT-SERIAL              PIC 9(7) VALUE ZERO.

      *    One ledger entry, built by the caller and written by
      *    RECORD-BILL-TRANSACTION
       01  WS-ENTRY-TYPE               PIC X(1).
       01  WS-ENTRY-FROM-ACCOUNT       PIC 9(10).
       01  WS-ENTRY-TO-ACCOUNT         PIC 9(10).
       01  WS-ENTRY-AMOUNT             PIC 9(10)V99.
       01  WS-ENTRY-CHECK-NUMBER       PIC 9(7).
       01  WS-ENTRY-DESCRIPTION        PIC X(40).

      *    Run totals
       01  WS-INSTRUCTIONS-EXAMINED    PIC 9(5) VALUE ZERO.
       01  WS-PAYMENTS-DUE             PIC 9(5) VALUE ZERO.
       01  WS-PAYMENTS-PAID            PIC 9(5) VALUE ZERO.
       01  WS-PAYMENTS-ACH             PIC 9(5) VALUE ZERO.
       01  WS-PAYMENTS-CHECK           PIC 9(5) VALUE ZERO.
       01  WS-PAYMENTS-RETRY           PIC 9(5) VALUE ZERO.
       01  WS-PAYMENTS-FAILED          PIC 9(5) VALUE ZERO.
       01  WS-PAID-TOTAL               PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *    Active legal orders against the account being
      *    debited - this much of the balance is the court's,
      *    not the customer's, and comes off the available
      *    figure the same way uncollected holds do
       01  WS-LEGAL-HOLD-TOTAL         PIC S9(10)V99 COMP-3
                                       VALUE ZERO.
       01  WS-LGL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-LGL-EOF              VALUE 'Y'.
           88  WS-LGL-NOT-EOF          VALUE 'N'.

       01  WS-HOLD-TOTAL               PIC S9(10)V99 COMP-3
                                       VALUE ZERO.
       01  WS-HOLD-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-HOLD-EOF             VALUE 'Y'.
           88  WS-HOLD-NOT-EOF         VALUE 'N'.
       01  WS-HOLD-CHECK-ACCOUNT       PIC 9(10).

      *    Split-out date fields used to advance BPI-NEXT-DUE-DATE
       01  WS-DUE-WORK-DATE            PIC 9(8).
       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC 9(2).
       01  WS-DUE-DAY                  PIC 9(2).

      *    Calendar days in each month, indexed by month, so a
      *    monthly payment anchored on the 29th/30th/31st is
      *    clamped back to a real date in a shorter month
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

      *    Bank calendar - non-processing days from the hand-
      *    maintained holiday file, plus weekends, rolled over
      *    so a due or retry date never lands on a closed day
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE             PIC 9(8) OCCURS 30 TIMES.
       01  WS-HOL-SUB                  PIC 9(2).
       01  WS-HOL-USED                 PIC 9(2) VALUE ZERO.
       01  WS-HOL-MAX                  PIC 9(2) VALUE 30.
       01  WS-HOL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-HOL-EOF              VALUE 'Y'.
           88  WS-HOL-NOT-EOF          VALUE 'N'.
       01  WS-GOOD-DAY-FLAG            PIC X(1).
           88  DAY-IS-GOOD             VALUE 'Y'.
           88  DAY-IS-CLOSED           VALUE 'N'.
       01  WS-ROLL-DATE                PIC 9(8).
      *    Plain one-day advance used only by the calendar roll
       01  WS-RD-YEAR                  PIC 9(4).
       01  WS-RD-MONTH                 PIC 9(2).
       01  WS-RD-DAY                   PIC 9(2).
       01  WS-RD-WORK-DATE             PIC 9(8).
       01  WS-RD-MAX-DAY               PIC 9(2).
      *    Zeller day-of-week work fields - the congruence
      *    numbers days 0=Saturday, 1=Sunday
       01  WS-DOW-YEAR                 PIC 9(4).
       01  WS-DOW-MONTH                PIC 9(2).
       01  WS-DOW-DAY                  PIC 9(2).
       01  WS-DOW-K                    PIC 9(4).
       01  WS-DOW-J                    PIC 9(4).
       01  WS-DOW-T1                   PIC 9(4).
       01  WS-DOW-T2                   PIC 9(4).
       01  WS-DOW-T3                   PIC 9(4).
       01  WS-DOW-R                    PIC 9(4).
       01  WS-DOW-WORK                 PIC 9(6).
       01  WS-DAY-OF-WEEK              PIC 9(1).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           OPEN I-O BILL-INSTRUCTION-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No bill payment instructions on file"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening bill payment instruction "
                       "file, status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ BILL-INSTRUCTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-BILL-INSTRUCTION
               END-READ
           END-PERFORM
           CLOSE BILL-INSTRUCTION-FILE
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
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM FIND-NEXT-CHECK-SERIAL.

       GET-BUSINESS-DATE.
      *    Payments come due and post under the business date
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

       FIND-NEXT-CHECK-SERIAL.
      *    Bill payment checks are numbered on from the highest
      *    serial already on the official check register
           MOVE ZERO TO WS-NEXT-SERIAL
           OPEN INPUT REGISTER-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF OFC-SERIAL > WS-NEXT-SERIAL
                               MOVE OFC-SERIAL TO WS-NEXT-SERIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           ADD 1 TO WS-NEXT-SERIAL
           SET WS-NOT-EOF TO TRUE.

       PROCESS-BILL-INSTRUCTION.
      *    Due when the scheduled date has arrived with no retry
      *    pending, or when a pending retry's date has arrived
           ADD 1 TO WS-INSTRUCTIONS-EXAMINED
           SET PAYMENT-NOT-DUE TO TRUE
           IF BPI-ACTIVE
               IF BPI-RETRY-DATE = ZERO
                   IF BPI-NEXT-DUE-DATE <= WS-BUSINESS-DATE
                       SET PAYMENT-DUE TO TRUE
                   END-IF
               ELSE
                   IF BPI-RETRY-DATE <= WS-BUSINESS-DATE
                       SET PAYMENT-DUE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PAYMENT-DUE
               ADD 1 TO WS-PAYMENTS-DUE
               PERFORM PAY-BILL-INSTRUCTION
               REWRITE BILL-INSTRUCTION-RECORD
           END-IF.

       PAY-BILL-INSTRUCTION.
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-PAID-TXN-ID
           MOVE ZERO TO WS-PAID-SERIAL
           PERFORM FIND-INSTRUCTION-PAYEE
           IF PAYEE-NOT-FOUND
               MOVE "NOPAYEE" TO WS-REASON
               MOVE SPACES TO BPE-METHOD
               PERFORM GIVE-UP-PAYMENT
               CLOSE BILL-PAYEE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               CLOSE BILL-PAYEE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE BPI-FROM-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-REASON
           END-READ
           IF WS-REASON = SPACES AND ACC-STATUS NOT = "A"
               MOVE "INACTIVE" TO WS-REASON
           END-IF
           IF WS-REASON NOT = SPACES
               PERFORM GIVE-UP-PAYMENT
               CLOSE ACCOUNT-FILE
               CLOSE BILL-PAYEE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           MOVE BPI-FROM-ACCOUNT TO WS-HOLD-CHECK-ACCOUNT
           PERFORM COMPUTE-UNRELEASED-HOLDS
           PERFORM COMPUTE-LEGAL-HOLDS
           COMPUTE WS-AVAILABLE-FUNDS =
               ACC-BALANCE + ACC-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
               - WS-LEGAL-HOLD-TOTAL
           IF BPI-AMOUNT > WS-AVAILABLE-FUNDS
               MOVE "NSF" TO WS-REASON
               PERFORM HANDLE-FUNDS-FAILURE
               CLOSE ACCOUNT-FILE
               CLOSE BILL-PAYEE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "BILLPAY" TO WS-AUDIT-OPERATION
           SUBTRACT BPI-AMOUNT FROM ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error debiting account " BPI-FROM-ACCOUNT
                       " for payment " BPI-INSTRUCTION-ID
                       ", status: " WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE BILL-PAYEE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           IF BPE-BY-CHECK
               PERFORM DISBURSE-BY-CHECK
           ELSE
               PERFORM DISBURSE-BY-ACH
           END-IF
           CLOSE ACCOUNT-FILE
           ADD 1 TO WS-PAYMENTS-PAID
           ADD BPI-AMOUNT TO WS-PAID-TOTAL
           MOVE "P" TO BPH-RESULT
           PERFORM WRITE-BILL-HISTORY
           CLOSE BILL-PAYEE-FILE
           MOVE WS-BUSINESS-DATE TO BPI-LAST-PAID-DATE
           MOVE ZERO TO BPI-RETRY-DATE
           IF BPI-ONE-TIME
               MOVE "D" TO BPI-STATUS
           ELSE
               PERFORM ADVANCE-NEXT-DUE-DATE
           END-IF.

       FIND-INSTRUCTION-PAYEE.
      *    Position the payee file on the instruction's payee and
      *    leave it open for the caller to close - a payee that
      *    has been dropped, or is not the customer's, does not
      *    count as found
           SET PAYEE-NOT-FOUND TO TRUE
           OPEN INPUT BILL-PAYEE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-PAYEE-NOT-EOF TO TRUE
           PERFORM UNTIL WS-PAYEE-EOF OR PAYEE-FOUND
               READ BILL-PAYEE-FILE
                   AT END
                       SET WS-PAYEE-EOF TO TRUE
                   NOT AT END
                       IF BPE-PAYEE-ID = BPI-PAYEE-ID AND
                          BPE-CUSTOMER-ID = BPI-CUSTOMER-ID AND
                          BPE-ACTIVE
                           SET PAYEE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       HANDLE-FUNDS-FAILURE.
      *    The first shortfall puts the payment over to the next
      *    business day; a shortfall on that retry gives the
      *    payment up and tells the customer
           IF BPI-RETRY-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-ROLL-DATE
               PERFORM ADD-ONE-ROLL-DAY
               PERFORM ROLL-TO-GOOD-DAY
               MOVE WS-ROLL-DATE TO BPI-RETRY-DATE
               ADD 1 TO WS-PAYMENTS-RETRY
               MOVE "R" TO BPH-RESULT
               PERFORM WRITE-BILL-HISTORY
               DISPLAY "Payment " BPI-INSTRUCTION-ID
                       " not funded - retry on " BPI-RETRY-DATE
           ELSE
               PERFORM WRITE-CUSTOMER-ALERT
               PERFORM GIVE-UP-PAYMENT
           END-IF.

       GIVE-UP-PAYMENT.
      *    The payment is not made this cycle - a one-time
      *    payment is finished as failed, a recurring one moves
      *    on to its next due date
           ADD 1 TO WS-PAYMENTS-FAILED
           MOVE "F" TO BPH-RESULT
           PERFORM WRITE-BILL-HISTORY
           DISPLAY "Payment " BPI-INSTRUCTION-ID " failed: "
                   WS-REASON
           MOVE ZERO TO BPI-RETRY-DATE
           IF BPI-ONE-TIME
               MOVE "F" TO BPI-STATUS
           ELSE
               PERFORM ADVANCE-NEXT-DUE-DATE
           END-IF.

       DISBURSE-BY-CHECK.
      *    The payment moves to the official-check settlement
      *    account and goes on the register payable to the payee,
      *    the same two entries OFFCHK ISSUE posts
           MOVE WS-NEXT-SERIAL TO WS-PAID-SERIAL
           ADD 1 TO WS-NEXT-SERIAL
           MOVE "W" TO WS-ENTRY-TYPE
           MOVE BPI-FROM-ACCOUNT TO WS-ENTRY-FROM-ACCOUNT
           MOVE OFFICIAL-CHECK-ACCOUNT TO WS-ENTRY-TO-ACCOUNT
           MOVE BPI-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE WS-PAID-SERIAL TO WS-ENTRY-CHECK-NUMBER
           MOVE SPACES TO WS-ENTRY-DESCRIPTION
           STRING "BILL PAY CHECK " DELIMITED BY SIZE
                  BPE-NAME DELIMITED BY SIZE
                  INTO WS-ENTRY-DESCRIPTION
           END-STRING
           PERFORM RECORD-BILL-TRANSACTION
           MOVE WS-TRANSACTION-COUNTER TO WS-PAID-TXN-ID

           MOVE OFFICIAL-CHECK-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Warning: settlement account "
                           OFFICIAL-CHECK-ACCOUNT
                           " is not on the master - open it and "
                           "fund it by hand"
               NOT INVALID KEY
                   PERFORM CREDIT-SETTLEMENT-ACCOUNT
           END-READ

           OPEN EXTEND REGISTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE WS-PAID-SERIAL TO OFC-SERIAL
           MOVE BPE-NAME TO OFC-PAYEE
           MOVE BPI-AMOUNT TO OFC-AMOUNT
           MOVE WS-BUSINESS-DATE TO OFC-ISSUE-DATE
           MOVE BPI-FROM-ACCOUNT TO OFC-PURCHASER-ACCOUNT
           MOVE "O" TO OFC-STATUS
           MOVE ZERO TO OFC-SETTLED-DATE
           MOVE ZERO TO OFC-ESCROW-LOAN
           WRITE OFFICIAL-CHECK-RECORD
           CLOSE REGISTER-FILE
           PERFORM PRINT-BILL-CHECK
           ADD 1 TO WS-PAYMENTS-CHECK.

       CREDIT-SETTLEMENT-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "OFCFUND" TO WS-AUDIT-OPERATION
           ADD BPI-AMOUNT TO ACC-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "D" TO WS-ENTRY-TYPE
           MOVE OFFICIAL-CHECK-ACCOUNT TO WS-ENTRY-FROM-ACCOUNT
           MOVE ZERO TO WS-ENTRY-TO-ACCOUNT
           MOVE BPI-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE WS-PAID-SERIAL TO WS-ENTRY-CHECK-NUMBER
           MOVE "OFFICIAL CHECK ISSUED" TO WS-ENTRY-DESCRIPTION
           PERFORM RECORD-BILL-TRANSACTION.

       PRINT-BILL-CHECK.
      *    One check image per payment for the mail room - the
      *    payee's name and address block and the customer's
      *    reference on the memo line
           OPEN EXTEND CHECK-PRINT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CHECK-PRINT-FILE
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF
           MOVE SPACES TO CHECK-PRINT-LINE
           STRING "OFFICIAL CHECK NO. " DELIMITED BY SIZE
                  WS-PAID-SERIAL DELIMITED BY SIZE
                  "          DATE " DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO CHECK-PRINT-LINE
           END-STRING
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE BPI-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO CHECK-PRINT-LINE
           STRING "PAY TO THE ORDER OF " DELIMITED BY SIZE
                  BPE-NAME DELIMITED BY SIZE
                  "  $" DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                  INTO CHECK-PRINT-LINE
           END-STRING
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE BPE-NAME TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE BPE-ADDRESS TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           STRING BPE-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BPE-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BPE-ZIP DELIMITED BY SIZE
                  INTO CHECK-PRINT-LINE
           END-STRING
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           STRING "MEMO: " DELIMITED BY SIZE
                  BPE-REFERENCE DELIMITED BY SIZE
                  "  BILL PAYMENT FROM ACCT " DELIMITED BY SIZE
                  BPI-FROM-ACCOUNT DELIMITED BY SIZE
                  INTO CHECK-PRINT-LINE
           END-STRING
           WRITE CHECK-PRINT-LINE
           MOVE ALL "-" TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           CLOSE CHECK-PRINT-FILE.

       DISBURSE-BY-ACH.
      *    The debit posts as a withdrawal; the credit to the
      *    payee goes out on the ACH extract and is registered
      *    under the customer's account, so ACHORIG RETURNS
      *    settles a returned payment back to the customer
           MOVE "W" TO WS-ENTRY-TYPE
           MOVE BPI-FROM-ACCOUNT TO WS-ENTRY-FROM-ACCOUNT
           MOVE ZERO TO WS-ENTRY-TO-ACCOUNT
           MOVE BPI-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE ZERO TO WS-ENTRY-CHECK-NUMBER
           MOVE SPACES TO WS-ENTRY-DESCRIPTION
           STRING "BILL PAY ACH " DELIMITED BY SIZE
                  BPE-NAME DELIMITED BY SIZE
                  INTO WS-ENTRY-DESCRIPTION
           END-STRING
           PERFORM RECORD-BILL-TRANSACTION
           MOVE WS-TRANSACTION-COUNTER TO WS-PAID-TXN-ID

           OPEN EXTEND ACH-OUT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ACH-OUT-FILE
               OPEN OUTPUT ACH-OUT-FILE
           END-IF
           MOVE "C" TO OUT-ENTRY-TYPE
           MOVE BPE-ACCOUNT TO OUT-ACCOUNT
           MOVE BPI-AMOUNT TO OUT-AMOUNT
           MOVE WS-BILL-PAY-COMPANY TO OUT-COMPANY-NAME
           MOVE BPE-REFERENCE TO OUT-ENTRY-DESC
           MOVE BPE-ROUTING TO OUT-ROUTING
           WRITE ACH-OUT-RECORD
           CLOSE ACH-OUT-FILE

           OPEN EXTEND ORIG-REGISTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ORIG-REGISTER-FILE
               OPEN OUTPUT ORIG-REGISTER-FILE
           END-IF
           INITIALIZE ACH-ORIG-REGISTER-RECORD
           MOVE WS-BUSINESS-DATE TO AOR-DATE
           MOVE WS-BILL-PAY-COMPANY TO AOR-COMPANY-NAME
           MOVE BPI-FROM-ACCOUNT TO AOR-ORIGINATOR-ACCOUNT
           MOVE "C" TO AOR-ENTRY-TYPE
           MOVE BPE-ACCOUNT TO AOR-ACCOUNT
           MOVE BPI-AMOUNT TO AOR-AMOUNT
           MOVE "S" TO AOR-STATUS
           WRITE ACH-ORIG-REGISTER-RECORD
           CLOSE ORIG-REGISTER-FILE
           ADD 1 TO WS-PAYMENTS-ACH.

       WRITE-BILL-HISTORY.
      *    BPH-RESULT is set by the caller; the rest comes from
      *    the instruction, the payee and the attempt
           OPEN EXTEND BILL-HISTORY-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE BILL-HISTORY-FILE
               OPEN OUTPUT BILL-HISTORY-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO BPH-DATE
           MOVE WS-TIME-NUMERIC TO BPH-TIME
           MOVE BPI-INSTRUCTION-ID TO BPH-INSTRUCTION-ID
           MOVE BPI-CUSTOMER-ID TO BPH-CUSTOMER-ID
           MOVE BPI-PAYEE-ID TO BPH-PAYEE-ID
           MOVE BPI-FROM-ACCOUNT TO BPH-FROM-ACCOUNT
           MOVE BPI-AMOUNT TO BPH-AMOUNT
           MOVE BPE-METHOD TO BPH-METHOD
           MOVE WS-REASON TO BPH-REASON
           MOVE WS-PAID-TXN-ID TO BPH-TXN-ID
           MOVE WS-PAID-SERIAL TO BPH-CHECK-SERIAL
           WRITE BILL-HISTORY-RECORD
           CLOSE BILL-HISTORY-FILE.

       WRITE-CUSTOMER-ALERT.
      *    The notification rides the same alert file the
      *    nightly ALERTEXT flow works, with the customer's
      *    contact block pulled from the master
           MOVE SPACES TO ALR-CUSTOMER-NAME
           MOVE SPACES TO ALR-PHONE
           MOVE SPACES TO ALR-EMAIL
           MOVE BPI-CUSTOMER-ID TO ALR-CUSTOMER-ID
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE BPI-CUSTOMER-ID TO CUS-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-CUSTOMER-NAME TO
                           ALR-CUSTOMER-NAME
                       MOVE CUS-PHONE TO ALR-PHONE
                       MOVE CUS-EMAIL TO ALR-EMAIL
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF
           OPEN EXTEND ALERT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "BILLPAY" TO ALR-EVENT-CODE
           MOVE BPI-FROM-ACCOUNT TO ALR-ACCOUNT
           MOVE BPI-AMOUNT TO ALR-AMOUNT
           MOVE WS-BUSINESS-DATE TO ALR-EVENT-DATE
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       ADVANCE-NEXT-DUE-DATE.
      *    Roll a recurring payment forward one cycle from its
      *    scheduled date, clamped to a real calendar day and
      *    then rolled past weekends and holidays - the same
      *    calendar rule STANDORD advances standing orders by
           MOVE BPI-NEXT-DUE-DATE TO WS-DUE-WORK-DATE
           DIVIDE WS-DUE-WORK-DATE BY 10000 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-WORK-DATE
           DIVIDE WS-DUE-WORK-DATE BY 100 GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY

           EVALUATE TRUE
               WHEN BPI-MONTHLY
                   ADD 1 TO WS-DUE-MONTH
               WHEN BPI-WEEKLY
                   PERFORM COMPUTE-DAYS-IN-MONTH
                   ADD 7 TO WS-DUE-DAY
                   IF WS-DUE-DAY > WS-MAX-DAY-IN-MONTH
                       SUBTRACT WS-MAX-DAY-IN-MONTH FROM WS-DUE-DAY
                       ADD 1 TO WS-DUE-MONTH
                   END-IF
           END-EVALUATE

           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF

           PERFORM COMPUTE-DAYS-IN-MONTH
           IF WS-DUE-DAY > WS-MAX-DAY-IN-MONTH
               MOVE WS-MAX-DAY-IN-MONTH TO WS-DUE-DAY
           END-IF

           COMPUTE WS-ROLL-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY
           PERFORM ROLL-TO-GOOD-DAY
           MOVE WS-ROLL-DATE TO BPI-NEXT-DUE-DATE.

       COMPUTE-DAYS-IN-MONTH.
      *    Leap years taken as every year divisible by 4, the
      *    same simplified rule STANDORD uses
           MOVE WS-DAYS-IN-MONTH(WS-DUE-MONTH) TO
               WS-MAX-DAY-IN-MONTH
           IF WS-DUE-MONTH = 2
               DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-MAX-DAY-IN-MONTH
               END-IF
           END-IF.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "BILL PAYMENT RUN COMPLETE"
           DISPLAY "========================="
           DISPLAY "Instructions examined: " WS-INSTRUCTIONS-EXAMINED
           DISPLAY "Payments due:          " WS-PAYMENTS-DUE
           DISPLAY "Payments made:         " WS-PAYMENTS-PAID
           DISPLAY "  by ACH credit:       " WS-PAYMENTS-ACH
           DISPLAY "  by check:            " WS-PAYMENTS-CHECK
           MOVE WS-PAID-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Paid total:            $" WS-DISPLAY-TOTAL
           DISPLAY "Put over for retry:    " WS-PAYMENTS-RETRY
           DISPLAY "Failed:                " WS-PAYMENTS-FAILED
           DISPLAY " ".

       LOAD-HOLIDAY-CALENDAR.
      *    Load the bank calendar - no file means no holidays,
      *    weekends still roll
           OPEN INPUT HOLIDAY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-HOL-NOT-EOF TO TRUE
           PERFORM UNTIL WS-HOL-EOF
               READ HOLIDAY-FILE
                   AT END
                       SET WS-HOL-EOF TO TRUE
                   NOT AT END
                       IF HOLIDAY-LINE(1:8) IS NUMERIC AND
                          WS-HOL-USED < WS-HOL-MAX
                           ADD 1 TO WS-HOL-USED
                           MOVE HOLIDAY-LINE(1:8) TO
                               WS-HOL-DATE(WS-HOL-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           SET WS-HOL-NOT-EOF TO TRUE.

       ROLL-TO-GOOD-DAY.
      *    Advance WS-ROLL-DATE until it lands on a processing
      *    day - neither a weekend nor a listed holiday
           PERFORM CHECK-GOOD-DAY
           PERFORM UNTIL DAY-IS-GOOD
               PERFORM ADD-ONE-ROLL-DAY
               PERFORM CHECK-GOOD-DAY
           END-PERFORM.

       ADD-ONE-ROLL-DAY.
      *    One-day advance on the roll date, clamping month and
      *    year rollover the same way BUSDTSET does
           MOVE WS-ROLL-DATE TO WS-RD-WORK-DATE
           DIVIDE WS-RD-WORK-DATE BY 10000 GIVING WS-RD-YEAR
               REMAINDER WS-RD-WORK-DATE
           DIVIDE WS-RD-WORK-DATE BY 100 GIVING WS-RD-MONTH
               REMAINDER WS-RD-DAY
           MOVE WS-DAYS-IN-MONTH(WS-RD-MONTH) TO WS-RD-MAX-DAY
           IF WS-RD-MONTH = 2
               DIVIDE WS-RD-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-RD-MAX-DAY
               END-IF
           END-IF
           ADD 1 TO WS-RD-DAY
           IF WS-RD-DAY > WS-RD-MAX-DAY
               MOVE 1 TO WS-RD-DAY
               ADD 1 TO WS-RD-MONTH
               IF WS-RD-MONTH > 12
                   MOVE 1 TO WS-RD-MONTH
                   ADD 1 TO WS-RD-YEAR
               END-IF
           END-IF
           COMPUTE WS-ROLL-DATE =
               WS-RD-YEAR * 10000 + WS-RD-MONTH * 100 +
               WS-RD-DAY.

       CHECK-GOOD-DAY.
           SET DAY-IS-GOOD TO TRUE
           PERFORM COMPUTE-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 1
               SET DAY-IS-CLOSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-USED
               IF WS-HOL-DATE(WS-HOL-SUB) = WS-ROLL-DATE
                   SET DAY-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

       COMPUTE-DAY-OF-WEEK.
      *    Zeller's congruence on WS-ROLL-DATE - integer
      *    divisions spelled out so nothing rounds. The result
      *    numbers days 0=Saturday, 1=Sunday, 2=Monday ...
           DIVIDE WS-ROLL-DATE BY 10000 GIVING WS-DOW-YEAR
               REMAINDER WS-DOW-WORK
           DIVIDE WS-DOW-WORK BY 100 GIVING WS-DOW-MONTH
               REMAINDER WS-DOW-DAY
           IF WS-DOW-MONTH < 3
               ADD 12 TO WS-DOW-MONTH
               SUBTRACT 1 FROM WS-DOW-YEAR
           END-IF
           DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-J
               REMAINDER WS-DOW-K
           COMPUTE WS-DOW-T1 = 13 * (WS-DOW-MONTH + 1)
           DIVIDE WS-DOW-T1 BY 5 GIVING WS-DOW-T1
               REMAINDER WS-DOW-R
           DIVIDE WS-DOW-K BY 4 GIVING WS-DOW-T2
               REMAINDER WS-DOW-R
           DIVIDE WS-DOW-J BY 4 GIVING WS-DOW-T3
               REMAINDER WS-DOW-R
           COMPUTE WS-DOW-WORK =
               WS-DOW-DAY + WS-DOW-T1 + WS-DOW-K + WS-DOW-T2 +
               WS-DOW-T3 + 5 * WS-DOW-J
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-T1
               REMAINDER WS-DAY-OF-WEEK.

       COMPUTE-LEGAL-HOLDS.
      *    Total the active legal orders against the account -
      *    the ordered amounts stay protected until LEGALORD
      *    disburses or releases them. No order file means no
      *    orders.
           MOVE ZERO TO WS-LEGAL-HOLD-TOTAL
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-LGL-NOT-EOF TO TRUE
           PERFORM UNTIL WS-LGL-EOF
               READ LEGAL-ORDER-FILE
                   AT END
                       SET WS-LGL-EOF TO TRUE
                   NOT AT END
                       IF LGL-ACCOUNT = WS-HOLD-CHECK-ACCOUNT AND
                          LGL-ACTIVE
                           ADD LGL-ORDERED-AMOUNT TO
                               WS-LEGAL-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE
           SET WS-LGL-NOT-EOF TO TRUE.

       COMPUTE-UNRELEASED-HOLDS.
      *    Same hold total the teller path subtracts from the
      *    available balance
           MOVE ZERO TO WS-HOLD-TOTAL
           OPEN INPUT HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-HOLD-NOT-EOF TO TRUE
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HLD-ACCOUNT = WS-HOLD-CHECK-ACCOUNT AND
                          HLD-HELD AND
                          HLD-RELEASE-DATE > WS-BUSINESS-DATE
                           ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       RECORD-BILL-TRANSACTION.
      *    One ledger entry from the WS-ENTRY- fields
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE WS-ENTRY-FROM-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE WS-ENTRY-TO-ACCOUNT TO TXN-TO-ACCOUNT
           MOVE WS-ENTRY-CHECK-NUMBER TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE SPACES TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE WS-ENTRY-TYPE TO TXN-TYPE
           MOVE WS-ENTRY-AMOUNT TO TXN-AMOUNT
           MOVE WS-ENTRY-DESCRIPTION TO TXN-DESCRIPTION
           MOVE "P" TO TXN-STATUS
      *    A bill payment is a book entry, never a currency
      *    transaction - the BSA cash-reporting flag never applies
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

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

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in settlement account with any
      *    operational parameter in force. No file means the
      *    compiled value stands.
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
               WHEN "OFFICIAL-CHECK-ACCOUNT"
                   MOVE PRM-VALUE TO OFFICIAL-CHECK-ACCOUNT
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       END PROGRAM BILLPAY.
