       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPURG.
      *********************************************************
      * ACCTPURG - Closed Account Purge
      * An account closed with ACC-STATUS C stayed on
      * ACCOUNTS.DAT forever, so INTACCR, FEEBATCH, DORMANT,
      * RECONCILE and every other sequential batch read years
      * of dead accounts each night. This batch moves a closed
      * account off the master once it has been untouched for
      * longer than the retention period - measured from the
      * later of ACC-LAST-ACTIVITY-DATE and its newest entry on
      * the audit trail (live and archived) - provided it
      * carries a zero balance and nothing is still open
      * against it: no held deposit on HOLDS.DAT, no active
      * unexpired stop on STOPPAY.DAT, no unresolved case on
      * DISPUTES.DAT and no active order on LEGALORD.DAT.
      *
      * Each purged account is written to ACCTARCH.DAT as it
      * last stood, with its CARRYFWD.DAT carry-forward moved
      * alongside, and is then deleted from the master, the
      * carry-forward file and the customer cross-reference. A
      * PURGE audit entry records the before-image, so the
      * change data capture extract sends the warehouse a
      * delete. The transaction history is not moved - ARCHINQ
      * lists it from the history files by account number.
      *
      * The control report (spooled as ACCTPURG) carries the
      * master's closed-account count and balance before and
      * after the purge, so the next TRIALBAL closed line ties
      * to "remaining", and the carry-forward count and balance
      * archived, which RECONCILE no longer replays. Accounts
      * past retention but held back are listed with the
      * reason. One RETNIDX.DAT run ledger record is written
      * per run, the way RETNARCH logs its trims.
      *
      * Retention comes from PARAMS.DAT:
      *   CLOSED-ACCOUNT-RETENTION-DAYS  (default 2555)
      *
      * Run this in a quiet window with current backups on
      * hand - the master is updated in place.
      *
      * Usage: ACCTPURG [REPORT]
      * REPORT lists what would be purged and changes nothing.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Closed-account archive the purged accounts move to
           SELECT ACCOUNT-ARCHIVE-FILE ASSIGN TO "data/ACCTARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACA-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Carry-forward balances written by the TXNARCH archival
      *    job - a purged account's record moves to the archive
           SELECT CARRY-FORWARD-FILE ASSIGN TO "data/CARRYFWD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CUSTOMER-XREF-FILE ASSIGN TO "data/CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Live and archived audit trails - the newest entry for
      *    an account dates its last touch
           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "data/AUDARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Open items that keep an account on the master
           SELECT HOLD-FILE ASSIGN TO "data/HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STOP-PAYMENT-FILE ASSIGN TO "data/STOPPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "data/DISPUTES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "data/LEGALORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Work file of this run's closed accounts - rebuilt each
      *    run
           SELECT PURGE-WORK-FILE ASSIGN TO "data/ACCTPURG.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGW-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Run index shared with RETNARCH
           SELECT RETENTION-INDEX-FILE ASSIGN TO
                   "data/RETNIDX.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  ACCOUNT-ARCHIVE-FILE.
           COPY "copybooks/ACCOUNT-ARCHIVE-RECORD.cpy".

       FD  CARRY-FORWARD-FILE.
           COPY "copybooks/CARRY-FORWARD-RECORD.cpy".

       FD  CUSTOMER-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy".

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".
       FD  AUDIT-ARCHIVE-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy" REPLACING
               ==AUDIT-RECORD== BY ==AUDIT-ARCHIVE-RECORD==
               LEADING ==AUD== BY ==ADA==.

       FD  HOLD-FILE.
           COPY "copybooks/HOLD-RECORD.cpy".

       FD  STOP-PAYMENT-FILE.
           COPY "copybooks/STOP-PAYMENT-RECORD.cpy".

       FD  DISPUTE-FILE.
           COPY "copybooks/DISPUTE-RECORD.cpy".

       FD  LEGAL-ORDER-FILE.
           COPY "copybooks/LEGAL-ORDER-RECORD.cpy".

       FD  PURGE-WORK-FILE.
       01  PURGE-WORK-RECORD.
           05  PGW-ACCOUNT             PIC 9(10).
      *    Newest date the account was touched
           05  PGW-LAST-DATE           PIC 9(8).
      *    First open item found against it - space when none
           05  PGW-BLOCK-REASON        PIC X(1).
               88  PGW-NOT-BLOCKED     VALUE SPACE.
               88  PGW-OPEN-HOLD       VALUE "H".
               88  PGW-OPEN-STOP       VALUE "S".
               88  PGW-OPEN-DISPUTE    VALUE "D".
               88  PGW-OPEN-LEGAL      VALUE "L".
           05  FILLER                  PIC X(10).

       FD  RETENTION-INDEX-FILE.
           COPY "copybooks/RETENTION-INDEX-RECORD.cpy".

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

      *    Report spool capture - this report's lines are
      *    mirrored into the spool repository through the
      *    SPOOLER subprogram, so the run can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    fails the report itself.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "ACCTPURG".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

      *    Purge working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-COMMAND-LINE             PIC X(30).
       01  WS-RUN-MODE-FLAG            PIC X(1) VALUE 'P'.
           88  PURGE-MODE              VALUE 'P'.
           88  REPORT-MODE             VALUE 'R'.
       01  WS-CARRY-FORWARD-FLAG       PIC X(1) VALUE 'N'.
           88  CARRY-FORWARD-OPEN      VALUE 'Y'.
           88  CARRY-FORWARD-MISSING   VALUE 'N'.
       01  WS-XREF-FLAG                PIC X(1) VALUE 'N'.
           88  XREF-OPEN               VALUE 'Y'.
           88  XREF-MISSING            VALUE 'N'.
       01  WS-AUDIT-OPERATION          PIC X(10).

      *    Retention day-count - PARAMS-overridable - and the
      *    cutoff it gives
       01  CLOSED-ACCOUNT-RETENTION-DAYS PIC 9(4) VALUE 2555.
       01  WS-RETENTION-DAYS           PIC 9(4).
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-CUT-YEAR                 PIC 9(4).
       01  WS-CUT-MONTH                PIC S9(5).
       01  WS-CUT-DAY                  PIC 9(2).
       01  WS-CUT-WORK                 PIC 9(8).

      *    Audit entry and open item being applied to the work
      *    file
       01  WS-TOUCH-ACCOUNT            PIC 9(10).
       01  WS-TOUCH-DATE               PIC 9(8).
       01  WS-BLOCK-ACCOUNT            PIC 9(10).
       01  WS-BLOCK-REASON             PIC X(1).
       01  WS-KEPT-REASON              PIC X(24).
       01  WS-XREF-CUSTOMER            PIC 9(10).
       01  WS-SIGNER-SUB               PIC 9(1).

      *    Control totals - the master before and after, and
      *    what moved
       01  WS-MASTER-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-TOTAL             PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-PURGED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-PURGED-TOTAL             PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-REMAINING-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-REMAINING-TOTAL          PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-MASTER-AFTER-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-CF-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-CF-TOTAL                 PIC S9(12)V99 COMP-3 VALUE ZERO.
       01  WS-XREF-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-WITHIN-RETENTION-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-KEPT-BALANCE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-KEPT-HOLD-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-KEPT-STOP-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-KEPT-DISPUTE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-KEPT-LEGAL-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(9) VALUE ZERO.

      *    Report edit fields
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-ACCOUNT-BALANCE  PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-REPORT-DATE         PIC 9999/99/99.

      *    Calendar support for walking the cutoff back
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
           IF ERROR-OCCURRED
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REPORT-HEADING
           PERFORM COLLECT-CLOSED-ACCOUNTS
           IF NO-ERROR
               PERFORM SCAN-AUDIT-TRAIL
               PERFORM SCAN-AUDIT-ARCHIVE
               PERFORM MARK-OPEN-HOLDS
               PERFORM MARK-OPEN-STOPS
               PERFORM MARK-OPEN-DISPUTES
               PERFORM MARK-OPEN-LEGAL-ORDERS
               PERFORM PURGE-ELIGIBLE-ACCOUNTS
               PERFORM WRITE-CONTROL-TOTALS
               IF PURGE-MODE
                   PERFORM WRITE-INDEX-RECORD
               END-IF
           END-IF
           PERFORM SPOOL-CLOSE-RUN
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           EVALUATE WS-COMMAND-LINE
               WHEN SPACES
                   SET PURGE-MODE TO TRUE
               WHEN "REPORT"
                   SET REPORT-MODE TO TRUE
               WHEN OTHER
                   DISPLAY "Usage: ACCTPURG [REPORT]"
                   SET ERROR-OCCURRED TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           MOVE CLOSED-ACCOUNT-RETENTION-DAYS TO WS-RETENTION-DAYS
           PERFORM COMPUTE-CUTOFF-DATE.

       GET-BUSINESS-DATE.
      *    The retention window is measured against the posting
      *    business date
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

       COMPUTE-CUTOFF-DATE.
      *    Walk the business date back WS-RETENTION-DAYS one
      *    calendar day at a time, the same walk RETNARCH takes
           MOVE WS-BUSINESS-DATE TO WS-CUT-WORK
           PERFORM SUBTRACT-ONE-CALENDAR-DAY
               WS-RETENTION-DAYS TIMES
           MOVE WS-CUT-WORK TO WS-CUTOFF-DATE.

       SUBTRACT-ONE-CALENDAR-DAY.
           DIVIDE WS-CUT-WORK BY 10000 GIVING WS-CUT-YEAR
               REMAINDER WS-CUT-WORK
           DIVIDE WS-CUT-WORK BY 100 GIVING WS-CUT-MONTH
               REMAINDER WS-CUT-DAY
           SUBTRACT 1 FROM WS-CUT-DAY
           IF WS-CUT-DAY < 1
               SUBTRACT 1 FROM WS-CUT-MONTH
               IF WS-CUT-MONTH < 1
                   MOVE 12 TO WS-CUT-MONTH
                   SUBTRACT 1 FROM WS-CUT-YEAR
               END-IF
               PERFORM COMPUTE-DAYS-IN-MONTH
               MOVE WS-MAX-DAY-IN-MONTH TO WS-CUT-DAY
           END-IF
           COMPUTE WS-CUT-WORK =
               WS-CUT-YEAR * 10000 + WS-CUT-MONTH * 100 +
               WS-CUT-DAY.

       COMPUTE-DAYS-IN-MONTH.
      *    Same simplified leap-year rule STANDORD uses
           MOVE WS-DAYS-IN-MONTH(WS-CUT-MONTH) TO
               WS-MAX-DAY-IN-MONTH
           IF WS-CUT-MONTH = 2
               DIVIDE WS-CUT-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-MAX-DAY-IN-MONTH
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SPOOL-LINE
           IF REPORT-MODE
               MOVE "CLOSED ACCOUNT PURGE - REPORT ONLY, NOTHING "
                   & "MOVED" TO WS-SPOOL-LINE
           ELSE
               MOVE "CLOSED ACCOUNT PURGE CONTROL REPORT" TO
                   WS-SPOOL-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-REPORT-DATE
           STRING "Business date " WS-EDIT-REPORT-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-CUTOFF-DATE TO WS-EDIT-REPORT-DATE
           MOVE WS-RETENTION-DAYS TO WS-DISPLAY-COUNT
           STRING "Retention " WS-DISPLAY-COUNT " days - closed "
                  "and untouched on or before " WS-EDIT-REPORT-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:78)
           PERFORM PRINT-REPORT-LINE.

       COLLECT-CLOSED-ACCOUNTS.
      *    One pass of the master counts it and lays every closed
      *    account into the work file with its last activity
      *    date - the audit scans only move that date forward
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot open account master, status "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PURGE-WORK-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       IF ACC-STATUS = "C"
                           PERFORM ADD-CLOSED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           CLOSE PURGE-WORK-FILE.

       ADD-CLOSED-ACCOUNT.
           ADD 1 TO WS-CLOSED-COUNT
           ADD ACC-BALANCE TO WS-CLOSED-TOTAL
           MOVE ACC-NUMBER TO PGW-ACCOUNT
           MOVE ACC-LAST-ACTIVITY-DATE TO PGW-LAST-DATE
           IF ACC-OPEN-DATE > PGW-LAST-DATE
               MOVE ACC-OPEN-DATE TO PGW-LAST-DATE
           END-IF
           SET PGW-NOT-BLOCKED TO TRUE
           WRITE PURGE-WORK-RECORD.

       SCAN-AUDIT-TRAIL.
      *    Every change to an account leaves a before-image here
      *    stamped with the business date - the close itself,
      *    and anything done to the account since
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PURGE-WORK-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUD-ACCOUNT-NUMBER TO WS-TOUCH-ACCOUNT
                       MOVE AUD-BUSINESS-DATE TO WS-TOUCH-DATE
                       IF WS-TOUCH-DATE = ZERO
                           MOVE AUD-DATE TO WS-TOUCH-DATE
                       END-IF
                       PERFORM NOTE-ACCOUNT-TOUCHED
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE PURGE-WORK-FILE.

       SCAN-AUDIT-ARCHIVE.
      *    RETNARCH moves audit entries past their own window to
      *    the archive - read it too, so a short audit window
      *    never makes an account look older than it is
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PURGE-WORK-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ AUDIT-ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ADA-ACCOUNT-NUMBER TO WS-TOUCH-ACCOUNT
                       MOVE ADA-BUSINESS-DATE TO WS-TOUCH-DATE
                       IF WS-TOUCH-DATE = ZERO
                           MOVE ADA-DATE TO WS-TOUCH-DATE
                       END-IF
                       PERFORM NOTE-ACCOUNT-TOUCHED
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE PURGE-WORK-FILE.

       NOTE-ACCOUNT-TOUCHED.
      *    Only closed accounts are on the work file - every
      *    other audit entry simply misses
           MOVE WS-TOUCH-ACCOUNT TO PGW-ACCOUNT
           READ PURGE-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-TOUCH-DATE > PGW-LAST-DATE
                       MOVE WS-TOUCH-DATE TO PGW-LAST-DATE
                       REWRITE PURGE-WORK-RECORD
                   END-IF
           END-READ.

       MARK-OPEN-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PURGE-WORK-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF HLD-HELD
                           MOVE HLD-ACCOUNT TO WS-BLOCK-ACCOUNT
                           MOVE "H" TO WS-BLOCK-REASON
                           PERFORM NOTE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE PURGE-WORK-FILE.

       MARK-OPEN-STOPS.
      *    A stop past its expiry no longer declines anything,
      *    so only an active, unexpired order counts
           OPEN INPUT STOP-PAYMENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PURGE-WORK-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ STOP-PAYMENT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SP-ACTIVE AND
                          SP-EXPIRE-DATE >= WS-BUSINESS-DATE
                           MOVE SP-ACCOUNT TO WS-BLOCK-ACCOUNT
                           MOVE "S" TO WS-BLOCK-REASON
                           PERFORM NOTE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOP-PAYMENT-FILE
           CLOSE PURGE-WORK-FILE.

       MARK-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PURGE-WORK-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ DISPUTE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DSP-UNRESOLVED
                           MOVE DSP-ACCOUNT TO WS-BLOCK-ACCOUNT
                           MOVE "D" TO WS-BLOCK-REASON
                           PERFORM NOTE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           CLOSE PURGE-WORK-FILE.

       MARK-OPEN-LEGAL-ORDERS.
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PURGE-WORK-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ LEGAL-ORDER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LGL-ACTIVE
                           MOVE LGL-ACCOUNT TO WS-BLOCK-ACCOUNT
                           MOVE "L" TO WS-BLOCK-REASON
                           PERFORM NOTE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE
           CLOSE PURGE-WORK-FILE.

       NOTE-OPEN-ITEM.
      *    The first open item found is the reason reported
           MOVE WS-BLOCK-ACCOUNT TO PGW-ACCOUNT
           READ PURGE-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PGW-NOT-BLOCKED
                       MOVE WS-BLOCK-REASON TO PGW-BLOCK-REASON
                       REWRITE PURGE-WORK-RECORD
                   END-IF
           END-READ.

       PURGE-ELIGIBLE-ACCOUNTS.
           PERFORM PRINT-REPORT-LINE
           IF REPORT-MODE
               MOVE "ACCOUNTS ELIGIBLE FOR PURGE" TO WS-SPOOL-LINE
           ELSE
               MOVE "ACCOUNTS PURGED AND ACCOUNTS HELD BACK" TO
                   WS-SPOOL-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE "Account    Customer                       Last touch"
               TO WS-SPOOL-LINE
           MOVE "         Balance  Action" TO WS-SPOOL-LINE(52:24)
           PERFORM PRINT-REPORT-LINE
           IF REPORT-MODE
               OPEN INPUT ACCOUNT-FILE
           ELSE
               OPEN I-O ACCOUNT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot open account master, status "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF PURGE-MODE
               PERFORM OPEN-PURGE-TARGETS
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR ERROR-OCCURRED
               READ PURGE-WORK-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE ACCOUNT-FILE
           IF PURGE-MODE
               CLOSE ACCOUNT-ARCHIVE-FILE
               IF CARRY-FORWARD-OPEN
                   CLOSE CARRY-FORWARD-FILE
               END-IF
               IF XREF-OPEN
                   CLOSE CUSTOMER-XREF-FILE
               END-IF
           END-IF.

       OPEN-PURGE-TARGETS.
      *    The archive is created on the first run; a site with
      *    no carry-forward file or cross-reference yet simply
      *    has nothing there to move
           OPEN I-O ACCOUNT-ARCHIVE-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-ARCHIVE-FILE
               CLOSE ACCOUNT-ARCHIVE-FILE
               OPEN I-O ACCOUNT-ARCHIVE-FILE
           END-IF
           OPEN I-O CARRY-FORWARD-FILE
           IF WS-FILE-STATUS = "00"
               SET CARRY-FORWARD-OPEN TO TRUE
           ELSE
               SET CARRY-FORWARD-MISSING TO TRUE
           END-IF
           OPEN I-O CUSTOMER-XREF-FILE
           IF WS-FILE-STATUS = "00"
               SET XREF-OPEN TO TRUE
           ELSE
               SET XREF-MISSING TO TRUE
           END-IF.

       CONSIDER-ONE-ACCOUNT.
           IF PGW-LAST-DATE > WS-CUTOFF-DATE
               ADD 1 TO WS-WITHIN-RETENTION-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PGW-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS NOT = "C"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACC-BALANCE NOT = ZERO
                   ADD 1 TO WS-KEPT-BALANCE-COUNT
                   MOVE "KEPT - BALANCE NOT ZERO" TO WS-KEPT-REASON
               WHEN PGW-OPEN-HOLD
                   ADD 1 TO WS-KEPT-HOLD-COUNT
                   MOVE "KEPT - OPEN HOLD" TO WS-KEPT-REASON
               WHEN PGW-OPEN-STOP
                   ADD 1 TO WS-KEPT-STOP-COUNT
                   MOVE "KEPT - ACTIVE STOP" TO WS-KEPT-REASON
               WHEN PGW-OPEN-DISPUTE
                   ADD 1 TO WS-KEPT-DISPUTE-COUNT
                   MOVE "KEPT - OPEN DISPUTE" TO WS-KEPT-REASON
               WHEN PGW-OPEN-LEGAL
                   ADD 1 TO WS-KEPT-LEGAL-COUNT
                   MOVE "KEPT - LEGAL ORDER" TO WS-KEPT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-KEPT-REASON
           END-EVALUATE
           IF WS-KEPT-REASON NOT = SPACES
               ADD 1 TO WS-KEPT-COUNT
               PERFORM LIST-ONE-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF REPORT-MODE
               ADD 1 TO WS-PURGED-COUNT
               ADD ACC-BALANCE TO WS-PURGED-TOTAL
               MOVE "WOULD PURGE" TO WS-KEPT-REASON
               PERFORM LIST-ONE-ACCOUNT
           ELSE
               PERFORM PURGE-ONE-ACCOUNT
           END-IF.

       PURGE-ONE-ACCOUNT.
      *    Archive first, then take it off the master - a run
      *    stopped in between leaves the account on both, and
      *    the rerun simply archives it again
           MOVE ACC-NUMBER TO ACA-ACCOUNT
           MOVE PGW-LAST-DATE TO ACA-CLOSED-DATE
           MOVE WS-BUSINESS-DATE TO ACA-PURGE-DATE
           MOVE WS-TIME-NUMERIC TO ACA-PURGE-TIME
           MOVE ACCOUNT-RECORD TO ACA-ACCOUNT-IMAGE
           SET ACA-CF-ABSENT TO TRUE
           MOVE ZERO TO ACA-CF-CUTOFF-DATE
           MOVE ZERO TO ACA-CF-BALANCE
           IF CARRY-FORWARD-OPEN
               MOVE ACC-NUMBER TO CF-ACCOUNT
               READ CARRY-FORWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACA-CF-PRESENT TO TRUE
                       MOVE CF-CUTOFF-DATE TO ACA-CF-CUTOFF-DATE
                       MOVE CF-BALANCE TO ACA-CF-BALANCE
               END-READ
           END-IF
           WRITE ACCOUNT-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE ACCOUNT-ARCHIVE-RECORD
           END-WRITE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot archive account " ACC-NUMBER
                       ", status " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ACA-CF-PRESENT
               DELETE CARRY-FORWARD-FILE RECORD
               ADD 1 TO WS-CF-COUNT
               ADD ACA-CF-BALANCE TO WS-CF-TOTAL
           END-IF
           IF XREF-OPEN
               PERFORM REMOVE-CROSS-REFERENCES
           END-IF
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "PURGE" TO WS-AUDIT-OPERATION
           PERFORM WRITE-AUDIT-ENTRY
           DELETE ACCOUNT-FILE RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: cannot delete account " ACC-NUMBER
                       ", status " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PURGED-COUNT
           ADD ACC-BALANCE TO WS-PURGED-TOTAL
           MOVE "PURGED" TO WS-KEPT-REASON
           PERFORM LIST-ONE-ACCOUNT.

       REMOVE-CROSS-REFERENCES.
      *    The owner's row and each signer's - the archived
      *    image still names every party
           MOVE ACC-CUSTOMER-ID TO WS-XREF-CUSTOMER
           PERFORM REMOVE-ONE-CROSS-REFERENCE
           PERFORM VARYING WS-SIGNER-SUB FROM 1 BY 1
                   UNTIL WS-SIGNER-SUB > ACC-SIGNER-COUNT
                      OR WS-SIGNER-SUB > 2
               MOVE ACC-SIGNER-ID(WS-SIGNER-SUB) TO WS-XREF-CUSTOMER
               PERFORM REMOVE-ONE-CROSS-REFERENCE
           END-PERFORM.

       REMOVE-ONE-CROSS-REFERENCE.
           IF WS-XREF-CUSTOMER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XREF-CUSTOMER TO XRF-CUSTOMER-ID
           MOVE ACC-NUMBER TO XRF-ACCOUNT
           DELETE CUSTOMER-XREF-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-XREF-COUNT
           END-DELETE.

       WRITE-AUDIT-ENTRY.
      *    Append a before-image audit entry for the account in
      *    hand. WS-BACKUP-RECORD must already hold the record
      *    and WS-AUDIT-OPERATION the stage.
           OPEN EXTEND AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE ACC-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE WS-DATE-NUMERIC TO AUD-DATE
           MOVE WS-TIME-NUMERIC TO AUD-TIME
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-BACKUP-RECORD TO AUD-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       LIST-ONE-ACCOUNT.
           MOVE PGW-LAST-DATE TO WS-EDIT-REPORT-DATE
           MOVE ACC-BALANCE TO WS-DISPLAY-ACCOUNT-BALANCE
           STRING ACC-NUMBER " " ACC-CUSTOMER-NAME " "
                  WS-EDIT-REPORT-DATE " " WS-DISPLAY-ACCOUNT-BALANCE
                  "  " WS-KEPT-REASON
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-CONTROL-TOTALS.
      *    The master tie-out: what TRIALBAL saw before this run,
      *    what moved, and what it will see next
           COMPUTE WS-REMAINING-COUNT =
               WS-CLOSED-COUNT - WS-PURGED-COUNT
           COMPUTE WS-REMAINING-TOTAL =
               WS-CLOSED-TOTAL - WS-PURGED-TOTAL
           COMPUTE WS-MASTER-AFTER-COUNT =
               WS-MASTER-COUNT - WS-PURGED-COUNT
           PERFORM PRINT-REPORT-LINE
           MOVE "MASTER FILE TIE-OUT" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MASTER-COUNT TO WS-DISPLAY-COUNT
           STRING "  Accounts on master before purge:  "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CLOSED-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Closed accounts before purge:     "
                  WS-DISPLAY-COUNT "   Balance: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-PURGED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-PURGED-TOTAL TO WS-DISPLAY-TOTAL
           IF REPORT-MODE
               STRING "  Closed accounts eligible:         "
                      WS-DISPLAY-COUNT "   Balance: $"
                      WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING "  Closed accounts purged:           "
                      WS-DISPLAY-COUNT "   Balance: $"
                      WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE WS-REMAINING-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-REMAINING-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Closed accounts remaining:        "
                  WS-DISPLAY-COUNT "   Balance: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MASTER-AFTER-COUNT TO WS-DISPLAY-COUNT
           STRING "  Accounts on master after purge:   "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  TRIALBAL's next closed count and total should "
               & "equal the remaining line; the" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  active and frozen lines are unchanged." TO
               WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "ARCHIVED WITH THE ACCOUNTS" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-CF-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CF-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Carry-forward records moved:      "
                  WS-DISPLAY-COUNT "   Balance: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  RECONCILE replays only accounts on the master, "
               & "so these leave its run with them" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-XREF-COUNT TO WS-DISPLAY-COUNT
           STRING "  Cross-reference rows removed:     "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "CLOSED ACCOUNTS KEPT ON THE MASTER" TO
               WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-WITHIN-RETENTION-COUNT TO WS-DISPLAY-COUNT
           STRING "  Within the retention period:      "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-KEPT-BALANCE-COUNT TO WS-DISPLAY-COUNT
           STRING "  Balance not zero:                 "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-KEPT-HOLD-COUNT TO WS-DISPLAY-COUNT
           STRING "  Open deposit hold:                "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-KEPT-STOP-COUNT TO WS-DISPLAY-COUNT
           STRING "  Active stop payment:              "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-KEPT-DISPUTE-COUNT TO WS-DISPLAY-COUNT
           STRING "  Unresolved dispute:               "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-KEPT-LEGAL-COUNT TO WS-DISPLAY-COUNT
           STRING "  Active legal order:               "
                  WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           IF ERROR-OCCURRED
               PERFORM PRINT-REPORT-LINE
               MOVE "*** RUN STOPPED ON AN ERROR - RERUN TO FINISH "
                   & "THE PURGE ***" TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

       WRITE-INDEX-RECORD.
      *    One run ledger record, in the RETNARCH format - moved
      *    is the accounts purged, kept is every closed account
      *    left on the master
           OPEN EXTEND RETENTION-INDEX-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE RETENTION-INDEX-FILE
               OPEN OUTPUT RETENTION-INDEX-FILE
           END-IF
           MOVE "ACCOUNTS" TO RTX-SOURCE-FILE
           MOVE "ACCTARCH.DAT" TO RTX-ARCHIVE-FILE
           MOVE WS-BUSINESS-DATE TO RTX-RUN-DATE
           MOVE WS-CUTOFF-DATE TO RTX-CUTOFF-DATE
           MOVE WS-PURGED-COUNT TO RTX-MOVED-COUNT
           MOVE WS-REMAINING-COUNT TO RTX-KEPT-COUNT
           WRITE RETENTION-INDEX-RECORD
           CLOSE RETENTION-INDEX-FILE.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in retention day-count with any
      *    operational parameter in force
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
               WHEN "CLOSED-ACCOUNT-RETENTION-DAYS"
                   MOVE PRM-VALUE TO CLOSED-ACCOUNT-RETENTION-DAYS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

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

       END PROGRAM ACCTPURG.
