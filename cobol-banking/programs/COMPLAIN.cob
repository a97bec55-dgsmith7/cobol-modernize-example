       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAIN.
      *********************************************************
      * COMPLAIN - Customer Complaint Log
      * Logs every complaint - taken at the branch, by phone,
      * by letter or by message - against the customer master,
      * and optionally the account and TXN-ID it concerns, with
      * its category, channel and branch. Intake sets the
      * acknowledgment and resolution deadlines, counted in
      * business days off the bank calendar (COMPLAINT-ACK-DAYS
      * and COMPLAINT-RESOLVE-DAYS in PARAMS.DAT, 5 and 15 when
      * none is set). The complaint is then assigned to a
      * handler, carries dated notes, is acknowledged, and is
      * closed with its outcome and any refund given - the
      * refund itself is posted through BANKLEDG REFUND and its
      * TXN-ID recorded here. Status moves are written to
      * AUDIT.DAT with the before-image, keyed by the customer.
      *   AGING  lists every open complaint against its
      *          deadlines for the compliance committee
      *   TREND  the quarter's complaints by category against
      *          the quarter before, with closures, upheld
      *          outcomes, late closures and refunds, and the
      *          quarter's complaints by branch
      * Both reports are captured to the spool as CMPAGING and
      * CMPTREND. A complaint taken at the branch is reported
      * under the intake teller's branch; one taken by phone,
      * letter or message that names an account is reported
      * under the account's branch.
      *
      * Usage: COMPLAIN TELLER-ID COMMAND [ARGS]
      * Commands:
      *   LIST   [O|K|C]
      *   SHOW   complaint-id
      *   OPEN   customer-id F|E|S|D|P B|P|L|E summary
      *          [account [txn-id]] (underscores for spaces in
      *          the summary; 0 for no account)
      *   ASSIGN complaint-id teller-id
      *   NOTE   complaint-id text (underscores for spaces)
      *   ACK    complaint-id
      *   CLOSE  complaint-id F|P|N|W [refund-amount
      *          [refund-txn-id]]
      *   AGING
      *   TREND  [yyyyq] (defaults to the current quarter)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Complaint master - rewritten in place on status moves
           SELECT COMPLAINT-FILE ASSIGN TO "data/COMPLAIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Complaint notes - sequential append
           SELECT NOTE-FILE ASSIGN TO "data/CMPNOTES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - every complaint is keyed to one
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Account master - a named account must exist, and
      *    supplies the branch for a remote complaint
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Transaction history - a named TXN-ID or refund
      *    TXN-ID is verified here
           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Teller master - the intake teller's branch, and the
      *    handler a complaint is assigned to
           SELECT TELLER-FILE ASSIGN TO "data/TELLER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TLR-TELLER-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Bank calendar of non-processing days - the deadlines
      *    count business days, not calendar days
           SELECT HOLIDAY-FILE ASSIGN TO "data/HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the deadline day counts are read from here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPLAINT-FILE.
           COPY "copybooks/COMPLAINT-RECORD.cpy".

       FD  NOTE-FILE.
           COPY "copybooks/COMPLAINT-NOTE-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  TELLER-FILE.
           COPY "copybooks/TELLER-RECORD.cpy".

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  HOLIDAY-FILE.
       01  HOLIDAY-LINE                PIC X(20).

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Deadlines in business days from the received date -
      *    overridden from PARAMS.DAT
       01  COMPLAINT-ACK-DAYS          PIC 9(3) VALUE 5.
       01  COMPLAINT-RESOLVE-DAYS      PIC 9(3) VALUE 15.

      *    Complaint log working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-NOTE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-NOTE-EOF             VALUE 'Y'.
           88  WS-NOTE-NOT-EOF         VALUE 'N'.
       01  WS-TXN-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-TXN-EOF              VALUE 'Y'.
           88  WS-TXN-NOT-EOF          VALUE 'N'.
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

       01  WS-TEMP-COMPLAINT-ID        PIC X(7) VALUE SPACES.
       01  WS-COMPLAINT-ID-ARG         PIC 9(7) VALUE ZERO.
       01  WS-TEMP-CUSTOMER-ID         PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ID-ARG          PIC 9(10) VALUE ZERO.
       01  WS-TEMP-CMP-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-ARG              PIC 9(10) VALUE ZERO.
       01  WS-TEMP-TXN-ID              PIC X(15) VALUE SPACES.
       01  WS-TXN-ID-ARG               PIC 9(15) VALUE ZERO.
       01  WS-CATEGORY-ARG             PIC X(1) VALUE SPACES.
       01  WS-CHANNEL-ARG              PIC X(1) VALUE SPACES.
       01  WS-SUMMARY-ARG              PIC X(37) VALUE SPACES.
       01  WS-NOTE-TEXT-ARG            PIC X(60) VALUE SPACES.
       01  WS-ASSIGNEE-ARG             PIC X(5) VALUE SPACES.
       01  WS-OUTCOME-ARG              PIC X(1) VALUE SPACES.
       01  WS-TEMP-REFUND              PIC X(12) VALUE SPACES.
       01  WS-REFUND-ARG               PIC 9(8)V99 VALUE ZERO.
       01  WS-TEMP-REFUND-TXN          PIC X(15) VALUE SPACES.
       01  WS-REFUND-TXN-ARG           PIC 9(15) VALUE ZERO.
       01  WS-LIST-STATUS-ARG          PIC X(1) VALUE SPACES.
       01  WS-TEMP-QUARTER             PIC X(5) VALUE SPACES.
       01  WS-QUARTER-ARG              PIC 9(5) VALUE ZERO.

       01  WS-COMPLAINT-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88  COMPLAINT-FOUND         VALUE 'Y'.
           88  COMPLAINT-NOT-FOUND     VALUE 'N'.
       01  WS-TXN-FOUND-FLAG           PIC X(1) VALUE 'N'.
           88  TXN-FOUND               VALUE 'Y'.
           88  TXN-NOT-FOUND           VALUE 'N'.
       01  WS-NEXT-COMPLAINT-ID        PIC 9(7).
       01  WS-INTAKE-BRANCH            PIC X(3) VALUE SPACES.
       01  WS-ACCOUNT-BRANCH           PIC X(3) VALUE SPACES.
       01  WS-CUSTOMER-NAME-SAVE       PIC X(30) VALUE SPACES.
      *    Transaction found by FIND-TRANSACTION-BY-ID
       01  WS-TXN-SEARCH-ID            PIC 9(15).
       01  WS-FOUND-FROM-ACCOUNT       PIC 9(10).
       01  WS-FOUND-TO-ACCOUNT         PIC 9(10).
       01  WS-FOUND-TYPE               PIC X(1).
       01  WS-FOUND-AMOUNT             PIC 9(10)V99 COMP-3.
       01  WS-COMPLAINTS-LISTED        PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-REFUND           PIC Z,ZZZ,ZZ9.99.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BUSINESS-DATE       PIC 9999/99/99.
       01  WS-DEADLINE-STATE           PIC X(20).

      *    Bank calendar - the deadlines walk forward over
      *    weekends and listed holidays
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
       01  WS-BUS-DAYS-LEFT            PIC 9(3).
       01  WS-RD-YEAR                  PIC 9(4).
       01  WS-RD-MONTH                 PIC 9(2).
       01  WS-RD-DAY                   PIC 9(2).
       01  WS-RD-WORK-DATE             PIC 9(8).
       01  WS-RD-MAX-DAY               PIC 9(2).
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
       01  WS-LEAP-YEAR-QUOTIENT       PIC 9(4).
       01  WS-LEAP-YEAR-REMAINDER      PIC 9(4).
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

      *    Aging report totals
       01  WS-AGE-OPEN                 PIC 9(5) VALUE ZERO.
       01  WS-AGE-ACKNOWLEDGED         PIC 9(5) VALUE ZERO.
       01  WS-AGE-UNASSIGNED           PIC 9(5) VALUE ZERO.
       01  WS-AGE-ACK-OVERDUE          PIC 9(5) VALUE ZERO.
       01  WS-AGE-OVERDUE              PIC 9(5) VALUE ZERO.
       01  WS-AGE-DUE-TODAY            PIC 9(5) VALUE ZERO.

      *    Quarterly trend - the quarter reported and the one
      *    before it, as YYYYMMDD ranges
       01  WS-TRD-YEAR                 PIC 9(4).
       01  WS-TRD-QUARTER              PIC 9(1).
       01  WS-TRD-START-DATE           PIC 9(8).
       01  WS-TRD-END-DATE             PIC 9(8).
       01  WS-PRIOR-YEAR               PIC 9(4).
       01  WS-PRIOR-QUARTER            PIC 9(1).
       01  WS-PRIOR-START-DATE         PIC 9(8).
       01  WS-PRIOR-END-DATE           PIC 9(8).
       01  WS-QTR-WORK                 PIC 9(2).
       01  WS-QTR-REMAINDER            PIC 9(2).

      *    Categories in report order, with their names
       01  WS-CATEGORY-CODES           PIC X(5) VALUE "FESDP".
       01  WS-CATEGORY-NAME-VALUES.
           05  FILLER                  PIC X(14) VALUE "Fees".
           05  FILLER                  PIC X(14) VALUE "Errors".
           05  FILLER                  PIC X(14) VALUE "Service".
           05  FILLER                  PIC X(14)
                                       VALUE "Discrimination".
           05  FILLER                  PIC X(14) VALUE "Privacy".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAME-VALUES.
           05  WS-CATEGORY-NAME        PIC X(14) OCCURS 5 TIMES.
       01  WS-CAT-SUB                  PIC 9(2).
       01  WS-CAT-FOUND-SUB            PIC 9(2).

      *    Quarter counts by category - received this quarter
      *    and last, and of those closed this quarter how many
      *    were upheld, closed after their deadline, and the
      *    refunds given
       01  WS-CATEGORY-COUNTS.
           05  WS-CAT-ENTRY            OCCURS 5 TIMES.
               10  WS-CAT-RECEIVED     PIC 9(5).
               10  WS-CAT-PRIOR        PIC 9(5).
               10  WS-CAT-CLOSED       PIC 9(5).
               10  WS-CAT-UPHELD       PIC 9(5).
               10  WS-CAT-LATE         PIC 9(5).
               10  WS-CAT-REFUNDS      PIC S9(10)V99 COMP-3.
       01  WS-TOT-RECEIVED             PIC 9(5) VALUE ZERO.
       01  WS-TOT-PRIOR                PIC 9(5) VALUE ZERO.
       01  WS-TOT-CLOSED               PIC 9(5) VALUE ZERO.
       01  WS-TOT-UPHELD               PIC 9(5) VALUE ZERO.
       01  WS-TOT-LATE                 PIC 9(5) VALUE ZERO.
       01  WS-TOT-REFUNDS              PIC S9(10)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TREND-CHANGE             PIC S9(5).

      *    Quarter counts by branch and category - branches are
      *    added as they are met; past the table's end they are
      *    carried together as OTH
       01  WS-BRANCH-COUNTS.
           05  WS-BRN-ENTRY            OCCURS 50 TIMES.
               10  WS-BRN-CODE         PIC X(3).
               10  WS-BRN-CAT-COUNT    PIC 9(5) OCCURS 5 TIMES.
               10  WS-BRN-TOTAL        PIC 9(5).
       01  WS-BRN-USED                 PIC 9(2) VALUE ZERO.
       01  WS-BRN-MAX                  PIC 9(2) VALUE 49.
       01  WS-BRN-SUB                  PIC 9(2).
       01  WS-BRN-FOUND-SUB            PIC 9(2).

      *    Report column edits
       01  WS-ED-COUNT-1               PIC ZZZZZZ9.
       01  WS-ED-COUNT-2               PIC ZZZZZZ9.
       01  WS-ED-COUNT-3               PIC ZZZZZZ9.
       01  WS-ED-COUNT-4               PIC ZZZZZZ9.
       01  WS-ED-COUNT-5               PIC ZZZZZZ9.
       01  WS-ED-COUNT-6               PIC ZZZZZZ9.
       01  WS-ED-CHANGE                PIC ------9.

      *    Report spool capture - each report is captured through
      *    the SPOOLER subprogram, so it can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the report.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "CMPAGING ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "LIST"
                   PERFORM LIST-COMPLAINTS
               WHEN "SHOW"
                   PERFORM SHOW-COMPLAINT-HISTORY
               WHEN "OPEN"
                   PERFORM OPEN-COMPLAINT
               WHEN "ASSIGN"
                   PERFORM ASSIGN-COMPLAINT
               WHEN "NOTE"
                   PERFORM ADD-COMPLAINT-NOTE
               WHEN "ACK"
                   PERFORM ACKNOWLEDGE-COMPLAINT
               WHEN "CLOSE"
                   PERFORM CLOSE-COMPLAINT
               WHEN "AGING"
                   PERFORM AGING-REPORT
               WHEN "TREND"
                   PERFORM TREND-REPORT
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
           MOVE WS-BUSINESS-DATE TO WS-EDIT-BUSINESS-DATE
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           SET NO-ERROR TO TRUE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "LIST"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-LIST-STATUS-ARG
               WHEN "SHOW"
               WHEN "ACK"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-COMPLAINT-ID
               WHEN "OPEN"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER-ID
                            WS-CATEGORY-ARG
                            WS-CHANNEL-ARG
                            WS-SUMMARY-ARG
                            WS-TEMP-CMP-ACCOUNT
                            WS-TEMP-TXN-ID
                   INSPECT WS-SUMMARY-ARG REPLACING ALL "_" BY " "
               WHEN "ASSIGN"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-COMPLAINT-ID
                            WS-ASSIGNEE-ARG
               WHEN "NOTE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-COMPLAINT-ID
                            WS-NOTE-TEXT-ARG
                   INSPECT WS-NOTE-TEXT-ARG
                       REPLACING ALL "_" BY " "
               WHEN "CLOSE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-COMPLAINT-ID
                            WS-OUTCOME-ARG
                            WS-TEMP-REFUND
                            WS-TEMP-REFUND-TXN
               WHEN "TREND"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-QUARTER
           END-EVALUATE
           IF WS-TEMP-COMPLAINT-ID IS NUMERIC AND
              WS-TEMP-COMPLAINT-ID NOT = SPACES
               MOVE WS-TEMP-COMPLAINT-ID TO WS-COMPLAINT-ID-ARG
           END-IF
           IF WS-TEMP-CUSTOMER-ID IS NUMERIC AND
              WS-TEMP-CUSTOMER-ID NOT = SPACES
               MOVE WS-TEMP-CUSTOMER-ID TO WS-CUSTOMER-ID-ARG
           END-IF
           IF WS-TEMP-CMP-ACCOUNT IS NUMERIC AND
              WS-TEMP-CMP-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-CMP-ACCOUNT TO WS-ACCOUNT-ARG
           END-IF
           IF WS-TEMP-TXN-ID IS NUMERIC AND
              WS-TEMP-TXN-ID NOT = SPACES
               MOVE WS-TEMP-TXN-ID TO WS-TXN-ID-ARG
           END-IF
           IF WS-TEMP-REFUND NOT = SPACES
               COMPUTE WS-REFUND-ARG =
                   FUNCTION NUMVAL(WS-TEMP-REFUND)
           END-IF
           IF WS-TEMP-REFUND-TXN IS NUMERIC AND
              WS-TEMP-REFUND-TXN NOT = SPACES
               MOVE WS-TEMP-REFUND-TXN TO WS-REFUND-TXN-ARG
           END-IF
           IF WS-TEMP-QUARTER IS NUMERIC AND
              WS-TEMP-QUARTER NOT = SPACES
               MOVE WS-TEMP-QUARTER TO WS-QUARTER-ARG
           END-IF.

       GET-BUSINESS-DATE.
      *    Complaints are dated, and their deadlines run, on the
      *    posting business date
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

       LIST-COMPLAINTS.
      *    Unresolved complaints by default, or every complaint
      *    in the status asked for
           IF WS-LIST-STATUS-ARG NOT = SPACES AND
              WS-LIST-STATUS-ARG NOT = "O" AND
              WS-LIST-STATUS-ARG NOT = "K" AND
              WS-LIST-STATUS-ARG NOT = "C"
               DISPLAY "Error: LIST status must be O, K or C"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPLAINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaints on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUSTOMER COMPLAINTS"
           DISPLAY "==================="
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ COMPLAINT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF (WS-LIST-STATUS-ARG = SPACES AND
                           CMP-UNRESOLVED) OR
                          CMP-STATUS = WS-LIST-STATUS-ARG
                           ADD 1 TO WS-COMPLAINTS-LISTED
                           DISPLAY CMP-COMPLAINT-ID " "
                                   CMP-STATUS " "
                                   CMP-CATEGORY " cust "
                                   CMP-CUSTOMER-ID " "
                                   CMP-CUSTOMER-NAME
                                   " due " CMP-RESOLVE-DUE-DATE
                                   " " CMP-ASSIGNED-TO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE
           DISPLAY " "
           DISPLAY "Complaints listed: " WS-COMPLAINTS-LISTED.

       FIND-COMPLAINT-BY-ID.
      *    Locate the complaint named by the command argument,
      *    leaving the record area loaded (and, when the file
      *    is open I-O, positioned for a REWRITE)
           SET COMPLAINT-NOT-FOUND TO TRUE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR COMPLAINT-FOUND
               READ COMPLAINT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CMP-COMPLAINT-ID = WS-COMPLAINT-ID-ARG
                           SET COMPLAINT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       SHOW-COMPLAINT-HISTORY.
           OPEN INPUT COMPLAINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaints on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COMPLAINT-BY-ID
           CLOSE COMPLAINT-FILE
           IF COMPLAINT-NOT-FOUND
               DISPLAY "Error: No complaint " WS-COMPLAINT-ID-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPLAINT " CMP-COMPLAINT-ID
           DISPLAY "===================="
           DISPLAY "Customer:     " CMP-CUSTOMER-ID " "
                   CMP-CUSTOMER-NAME
           IF CMP-ACCOUNT NOT = ZERO
               DISPLAY "Account:      " CMP-ACCOUNT
           END-IF
           IF CMP-TXN-ID NOT = ZERO
               DISPLAY "Transaction:  " CMP-TXN-ID
           END-IF
           DISPLAY "Category:     " CMP-CATEGORY
                   "  Channel: " CMP-CHANNEL
                   "  Branch: " CMP-BRANCH
           DISPLAY "Summary:      " CMP-SUMMARY
           DISPLAY "Status:       " CMP-STATUS
           DISPLAY "Received:     " CMP-RECEIVED-DATE
                   " by " CMP-TAKEN-BY
           DISPLAY "Assigned to:  " CMP-ASSIGNED-TO
                   " on " CMP-ASSIGNED-DATE
           DISPLAY "Ack due:      " CMP-ACK-DUE-DATE
                   "  sent " CMP-ACK-DATE
           DISPLAY "Resolve due:  " CMP-RESOLVE-DUE-DATE
           IF CMP-CLOSED
               DISPLAY "Closed:       " CMP-CLOSED-DATE
                       " by " CMP-CLOSED-BY
                       "  outcome " CMP-OUTCOME
               MOVE CMP-REFUND-AMOUNT TO WS-DISPLAY-REFUND
               DISPLAY "Refund:       $" WS-DISPLAY-REFUND
                       "  TXN " CMP-REFUND-TXN-ID
           ELSE
               PERFORM SET-DEADLINE-STATE
               DISPLAY "Deadlines:    " WS-DEADLINE-STATE
           END-IF
           DISPLAY " "
           DISPLAY "History:"
           OPEN INPUT NOTE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  (no entries)"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOTE-NOT-EOF TO TRUE
           PERFORM UNTIL WS-NOTE-EOF
               READ NOTE-FILE
                   AT END
                       SET WS-NOTE-EOF TO TRUE
                   NOT AT END
                       IF CMN-COMPLAINT-ID = WS-COMPLAINT-ID-ARG
                           DISPLAY "  " CMN-DATE " "
                                   CMN-ENTERED-BY " " CMN-TEXT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-FILE.

       OPEN-COMPLAINT.
           IF WS-CUSTOMER-ID-ARG = ZERO OR
              WS-SUMMARY-ARG = SPACES
               DISPLAY "Error: OPEN needs customer-id category "
                       "channel summary [account [txn-id]]"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CATEGORY-ARG TO CMP-CATEGORY
           IF NOT CMP-VALID-CATEGORY
               DISPLAY "Error: Category must be F (fees), E "
                       "(errors), S (service), D (discrimination) "
                       "or P (privacy)"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANNEL-ARG TO CMP-CHANNEL
           IF NOT CMP-VALID-CHANNEL
               DISPLAY "Error: Channel must be B (branch), P "
                       "(phone), L (letter) or E (email/online)"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    The complainant must be on the customer master
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: Customer master not available"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ID-ARG TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Error: Customer " WS-CUSTOMER-ID-ARG
                           " is not on the customer master"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-READ
           CLOSE CUSTOMER-FILE
           IF WS-MAIN-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CUS-CUSTOMER-NAME TO WS-CUSTOMER-NAME-SAVE
      *    A named transaction must be on file, and on the named
      *    account - with no account named, the transaction's
      *    account is taken
           IF WS-TXN-ID-ARG NOT = ZERO
               MOVE WS-TXN-ID-ARG TO WS-TXN-SEARCH-ID
               PERFORM FIND-TRANSACTION-BY-ID
               IF TXN-NOT-FOUND
                   DISPLAY "Error: No transaction " WS-TXN-ID-ARG
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-ACCOUNT-ARG = ZERO
                   MOVE WS-FOUND-FROM-ACCOUNT TO WS-ACCOUNT-ARG
               END-IF
               IF WS-ACCOUNT-ARG NOT = WS-FOUND-FROM-ACCOUNT AND
                  WS-ACCOUNT-ARG NOT = WS-FOUND-TO-ACCOUNT
                   DISPLAY "Error: Transaction " WS-TXN-ID-ARG
                           " is not on account " WS-ACCOUNT-ARG
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-ACCOUNT-BRANCH
           IF WS-ACCOUNT-ARG NOT = ZERO
               PERFORM VALIDATE-COMPLAINT-ACCOUNT
               IF WS-MAIN-RETURN-CODE NOT = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-TELLER-ID-PARM TO TLR-TELLER-ID
           PERFORM LOOK-UP-TELLER-BRANCH
      *    Branch intake reports under the intake branch; a
      *    remote complaint naming an account reports under the
      *    account's branch
           IF WS-CHANNEL-ARG NOT = "B" AND WS-ACCOUNT-ARG NOT = ZERO
               MOVE WS-ACCOUNT-BRANCH TO WS-INTAKE-BRANCH
           END-IF
           PERFORM ASSIGN-NEXT-COMPLAINT-ID
           OPEN EXTEND COMPLAINT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE COMPLAINT-FILE
               OPEN OUTPUT COMPLAINT-FILE
           END-IF
           MOVE WS-NEXT-COMPLAINT-ID TO CMP-COMPLAINT-ID
           MOVE WS-CUSTOMER-ID-ARG TO CMP-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME-SAVE TO CMP-CUSTOMER-NAME
           MOVE WS-ACCOUNT-ARG TO CMP-ACCOUNT
           MOVE WS-TXN-ID-ARG TO CMP-TXN-ID
           MOVE WS-CATEGORY-ARG TO CMP-CATEGORY
           MOVE WS-CHANNEL-ARG TO CMP-CHANNEL
           MOVE WS-INTAKE-BRANCH TO CMP-BRANCH
           MOVE "O" TO CMP-STATUS
           MOVE WS-BUSINESS-DATE TO CMP-RECEIVED-DATE
           MOVE WS-TELLER-ID-PARM TO CMP-TAKEN-BY
           MOVE WS-SUMMARY-ARG TO CMP-SUMMARY
           MOVE SPACES TO CMP-ASSIGNED-TO
           MOVE ZERO TO CMP-ASSIGNED-DATE
           MOVE COMPLAINT-ACK-DAYS TO WS-BUS-DAYS-LEFT
           PERFORM COMPUTE-DEADLINE-DATE
           MOVE WS-ROLL-DATE TO CMP-ACK-DUE-DATE
           MOVE ZERO TO CMP-ACK-DATE
           MOVE COMPLAINT-RESOLVE-DAYS TO WS-BUS-DAYS-LEFT
           PERFORM COMPUTE-DEADLINE-DATE
           MOVE WS-ROLL-DATE TO CMP-RESOLVE-DUE-DATE
           MOVE ZERO TO CMP-CLOSED-DATE
           MOVE SPACES TO CMP-CLOSED-BY
           MOVE SPACE TO CMP-OUTCOME
           MOVE ZERO TO CMP-REFUND-AMOUNT
           MOVE ZERO TO CMP-REFUND-TXN-ID
           WRITE COMPLAINT-RECORD
           CLOSE COMPLAINT-FILE
           MOVE WS-NEXT-COMPLAINT-ID TO WS-COMPLAINT-ID-ARG
           MOVE SPACES TO WS-NOTE-TEXT-ARG
           STRING "COMPLAINT RECEIVED - CATEGORY " WS-CATEGORY-ARG
                  " CHANNEL " WS-CHANNEL-ARG
               DELIMITED BY SIZE INTO WS-NOTE-TEXT-ARG
           MOVE "S" TO CMN-TYPE
           PERFORM APPEND-NOTE-RECORD
           DISPLAY "Complaint " WS-NEXT-COMPLAINT-ID
                   " logged for customer " WS-CUSTOMER-ID-ARG
           DISPLAY "Acknowledge by: " CMP-ACK-DUE-DATE
           DISPLAY "Resolve by:     " CMP-RESOLVE-DUE-DATE.

       VALIDATE-COMPLAINT-ACCOUNT.
      *    A named account must be on the account master; its
      *    branch is kept for a remote complaint
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: Account master not available"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ARG TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-ACCOUNT-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   MOVE ACC-BRANCH TO WS-ACCOUNT-BRANCH
           END-READ
           CLOSE ACCOUNT-FILE.

       LOOK-UP-TELLER-BRANCH.
      *    Branch of the teller in TLR-TELLER-ID - no teller
      *    master, or no such teller, leaves it head office
           MOVE SPACES TO WS-INTAKE-BRANCH
           OPEN INPUT TELLER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TELLER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TLR-BRANCH TO WS-INTAKE-BRANCH
           END-READ
           CLOSE TELLER-FILE.

       FIND-TRANSACTION-BY-ID.
      *    Scan the history for WS-TXN-SEARCH-ID, saving the
      *    accounts, type and amount of the entry found
           SET TXN-NOT-FOUND TO TRUE
           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-TXN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-TXN-EOF OR TXN-FOUND
               READ TRANSACTION-FILE
                   AT END
                       SET WS-TXN-EOF TO TRUE
                   NOT AT END
                       IF TXN-ID = WS-TXN-SEARCH-ID
                           SET TXN-FOUND TO TRUE
                           MOVE TXN-FROM-ACCOUNT TO
                               WS-FOUND-FROM-ACCOUNT
                           MOVE TXN-TO-ACCOUNT TO
                               WS-FOUND-TO-ACCOUNT
                           MOVE TXN-TYPE TO WS-FOUND-TYPE
                           MOVE TXN-AMOUNT TO WS-FOUND-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           SET WS-TXN-NOT-EOF TO TRUE.

       ASSIGN-NEXT-COMPLAINT-ID.
      *    Next complaint number is one past the highest on
      *    file, the same assignment the suspense queues use
           MOVE 1 TO WS-NEXT-COMPLAINT-ID
           OPEN INPUT COMPLAINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ COMPLAINT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CMP-COMPLAINT-ID >= WS-NEXT-COMPLAINT-ID
                           COMPUTE WS-NEXT-COMPLAINT-ID =
                               CMP-COMPLAINT-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE
           SET WS-NOT-EOF TO TRUE.

       ASSIGN-COMPLAINT.
           IF WS-COMPLAINT-ID-ARG = ZERO OR
              WS-ASSIGNEE-ARG = SPACES
               DISPLAY "Error: ASSIGN needs a complaint ID and "
                       "a teller ID"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    The handler must be an active teller, where the
      *    teller master exists
           OPEN INPUT TELLER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE WS-ASSIGNEE-ARG TO TLR-TELLER-ID
               READ TELLER-FILE
                   INVALID KEY
                       DISPLAY "Error: Teller " WS-ASSIGNEE-ARG
                               " not found"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                   NOT INVALID KEY
                       IF NOT TLR-ACTIVE
                           DISPLAY "Error: Teller " WS-ASSIGNEE-ARG
                                   " is not active"
                           MOVE 8 TO WS-MAIN-RETURN-CODE
                       END-IF
               END-READ
               CLOSE TELLER-FILE
           END-IF
           IF WS-MAIN-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-UNRESOLVED-COMPLAINT
           IF WS-MAIN-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASSIGNEE-ARG TO CMP-ASSIGNED-TO
           MOVE WS-BUSINESS-DATE TO CMP-ASSIGNED-DATE
           REWRITE COMPLAINT-RECORD
           CLOSE COMPLAINT-FILE
           MOVE SPACES TO WS-NOTE-TEXT-ARG
           STRING "ASSIGNED TO " WS-ASSIGNEE-ARG
               DELIMITED BY SIZE INTO WS-NOTE-TEXT-ARG
           MOVE "S" TO CMN-TYPE
           PERFORM APPEND-NOTE-RECORD
           DISPLAY "Complaint " WS-COMPLAINT-ID-ARG
                   " assigned to " WS-ASSIGNEE-ARG.

       OPEN-UNRESOLVED-COMPLAINT.
      *    Open the complaint file I-O positioned on the named
      *    complaint, which must still be unresolved - the file
      *    is left open for the caller's REWRITE
           OPEN I-O COMPLAINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaints on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COMPLAINT-BY-ID
           IF COMPLAINT-NOT-FOUND
               DISPLAY "Error: No complaint " WS-COMPLAINT-ID-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT CMP-UNRESOLVED
               DISPLAY "Error: Complaint " WS-COMPLAINT-ID-ARG
                       " is already closed"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE COMPLAINT-FILE
           END-IF.

       ADD-COMPLAINT-NOTE.
           IF WS-COMPLAINT-ID-ARG = ZERO OR
              WS-NOTE-TEXT-ARG = SPACES
               DISPLAY "Error: NOTE needs a complaint ID and text"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPLAINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaints on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COMPLAINT-BY-ID
           CLOSE COMPLAINT-FILE
           IF COMPLAINT-NOT-FOUND
               DISPLAY "Error: No complaint " WS-COMPLAINT-ID-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CMN-TYPE
           PERFORM APPEND-NOTE-RECORD
           DISPLAY "Note added to complaint " WS-COMPLAINT-ID-ARG.

       APPEND-NOTE-RECORD.
      *    CMN-TYPE is set by the caller
           OPEN EXTEND NOTE-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE NOTE-FILE
               OPEN OUTPUT NOTE-FILE
           END-IF
           MOVE WS-COMPLAINT-ID-ARG TO CMN-COMPLAINT-ID
           MOVE WS-BUSINESS-DATE TO CMN-DATE
           MOVE WS-TIME-NUMERIC TO CMN-TIME
           MOVE WS-TELLER-ID-PARM TO CMN-ENTERED-BY
           MOVE WS-NOTE-TEXT-ARG TO CMN-TEXT
           WRITE COMPLAINT-NOTE-RECORD
           CLOSE NOTE-FILE.

       ACKNOWLEDGE-COMPLAINT.
      *    Record the acknowledgment sent to the customer - the
      *    first deadline the examiner checks
           IF WS-COMPLAINT-ID-ARG = ZERO
               DISPLAY "Error: ACK needs a complaint ID"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-UNRESOLVED-COMPLAINT
           IF WS-MAIN-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CMP-ACKNOWLEDGED
               DISPLAY "Error: Complaint " WS-COMPLAINT-ID-ARG
                       " was acknowledged on " CMP-ACK-DATE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE COMPLAINT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE COMPLAINT-RECORD TO WS-BACKUP-RECORD
           MOVE "K" TO CMP-STATUS
           MOVE WS-BUSINESS-DATE TO CMP-ACK-DATE
           REWRITE COMPLAINT-RECORD
           CLOSE COMPLAINT-FILE
           PERFORM WRITE-COMPLAINT-AUDIT-ENTRY
           MOVE SPACES TO WS-NOTE-TEXT-ARG
           IF CMP-ACK-DATE > CMP-ACK-DUE-DATE
               STRING "ACKNOWLEDGMENT SENT - LATE, DUE "
                      CMP-ACK-DUE-DATE
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT-ARG
           ELSE
               MOVE "ACKNOWLEDGMENT SENT" TO WS-NOTE-TEXT-ARG
           END-IF
           MOVE "S" TO CMN-TYPE
           PERFORM APPEND-NOTE-RECORD
           DISPLAY "Complaint " WS-COMPLAINT-ID-ARG
                   " acknowledged by " WS-TELLER-ID-PARM.

       CLOSE-COMPLAINT.
           IF WS-COMPLAINT-ID-ARG = ZERO
               DISPLAY "Error: CLOSE needs a complaint ID and "
                       "outcome F|P|N|W"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OUTCOME-ARG TO CMP-OUTCOME
           IF NOT CMP-VALID-OUTCOME
               DISPLAY "Error: Outcome must be F (in the "
                       "customer's favor), P (partly), N (no "
                       "fault found) or W (withdrawn)"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    A refund only goes with an upheld complaint
           IF (WS-REFUND-ARG NOT = ZERO OR
               WS-REFUND-TXN-ARG NOT = ZERO) AND
              NOT CMP-UPHELD
               DISPLAY "Error: A refund needs outcome F or P"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    A refund transaction must be a credit on file - its
      *    amount stands when none is keyed
           IF WS-REFUND-TXN-ARG NOT = ZERO
               MOVE WS-REFUND-TXN-ARG TO WS-TXN-SEARCH-ID
               PERFORM FIND-TRANSACTION-BY-ID
               IF TXN-NOT-FOUND OR WS-FOUND-TYPE NOT = "D"
                   DISPLAY "Error: No refund credit with TXN-ID "
                           WS-REFUND-TXN-ARG
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-REFUND-ARG = ZERO
                   MOVE WS-FOUND-AMOUNT TO WS-REFUND-ARG
               END-IF
           END-IF
           PERFORM OPEN-UNRESOLVED-COMPLAINT
           IF WS-MAIN-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
      *    Every status move lands in the audit trail with the
      *    complaint's before-image, keyed by the customer
           MOVE COMPLAINT-RECORD TO WS-BACKUP-RECORD
           MOVE "C" TO CMP-STATUS
           MOVE WS-BUSINESS-DATE TO CMP-CLOSED-DATE
           MOVE WS-TELLER-ID-PARM TO CMP-CLOSED-BY
           MOVE WS-OUTCOME-ARG TO CMP-OUTCOME
           MOVE WS-REFUND-ARG TO CMP-REFUND-AMOUNT
           MOVE WS-REFUND-TXN-ARG TO CMP-REFUND-TXN-ID
           REWRITE COMPLAINT-RECORD
           CLOSE COMPLAINT-FILE
           PERFORM WRITE-COMPLAINT-AUDIT-ENTRY
           MOVE SPACES TO WS-NOTE-TEXT-ARG
           MOVE WS-REFUND-ARG TO WS-DISPLAY-REFUND
           IF CMP-CLOSED-DATE > CMP-RESOLVE-DUE-DATE
               STRING "CLOSED LATE - OUTCOME " WS-OUTCOME-ARG
                      " REFUND $" WS-DISPLAY-REFUND
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT-ARG
           ELSE
               STRING "CLOSED - OUTCOME " WS-OUTCOME-ARG
                      " REFUND $" WS-DISPLAY-REFUND
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT-ARG
           END-IF
           MOVE "S" TO CMN-TYPE
           PERFORM APPEND-NOTE-RECORD
           DISPLAY "Complaint " WS-COMPLAINT-ID-ARG
                   " closed, outcome " WS-OUTCOME-ARG
                   " by " WS-TELLER-ID-PARM.

       WRITE-COMPLAINT-AUDIT-ENTRY.
      *    Same audit file the account REWRITEs use - the
      *    complaint's before-image in place of an account's,
      *    keyed by the customer ID
           OPEN EXTEND AUDIT-FILE
           MOVE CMP-CUSTOMER-ID TO AUD-ACCOUNT-NUMBER
           MOVE WS-DATE-NUMERIC TO AUD-DATE
           MOVE WS-TIME-NUMERIC TO AUD-TIME
           MOVE "COMPLAIN" TO AUD-OPERATION
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-BACKUP-RECORD TO AUD-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       SET-DEADLINE-STATE.
      *    Where an unresolved complaint stands against its two
      *    deadlines as of the business date
           EVALUATE TRUE
               WHEN CMP-RESOLVE-DUE-DATE < WS-BUSINESS-DATE
                   MOVE "RESOLUTION OVERDUE" TO WS-DEADLINE-STATE
               WHEN CMP-OPEN AND
                    CMP-ACK-DUE-DATE < WS-BUSINESS-DATE
                   MOVE "ACK OVERDUE" TO WS-DEADLINE-STATE
               WHEN CMP-RESOLVE-DUE-DATE = WS-BUSINESS-DATE
                   MOVE "RESOLUTION DUE TODAY" TO WS-DEADLINE-STATE
               WHEN CMP-OPEN
                   MOVE "AWAITING ACK" TO WS-DEADLINE-STATE
               WHEN OTHER
                   MOVE "WITHIN DEADLINE" TO WS-DEADLINE-STATE
           END-EVALUATE.

       AGING-REPORT.
      *    Every unresolved complaint against its deadlines, for
      *    the compliance committee
           OPEN INPUT COMPLAINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaints on file"
               EXIT PARAGRAPH
           END-IF
           MOVE "CMPAGING " TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-RUN
           STRING "OPEN COMPLAINTS - DEADLINES VS "
                  WS-EDIT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:70)
           PERFORM PRINT-REPORT-LINE
           MOVE "Cmpl    C Ch Brn Received Ack due  Resolve  "
               TO WS-SPOOL-LINE
           MOVE "Handler Standing" TO WS-SPOOL-LINE(46:16)
           PERFORM PRINT-REPORT-LINE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ COMPLAINT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CMP-UNRESOLVED
                           PERFORM AGE-ONE-COMPLAINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE
           PERFORM PRINT-REPORT-LINE
           MOVE "AGING SUMMARY" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Open, not acknowledged: " WS-AGE-OPEN
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Acknowledged:           " WS-AGE-ACKNOWLEDGED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Unassigned:             " WS-AGE-UNASSIGNED
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Acknowledgment overdue: " WS-AGE-ACK-OVERDUE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Resolution due today:   " WS-AGE-DUE-TODAY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "  Resolution overdue:     " WS-AGE-OVERDUE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM SPOOL-CLOSE-RUN.

       AGE-ONE-COMPLAINT.
           IF CMP-OPEN
               ADD 1 TO WS-AGE-OPEN
           ELSE
               ADD 1 TO WS-AGE-ACKNOWLEDGED
           END-IF
           IF CMP-ASSIGNED-TO = SPACES
               ADD 1 TO WS-AGE-UNASSIGNED
           END-IF
           PERFORM SET-DEADLINE-STATE
           EVALUATE WS-DEADLINE-STATE
               WHEN "RESOLUTION OVERDUE"
                   ADD 1 TO WS-AGE-OVERDUE
               WHEN "ACK OVERDUE"
                   ADD 1 TO WS-AGE-ACK-OVERDUE
               WHEN "RESOLUTION DUE TODAY"
                   ADD 1 TO WS-AGE-DUE-TODAY
           END-EVALUATE
           STRING CMP-COMPLAINT-ID " " CMP-CATEGORY " "
                  CMP-CHANNEL "  " CMP-BRANCH " "
                  CMP-RECEIVED-DATE " " CMP-ACK-DUE-DATE " "
                  CMP-RESOLVE-DUE-DATE " " CMP-ASSIGNED-TO "   "
                  WS-DEADLINE-STATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           STRING "        cust " CMP-CUSTOMER-ID " "
                  CMP-CUSTOMER-NAME " " CMP-SUMMARY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       TREND-REPORT.
      *    The quarter's complaints by category against the
      *    quarter before, and by branch, for the compliance
      *    committee
           PERFORM SET-TREND-QUARTERS
           IF WS-MAIN-RETURN-CODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-CATEGORY-COUNTS
           INITIALIZE WS-BRANCH-COUNTS
           OPEN INPUT COMPLAINT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaints on file"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ COMPLAINT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-ONE-COMPLAINT
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE
           MOVE "CMPTREND " TO WS-SPOOL-NAME
           PERFORM SPOOL-OPEN-RUN
           STRING "COMPLAINT TREND - QUARTER " WS-TRD-YEAR " Q"
                  WS-TRD-QUARTER " (" WS-TRD-START-DATE " - "
                  WS-TRD-END-DATE ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:86)
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-CATEGORY-SECTION
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-BRANCH-SECTION
           PERFORM SPOOL-CLOSE-RUN.

       SET-TREND-QUARTERS.
      *    The quarter asked for as YYYYQ, or the business
      *    date's quarter, and the quarter before it
           IF WS-QUARTER-ARG = ZERO
               DIVIDE WS-BUSINESS-DATE BY 10000 GIVING WS-TRD-YEAR
               COMPUTE WS-QTR-WORK =
                   (WS-BUSINESS-DATE / 100) - (WS-TRD-YEAR * 100)
               DIVIDE WS-QTR-WORK BY 3 GIVING WS-QTR-WORK
                   REMAINDER WS-QTR-REMAINDER
               IF WS-QTR-REMAINDER NOT = ZERO
                   ADD 1 TO WS-QTR-WORK
               END-IF
               MOVE WS-QTR-WORK TO WS-TRD-QUARTER
           ELSE
               DIVIDE WS-QUARTER-ARG BY 10 GIVING WS-TRD-YEAR
                   REMAINDER WS-QTR-WORK
               MOVE WS-QTR-WORK TO WS-TRD-QUARTER
           END-IF
           IF WS-TRD-QUARTER < 1 OR WS-TRD-QUARTER > 4
               DISPLAY "Error: TREND quarter must be YYYYQ, Q 1-4"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRD-START-DATE =
               WS-TRD-YEAR * 10000 +
               ((WS-TRD-QUARTER - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-TRD-END-DATE =
               WS-TRD-YEAR * 10000 + (WS-TRD-QUARTER * 3) * 100 + 31
           IF WS-TRD-QUARTER = 1
               COMPUTE WS-PRIOR-YEAR = WS-TRD-YEAR - 1
               MOVE 4 TO WS-PRIOR-QUARTER
           ELSE
               MOVE WS-TRD-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-QUARTER = WS-TRD-QUARTER - 1
           END-IF
           COMPUTE WS-PRIOR-START-DATE =
               WS-PRIOR-YEAR * 10000 +
               ((WS-PRIOR-QUARTER - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-PRIOR-END-DATE =
               WS-PRIOR-YEAR * 10000 +
               (WS-PRIOR-QUARTER * 3) * 100 + 31.

       TALLY-ONE-COMPLAINT.
           MOVE ZERO TO WS-CAT-FOUND-SUB
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               IF WS-CATEGORY-CODES(WS-CAT-SUB:1) = CMP-CATEGORY
                   MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND-SUB = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAT-FOUND-SUB TO WS-CAT-SUB
           IF CMP-RECEIVED-DATE >= WS-PRIOR-START-DATE AND
              CMP-RECEIVED-DATE <= WS-PRIOR-END-DATE
               ADD 1 TO WS-CAT-PRIOR(WS-CAT-SUB)
           END-IF
           IF CMP-CLOSED AND
              CMP-CLOSED-DATE >= WS-TRD-START-DATE AND
              CMP-CLOSED-DATE <= WS-TRD-END-DATE
               ADD 1 TO WS-CAT-CLOSED(WS-CAT-SUB)
               IF CMP-UPHELD
                   ADD 1 TO WS-CAT-UPHELD(WS-CAT-SUB)
               END-IF
               IF CMP-CLOSED-DATE > CMP-RESOLVE-DUE-DATE
                   ADD 1 TO WS-CAT-LATE(WS-CAT-SUB)
               END-IF
               ADD CMP-REFUND-AMOUNT TO WS-CAT-REFUNDS(WS-CAT-SUB)
           END-IF
           IF CMP-RECEIVED-DATE < WS-TRD-START-DATE OR
              CMP-RECEIVED-DATE > WS-TRD-END-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-RECEIVED(WS-CAT-SUB)
           PERFORM FIND-OR-ADD-BRANCH
           ADD 1 TO WS-BRN-CAT-COUNT(WS-BRN-FOUND-SUB, WS-CAT-SUB)
           ADD 1 TO WS-BRN-TOTAL(WS-BRN-FOUND-SUB).

       FIND-OR-ADD-BRANCH.
      *    Slot of CMP-BRANCH in the branch table, added when
      *    first met - past the table's end, the OTH slot
           MOVE ZERO TO WS-BRN-FOUND-SUB
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               IF WS-BRN-CODE(WS-BRN-SUB) = CMP-BRANCH AND
                  WS-BRN-SUB NOT > WS-BRN-MAX
                   MOVE WS-BRN-SUB TO WS-BRN-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-BRN-FOUND-SUB NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-BRN-USED < WS-BRN-MAX
               ADD 1 TO WS-BRN-USED
               MOVE CMP-BRANCH TO WS-BRN-CODE(WS-BRN-USED)
               MOVE WS-BRN-USED TO WS-BRN-FOUND-SUB
           ELSE
               COMPUTE WS-BRN-FOUND-SUB = WS-BRN-MAX + 1
               MOVE "OTH" TO WS-BRN-CODE(WS-BRN-FOUND-SUB)
               MOVE WS-BRN-FOUND-SUB TO WS-BRN-USED
           END-IF.

       PRINT-CATEGORY-SECTION.
           MOVE "BY CATEGORY" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "Category" TO WS-SPOOL-LINE(1:8)
           MOVE "Received" TO WS-SPOOL-LINE(15:8)
           MOVE "PriorQtr" TO WS-SPOOL-LINE(24:8)
           MOVE "  Change" TO WS-SPOOL-LINE(33:8)
           MOVE "  Closed" TO WS-SPOOL-LINE(42:8)
           MOVE "  Upheld" TO WS-SPOOL-LINE(51:8)
           MOVE "    Late" TO WS-SPOOL-LINE(60:8)
           MOVE "          Refunds" TO WS-SPOOL-LINE(70:17)
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO
                   WS-SPOOL-LINE(1:14)
               MOVE WS-CAT-RECEIVED(WS-CAT-SUB) TO WS-ED-COUNT-1
               MOVE WS-CAT-PRIOR(WS-CAT-SUB) TO WS-ED-COUNT-2
               COMPUTE WS-TREND-CHANGE =
                   WS-CAT-RECEIVED(WS-CAT-SUB) -
                   WS-CAT-PRIOR(WS-CAT-SUB)
               MOVE WS-CAT-CLOSED(WS-CAT-SUB) TO WS-ED-COUNT-3
               MOVE WS-CAT-UPHELD(WS-CAT-SUB) TO WS-ED-COUNT-4
               MOVE WS-CAT-LATE(WS-CAT-SUB) TO WS-ED-COUNT-5
               MOVE WS-CAT-REFUNDS(WS-CAT-SUB) TO WS-DISPLAY-TOTAL
               PERFORM PUT-CATEGORY-COLUMNS
               ADD WS-CAT-RECEIVED(WS-CAT-SUB) TO WS-TOT-RECEIVED
               ADD WS-CAT-PRIOR(WS-CAT-SUB) TO WS-TOT-PRIOR
               ADD WS-CAT-CLOSED(WS-CAT-SUB) TO WS-TOT-CLOSED
               ADD WS-CAT-UPHELD(WS-CAT-SUB) TO WS-TOT-UPHELD
               ADD WS-CAT-LATE(WS-CAT-SUB) TO WS-TOT-LATE
               ADD WS-CAT-REFUNDS(WS-CAT-SUB) TO WS-TOT-REFUNDS
           END-PERFORM
           MOVE "Total" TO WS-SPOOL-LINE(1:14)
           MOVE WS-TOT-RECEIVED TO WS-ED-COUNT-1
           MOVE WS-TOT-PRIOR TO WS-ED-COUNT-2
           COMPUTE WS-TREND-CHANGE = WS-TOT-RECEIVED - WS-TOT-PRIOR
           MOVE WS-TOT-CLOSED TO WS-ED-COUNT-3
           MOVE WS-TOT-UPHELD TO WS-ED-COUNT-4
           MOVE WS-TOT-LATE TO WS-ED-COUNT-5
           MOVE WS-TOT-REFUNDS TO WS-DISPLAY-TOTAL
           PERFORM PUT-CATEGORY-COLUMNS.

       PUT-CATEGORY-COLUMNS.
      *    One category line - the name is already in place
           MOVE WS-ED-COUNT-1 TO WS-SPOOL-LINE(16:7)
           MOVE WS-ED-COUNT-2 TO WS-SPOOL-LINE(25:7)
           MOVE WS-TREND-CHANGE TO WS-ED-CHANGE
           MOVE WS-ED-CHANGE TO WS-SPOOL-LINE(34:7)
           MOVE WS-ED-COUNT-3 TO WS-SPOOL-LINE(43:7)
           MOVE WS-ED-COUNT-4 TO WS-SPOOL-LINE(52:7)
           MOVE WS-ED-COUNT-5 TO WS-SPOOL-LINE(61:7)
           MOVE WS-DISPLAY-TOTAL TO WS-SPOOL-LINE(70:17)
           PERFORM PRINT-REPORT-LINE.

       PRINT-BRANCH-SECTION.
           MOVE "BY BRANCH - RECEIVED THIS QUARTER" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "Branch" TO WS-SPOOL-LINE(1:6)
           MOVE "   Fees" TO WS-SPOOL-LINE(10:7)
           MOVE " Errors" TO WS-SPOOL-LINE(18:7)
           MOVE "Service" TO WS-SPOOL-LINE(26:7)
           MOVE "Discrim" TO WS-SPOOL-LINE(34:7)
           MOVE "Privacy" TO WS-SPOOL-LINE(42:7)
           MOVE "  Total" TO WS-SPOOL-LINE(50:7)
           PERFORM PRINT-REPORT-LINE
           IF WS-BRN-USED = ZERO
               MOVE "  (no complaints received this quarter)" TO
                   WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BRN-SUB FROM 1 BY 1
                   UNTIL WS-BRN-SUB > WS-BRN-USED
               IF WS-BRN-CODE(WS-BRN-SUB) = SPACES
                   MOVE "HO" TO WS-SPOOL-LINE(1:3)
               ELSE
                   MOVE WS-BRN-CODE(WS-BRN-SUB) TO
                       WS-SPOOL-LINE(1:3)
               END-IF
               MOVE WS-BRN-CAT-COUNT(WS-BRN-SUB, 1) TO WS-ED-COUNT-1
               MOVE WS-BRN-CAT-COUNT(WS-BRN-SUB, 2) TO WS-ED-COUNT-2
               MOVE WS-BRN-CAT-COUNT(WS-BRN-SUB, 3) TO WS-ED-COUNT-3
               MOVE WS-BRN-CAT-COUNT(WS-BRN-SUB, 4) TO WS-ED-COUNT-4
               MOVE WS-BRN-CAT-COUNT(WS-BRN-SUB, 5) TO WS-ED-COUNT-5
               MOVE WS-BRN-TOTAL(WS-BRN-SUB) TO WS-ED-COUNT-6
               MOVE WS-ED-COUNT-1 TO WS-SPOOL-LINE(10:7)
               MOVE WS-ED-COUNT-2 TO WS-SPOOL-LINE(18:7)
               MOVE WS-ED-COUNT-3 TO WS-SPOOL-LINE(26:7)
               MOVE WS-ED-COUNT-4 TO WS-SPOOL-LINE(34:7)
               MOVE WS-ED-COUNT-5 TO WS-SPOOL-LINE(42:7)
               MOVE WS-ED-COUNT-6 TO WS-SPOOL-LINE(50:7)
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.

       COMPUTE-DEADLINE-DATE.
      *    WS-BUS-DAYS-LEFT business days forward from the
      *    received date, rolled over weekends and the bank
      *    calendar
           MOVE WS-BUSINESS-DATE TO WS-ROLL-DATE
           PERFORM UNTIL WS-BUS-DAYS-LEFT = ZERO
               PERFORM ADD-ONE-ROLL-DAY
               PERFORM CHECK-GOOD-DAY
               IF DAY-IS-GOOD
                   SUBTRACT 1 FROM WS-BUS-DAYS-LEFT
               END-IF
           END-PERFORM.

       LOAD-HOLIDAY-CALENDAR.
      *    Load the bank calendar - no file means no holidays,
      *    weekends still count as closed
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

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in deadline day counts with any
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
               WHEN "COMPLAINT-ACK-DAYS"
                   MOVE PRM-VALUE TO COMPLAINT-ACK-DAYS
               WHEN "COMPLAINT-RESOLVE-DAYS"
                   MOVE PRM-VALUE TO COMPLAINT-RESOLVE-DAYS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       PRINT-REPORT-LINE.
      *    Every report line goes to the console and the spool
           DISPLAY WS-SPOOL-LINE
           PERFORM SPOOL-ONE-LINE.

       SPOOL-OPEN-RUN.
      *    Register this report in the spool repository
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
           DISPLAY "COMPLAIN - Customer Complaint Log"
           DISPLAY "Usage: COMPLAIN TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  LIST [O|K|C]"
           DISPLAY "  SHOW complaint-id"
           DISPLAY "  OPEN customer-id F|E|S|D|P B|P|L|E "
                   "summary_with_underscores [account [txn-id]]"
           DISPLAY "  ASSIGN complaint-id teller-id"
           DISPLAY "  NOTE complaint-id text_with_underscores"
           DISPLAY "  ACK complaint-id"
           DISPLAY "  CLOSE complaint-id F|P|N|W [refund-amount "
                   "[refund-txn-id]]"
           DISPLAY "  AGING"
           DISPLAY "  TREND [yyyyq]".

       END PROGRAM COMPLAIN.
