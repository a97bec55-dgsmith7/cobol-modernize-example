       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERFRPT.
      *********************************************************
      * FEERFRPT - Monthly Fee Refund and Waiver Report
      * Shows how much fee income was given back in the month
      * and who gave it. Reads the fee adjustment log
      * (FEEADJ.DAT) - every refund BANKLEDG REFUND posted
      * against an original fee, and every fee an assessor
      * skipped under an advance waiver placed with BANKLEDG
      * WAIVE - and lists the month's entries, then totals
      * refunds and waivers by reason code, by teller, by
      * branch and by fee code. Runs as a monthly EODRUN step
      * on the month's last business day, after the night's
      * fee assessors have run; the report is captured to the
      * spool as FEERFRPT for SPOOLRPT to reprint.
      *
      * Usage: FEERFRPT [YYYYMM]
      * With no argument the report month is the month of the
      * posting business date.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fee refund and waiver log written by BANKLEDG and
      *    FEEWAIV
           SELECT FEE-ADJUST-FILE ASSIGN TO "data/FEEADJ.DAT"
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

       FD  FEE-ADJUST-FILE.
           COPY "copybooks/FEE-ADJUST-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Report month and its day bounds
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-REPORT-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-START-DATE        PIC 9(8).
       01  WS-PERIOD-END-DATE          PIC 9(8).

      *    Report working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-KIND-LABEL               PIC X(6).
       01  WS-REASON-LABEL             PIC X(20).

      *    Report spool capture - each run is captured through the
      *    SPOOLER subprogram, so the report can be listed and
      *    reprinted later with SPOOLRPT. A spool failure never
      *    stops the report.
       01  WS-SPOOL-ACTION             PIC X(1).
       01  WS-SPOOL-NAME               PIC X(9) VALUE "FEERFRPT ".
       01  WS-SPOOL-LINE               PIC X(100) VALUE SPACES.
       01  WS-SPOOL-RETURN-CODE        PIC 9(2).

      *    The month's refunds and waivers, rolled up four ways.
      *    Each slot is one key within one breakdown - R reason,
      *    T teller, B branch, F fee code - carrying the refund
      *    and waiver counts and amounts under that key.
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 300 TIMES.
               10  WS-BKT-DIM          PIC X(1).
               10  WS-BKT-KEY          PIC X(6).
               10  WS-BKT-RFD-COUNT    PIC 9(7).
               10  WS-BKT-RFD-AMOUNT   PIC S9(12)V99 COMP-3.
               10  WS-BKT-WVD-COUNT    PIC 9(7).
               10  WS-BKT-WVD-AMOUNT   PIC S9(12)V99 COMP-3.
       01  WS-BKT-SUB                  PIC 9(3).
       01  WS-BKT-USED                 PIC 9(3) VALUE ZERO.
       01  WS-BKT-MAX                  PIC 9(3) VALUE 300.
       01  WS-BKT-FOUND-FLAG           PIC X(1).
           88  BUCKET-SLOT-FOUND       VALUE 'Y'.
           88  BUCKET-SLOT-NOT-FOUND   VALUE 'N'.
      *    The breakdown and key being filed or printed
       01  WS-ROLLUP-DIM               PIC X(1).
       01  WS-ROLLUP-KEY               PIC X(6).
       01  WS-SECTION-TITLE            PIC X(30).
       01  WS-SECTION-LINES            PIC 9(3).

      *    Month totals
       01  WS-MONTH-RFD-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-MONTH-RFD-TOTAL          PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MONTH-RFD-FEES           PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MONTH-OVERRIDE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-MONTH-WVD-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-MONTH-WVD-TOTAL          PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MONTH-GIVEN-BACK         PIC S9(12)V99 COMP-3
                                       VALUE ZERO.

       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-TOTAL-2          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-DISPLAY-COUNT-2          PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-REPORT-DATE         PIC 9999/99/99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM SPOOL-OPEN-RUN
           PERFORM WRITE-REPORT-HEADING
           PERFORM REPORT-ADJUSTMENTS
           MOVE "R" TO WS-ROLLUP-DIM
           MOVE "BY REASON" TO WS-SECTION-TITLE
           PERFORM WRITE-BREAKDOWN
           MOVE "T" TO WS-ROLLUP-DIM
           MOVE "BY TELLER" TO WS-SECTION-TITLE
           PERFORM WRITE-BREAKDOWN
           MOVE "B" TO WS-ROLLUP-DIM
           MOVE "BY BRANCH" TO WS-SECTION-TITLE
           PERFORM WRITE-BREAKDOWN
           MOVE "F" TO WS-ROLLUP-DIM
           MOVE "BY FEE CODE" TO WS-SECTION-TITLE
           PERFORM WRITE-BREAKDOWN
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM SPOOL-CLOSE-RUN
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
           PERFORM RESOLVE-REPORT-MONTH.

       GET-BUSINESS-DATE.
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

       RESOLVE-REPORT-MONTH.
      *    An explicit YYYYMM argument wins; otherwise the month
      *    being closed tonight. Both bounds are inclusive - day
      *    99 takes in the month's last day whatever its length.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES AND
              WS-COMMAND-LINE(1:6) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
           ELSE
               DIVIDE WS-BUSINESS-DATE BY 100 GIVING WS-REPORT-MONTH
           END-IF
           COMPUTE WS-PERIOD-START-DATE = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-PERIOD-END-DATE = WS-REPORT-MONTH * 100 + 99.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING "FEE REFUND AND WAIVER REPORT - MONTH "
                  WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-BUSINESS-DATE TO WS-EDIT-REPORT-DATE
           STRING "Business date " WS-EDIT-REPORT-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "=" TO WS-SPOOL-LINE(1:60)
           PERFORM PRINT-REPORT-LINE.

       REPORT-ADJUSTMENTS.
      *    One pass of the log lists the month's entries and
      *    files each one under its reason, teller, branch and
      *    fee code
           PERFORM PRINT-REPORT-LINE
           MOVE "REFUNDS AND WAIVERS THIS MONTH" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "Kind   Date       Account    Fee          Amount"
               TO WS-SPOOL-LINE
           MOVE "Rs  Tellr Super Brn" TO WS-SPOOL-LINE(51:19)
           MOVE "Fee TXN/Source" TO WS-SPOOL-LINE(81:14)
           PERFORM PRINT-REPORT-LINE
           OPEN INPUT FEE-ADJUST-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "  (no fee refunds or waivers on file)" TO
                   WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ FEE-ADJUST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FAJ-DATE >= WS-PERIOD-START-DATE AND
                          FAJ-DATE <= WS-PERIOD-END-DATE
                           PERFORM LIST-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-ADJUST-FILE
           MOVE WS-MONTH-RFD-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-MONTH-RFD-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Refunds: " WS-DISPLAY-COUNT
                  "   Total: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-WVD-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-MONTH-WVD-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Waivers: " WS-DISPLAY-COUNT
                  "   Total: $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       LIST-ONE-ADJUSTMENT.
           IF FAJ-REFUND
               MOVE "REFUND" TO WS-KIND-LABEL
               ADD 1 TO WS-MONTH-RFD-COUNT
               ADD FAJ-AMOUNT TO WS-MONTH-RFD-TOTAL
               ADD FAJ-FEE-AMOUNT TO WS-MONTH-RFD-FEES
               IF FAJ-SUPERVISOR-ID NOT = SPACES
                   ADD 1 TO WS-MONTH-OVERRIDE-COUNT
               END-IF
           ELSE
               MOVE "WAIVED" TO WS-KIND-LABEL
               ADD 1 TO WS-MONTH-WVD-COUNT
               ADD FAJ-AMOUNT TO WS-MONTH-WVD-TOTAL
           END-IF
           MOVE FAJ-DATE TO WS-EDIT-REPORT-DATE
           MOVE FAJ-AMOUNT TO WS-DISPLAY-AMOUNT
           STRING WS-KIND-LABEL " " WS-EDIT-REPORT-DATE " "
                  FAJ-ACCOUNT " " FAJ-FEE-CODE " "
                  WS-DISPLAY-AMOUNT "  " FAJ-REASON "  "
                  FAJ-TELLER-ID " " FAJ-SUPERVISOR-ID " "
                  FAJ-BRANCH " "
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           IF FAJ-REFUND
               MOVE FAJ-FEE-TXN-ID TO WS-SPOOL-LINE(81:15)
           ELSE
               MOVE FAJ-SOURCE TO WS-SPOOL-LINE(81:8)
           END-IF
           PERFORM PRINT-REPORT-LINE
           MOVE "R" TO WS-ROLLUP-DIM
           MOVE FAJ-REASON TO WS-ROLLUP-KEY
           PERFORM FILE-ONE-ADJUSTMENT
           MOVE "T" TO WS-ROLLUP-DIM
           MOVE FAJ-TELLER-ID TO WS-ROLLUP-KEY
           PERFORM FILE-ONE-ADJUSTMENT
           MOVE "B" TO WS-ROLLUP-DIM
           MOVE FAJ-BRANCH TO WS-ROLLUP-KEY
           PERFORM FILE-ONE-ADJUSTMENT
           MOVE "F" TO WS-ROLLUP-DIM
           MOVE FAJ-FEE-CODE TO WS-ROLLUP-KEY
           PERFORM FILE-ONE-ADJUSTMENT.

       FILE-ONE-ADJUSTMENT.
      *    Add the entry onto its slot under WS-ROLLUP-DIM and
      *    WS-ROLLUP-KEY
           PERFORM FIND-BUCKET-SLOT
           IF FAJ-REFUND
               ADD 1 TO WS-BKT-RFD-COUNT(WS-BKT-SUB)
               ADD FAJ-AMOUNT TO WS-BKT-RFD-AMOUNT(WS-BKT-SUB)
           ELSE
               ADD 1 TO WS-BKT-WVD-COUNT(WS-BKT-SUB)
               ADD FAJ-AMOUNT TO WS-BKT-WVD-AMOUNT(WS-BKT-SUB)
           END-IF.

       FIND-BUCKET-SLOT.
      *    Locate (or open) the slot, leaving WS-BKT-SUB pointed
      *    at it
           SET BUCKET-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BKT-USED
                       OR BUCKET-SLOT-FOUND
               IF WS-BKT-DIM(WS-BKT-SUB) = WS-ROLLUP-DIM AND
                  WS-BKT-KEY(WS-BKT-SUB) = WS-ROLLUP-KEY
                   SET BUCKET-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BUCKET-SLOT-FOUND
               SUBTRACT 1 FROM WS-BKT-SUB
               EXIT PARAGRAPH
           END-IF
           IF WS-BKT-USED >= WS-BKT-MAX
      *        More keys than the table holds - fold the
      *        overflow into the last slot rather than abend
               MOVE WS-BKT-MAX TO WS-BKT-SUB
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BKT-USED
           MOVE WS-BKT-USED TO WS-BKT-SUB
           MOVE WS-ROLLUP-DIM TO WS-BKT-DIM(WS-BKT-SUB)
           MOVE WS-ROLLUP-KEY TO WS-BKT-KEY(WS-BKT-SUB)
           MOVE ZERO TO WS-BKT-RFD-COUNT(WS-BKT-SUB)
           MOVE ZERO TO WS-BKT-RFD-AMOUNT(WS-BKT-SUB)
           MOVE ZERO TO WS-BKT-WVD-COUNT(WS-BKT-SUB)
           MOVE ZERO TO WS-BKT-WVD-AMOUNT(WS-BKT-SUB).

       WRITE-BREAKDOWN.
      *    One section - every slot filed under WS-ROLLUP-DIM,
      *    in the order the keys were first seen
           PERFORM PRINT-REPORT-LINE
           MOVE WS-SECTION-TITLE TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "Key" TO WS-SPOOL-LINE(3:3)
           MOVE "Refunds" TO WS-SPOOL-LINE(32:7)
           MOVE "Amount" TO WS-SPOOL-LINE(50:6)
           MOVE "Waivers" TO WS-SPOOL-LINE(59:7)
           MOVE "Amount" TO WS-SPOOL-LINE(77:6)
           PERFORM PRINT-REPORT-LINE
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BKT-USED
               IF WS-BKT-DIM(WS-BKT-SUB) = WS-ROLLUP-DIM
                   PERFORM PRINT-ONE-BUCKET
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO
               MOVE "  (none)" TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-ONE-BUCKET.
           ADD 1 TO WS-SECTION-LINES
           MOVE SPACES TO WS-REASON-LABEL
           IF WS-ROLLUP-DIM = "R"
               PERFORM DESCRIBE-REASON
           END-IF
           IF WS-ROLLUP-DIM = "B" AND
              WS-BKT-KEY(WS-BKT-SUB) = SPACES
               MOVE "HEAD OFFICE" TO WS-REASON-LABEL
           END-IF
           MOVE WS-BKT-RFD-COUNT(WS-BKT-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-BKT-RFD-AMOUNT(WS-BKT-SUB) TO WS-DISPLAY-TOTAL
           MOVE WS-BKT-WVD-COUNT(WS-BKT-SUB) TO WS-DISPLAY-COUNT-2
           MOVE WS-BKT-WVD-AMOUNT(WS-BKT-SUB) TO WS-DISPLAY-TOTAL-2
           STRING "  " WS-BKT-KEY(WS-BKT-SUB) " " WS-REASON-LABEL
                  WS-DISPLAY-COUNT WS-DISPLAY-TOTAL " "
                  WS-DISPLAY-COUNT-2 WS-DISPLAY-TOTAL-2
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE.

       DESCRIBE-REASON.
      *    The reason codes on FEE-ADJUST-RECORD.cpy
           EVALUATE WS-BKT-KEY(WS-BKT-SUB)
               WHEN "BE"
                   MOVE "BANK ERROR" TO WS-REASON-LABEL
               WHEN "DU"
                   MOVE "DUPLICATE CHARGE" TO WS-REASON-LABEL
               WHEN "CS"
                   MOVE "CUSTOMER SERVICE" TO WS-REASON-LABEL
               WHEN "WM"
                   MOVE "WAIVER MISSED" TO WS-REASON-LABEL
               WHEN "PE"
                   MOVE "POLICY EXCEPTION" TO WS-REASON-LABEL
               WHEN "OT"
                   MOVE "OTHER" TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-REASON-LABEL
           END-EVALUATE.

       WRITE-REPORT-SUMMARY.
           COMPUTE WS-MONTH-GIVEN-BACK =
               WS-MONTH-RFD-TOTAL + WS-MONTH-WVD-TOTAL
           PERFORM PRINT-REPORT-LINE
           MOVE "MONTH SUMMARY" TO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-RFD-FEES TO WS-DISPLAY-TOTAL
           STRING "  Fees refunded against:    $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-RFD-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Refunds posted:           $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-OVERRIDE-COUNT TO WS-DISPLAY-COUNT
           STRING "  Over teller limit:         " WS-DISPLAY-COUNT
                  " (supervisor override)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-WVD-TOTAL TO WS-DISPLAY-TOTAL
           STRING "  Fees waived in advance:   $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-MONTH-GIVEN-BACK TO WS-DISPLAY-TOTAL
           STRING "  Fee income given back:    $" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM PRINT-REPORT-LINE
           DISPLAY "Report captured to the spool as FEERFRPT"
           DISPLAY " ".

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

       END PROGRAM FEERFRPT.
