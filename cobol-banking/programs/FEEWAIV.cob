       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEWAIV.
      *********************************************************
      * FEEWAIV - Advance Fee Waiver Lookup Subprogram
      * Called by every fee assessor just before it charges a
      * fee. Looks the account up on FEEWAIVE.DAT for an active
      * waiver of this fee code (or of ALL fees) whose date
      * range covers the fee date, and hands back Y when the
      * fee is waived. When a waiver applies and the caller
      * passes the fee amount, the skipped fee is logged to
      * FEEADJ.DAT under the waiver's reason, teller and branch
      * for the monthly refund and waiver report. A zero amount
      * asks the question without logging anything, for a path
      * that needs the answer before it knows the fee will
      * actually post. No waiver file means nothing is waived.
      * Follows the FEEITEM LINKAGE pattern.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Advance fee waivers placed by BANKLEDG WAIVE
           SELECT FEE-WAIVER-FILE ASSIGN TO "data/FEEWAIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Fee refund and waiver log - sequential append
           SELECT FEE-ADJUST-FILE ASSIGN TO "data/FEEADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FEE-WAIVER-FILE.
           COPY "copybooks/FEE-WAIVER-RECORD.cpy".

       FD  FEE-ADJUST-FILE.
           COPY "copybooks/FEE-ADJUST-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Waiver lookup working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
      *    The waiver found, kept for the log entry
       01  WS-FOUND-WAIVER-ID          PIC 9(7).
       01  WS-FOUND-REASON             PIC X(2).
       01  WS-FOUND-PLACED-BY          PIC X(5).
       01  WS-FOUND-BRANCH             PIC X(3).

       LINKAGE SECTION.
      *    The account the fee would be charged to
       01  LS-WAIVE-ACCOUNT            PIC 9(10).
      *    Fee code - the FEE-WAIVER-RECORD.cpy codes
       01  LS-WAIVE-FEE-CODE           PIC X(6).
      *    Business date the fee would post under
       01  LS-WAIVE-DATE               PIC 9(8).
      *    The fee that would be charged - zero to inquire only
       01  LS-WAIVE-AMOUNT             PIC 9(10)V99.
      *    Calling program, for the log
       01  LS-WAIVE-SOURCE             PIC X(8).
      *    Y=Fee is waived, N=Charge it
       01  LS-WAIVE-FLAG               PIC X(1).
       01  LS-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING LS-WAIVE-ACCOUNT
                               LS-WAIVE-FEE-CODE
                               LS-WAIVE-DATE
                               LS-WAIVE-AMOUNT
                               LS-WAIVE-SOURCE
                               LS-WAIVE-FLAG
                               LS-RETURN-CODE.

       MAIN-WAIVER-PROCESSING.
           PERFORM INITIALIZATION
           MOVE ZERO TO LS-RETURN-CODE
           MOVE "N" TO LS-WAIVE-FLAG
           PERFORM FIND-COVERING-WAIVER
           IF LS-WAIVE-FLAG = "Y" AND LS-WAIVE-AMOUNT > ZERO
               PERFORM LOG-WAIVED-FEE
           END-IF
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           SET NO-ERROR TO TRUE.

       FIND-COVERING-WAIVER.
      *    The first active waiver on file for the account that
      *    names this fee or ALL and covers the date wins
           OPEN INPUT FEE-WAIVER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ FEE-WAIVER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FWV-ACCOUNT = LS-WAIVE-ACCOUNT AND
                          FWV-ACTIVE AND
                          (FWV-FEE-CODE = LS-WAIVE-FEE-CODE OR
                           FWV-ALL-FEES) AND
                          FWV-FROM-DATE <= LS-WAIVE-DATE AND
                          FWV-THRU-DATE >= LS-WAIVE-DATE
                           MOVE "Y" TO LS-WAIVE-FLAG
                           MOVE FWV-WAIVER-ID TO WS-FOUND-WAIVER-ID
                           MOVE FWV-REASON TO WS-FOUND-REASON
                           MOVE FWV-PLACED-BY TO WS-FOUND-PLACED-BY
                           MOVE FWV-BRANCH TO WS-FOUND-BRANCH
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-WAIVER-FILE.

       LOG-WAIVED-FEE.
      *    The fee never posts, so the log entry is the only
      *    record that this much income was given up
           OPEN EXTEND FEE-ADJUST-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE FEE-ADJUST-FILE
               OPEN OUTPUT FEE-ADJUST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: fee adjustment log unavailable, "
                       "status: " WS-FILE-STATUS
               MOVE 4 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "W" TO FAJ-KIND
           MOVE LS-WAIVE-DATE TO FAJ-DATE
           MOVE WS-TIME-NUMERIC TO FAJ-TIME
           MOVE LS-WAIVE-ACCOUNT TO FAJ-ACCOUNT
           MOVE LS-WAIVE-FEE-CODE TO FAJ-FEE-CODE
           MOVE ZERO TO FAJ-FEE-TXN-ID
           MOVE LS-WAIVE-AMOUNT TO FAJ-FEE-AMOUNT
           MOVE LS-WAIVE-AMOUNT TO FAJ-AMOUNT
           MOVE ZERO TO FAJ-REFUND-TXN-ID
           MOVE WS-FOUND-REASON TO FAJ-REASON
           MOVE WS-FOUND-PLACED-BY TO FAJ-TELLER-ID
           MOVE SPACES TO FAJ-SUPERVISOR-ID
           MOVE WS-FOUND-BRANCH TO FAJ-BRANCH
           MOVE WS-FOUND-WAIVER-ID TO FAJ-WAIVER-ID
           MOVE LS-WAIVE-SOURCE TO FAJ-SOURCE
           WRITE FEE-ADJUST-RECORD
           CLOSE FEE-ADJUST-FILE.

       END PROGRAM FEEWAIV.
