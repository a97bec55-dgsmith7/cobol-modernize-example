       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDRPT.
      *********************************************************
      * FRAUDRPT - Daily Card Fraud Activity Report
      * Reports the day's card fraud screening: how many card
      * withdrawals and purchases TELLERXN approved and
      * declined (CARDATT.DAT), every item a fraud rule flagged
      * with the rule and what it did, the hot-listings those
      * rules made, and what the analysts resolved with
      * CARDFRD. Items still held from an earlier day are
      * called out, since a hot-listed card waiting on review
      * is a customer who cannot use their card.
      *
      * Usage: FRAUDRPT [YYYYMMDD]  (default - the business
      *        date, with held items from any date)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-ATTEMPT-FILE ASSIGN TO "data/CARDATT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FRAUD-QUEUE-FILE ASSIGN TO "data/FRAUDQ.DAT"
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

       FD  CARD-ATTEMPT-FILE.
           COPY "copybooks/CARD-ATTEMPT-RECORD.cpy".

       FD  FRAUD-QUEUE-FILE.
           COPY "copybooks/FRAUD-QUEUE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Fraud report working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-TEMP-DATE                PIC X(8) VALUE SPACES.
       01  WS-REPORT-DATE              PIC 9(8).

      *    Card activity on the report date
       01  WS-ATTEMPTS                 PIC 9(7) VALUE ZERO.
       01  WS-APPROVED                 PIC 9(7) VALUE ZERO.
       01  WS-DECLINED                 PIC 9(7) VALUE ZERO.
       01  WS-FRAUD-DECLINED           PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-TOTAL           PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FRAUD-DECLINED-TOTAL     PIC S9(12)V99 COMP-3
                                       VALUE ZERO.

      *    Items flagged on the report date, by rule - declined
      *    and hot-listed, or allowed and queued
       01  WS-RULE-CODE-VALUES.
           05  FILLER                  PIC X(8) VALUE "VELOCITY".
           05  FILLER                  PIC X(8) VALUE "AMTSPIKE".
           05  FILLER                  PIC X(8) VALUE "DECLINES".
           05  FILLER                  PIC X(8) VALUE "NEWCARD".
       01  WS-RULE-CODE-TABLE REDEFINES WS-RULE-CODE-VALUES.
           05  WS-RULE-CODE            PIC X(8) OCCURS 4 TIMES.
       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT-ENTRY     OCCURS 4 TIMES.
               10  WS-RULE-DECLINED    PIC 9(5).
               10  WS-RULE-ALLOWED     PIC 9(5).
       01  WS-RULE-SUB                 PIC 9(1).
       01  WS-FLAGGED-TODAY            PIC 9(5) VALUE ZERO.
       01  WS-HOT-LISTED-TODAY         PIC 9(5) VALUE ZERO.

      *    Analyst resolutions on the report date
       01  WS-CONFIRMED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REISSUED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-STILL-HELD               PIC 9(5) VALUE ZERO.
       01  WS-HELD-OVERNIGHT           PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           DISPLAY "CARD FRAUD ACTIVITY - " WS-REPORT-DATE
           DISPLAY "========================================"
           PERFORM SUM-CARD-ATTEMPTS
           PERFORM REPORT-FRAUD-QUEUE
           PERFORM DISPLAY-RUN-SUMMARY
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE
           INITIALIZE WS-RULE-COUNTS
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           UNSTRING WS-PARM-DATA DELIMITED BY SPACE
               INTO WS-TEMP-DATE
           IF WS-TEMP-DATE IS NUMERIC AND WS-TEMP-DATE NOT = SPACES
               MOVE WS-TEMP-DATE TO WS-REPORT-DATE
           END-IF.

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

       SUM-CARD-ATTEMPTS.
           OPEN INPUT CARD-ATTEMPT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CARD-ATTEMPT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CAT-DATE = WS-REPORT-DATE
                           PERFORM COUNT-ONE-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-ATTEMPT-FILE
           SET WS-NOT-EOF TO TRUE.

       COUNT-ONE-ATTEMPT.
           ADD 1 TO WS-ATTEMPTS
           EVALUATE TRUE
               WHEN CAT-APPROVED
                   ADD 1 TO WS-APPROVED
                   ADD CAT-AMOUNT TO WS-APPROVED-TOTAL
               WHEN CAT-FRAUD-DECLINED
                   ADD 1 TO WS-FRAUD-DECLINED
                   ADD CAT-AMOUNT TO WS-FRAUD-DECLINED-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-DECLINED
           END-EVALUATE.

       REPORT-FRAUD-QUEUE.
           OPEN INPUT FRAUD-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No card fraud items on file"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ FRAUD-QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE FRAUD-QUEUE-FILE.

       REPORT-ONE-ITEM.
           IF FRQ-DATE = WS-REPORT-DATE
               ADD 1 TO WS-FLAGGED-TODAY
               IF FRQ-DECLINED
                   ADD 1 TO WS-HOT-LISTED-TODAY
               END-IF
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > 4
                   IF WS-RULE-CODE(WS-RULE-SUB) = FRQ-RULE-CODE
                       IF FRQ-DECLINED
                           ADD 1 TO WS-RULE-DECLINED(WS-RULE-SUB)
                       ELSE
                           ADD 1 TO WS-RULE-ALLOWED(WS-RULE-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE FRQ-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "FLAGGED " FRQ-SEQUENCE " " FRQ-RULE-CODE " "
                       FRQ-ACTION " card " FRQ-CARD-NUMBER " "
                       FRQ-TYPE " $" WS-DISPLAY-AMOUNT " at "
                       FRQ-TIME " status " FRQ-STATUS
           END-IF
           IF FRQ-RESOLVED-DATE = WS-REPORT-DATE
               EVALUATE TRUE
                   WHEN FRQ-CONFIRMED
                       ADD 1 TO WS-CONFIRMED-COUNT
                   WHEN FRQ-CLEARED
                       ADD 1 TO WS-CLEARED-COUNT
                   WHEN FRQ-REISSUED
                       ADD 1 TO WS-REISSUED-COUNT
               END-EVALUATE
           END-IF
           IF FRQ-HELD
               ADD 1 TO WS-STILL-HELD
               IF FRQ-DATE < WS-REPORT-DATE
                   ADD 1 TO WS-HELD-OVERNIGHT
                   MOVE FRQ-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY "HELD    " FRQ-SEQUENCE " " FRQ-RULE-CODE
                           " " FRQ-ACTION " card " FRQ-CARD-NUMBER
                           " $" WS-DISPLAY-AMOUNT
                   DISPLAY "     ** held since " FRQ-DATE
                           " - needs review today **"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "Card debits attempted:   " WS-ATTEMPTS
           DISPLAY "  approved:              " WS-APPROVED
           MOVE WS-APPROVED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "  approved amount:       $" WS-DISPLAY-TOTAL
           DISPLAY "  declined:              " WS-DECLINED
           DISPLAY "  declined by fraud rule:" WS-FRAUD-DECLINED
           MOVE WS-FRAUD-DECLINED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "  fraud-declined amount: $" WS-DISPLAY-TOTAL
           DISPLAY " "
           DISPLAY "Rule       Declined  Allowed"
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 4
               DISPLAY WS-RULE-CODE(WS-RULE-SUB) "   "
                       WS-RULE-DECLINED(WS-RULE-SUB) "    "
                       WS-RULE-ALLOWED(WS-RULE-SUB)
           END-PERFORM
           DISPLAY " "
           DISPLAY "Items flagged:           " WS-FLAGGED-TODAY
           DISPLAY "Cards hot-listed:        " WS-HOT-LISTED-TODAY
           DISPLAY "Confirmed as fraud:      " WS-CONFIRMED-COUNT
           DISPLAY "Cleared as genuine:      " WS-CLEARED-COUNT
           DISPLAY "Cards reissued:          " WS-REISSUED-COUNT
           DISPLAY "Still held:              " WS-STILL-HELD
           DISPLAY "Held from earlier days:  " WS-HELD-OVERNIGHT
           DISPLAY " ".

       END PROGRAM FRAUDRPT.
