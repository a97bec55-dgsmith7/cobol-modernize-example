       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKMNT.
      *********************************************************
      * RISKMNT - Customer Risk Rating Inquiry and Reviews
      * The monthly RISKRATE batch rates every customer and
      * schedules the enhanced due-diligence reviews; this is
      * the BSA officer's side of it. SHOW lists a customer's
      * rating with the points behind it factor by factor.
      * REVIEWED records a completed review - the review date
      * and the officer - and schedules the next one a year out
      * for a high rating, three years for medium; the change is
      * audited to CUSTAUD.DAT with the rating record's before-
      * image. DUE lists every review due by a date (default
      * the business date), in customer order.
      *
      * Usage: RISKMNT TELLER-ID COMMAND [ARGS]
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Customer risk ratings - one per customer
           SELECT RISK-FILE ASSIGN TO "data/RISKRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSK-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer change audit log - completed reviews
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "data/CUSTAUD.DAT"
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

       FD  RISK-FILE.
           COPY "copybooks/RISK-RATING-RECORD.cpy".

       FD  CUSTOMER-AUDIT-FILE.
           COPY "copybooks/CUSTOMER-AUDIT-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Risk maintenance working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(200).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-CUSTOMER-BACKUP          PIC X(240).
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SCAN-EOF             VALUE 'Y'.
           88  WS-SCAN-NOT-EOF         VALUE 'N'.

      *    Command arguments
       01  WS-TEMP-CUSTOMER-ID         PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ARG             PIC 9(10) VALUE ZERO.
       01  WS-TEMP-DATE-ARG            PIC X(8) VALUE SPACES.
       01  WS-DUE-DATE-ARG             PIC 9(8) VALUE ZERO.

      *    Review scheduling
       01  WS-REVIEW-YEARS             PIC 9(1).
       01  WS-REVIEW-DATE              PIC 9(8).
       01  WS-REVIEW-MMDD              PIC 9(4).

      *    Display fields
       01  WS-ENTRIES-LISTED           PIC 9(5) VALUE ZERO.
       01  WS-RATING-TEXT              PIC X(6).
       01  WS-DISPLAY-SCORE            PIC ZZ9.
       01  WS-DISPLAY-POINTS           PIC ZZ9.
       01  WS-DISPLAY-COUNT            PIC ZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DUE-DATE            PIC 9999/99/99.
       01  WS-EDIT-LAST-REVIEW         PIC 9999/99/99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "SHOW"
                   PERFORM SHOW-RISK-RATING
               WHEN "REVIEWED"
                   PERFORM RECORD-REVIEW
               WHEN "DUE"
                   PERFORM LIST-REVIEWS-DUE
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
               WHEN "SHOW"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER-ID
               WHEN "REVIEWED"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER-ID
               WHEN "DUE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-DATE-ARG
           END-EVALUATE
      *    NUMVAL tolerates the trailing spaces UNSTRING leaves in
      *    a fixed-width token
           IF WS-TEMP-CUSTOMER-ID NOT = SPACES
               COMPUTE WS-CUSTOMER-ARG =
                   FUNCTION NUMVAL(WS-TEMP-CUSTOMER-ID)
           END-IF
           IF WS-TEMP-DATE-ARG NOT = SPACES
               COMPUTE WS-DUE-DATE-ARG =
                   FUNCTION NUMVAL(WS-TEMP-DATE-ARG)
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-DUE-DATE-ARG
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

      * SHOW - a customer's rating and the factors behind it
       SHOW-RISK-RATING.
           IF WS-CUSTOMER-ARG = ZERO
               DISPLAY "Error: SHOW needs customer-id"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RISK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No risk ratings on file - RISKRATE "
                       "has not run, status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO RSK-CUSTOMER-ID
           READ RISK-FILE
               INVALID KEY
                   DISPLAY "Error: Customer " WS-CUSTOMER-ARG
                           " has not been rated"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE RISK-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE RISK-FILE
           PERFORM SET-RATING-TEXT
           MOVE RSK-SCORE TO WS-DISPLAY-SCORE
           DISPLAY " "
           DISPLAY "Customer:        " RSK-CUSTOMER-ID " "
                   RSK-CUSTOMER-NAME
           IF RSK-BRANCH = SPACES
               DISPLAY "Branch:          head office"
           ELSE
               DISPLAY "Branch:          " RSK-BRANCH
           END-IF
           DISPLAY "Risk rating:     " WS-RATING-TEXT
                   " (score " WS-DISPLAY-SCORE ")"
           DISPLAY "Rated:           " RSK-RATED-DATE
           IF RSK-PRIOR-RATING NOT = SPACES AND
              RSK-PRIOR-RATING NOT = RSK-RATING
               MOVE RSK-PRIOR-SCORE TO WS-DISPLAY-SCORE
               DISPLAY "Changed:         " RSK-RATING-CHANGED-DATE
                       " from " RSK-PRIOR-RATING
                       " (score " WS-DISPLAY-SCORE ")"
           END-IF
           DISPLAY " "
           DISPLAY "Factor           Points  Basis"
           MOVE RSK-PRODUCT-POINTS TO WS-DISPLAY-POINTS
           MOVE RSK-HIGHER-RISK-ACCOUNTS TO WS-DISPLAY-COUNT
           DISPLAY "Products         " WS-DISPLAY-POINTS
                   "   " WS-DISPLAY-COUNT " higher-risk of "
                   RSK-OPEN-ACCOUNTS " open accounts"
           MOVE RSK-CASH-POINTS TO WS-DISPLAY-POINTS
           MOVE RSK-CTR-COUNT TO WS-DISPLAY-COUNT
           MOVE RSK-CTR-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY "Cash             " WS-DISPLAY-POINTS
                   "   " WS-DISPLAY-COUNT " CTR items "
                   WS-DISPLAY-TOTAL
           MOVE RSK-WIRE-POINTS TO WS-DISPLAY-POINTS
           MOVE RSK-WIRE-COUNT TO WS-DISPLAY-COUNT
           MOVE RSK-WIRE-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY "Wires            " WS-DISPLAY-POINTS
                   "   " WS-DISPLAY-COUNT " wires     "
                   WS-DISPLAY-TOTAL
           MOVE RSK-AML-POINTS TO WS-DISPLAY-POINTS
           DISPLAY "AML cases        " WS-DISPLAY-POINTS
                   "   " RSK-ACTIVE-CASES " active, "
                   RSK-SAR-CASES " SAR filed"
           MOVE RSK-WATCHLIST-POINTS TO WS-DISPLAY-POINTS
           DISPLAY "Watchlist        " WS-DISPLAY-POINTS
                   "   " RSK-WATCHLIST-CASES " open match cases"
           MOVE RSK-AGE-POINTS TO WS-DISPLAY-POINTS
           DISPLAY "Relationship age " WS-DISPLAY-POINTS
                   "   since " RSK-RELATIONSHIP-DATE
           DISPLAY " "
           IF RSK-LAST-REVIEW-DATE = ZERO
               DISPLAY "Last review:     never"
           ELSE
               MOVE RSK-LAST-REVIEW-DATE TO WS-EDIT-LAST-REVIEW
               DISPLAY "Last review:     " WS-EDIT-LAST-REVIEW
                       " by " RSK-LAST-REVIEW-TELLER
           END-IF
           IF RSK-NEXT-REVIEW-DATE = ZERO
               DISPLAY "Next review:     none required"
           ELSE
               MOVE RSK-NEXT-REVIEW-DATE TO WS-EDIT-DUE-DATE
               IF RSK-NEXT-REVIEW-DATE <= WS-BUSINESS-DATE
                   DISPLAY "Next review:     " WS-EDIT-DUE-DATE
                           " OVERDUE"
               ELSE
                   DISPLAY "Next review:     " WS-EDIT-DUE-DATE
               END-IF
           END-IF.

       SET-RATING-TEXT.
           EVALUATE TRUE
               WHEN RSK-HIGH
                   MOVE "HIGH" TO WS-RATING-TEXT
               WHEN RSK-MEDIUM
                   MOVE "MEDIUM" TO WS-RATING-TEXT
               WHEN OTHER
                   MOVE "LOW" TO WS-RATING-TEXT
           END-EVALUATE.

      * REVIEWED - record a completed due-diligence review
       RECORD-REVIEW.
           IF WS-CUSTOMER-ARG = ZERO
               DISPLAY "Error: REVIEWED needs customer-id"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RISK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No risk ratings on file - RISKRATE "
                       "has not run, status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO RSK-CUSTOMER-ID
           READ RISK-FILE
               INVALID KEY
                   DISPLAY "Error: Customer " WS-CUSTOMER-ARG
                           " has not been rated"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE RISK-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE RISK-RATING-RECORD TO WS-CUSTOMER-BACKUP
           MOVE WS-BUSINESS-DATE TO RSK-LAST-REVIEW-DATE
           MOVE WS-TELLER-ID-PARM TO RSK-LAST-REVIEW-TELLER
      *    Same schedule RISKRATE keeps - a year for high, three
      *    for medium, nothing further for low
           EVALUATE TRUE
               WHEN RSK-HIGH
                   MOVE 1 TO WS-REVIEW-YEARS
               WHEN RSK-MEDIUM
                   MOVE 3 TO WS-REVIEW-YEARS
               WHEN OTHER
                   MOVE ZERO TO WS-REVIEW-YEARS
           END-EVALUATE
           IF WS-REVIEW-YEARS = ZERO
               MOVE ZERO TO RSK-NEXT-REVIEW-DATE
           ELSE
               COMPUTE WS-REVIEW-DATE =
                   RSK-LAST-REVIEW-DATE + WS-REVIEW-YEARS * 10000
      *        A leap-day review falls due on the 28th
               MOVE WS-REVIEW-DATE(5:4) TO WS-REVIEW-MMDD
               IF WS-REVIEW-MMDD = 0229
                   SUBTRACT 1 FROM WS-REVIEW-DATE
               END-IF
               MOVE WS-REVIEW-DATE TO RSK-NEXT-REVIEW-DATE
           END-IF
           REWRITE RISK-RATING-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating risk rating, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE RISK-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE RISK-FILE
           PERFORM WRITE-CUSTOMER-AUDIT-ENTRY
           PERFORM SET-RATING-TEXT
           DISPLAY "Review recorded for customer " RSK-CUSTOMER-ID
                   " (" WS-RATING-TEXT ")"
           IF RSK-NEXT-REVIEW-DATE = ZERO
               DISPLAY "No further review required at this rating"
           ELSE
               MOVE RSK-NEXT-REVIEW-DATE TO WS-EDIT-DUE-DATE
               DISPLAY "Next review due " WS-EDIT-DUE-DATE
           END-IF.

      * DUE - reviews falling due by a date
       LIST-REVIEWS-DUE.
           OPEN INPUT RISK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No risk ratings on file - RISKRATE "
                       "has not run, status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUE-DATE-ARG TO WS-EDIT-DUE-DATE
           DISPLAY " "
           DISPLAY "Due-diligence reviews due by " WS-EDIT-DUE-DATE
           DISPLAY "Customer    Name                           Br  "
                   "Rtg Due         Last review"
           SET WS-SCAN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SCAN-EOF
               READ RISK-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF RSK-NEXT-REVIEW-DATE > ZERO AND
                          RSK-NEXT-REVIEW-DATE <= WS-DUE-DATE-ARG
                           PERFORM DISPLAY-REVIEW-DUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RISK-FILE
           IF WS-ENTRIES-LISTED = ZERO
               DISPLAY "  (no reviews due)"
           ELSE
               DISPLAY "Reviews due: " WS-ENTRIES-LISTED
           END-IF.

       DISPLAY-REVIEW-DUE-LINE.
           ADD 1 TO WS-ENTRIES-LISTED
           MOVE RSK-NEXT-REVIEW-DATE TO WS-EDIT-DUE-DATE
           IF RSK-LAST-REVIEW-DATE = ZERO
               DISPLAY RSK-CUSTOMER-ID "  " RSK-CUSTOMER-NAME " "
                       RSK-BRANCH " " RSK-RATING "   "
                       WS-EDIT-DUE-DATE "  never"
           ELSE
               MOVE RSK-LAST-REVIEW-DATE TO WS-EDIT-LAST-REVIEW
               DISPLAY RSK-CUSTOMER-ID "  " RSK-CUSTOMER-NAME " "
                       RSK-BRANCH " " RSK-RATING "   "
                       WS-EDIT-DUE-DATE "  " WS-EDIT-LAST-REVIEW
           END-IF.

       WRITE-CUSTOMER-AUDIT-ENTRY.
      *    A completed review goes on the customer audit trail
      *    with the rating record as it stood before
           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF
           MOVE WS-CUSTOMER-ARG TO CUA-CUSTOMER-ID
           MOVE WS-DATE-NUMERIC TO CUA-DATE
           MOVE WS-TIME-NUMERIC TO CUA-TIME
           MOVE "RISKREVW" TO CUA-OPERATION
           MOVE WS-TELLER-ID-PARM TO CUA-TELLER-ID
           MOVE WS-CUSTOMER-BACKUP TO CUA-BEFORE-IMAGE
           WRITE CUSTOMER-AUDIT-RECORD
           CLOSE CUSTOMER-AUDIT-FILE.

       DISPLAY-USAGE.
           DISPLAY " "
           DISPLAY "CUSTOMER RISK RATING - Usage Instructions"
           DISPLAY "========================================="
           DISPLAY " "
           DISPLAY "Every command below is preceded by a teller ID "
                   "identifying the operator."
           DISPLAY " "
           DISPLAY "teller-id SHOW customer-id"
           DISPLAY "  Example: T001 SHOW 55501"
           DISPLAY " "
           DISPLAY "teller-id REVIEWED customer-id"
           DISPLAY "  Records a completed due-diligence review and "
                   "schedules the next"
           DISPLAY "  Example: T001 REVIEWED 55501"
           DISPLAY " "
           DISPLAY "teller-id DUE [date]"
           DISPLAY "  Lists reviews due by the date (default the "
                   "business date)"
           DISPLAY "  Example: T001 DUE 20241231"
           DISPLAY " ".

       END PROGRAM RISKMNT.
