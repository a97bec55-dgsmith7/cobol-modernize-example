       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLL.
      *********************************************************
      * LOANCOLL - Loan Collector Queue
      * Works the collector queue (COLLQ.DAT) the nightly
      * LOANLATE step fills with every past-due loan: LIST
      * shows the open delinquencies with any promise to pay
      * and the latest contact note, SHOW gives one
      * loan's full entry, PROMISE records the date and amount
      * the borrower has promised, and NOTE records the latest
      * contact. Each change is stamped with the collector's
      * teller ID and the business date, so the next collector
      * to call knows where the loan stands.
      *
      * Usage: LOANCOLL TELLER-ID COMMAND [ARGS]
      * Commands:
      *   LIST   [ALL]
      *   SHOW    loan-num
      *   PROMISE loan-num promise-date amount
      *   NOTE    loan-num text (underscores for spaces)
      * LIST shows open entries only; LIST ALL includes loans
      * already cured. A promise date already behind the
      * business date is shown as BROKEN on the listing.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Collector queue - rewritten in place as collectors
      *    record promises and notes
           SELECT COLLECTION-QUEUE-FILE ASSIGN TO "data/COLLQ.DAT"
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

       FD  COLLECTION-QUEUE-FILE.
           COPY "copybooks/COLLECTION-QUEUE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Collector queue working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.

       01  WS-TEMP-LOAN-NUMBER         PIC X(10) VALUE SPACES.
       01  WS-LOAN-NUMBER-ARG          PIC 9(10) VALUE ZERO.
       01  WS-TEMP-PROMISE-DATE        PIC X(8) VALUE SPACES.
       01  WS-PROMISE-DATE-ARG         PIC 9(8) VALUE ZERO.
       01  WS-TEMP-AMOUNT-ARG          PIC X(14) VALUE SPACES.
       01  WS-AMOUNT-ARG               PIC 9(10)V99 VALUE ZERO.
       01  WS-NOTE-TEXT-ARG            PIC X(60) VALUE SPACES.
       01  WS-LIST-SCOPE-ARG           PIC X(3) VALUE SPACES.

       01  WS-ENTRY-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  ENTRY-FOUND             VALUE 'Y'.
           88  ENTRY-NOT-FOUND         VALUE 'N'.
       01  WS-PROMISE-LABEL            PIC X(6).
       01  WS-ENTRIES-LISTED           PIC 9(5) VALUE ZERO.
       01  WS-BROKEN-PROMISES          PIC 9(5) VALUE ZERO.
       01  WS-PAST-DUE-TOTAL           PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-DAYS             PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "LIST"
                   PERFORM LIST-QUEUE
               WHEN "SHOW"
                   PERFORM SHOW-QUEUE-ENTRY
               WHEN "PROMISE"
                   PERFORM RECORD-PROMISE
               WHEN "NOTE"
                   PERFORM RECORD-NOTE
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
               WHEN "LIST"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-LIST-SCOPE-ARG
               WHEN "SHOW"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
               WHEN "PROMISE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-TEMP-PROMISE-DATE
                            WS-TEMP-AMOUNT-ARG
               WHEN "NOTE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-LOAN-NUMBER
                            WS-NOTE-TEXT-ARG
                   INSPECT WS-NOTE-TEXT-ARG
                       REPLACING ALL "_" BY " "
           END-EVALUATE
           IF WS-TEMP-LOAN-NUMBER IS NUMERIC AND
              WS-TEMP-LOAN-NUMBER NOT = SPACES
               MOVE WS-TEMP-LOAN-NUMBER TO WS-LOAN-NUMBER-ARG
           END-IF
           IF WS-TEMP-PROMISE-DATE IS NUMERIC AND
              WS-TEMP-PROMISE-DATE NOT = SPACES
               MOVE WS-TEMP-PROMISE-DATE TO WS-PROMISE-DATE-ARG
           END-IF
           IF WS-TEMP-AMOUNT-ARG NOT = SPACES
               COMPUTE WS-AMOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-AMOUNT-ARG)
           END-IF.

       GET-BUSINESS-DATE.
      *    Promises are judged kept or broken against the
      *    posting business date, the clock LOANLATE ages on
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

       LIST-QUEUE.
           OPEN INPUT COLLECTION-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No loans on the collector queue"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LOAN COLLECTOR QUEUE - " WS-BUSINESS-DATE
           DISPLAY "========================================"
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ COLLECTION-QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF COL-OPEN OR WS-LIST-SCOPE-ARG = "ALL"
                           PERFORM LIST-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLECTION-QUEUE-FILE
           DISPLAY " "
           DISPLAY "Loans listed:    " WS-ENTRIES-LISTED
           DISPLAY "Broken promises: " WS-BROKEN-PROMISES
           MOVE WS-PAST-DUE-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Total past due:  $" WS-DISPLAY-TOTAL.

       LIST-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-LISTED
           IF COL-OPEN
               ADD COL-AMOUNT-PAST-DUE TO WS-PAST-DUE-TOTAL
               ADD COL-UNPAID-FEES TO WS-PAST-DUE-TOTAL
           END-IF
           MOVE COL-DAYS-PAST-DUE TO WS-DISPLAY-DAYS
           COMPUTE WS-DISPLAY-BALANCE =
               COL-AMOUNT-PAST-DUE + COL-UNPAID-FEES
           DISPLAY COL-LOAN-NUMBER " " COL-STATUS " "
                   COL-CUSTOMER-NAME " " WS-DISPLAY-DAYS
                   " days  $" WS-DISPLAY-BALANCE
           IF COL-PROMISE-DATE > ZERO
               IF COL-PROMISE-DATE < WS-BUSINESS-DATE AND
                  COL-OPEN
                   MOVE "BROKEN" TO WS-PROMISE-LABEL
                   ADD 1 TO WS-BROKEN-PROMISES
               ELSE
                   MOVE "KEPT  " TO WS-PROMISE-LABEL
                   IF COL-OPEN
                       MOVE "DUE   " TO WS-PROMISE-LABEL
                   END-IF
               END-IF
               MOVE COL-PROMISE-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "    Promise " COL-PROMISE-DATE " $"
                       WS-DISPLAY-AMOUNT " " WS-PROMISE-LABEL
           END-IF
           IF COL-NOTE NOT = SPACES
               DISPLAY "    " COL-NOTE-DATE " " COL-COLLECTOR-ID
                       " " COL-NOTE
           END-IF.

       FIND-QUEUE-ENTRY.
      *    Locate the loan's entry, leaving the record area
      *    loaded (and, when the file is open I-O, positioned
      *    for a REWRITE)
           SET ENTRY-NOT-FOUND TO TRUE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR ENTRY-FOUND
               READ COLLECTION-QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF COL-LOAN-NUMBER = WS-LOAN-NUMBER-ARG
                           SET ENTRY-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       SHOW-QUEUE-ENTRY.
           OPEN INPUT COLLECTION-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No loans on the collector queue"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUEUE-ENTRY
           CLOSE COLLECTION-QUEUE-FILE
           IF ENTRY-NOT-FOUND
               DISPLAY "Error: Loan " WS-LOAN-NUMBER-ARG
                       " is not on the collector queue"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan:             " COL-LOAN-NUMBER
           DISPLAY "Borrower:         " COL-CUSTOMER-ID " "
                   COL-CUSTOMER-NAME
           DISPLAY "Queue status:     " COL-STATUS
           DISPLAY "Queued:           " COL-QUEUED-DATE
           DISPLAY "Last refreshed:   " COL-REFRESH-DATE
           DISPLAY "Oldest due date:  " COL-DUE-DATE
           MOVE COL-DAYS-PAST-DUE TO WS-DISPLAY-DAYS
           DISPLAY "Days past due:    " WS-DISPLAY-DAYS
           DISPLAY "Installments due: " COL-INSTALLMENTS-DUE
           MOVE COL-AMOUNT-PAST-DUE TO WS-DISPLAY-BALANCE
           DISPLAY "Amount past due:  $" WS-DISPLAY-BALANCE
           MOVE COL-UNPAID-FEES TO WS-DISPLAY-BALANCE
           DISPLAY "Unpaid late fees: $" WS-DISPLAY-BALANCE
           IF COL-PROMISE-DATE > ZERO
               MOVE COL-PROMISE-AMOUNT TO WS-DISPLAY-BALANCE
               DISPLAY "Promise to pay:   " COL-PROMISE-DATE
                       " $" WS-DISPLAY-BALANCE
           ELSE
               DISPLAY "Promise to pay:   (none)"
           END-IF
           IF COL-NOTE NOT = SPACES
               DISPLAY "Last contact:     " COL-NOTE-DATE " by "
                       COL-COLLECTOR-ID
               DISPLAY "  " COL-NOTE
           END-IF.

       RECORD-PROMISE.
           IF WS-LOAN-NUMBER-ARG = ZERO OR
              WS-PROMISE-DATE-ARG = ZERO OR
              WS-AMOUNT-ARG <= ZERO
               DISPLAY "Error: PROMISE needs loan-num promise-date "
                       "amount"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PROMISE-DATE-ARG < WS-BUSINESS-DATE
               DISPLAY "Error: Promise date " WS-PROMISE-DATE-ARG
                       " is already past"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O COLLECTION-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No loans on the collector queue"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUEUE-ENTRY
           IF ENTRY-NOT-FOUND
               DISPLAY "Error: Loan " WS-LOAN-NUMBER-ARG
                       " is not on the collector queue"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE COLLECTION-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROMISE-DATE-ARG TO COL-PROMISE-DATE
           MOVE WS-AMOUNT-ARG TO COL-PROMISE-AMOUNT
           MOVE WS-TELLER-ID-PARM TO COL-COLLECTOR-ID
           REWRITE COLLECTION-QUEUE-RECORD
           CLOSE COLLECTION-QUEUE-FILE
           MOVE WS-AMOUNT-ARG TO WS-DISPLAY-AMOUNT
           DISPLAY "Promise of $" WS-DISPLAY-AMOUNT " by "
                   WS-PROMISE-DATE-ARG " recorded on loan "
                   WS-LOAN-NUMBER-ARG.

       RECORD-NOTE.
           IF WS-LOAN-NUMBER-ARG = ZERO OR WS-NOTE-TEXT-ARG = SPACES
               DISPLAY "Error: NOTE needs loan-num and text"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O COLLECTION-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No loans on the collector queue"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUEUE-ENTRY
           IF ENTRY-NOT-FOUND
               DISPLAY "Error: Loan " WS-LOAN-NUMBER-ARG
                       " is not on the collector queue"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE COLLECTION-QUEUE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTE-TEXT-ARG TO COL-NOTE
           MOVE WS-BUSINESS-DATE TO COL-NOTE-DATE
           MOVE WS-TELLER-ID-PARM TO COL-COLLECTOR-ID
           REWRITE COLLECTION-QUEUE-RECORD
           CLOSE COLLECTION-QUEUE-FILE
           DISPLAY "Note recorded on loan " WS-LOAN-NUMBER-ARG.

       DISPLAY-USAGE.
           DISPLAY "LOANCOLL - Loan Collector Queue"
           DISPLAY "Usage: LOANCOLL TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  LIST [ALL]"
           DISPLAY "  SHOW loan-num"
           DISPLAY "  PROMISE loan-num promise-date amount"
           DISPLAY "  NOTE loan-num text (underscores for spaces)".

       END PROGRAM LOANCOLL.
