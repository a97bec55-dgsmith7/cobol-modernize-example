       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDFRD.
      *********************************************************
      * CARDFRD - Card Fraud Review Queue and Rule Maintenance
      * TELLERXN screens every card withdrawal and purchase
      * against the fraud rules on FRAUDRUL.DAT and captures
      * each hit to the FRAUDQ.DAT review queue - declined with
      * the card hot-listed, or allowed and flagged. The fraud
      * analyst works the queue here:
      *   CONFIRM - it was fraud; the card is hot-listed if the
      *             rule only flagged it, and stays hot
      *   CLEAR   - the customer made it; a hot-listing the rule
      *             made is lifted
      *   REISSUE - the replacement plastic has been issued
      *             through CARDMNT REISSUE; the new card is
      *             checked and recorded against the item
      * RULE sets a rule's action and thresholds and RULES
      * lists them. FRAUDRPT reports the day's fraud activity.
      *
      * Usage: CARDFRD TELLER-ID COMMAND [ARGS]
      * Commands:
      *   LIST
      *   CONFIRM seq
      *   CLEAR   seq
      *   REISSUE seq new-card-num
      *   RULES
      *   RULE    code D|R|N count window amount factor
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Card fraud review queue - rewritten in place as items
      *    are resolved
           SELECT FRAUD-QUEUE-FILE ASSIGN TO "data/FRAUDQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Card fraud rules TELLERXN screens against
           SELECT FRAUD-RULE-FILE ASSIGN TO "data/FRAUDRUL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Card master - hot-listings are set and lifted here
           SELECT CARD-FILE ASSIGN TO "data/CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FRAUD-QUEUE-FILE.
           COPY "copybooks/FRAUD-QUEUE-RECORD.cpy".

       FD  FRAUD-RULE-FILE.
           COPY "copybooks/FRAUD-RULE-RECORD.cpy".

       FD  CARD-FILE.
           COPY "copybooks/CARD-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Fraud review working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.

       01  WS-TEMP-SEQUENCE            PIC X(7) VALUE SPACES.
       01  WS-SEQ-ARG                  PIC 9(7) VALUE ZERO.
       01  WS-TEMP-CARD                PIC X(16) VALUE SPACES.
       01  WS-CARD-ARG                 PIC 9(16) VALUE ZERO.
       01  WS-RULE-CODE-ARG            PIC X(8) VALUE SPACES.
       01  WS-RULE-ACTION-ARG          PIC X(1) VALUE SPACES.
       01  WS-TEMP-COUNT               PIC X(3) VALUE SPACES.
       01  WS-COUNT-ARG                PIC 9(3) VALUE ZERO.
       01  WS-TEMP-WINDOW              PIC X(4) VALUE SPACES.
       01  WS-WINDOW-ARG               PIC 9(4) VALUE ZERO.
       01  WS-TEMP-RULE-AMOUNT         PIC X(12) VALUE SPACES.
       01  WS-AMOUNT-ARG               PIC 9(8)V99 VALUE ZERO.
       01  WS-TEMP-FACTOR              PIC X(7) VALUE SPACES.
       01  WS-FACTOR-ARG               PIC 9(3)V99 VALUE ZERO.

       01  WS-QUEUE-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  QUEUE-REC-FOUND         VALUE 'Y'.
           88  QUEUE-REC-NOT-FOUND     VALUE 'N'.
       01  WS-RULE-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  RULE-FOUND              VALUE 'Y'.
           88  RULE-NOT-FOUND          VALUE 'N'.
       01  WS-ITEMS-LISTED             PIC 9(5) VALUE ZERO.
       01  WS-RULES-LISTED             PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-LIMIT            PIC Z,ZZZ,ZZ9.99.
       01  WS-DISPLAY-FACTOR           PIC ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "LIST"
                   PERFORM LIST-FRAUD-QUEUE
               WHEN "CONFIRM"
                   PERFORM CONFIRM-FRAUD-ITEM
               WHEN "CLEAR"
                   PERFORM CLEAR-FRAUD-ITEM
               WHEN "REISSUE"
                   PERFORM RECORD-REISSUED-CARD
               WHEN "RULES"
                   PERFORM LIST-FRAUD-RULES
               WHEN "RULE"
                   PERFORM SET-FRAUD-RULE
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
               WHEN "CONFIRM"
               WHEN "CLEAR"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-SEQUENCE
               WHEN "REISSUE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-SEQUENCE
                            WS-TEMP-CARD
               WHEN "RULE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-RULE-CODE-ARG
                            WS-RULE-ACTION-ARG
                            WS-TEMP-COUNT
                            WS-TEMP-WINDOW
                            WS-TEMP-RULE-AMOUNT
                            WS-TEMP-FACTOR
           END-EVALUATE
           IF WS-TEMP-SEQUENCE IS NUMERIC AND
              WS-TEMP-SEQUENCE NOT = SPACES
               MOVE WS-TEMP-SEQUENCE TO WS-SEQ-ARG
           END-IF
           IF WS-TEMP-CARD IS NUMERIC AND WS-TEMP-CARD NOT = SPACES
               MOVE WS-TEMP-CARD TO WS-CARD-ARG
           END-IF
           IF WS-TEMP-COUNT NOT = SPACES
               COMPUTE WS-COUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-COUNT)
           END-IF
           IF WS-TEMP-WINDOW NOT = SPACES
               COMPUTE WS-WINDOW-ARG =
                   FUNCTION NUMVAL(WS-TEMP-WINDOW)
           END-IF
           IF WS-TEMP-RULE-AMOUNT NOT = SPACES
               COMPUTE WS-AMOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-RULE-AMOUNT)
           END-IF
           IF WS-TEMP-FACTOR NOT = SPACES
               COMPUTE WS-FACTOR-ARG =
                   FUNCTION NUMVAL(WS-TEMP-FACTOR)
           END-IF.

       GET-BUSINESS-DATE.
      *    Resolutions are dated on the posting business date,
      *    the same clock TELLERXN flags items with
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

      * Review queue
       LIST-FRAUD-QUEUE.
           OPEN INPUT FRAUD-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No card fraud items on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CARD FRAUD ITEMS HELD FOR REVIEW"
           DISPLAY "================================"
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ FRAUD-QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FRQ-HELD
                           ADD 1 TO WS-ITEMS-LISTED
                           MOVE FRQ-AMOUNT TO WS-DISPLAY-AMOUNT
                           DISPLAY FRQ-SEQUENCE " " FRQ-RULE-CODE
                                   " " FRQ-ACTION " card "
                                   FRQ-CARD-NUMBER " " FRQ-TYPE
                                   " $" WS-DISPLAY-AMOUNT
                           DISPLAY "        acct " FRQ-ACCOUNT
                                   " flagged " FRQ-DATE " "
                                   FRQ-TIME " via " FRQ-TELLER-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUD-QUEUE-FILE
           DISPLAY " "
           DISPLAY "Held items: " WS-ITEMS-LISTED
           DISPLAY "(action D = declined and card hot-listed, "
                   "R = allowed)".

       FIND-QUEUE-ITEM.
      *    Locate the queue item named by the command's sequence
      *    argument, leaving the file positioned so the caller
      *    can REWRITE it in place
           SET QUEUE-REC-NOT-FOUND TO TRUE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR QUEUE-REC-FOUND
               READ FRAUD-QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF FRQ-SEQUENCE = WS-SEQ-ARG
                           SET QUEUE-REC-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-HELD-ITEM.
      *    Open the queue I-O and position on a held item - sets
      *    ERROR-OCCURRED, with the queue closed again, when
      *    there is no such item to work
           OPEN I-O FRAUD-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No card fraud items on file"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUEUE-ITEM
           IF QUEUE-REC-NOT-FOUND
               DISPLAY "Error: No fraud item with sequence "
                       WS-SEQ-ARG
               CLOSE FRAUD-QUEUE-FILE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT FRQ-HELD
               DISPLAY "Error: Fraud item " WS-SEQ-ARG
                       " is already resolved - status " FRQ-STATUS
               CLOSE FRAUD-QUEUE-FILE
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       CONFIRM-FRAUD-ITEM.
      *    Fraud confirmed - a card the rule only flagged is
      *    hot-listed now, and one already hot stays hot until
      *    the replacement is issued
           PERFORM OPEN-HELD-ITEM
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening card master, status: "
                       WS-FILE-STATUS
               CLOSE FRAUD-QUEUE-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FRQ-CARD-NUMBER TO CRD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "Warning: Card " FRQ-CARD-NUMBER
                           " is no longer on the card master"
               NOT INVALID KEY
                   IF NOT CRD-HOT
                       MOVE "H" TO CRD-STATUS
                       REWRITE CARD-RECORD
                       DISPLAY "Card " CRD-NUMBER " is HOT - it "
                               "will be refused everywhere"
                   END-IF
           END-READ
           CLOSE CARD-FILE
           MOVE "F" TO FRQ-STATUS
           MOVE WS-TELLER-ID-PARM TO FRQ-ANALYST-ID
           MOVE WS-BUSINESS-DATE TO FRQ-RESOLVED-DATE
           REWRITE FRAUD-QUEUE-RECORD
           CLOSE FRAUD-QUEUE-FILE
           DISPLAY "Fraud item " WS-SEQ-ARG " confirmed as fraud by "
                   WS-TELLER-ID-PARM
           DISPLAY "Replace the card with CARDMNT REISSUE, then "
                   "record it with CARDFRD REISSUE " WS-SEQ-ARG.

       CLEAR-FRAUD-ITEM.
      *    The customer made the transaction - a hot-listing the
      *    rule made on a declined item is lifted so the card
      *    works again. An item that was only flagged never
      *    touched the card.
           PERFORM OPEN-HELD-ITEM
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FRQ-DECLINED
               OPEN I-O CARD-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening card master, status: "
                           WS-FILE-STATUS
                   CLOSE FRAUD-QUEUE-FILE
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE FRQ-CARD-NUMBER TO CRD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                       DISPLAY "Warning: Card " FRQ-CARD-NUMBER
                               " is no longer on the card master"
                   NOT INVALID KEY
                       IF CRD-HOT
                           MOVE "A" TO CRD-STATUS
                           REWRITE CARD-RECORD
                           DISPLAY "Card " CRD-NUMBER
                                   " hot-listing lifted - active"
                       END-IF
               END-READ
               CLOSE CARD-FILE
           END-IF
           MOVE "C" TO FRQ-STATUS
           MOVE WS-TELLER-ID-PARM TO FRQ-ANALYST-ID
           MOVE WS-BUSINESS-DATE TO FRQ-RESOLVED-DATE
           REWRITE FRAUD-QUEUE-RECORD
           CLOSE FRAUD-QUEUE-FILE
           DISPLAY "Fraud item " WS-SEQ-ARG " cleared as genuine by "
                   WS-TELLER-ID-PARM.

       RECORD-REISSUED-CARD.
      *    CARDMNT REISSUE hots the old plastic and issues the
      *    replacement - check it did, for this item's account,
      *    before the item closes as reissued. A held item or
      *    one already confirmed as fraud can be reissued.
           IF WS-SEQ-ARG = ZERO OR WS-CARD-ARG = ZERO
               DISPLAY "Error: REISSUE needs seq new-card-num"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FRAUD-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No card fraud items on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUEUE-ITEM
           IF QUEUE-REC-NOT-FOUND
               DISPLAY "Error: No fraud item with sequence "
                       WS-SEQ-ARG
               CLOSE FRAUD-QUEUE-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT FRQ-HELD AND NOT FRQ-CONFIRMED
               DISPLAY "Error: Fraud item " WS-SEQ-ARG
                       " is already resolved - status " FRQ-STATUS
               CLOSE FRAUD-QUEUE-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening card master, status: "
                       WS-FILE-STATUS
               CLOSE FRAUD-QUEUE-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FRQ-CARD-NUMBER TO CRD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRD-ACTIVE
                       DISPLAY "Error: Card " FRQ-CARD-NUMBER
                               " is still active - run CARDMNT "
                               "REISSUE first"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ
           IF NO-ERROR
               MOVE WS-CARD-ARG TO CRD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                       DISPLAY "Error: Replacement card "
                               WS-CARD-ARG " is not on the card "
                               "master - run CARDMNT REISSUE first"
                       SET ERROR-OCCURRED TO TRUE
                   NOT INVALID KEY
                       IF CRD-ACCOUNT NOT = FRQ-ACCOUNT OR
                          NOT CRD-ACTIVE
                           DISPLAY "Error: Replacement card "
                                   WS-CARD-ARG " is not an active "
                                   "card on account " FRQ-ACCOUNT
                           SET ERROR-OCCURRED TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE CARD-FILE
           IF ERROR-OCCURRED
               CLOSE FRAUD-QUEUE-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO FRQ-STATUS
           MOVE WS-CARD-ARG TO FRQ-NEW-CARD-NUMBER
           MOVE WS-TELLER-ID-PARM TO FRQ-ANALYST-ID
           MOVE WS-BUSINESS-DATE TO FRQ-RESOLVED-DATE
           REWRITE FRAUD-QUEUE-RECORD
           CLOSE FRAUD-QUEUE-FILE
           DISPLAY "Fraud item " WS-SEQ-ARG " closed - card "
                   FRQ-CARD-NUMBER " replaced by " WS-CARD-ARG.

      * Fraud rules
       LIST-FRAUD-RULES.
           OPEN INPUT FRAUD-RULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No fraud rules on file - every rule "
                       "screens with its built-in thresholds"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CARD FRAUD RULES"
           DISPLAY "================"
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ FRAUD-RULE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RULES-LISTED
                       MOVE FRR-AMOUNT TO WS-DISPLAY-LIMIT
                       MOVE FRR-FACTOR TO WS-DISPLAY-FACTOR
                       DISPLAY FRR-RULE-CODE " action " FRR-ACTION
                               " count " FRR-COUNT " window "
                               FRR-WINDOW " amount $"
                               WS-DISPLAY-LIMIT " factor "
                               WS-DISPLAY-FACTOR
                       DISPLAY "         changed " FRR-CHANGED-DATE
                               " by " FRR-CHANGED-BY
               END-READ
           END-PERFORM
           CLOSE FRAUD-RULE-FILE
           DISPLAY " "
           DISPLAY "Rules on file: " WS-RULES-LISTED
           DISPLAY "(a rule not listed screens with its built-in "
                   "thresholds)".

       SET-FRAUD-RULE.
      *    Replace the rule's record in place, or add it when the
      *    rule has none on file yet
           IF WS-RULE-CODE-ARG NOT = "VELOCITY" AND
              WS-RULE-CODE-ARG NOT = "AMTSPIKE" AND
              WS-RULE-CODE-ARG NOT = "DECLINES" AND
              WS-RULE-CODE-ARG NOT = "NEWCARD"
               DISPLAY "Error: Rule must be VELOCITY, AMTSPIKE, "
                       "DECLINES or NEWCARD"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-ACTION-ARG NOT = "D" AND
              WS-RULE-ACTION-ARG NOT = "R" AND
              WS-RULE-ACTION-ARG NOT = "N"
               DISPLAY "Error: Action must be D, R or N"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET RULE-NOT-FOUND TO TRUE
           OPEN I-O FRAUD-RULE-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF OR RULE-FOUND
                   READ FRAUD-RULE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF FRR-RULE-CODE = WS-RULE-CODE-ARG
                               SET RULE-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF RULE-FOUND
                   PERFORM MOVE-RULE-ARGUMENTS
                   REWRITE FRAUD-RULE-RECORD
               END-IF
               CLOSE FRAUD-RULE-FILE
           END-IF
           IF RULE-NOT-FOUND
               OPEN EXTEND FRAUD-RULE-FILE
               IF WS-FILE-STATUS = "35"
                   CLOSE FRAUD-RULE-FILE
                   OPEN OUTPUT FRAUD-RULE-FILE
               END-IF
               PERFORM MOVE-RULE-ARGUMENTS
               WRITE FRAUD-RULE-RECORD
               CLOSE FRAUD-RULE-FILE
           END-IF
           DISPLAY "Fraud rule " WS-RULE-CODE-ARG " set to action "
                   WS-RULE-ACTION-ARG " by " WS-TELLER-ID-PARM.

       MOVE-RULE-ARGUMENTS.
           INITIALIZE FRAUD-RULE-RECORD
           MOVE WS-RULE-CODE-ARG TO FRR-RULE-CODE
           MOVE WS-RULE-ACTION-ARG TO FRR-ACTION
           MOVE WS-COUNT-ARG TO FRR-COUNT
           MOVE WS-WINDOW-ARG TO FRR-WINDOW
           MOVE WS-AMOUNT-ARG TO FRR-AMOUNT
           MOVE WS-FACTOR-ARG TO FRR-FACTOR
           MOVE WS-BUSINESS-DATE TO FRR-CHANGED-DATE
           MOVE WS-TELLER-ID-PARM TO FRR-CHANGED-BY.

       DISPLAY-USAGE.
           DISPLAY "CARDFRD - Card Fraud Review Queue"
           DISPLAY "Usage: CARDFRD TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  LIST"
           DISPLAY "  CONFIRM seq"
           DISPLAY "  CLEAR seq"
           DISPLAY "  REISSUE seq new-card-num"
           DISPLAY "  RULES"
           DISPLAY "  RULE code D|R|N count window amount factor"
           DISPLAY "    VELOCITY - count debits in window minutes"
           DISPLAY "    AMTSPIKE - amount floor, factor times the "
                   "card's average, count uses needed"
           DISPLAY "    DECLINES - count declines in window minutes"
           DISPLAY "    NEWCARD  - amount on a card issued within "
                   "window days".

       END PROGRAM CARDFRD.
