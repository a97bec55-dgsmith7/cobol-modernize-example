      * every presented card against. HOT kills a lost or
      * stolen card on the spot; REISSUE hots the old plastic
      * and issues its replacement on the same account with the
      * same limits in one step. ORDERS lists the debit cards
      * APPLPROC has queued on CARDORD.DAT for new accounts, and
      * FILL issues the plastic against an order and marks it
      * filled - on the standard limits unless others are given.
      *
      * Usage: CARDMNT TELLER-ID COMMAND [ARGS]
      * Commands:
      *   REISSUE old-card-num new-card-num expire-date
      *   SHOW    card-num
      *   LIST    [account]
      *   ORDERS
      *   FILL    order-id card-num expire-date [wdl-limit
      *           pur-limit]
      *********************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Debit card order queue written by APPLPROC
           SELECT CARD-ORDER-FILE ASSIGN TO "data/CARDORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  CARD-ORDER-FILE.
           COPY "copybooks/CARD-ORDER-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

       01  WS-PUR-LIMIT-ARG            PIC 9(8)V99 VALUE ZERO.
       01  WS-TEMP-EXPIRE              PIC X(8) VALUE SPACES.
       01  WS-EXPIRE-ARG               PIC 9(8) VALUE ZERO.
       01  WS-TEMP-ORDER               PIC X(7) VALUE SPACES.
       01  WS-ORDER-ARG                PIC 9(7) VALUE ZERO.

      *    Standard daily limits a card ordered at account opening
      *    is filled on when the card desk gives none
       01  WS-DEFAULT-WDL-LIMIT        PIC 9(8)V99 VALUE 500.00.
       01  WS-DEFAULT-PUR-LIMIT        PIC 9(8)V99 VALUE 2500.00.
       01  WS-ORDER-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  ORDER-FOUND             VALUE 'Y'.
           88  ORDER-NOT-FOUND         VALUE 'N'.

      *    Old card's terms carried to the replacement plastic
       01  WS-REISSUE-ACCOUNT          PIC 9(10).
       01  WS-REISSUE-PUR-LIMIT        PIC 9(8)V99 COMP-3.

       01  WS-CARDS-LISTED             PIC 9(5) VALUE ZERO.
       01  WS-ORDERS-LISTED            PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-LIMIT            PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
                   PERFORM SHOW-CARD
               WHEN "LIST"
                   PERFORM LIST-CARDS
               WHEN "ORDERS"
                   PERFORM LIST-CARD-ORDERS
               WHEN "FILL"
                   PERFORM FILL-CARD-ORDER
               WHEN OTHER
                   PERFORM DISPLAY-USAGE
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CARD-ACCOUNT
               WHEN "FILL"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ORDER
                            WS-TEMP-CARD
                            WS-TEMP-EXPIRE
                            WS-TEMP-WDL-LIMIT
                            WS-TEMP-PUR-LIMIT
           END-EVALUATE
           IF WS-TEMP-CARD IS NUMERIC AND WS-TEMP-CARD NOT = SPACES
               MOVE WS-TEMP-CARD TO WS-CARD-ARG
           IF WS-TEMP-EXPIRE IS NUMERIC AND
              WS-TEMP-EXPIRE NOT = SPACES
               MOVE WS-TEMP-EXPIRE TO WS-EXPIRE-ARG
           END-IF
           IF WS-TEMP-ORDER IS NUMERIC AND
              WS-TEMP-ORDER NOT = SPACES
               MOVE WS-TEMP-ORDER TO WS-ORDER-ARG
           END-IF.

       OPEN-CARD-FILE-IO.
           DISPLAY " "
           DISPLAY "Cards listed: " WS-CARDS-LISTED.

       LIST-CARD-ORDERS.
      *    The card desk's work queue - orders not yet filled
           OPEN INPUT CARD-ORDER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No card orders on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PENDING DEBIT CARD ORDERS"
           DISPLAY "========================="
           PERFORM UNTIL WS-EOF
               READ CARD-ORDER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CDO-PENDING
                           ADD 1 TO WS-ORDERS-LISTED
                           DISPLAY CDO-ORDER-ID " acct " CDO-ACCOUNT
                                   " " CDO-NAME " ordered "
                                   CDO-ORDER-DATE " by " CDO-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-ORDER-FILE
           DISPLAY " "
           DISPLAY "Orders pending: " WS-ORDERS-LISTED.

       FILL-CARD-ORDER.
      *    Issue the plastic against a pending order, the same
      *    way ISSUE does, then mark the order filled
           IF WS-ORDER-ARG = ZERO OR WS-CARD-ARG = ZERO OR
              WS-EXPIRE-ARG = ZERO
               DISPLAY "Error: FILL needs order-id card-num "
                       "expire-date [wdl-limit pur-limit]"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TEMP-WDL-LIMIT = SPACES
               MOVE WS-DEFAULT-WDL-LIMIT TO WS-WDL-LIMIT-ARG
           END-IF
           IF WS-TEMP-PUR-LIMIT = SPACES
               MOVE WS-DEFAULT-PUR-LIMIT TO WS-PUR-LIMIT-ARG
           END-IF
           OPEN I-O CARD-ORDER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No card orders on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET ORDER-NOT-FOUND TO TRUE
           PERFORM UNTIL WS-EOF OR ORDER-FOUND
               READ CARD-ORDER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CDO-ORDER-ID = WS-ORDER-ARG
                           SET ORDER-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF ORDER-NOT-FOUND
               DISPLAY "Error: Card order " WS-ORDER-ARG
                       " not found"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CARD-ORDER-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT CDO-PENDING
               DISPLAY "Error: Card order " WS-ORDER-ARG
                       " is not pending - status " CDO-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CARD-ORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CDO-ACCOUNT TO WS-CARD-ACCOUNT-ARG
           PERFORM ISSUE-CARD
           IF WS-MAIN-RETURN-CODE = ZERO
               MOVE "F" TO CDO-STATUS
               MOVE WS-CARD-ARG TO CDO-CARD-NUMBER
               MOVE WS-DATE-NUMERIC TO CDO-FILLED-DATE
               MOVE WS-TELLER-ID-PARM TO CDO-FILLED-BY
               REWRITE CARD-ORDER-RECORD
               DISPLAY "Card order " CDO-ORDER-ID " filled"
           ELSE
               DISPLAY "Card order " WS-ORDER-ARG
                       " left pending"
           END-IF
           CLOSE CARD-ORDER-FILE.

       DISPLAY-USAGE.
           DISPLAY "CARDMNT - Debit Card Master Maintenance"
           DISPLAY "Usage: CARDMNT TELLER-ID COMMAND [ARGS]"
           DISPLAY "  HOT card-num"
           DISPLAY "  REISSUE old-card new-card expire-date"
           DISPLAY "  SHOW card-num"
           DISPLAY "  LIST [account]"
           DISPLAY "  ORDERS"
           DISPLAY "  FILL order-id card-num expire-date "
                   "[wdl-limit pur-limit]".

       END PROGRAM CARDMNT.
