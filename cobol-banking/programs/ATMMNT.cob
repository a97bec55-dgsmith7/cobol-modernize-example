       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMMNT.
      *********************************************************
      * ATMMNT - ATM Terminal Master, Loading and Balancing
      * Cash went into the ATMs from the vault and came out
      * through TELLERXN withdrawals, but nothing tied the two
      * together, so a shortage only surfaced when the
      * contractor counted. This program keeps the ATM
      * terminal master (ATMTERM.DAT) - each terminal's branch
      * and cassette set-up - and:
      *   LOAD    records notes put into a terminal's cassettes,
      *           written to the vault ledger as an ATM load so
      *           VAULTMGT POSITION takes them off the vault
      *   BALANCE takes the contractor's counted residual and
      *           sets it against the cash the terminal should
      *           hold - its cash on hand less what TELLERXN
      *           dispensed since the last balance - logging the
      *           overage or shortage to ATMBAL.DAT, where
      *           GLEXTRCT journals it to the cash over/short
      *           line. The counted residual stays in the
      *           terminal as its new cash on hand.
      *   REPORT  lists a day's balances, expected versus
      *           counted per terminal.
      *
      * Usage: ATMMNT OPERATOR-ID COMMAND [ARGS]
      * Commands (cassette counts are note quantities, one per
      * cassette in cassette order; denominations are face
      * values 100, 50, 20, 10, 5 or 1, zero for an unused
      * cassette):
      *   ADD     terminal branch location d1 d2 d3 d4
      *   STATUS  terminal A|C
      *   LOAD    terminal n1 n2 n3 n4
      *   BALANCE terminal n1 n2 n3 n4
      *   SHOW    terminal
      *   LIST
      *   REPORT  [YYYYMMDD]
      * A multi-word location uses underscores in place of
      * spaces, the same token convention BRNMNT uses.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ATM terminal master - indexed by terminal ID
           SELECT ATM-TERMINAL-FILE ASSIGN TO "data/ATMTERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-TERMINAL-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Branch master - a terminal must belong to a real,
      *    open branch
           SELECT BRANCH-FILE ASSIGN TO "data/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Vault ledger - a cassette load is a movement of cash
      *    out of the vault
           SELECT VAULT-FILE ASSIGN TO "data/VAULTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    ATM balancing log - one record per balance
           SELECT ATM-BALANCE-FILE ASSIGN TO "data/ATMBAL.DAT"
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

       FD  ATM-TERMINAL-FILE.
           COPY "copybooks/ATM-TERMINAL-RECORD.cpy".

       FD  BRANCH-FILE.
           COPY "copybooks/BRANCH-RECORD.cpy".

       FD  VAULT-FILE.
           COPY "copybooks/VAULT-MOVEMENT-RECORD.cpy".

       FD  ATM-BALANCE-FILE.
           COPY "copybooks/ATM-BALANCE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    ATM maintenance working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(150).
       01  WS-OPERATOR-ID-PARM         PIC X(5) VALUE SPACES.
       01  WS-TERMINAL-ARG             PIC X(8) VALUE SPACES.
       01  WS-BRANCH-ARG               PIC X(3) VALUE SPACES.
       01  WS-LOCATION-ARG             PIC X(30) VALUE SPACES.
       01  WS-NEW-STATUS               PIC X(1) VALUE SPACES.
       01  WS-REPORT-DATE-ARG          PIC X(8) VALUE SPACES.
       01  WS-REPORT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.

      *    Raw cassette tokens - a denomination on ADD, a note
      *    count on LOAD and BALANCE - and their converted values
       01  WS-CASSETTE-TOKENS.
           05  WS-TEMP-CASSETTE        PIC X(7) OCCURS 4 TIMES.
       01  WS-CASSETTE-VALUES.
           05  WS-CASSETTE-VALUE       PIC 9(7) OCCURS 4 TIMES.
       01  WS-CAS-SUB                  PIC 9(1).
       01  WS-CASSETTE-FLAG            PIC X(1) VALUE 'Y'.
           88  CASSETTES-VALID         VALUE 'Y'.
           88  CASSETTES-INVALID       VALUE 'N'.

      *    Cash the cassette counts add up to, and the same cash
      *    by vault denomination for the ledger movement
       01  WS-CASSETTE-AMOUNT          PIC 9(10)V99 VALUE ZERO.
       01  WS-QTY-100                  PIC 9(7) VALUE ZERO.
       01  WS-QTY-50                   PIC 9(7) VALUE ZERO.
       01  WS-QTY-20                   PIC 9(7) VALUE ZERO.
       01  WS-QTY-10                   PIC 9(7) VALUE ZERO.
       01  WS-QTY-5                    PIC 9(7) VALUE ZERO.
       01  WS-QTY-1                    PIC 9(7) VALUE ZERO.
       01  WS-NEXT-SEQUENCE            PIC 9(7).

      *    Balancing figures
       01  WS-EXPECTED-AMOUNT          PIC S9(10)V99 COMP-3
                                       VALUE ZERO.
       01  WS-OVER-SHORT               PIC S9(10)V99 COMP-3
                                       VALUE ZERO.

      *    Listing and report totals
       01  WS-TERMINALS-LISTED         PIC 9(5) VALUE ZERO.
       01  WS-BALANCES-LISTED          PIC 9(5) VALUE ZERO.
       01  WS-OUT-OF-BALANCE-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-EXPECTED           PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-COUNTED            PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-OVERAGES           PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-TOTAL-SHORTAGES          PIC S9(12)V99 COMP-3
                                       VALUE ZERO.

       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-EXPECTED         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-COUNTED          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-QTY              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "ADD"
                   PERFORM ADD-TERMINAL
               WHEN "STATUS"
                   PERFORM SET-TERMINAL-STATUS
               WHEN "LOAD"
                   PERFORM LOAD-TERMINAL
               WHEN "BALANCE"
                   PERFORM BALANCE-TERMINAL
               WHEN "SHOW"
                   PERFORM SHOW-TERMINAL
               WHEN "LIST"
                   PERFORM LIST-TERMINALS
               WHEN "REPORT"
                   PERFORM REPORT-BALANCES
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
           MOVE SPACES TO WS-CASSETTE-TOKENS
           MOVE ZERO TO WS-CASSETTE-VALUES
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-OPERATOR-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "ADD"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-OPERATOR-ID-PARM
                            WS-COMMAND
                            WS-TERMINAL-ARG
                            WS-BRANCH-ARG
                            WS-LOCATION-ARG
                            WS-TEMP-CASSETTE(1)
                            WS-TEMP-CASSETTE(2)
                            WS-TEMP-CASSETTE(3)
                            WS-TEMP-CASSETTE(4)
                   INSPECT WS-LOCATION-ARG
                       REPLACING ALL "_" BY " "
               WHEN "STATUS"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-OPERATOR-ID-PARM
                            WS-COMMAND
                            WS-TERMINAL-ARG
                            WS-NEW-STATUS
               WHEN "LOAD"
               WHEN "BALANCE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-OPERATOR-ID-PARM
                            WS-COMMAND
                            WS-TERMINAL-ARG
                            WS-TEMP-CASSETTE(1)
                            WS-TEMP-CASSETTE(2)
                            WS-TEMP-CASSETTE(3)
                            WS-TEMP-CASSETTE(4)
               WHEN "SHOW"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-OPERATOR-ID-PARM
                            WS-COMMAND
                            WS-TERMINAL-ARG
               WHEN "REPORT"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-OPERATOR-ID-PARM
                            WS-COMMAND
                            WS-REPORT-DATE-ARG
           END-EVALUATE
           PERFORM CONVERT-CASSETTE-TOKENS.

       CONVERT-CASSETTE-TOKENS.
      *    A blank token reads as zero
           SET CASSETTES-VALID TO TRUE
           PERFORM VARYING WS-CAS-SUB FROM 1 BY 1
                   UNTIL WS-CAS-SUB > 4
               IF WS-TEMP-CASSETTE(WS-CAS-SUB) NOT = SPACES
                   COMPUTE WS-CASSETTE-VALUE(WS-CAS-SUB) =
                       FUNCTION NUMVAL(WS-TEMP-CASSETTE(WS-CAS-SUB))
               END-IF
           END-PERFORM.

       GET-BUSINESS-DATE.
      *    Loads and balances land on the posting business date,
      *    the same day the vault ledger and GLEXTRCT run on
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

       OPEN-TERMINAL-FILE-IO.
           OPEN I-O ATM-TERMINAL-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ATM-TERMINAL-FILE
               OPEN OUTPUT ATM-TERMINAL-FILE
               CLOSE ATM-TERMINAL-FILE
               OPEN I-O ATM-TERMINAL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening ATM terminal master, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       ADD-TERMINAL.
           IF WS-TERMINAL-ARG = SPACES OR WS-BRANCH-ARG = SPACES
               DISPLAY "Error: ADD needs terminal and branch"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAS-SUB FROM 1 BY 1
                   UNTIL WS-CAS-SUB > 4
               EVALUATE WS-CASSETTE-VALUE(WS-CAS-SUB)
                   WHEN 0
                   WHEN 1
                   WHEN 5
                   WHEN 10
                   WHEN 20
                   WHEN 50
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       SET CASSETTES-INVALID TO TRUE
               END-EVALUATE
           END-PERFORM
           IF CASSETTES-INVALID OR WS-CASSETTE-VALUES = ZERO
               DISPLAY "Error: Cassette denominations must be "
                       "100, 50, 20, 10, 5, 1 or 0 - at least one "
                       "in use"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    The terminal's branch must be a real, open branch -
      *    its vault is where the cassette cash comes from
           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "00"
               MOVE WS-BRANCH-ARG TO BRN-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       DISPLAY "Error: Branch " WS-BRANCH-ARG
                               " is not on the branch master"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                   NOT INVALID KEY
                       IF NOT BRN-ACTIVE
                           DISPLAY "Error: Branch " WS-BRANCH-ARG
                                   " is closed"
                           MOVE 8 TO WS-MAIN-RETURN-CODE
                       END-IF
               END-READ
               CLOSE BRANCH-FILE
               IF WS-MAIN-RETURN-CODE NOT = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM OPEN-TERMINAL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERMINAL-ARG TO ATM-TERMINAL-ID
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   MOVE WS-BRANCH-ARG TO ATM-BRANCH
                   MOVE WS-LOCATION-ARG TO ATM-LOCATION
                   MOVE "A" TO ATM-STATUS
                   PERFORM VARYING WS-CAS-SUB FROM 1 BY 1
                           UNTIL WS-CAS-SUB > 4
                       MOVE WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                           ATM-CAS-DENOMINATION(WS-CAS-SUB)
                       MOVE ZERO TO ATM-CAS-COUNT(WS-CAS-SUB)
                   END-PERFORM
                   MOVE ZERO TO ATM-CASH-ON-HAND
                   MOVE ZERO TO ATM-DISPENSED-COUNT
                   MOVE ZERO TO ATM-DISPENSED-AMOUNT
                   MOVE ZERO TO ATM-LAST-LOAD-DATE
                   MOVE ZERO TO ATM-LAST-BALANCE-DATE
                   MOVE WS-BUSINESS-DATE TO ATM-OPEN-DATE
                   WRITE ATM-TERMINAL-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "Terminal " ATM-TERMINAL-ID
                               " added at branch " ATM-BRANCH
                   ELSE
                       DISPLAY "Error writing terminal record"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Error: Terminal " WS-TERMINAL-ARG
                           " already exists"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-READ
           CLOSE ATM-TERMINAL-FILE.

       SET-TERMINAL-STATUS.
           IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "C"
               DISPLAY "Error: STATUS must be A or C"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TERMINAL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERMINAL-ARG TO ATM-TERMINAL-ID
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   DISPLAY "Error: Terminal " WS-TERMINAL-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
      *            A terminal still holding cash on the books is
      *            balanced out to an empty count before it closes
                   IF WS-NEW-STATUS = "C" AND
                      ATM-CASH-ON-HAND > ZERO
                       DISPLAY "Error: Terminal " ATM-TERMINAL-ID
                               " still holds cash - BALANCE it "
                               "out first"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                   ELSE
                       MOVE WS-NEW-STATUS TO ATM-STATUS
                       REWRITE ATM-TERMINAL-RECORD
                       DISPLAY "Terminal " ATM-TERMINAL-ID
                               " status set to " ATM-STATUS
                   END-IF
           END-READ
           CLOSE ATM-TERMINAL-FILE.

       LOAD-TERMINAL.
           IF WS-TERMINAL-ARG = SPACES
               DISPLAY "Error: LOAD needs a terminal ID"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TERMINAL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERMINAL-ARG TO ATM-TERMINAL-ID
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   DISPLAY "Error: Terminal " WS-TERMINAL-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE ATM-TERMINAL-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT ATM-ACTIVE
               DISPLAY "Error: Terminal " ATM-TERMINAL-ID
                       " is not in service"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM PRICE-CASSETTE-COUNTS
           IF CASSETTES-INVALID OR WS-CASSETTE-AMOUNT <= ZERO
               DISPLAY "Error: Load has no cash in it, or notes "
                       "in an unused cassette"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF
      *    The cash leaves the vault first, then the terminal
      *    takes it on
           PERFORM WRITE-ATM-LOAD-MOVEMENT
           PERFORM VARYING WS-CAS-SUB FROM 1 BY 1
                   UNTIL WS-CAS-SUB > 4
               ADD WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                   ATM-CAS-COUNT(WS-CAS-SUB)
           END-PERFORM
           ADD WS-CASSETTE-AMOUNT TO ATM-CASH-ON-HAND
           MOVE WS-BUSINESS-DATE TO ATM-LAST-LOAD-DATE
           REWRITE ATM-TERMINAL-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating terminal record, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
           END-IF
           CLOSE ATM-TERMINAL-FILE
           MOVE WS-CASSETTE-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY "Terminal " WS-TERMINAL-ARG " loaded with $"
                   WS-DISPLAY-TOTAL " from the vault".

       PRICE-CASSETTE-COUNTS.
      *    Value the note counts against the terminal's cassette
      *    denominations, and spread them over the vault's
      *    denomination buckets. Notes keyed against an unused
      *    cassette invalidate the count.
           MOVE ZERO TO WS-CASSETTE-AMOUNT
           MOVE ZERO TO WS-QTY-100 WS-QTY-50 WS-QTY-20
                        WS-QTY-10 WS-QTY-5 WS-QTY-1
           PERFORM VARYING WS-CAS-SUB FROM 1 BY 1
                   UNTIL WS-CAS-SUB > 4
               IF WS-CASSETTE-VALUE(WS-CAS-SUB) > ZERO AND
                  ATM-CAS-DENOMINATION(WS-CAS-SUB) = ZERO
                   SET CASSETTES-INVALID TO TRUE
               END-IF
               COMPUTE WS-CASSETTE-AMOUNT = WS-CASSETTE-AMOUNT +
                   WS-CASSETTE-VALUE(WS-CAS-SUB) *
                   ATM-CAS-DENOMINATION(WS-CAS-SUB)
               EVALUATE ATM-CAS-DENOMINATION(WS-CAS-SUB)
                   WHEN 100
                       ADD WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                           WS-QTY-100
                   WHEN 50
                       ADD WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                           WS-QTY-50
                   WHEN 20
                       ADD WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                           WS-QTY-20
                   WHEN 10
                       ADD WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                           WS-QTY-10
                   WHEN 5
                       ADD WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                           WS-QTY-5
                   WHEN 1
                       ADD WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                           WS-QTY-1
               END-EVALUATE
           END-PERFORM.

       WRITE-ATM-LOAD-MOVEMENT.
           PERFORM ASSIGN-MOVEMENT-SEQUENCE
           OPEN EXTEND VAULT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE VAULT-FILE
               OPEN OUTPUT VAULT-FILE
           END-IF
           MOVE WS-NEXT-SEQUENCE TO VLT-SEQUENCE
           MOVE WS-BUSINESS-DATE TO VLT-DATE
           MOVE WS-TIME-NUMERIC TO VLT-TIME
           SET VLT-ATM-LOAD TO TRUE
           MOVE SPACES TO VLT-TELLER-ID
           MOVE WS-QTY-100 TO VLT-QTY-100
           MOVE WS-QTY-50 TO VLT-QTY-50
           MOVE WS-QTY-20 TO VLT-QTY-20
           MOVE WS-QTY-10 TO VLT-QTY-10
           MOVE WS-QTY-5 TO VLT-QTY-5
           MOVE WS-QTY-1 TO VLT-QTY-1
           MOVE ZERO TO VLT-COIN-AMOUNT
           MOVE WS-CASSETTE-AMOUNT TO VLT-AMOUNT
           MOVE WS-OPERATOR-ID-PARM TO VLT-ENTERED-BY
           MOVE ATM-TERMINAL-ID TO VLT-TERMINAL-ID
           WRITE VAULT-MOVEMENT-RECORD
           CLOSE VAULT-FILE.

       ASSIGN-MOVEMENT-SEQUENCE.
      *    Next sequence is one past the highest on file, the
      *    same assignment VAULTMGT makes
           MOVE 1 TO WS-NEXT-SEQUENCE
           OPEN INPUT VAULT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ VAULT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF VLT-SEQUENCE >= WS-NEXT-SEQUENCE
                           COMPUTE WS-NEXT-SEQUENCE =
                               VLT-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE
           SET WS-NOT-EOF TO TRUE.

       BALANCE-TERMINAL.
           IF WS-TERMINAL-ARG = SPACES
               DISPLAY "Error: BALANCE needs a terminal ID"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TERMINAL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERMINAL-ARG TO ATM-TERMINAL-ID
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   DISPLAY "Error: Terminal " WS-TERMINAL-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE ATM-TERMINAL-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM PRICE-CASSETTE-COUNTS
           IF CASSETTES-INVALID
               DISPLAY "Error: Notes counted in an unused cassette"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF
      *    What the terminal should still hold is what it held
      *    less everything TELLERXN paid out of it since
           COMPUTE WS-EXPECTED-AMOUNT =
               ATM-CASH-ON-HAND - ATM-DISPENSED-AMOUNT
           COMPUTE WS-OVER-SHORT =
               WS-CASSETTE-AMOUNT - WS-EXPECTED-AMOUNT
           PERFORM WRITE-ATM-BALANCE
           PERFORM DISPLAY-TERMINAL-BALANCE
      *    The counted residual becomes the terminal's cash on
      *    hand and the dispensed totals start over
           PERFORM VARYING WS-CAS-SUB FROM 1 BY 1
                   UNTIL WS-CAS-SUB > 4
               MOVE WS-CASSETTE-VALUE(WS-CAS-SUB) TO
                   ATM-CAS-COUNT(WS-CAS-SUB)
           END-PERFORM
           MOVE WS-CASSETTE-AMOUNT TO ATM-CASH-ON-HAND
           MOVE ZERO TO ATM-DISPENSED-COUNT
           MOVE ZERO TO ATM-DISPENSED-AMOUNT
           MOVE WS-BUSINESS-DATE TO ATM-LAST-BALANCE-DATE
           REWRITE ATM-TERMINAL-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating terminal record, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
           END-IF
           CLOSE ATM-TERMINAL-FILE
           IF WS-OVER-SHORT NOT = ZERO AND
              WS-MAIN-RETURN-CODE = ZERO
               MOVE 4 TO WS-MAIN-RETURN-CODE
           END-IF.

       WRITE-ATM-BALANCE.
           OPEN EXTEND ATM-BALANCE-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ATM-BALANCE-FILE
               OPEN OUTPUT ATM-BALANCE-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO ABL-DATE
           MOVE WS-TIME-NUMERIC TO ABL-TIME
           MOVE ATM-TERMINAL-ID TO ABL-TERMINAL-ID
           MOVE ATM-BRANCH TO ABL-BRANCH
           MOVE ATM-CASH-ON-HAND TO ABL-CASH-ON-HAND
           MOVE ATM-DISPENSED-COUNT TO ABL-DISPENSED-COUNT
           MOVE ATM-DISPENSED-AMOUNT TO ABL-DISPENSED-AMOUNT
           MOVE WS-EXPECTED-AMOUNT TO ABL-EXPECTED-AMOUNT
           MOVE WS-CASSETTE-AMOUNT TO ABL-COUNTED-AMOUNT
           MOVE WS-OVER-SHORT TO ABL-OVER-SHORT
           MOVE WS-OPERATOR-ID-PARM TO ABL-ENTERED-BY
           WRITE ATM-BALANCE-RECORD
           CLOSE ATM-BALANCE-FILE.

       DISPLAY-TERMINAL-BALANCE.
           DISPLAY " "
           DISPLAY "ATM BALANCE - TERMINAL " ATM-TERMINAL-ID
                   " BRANCH " ATM-BRANCH " - " WS-BUSINESS-DATE
           DISPLAY "========================================"
           MOVE ATM-CASH-ON-HAND TO WS-DISPLAY-TOTAL
           DISPLAY "  Cash on hand at last balance"
           DISPLAY "    plus loads since:          $"
                   WS-DISPLAY-TOTAL
           MOVE ATM-DISPENSED-COUNT TO WS-DISPLAY-QTY
           MOVE ATM-DISPENSED-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY "  Dispensed (" WS-DISPLAY-QTY " wdls):    $"
                   WS-DISPLAY-TOTAL
           MOVE WS-EXPECTED-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY "  Expected in terminal:        $"
                   WS-DISPLAY-TOTAL
           MOVE WS-CASSETTE-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY "  Counted residual:            $"
                   WS-DISPLAY-TOTAL
           MOVE WS-OVER-SHORT TO WS-DISPLAY-TOTAL
           EVALUATE TRUE
               WHEN WS-OVER-SHORT > ZERO
                   DISPLAY "  OVERAGE:                     $"
                           WS-DISPLAY-TOTAL
               WHEN WS-OVER-SHORT < ZERO
                   DISPLAY "  SHORTAGE:                    $"
                           WS-DISPLAY-TOTAL
               WHEN OTHER
                   DISPLAY "  Terminal in balance"
           END-EVALUATE
           DISPLAY " ".

       SHOW-TERMINAL.
           PERFORM OPEN-TERMINAL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERMINAL-ARG TO ATM-TERMINAL-ID
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   DISPLAY "Error: Terminal " WS-TERMINAL-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "Terminal:  " ATM-TERMINAL-ID
                   DISPLAY "Branch:    " ATM-BRANCH
                   DISPLAY "Location:  " ATM-LOCATION
                   DISPLAY "Status:    " ATM-STATUS
                   PERFORM VARYING WS-CAS-SUB FROM 1 BY 1
                           UNTIL WS-CAS-SUB > 4
                       MOVE ATM-CAS-COUNT(WS-CAS-SUB) TO
                           WS-DISPLAY-QTY
                       DISPLAY "Cassette " WS-CAS-SUB ": $"
                               ATM-CAS-DENOMINATION(WS-CAS-SUB)
                               " x " WS-DISPLAY-QTY
                   END-PERFORM
                   MOVE ATM-CASH-ON-HAND TO WS-DISPLAY-TOTAL
                   DISPLAY "Cash on hand: $" WS-DISPLAY-TOTAL
                   MOVE ATM-DISPENSED-AMOUNT TO WS-DISPLAY-TOTAL
                   DISPLAY "Dispensed:    $" WS-DISPLAY-TOTAL
                           " (" ATM-DISPENSED-COUNT " wdls)"
                   COMPUTE WS-EXPECTED-AMOUNT =
                       ATM-CASH-ON-HAND - ATM-DISPENSED-AMOUNT
                   MOVE WS-EXPECTED-AMOUNT TO WS-DISPLAY-TOTAL
                   DISPLAY "Expected:     $" WS-DISPLAY-TOTAL
                   DISPLAY "Last load:    " ATM-LAST-LOAD-DATE
                   DISPLAY "Last balance: " ATM-LAST-BALANCE-DATE
           END-READ
           CLOSE ATM-TERMINAL-FILE.

       LIST-TERMINALS.
           PERFORM OPEN-TERMINAL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ATM TERMINAL LISTING - " WS-BUSINESS-DATE
           DISPLAY "========================================"
           DISPLAY "TERMINAL BRN S           EXPECTED  "
                   "LAST LOAD LAST BAL"
           PERFORM UNTIL WS-EOF
               READ ATM-TERMINAL-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TERMINALS-LISTED
                       COMPUTE WS-EXPECTED-AMOUNT =
                           ATM-CASH-ON-HAND - ATM-DISPENSED-AMOUNT
                       ADD WS-EXPECTED-AMOUNT TO WS-TOTAL-EXPECTED
                       MOVE WS-EXPECTED-AMOUNT TO WS-DISPLAY-TOTAL
                       DISPLAY ATM-TERMINAL-ID " " ATM-BRANCH " "
                               ATM-STATUS " " WS-DISPLAY-TOTAL " "
                               ATM-LAST-LOAD-DATE " "
                               ATM-LAST-BALANCE-DATE
               END-READ
           END-PERFORM
           CLOSE ATM-TERMINAL-FILE
           DISPLAY " "
           DISPLAY "Terminals listed: " WS-TERMINALS-LISTED
           MOVE WS-TOTAL-EXPECTED TO WS-DISPLAY-TOTAL
           DISPLAY "Expected cash in terminals: $" WS-DISPLAY-TOTAL.

       REPORT-BALANCES.
      *    The day's balances, expected against counted per
      *    terminal - the business date unless one is given
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           IF WS-REPORT-DATE-ARG NOT = SPACES
               IF WS-REPORT-DATE-ARG IS NUMERIC
                   MOVE WS-REPORT-DATE-ARG TO WS-REPORT-DATE
               ELSE
                   DISPLAY "Error: Report date must be YYYYMMDD"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "ATM BALANCING REPORT - " WS-REPORT-DATE
           DISPLAY "========================================"
           DISPLAY "TERMINAL BRN          EXPECTED"
                   "           COUNTED        OVER/SHORT"
           OPEN INPUT ATM-BALANCE-FILE
           IF WS-FILE-STATUS = "00"
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ ATM-BALANCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ABL-DATE = WS-REPORT-DATE
                               PERFORM REPORT-ONE-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATM-BALANCE-FILE
           END-IF
           IF WS-BALANCES-LISTED = ZERO
               DISPLAY "  (no terminals balanced on this date)"
           END-IF
           DISPLAY " "
           DISPLAY "Terminals balanced:       " WS-BALANCES-LISTED
           DISPLAY "Out of balance:           "
                   WS-OUT-OF-BALANCE-COUNT
           MOVE WS-TOTAL-EXPECTED TO WS-DISPLAY-TOTAL
           DISPLAY "Total expected:          $" WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-COUNTED TO WS-DISPLAY-TOTAL
           DISPLAY "Total counted:           $" WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-OVERAGES TO WS-DISPLAY-TOTAL
           DISPLAY "Overages to over/short:  $" WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-SHORTAGES TO WS-DISPLAY-TOTAL
           DISPLAY "Shortages to over/short: $" WS-DISPLAY-TOTAL
           DISPLAY " ".

       REPORT-ONE-BALANCE.
           ADD 1 TO WS-BALANCES-LISTED
           ADD ABL-EXPECTED-AMOUNT TO WS-TOTAL-EXPECTED
           ADD ABL-COUNTED-AMOUNT TO WS-TOTAL-COUNTED
           EVALUATE TRUE
               WHEN ABL-OVER-SHORT > ZERO
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   ADD ABL-OVER-SHORT TO WS-TOTAL-OVERAGES
               WHEN ABL-OVER-SHORT < ZERO
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   SUBTRACT ABL-OVER-SHORT FROM WS-TOTAL-SHORTAGES
           END-EVALUATE
           MOVE ABL-EXPECTED-AMOUNT TO WS-DISPLAY-EXPECTED
           MOVE ABL-COUNTED-AMOUNT TO WS-DISPLAY-COUNTED
           MOVE ABL-OVER-SHORT TO WS-DISPLAY-TOTAL
           DISPLAY ABL-TERMINAL-ID " " ABL-BRANCH " "
                   WS-DISPLAY-EXPECTED " " WS-DISPLAY-COUNTED " "
                   WS-DISPLAY-TOTAL.

       DISPLAY-USAGE.
           DISPLAY "ATMMNT - ATM Terminal Master, Loading and "
                   "Balancing"
           DISPLAY "Usage: ATMMNT OPERATOR-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  ADD terminal branch location d1 d2 d3 d4"
           DISPLAY "  STATUS terminal A|C"
           DISPLAY "  LOAD terminal n1 n2 n3 n4"
           DISPLAY "  BALANCE terminal n1 n2 n3 n4"
           DISPLAY "  SHOW terminal"
           DISPLAY "  LIST"
           DISPLAY "  REPORT [YYYYMMDD]".

       END PROGRAM ATMMNT.
