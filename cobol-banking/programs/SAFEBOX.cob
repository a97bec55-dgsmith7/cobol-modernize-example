       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFEBOX.
      *********************************************************
      * SAFEBOX - Safe Deposit Box Rental
      * Keeps the safe deposit box inventory (SAFEBOX.DAT) for
      * every branch vault in place of the index cards - each
      * box's size and status, who rents it, who else may open
      * it, and the deposit account its annual rent comes out
      * of. The nightly SDBRENT step bills the rent by size on
      * each anniversary of the rental and debits it from that
      * account; rent it cannot collect ages here:
      *   DELINQ  lists boxes with rent unpaid 60 and 90 days
      *   NOTICE  sends the renter the drilling notice once the
      *           rent is 90 days unpaid
      *   DRILL   records the box drilled and its contents taken
      *           into inventory, no sooner than
      *           SDB-DRILL-WAIT-DAYS after the notice
      * Every visit to a box is logged with the admitting
      * teller on SDBACCES.DAT. REPORT is the vacancy and rent
      * roll by branch. A renter whose mail is marked returned
      * (RETMAIL) has the drilling notice held for pickup
      * through MAILHOLD instead of mailed.
      *
      * Usage: SAFEBOX TELLER-ID COMMAND [ARGS]
      * Commands:
      *   ADD       branch box S|M|L|X
      *   RENT      branch box renter account [holder ...]
      *   AUTHORIZE branch box customer
      *   REVOKE    branch box customer
      *   ACCESS    branch box customer
      *   SURRENDER branch box
      *   SHOW      branch box
      *   LOG       branch box
      *   DELINQ    [branch]
      *   NOTICE    branch box
      *   DRILL     branch box
      *   REPORT    [branch]
      * Up to three access holders may be named on RENT.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Safe deposit box inventory - indexed by branch and box
           SELECT SAFE-BOX-FILE ASSIGN TO "data/SAFEBOX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Box access log - one record per visit
           SELECT ACCESS-LOG-FILE ASSIGN TO "data/SDBACCES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Drilling notices for the mail room
           SELECT NOTICE-FILE ASSIGN TO "data/SDBNOTCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Branch master - boxes are added only to a real, open
      *    branch
           SELECT BRANCH-FILE ASSIGN TO "data/BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - renters and access holders, and the
      *    renter's address for the drilling notice
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Account master - the rent account must be the
      *    renter's own active account
           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameters - rent by size and the
      *    drilling wait
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
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

       FD  SAFE-BOX-FILE.
           COPY "copybooks/SAFE-BOX-RECORD.cpy".

       FD  ACCESS-LOG-FILE.
           COPY "copybooks/SAFE-BOX-ACCESS-RECORD.cpy".

       FD  NOTICE-FILE.
       01  NOTICE-LINE                 PIC X(80).

       FD  BRANCH-FILE.
           COPY "copybooks/BRANCH-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    End-of-file switch for the operational parameter load
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    Annual rent by box size, and the days a drilling
      *    notice must stand before the box may be drilled -
      *    PARAMS-overridable, the same defaults SDBRENT uses
       01  SDB-RENT-SMALL              PIC 9(6)V99 VALUE 60.00.
       01  SDB-RENT-MEDIUM             PIC 9(6)V99 VALUE 95.00.
       01  SDB-RENT-LARGE              PIC 9(6)V99 VALUE 150.00.
       01  SDB-RENT-XLARGE             PIC 9(6)V99 VALUE 250.00.
       01  SDB-DRILL-WAIT-DAYS         PIC 9(3) VALUE 30.

      *    Safe deposit box working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(150).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.

       01  WS-BRANCH-ARG               PIC X(3) VALUE SPACES.
       01  WS-TEMP-BOX                 PIC X(5) VALUE SPACES.
       01  WS-BOX-ARG                  PIC 9(5) VALUE ZERO.
       01  WS-SIZE-ARG                 PIC X(1) VALUE SPACES.
       01  WS-TEMP-CUSTOMER            PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ARG             PIC 9(10) VALUE ZERO.
       01  WS-TEMP-RENT-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-RENT-ACCOUNT-ARG         PIC 9(10) VALUE ZERO.
       01  WS-HOLDER-TOKENS.
           05  WS-TEMP-HOLDER          PIC X(10) OCCURS 3 TIMES.
       01  WS-HOLDER-VALUES.
           05  WS-HOLDER-ARG           PIC 9(10) OCCURS 3 TIMES.
       01  WS-HOLDER-SUB               PIC 9(1).
       01  WS-HOLDER-COUNT             PIC 9(1) VALUE ZERO.

       01  WS-CUSTOMER-CHECK-ID        PIC 9(10).
       01  WS-ACCESS-FLAG              PIC X(1) VALUE 'N'.
           88  ACCESS-ALLOWED          VALUE 'Y'.
           88  ACCESS-REFUSED          VALUE 'N'.
       01  WS-SIZE-RENT                PIC 9(6)V99.
       01  WS-ITEMS-LISTED             PIC 9(5) VALUE ZERO.

      *    Day-count estimate between WS-AGE-FROM-DATE and the
      *    business date - years as 365 days, months as 30, the
      *    same estimate LOANAGE buckets delinquency by
       01  WS-AGE-FROM-DATE            PIC 9(8).
       01  WS-AGE-DAYS                 PIC S9(5).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-FROM-YEAR                PIC 9(4).
       01  WS-FROM-MONTH               PIC 9(2).
       01  WS-FROM-DAY                 PIC 9(2).
       01  WS-RUN-YEAR                 PIC 9(4).
       01  WS-RUN-MONTH                PIC 9(2).
       01  WS-RUN-DAY                  PIC 9(2).
       01  WS-DISPLAY-DAYS             PIC ZZZZ9.

      *    Delinquency listing totals
       01  WS-DELINQ-60-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DELINQ-90-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DELINQ-TOTAL             PIC 9(10)V99 VALUE ZERO.
       01  WS-DELINQ-ACTION            PIC X(24).

      *    Vacancy and rent roll - per-branch control break and
      *    grand totals
       01  WS-CURRENT-BRANCH           PIC X(3) VALUE SPACES.
       01  WS-BRANCH-TOTALS.
           05  WS-BRN-BOXES            PIC 9(5).
           05  WS-BRN-VACANT           PIC 9(5).
           05  WS-BRN-RENTED           PIC 9(5).
           05  WS-BRN-DRILLED          PIC 9(5).
           05  WS-BRN-RENT-ROLL        PIC 9(10)V99.
           05  WS-BRN-UNPAID           PIC 9(10)V99.
       01  WS-GRAND-TOTALS.
           05  WS-TOT-BOXES            PIC 9(5).
           05  WS-TOT-VACANT           PIC 9(5).
           05  WS-TOT-RENTED           PIC 9(5).
           05  WS-TOT-DRILLED          PIC 9(5).
           05  WS-TOT-RENT-ROLL        PIC 9(10)V99.
           05  WS-TOT-UNPAID           PIC 9(10)V99.
       01  WS-VACANCY-PCT              PIC 9(3)V9.
       01  WS-DISPLAY-PCT              PIC ZZ9.9.
       01  WS-DISPLAY-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RENT             PIC ZZZ,ZZ9.99.

      *    Returned-mail hold - a letter to a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of being mailed
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "SAFEBOX  ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-LINE           PIC X(100) VALUE SPACES.
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "ADD"
                   PERFORM ADD-BOX
               WHEN "RENT"
                   PERFORM RENT-BOX
               WHEN "AUTHORIZE"
                   PERFORM AUTHORIZE-HOLDER
               WHEN "REVOKE"
                   PERFORM REVOKE-HOLDER
               WHEN "ACCESS"
                   PERFORM RECORD-BOX-ACCESS
               WHEN "SURRENDER"
                   PERFORM SURRENDER-BOX
               WHEN "SHOW"
                   PERFORM SHOW-BOX
               WHEN "LOG"
                   PERFORM LIST-ACCESS-LOG
               WHEN "DELINQ"
                   PERFORM LIST-DELINQUENT-BOXES
               WHEN "NOTICE"
                   PERFORM SEND-DRILLING-NOTICE
               WHEN "DRILL"
                   PERFORM DRILL-BOX
               WHEN "REPORT"
                   PERFORM REPORT-RENT-ROLL
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
           PERFORM LOAD-OPERATIONAL-PARAMETERS
           SET NO-ERROR TO TRUE
           MOVE SPACES TO WS-HOLDER-TOKENS
           MOVE ZERO TO WS-HOLDER-VALUES
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "ADD"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-BRANCH-ARG
                            WS-TEMP-BOX
                            WS-SIZE-ARG
               WHEN "RENT"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-BRANCH-ARG
                            WS-TEMP-BOX
                            WS-TEMP-CUSTOMER
                            WS-TEMP-RENT-ACCOUNT
                            WS-TEMP-HOLDER(1)
                            WS-TEMP-HOLDER(2)
                            WS-TEMP-HOLDER(3)
               WHEN "AUTHORIZE"
               WHEN "REVOKE"
               WHEN "ACCESS"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-BRANCH-ARG
                            WS-TEMP-BOX
                            WS-TEMP-CUSTOMER
               WHEN "SURRENDER"
               WHEN "SHOW"
               WHEN "LOG"
               WHEN "NOTICE"
               WHEN "DRILL"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-BRANCH-ARG
                            WS-TEMP-BOX
               WHEN "DELINQ"
               WHEN "REPORT"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-BRANCH-ARG
           END-EVALUATE
           IF WS-TEMP-BOX NOT = SPACES
               COMPUTE WS-BOX-ARG = FUNCTION NUMVAL(WS-TEMP-BOX)
           END-IF
           IF WS-TEMP-CUSTOMER IS NUMERIC AND
              WS-TEMP-CUSTOMER NOT = SPACES
               MOVE WS-TEMP-CUSTOMER TO WS-CUSTOMER-ARG
           END-IF
           IF WS-TEMP-RENT-ACCOUNT IS NUMERIC AND
              WS-TEMP-RENT-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-RENT-ACCOUNT TO WS-RENT-ACCOUNT-ARG
           END-IF
           PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > 3
               IF WS-TEMP-HOLDER(WS-HOLDER-SUB) IS NUMERIC AND
                  WS-TEMP-HOLDER(WS-HOLDER-SUB) NOT = SPACES
                   MOVE WS-TEMP-HOLDER(WS-HOLDER-SUB) TO
                       WS-HOLDER-ARG(WS-HOLDER-SUB)
                   ADD 1 TO WS-HOLDER-COUNT
               END-IF
           END-PERFORM.

       GET-BUSINESS-DATE.
      *    Rentals, visits and notices are dated on the posting
      *    business date, the same clock SDBRENT bills against
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

       OPEN-BOX-FILE-IO.
           OPEN I-O SAFE-BOX-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE SAFE-BOX-FILE
               OPEN OUTPUT SAFE-BOX-FILE
               CLOSE SAFE-BOX-FILE
               OPEN I-O SAFE-BOX-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening safe deposit box file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       READ-NAMED-BOX.
      *    Open the inventory I-O and read the box the command
      *    names - sets ERROR-OCCURRED, with the file closed
      *    again, when there is no such box
           IF WS-BRANCH-ARG = SPACES OR WS-BOX-ARG = ZERO
               DISPLAY "Error: " WS-COMMAND " needs branch and box"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-BOX-FILE-IO
           IF ERROR-OCCURRED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BRANCH-ARG TO SDB-BRANCH
           MOVE WS-BOX-ARG TO SDB-BOX-NUMBER
           READ SAFE-BOX-FILE
               INVALID KEY
                   DISPLAY "Error: No box " WS-BOX-ARG
                           " at branch " WS-BRANCH-ARG
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE SAFE-BOX-FILE
           END-READ.

       VALIDATE-CUSTOMER-ID.
      *    WS-CUSTOMER-CHECK-ID must be on the customer master
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-CHECK-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Error: Customer " WS-CUSTOMER-CHECK-ID
                           " not found"
                   SET ERROR-OCCURRED TO TRUE
           END-READ
           CLOSE CUSTOMER-FILE.

      * Inventory and rental
       ADD-BOX.
           IF WS-BRANCH-ARG = SPACES OR WS-BOX-ARG = ZERO
               DISPLAY "Error: ADD needs branch and box"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SIZE-ARG NOT = "S" AND WS-SIZE-ARG NOT = "M" AND
              WS-SIZE-ARG NOT = "L" AND WS-SIZE-ARG NOT = "X"
               DISPLAY "Error: Size must be S, M, L or X"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    The box's branch must be a real, open branch
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
           PERFORM OPEN-BOX-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BRANCH-ARG TO SDB-BRANCH
           MOVE WS-BOX-ARG TO SDB-BOX-NUMBER
           READ SAFE-BOX-FILE
               INVALID KEY
                   PERFORM CLEAR-RENTAL-FIELDS
                   MOVE WS-SIZE-ARG TO SDB-SIZE
                   MOVE "V" TO SDB-STATUS
                   MOVE ZERO TO SDB-LAST-ACCESS-DATE
                   WRITE SAFE-BOX-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "Box " SDB-BOX-NUMBER " size "
                               SDB-SIZE " added at branch "
                               SDB-BRANCH
                   ELSE
                       DISPLAY "Error writing box record"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Error: Box " WS-BOX-ARG
                           " already exists at branch "
                           WS-BRANCH-ARG
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-READ
           CLOSE SAFE-BOX-FILE.

       CLEAR-RENTAL-FIELDS.
           MOVE ZERO TO SDB-RENTER-ID
           MOVE ZERO TO SDB-ACCESS-COUNT
           MOVE ZERO TO SDB-ACCESS-ID(1)
           MOVE ZERO TO SDB-ACCESS-ID(2)
           MOVE ZERO TO SDB-ACCESS-ID(3)
           MOVE ZERO TO SDB-RENT-ACCOUNT
           MOVE ZERO TO SDB-ANNUAL-RENT
           MOVE ZERO TO SDB-RENTED-DATE
           MOVE ZERO TO SDB-RENT-DUE-DATE
           MOVE ZERO TO SDB-RENT-UNPAID
           MOVE ZERO TO SDB-UNPAID-SINCE
           MOVE ZERO TO SDB-LAST-PAID-DATE
           MOVE ZERO TO SDB-NOTICE-DATE
           MOVE ZERO TO SDB-DRILLED-DATE.

       RENT-BOX.
      *    Tie a vacant box to its renter, the access holders
      *    and the rent account. The first year's rent falls due
      *    today and SDBRENT collects it tonight.
           IF WS-CUSTOMER-ARG = ZERO OR WS-RENT-ACCOUNT-ARG = ZERO
               DISPLAY "Error: RENT needs branch box renter account"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO WS-CUSTOMER-CHECK-ID
           PERFORM VALIDATE-CUSTOMER-ID
           PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > WS-HOLDER-COUNT
                       OR ERROR-OCCURRED
               MOVE WS-HOLDER-ARG(WS-HOLDER-SUB) TO
                   WS-CUSTOMER-CHECK-ID
               PERFORM VALIDATE-CUSTOMER-ID
           END-PERFORM
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-RENT-ACCOUNT
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NAMED-BOX
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT SDB-VACANT
               DISPLAY "Error: Box " WS-BOX-ARG " is not vacant - "
                       "status " SDB-STATUS
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PRICE-BOX-SIZE
           PERFORM CLEAR-RENTAL-FIELDS
           MOVE "R" TO SDB-STATUS
           MOVE WS-CUSTOMER-ARG TO SDB-RENTER-ID
           MOVE WS-HOLDER-COUNT TO SDB-ACCESS-COUNT
           PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > 3
               MOVE WS-HOLDER-ARG(WS-HOLDER-SUB) TO
                   SDB-ACCESS-ID(WS-HOLDER-SUB)
           END-PERFORM
           MOVE WS-RENT-ACCOUNT-ARG TO SDB-RENT-ACCOUNT
           MOVE WS-SIZE-RENT TO SDB-ANNUAL-RENT
           MOVE WS-BUSINESS-DATE TO SDB-RENTED-DATE
           MOVE WS-BUSINESS-DATE TO SDB-RENT-DUE-DATE
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFE-BOX-FILE
           MOVE WS-SIZE-RENT TO WS-DISPLAY-RENT
           DISPLAY "Box " WS-BOX-ARG " at branch " WS-BRANCH-ARG
                   " rented to customer " WS-CUSTOMER-ARG
           DISPLAY "Annual rent $" WS-DISPLAY-RENT
                   " from account " WS-RENT-ACCOUNT-ARG
                   " - first year collected tonight"
           DISPLAY "Access holders: " SDB-ACCESS-COUNT.

       VALIDATE-RENT-ACCOUNT.
      *    The rent account must be active and owned or signed
      *    on by the renter
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RENT-ACCOUNT-ARG TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-RENT-ACCOUNT-ARG
                           " not found"
                   SET ERROR-OCCURRED TO TRUE
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-FILE
           IF ACC-STATUS NOT = "A"
               DISPLAY "Error: Account " WS-RENT-ACCOUNT-ARG
                       " is not active"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ACC-CUSTOMER-ID NOT = WS-CUSTOMER-ARG AND
              ACC-SIGNER-ID(1) NOT = WS-CUSTOMER-ARG AND
              ACC-SIGNER-ID(2) NOT = WS-CUSTOMER-ARG
               DISPLAY "Error: Account " WS-RENT-ACCOUNT-ARG
                       " does not belong to customer "
                       WS-CUSTOMER-ARG
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       PRICE-BOX-SIZE.
           EVALUATE TRUE
               WHEN SDB-SMALL
                   MOVE SDB-RENT-SMALL TO WS-SIZE-RENT
               WHEN SDB-MEDIUM
                   MOVE SDB-RENT-MEDIUM TO WS-SIZE-RENT
               WHEN SDB-LARGE
                   MOVE SDB-RENT-LARGE TO WS-SIZE-RENT
               WHEN OTHER
                   MOVE SDB-RENT-XLARGE TO WS-SIZE-RENT
           END-EVALUATE.

       AUTHORIZE-HOLDER.
           IF WS-CUSTOMER-ARG = ZERO
               DISPLAY "Error: AUTHORIZE needs branch box customer"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO WS-CUSTOMER-CHECK-ID
           PERFORM VALIDATE-CUSTOMER-ID
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NAMED-BOX
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT SDB-RENTED
               DISPLAY "Error: Box " WS-BOX-ARG " is not rented"
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BOX-ACCESS
           IF ACCESS-ALLOWED
               DISPLAY "Error: Customer " WS-CUSTOMER-ARG
                       " already has access to box " WS-BOX-ARG
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-HOLDER-SUB
           PERFORM VARYING WS-HOLDER-COUNT FROM 1 BY 1
                   UNTIL WS-HOLDER-COUNT > 3 OR WS-HOLDER-SUB > 0
               IF SDB-ACCESS-ID(WS-HOLDER-COUNT) = ZERO
                   MOVE WS-HOLDER-COUNT TO WS-HOLDER-SUB
               END-IF
           END-PERFORM
           IF WS-HOLDER-SUB = ZERO
               DISPLAY "Error: Box " WS-BOX-ARG " already has "
                       "three access holders - REVOKE one first"
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO SDB-ACCESS-ID(WS-HOLDER-SUB)
           ADD 1 TO SDB-ACCESS-COUNT
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFE-BOX-FILE
           DISPLAY "Customer " WS-CUSTOMER-ARG " authorized on box "
                   WS-BOX-ARG " at branch " WS-BRANCH-ARG.

       REVOKE-HOLDER.
           PERFORM READ-NAMED-BOX
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-HOLDER-SUB
           PERFORM VARYING WS-HOLDER-COUNT FROM 1 BY 1
                   UNTIL WS-HOLDER-COUNT > 3 OR WS-HOLDER-SUB > 0
               IF SDB-ACCESS-ID(WS-HOLDER-COUNT) = WS-CUSTOMER-ARG
                  AND WS-CUSTOMER-ARG NOT = ZERO
                   MOVE WS-HOLDER-COUNT TO WS-HOLDER-SUB
               END-IF
           END-PERFORM
           IF WS-HOLDER-SUB = ZERO
               DISPLAY "Error: Customer " WS-CUSTOMER-ARG
                       " is not an access holder on box "
                       WS-BOX-ARG
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO SDB-ACCESS-ID(WS-HOLDER-SUB)
           SUBTRACT 1 FROM SDB-ACCESS-COUNT
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFE-BOX-FILE
           DISPLAY "Customer " WS-CUSTOMER-ARG " access to box "
                   WS-BOX-ARG " at branch " WS-BRANCH-ARG
                   " revoked".

       CHECK-BOX-ACCESS.
      *    The renter and the authorized holders may open the box
           SET ACCESS-REFUSED TO TRUE
           IF WS-CUSTOMER-ARG = ZERO
               EXIT PARAGRAPH
           END-IF
           IF SDB-RENTER-ID = WS-CUSTOMER-ARG
               SET ACCESS-ALLOWED TO TRUE
           END-IF
           PERFORM VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > 3
               IF SDB-ACCESS-ID(WS-HOLDER-SUB) = WS-CUSTOMER-ARG
                   SET ACCESS-ALLOWED TO TRUE
               END-IF
           END-PERFORM.

       RECORD-BOX-ACCESS.
      *    A visit is allowed only to a rented box and only for
      *    its renter or an authorized holder - every admitted
      *    visit is logged with the teller who checked them
           PERFORM READ-NAMED-BOX
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT SDB-RENTED
               DISPLAY "ACCESS REFUSED: Box " WS-BOX-ARG
                       " is not rented - status " SDB-STATUS
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BOX-ACCESS
           IF ACCESS-REFUSED
               DISPLAY "ACCESS REFUSED: Customer " WS-CUSTOMER-ARG
                       " is not authorized on box " WS-BOX-ARG
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE TO SDB-LAST-ACCESS-DATE
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFE-BOX-FILE
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ACCESS-LOG-FILE
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           INITIALIZE SAFE-BOX-ACCESS-RECORD
           MOVE WS-BUSINESS-DATE TO SBA-DATE
           MOVE WS-TIME-NUMERIC TO SBA-TIME
           MOVE WS-BRANCH-ARG TO SBA-BRANCH
           MOVE WS-BOX-ARG TO SBA-BOX-NUMBER
           MOVE WS-CUSTOMER-ARG TO SBA-CUSTOMER-ID
           MOVE WS-TELLER-ID-PARM TO SBA-TELLER-ID
           WRITE SAFE-BOX-ACCESS-RECORD
           CLOSE ACCESS-LOG-FILE
           DISPLAY "Access to box " WS-BOX-ARG " at branch "
                   WS-BRANCH-ARG " by customer " WS-CUSTOMER-ARG
                   " logged by " WS-TELLER-ID-PARM
           IF SDB-RENT-UNPAID > ZERO
               MOVE SDB-RENT-UNPAID TO WS-DISPLAY-RENT
               DISPLAY "Note: rent of $" WS-DISPLAY-RENT
                       " unpaid since " SDB-UNPAID-SINCE
           END-IF.

       SURRENDER-BOX.
      *    A rented box comes back once its rent is paid up; a
      *    drilled box comes back once its inventoried contents
      *    have been claimed or turned over, and any rent still
      *    owed on it is left to collections
           PERFORM READ-NAMED-BOX
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SDB-VACANT
               DISPLAY "Error: Box " WS-BOX-ARG " is already vacant"
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SDB-RENTED AND SDB-RENT-UNPAID > ZERO
               MOVE SDB-RENT-UNPAID TO WS-DISPLAY-RENT
               DISPLAY "Error: Box " WS-BOX-ARG " has $"
                       WS-DISPLAY-RENT " rent unpaid - collect it "
                       "before the box is surrendered"
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SDB-DRILLED AND SDB-RENT-UNPAID > ZERO
               MOVE SDB-RENT-UNPAID TO WS-DISPLAY-RENT
               DISPLAY "Note: $" WS-DISPLAY-RENT " rent unpaid "
                       "by customer " SDB-RENTER-ID
                       " is cleared from the box"
           END-IF
           PERFORM CLEAR-RENTAL-FIELDS
           MOVE "V" TO SDB-STATUS
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFE-BOX-FILE
           DISPLAY "Box " WS-BOX-ARG " at branch " WS-BRANCH-ARG
                   " is vacant".

       SHOW-BOX.
           PERFORM READ-NAMED-BOX
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE SAFE-BOX-FILE
           DISPLAY "SAFE DEPOSIT BOX " SDB-BOX-NUMBER " BRANCH "
                   SDB-BRANCH
           DISPLAY "=================================="
           DISPLAY "Size:            " SDB-SIZE
           DISPLAY "Status:          " SDB-STATUS
           IF SDB-VACANT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Renter:          " SDB-RENTER-ID
           DISPLAY "Access holders:  " SDB-ACCESS-ID(1) " "
                   SDB-ACCESS-ID(2) " " SDB-ACCESS-ID(3)
           DISPLAY "Rent account:    " SDB-RENT-ACCOUNT
           MOVE SDB-ANNUAL-RENT TO WS-DISPLAY-RENT
           DISPLAY "Annual rent:     $" WS-DISPLAY-RENT
           DISPLAY "Rented:          " SDB-RENTED-DATE
           DISPLAY "Next rent due:   " SDB-RENT-DUE-DATE
           DISPLAY "Last paid:       " SDB-LAST-PAID-DATE
           MOVE SDB-RENT-UNPAID TO WS-DISPLAY-RENT
           DISPLAY "Rent unpaid:     $" WS-DISPLAY-RENT
                   " since " SDB-UNPAID-SINCE
           DISPLAY "Drilling notice: " SDB-NOTICE-DATE
           DISPLAY "Drilled:         " SDB-DRILLED-DATE
           DISPLAY "Last access:     " SDB-LAST-ACCESS-DATE
           DISPLAY "(size S/M/L/X; status V = vacant, R = rented, "
                   "D = drilled)".

       LIST-ACCESS-LOG.
           IF WS-BRANCH-ARG = SPACES OR WS-BOX-ARG = ZERO
               DISPLAY "Error: LOG needs branch and box"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No safe deposit box visits on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCESS LOG - BOX " WS-BOX-ARG " BRANCH "
                   WS-BRANCH-ARG
           DISPLAY "================================"
           DISPLAY "DATE     TIME   CUSTOMER   TELLER"
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ ACCESS-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SBA-BRANCH = WS-BRANCH-ARG AND
                          SBA-BOX-NUMBER = WS-BOX-ARG
                           ADD 1 TO WS-ITEMS-LISTED
                           DISPLAY SBA-DATE " " SBA-TIME " "
                                   SBA-CUSTOMER-ID " "
                                   SBA-TELLER-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE
           DISPLAY " "
           DISPLAY "Visits: " WS-ITEMS-LISTED.

      * Delinquency and drilling
       COMPUTE-AGE-DAYS.
      *    Estimate the day count from WS-AGE-FROM-DATE to the
      *    business date - good to a day or two at the bucket
      *    boundaries, which is all the 60/90 split needs
           MOVE WS-AGE-FROM-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-FROM-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-FROM-MONTH
               REMAINDER WS-FROM-DAY
           MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 10000 GIVING WS-RUN-YEAR
               REMAINDER WS-DATE-WORK
           DIVIDE WS-DATE-WORK BY 100 GIVING WS-RUN-MONTH
               REMAINDER WS-RUN-DAY
           COMPUTE WS-AGE-DAYS =
               (WS-RUN-YEAR - WS-FROM-YEAR) * 365 +
               (WS-RUN-MONTH - WS-FROM-MONTH) * 30 +
               (WS-RUN-DAY - WS-FROM-DAY).

       START-BOX-BROWSE.
      *    Position the inventory at the named branch, or at the
      *    start of the file when no branch is named
           SET WS-NOT-EOF TO TRUE
           MOVE WS-BRANCH-ARG TO SDB-BRANCH
           MOVE ZERO TO SDB-BOX-NUMBER
           START SAFE-BOX-FILE KEY IS NOT LESS THAN SDB-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       LIST-DELINQUENT-BOXES.
      *    Rented boxes whose oldest unpaid rent is 60 days or
      *    more past due, with the step each one is at
           PERFORM OPEN-BOX-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SAFE DEPOSIT BOX RENT DELINQUENCY - "
                   WS-BUSINESS-DATE
           DISPLAY "==========================================="
           DISPLAY "BRN BOX   S RENTER         UNPAID  SINCE    "
                   "DAYS ACTION"
           PERFORM START-BOX-BROWSE
           PERFORM UNTIL WS-EOF
               READ SAFE-BOX-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-BRANCH-ARG NOT = SPACES AND
                          SDB-BRANCH NOT = WS-BRANCH-ARG
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM LIST-ONE-DELINQUENT-BOX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAFE-BOX-FILE
           DISPLAY " "
           DISPLAY "60-89 days unpaid: " WS-DELINQ-60-COUNT
           DISPLAY "90+ days unpaid:   " WS-DELINQ-90-COUNT
           MOVE WS-DELINQ-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Rent unpaid:       $" WS-DISPLAY-TOTAL.

       LIST-ONE-DELINQUENT-BOX.
           IF NOT SDB-RENTED OR SDB-RENT-UNPAID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-UNPAID-SINCE TO WS-AGE-FROM-DATE
           PERFORM COMPUTE-AGE-DAYS
           IF WS-AGE-DAYS < 60
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE-DAYS < 90
               ADD 1 TO WS-DELINQ-60-COUNT
               MOVE "60 DAYS - CALL RENTER" TO WS-DELINQ-ACTION
           ELSE
               ADD 1 TO WS-DELINQ-90-COUNT
               IF SDB-NOTICE-DATE = ZERO
                   MOVE "90 DAYS - SEND NOTICE" TO WS-DELINQ-ACTION
               ELSE
                   MOVE SDB-NOTICE-DATE TO WS-AGE-FROM-DATE
                   PERFORM COMPUTE-AGE-DAYS
                   IF WS-AGE-DAYS < SDB-DRILL-WAIT-DAYS
                       MOVE "NOTICE SENT - WAITING"
                           TO WS-DELINQ-ACTION
                   ELSE
                       MOVE "NOTICE EXPIRED - DRILL"
                           TO WS-DELINQ-ACTION
                   END-IF
                   MOVE SDB-UNPAID-SINCE TO WS-AGE-FROM-DATE
                   PERFORM COMPUTE-AGE-DAYS
               END-IF
           END-IF
           ADD SDB-RENT-UNPAID TO WS-DELINQ-TOTAL
           MOVE SDB-RENT-UNPAID TO WS-DISPLAY-RENT
           MOVE WS-AGE-DAYS TO WS-DISPLAY-DAYS
           DISPLAY SDB-BRANCH " " SDB-BOX-NUMBER " " SDB-SIZE " "
                   SDB-RENTER-ID " " WS-DISPLAY-RENT " "
                   SDB-UNPAID-SINCE " " WS-DISPLAY-DAYS " "
                   WS-DELINQ-ACTION.

       SEND-DRILLING-NOTICE.
      *    Rent 90 days unpaid - the renter is given notice that
      *    the box will be drilled and its contents inventoried
      *    unless the rent is paid
           PERFORM READ-NAMED-BOX
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT SDB-RENTED OR SDB-RENT-UNPAID = ZERO
               DISPLAY "Error: Box " WS-BOX-ARG " has no unpaid "
                       "rent"
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SDB-NOTICE-DATE NOT = ZERO
               DISPLAY "Error: Drilling notice already sent on "
                       SDB-NOTICE-DATE
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-UNPAID-SINCE TO WS-AGE-FROM-DATE
           PERFORM COMPUTE-AGE-DAYS
           IF WS-AGE-DAYS < 90
               MOVE WS-AGE-DAYS TO WS-DISPLAY-DAYS
               DISPLAY "Error: Rent is only " WS-DISPLAY-DAYS
                       " days unpaid - notice is sent at 90"
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-RENTER-ID TO WS-CUSTOMER-CHECK-ID
           PERFORM VALIDATE-CUSTOMER-ID
           IF ERROR-OCCURRED
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DRILLING-NOTICE
           MOVE WS-BUSINESS-DATE TO SDB-NOTICE-DATE
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFE-BOX-FILE
           IF MAIL-HELD
               DISPLAY "Drilling notice for box " WS-BOX-ARG
                       " at branch " WS-BRANCH-ARG " held for "
                       "pickup - mail to " CUS-CUSTOMER-NAME
                       " is returned"
           ELSE
               DISPLAY "Drilling notice for box " WS-BOX-ARG
                       " at branch " WS-BRANCH-ARG " written to "
                       "data/SDBNOTCE.DAT for " CUS-CUSTOMER-NAME
           END-IF
           DISPLAY "The box may be drilled after "
                   SDB-DRILL-WAIT-DAYS " days".

       WRITE-DRILLING-NOTICE.
      *    The notice, addressed from the customer master's
      *    address block the same way LOANLATE's letters are
           MOVE CUS-CUSTOMER-ID TO WS-MAIL-HOLD-CUSTOMER
           PERFORM MAIL-HOLD-START
           OPEN EXTEND NOTICE-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE NOTICE-FILE
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE "--------------------------------------------" TO
               NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "Date: " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE CUS-CUSTOMER-NAME TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE CUS-ADDRESS-LINE-1 TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           IF CUS-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUS-ADDRESS-LINE-2 TO NOTICE-LINE
               PERFORM PUT-NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           STRING CUS-CITY ", " CUS-STATE " " CUS-ZIP-CODE
               DELIMITED BY SIZE INTO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "RE: Safe deposit box " SDB-BOX-NUMBER
                  " at branch " SDB-BRANCH
                  " - NOTICE OF INTENT TO DRILL"
               DELIMITED BY SIZE INTO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SDB-RENT-UNPAID TO WS-DISPLAY-RENT
           MOVE SPACES TO NOTICE-LINE
           STRING "Rent of $" WS-DISPLAY-RENT
                  " on your box has been unpaid since "
                  SDB-UNPAID-SINCE "."
               DELIMITED BY SIZE INTO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "Unless it is paid within " SDB-DRILL-WAIT-DAYS
                  " days of this notice, the box"
               DELIMITED BY SIZE INTO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE "will be opened by a locksmith in the presence of"
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE "two bank officers and its contents inventoried and"
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE "held for you. Drilling costs will be charged to you."
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           PERFORM MAIL-HOLD-END
           CLOSE NOTICE-FILE.

       DRILL-BOX.
      *    The notice period has run out with the rent still
      *    unpaid - the box is drilled, its contents inventoried
      *    and held, and the rental ends
           PERFORM READ-NAMED-BOX
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT SDB-RENTED OR SDB-RENT-UNPAID = ZERO
               DISPLAY "Error: Box " WS-BOX-ARG " has no unpaid "
                       "rent"
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SDB-NOTICE-DATE = ZERO
               DISPLAY "Error: No drilling notice has been sent - "
                       "run SAFEBOX NOTICE first"
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SDB-NOTICE-DATE TO WS-AGE-FROM-DATE
           PERFORM COMPUTE-AGE-DAYS
           IF WS-AGE-DAYS < SDB-DRILL-WAIT-DAYS
               MOVE WS-AGE-DAYS TO WS-DISPLAY-DAYS
               DISPLAY "Error: Notice sent " SDB-NOTICE-DATE
                       " has stood only " WS-DISPLAY-DAYS
                       " days of " SDB-DRILL-WAIT-DAYS
               CLOSE SAFE-BOX-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO SDB-STATUS
           MOVE WS-BUSINESS-DATE TO SDB-DRILLED-DATE
           REWRITE SAFE-BOX-RECORD
           CLOSE SAFE-BOX-FILE
           DISPLAY "Box " WS-BOX-ARG " at branch " WS-BRANCH-ARG
                   " recorded as drilled by " WS-TELLER-ID-PARM
           DISPLAY "Inventory the contents under dual control and "
                   "hold them for customer " SDB-RENTER-ID
           DISPLAY "SURRENDER the box once the contents are "
                   "claimed or turned over".

      * Vacancy and rent roll
       REPORT-RENT-ROLL.
           PERFORM OPEN-BOX-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-GRAND-TOTALS
           INITIALIZE WS-BRANCH-TOTALS
           DISPLAY "SAFE DEPOSIT BOX VACANCY AND RENT ROLL - "
                   WS-BUSINESS-DATE
           DISPLAY "==============================================="
           PERFORM START-BOX-BROWSE
           PERFORM UNTIL WS-EOF
               READ SAFE-BOX-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-BRANCH-ARG NOT = SPACES AND
                          SDB-BRANCH NOT = WS-BRANCH-ARG
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM REPORT-ONE-BOX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAFE-BOX-FILE
           IF WS-CURRENT-BRANCH NOT = SPACES
               PERFORM DISPLAY-BRANCH-TOTALS
           END-IF
           DISPLAY " "
           DISPLAY "ALL BRANCHES"
           DISPLAY "Boxes:   " WS-TOT-BOXES
           DISPLAY "Vacant:  " WS-TOT-VACANT
           DISPLAY "Rented:  " WS-TOT-RENTED
           DISPLAY "Drilled: " WS-TOT-DRILLED
           MOVE WS-TOT-RENT-ROLL TO WS-DISPLAY-TOTAL
           DISPLAY "Annual rent roll: $" WS-DISPLAY-TOTAL
           MOVE WS-TOT-UNPAID TO WS-DISPLAY-TOTAL
           DISPLAY "Rent unpaid:      $" WS-DISPLAY-TOTAL.

       REPORT-ONE-BOX.
           IF SDB-BRANCH NOT = WS-CURRENT-BRANCH
               IF WS-CURRENT-BRANCH NOT = SPACES
                   PERFORM DISPLAY-BRANCH-TOTALS
               END-IF
               MOVE SDB-BRANCH TO WS-CURRENT-BRANCH
               INITIALIZE WS-BRANCH-TOTALS
               DISPLAY " "
               DISPLAY "BRANCH " WS-CURRENT-BRANCH
               DISPLAY "BOX   S ST RENTER     ACCOUNT    "
                       "ANNUAL RENT DUE        UNPAID"
           END-IF
           ADD 1 TO WS-BRN-BOXES
           ADD 1 TO WS-TOT-BOXES
           EVALUATE TRUE
               WHEN SDB-VACANT
                   ADD 1 TO WS-BRN-VACANT
                   ADD 1 TO WS-TOT-VACANT
               WHEN SDB-RENTED
                   ADD 1 TO WS-BRN-RENTED
                   ADD 1 TO WS-TOT-RENTED
                   ADD SDB-ANNUAL-RENT TO WS-BRN-RENT-ROLL
                   ADD SDB-ANNUAL-RENT TO WS-TOT-RENT-ROLL
               WHEN SDB-DRILLED
                   ADD 1 TO WS-BRN-DRILLED
                   ADD 1 TO WS-TOT-DRILLED
           END-EVALUATE
           ADD SDB-RENT-UNPAID TO WS-BRN-UNPAID
           ADD SDB-RENT-UNPAID TO WS-TOT-UNPAID
           IF SDB-VACANT
               DISPLAY SDB-BOX-NUMBER " " SDB-SIZE " "
                       SDB-STATUS "  VACANT"
           ELSE
               MOVE SDB-ANNUAL-RENT TO WS-DISPLAY-RENT
               MOVE SDB-RENT-UNPAID TO WS-DISPLAY-AMOUNT
               DISPLAY SDB-BOX-NUMBER " " SDB-SIZE " "
                       SDB-STATUS "  " SDB-RENTER-ID " "
                       SDB-RENT-ACCOUNT " " WS-DISPLAY-RENT " "
                       SDB-RENT-DUE-DATE " " WS-DISPLAY-AMOUNT
           END-IF.

       DISPLAY-BRANCH-TOTALS.
           MOVE ZERO TO WS-VACANCY-PCT
           IF WS-BRN-BOXES > ZERO
               COMPUTE WS-VACANCY-PCT ROUNDED =
                   WS-BRN-VACANT * 100 / WS-BRN-BOXES
           END-IF
           MOVE WS-VACANCY-PCT TO WS-DISPLAY-PCT
           DISPLAY "  Branch " WS-CURRENT-BRANCH ": "
                   WS-BRN-BOXES " boxes, " WS-BRN-VACANT
                   " vacant (" WS-DISPLAY-PCT "%), "
                   WS-BRN-RENTED " rented, " WS-BRN-DRILLED
                   " drilled"
           MOVE WS-BRN-RENT-ROLL TO WS-DISPLAY-TOTAL
           DISPLAY "  Annual rent roll: $" WS-DISPLAY-TOTAL
           MOVE WS-BRN-UNPAID TO WS-DISPLAY-TOTAL
           DISPLAY "  Rent unpaid:      $" WS-DISPLAY-TOTAL.

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in rents and drilling wait with
      *    any operational parameter in force. No file means the
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
               WHEN "SDB-RENT-SMALL"
                   MOVE PRM-VALUE TO SDB-RENT-SMALL
               WHEN "SDB-RENT-MEDIUM"
                   MOVE PRM-VALUE TO SDB-RENT-MEDIUM
               WHEN "SDB-RENT-LARGE"
                   MOVE PRM-VALUE TO SDB-RENT-LARGE
               WHEN "SDB-RENT-XLARGE"
                   MOVE PRM-VALUE TO SDB-RENT-XLARGE
               WHEN "SDB-DRILL-WAIT-DAYS"
                   MOVE PRM-VALUE TO SDB-DRILL-WAIT-DAYS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       DISPLAY-USAGE.
           DISPLAY "SAFEBOX - Safe Deposit Box Rental"
           DISPLAY "Usage: SAFEBOX TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  ADD branch box S|M|L|X"
           DISPLAY "  RENT branch box renter account [holder ...]"
           DISPLAY "  AUTHORIZE branch box customer"
           DISPLAY "  REVOKE branch box customer"
           DISPLAY "  ACCESS branch box customer"
           DISPLAY "  SURRENDER branch box"
           DISPLAY "  SHOW branch box"
           DISPLAY "  LOG branch box"
           DISPLAY "  DELINQ [branch]"
           DISPLAY "  NOTICE branch box"
           DISPLAY "  DRILL branch box"
           DISPLAY "  REPORT [branch]".

       MAIL-HOLD-START.
      *    Ask MAILHOLD whether this letter is to be mailed or
      *    held for pickup - WS-MAIL-HOLD-CUSTOMER already loaded
           MOVE "S" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG.

       PUT-NOTICE-LINE.
      *    Mail the line, or file it with the held item
           IF MAIL-HELD
               MOVE NOTICE-LINE TO WS-MAIL-HOLD-LINE
               MOVE "L" TO WS-MAIL-HOLD-ACTION
               CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                     WS-MAIL-HOLD-SOURCE
                                     WS-MAIL-HOLD-CUSTOMER
                                     WS-MAIL-HOLD-LINE
                                     WS-MAIL-HOLD-FLAG
           ELSE
               WRITE NOTICE-LINE
           END-IF.

       MAIL-HOLD-END.
           MOVE "E" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG.

       END PROGRAM SAFEBOX.
