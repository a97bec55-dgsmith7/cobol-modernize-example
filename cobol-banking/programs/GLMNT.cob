       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMNT.
      *********************************************************
      * GLMNT - General Ledger Chart and Manual Journals
      * Maintains GLMASTER.DAT, the chart of accounts GLPOST
      * posts each night's GLJRNL.DAT into, and takes manual
      * journal entries - accruals and adjustments - that the
      * finance team used to key straight into its spreadsheet.
      * A manual journal never posts on one person's say-so:
      * JOURNAL queues it to PENDCHG.DAT, a different
      * supervisor approves it in DUALCTL, and the approval
      * lands it in GLMANUAL.DAT for that night's GLPOST.
      * Follows the PRODMNT command shape.
      *
      * Usage: GLMNT TELLER-ID COMMAND [ARGS]
      * Commands:
      *   ADD     gl-account class description
      *           (class A=Asset L=Liability Q=Equity
      *            I=Income E=Expense)
      *   DESC    gl-account description
      *   STATUS  gl-account A|I
      *   SHOW    gl-account
      *   LIST
      *   SEED    - adds the accounts GLEXTRCT's standard
      *             mapping posts to, and retained earnings
      *   JOURNAL debit-account credit-account amount
      *           description
      * Multi-word descriptions use underscores in place of
      * spaces.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    General ledger master - indexed by GL account
           SELECT GL-ACCOUNT-FILE ASSIGN TO "data/GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Dual-control pending changes - every manual journal
      *    queues here for a DUALCTL supervisor
           SELECT PENDING-FILE ASSIGN TO "data/PENDCHG.DAT"
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

       FD  GL-ACCOUNT-FILE.
           COPY "copybooks/GL-ACCOUNT-RECORD.cpy".

       FD  PENDING-FILE.
           COPY "copybooks/PENDING-CHANGE-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    GL maintenance working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(120).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-PND-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-PND-EOF              VALUE 'Y'.
           88  WS-PND-NOT-EOF          VALUE 'N'.
       01  WS-PND-NEXT-SEQUENCE        PIC 9(7) VALUE ZERO.
       01  WS-GL-ARG                   PIC X(6) VALUE SPACES.
       01  WS-CLASS-ARG                PIC X(1) VALUE SPACES.
       01  WS-DESCRIPTION-ARG          PIC X(30) VALUE SPACES.
       01  WS-NEW-STATUS               PIC X(1) VALUE SPACES.
       01  WS-DEBIT-GL-ARG             PIC X(6) VALUE SPACES.
       01  WS-CREDIT-GL-ARG            PIC X(6) VALUE SPACES.
       01  WS-TEMP-JOURNAL-AMOUNT      PIC X(16) VALUE SPACES.
       01  WS-JOURNAL-AMOUNT           PIC 9(10)V99 VALUE ZERO.
       01  WS-JOURNAL-DESCRIPTION      PIC X(30) VALUE SPACES.
      *    Fiscal year new accounts open into - the year the
      *    chart is already carrying, or the business year for
      *    the first account on an empty master
       01  WS-FISCAL-YEAR              PIC 9(4) VALUE ZERO.
       01  WS-PERIOD-SUB               PIC 9(2) VALUE ZERO.
       01  WS-RUNNING-BALANCE          PIC S9(13)V99 VALUE ZERO.
       01  WS-ACCOUNTS-LISTED          PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-SEEDED          PIC 9(3) VALUE ZERO.
       01  WS-CLASS-NAME               PIC X(9) VALUE SPACES.
       01  WS-DISPLAY-GL-AMOUNT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-GL-DEBITS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-GL-CREDITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *    Standard chart SEED adds - the accounts GLEXTRCT's
      *    compiled mapping posts to, plus retained earnings
      *    for GLCLOSE
       01  WS-SEED-VALUES.
           05  FILLER PIC X(37)
               VALUE "100100ACASH                          ".
           05  FILLER PIC X(37)
               VALUE "100300ACORRESPONDENT BANK ACCOUNT    ".
           05  FILLER PIC X(37)
               VALUE "120100ALOANS RECEIVABLE              ".
           05  FILLER PIC X(37)
               VALUE "200100LCUSTOMER DEPOSITS             ".
           05  FILLER PIC X(37)
               VALUE "200200LLOAN ESCROW LIABILITY         ".
           05  FILLER PIC X(37)
               VALUE "300100QRETAINED EARNINGS             ".
           05  FILLER PIC X(37)
               VALUE "400100EINTEREST EXPENSE              ".
           05  FILLER PIC X(37)
               VALUE "500100IFEE INCOME                    ".
           05  FILLER PIC X(37)
               VALUE "500200IOVERDRAFT INTEREST INCOME     ".
           05  FILLER PIC X(37)
               VALUE "500300ILOAN FEE INCOME               ".
           05  FILLER PIC X(37)
               VALUE "500400ILOAN INTEREST INCOME          ".
           05  FILLER PIC X(37)
               VALUE "600100EOVERDRAFT CHARGE-OFF LOSSES   ".
           05  FILLER PIC X(37)
               VALUE "600200ECASH OVER AND SHORT           ".
       01  WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
           05  WS-SEED-ENTRY OCCURS 13 TIMES.
               10  WS-SEED-ACCOUNT     PIC X(6).
               10  WS-SEED-CLASS       PIC X(1).
               10  WS-SEED-DESCRIPTION PIC X(30).
       01  WS-SEED-COUNT               PIC 9(2) VALUE 13.
       01  WS-SEED-SUB                 PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "ADD"
                   PERFORM ADD-GL-ACCOUNT
               WHEN "DESC"
                   PERFORM SET-GL-DESCRIPTION
               WHEN "STATUS"
                   PERFORM SET-GL-STATUS
               WHEN "SHOW"
                   PERFORM SHOW-GL-ACCOUNT
               WHEN "LIST"
                   PERFORM LIST-GL-ACCOUNTS
               WHEN "SEED"
                   PERFORM SEED-GL-CHART
               WHEN "JOURNAL"
                   PERFORM ENTER-MANUAL-JOURNAL
               WHEN OTHER
                   PERFORM DISPLAY-USAGE
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-EVALUATE
           STOP RUN RETURNING WS-MAIN-RETURN-CODE.

       INITIALIZATION.
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "ADD"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-GL-ARG
                            WS-CLASS-ARG
                            WS-DESCRIPTION-ARG
                   INSPECT WS-DESCRIPTION-ARG
                       REPLACING ALL "_" BY " "
               WHEN "DESC"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-GL-ARG
                            WS-DESCRIPTION-ARG
                   INSPECT WS-DESCRIPTION-ARG
                       REPLACING ALL "_" BY " "
               WHEN "STATUS"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-GL-ARG
                            WS-NEW-STATUS
               WHEN "SHOW"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-GL-ARG
               WHEN "JOURNAL"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-DEBIT-GL-ARG
                            WS-CREDIT-GL-ARG
                            WS-TEMP-JOURNAL-AMOUNT
                            WS-JOURNAL-DESCRIPTION
                   INSPECT WS-JOURNAL-DESCRIPTION
                       REPLACING ALL "_" BY " "
           END-EVALUATE
           IF WS-TEMP-JOURNAL-AMOUNT NOT = SPACES
               COMPUTE WS-JOURNAL-AMOUNT =
                   FUNCTION NUMVAL(WS-TEMP-JOURNAL-AMOUNT)
           END-IF.

       GET-BUSINESS-DATE.
      *    New accounts and queued journals carry the posting
      *    business date
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
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

       OPEN-GL-FILE-IO.
           OPEN I-O GL-ACCOUNT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE GL-ACCOUNT-FILE
               OPEN OUTPUT GL-ACCOUNT-FILE
               CLOSE GL-ACCOUNT-FILE
               OPEN I-O GL-ACCOUNT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening GL master, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       ESTABLISH-FISCAL-YEAR.
      *    A new account joins the fiscal year the rest of the
      *    chart is in, so GLCLOSE rolls it with the others
           DIVIDE WS-BUSINESS-DATE BY 10000
               GIVING WS-FISCAL-YEAR
           MOVE LOW-VALUES TO GLA-ACCOUNT
           START GL-ACCOUNT-FILE KEY IS NOT LESS THAN GLA-ACCOUNT
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ GL-ACCOUNT-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GLA-FISCAL-YEAR TO WS-FISCAL-YEAR
           END-READ.

       BUILD-NEW-GL-ACCOUNT.
      *    GLA-ACCOUNT, GLA-CLASS and GLA-DESCRIPTION are loaded
      *    by the caller
           MOVE "A" TO GLA-STATUS
           MOVE WS-FISCAL-YEAR TO GLA-FISCAL-YEAR
           MOVE ZERO TO GLA-OPENING-BALANCE
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 12
               MOVE ZERO TO GLA-PERIOD-DEBITS(WS-PERIOD-SUB)
               MOVE ZERO TO GLA-PERIOD-CREDITS(WS-PERIOD-SUB)
           END-PERFORM
           MOVE ZERO TO GLA-CURRENT-BALANCE
           MOVE ZERO TO GLA-LAST-POSTED-DATE
           MOVE WS-BUSINESS-DATE TO GLA-OPENED-DATE.

       ADD-GL-ACCOUNT.
           IF WS-GL-ARG IS NOT NUMERIC OR
              WS-DESCRIPTION-ARG = SPACES OR
              (WS-CLASS-ARG NOT = "A" AND
               WS-CLASS-ARG NOT = "L" AND
               WS-CLASS-ARG NOT = "Q" AND
               WS-CLASS-ARG NOT = "I" AND
               WS-CLASS-ARG NOT = "E")
               DISPLAY "Error: ADD needs a six-digit GL account, "
                       "class (A/L/Q/I/E) and description"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-GL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ESTABLISH-FISCAL-YEAR
           MOVE WS-GL-ARG TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   MOVE WS-CLASS-ARG TO GLA-CLASS
                   MOVE WS-DESCRIPTION-ARG TO GLA-DESCRIPTION
                   PERFORM BUILD-NEW-GL-ACCOUNT
                   WRITE GL-ACCOUNT-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "GL account " GLA-ACCOUNT
                               " added: " GLA-DESCRIPTION
                   ELSE
                       DISPLAY "Error writing GL account record"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Error: GL account " WS-GL-ARG
                           " already exists"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
           END-READ
           CLOSE GL-ACCOUNT-FILE.

       SET-GL-DESCRIPTION.
           IF WS-GL-ARG = SPACES OR WS-DESCRIPTION-ARG = SPACES
               DISPLAY "Error: DESC needs gl-account description"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-GL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-ARG TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: GL account " WS-GL-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-DESCRIPTION-ARG TO GLA-DESCRIPTION
                   REWRITE GL-ACCOUNT-RECORD
                   DISPLAY "GL account " GLA-ACCOUNT
                           " description set to " GLA-DESCRIPTION
           END-READ
           CLOSE GL-ACCOUNT-FILE.

       SET-GL-STATUS.
           IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "I"
               DISPLAY "Error: STATUS must be A or I"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-GL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-ARG TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: GL account " WS-GL-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-NEW-STATUS TO GLA-STATUS
                   REWRITE GL-ACCOUNT-RECORD
                   DISPLAY "GL account " GLA-ACCOUNT
                           " status set to " GLA-STATUS
           END-READ
           CLOSE GL-ACCOUNT-FILE.

       SET-CLASS-NAME.
           EVALUATE TRUE
               WHEN GLA-ASSET
                   MOVE "ASSET" TO WS-CLASS-NAME
               WHEN GLA-LIABILITY
                   MOVE "LIABILITY" TO WS-CLASS-NAME
               WHEN GLA-EQUITY
                   MOVE "EQUITY" TO WS-CLASS-NAME
               WHEN GLA-INCOME
                   MOVE "INCOME" TO WS-CLASS-NAME
               WHEN GLA-EXPENSE
                   MOVE "EXPENSE" TO WS-CLASS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-CLASS-NAME
           END-EVALUATE.

       SHOW-GL-ACCOUNT.
           PERFORM OPEN-GL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-ARG TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: GL account " WS-GL-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   PERFORM SET-CLASS-NAME
                   DISPLAY "GL account:     " GLA-ACCOUNT
                   DISPLAY "Description:    " GLA-DESCRIPTION
                   DISPLAY "Class:          " GLA-CLASS " "
                           WS-CLASS-NAME
                   DISPLAY "Status:         " GLA-STATUS
                   DISPLAY "Fiscal year:    " GLA-FISCAL-YEAR
                   DISPLAY "Last posted:    " GLA-LAST-POSTED-DATE
                   MOVE GLA-OPENING-BALANCE TO WS-DISPLAY-GL-AMOUNT
                   DISPLAY "Opening bal:    " WS-DISPLAY-GL-AMOUNT
                   DISPLAY "Period             Debits"
                           "             Credits"
                           "             Balance"
                   MOVE GLA-OPENING-BALANCE TO WS-RUNNING-BALANCE
                   PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                           UNTIL WS-PERIOD-SUB > 12
                       COMPUTE WS-RUNNING-BALANCE =
                           WS-RUNNING-BALANCE
                           + GLA-PERIOD-DEBITS(WS-PERIOD-SUB)
                           - GLA-PERIOD-CREDITS(WS-PERIOD-SUB)
                       MOVE GLA-PERIOD-DEBITS(WS-PERIOD-SUB) TO
                           WS-DISPLAY-GL-DEBITS
                       MOVE GLA-PERIOD-CREDITS(WS-PERIOD-SUB) TO
                           WS-DISPLAY-GL-CREDITS
                       MOVE WS-RUNNING-BALANCE TO
                           WS-DISPLAY-GL-AMOUNT
                       DISPLAY "  " WS-PERIOD-SUB "  "
                               WS-DISPLAY-GL-DEBITS " "
                               WS-DISPLAY-GL-CREDITS
                               WS-DISPLAY-GL-AMOUNT
                   END-PERFORM
                   MOVE GLA-CURRENT-BALANCE TO WS-DISPLAY-GL-AMOUNT
                   DISPLAY "Current bal:    " WS-DISPLAY-GL-AMOUNT
                   DISPLAY "(Balances are debit-positive)"
           END-READ
           CLOSE GL-ACCOUNT-FILE.

       LIST-GL-ACCOUNTS.
           PERFORM OPEN-GL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GENERAL LEDGER CHART OF ACCOUNTS"
           DISPLAY "================================="
           PERFORM UNTIL WS-EOF
               READ GL-ACCOUNT-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-LISTED
                       MOVE GLA-CURRENT-BALANCE TO
                           WS-DISPLAY-GL-AMOUNT
                       DISPLAY GLA-ACCOUNT " " GLA-CLASS " "
                               GLA-STATUS " " GLA-DESCRIPTION
                               WS-DISPLAY-GL-AMOUNT
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-FILE
           DISPLAY " "
           DISPLAY "GL accounts listed: " WS-ACCOUNTS-LISTED.

       SEED-GL-CHART.
      *    Adds whichever standard accounts are missing -
      *    accounts already on file are left exactly as they are
           PERFORM OPEN-GL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ESTABLISH-FISCAL-YEAR
           PERFORM VARYING WS-SEED-SUB FROM 1 BY 1
                   UNTIL WS-SEED-SUB > WS-SEED-COUNT
               MOVE WS-SEED-ACCOUNT(WS-SEED-SUB) TO GLA-ACCOUNT
               READ GL-ACCOUNT-FILE
                   INVALID KEY
                       MOVE WS-SEED-CLASS(WS-SEED-SUB) TO GLA-CLASS
                       MOVE WS-SEED-DESCRIPTION(WS-SEED-SUB) TO
                           GLA-DESCRIPTION
                       PERFORM BUILD-NEW-GL-ACCOUNT
                       WRITE GL-ACCOUNT-RECORD
                       IF WS-FILE-STATUS = "00"
                           ADD 1 TO WS-ACCOUNTS-SEEDED
                           DISPLAY "GL account " GLA-ACCOUNT
                                   " added: " GLA-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-FILE
           DISPLAY "Standard GL accounts added: "
                   WS-ACCOUNTS-SEEDED.

       ENTER-MANUAL-JOURNAL.
           IF WS-DEBIT-GL-ARG = SPACES OR
              WS-CREDIT-GL-ARG = SPACES OR
              WS-JOURNAL-AMOUNT NOT > ZERO OR
              WS-JOURNAL-DESCRIPTION = SPACES
               DISPLAY "Error: JOURNAL needs debit-account "
                       "credit-account amount description"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEBIT-GL-ARG = WS-CREDIT-GL-ARG
               DISPLAY "Error: The debit and credit accounts "
                       "must differ"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-GL-FILE-IO
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEBIT-GL-ARG TO WS-GL-ARG
           PERFORM VALIDATE-JOURNAL-ACCOUNT
           MOVE WS-CREDIT-GL-ARG TO WS-GL-ARG
           PERFORM VALIDATE-JOURNAL-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *    Always queued - a manual journal takes a second,
      *    different supervisor in DUALCTL before it posts. The
      *    sequence scan reads through the record area, so it
      *    runs before the payload is loaded.
           PERFORM ASSIGN-PENDING-SEQUENCE
           MOVE "GLMNT" TO PND-SOURCE
           MOVE "JOURNAL" TO PND-OPERATION
           MOVE SPACES TO PND-KEY
           STRING WS-DEBIT-GL-ARG " " WS-CREDIT-GL-ARG
               DELIMITED BY SIZE INTO PND-KEY
           MOVE WS-JOURNAL-DESCRIPTION TO PND-VALUE-TEXT
           MOVE SPACES TO PND-ADDR-LINE-1
           MOVE SPACES TO PND-ADDR-LINE-2
           MOVE SPACES TO PND-CITY
           MOVE SPACES TO PND-STATE
           MOVE SPACES TO PND-ZIP-CODE
           MOVE WS-JOURNAL-AMOUNT TO PND-VALUE-NUM
           MOVE WS-BUSINESS-DATE TO PND-EFFECTIVE-DATE
           PERFORM WRITE-PENDING-RECORD.

       VALIDATE-JOURNAL-ACCOUNT.
           MOVE WS-GL-ARG TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: GL account " WS-GL-ARG
                           " not found"
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   IF NOT GLA-ACTIVE
                       DISPLAY "Error: GL account " WS-GL-ARG
                               " is inactive"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

       ASSIGN-PENDING-SEQUENCE.
      *    Next sequence is one past the highest on file, the
      *    same assignment CUSTMNT makes
           MOVE 1 TO WS-PND-NEXT-SEQUENCE
           OPEN INPUT PENDING-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-PND-NOT-EOF TO TRUE
           PERFORM UNTIL WS-PND-EOF
               READ PENDING-FILE
                   AT END
                       SET WS-PND-EOF TO TRUE
                   NOT AT END
                       IF PND-SEQUENCE >= WS-PND-NEXT-SEQUENCE
                           COMPUTE WS-PND-NEXT-SEQUENCE =
                               PND-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           SET WS-PND-NOT-EOF TO TRUE.

       WRITE-PENDING-RECORD.
      *    The sequence and payload fields are already loaded by
      *    the caller - this stamps the maker, dates the record
      *    and queues it
           OPEN EXTEND PENDING-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE PENDING-FILE
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE WS-PND-NEXT-SEQUENCE TO PND-SEQUENCE
           MOVE WS-TELLER-ID-PARM TO PND-MAKER-ID
           MOVE WS-DATE-NUMERIC TO PND-DATE
           MOVE WS-TIME-NUMERIC TO PND-TIME
           MOVE "P" TO PND-STATUS
           MOVE SPACES TO PND-CHECKER-ID
           WRITE PENDING-CHANGE-RECORD
           CLOSE PENDING-FILE
           MOVE WS-JOURNAL-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Journal Dr " WS-DEBIT-GL-ARG " Cr "
                   WS-CREDIT-GL-ARG " $" WS-DISPLAY-AMOUNT
           DISPLAY "Queued for supervisor approval - "
                   "pending sequence " WS-PND-NEXT-SEQUENCE
           DISPLAY "A different supervisor releases it to "
                   "GLPOST with DUALCTL APPROVE".

       DISPLAY-USAGE.
           DISPLAY "GLMNT - General Ledger Chart and Manual "
                   "Journals"
           DISPLAY "Usage: GLMNT TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  ADD gl-account class description"
           DISPLAY "      (A=Asset L=Liability Q=Equity I=Income "
                   "E=Expense)"
           DISPLAY "  DESC gl-account description"
           DISPLAY "  STATUS gl-account A|I"
           DISPLAY "  SHOW gl-account"
           DISPLAY "  LIST"
           DISPLAY "  SEED"
           DISPLAY "  JOURNAL debit-account credit-account amount "
                   "description"
           DISPLAY "Multi-word descriptions use underscores in "
                   "place of spaces".

       END PROGRAM GLMNT.
