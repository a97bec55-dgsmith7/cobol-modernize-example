      * for channels that are not card-driven. PURCHASE posts
      * like a WITHDRAW but accumulates against the card's
      * purchase limit instead of its withdrawal limit.
      * A card debit is also screened against the fraud rules
      * on FRAUDRUL.DAT (transaction velocity, an amount far
      * above the card's usual, repeated declines, a large
      * first use of a new card). A hit either declines the
      * debit and hot-lists the card, or lets it through, and
      * either way the attempt lands on the FRAUDQ.DAT review
      * queue CARDFRD works.
      * LS-TERMINAL-ID names the ATM a WITHDRAW was dispensed
      * at - validated against the ATM terminal master, stamped
      * on the posted transaction, and added to the terminal's
      * dispensed total that ATMMNT BALANCE proves the
      * contractor's count against. Spaces for a withdrawal
      * that didn't come from an ATM.
      *********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Card fraud rules maintained by CARDFRD RULE
           SELECT FRAUD-RULE-FILE ASSIGN TO "data/FRAUDRUL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Card attempt log - every approved or declined card
      *    debit, with its time, for the velocity and decline
      *    rules
           SELECT CARD-ATTEMPT-FILE ASSIGN TO "data/CARDATT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Card fraud review queue worked with CARDFRD
           SELECT FRAUD-QUEUE-FILE ASSIGN TO "data/FRAUDQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Teller master file - the call's teller ID is validated
      *    against it before a channel debit posts, the same check
      *    BANKLEDG's PARSE-PARAMETERS makes on the command line
               RECORD KEY IS TLR-TELLER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    ATM terminal master maintained by ATMMNT - the
      *    terminal a withdrawal was dispensed at is validated
      *    and its dispensed total updated here
           SELECT ATM-TERMINAL-FILE ASSIGN TO "data/ATMTERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATM-TERMINAL-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control - single record, read at
      *    INITIALIZATION so transactions are stamped with the
      *    business date rather than the wall clock
       FD  CARD-USAGE-FILE.
           COPY "copybooks/CARD-USAGE-RECORD.cpy".

       FD  FRAUD-RULE-FILE.
           COPY "copybooks/FRAUD-RULE-RECORD.cpy".

       FD  CARD-ATTEMPT-FILE.
           COPY "copybooks/CARD-ATTEMPT-RECORD.cpy".

       FD  FRAUD-QUEUE-FILE.
           COPY "copybooks/FRAUD-QUEUE-RECORD.cpy".

       FD  TELLER-FILE.
           COPY "copybooks/TELLER-RECORD.cpy".

       FD  ATM-TERMINAL-FILE.
           COPY "copybooks/ATM-TERMINAL-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

      *    W for a WITHDRAW, P for a PURCHASE - which side of
      *    the card's limits the request accumulates against
       01  WS-CARD-USE-TYPE            PIC X(1) VALUE "W".
      *    The card's uses on file on the same side, any date -
      *    the usual amount the AMTSPIKE rule compares against
       01  WS-CARD-HISTORY-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CARD-HISTORY-TOTAL       PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CARD-HISTORY-AVERAGE     PIC S9(10)V99 COMP-3
                                       VALUE ZERO.

      *    Card fraud rule thresholds - compiled-in values,
      *    overridden rule by rule from FRAUDRUL.DAT. Action
      *    D declines and hot-lists, R allows and queues for
      *    review, N switches the rule off.
       01  FRAUD-VELOCITY-ACTION       PIC X(1) VALUE "R".
       01  FRAUD-VELOCITY-COUNT        PIC 9(3) VALUE 5.
       01  FRAUD-VELOCITY-MINUTES      PIC 9(4) VALUE 60.
       01  FRAUD-AMTSPIKE-ACTION       PIC X(1) VALUE "R".
       01  FRAUD-AMTSPIKE-USES         PIC 9(3) VALUE 3.
       01  FRAUD-AMTSPIKE-FLOOR        PIC 9(8)V99 VALUE 200.00.
       01  FRAUD-AMTSPIKE-FACTOR       PIC 9(3)V99 VALUE 5.00.
       01  FRAUD-DECLINES-ACTION       PIC X(1) VALUE "R".
       01  FRAUD-DECLINES-COUNT        PIC 9(3) VALUE 3.
       01  FRAUD-DECLINES-MINUTES      PIC 9(4) VALUE 60.
       01  FRAUD-NEWCARD-ACTION        PIC X(1) VALUE "R".
       01  FRAUD-NEWCARD-DAYS          PIC 9(4) VALUE 7.
       01  FRAUD-NEWCARD-AMOUNT        PIC 9(8)V99 VALUE 500.00.

      *    Card fraud screening result and work fields
       01  WS-FRAUD-RESULT-FLAG        PIC X(1) VALUE SPACE.
           88  FRAUD-NOT-FLAGGED       VALUE SPACE.
           88  FRAUD-REVIEW            VALUE "R".
           88  FRAUD-DECLINE           VALUE "D".
       01  WS-FRAUD-RULE-HIT           PIC X(8) VALUE SPACES.
       01  WS-FRAUD-RULE-CODE          PIC X(8).
       01  WS-FRAUD-RULE-ACTION        PIC X(1).
       01  WS-CARD-RECENT-APPROVED     PIC 9(5) VALUE ZERO.
       01  WS-CARD-RECENT-DECLINED     PIC 9(5) VALUE ZERO.
       01  WS-VELOCITY-WINDOW-SECONDS  PIC 9(6).
       01  WS-DECLINE-WINDOW-SECONDS   PIC 9(6).
       01  WS-CARD-ATTEMPT-OUTCOME     PIC X(1).
       01  WS-FRQ-NEXT-SEQUENCE        PIC 9(7).
       01  WS-FRR-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-FRR-EOF              VALUE 'Y'.
           88  WS-FRR-NOT-EOF          VALUE 'N'.
       01  WS-CAT-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CAT-EOF              VALUE 'Y'.
           88  WS-CAT-NOT-EOF          VALUE 'N'.
       01  WS-FRQ-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-FRQ-EOF              VALUE 'Y'.
           88  WS-FRQ-NOT-EOF          VALUE 'N'.

      *    Overdraft protection sweep - the shortfall handed to
      *    the ODSWEEP subprogram and what it reports back
       01  WS-SWEEP-SHORTFALL          PIC 9(10)V99 VALUE ZERO.
       01  WS-SWEPT-AMOUNT             PIC 9(10)V99 VALUE ZERO.
       01  WS-SWEEP-RETURN-CODE        PIC 9(2) VALUE ZERO.
      *    Overdraft fee item capture - a channel debit paid into
      *    the overdraft line is handed to the FEEITEM subprogram
      *    for the nightly ITEMFEE step to assess
       01  WS-FEE-ITEM-KIND            PIC X(1).
       01  WS-FEE-ITEM-SOURCE          PIC X(8) VALUE "TELLERXN".
       01  WS-FEE-ITEM-RETURN-CODE     PIC 9(2) VALUE ZERO.
       01  WS-AUDIT-OPERATION          PIC X(10).

      *    Joint-account signer recognition flag, same match-flag
           88  TELLER-FILE-PRESENT     VALUE 'Y'.
           88  TELLER-FILE-ABSENT      VALUE 'N'.

      *    ATM terminal validation - skipped, like the teller
      *    check, until ATMTERM.DAT has been set up
       01  WS-ATM-TERMINAL-FLAG        PIC X(1) VALUE 'Y'.
           88  ATM-TERMINAL-ACCEPTED   VALUE 'Y'.
           88  ATM-TERMINAL-REJECTED   VALUE 'N'.

      *    Batch-window posting lock, same divert-to-queue
      *    behavior as BANKLEDG's monetary commands
       01  WS-POSTING-LOCK-FLAG        PIC X(1) VALUE 'N'.
       01  WS-EXCESS-FEE-FLAG          PIC X(1) VALUE 'N'.
           88  EXCESS-FEE-DUE          VALUE 'Y'.
           88  NO-EXCESS-FEE           VALUE 'N'.
      *    Excess-activity fee waiver lookup through FEEWAIV
       01  WS-WAIVE-ACCOUNT            PIC 9(10).
       01  WS-WAIVE-FEE-CODE           PIC X(6) VALUE "EXCESS".
       01  WS-WAIVE-AMOUNT             PIC 9(10)V99.
       01  WS-WAIVE-SOURCE             PIC X(8) VALUE "TELLERXN".
       01  WS-WAIVE-FLAG               PIC X(1) VALUE 'N'.
           88  FEE-IS-WAIVED           VALUE 'Y'.
       01  WS-WAIVE-RETURN-CODE        PIC 9(2) VALUE ZERO.

       01  WS-HOLD-RELEASE-DATE        PIC 9(8).
       01  WS-BD-YEAR                  PIC 9(4).
      *    the calling teller's own TLR-TXN-LIMIT - spaces when no
      *    override is being asserted
       01  LS-SUPERVISOR-ID            PIC X(5).
      *    ATM terminal a WITHDRAW was dispensed at - spaces for
      *    a withdrawal that didn't come from an ATM
       01  LS-TERMINAL-ID              PIC X(8).
       01  LS-BALANCE                  PIC S9(10)V99 COMP-3.
       01  LS-RETURN-CODE              PIC 9(2).

                               LS-ACTING-CUSTOMER-ID
                               LS-CARD-NUMBER
                               LS-SUPERVISOR-ID
                               LS-TERMINAL-ID
                               LS-BALANCE
                               LS-RETURN-CODE.

      *    Working storage persists across calls in one run unit
      *    (SAFDRAIN calls once per queue entry), so the divert
      *    flag resets here
           SET NOT-DIVERTED TO TRUE
           SET FRAUD-NOT-FLAGGED TO TRUE.

       GET-BUSINESS-DATE.
      *    Stamp monetary activity with the posting business date
               EXIT PARAGRAPH
           END-IF

      *    Screen the card debit against the fraud rules - a
      *    decline hit stops the card here and now, a review hit
      *    lets the debit carry on but queues it for an analyst
           PERFORM SCREEN-CARD-FRAUD
           IF FRAUD-DECLINE
               PERFORM HOT-LIST-CARD
               PERFORM CAPTURE-TO-FRAUD-QUEUE
               PERFORM RECORD-CHANNEL-DECLINE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FRAUD-REVIEW
               PERFORM CAPTURE-TO-FRAUD-QUEUE
           END-IF

      *    Validate the calling teller against the teller master
      *    before the channel debit posts, and require a supervisor
      *    override when the amount is over the teller's own limit
               EXIT PARAGRAPH
           END-IF

      *    A withdrawal dispensed at an ATM must name a terminal
      *    on the ATM master that is still in service
           PERFORM VALIDATE-ATM-TERMINAL
           IF ATM-TERMINAL-REJECTED
               PERFORM RECORD-CHANNEL-DECLINE
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF

      *    During the nightly batch window, capture instead of post
           PERFORM CHECK-POSTING-LOCK
           IF BATCH-WINDOW-OPEN
                               IF LS-CARD-NUMBER > ZERO
                                   PERFORM RECORD-CARD-USAGE
                               END-IF
                               IF LS-FUNCTION-CODE = "WITHDRAW" AND
                                  LS-TERMINAL-ID NOT = SPACES
                                   PERFORM RECORD-ATM-DISPENSE
                               END-IF
                               IF ACC-BALANCE < ZERO
                                   PERFORM CAPTURE-OD-FEE-ITEM
                               END-IF
                           ELSE
                               DISPLAY "Error updating account"
                               SET ERROR-OCCURRED TO TRUE
           CLOSE ACCOUNT-FILE.


       CAPTURE-OD-FEE-ITEM.
      *    The debit just posted left the account negative - it
      *    was paid into the overdraft line, so log it for the
      *    nightly item fee assessment
           MOVE "P" TO WS-FEE-ITEM-KIND
           CALL "FEEITEM" USING LS-ACCOUNT-NUMBER
                                WS-FEE-ITEM-KIND
                                LS-AMOUNT
                                WS-TRANSACTION-COUNTER
                                LS-CHECK-NUMBER
                                ACC-BALANCE
                                WS-FEE-ITEM-SOURCE
                                WS-FEE-ITEM-RETURN-CODE.

       ATTEMPT-OVERDRAFT-SWEEP.
      *    The account is short of its own collected funds and
      *    carries a protection link - pull covering increments

       SUM-CARD-USAGE-TODAY.
      *    The day's prior activity on this card and side - the
      *    rolling total the limit is enforced against - and,
      *    in the same pass, every use on that side for the
      *    card's usual amount
           MOVE ZERO TO WS-CARD-USED-TODAY
           MOVE ZERO TO WS-CARD-HISTORY-COUNT
           MOVE ZERO TO WS-CARD-HISTORY-TOTAL
           OPEN INPUT CARD-USAGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
                          CDU-TYPE = WS-CARD-USE-TYPE
                           ADD CDU-AMOUNT TO WS-CARD-USED-TODAY
                       END-IF
                       IF CDU-CARD-NUMBER = LS-CARD-NUMBER AND
                          CDU-TYPE = WS-CARD-USE-TYPE
                           ADD 1 TO WS-CARD-HISTORY-COUNT
                           ADD CDU-AMOUNT TO WS-CARD-HISTORY-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-USAGE-FILE
           MOVE WS-CARD-USE-TYPE TO CDU-TYPE
           MOVE LS-AMOUNT TO CDU-AMOUNT
           MOVE WS-TRANSACTION-COUNTER TO CDU-TXN-ID
      *    A purchase awaits the network's clearing record
           MOVE SPACES TO CDU-CLEAR-STATUS
           MOVE ZERO TO CDU-CLEAR-DATE
           WRITE CARD-USAGE-RECORD
           CLOSE CARD-USAGE-FILE
           MOVE "A" TO WS-CARD-ATTEMPT-OUTCOME
           PERFORM RECORD-CARD-ATTEMPT.

       RECORD-CARD-ATTEMPT.
      *    Log the card debit's outcome with its time of day -
      *    WS-CARD-ATTEMPT-OUTCOME must already be set
           OPEN EXTEND CARD-ATTEMPT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CARD-ATTEMPT-FILE
               OPEN OUTPUT CARD-ATTEMPT-FILE
           END-IF
           MOVE LS-CARD-NUMBER TO CAT-CARD-NUMBER
           MOVE LS-ACCOUNT-NUMBER TO CAT-ACCOUNT
           MOVE WS-BUSINESS-DATE TO CAT-DATE
           MOVE WS-TIME-NUMERIC TO CAT-TIME
           MOVE WS-CARD-USE-TYPE TO CAT-TYPE
           MOVE LS-AMOUNT TO CAT-AMOUNT
           MOVE WS-CARD-ATTEMPT-OUTCOME TO CAT-OUTCOME
           WRITE CARD-ATTEMPT-RECORD
           CLOSE CARD-ATTEMPT-FILE.

       SCREEN-CARD-FRAUD.
      *    Run the card debit past each fraud rule. The strongest
      *    action among the rules that hit wins - any decline
      *    hit declines - and the rule that decided it is the
      *    one the review queue shows. No card, no screening.
           SET FRAUD-NOT-FLAGGED TO TRUE
           MOVE SPACES TO WS-FRAUD-RULE-HIT
           IF LS-CARD-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FRAUD-RULES
           PERFORM COUNT-RECENT-CARD-ATTEMPTS

      *    Too many approved card debits in the window
           IF FRAUD-VELOCITY-COUNT > ZERO AND
              WS-CARD-RECENT-APPROVED >= FRAUD-VELOCITY-COUNT
               MOVE "VELOCITY" TO WS-FRAUD-RULE-CODE
               MOVE FRAUD-VELOCITY-ACTION TO WS-FRAUD-RULE-ACTION
               PERFORM APPLY-FRAUD-RULE-HIT
           END-IF

      *    Far above the card's usual amount - only once the
      *    card has enough history for "usual" to mean anything
           IF WS-CARD-HISTORY-COUNT > ZERO AND
              WS-CARD-HISTORY-COUNT >= FRAUD-AMTSPIKE-USES AND
              LS-AMOUNT >= FRAUD-AMTSPIKE-FLOOR
               COMPUTE WS-CARD-HISTORY-AVERAGE ROUNDED =
                   WS-CARD-HISTORY-TOTAL / WS-CARD-HISTORY-COUNT
               IF LS-AMOUNT >
                      WS-CARD-HISTORY-AVERAGE * FRAUD-AMTSPIKE-FACTOR
                   MOVE "AMTSPIKE" TO WS-FRAUD-RULE-CODE
                   MOVE FRAUD-AMTSPIKE-ACTION TO
                       WS-FRAUD-RULE-ACTION
                   PERFORM APPLY-FRAUD-RULE-HIT
               END-IF
           END-IF

      *    Declined again and again in the window - someone
      *    guessing, or a card already refused being retried
           IF FRAUD-DECLINES-COUNT > ZERO AND
              WS-CARD-RECENT-DECLINED >= FRAUD-DECLINES-COUNT
               MOVE "DECLINES" TO WS-FRAUD-RULE-CODE
               MOVE FRAUD-DECLINES-ACTION TO WS-FRAUD-RULE-ACTION
               PERFORM APPLY-FRAUD-RULE-HIT
           END-IF

      *    A large debit on a card issued only days ago. The
      *    card record is still in hand from the validation.
           IF CRD-ISSUE-DATE > ZERO AND
              LS-AMOUNT >= FRAUD-NEWCARD-AMOUNT
               MOVE CRD-ISSUE-DATE TO WS-BD-WORK-DATE
               PERFORM ADD-ONE-CALENDAR-DAY
                   FRAUD-NEWCARD-DAYS TIMES
               IF WS-BD-WORK-DATE >= WS-BUSINESS-DATE
                   MOVE "NEWCARD" TO WS-FRAUD-RULE-CODE
                   MOVE FRAUD-NEWCARD-ACTION TO WS-FRAUD-RULE-ACTION
                   PERFORM APPLY-FRAUD-RULE-HIT
               END-IF
           END-IF.

       APPLY-FRAUD-RULE-HIT.
           EVALUATE WS-FRAUD-RULE-ACTION
               WHEN "D"
                   IF NOT FRAUD-DECLINE
                       SET FRAUD-DECLINE TO TRUE
                       MOVE WS-FRAUD-RULE-CODE TO WS-FRAUD-RULE-HIT
                   END-IF
               WHEN "R"
                   IF FRAUD-NOT-FLAGGED
                       SET FRAUD-REVIEW TO TRUE
                       MOVE WS-FRAUD-RULE-CODE TO WS-FRAUD-RULE-HIT
                   END-IF
      *        N - the rule is switched off
           END-EVALUATE.

       LOAD-FRAUD-RULES.
      *    Overlay the compiled-in thresholds with the rules on
      *    file. No file means the compiled values stand.
           OPEN INPUT FRAUD-RULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-FRR-NOT-EOF TO TRUE
           PERFORM UNTIL WS-FRR-EOF
               READ FRAUD-RULE-FILE
                   AT END
                       SET WS-FRR-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-FRAUD-RULE
               END-READ
           END-PERFORM
           CLOSE FRAUD-RULE-FILE.

       APPLY-ONE-FRAUD-RULE.
           EVALUATE FRR-RULE-CODE
               WHEN "VELOCITY"
                   MOVE FRR-ACTION TO FRAUD-VELOCITY-ACTION
                   MOVE FRR-COUNT TO FRAUD-VELOCITY-COUNT
                   MOVE FRR-WINDOW TO FRAUD-VELOCITY-MINUTES
               WHEN "AMTSPIKE"
                   MOVE FRR-ACTION TO FRAUD-AMTSPIKE-ACTION
                   MOVE FRR-COUNT TO FRAUD-AMTSPIKE-USES
                   MOVE FRR-AMOUNT TO FRAUD-AMTSPIKE-FLOOR
                   MOVE FRR-FACTOR TO FRAUD-AMTSPIKE-FACTOR
               WHEN "DECLINES"
                   MOVE FRR-ACTION TO FRAUD-DECLINES-ACTION
                   MOVE FRR-COUNT TO FRAUD-DECLINES-COUNT
                   MOVE FRR-WINDOW TO FRAUD-DECLINES-MINUTES
               WHEN "NEWCARD"
                   MOVE FRR-ACTION TO FRAUD-NEWCARD-ACTION
                   MOVE FRR-WINDOW TO FRAUD-NEWCARD-DAYS
                   MOVE FRR-AMOUNT TO FRAUD-NEWCARD-AMOUNT
           END-EVALUATE.

       COUNT-RECENT-CARD-ATTEMPTS.
      *    The card's approvals and declines earlier in the
      *    business day, each inside its own rule's window - the
      *    same time-of-day comparison the duplicate screen makes
           MOVE ZERO TO WS-CARD-RECENT-APPROVED
           MOVE ZERO TO WS-CARD-RECENT-DECLINED
           MOVE WS-TIME-NUMERIC TO WS-TIME-SPLIT-WORK
           PERFORM SPLIT-TIME-TO-SECONDS
           MOVE WS-TXN-SECONDS TO WS-NOW-SECONDS
           COMPUTE WS-VELOCITY-WINDOW-SECONDS =
               FRAUD-VELOCITY-MINUTES * 60
           COMPUTE WS-DECLINE-WINDOW-SECONDS =
               FRAUD-DECLINES-MINUTES * 60
           OPEN INPUT CARD-ATTEMPT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-CAT-NOT-EOF TO TRUE
           PERFORM UNTIL WS-CAT-EOF
               READ CARD-ATTEMPT-FILE
                   AT END
                       SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF CAT-CARD-NUMBER = LS-CARD-NUMBER AND
                          CAT-DATE = WS-BUSINESS-DATE
                           PERFORM COUNT-ONE-CARD-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-ATTEMPT-FILE.

       COUNT-ONE-CARD-ATTEMPT.
           MOVE CAT-TIME TO WS-TIME-SPLIT-WORK
           PERFORM SPLIT-TIME-TO-SECONDS
           COMPUTE WS-SECONDS-APART =
               WS-NOW-SECONDS - WS-TXN-SECONDS
           IF WS-SECONDS-APART < ZERO
               COMPUTE WS-SECONDS-APART = WS-SECONDS-APART * -1
           END-IF
           IF CAT-APPROVED AND
              WS-SECONDS-APART <= WS-VELOCITY-WINDOW-SECONDS
               ADD 1 TO WS-CARD-RECENT-APPROVED
           END-IF
           IF (CAT-DECLINED OR CAT-FRAUD-DECLINED) AND
              WS-SECONDS-APART <= WS-DECLINE-WINDOW-SECONDS
               ADD 1 TO WS-CARD-RECENT-DECLINED
           END-IF.

       HOT-LIST-CARD.
      *    Same status CARDMNT HOT sets - the card is refused
      *    everywhere until an analyst clears it
           OPEN I-O CARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CARD-NUMBER TO CRD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CLOSE CARD-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "H" TO CRD-STATUS
           REWRITE CARD-RECORD
           CLOSE CARD-FILE
           DISPLAY "Error: Card " LS-CARD-NUMBER " declined and "
                   "hot-listed by fraud rule " WS-FRAUD-RULE-HIT.

       CAPTURE-TO-FRAUD-QUEUE.
           PERFORM ASSIGN-FRAUD-QUEUE-SEQUENCE
           OPEN EXTEND FRAUD-QUEUE-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE FRAUD-QUEUE-FILE
               OPEN OUTPUT FRAUD-QUEUE-FILE
           END-IF
           MOVE WS-FRQ-NEXT-SEQUENCE TO FRQ-SEQUENCE
           MOVE LS-CARD-NUMBER TO FRQ-CARD-NUMBER
           MOVE LS-ACCOUNT-NUMBER TO FRQ-ACCOUNT
           MOVE WS-CARD-USE-TYPE TO FRQ-TYPE
           MOVE LS-AMOUNT TO FRQ-AMOUNT
           MOVE LS-TELLER-ID TO FRQ-TELLER-ID
           MOVE WS-BUSINESS-DATE TO FRQ-DATE
           MOVE WS-TIME-NUMERIC TO FRQ-TIME
           MOVE WS-FRAUD-RULE-HIT TO FRQ-RULE-CODE
           MOVE WS-FRAUD-RESULT-FLAG TO FRQ-ACTION
           MOVE "H" TO FRQ-STATUS
           MOVE SPACES TO FRQ-ANALYST-ID
           MOVE ZERO TO FRQ-RESOLVED-DATE
           MOVE ZERO TO FRQ-NEW-CARD-NUMBER
           WRITE FRAUD-QUEUE-RECORD
           CLOSE FRAUD-QUEUE-FILE
           DISPLAY "Card " LS-CARD-NUMBER " flagged by fraud rule "
                   WS-FRAUD-RULE-HIT " - review sequence "
                   WS-FRQ-NEXT-SEQUENCE.

       ASSIGN-FRAUD-QUEUE-SEQUENCE.
      *    Sequence numbers just count up the file - the handle
      *    only has to be unique, not dense
           MOVE 1 TO WS-FRQ-NEXT-SEQUENCE
           OPEN INPUT FRAUD-QUEUE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-FRQ-NOT-EOF TO TRUE
           PERFORM UNTIL WS-FRQ-EOF
               READ FRAUD-QUEUE-FILE
                   AT END
                       SET WS-FRQ-EOF TO TRUE
                   NOT AT END
                       IF FRQ-SEQUENCE >= WS-FRQ-NEXT-SEQUENCE
                           COMPUTE WS-FRQ-NEXT-SEQUENCE =
                               FRQ-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUD-QUEUE-FILE.


       COMPUTE-LEGAL-HOLDS.
           IF ACC-STMT-WDL-COUNT < 99
               ADD 1 TO ACC-STMT-WDL-COUNT
           END-IF
      *    An excess-activity fee waived on the account is
      *    skipped and logged as waived
           MOVE "N" TO WS-WAIVE-FLAG
           IF ACC-STMT-WDL-COUNT > WS-EFFECTIVE-WDL-LIMIT
               MOVE ACC-NUMBER TO WS-WAIVE-ACCOUNT
               MOVE SAVINGS-EXCESS-FEE TO WS-WAIVE-AMOUNT
               CALL "FEEWAIV" USING WS-WAIVE-ACCOUNT
                                    WS-WAIVE-FEE-CODE
                                    WS-BUSINESS-DATE
                                    WS-WAIVE-AMOUNT
                                    WS-WAIVE-SOURCE
                                    WS-WAIVE-FLAG
                                    WS-WAIVE-RETURN-CODE
               END-CALL
               IF FEE-IS-WAIVED
                   DISPLAY "Excess activity fee waived on savings "
                           "withdrawal " ACC-STMT-WDL-COUNT
               END-IF
           END-IF
           IF ACC-STMT-WDL-COUNT > WS-EFFECTIVE-WDL-LIMIT AND
              NOT FEE-IS-WAIVED
               SET EXCESS-FEE-DUE TO TRUE
               SUBTRACT SAVINGS-EXCESS-FEE FROM ACC-BALANCE
               MOVE SAVINGS-EXCESS-FEE TO WS-DISPLAY-AMOUNT
           MOVE LS-TELLER-ID TO SAF-TELLER-ID
           MOVE LS-SUPERVISOR-ID TO SAF-SUPERVISOR-ID
           MOVE LS-ACTING-CUSTOMER-ID TO SAF-CUSTOMER-ID
           MOVE LS-TERMINAL-ID TO SAF-TERMINAL-ID
           MOVE WS-BUSINESS-DATE TO SAF-DATE
           MOVE WS-TIME-NUMERIC TO SAF-TIME
           MOVE "Q" TO SAF-STATUS
           END-IF
           CLOSE TELLER-FILE.

       VALIDATE-ATM-TERMINAL.
      *    Look the terminal up on the ATM master before the
      *    withdrawal posts - it must exist and be active, and
      *    the cash it dispenses posts under the branch whose
      *    vault loads it. When ATMTERM.DAT has not been set up
      *    the check is skipped, the same as the teller check.
           SET ATM-TERMINAL-ACCEPTED TO TRUE
           IF LS-FUNCTION-CODE NOT = "WITHDRAW" OR
              LS-TERMINAL-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ATM-TERMINAL-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TERMINAL-ID TO ATM-TERMINAL-ID
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   DISPLAY "Error: Terminal " LS-TERMINAL-ID
                           " is not on the ATM master"
                   SET ATM-TERMINAL-REJECTED TO TRUE
               NOT INVALID KEY
                   IF NOT ATM-ACTIVE
                       DISPLAY "Error: Terminal " LS-TERMINAL-ID
                               " is not in service"
                       SET ATM-TERMINAL-REJECTED TO TRUE
                   ELSE
                       MOVE ATM-BRANCH TO WS-POSTING-BRANCH
                   END-IF
           END-READ
           CLOSE ATM-TERMINAL-FILE.

       RECORD-ATM-DISPENSE.
      *    The withdrawal posted - the cash left the terminal's
      *    cassettes, so it joins the dispensed total ATMMNT
      *    BALANCE proves the counted residual against
           OPEN I-O ATM-TERMINAL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TERMINAL-ID TO ATM-TERMINAL-ID
           READ ATM-TERMINAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ATM-DISPENSED-COUNT
                   ADD LS-AMOUNT TO ATM-DISPENSED-AMOUNT
                   REWRITE ATM-TERMINAL-RECORD
           END-READ
           CLOSE ATM-TERMINAL-FILE.

       CHECK-AUTHORIZED-SIGNER.
      *    Recognize any party registered on the account - the
      *    primary owner (ACC-CUSTOMER-ID) or any joint-account
                   END-IF
               WHEN "WITHDRAW"
                   MOVE "W" TO TXN-TYPE
                   IF LS-TERMINAL-ID NOT = SPACES
                       MOVE SPACES TO TXN-DESCRIPTION
                       STRING "ATM WITHDRAWAL " DELIMITED BY SIZE
                              LS-TERMINAL-ID DELIMITED BY SPACE
                           INTO TXN-DESCRIPTION
                   ELSE
                       MOVE "WITHDRAWAL" TO TXN-DESCRIPTION
                   END-IF
                   MOVE LS-CHECK-NUMBER TO TXN-CHECK-NUMBER
               WHEN "PURCHASE"
                   MOVE "W" TO TXN-TYPE
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE
      *    A declined card debit counts toward the card's
      *    repeated-declines fraud rule
           IF LS-CARD-NUMBER > ZERO
               IF FRAUD-DECLINE
                   MOVE "F" TO WS-CARD-ATTEMPT-OUTCOME
               ELSE
                   MOVE "D" TO WS-CARD-ATTEMPT-OUTCOME
               END-IF
               PERFORM RECORD-CARD-ATTEMPT
           END-IF.

       GET-NEXT-TRANSACTION-ID.
      *    Hold the counter file open and exclusively locked for the
