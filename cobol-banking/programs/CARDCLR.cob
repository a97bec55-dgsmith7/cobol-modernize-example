       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDCLR.
      *********************************************************
      * CARDCLR - Card Network Clearing Reconciliation and
      * Review Queue
      * TELLERXN posts a debit card PURCHASE the moment it is
      * authorized and logs it to CARDUSE.DAT, but the amount
      * authorized is not always the amount that settles - a
      * tip added after the swipe, a partial shipment, a hotel
      * or fuel pre-authorization - and an authorization the
      * merchant never presents stays on the account for good.
      * This daily batch reads the card network's clearing
      * file a day or two behind and matches each item to its
      * authorization by card number, authorized amount and
      * the TXN-ID the network echoes back (CDU-TXN-ID):
      *   matched             - the authorization is marked
      *                         cleared, and a cleared amount
      *                         that differs posts the
      *                         difference (a debit when more
      *                         cleared, a credit when less)
      *   no authorization    - an item the network sends with
      *   (TXN-ID zero)         no authorization reference is a
      *                         force post, debited in full to
      *                         the account the card reaches
      *   anything else       - parked in the CARDEXCP.DAT
      *                         review queue with the network's
      *                         detail
      * An authorization reversed as expired that clears late
      * posts in full, as a force post would. Purchases still
      * uncleared CARD-AUTH-EXPIRE-DAYS calendar days after
      * they were authorized are then reversed - the amount is
      * credited back and the authorization marked expired.
      * The day's cleared total, which the network settles
      * whether or not an item matched here, is appended to
      * CARDSETL.DAT for SETLPOS's settlement position.
      *
      * Clearing records are fixed-width display numerics:
      *   card(16) auth-txn-id(15) auth-amount(10, 9(8)V99)
      *   cleared-amount(10, 9(8)V99) merchant(22)
      *   network-ref(12)
      *
      * Usage: CARDCLR                    (reads data/CARDNET.DAT)
      *        CARDCLR TELLER-ID LIST
      *        CARDCLR TELLER-ID POST sequence
      *        CARDCLR TELLER-ID CHARGEBACK sequence
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Daily clearing file from the card network
           SELECT CARD-NETWORK-FILE ASSIGN TO "data/CARDNET.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Review queue for clearing items that cannot match
           SELECT CARD-EXCEPTION-FILE ASSIGN TO "data/CARDEXCP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Items sent back to the network by the CHARGEBACK
      *    command, in the clearing layout plus a reason code
           SELECT CHARGEBACK-FILE ASSIGN TO "data/CARDCHBK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Daily card settlement totals for SETLPOS
           SELECT CARD-SETTLEMENT-FILE ASSIGN TO "data/CARDSETL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Card master maintained by CARDMNT - the account each
      *    card reaches
           SELECT CARD-FILE ASSIGN TO "data/CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Card usage detail TELLERXN writes - the purchase
      *    authorizations the clearing items match against
           SELECT CARD-USAGE-FILE ASSIGN TO "data/CARDUSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "data/TRANSACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Locked exclusively for the read-increment-write sequence
      *    so overlapping sessions can't hand out duplicate TXN-IDs.
           SELECT COUNTER-FILE ASSIGN TO "data/COUNTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameters maintained by PARMMNT
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Account-keyed transaction index - every transaction
      *    written to TRANSACT.DAT is mirrored here once per
      *    account side
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CARD-NETWORK-FILE.
       01  CARD-CLEARING-RECORD.
           05  CLR-CARD-NUMBER         PIC 9(16).
           05  CLR-AUTH-TXN-ID         PIC 9(15).
           05  CLR-AUTH-AMOUNT         PIC 9(8)V99.
           05  CLR-CLEARED-AMOUNT      PIC 9(8)V99.
           05  CLR-MERCHANT            PIC X(22).
           05  CLR-NETWORK-REF         PIC X(12).

       FD  CARD-EXCEPTION-FILE.
           COPY "copybooks/CARD-CLEARING-EXCEPTION-RECORD.cpy".

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD.
           05  CBK-CARD-NUMBER         PIC 9(16).
           05  CBK-AUTH-TXN-ID         PIC 9(15).
           05  CBK-AUTH-AMOUNT         PIC 9(8)V99.
           05  CBK-CLEARED-AMOUNT      PIC 9(8)V99.
           05  CBK-MERCHANT            PIC X(22).
           05  CBK-NETWORK-REF         PIC X(12).
           05  CBK-REASON              PIC X(8).
           05  FILLER                  PIC X(10).

       FD  CARD-SETTLEMENT-FILE.
           COPY "copybooks/CARD-SETTLEMENT-RECORD.cpy".

       FD  CARD-FILE.
           COPY "copybooks/CARD-RECORD.cpy".

       FD  CARD-USAGE-FILE.
           COPY "copybooks/CARD-USAGE-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    Branch stamped onto every transaction this program
      *    writes - the posting teller's branch on teller paths,
      *    the account's branch on batch postings, spaces when
      *    neither is known (read as head office)
       01  WS-POSTING-BRANCH           PIC X(3) VALUE SPACES.

      *    Card clearing working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-CDU-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CDU-EOF              VALUE 'Y'.
           88  WS-CDU-NOT-EOF          VALUE 'N'.
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.
       01  WS-AUDIT-OPERATION          PIC X(10).
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-RUN-COMMAND              PIC X(10) VALUE SPACES.
       01  WS-TEMP-SEQUENCE            PIC X(7) VALUE SPACES.
       01  WS-SEQ-ARG                  PIC 9(7) VALUE ZERO.

      *    Calendar days a purchase may wait for its clearing
      *    record before the authorization is reversed -
      *    overridden by CARD-AUTH-EXPIRE-DAYS on PARAMS.DAT
       01  CARD-AUTH-EXPIRE-DAYS       PIC 9(3) VALUE 7.

      *    Expiry cutoff - authorizations dated on or before it
      *    have waited long enough
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-CUT-YEAR                 PIC 9(4).
       01  WS-CUT-MONTH                PIC S9(5).
       01  WS-CUT-DAY                  PIC 9(2).
       01  WS-CUT-WORK                 PIC 9(8).
       01  WS-CUT-DAYS-LEFT            PIC 9(4).

      *    Calendar support for walking the cutoff back
       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 28.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH        PIC 9(2) OCCURS 12 TIMES.
       01  WS-MAX-DAY-IN-MONTH         PIC 9(2).
       01  WS-LEAP-YEAR-QUOTIENT       PIC 9(4).
       01  WS-LEAP-YEAR-REMAINDER      PIC 9(4).

      *    Why the current item cannot post - spaces means it can
       01  WS-SUSPEND-REASON           PIC X(8) VALUE SPACES.
      *    B while the nightly run matches the clearing file; R
      *    when a reviewer's POST decision is applying a queued
      *    item, which relaxes the checks that parked it
       01  WS-MATCH-MODE-FLAG          PIC X(1) VALUE 'B'.
           88  BATCH-MATCHING          VALUE 'B'.
           88  REVIEW-DECISION         VALUE 'R'.

      *    The authorization the clearing item names, as found
      *    on CARDUSE.DAT
       01  WS-AUTH-STATE-FLAG          PIC X(1) VALUE 'N'.
           88  AUTH-NOT-FOUND          VALUE 'N'.
           88  AUTH-AWAITING-CLEARING  VALUE 'O'.
           88  AUTH-ALREADY-CLEARED    VALUE 'C'.
           88  AUTH-EXPIRED            VALUE 'X'.
       01  WS-AUTH-AMOUNT-ON-FILE      PIC 9(8)V99 COMP-3.

      *    The posting about to be made - the account the card
      *    reaches, and a signed amount, positive to debit it
       01  WS-CARD-ACCOUNT             PIC 9(10).
       01  WS-POSTING-AMOUNT           PIC S9(10)V99 COMP-3.
       01  WS-POSTING-KIND-FLAG        PIC X(1).
           88  POSTING-ADJUSTMENT      VALUE 'A'.
           88  POSTING-FORCE           VALUE 'F'.
           88  POSTING-EXPIRY          VALUE 'E'.
       01  WS-POSTING-TXN-TYPE         PIC X(1).
       01  WS-POSTING-TXN-AMOUNT       PIC 9(10)V99 COMP-3.

      *    Run counters and totals
       01  WS-ITEMS-READ               PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-MATCHED            PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-ADJUSTED           PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-FORCE-POSTED       PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-QUEUED             PIC 9(7) VALUE ZERO.
       01  WS-AUTHS-EXPIRED            PIC 9(7) VALUE ZERO.
       01  WS-AUTHS-NOT-REVERSED       PIC 9(7) VALUE ZERO.
       01  WS-CLEARED-TOTAL            PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MATCHED-TOTAL            PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-FORCE-POST-TOTAL         PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-QUEUED-TOTAL             PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ADJUSTMENT-NET           PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-EXPIRED-TOTAL            PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *    Review queue sequence assignment and lookup
       01  WS-CCX-NEXT-SEQUENCE        PIC 9(7).
       01  WS-CCX-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CCX-EOF              VALUE 'Y'.
           88  WS-CCX-NOT-EOF          VALUE 'N'.
       01  WS-QUEUE-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  QUEUE-REC-FOUND         VALUE 'Y'.
           88  QUEUE-REC-NOT-FOUND     VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-RUN-COMMAND
               WHEN "LIST"
                   PERFORM LIST-CLEARING-QUEUE
               WHEN "POST"
                   PERFORM POST-QUEUED-ITEM
               WHEN "CHARGEBACK"
                   PERFORM CHARGEBACK-QUEUED-ITEM
               WHEN OTHER
                   PERFORM RUN-DAILY-CLEARING
           END-EVALUATE
           MOVE WS-MAIN-RETURN-CODE TO RETURN-CODE
           GOBACK.

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
           MOVE ZERO TO WS-MAIN-RETURN-CODE
      *    With no arguments this is the daily clearing run; with
      *    a teller ID and command it is a review action
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           UNSTRING WS-PARM-DATA DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-RUN-COMMAND
                    WS-TEMP-SEQUENCE
           IF WS-TEMP-SEQUENCE IS NUMERIC AND
              WS-TEMP-SEQUENCE NOT = SPACES
               MOVE WS-TEMP-SEQUENCE TO WS-SEQ-ARG
           END-IF.

       GET-BUSINESS-DATE.
      *    Clearing postings go under the business date, the
      *    same date the authorizations posted under
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

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in expiry window with any
      *    operational parameter in force. No file means the
      *    compiled value stands.
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
               WHEN "CARD-AUTH-EXPIRE-DAYS"
                   MOVE PRM-VALUE TO CARD-AUTH-EXPIRE-DAYS
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

      * Daily clearing run
       RUN-DAILY-CLEARING.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening card master, status: "
                       WS-FILE-STATUS
               CLOSE ACCOUNT-FILE
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PROCESS-CLEARING-FILE
           PERFORM EXPIRE-STALE-AUTHORIZATIONS
           CLOSE CARD-FILE
           CLOSE ACCOUNT-FILE
           PERFORM WRITE-CARD-SETTLEMENT
           PERFORM DISPLAY-RUN-SUMMARY.

       PROCESS-CLEARING-FILE.
      *    No clearing file is a day the network sent nothing -
      *    the expiry sweep still runs
           OPEN INPUT CARD-NETWORK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No clearing file data/CARDNET.DAT - "
                       "expiring stale authorizations only"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ CARD-NETWORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       ADD CLR-CLEARED-AMOUNT TO WS-CLEARED-TOTAL
                       PERFORM APPLY-CLEARING-ITEM
                       IF WS-SUSPEND-REASON NOT = SPACES
                           PERFORM CAPTURE-ITEM-TO-QUEUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-NETWORK-FILE.

       APPLY-CLEARING-ITEM.
      *    Match the item in CARD-CLEARING-RECORD to its
      *    authorization and post what it calls for, leaving
      *    WS-SUSPEND-REASON set when it cannot. Called with
      *    ACCOUNT-FILE open I-O and CARD-FILE open.
           MOVE SPACES TO WS-SUSPEND-REASON
           MOVE ZERO TO WS-CARD-ACCOUNT
           MOVE CLR-CARD-NUMBER TO CRD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE "NOCARD" TO WS-SUSPEND-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE CRD-ACCOUNT TO WS-CARD-ACCOUNT
           PERFORM FIND-AUTHORIZATION
           EVALUATE TRUE
               WHEN CLR-AUTH-TXN-ID = ZERO
                   SET POSTING-FORCE TO TRUE
                   MOVE CLR-CLEARED-AMOUNT TO WS-POSTING-AMOUNT
               WHEN AUTH-AWAITING-CLEARING
                   IF WS-AUTH-AMOUNT-ON-FILE NOT = CLR-AUTH-AMOUNT
                      AND BATCH-MATCHING
                       MOVE "AMOUNT" TO WS-SUSPEND-REASON
                       EXIT PARAGRAPH
                   END-IF
      *            The authorization already took its amount -
      *            only the difference posts
                   SET POSTING-ADJUSTMENT TO TRUE
                   COMPUTE WS-POSTING-AMOUNT =
                       CLR-CLEARED-AMOUNT - WS-AUTH-AMOUNT-ON-FILE
               WHEN AUTH-EXPIRED
      *            Reversed as expired, then presented late - the
      *            account owes the whole amount again
                   SET POSTING-FORCE TO TRUE
                   MOVE CLR-CLEARED-AMOUNT TO WS-POSTING-AMOUNT
               WHEN AUTH-ALREADY-CLEARED AND BATCH-MATCHING
                   MOVE "DUPCLR" TO WS-SUSPEND-REASON
                   EXIT PARAGRAPH
               WHEN AUTH-NOT-FOUND AND BATCH-MATCHING
                   MOVE "NOAUTH" TO WS-SUSPEND-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
      *            A reviewer decided a NOAUTH or DUPCLR item is
      *            good - it posts in full
                   SET POSTING-FORCE TO TRUE
                   MOVE CLR-CLEARED-AMOUNT TO WS-POSTING-AMOUNT
           END-EVALUATE
           PERFORM POST-CLEARING-AMOUNT
           IF WS-SUSPEND-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF AUTH-AWAITING-CLEARING OR AUTH-EXPIRED
               PERFORM MARK-AUTHORIZATION-CLEARED
           END-IF
           IF POSTING-FORCE
               ADD 1 TO WS-ITEMS-FORCE-POSTED
               ADD CLR-CLEARED-AMOUNT TO WS-FORCE-POST-TOTAL
           ELSE
               ADD 1 TO WS-ITEMS-MATCHED
               ADD CLR-CLEARED-AMOUNT TO WS-MATCHED-TOTAL
               IF WS-POSTING-AMOUNT NOT = ZERO
                   ADD 1 TO WS-ITEMS-ADJUSTED
                   ADD WS-POSTING-AMOUNT TO WS-ADJUSTMENT-NET
               END-IF
           END-IF.

       FIND-AUTHORIZATION.
      *    The purchase authorization with the item's TXN-ID on
      *    the same card - a TXN-ID that names another card's
      *    purchase, or an ATM withdrawal, is no match
           SET AUTH-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-AUTH-AMOUNT-ON-FILE
           IF CLR-AUTH-TXN-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CARD-USAGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-CDU-NOT-EOF TO TRUE
           PERFORM UNTIL WS-CDU-EOF OR NOT AUTH-NOT-FOUND
               READ CARD-USAGE-FILE
                   AT END
                       SET WS-CDU-EOF TO TRUE
                   NOT AT END
                       IF CDU-TXN-ID = CLR-AUTH-TXN-ID AND
                          CDU-CARD-NUMBER = CLR-CARD-NUMBER AND
                          CDU-PURCHASE
                           MOVE CDU-AMOUNT TO WS-AUTH-AMOUNT-ON-FILE
                           EVALUATE TRUE
                               WHEN CDU-CLEARED
                                   SET AUTH-ALREADY-CLEARED TO TRUE
                               WHEN CDU-EXPIRED
                                   SET AUTH-EXPIRED TO TRUE
                               WHEN OTHER
                                   SET AUTH-AWAITING-CLEARING
                                       TO TRUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-USAGE-FILE.

       MARK-AUTHORIZATION-CLEARED.
           OPEN I-O CARD-USAGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-CDU-NOT-EOF TO TRUE
           PERFORM UNTIL WS-CDU-EOF
               READ CARD-USAGE-FILE
                   AT END
                       SET WS-CDU-EOF TO TRUE
                   NOT AT END
                       IF CDU-TXN-ID = CLR-AUTH-TXN-ID AND
                          CDU-CARD-NUMBER = CLR-CARD-NUMBER AND
                          CDU-PURCHASE
                           MOVE "C" TO CDU-CLEAR-STATUS
                           MOVE WS-BUSINESS-DATE TO CDU-CLEAR-DATE
                           REWRITE CARD-USAGE-RECORD
                           SET WS-CDU-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-USAGE-FILE.

       POST-CLEARING-AMOUNT.
      *    Post WS-POSTING-AMOUNT to the account the card
      *    reaches - a debit when positive, a credit when
      *    negative, nothing at all when the item cleared at
      *    exactly its authorized amount. A clearing item is
      *    money the network has already settled, so it posts
      *    whatever the available balance; only an account that
      *    is gone or closed turns it away.
           IF WS-POSTING-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-SUSPEND-REASON
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = "C"
               MOVE "CLOSED" TO WS-SUSPEND-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "CARDCLR" TO WS-AUDIT-OPERATION
           IF WS-POSTING-AMOUNT > ZERO
               MOVE "W" TO WS-POSTING-TXN-TYPE
               MOVE WS-POSTING-AMOUNT TO WS-POSTING-TXN-AMOUNT
           ELSE
               MOVE "D" TO WS-POSTING-TXN-TYPE
               COMPUTE WS-POSTING-TXN-AMOUNT = 0 - WS-POSTING-AMOUNT
           END-IF
           SUBTRACT WS-POSTING-AMOUNT FROM ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error posting card clearing to "
                       WS-CARD-ACCOUNT " status: " WS-FILE-STATUS
               MOVE "NOPOST" TO WS-SUSPEND-REASON
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM RECORD-CLEARING-TRANSACTION.

       RECORD-CLEARING-TRANSACTION.
      *    A force post reads as the card purchase it is; a
      *    difference and an expiry say what they are, the
      *    expiry pointing back at the authorization it undoes
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE WS-CARD-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE ZERO TO TXN-TO-ACCOUNT
           MOVE ZERO TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           IF REVIEW-DECISION
               MOVE WS-TELLER-ID-PARM TO TXN-TELLER-ID
           ELSE
               MOVE SPACES TO TXN-TELLER-ID
           END-IF
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE WS-POSTING-TXN-TYPE TO TXN-TYPE
           MOVE WS-POSTING-TXN-AMOUNT TO TXN-AMOUNT
           MOVE SPACES TO TXN-DESCRIPTION
           EVALUATE TRUE
               WHEN POSTING-FORCE
                   STRING "CARD PURCHASE " DELIMITED BY SIZE
                          CLR-MERCHANT DELIMITED BY SIZE
                          INTO TXN-DESCRIPTION
                   END-STRING
               WHEN POSTING-ADJUSTMENT
                   STRING "CARD CLEARING ADJ " DELIMITED BY SIZE
                          CLR-MERCHANT DELIMITED BY SIZE
                          INTO TXN-DESCRIPTION
                   END-STRING
               WHEN POSTING-EXPIRY
                   MOVE "CARD AUTH EXPIRED" TO TXN-DESCRIPTION
                   MOVE CDU-TXN-ID TO TXN-REVERSAL-OF
           END-EVALUATE
           MOVE "P" TO TXN-STATUS
      *    A card item is not a currency transaction - the BSA
      *    cash-reporting flag never applies
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

       EXPIRE-STALE-AUTHORIZATIONS.
      *    A purchase authorized on or before the cutoff and
      *    still not cleared is never going to be - credit the
      *    amount back and mark the authorization expired
           PERFORM COMPUTE-EXPIRY-CUTOFF
           OPEN I-O CARD-USAGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-CDU-NOT-EOF TO TRUE
           PERFORM UNTIL WS-CDU-EOF
               READ CARD-USAGE-FILE
                   AT END
                       SET WS-CDU-EOF TO TRUE
                   NOT AT END
                       IF CDU-PURCHASE AND
                          NOT CDU-CLEARED AND
                          NOT CDU-EXPIRED AND
                          CDU-DATE <= WS-CUTOFF-DATE
                           PERFORM EXPIRE-ONE-AUTHORIZATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-USAGE-FILE.

       EXPIRE-ONE-AUTHORIZATION.
      *    An authorization that cannot be credited back stays
      *    open and is retried on the next run
           MOVE SPACES TO WS-SUSPEND-REASON
           SET BATCH-MATCHING TO TRUE
           MOVE CDU-CARD-NUMBER TO CRD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE "NOCARD" TO WS-SUSPEND-REASON
           END-READ
           IF WS-SUSPEND-REASON = SPACES
               MOVE CRD-ACCOUNT TO WS-CARD-ACCOUNT
               SET POSTING-EXPIRY TO TRUE
               COMPUTE WS-POSTING-AMOUNT = 0 - CDU-AMOUNT
               PERFORM POST-CLEARING-AMOUNT
           END-IF
           IF WS-SUSPEND-REASON NOT = SPACES
               DISPLAY "Authorization " CDU-TXN-ID " on card "
                       CDU-CARD-NUMBER " could not be reversed - "
                       WS-SUSPEND-REASON
               ADD 1 TO WS-AUTHS-NOT-REVERSED
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO CDU-CLEAR-STATUS
           MOVE WS-BUSINESS-DATE TO CDU-CLEAR-DATE
           REWRITE CARD-USAGE-RECORD
           ADD 1 TO WS-AUTHS-EXPIRED
           ADD CDU-AMOUNT TO WS-EXPIRED-TOTAL.

       COMPUTE-EXPIRY-CUTOFF.
      *    Walk the business date back CARD-AUTH-EXPIRE-DAYS one
      *    calendar day at a time, same approach SPOOLRPT takes
      *    for its retention cutoff
           MOVE WS-BUSINESS-DATE TO WS-CUT-WORK
           MOVE CARD-AUTH-EXPIRE-DAYS TO WS-CUT-DAYS-LEFT
           PERFORM SUBTRACT-ONE-CALENDAR-DAY
               WS-CUT-DAYS-LEFT TIMES
           MOVE WS-CUT-WORK TO WS-CUTOFF-DATE.

       SUBTRACT-ONE-CALENDAR-DAY.
           DIVIDE WS-CUT-WORK BY 10000 GIVING WS-CUT-YEAR
               REMAINDER WS-CUT-WORK
           DIVIDE WS-CUT-WORK BY 100 GIVING WS-CUT-MONTH
               REMAINDER WS-CUT-DAY
           SUBTRACT 1 FROM WS-CUT-DAY
           IF WS-CUT-DAY < 1
               SUBTRACT 1 FROM WS-CUT-MONTH
               IF WS-CUT-MONTH < 1
                   MOVE 12 TO WS-CUT-MONTH
                   SUBTRACT 1 FROM WS-CUT-YEAR
               END-IF
               PERFORM COMPUTE-DAYS-IN-MONTH
               MOVE WS-MAX-DAY-IN-MONTH TO WS-CUT-DAY
           END-IF
           COMPUTE WS-CUT-WORK =
               WS-CUT-YEAR * 10000 + WS-CUT-MONTH * 100 +
               WS-CUT-DAY.

       COMPUTE-DAYS-IN-MONTH.
      *    Same simplified leap-year rule STANDORD uses
           MOVE WS-DAYS-IN-MONTH(WS-CUT-MONTH) TO
               WS-MAX-DAY-IN-MONTH
           IF WS-CUT-MONTH = 2
               DIVIDE WS-CUT-YEAR BY 4 GIVING WS-LEAP-YEAR-QUOTIENT
                   REMAINDER WS-LEAP-YEAR-REMAINDER
               IF WS-LEAP-YEAR-REMAINDER = 0
                   ADD 1 TO WS-MAX-DAY-IN-MONTH
               END-IF
           END-IF.

       WRITE-CARD-SETTLEMENT.
      *    The day's totals for SETLPOS - the network settles
      *    every item it cleared, matched here or not
           OPEN EXTEND CARD-SETTLEMENT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CARD-SETTLEMENT-FILE
               OPEN OUTPUT CARD-SETTLEMENT-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO CST-DATE
           MOVE WS-ITEMS-READ TO CST-ITEMS
           MOVE WS-CLEARED-TOTAL TO CST-CLEARED-TOTAL
           MOVE WS-MATCHED-TOTAL TO CST-MATCHED-TOTAL
           MOVE WS-FORCE-POST-TOTAL TO CST-FORCE-POST-TOTAL
           MOVE WS-QUEUED-TOTAL TO CST-QUEUED-TOTAL
           MOVE WS-ADJUSTMENT-NET TO CST-ADJUSTMENT-NET
           MOVE WS-EXPIRED-TOTAL TO CST-EXPIRED-TOTAL
           WRITE CARD-SETTLEMENT-RECORD
           CLOSE CARD-SETTLEMENT-FILE.

      * Review queue
       CAPTURE-ITEM-TO-QUEUE.
           PERFORM ASSIGN-QUEUE-SEQUENCE
           OPEN EXTEND CARD-EXCEPTION-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CARD-EXCEPTION-FILE
               OPEN OUTPUT CARD-EXCEPTION-FILE
           END-IF
           MOVE WS-CCX-NEXT-SEQUENCE TO CCX-SEQUENCE
           MOVE CLR-CARD-NUMBER TO CCX-CARD-NUMBER
           MOVE CLR-AUTH-TXN-ID TO CCX-AUTH-TXN-ID
           MOVE CLR-AUTH-AMOUNT TO CCX-AUTH-AMOUNT
           MOVE CLR-CLEARED-AMOUNT TO CCX-CLEARED-AMOUNT
           MOVE CLR-MERCHANT TO CCX-MERCHANT
           MOVE CLR-NETWORK-REF TO CCX-NETWORK-REF
           MOVE WS-CARD-ACCOUNT TO CCX-ACCOUNT
           MOVE WS-SUSPEND-REASON TO CCX-REASON
           MOVE WS-BUSINESS-DATE TO CCX-DATE
           MOVE WS-TIME-NUMERIC TO CCX-TIME
           MOVE "H" TO CCX-STATUS
           WRITE CARD-CLEARING-EXCEPTION-RECORD
           CLOSE CARD-EXCEPTION-FILE
           ADD 1 TO WS-ITEMS-QUEUED
           ADD CLR-CLEARED-AMOUNT TO WS-QUEUED-TOTAL
           DISPLAY "Clearing item for card " CLR-CARD-NUMBER
                   " held for review - " WS-SUSPEND-REASON
                   " - sequence " WS-CCX-NEXT-SEQUENCE.

       ASSIGN-QUEUE-SEQUENCE.
      *    Next sequence is one past the highest on file, the
      *    same assignment the wire review queue uses
           MOVE 1 TO WS-CCX-NEXT-SEQUENCE
           OPEN INPUT CARD-EXCEPTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-CCX-NOT-EOF TO TRUE
           PERFORM UNTIL WS-CCX-EOF
               READ CARD-EXCEPTION-FILE
                   AT END
                       SET WS-CCX-EOF TO TRUE
                   NOT AT END
                       IF CCX-SEQUENCE >= WS-CCX-NEXT-SEQUENCE
                           COMPUTE WS-CCX-NEXT-SEQUENCE =
                               CCX-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-EXCEPTION-FILE
           SET WS-CCX-NOT-EOF TO TRUE.

       LIST-CLEARING-QUEUE.
           OPEN INPUT CARD-EXCEPTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No card clearing items held for review"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CARD CLEARING ITEMS HELD FOR REVIEW"
           DISPLAY "===================================="
           SET WS-CCX-NOT-EOF TO TRUE
           PERFORM UNTIL WS-CCX-EOF
               READ CARD-EXCEPTION-FILE
                   AT END
                       SET WS-CCX-EOF TO TRUE
                   NOT AT END
                       IF CCX-HELD
                           MOVE CCX-CLEARED-AMOUNT TO
                               WS-DISPLAY-AMOUNT
                           DISPLAY CCX-SEQUENCE " " CCX-REASON
                                   " card " CCX-CARD-NUMBER " $"
                                   WS-DISPLAY-AMOUNT " "
                                   CCX-MERCHANT
                           MOVE CCX-AUTH-AMOUNT TO
                               WS-DISPLAY-AMOUNT
                           DISPLAY "        auth " CCX-AUTH-TXN-ID
                                   " for $" WS-DISPLAY-AMOUNT
                                   " acct " CCX-ACCOUNT
                                   " ref " CCX-NETWORK-REF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-EXCEPTION-FILE.

       FIND-HELD-ITEM.
      *    Locate the held queue entry named by the command's
      *    sequence argument, leaving the file positioned so the
      *    caller can REWRITE the record's status in place
           SET QUEUE-REC-NOT-FOUND TO TRUE
           SET WS-CCX-NOT-EOF TO TRUE
           PERFORM UNTIL WS-CCX-EOF OR QUEUE-REC-FOUND
               READ CARD-EXCEPTION-FILE
                   AT END
                       SET WS-CCX-EOF TO TRUE
                   NOT AT END
                       IF CCX-SEQUENCE = WS-SEQ-ARG AND CCX-HELD
                           SET QUEUE-REC-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       POST-QUEUED-ITEM.
      *    The reviewer decided the item is good - apply it
      *    through the normal matching with the checks that
      *    parked it relaxed: an amount disagreement posts the
      *    difference against the authorization on file, and an
      *    unmatched or already-cleared item posts in full. A
      *    card or account that still cannot take the posting
      *    leaves the item held.
           OPEN I-O CARD-EXCEPTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No card clearing items held for review"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HELD-ITEM
           IF QUEUE-REC-NOT-FOUND
               DISPLAY "Error: No held clearing item with sequence "
                       WS-SEQ-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CARD-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CARD-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening card master, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE CARD-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF
      *    Carry the queue entry into the clearing record area
      *    so the normal matching paragraphs apply unchanged
           MOVE CCX-CARD-NUMBER TO CLR-CARD-NUMBER
           MOVE CCX-AUTH-TXN-ID TO CLR-AUTH-TXN-ID
           MOVE CCX-AUTH-AMOUNT TO CLR-AUTH-AMOUNT
           MOVE CCX-CLEARED-AMOUNT TO CLR-CLEARED-AMOUNT
           MOVE CCX-MERCHANT TO CLR-MERCHANT
           MOVE CCX-NETWORK-REF TO CLR-NETWORK-REF
           SET REVIEW-DECISION TO TRUE
           PERFORM APPLY-CLEARING-ITEM
           CLOSE CARD-FILE
           CLOSE ACCOUNT-FILE
           IF WS-SUSPEND-REASON = SPACES
               MOVE "P" TO CCX-STATUS
               REWRITE CARD-CLEARING-EXCEPTION-RECORD
               DISPLAY "Held clearing item " WS-SEQ-ARG
                       " posted by " WS-TELLER-ID-PARM
           ELSE
               DISPLAY "Held clearing item " WS-SEQ-ARG
                       " could not post - " WS-SUSPEND-REASON
               MOVE 8 TO WS-MAIN-RETURN-CODE
           END-IF
           CLOSE CARD-EXCEPTION-FILE.

       CHARGEBACK-QUEUED-ITEM.
      *    The reviewer decided the item is not ours to pay -
      *    write it to the chargeback file for the network and
      *    mark the queue entry charged back
           OPEN I-O CARD-EXCEPTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No card clearing items held for review"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HELD-ITEM
           IF QUEUE-REC-NOT-FOUND
               DISPLAY "Error: No held clearing item with sequence "
                       WS-SEQ-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CARD-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CHARGEBACK-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CHARGEBACK-FILE
               OPEN OUTPUT CHARGEBACK-FILE
           END-IF
           MOVE CCX-CARD-NUMBER TO CBK-CARD-NUMBER
           MOVE CCX-AUTH-TXN-ID TO CBK-AUTH-TXN-ID
           MOVE CCX-AUTH-AMOUNT TO CBK-AUTH-AMOUNT
           MOVE CCX-CLEARED-AMOUNT TO CBK-CLEARED-AMOUNT
           MOVE CCX-MERCHANT TO CBK-MERCHANT
           MOVE CCX-NETWORK-REF TO CBK-NETWORK-REF
           MOVE CCX-REASON TO CBK-REASON
           WRITE CHARGEBACK-RECORD
           CLOSE CHARGEBACK-FILE
           MOVE "X" TO CCX-STATUS
           REWRITE CARD-CLEARING-EXCEPTION-RECORD
           CLOSE CARD-EXCEPTION-FILE
           DISPLAY "Held clearing item " WS-SEQ-ARG " charged "
                   "back to the network by " WS-TELLER-ID-PARM.

      * Posting support
       WRITE-AUDIT-ENTRY.
      *    Append a before-image audit entry for the account whose
      *    ACCOUNT-RECORD was just rewritten. WS-BACKUP-RECORD must
      *    already hold the pre-change record and
      *    WS-AUDIT-OPERATION the operation name.
           OPEN EXTEND AUDIT-FILE
           MOVE ACC-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE WS-DATE-NUMERIC TO AUD-DATE
           MOVE WS-TIME-NUMERIC TO AUD-TIME
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-BACKUP-RECORD TO AUD-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       GET-NEXT-TRANSACTION-ID.
      *    Hold the counter file open and exclusively locked for the
      *    whole read-increment-write sequence so two sessions
      *    running at the same moment can't both read the same
      *    value before either one writes it back.
           OPEN I-O COUNTER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT COUNTER-FILE
               CLOSE COUNTER-FILE
               OPEN I-O COUNTER-FILE
           END-IF

           READ COUNTER-FILE
               AT END
                   MOVE 1 TO WS-TRANSACTION-COUNTER
                   MOVE WS-TRANSACTION-COUNTER TO COUNTER-RECORD
                   WRITE COUNTER-RECORD
               NOT AT END
                   MOVE COUNTER-RECORD TO WS-TRANSACTION-COUNTER
                   ADD 1 TO WS-TRANSACTION-COUNTER
                   MOVE WS-TRANSACTION-COUNTER TO COUNTER-RECORD
                   REWRITE COUNTER-RECORD
           END-READ

           CLOSE COUNTER-FILE.

       WRITE-TRANSACTION-INDEX.
      *    Mirror the transaction just written into the account-
      *    keyed index, one record per account side
           OPEN I-O TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE TRANSACTION-INDEX-FILE
               OPEN OUTPUT TRANSACTION-INDEX-FILE
               CLOSE TRANSACTION-INDEX-FILE
               OPEN I-O TRANSACTION-INDEX-FILE
           END-IF
           MOVE TXN-FROM-ACCOUNT TO TXI-ACCOUNT
           PERFORM WRITE-ONE-INDEX-SIDE
           IF TXN-TO-ACCOUNT > ZERO AND
              TXN-TO-ACCOUNT NOT = TXN-FROM-ACCOUNT
               MOVE TXN-TO-ACCOUNT TO TXI-ACCOUNT
               PERFORM WRITE-ONE-INDEX-SIDE
           END-IF
           CLOSE TRANSACTION-INDEX-FILE.

       WRITE-ONE-INDEX-SIDE.
           MOVE TXN-ID TO TXI-TXN-ID
           MOVE TXN-DATE TO TXI-TXN-DATE
           MOVE TXN-TIME TO TXI-TXN-TIME
           MOVE TXN-FROM-ACCOUNT TO TXI-FROM-ACCOUNT
           MOVE TXN-TO-ACCOUNT TO TXI-TO-ACCOUNT
           MOVE TXN-TYPE TO TXI-TYPE
           MOVE TXN-AMOUNT TO TXI-AMOUNT
           MOVE TXN-DESCRIPTION TO TXI-DESCRIPTION
           MOVE TXN-STATUS TO TXI-STATUS
           MOVE TXN-CTR-FLAG TO TXI-CTR-FLAG
           MOVE TXN-CHECK-NUMBER TO TXI-CHECK-NUMBER
           MOVE TXN-TELLER-ID TO TXI-TELLER-ID
           MOVE TXN-REVERSAL-OF TO TXI-REVERSAL-OF
           MOVE TXN-SUPERVISOR-ID TO TXI-SUPERVISOR-ID
           MOVE TXN-EXCHANGE-RATE TO TXI-EXCHANGE-RATE
           MOVE TXN-BRANCH TO TXI-BRANCH
           WRITE TRANSACTION-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "CARD CLEARING RUN COMPLETE"
           DISPLAY "=========================="
           DISPLAY "Clearing items read:     " WS-ITEMS-READ
           MOVE WS-CLEARED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Cleared total:           $" WS-DISPLAY-TOTAL
           DISPLAY "Matched to authorization:" WS-ITEMS-MATCHED
           DISPLAY "  with a difference:     " WS-ITEMS-ADJUSTED
           MOVE WS-ADJUSTMENT-NET TO WS-DISPLAY-TOTAL
           DISPLAY "  differences posted:    $" WS-DISPLAY-TOTAL
           DISPLAY "Force posts:             " WS-ITEMS-FORCE-POSTED
           MOVE WS-FORCE-POST-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Force post total:        $" WS-DISPLAY-TOTAL
           DISPLAY "Held for review:         " WS-ITEMS-QUEUED
           MOVE WS-QUEUED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Held total:              $" WS-DISPLAY-TOTAL
           DISPLAY "Authorizations expired:  " WS-AUTHS-EXPIRED
           MOVE WS-EXPIRED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Expired and reversed:    $" WS-DISPLAY-TOTAL
           IF WS-AUTHS-NOT-REVERSED > ZERO
               DISPLAY "Expired but not reversed:"
                       WS-AUTHS-NOT-REVERSED
           END-IF
           DISPLAY "Settlement total written to data/CARDSETL.DAT"
           DISPLAY "Review the queue with CARDCLR teller-id LIST"
           DISPLAY " ".

       END PROGRAM CARDCLR.
