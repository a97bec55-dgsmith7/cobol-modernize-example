       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE.
      *********************************************************
      * ESTATE - Deceased Customer and Estate Processing
      * When the bank learned a customer had died, someone
      * froze the accounts one at a time, usually forgot the
      * debit card and the standing orders, and sorted out the
      * joint signers by hand. DECEASED records the date of
      * death on CUSTOMER.DAT and works every account the
      * customer is on through the CUSTXREF cross-reference:
      *   - an account with no living owner or signer left is
      *     frozen, its debit cards hot-listed on CARDS.DAT,
      *     its standing orders suspended and its ZBA links
      *     (as sub or master) suspended;
      *   - a joint account with a living owner or signer is
      *     left open to the survivor;
      *   - federal benefit ACH credits already posted to any
      *     of the accounts after the date of death are flagged
      *     on RECLAIM.DAT for the Treasury reclamation, the
      *     same flag ACHPOST raises on any that arrive later.
      * Accounts can carry payable-on-death beneficiaries on
      * PODBENE.DAT (PODADD, PODDEL, PODLIST). Once the last
      * owner and signer has died, PODPAY splits the balance
      * across the beneficiaries by percentage - a transfer to
      * a beneficiary's own account with us, or an official
      * check through the settlement account for one without -
      * and closes the account through the CLOSE status path.
      * The last beneficiary takes the rounding remainder.
      *
      * Usage: ESTATE TELLER-ID COMMAND [ARGS]
      * Commands:
      *   DECEASED customer-id date-of-death(YYYYMMDD)
      *   PODADD   account name percent [payout-account]
      *   PODDEL   account sequence
      *   PODLIST  account
      *   PODPAY   account [first-check-serial]
      *   RECLAIMS [customer-id]
      * Multi-word names use underscores in place of spaces.
      * PODPAY is refused while the nightly batch window holds
      * the posting lock.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer change audit log - the date of death is
      *    audited like any other customer master change
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "data/CUSTAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer-to-account cross-reference - every account
      *    the deceased owns or signs on
           SELECT CUSTOMER-XREF-FILE ASSIGN TO "data/CUSTXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

      *    Debit card master - cards on a frozen estate account
      *    are hot-listed
           SELECT CARD-FILE ASSIGN TO "data/CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "data/STANDORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ZBA-FILE ASSIGN TO "data/ZBAREL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Payable-on-death beneficiaries, keyed by account and
      *    sequence
           SELECT POD-FILE ASSIGN TO "data/PODBENE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDB-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Federal benefit reclamation flags
           SELECT RECLAIM-FILE ASSIGN TO "data/RECLAIM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Official check register - a beneficiary without an
      *    account with us is paid by official check
           SELECT REGISTER-FILE ASSIGN TO "data/OFFCHK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
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

      *    Account-keyed transaction index - every transaction
      *    written to TRANSACT.DAT is mirrored here once per
      *    account side. DECEASED reads it back for the benefit
      *    credits already posted.
           SELECT TRANSACTION-INDEX-FILE ASSIGN TO
                   "data/TXNINDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXI-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    System availability control - checked before posting
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "data/SYSSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Operational parameter file maintained by PARMMNT -
      *    the official-check settlement account is read here
           SELECT PARAMETER-FILE ASSIGN TO "data/PARAMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  CUSTOMER-AUDIT-FILE.
           COPY "copybooks/CUSTOMER-AUDIT-RECORD.cpy".

       FD  CUSTOMER-XREF-FILE.
           COPY "copybooks/CUSTOMER-XREF-RECORD.cpy".

       FD  ACCOUNT-FILE.
           COPY "copybooks/ACCOUNT-RECORD.cpy".

       FD  CARD-FILE.
           COPY "copybooks/CARD-RECORD.cpy".

       FD  STANDING-ORDER-FILE.
           COPY "copybooks/STANDING-ORDER-RECORD.cpy".

       FD  ZBA-FILE.
           COPY "copybooks/ZBA-RELATIONSHIP-RECORD.cpy".

       FD  POD-FILE.
           COPY "copybooks/POD-BENEFICIARY-RECORD.cpy".

       FD  RECLAIM-FILE.
           COPY "copybooks/BENEFIT-RECLAIM-RECORD.cpy".

       FD  REGISTER-FILE.
           COPY "copybooks/OFFICIAL-CHECK-RECORD.cpy".

       FD  TRANSACTION-FILE.
           COPY "copybooks/TRANSACTION-RECORD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD              PIC 9(15).

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  TRANSACTION-INDEX-FILE.
           COPY "copybooks/TRANSACTION-INDEX-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       FD  SYSTEM-STATUS-FILE.
           COPY "copybooks/SYSTEM-STATUS-RECORD.cpy".

       FD  PARAMETER-FILE.
           COPY "copybooks/PARAMETER-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    End-of-file switch for the operational parameter load
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
           88  WS-PARM-NOT-EOF         VALUE 'N'.

      *    Official-check settlement account - PARAMS-overridable,
      *    the same default OFFCHK and LOANMNT use
       01  OFFICIAL-CHECK-ACCOUNT      PIC 9(10)
                                       VALUE 9999999901.

      *    Estate working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(200).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-POSTING-BRANCH           PIC X(3) VALUE SPACES.
       01  WS-AUDIT-OPERATION          PIC X(10).
       01  WS-CUSTOMER-BACKUP          PIC X(240).
       01  WS-CUSTOMER-AUDIT-OP        PIC X(10).
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SCAN-EOF             VALUE 'Y'.
           88  WS-SCAN-NOT-EOF         VALUE 'N'.
       01  WS-POSTING-LOCK-FLAG        PIC X(1) VALUE 'N'.
           88  BATCH-WINDOW-OPEN       VALUE 'Y'.
           88  BATCH-WINDOW-CLOSED     VALUE 'N'.
       01  WS-SURVIVOR-FLAG            PIC X(1) VALUE 'N'.
           88  SURVIVOR-FOUND          VALUE 'Y'.
           88  NO-SURVIVOR             VALUE 'N'.
       01  WS-DESIGNATION-ERROR-FLAG   PIC X(1) VALUE 'N'.
           88  DESIGNATION-IN-ERROR    VALUE 'Y'.
           88  DESIGNATION-OK          VALUE 'N'.

      *    Command arguments
       01  WS-TEMP-CUSTOMER-ID         PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ARG             PIC 9(10) VALUE ZERO.
       01  WS-TEMP-DATE-ARG            PIC X(8) VALUE SPACES.
       01  WS-DEATH-DATE-ARG           PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-ARG              PIC 9(10) VALUE ZERO.
       01  WS-NAME-ARG                 PIC X(30) VALUE SPACES.
       01  WS-TEMP-PERCENT-ARG         PIC X(8) VALUE SPACES.
       01  WS-PERCENT-ARG              PIC 9(3)V99 VALUE ZERO.
       01  WS-TEMP-PAYOUT-ARG          PIC X(10) VALUE SPACES.
       01  WS-PAYOUT-ACCOUNT-ARG       PIC 9(10) VALUE ZERO.
       01  WS-TEMP-SEQUENCE-ARG        PIC X(2) VALUE SPACES.
       01  WS-SEQUENCE-ARG             PIC 9(2) VALUE ZERO.
       01  WS-TEMP-SERIAL-ARG          PIC X(7) VALUE SPACES.
       01  WS-SERIAL-ARG               PIC 9(7) VALUE ZERO.

      *    Survivor test - the owner and each signer in turn
       01  WS-PARTY-ID                 PIC 9(10).
       01  WS-SIGNER-SUB               PIC 9(1).

      *    Federal benefit credit test on an ACH description
       01  WS-TREAS-COUNT              PIC 9(2).

      *    Beneficiary totals and the payout split
       01  WS-PERCENT-TOTAL            PIC 9(4)V99.
       01  WS-DESIGNATION-COUNT        PIC 9(2).
       01  WS-CHECK-COUNT              PIC 9(2).
       01  WS-HIGH-SEQUENCE            PIC 9(2).
       01  WS-PAID-SO-FAR              PIC 9(2).
       01  WS-ESTATE-BALANCE           PIC S9(10)V99 COMP-3.
       01  WS-REMAINING-BALANCE        PIC S9(10)V99 COMP-3.
       01  WS-SHARE-AMOUNT             PIC S9(10)V99 COMP-3.
       01  WS-NEXT-SERIAL              PIC 9(7).
       01  WS-LAST-SERIAL              PIC 9(7).
       01  WS-PAID-REFERENCE           PIC 9(15).

      *    Transaction being built - filled in before
      *    RECORD-ESTATE-TRANSACTION
       01  WS-ENTRY-TYPE               PIC X(1).
       01  WS-ENTRY-FROM-ACCOUNT       PIC 9(10).
       01  WS-ENTRY-TO-ACCOUNT         PIC 9(10).
       01  WS-ENTRY-AMOUNT             PIC S9(10)V99 COMP-3.
       01  WS-ENTRY-CHECK-NUMBER       PIC 9(7).
       01  WS-ENTRY-DESCRIPTION        PIC X(40).

      *    DECEASED run counts
       01  WS-ACCOUNTS-FOUND           PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-FROZEN          PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-LEFT-OPEN       PIC 9(5) VALUE ZERO.
       01  WS-CARDS-HOT-LISTED         PIC 9(5) VALUE ZERO.
       01  WS-ORDERS-SUSPENDED         PIC 9(5) VALUE ZERO.
       01  WS-ZBA-LINKS-SUSPENDED      PIC 9(5) VALUE ZERO.
       01  WS-CREDITS-FLAGGED          PIC 9(5) VALUE ZERO.
       01  WS-ENTRIES-LISTED           PIC 9(5) VALUE ZERO.
       01  WS-FLAGGED-TOTAL            PIC S9(12)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-PERCENT          PIC ZZ9.99.
       01  WS-DISPLAY-PERCENT-TOTAL    PIC Z,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           EVALUATE WS-COMMAND
               WHEN "DECEASED"
                   PERFORM RECORD-DECEASED-CUSTOMER
               WHEN "PODADD"
                   PERFORM ADD-POD-BENEFICIARY
               WHEN "PODDEL"
                   PERFORM DELETE-POD-BENEFICIARY
               WHEN "PODLIST"
                   PERFORM LIST-POD-BENEFICIARIES
               WHEN "PODPAY"
                   PERFORM PAY-POD-BENEFICIARIES
               WHEN "RECLAIMS"
                   PERFORM LIST-RECLAIM-FLAGS
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
           MOVE SPACES TO WS-TEMP-ACCOUNT
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "DECEASED"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER-ID
                            WS-TEMP-DATE-ARG
               WHEN "PODADD"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ACCOUNT
                            WS-NAME-ARG
                            WS-TEMP-PERCENT-ARG
                            WS-TEMP-PAYOUT-ARG
               WHEN "PODDEL"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ACCOUNT
                            WS-TEMP-SEQUENCE-ARG
               WHEN "PODLIST"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ACCOUNT
               WHEN "PODPAY"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ACCOUNT
                            WS-TEMP-SERIAL-ARG
               WHEN "RECLAIMS"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-CUSTOMER-ID
           END-EVALUATE
      *    NUMVAL tolerates the trailing spaces UNSTRING leaves in
      *    a fixed-width token
           IF WS-TEMP-CUSTOMER-ID NOT = SPACES
               COMPUTE WS-CUSTOMER-ARG =
                   FUNCTION NUMVAL(WS-TEMP-CUSTOMER-ID)
           END-IF
           IF WS-TEMP-DATE-ARG NOT = SPACES
               COMPUTE WS-DEATH-DATE-ARG =
                   FUNCTION NUMVAL(WS-TEMP-DATE-ARG)
           END-IF
           IF WS-TEMP-ACCOUNT NOT = SPACES
               COMPUTE WS-ACCOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-ACCOUNT)
           END-IF
           IF WS-TEMP-PERCENT-ARG NOT = SPACES
               COMPUTE WS-PERCENT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-PERCENT-ARG)
           END-IF
           IF WS-TEMP-PAYOUT-ARG NOT = SPACES
               COMPUTE WS-PAYOUT-ACCOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-PAYOUT-ARG)
           END-IF
           IF WS-TEMP-SEQUENCE-ARG NOT = SPACES
               COMPUTE WS-SEQUENCE-ARG =
                   FUNCTION NUMVAL(WS-TEMP-SEQUENCE-ARG)
           END-IF
           IF WS-TEMP-SERIAL-ARG NOT = SPACES
               COMPUTE WS-SERIAL-ARG =
                   FUNCTION NUMVAL(WS-TEMP-SERIAL-ARG)
           END-IF
      *    Underscores stand in for spaces in a multi-word name,
      *    the same convention CREATE uses for customer names
           INSPECT WS-NAME-ARG REPLACING ALL "_" BY " ".

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

       CHECK-POSTING-LOCK.
      *    Same availability check BANKLEDG and TELLERXN make -
      *    a payout is not captured for later, it is refused
           SET BATCH-WINDOW-CLOSED TO TRUE
           OPEN INPUT SYSTEM-STATUS-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SYSTEM-STATUS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF POSTING-LOCKED
                       SET BATCH-WINDOW-OPEN TO TRUE
                   END-IF
           END-READ
           CLOSE SYSTEM-STATUS-FILE.

      * DECEASED - date of death and the estate account sweep
       RECORD-DECEASED-CUSTOMER.
           IF WS-CUSTOMER-ARG = ZERO OR WS-DEATH-DATE-ARG = ZERO
               DISPLAY "Error: DECEASED needs customer-id "
                       "date-of-death(YYYYMMDD)"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEATH-DATE-ARG > WS-BUSINESS-DATE
               DISPLAY "Error: Date of death " WS-DEATH-DATE-ARG
                       " is after the business date"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening customer file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Error: Customer " WS-CUSTOMER-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CUS-DATE-OF-DEATH IS NUMERIC AND
              CUS-DATE-OF-DEATH > ZERO
               DISPLAY "Error: Customer " WS-CUSTOMER-ARG
                       " was already recorded deceased on "
                       CUS-DATE-OF-DEATH
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD TO WS-CUSTOMER-BACKUP
           MOVE "DECEASED" TO WS-CUSTOMER-AUDIT-OP
           MOVE WS-DEATH-DATE-ARG TO CUS-DATE-OF-DEATH
           REWRITE CUSTOMER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating customer record, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CUSTOMER-AUDIT-ENTRY
           DISPLAY "Customer " WS-CUSTOMER-ARG " "
                   CUS-CUSTOMER-NAME
           DISPLAY "Date of death recorded: " WS-DEATH-DATE-ARG

           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No customer cross-reference on file "
                       "- run XREFBLD, then work the accounts by hand"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ARG TO XRF-CUSTOMER-ID
           MOVE ZERO TO XRF-ACCOUNT
           START CUSTOMER-XREF-FILE KEY IS NOT < XRF-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ CUSTOMER-XREF-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF XRF-CUSTOMER-ID NOT = WS-CUSTOMER-ARG
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM SETTLE-ONE-ESTATE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-XREF-FILE
           CLOSE CUSTOMER-FILE

           DISPLAY " "
           DISPLAY "Accounts on the relationship: " WS-ACCOUNTS-FOUND
           DISPLAY "Accounts frozen:              " WS-ACCOUNTS-FROZEN
           DISPLAY "Joint accounts left open:     "
                   WS-ACCOUNTS-LEFT-OPEN
           DISPLAY "Cards hot-listed:             "
                   WS-CARDS-HOT-LISTED
           DISPLAY "Standing orders suspended:    "
                   WS-ORDERS-SUSPENDED
           DISPLAY "ZBA links suspended:          "
                   WS-ZBA-LINKS-SUSPENDED
           DISPLAY "Benefit credits flagged:      " WS-CREDITS-FLAGGED
           IF WS-CREDITS-FLAGGED > ZERO
               MOVE WS-FLAGGED-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "Flagged for reclamation:     $"
                       WS-DISPLAY-TOTAL
           END-IF.

       SETTLE-ONE-ESTATE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-FOUND
           MOVE XRF-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Warning: account " XRF-ACCOUNT
                           " is on the cross-reference but not "
                           "the master"
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = "C"
               DISPLAY "Account " ACC-NUMBER " already closed"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SURVIVING-PARTY
           IF SURVIVOR-FOUND
               ADD 1 TO WS-ACCOUNTS-LEFT-OPEN
               DISPLAY "Account " ACC-NUMBER " is joint - left "
                       "open to the surviving owner or signer"
           ELSE
               PERFORM FREEZE-ESTATE-ACCOUNT
               PERFORM HOT-LIST-ACCOUNT-CARDS
               PERFORM SUSPEND-STANDING-ORDERS
               PERFORM SUSPEND-ZBA-LINKS
           END-IF
           PERFORM FLAG-POSTED-BENEFIT-CREDITS.

       CHECK-SURVIVING-PARTY.
      *    Anyone on the account other than WS-CUSTOMER-ARG -
      *    the owner or a signer - who has no date of death is a
      *    survivor. A party with no customer record is taken as
      *    living, so the account is never frozen on a guess.
      *    CUSTOMER-FILE must already be open.
           SET NO-SURVIVOR TO TRUE
           MOVE ACC-CUSTOMER-ID TO WS-PARTY-ID
           PERFORM CHECK-ONE-PARTY
           PERFORM VARYING WS-SIGNER-SUB FROM 1 BY 1
                   UNTIL WS-SIGNER-SUB > ACC-SIGNER-COUNT
                      OR WS-SIGNER-SUB > 2
               MOVE ACC-SIGNER-ID(WS-SIGNER-SUB) TO WS-PARTY-ID
               PERFORM CHECK-ONE-PARTY
           END-PERFORM.

       CHECK-ONE-PARTY.
           IF WS-PARTY-ID = ZERO OR WS-PARTY-ID = WS-CUSTOMER-ARG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARTY-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET SURVIVOR-FOUND TO TRUE
               NOT INVALID KEY
                   IF CUS-DATE-OF-DEATH NOT NUMERIC OR
                      CUS-DATE-OF-DEATH = ZERO
                       SET SURVIVOR-FOUND TO TRUE
                   END-IF
           END-READ.

       FREEZE-ESTATE-ACCOUNT.
      *    Frozen through the same status FREEZE sets - deposits
      *    and ACH credits still land, every debit path declines
           IF ACC-STATUS NOT = "A"
               DISPLAY "Account " ACC-NUMBER " already frozen"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "FREEZE" TO WS-AUDIT-OPERATION
           MOVE "F" TO ACC-STATUS
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error freezing account " ACC-NUMBER
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-ACCOUNTS-FROZEN
           DISPLAY "Account " ACC-NUMBER " frozen".

       HOT-LIST-ACCOUNT-CARDS.
           OPEN I-O CARD-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCAN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SCAN-EOF
               READ CARD-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CRD-ACCOUNT = ACC-NUMBER AND CRD-ACTIVE
                           MOVE "H" TO CRD-STATUS
                           REWRITE CARD-RECORD
                           ADD 1 TO WS-CARDS-HOT-LISTED
                           DISPLAY "  Card " CRD-NUMBER
                                   " hot-listed"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE.

       SUSPEND-STANDING-ORDERS.
           OPEN I-O STANDING-ORDER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCAN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SCAN-EOF
               READ STANDING-ORDER-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF SO-FROM-ACCOUNT = ACC-NUMBER AND SO-ACTIVE
                           MOVE "S" TO SO-STATUS
                           REWRITE STANDING-ORDER-RECORD
                           ADD 1 TO WS-ORDERS-SUSPENDED
                           DISPLAY "  Standing order " SO-ORDER-ID
                                   " suspended"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.

       SUSPEND-ZBA-LINKS.
      *    The account may sit on either side of a sweep link
           OPEN I-O ZBA-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCAN-NOT-EOF TO TRUE
           PERFORM UNTIL WS-SCAN-EOF
               READ ZBA-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF (ZBA-SUB-ACCOUNT = ACC-NUMBER OR
                           ZBA-MASTER-ACCOUNT = ACC-NUMBER) AND
                          ZBA-ACTIVE
                           MOVE "S" TO ZBA-STATUS
                           REWRITE ZBA-RELATIONSHIP-RECORD
                           ADD 1 TO WS-ZBA-LINKS-SUSPENDED
                           DISPLAY "  ZBA link sub "
                                   ZBA-SUB-ACCOUNT " master "
                                   ZBA-MASTER-ACCOUNT " suspended"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ZBA-FILE.

       FLAG-POSTED-BENEFIT-CREDITS.
      *    Benefit credits that posted between the date of death
      *    and today are read back from the account's index
           OPEN INPUT TRANSACTION-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE ACC-NUMBER TO TXI-ACCOUNT
           MOVE ZERO TO TXI-TXN-ID
           START TRANSACTION-INDEX-FILE KEY IS NOT < TXI-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ TRANSACTION-INDEX-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF TXI-ACCOUNT NOT = ACC-NUMBER
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM TEST-POSTED-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-INDEX-FILE.

       TEST-POSTED-CREDIT.
      *    An ACHPOST credit reads "ACH " then the company name -
      *    federal benefit payments all come from Treasury, so
      *    the company name carries TREAS
           IF TXI-TYPE NOT = "D" OR
              TXI-TXN-DATE <= WS-DEATH-DATE-ARG OR
              TXI-DESCRIPTION(1:4) NOT = "ACH "
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TREAS-COUNT
           INSPECT TXI-DESCRIPTION(5:16) TALLYING WS-TREAS-COUNT
               FOR ALL "TREAS"
           IF WS-TREAS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RECLAIM-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE RECLAIM-FILE
               OPEN OUTPUT RECLAIM-FILE
           END-IF
           MOVE ACC-NUMBER TO BRC-ACCOUNT
           MOVE WS-CUSTOMER-ARG TO BRC-CUSTOMER-ID
           MOVE WS-DEATH-DATE-ARG TO BRC-DATE-OF-DEATH
           MOVE TXI-TXN-DATE TO BRC-CREDIT-DATE
           MOVE TXI-TXN-ID TO BRC-TXN-ID
           MOVE TXI-AMOUNT TO BRC-AMOUNT
           MOVE TXI-DESCRIPTION TO BRC-DESCRIPTION
           MOVE WS-BUSINESS-DATE TO BRC-FLAGGED-DATE
           MOVE "ESTATE" TO BRC-SOURCE
           WRITE BENEFIT-RECLAIM-RECORD
           CLOSE RECLAIM-FILE
           ADD 1 TO WS-CREDITS-FLAGGED
           ADD TXI-AMOUNT TO WS-FLAGGED-TOTAL
           MOVE TXI-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "  Benefit credit TXN " TXI-TXN-ID " of $"
                   WS-DISPLAY-AMOUNT " on " TXI-TXN-DATE
                   " flagged for reclamation".

      * Payable-on-death designations
       ADD-POD-BENEFICIARY.
           IF WS-ACCOUNT-ARG = ZERO OR WS-NAME-ARG = SPACES OR
              WS-PERCENT-ARG = ZERO
               DISPLAY "Error: PODADD needs account name percent "
                       "[payout-account]"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PERCENT-ARG > 100
               DISPLAY "Error: Percent cannot exceed 100"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYOUT-ACCOUNT-ARG = WS-ACCOUNT-ARG
               DISPLAY "Error: A beneficiary cannot be paid into "
                       "the account itself"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ARG TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-ACCOUNT-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = "C"
               DISPLAY "Error: Account " WS-ACCOUNT-ARG " is closed"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYOUT-ACCOUNT-ARG > ZERO
               MOVE WS-PAYOUT-ACCOUNT-ARG TO ACC-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Error: Payout account "
                               WS-PAYOUT-ACCOUNT-ARG " not found"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                       CLOSE ACCOUNT-FILE
                       EXIT PARAGRAPH
               END-READ
               IF ACC-STATUS = "C"
                   DISPLAY "Error: Payout account "
                           WS-PAYOUT-ACCOUNT-ARG " is closed"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CLOSE ACCOUNT-FILE

           PERFORM OPEN-POD-FILE
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM TOTAL-POD-DESIGNATIONS
           IF DESIGNATION-IN-ERROR
               DISPLAY "Error: Account " WS-ACCOUNT-ARG
                       " has already been paid out"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE POD-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-PERCENT-TOTAL + WS-PERCENT-ARG > 100
               MOVE WS-PERCENT-TOTAL TO WS-DISPLAY-PERCENT-TOTAL
               DISPLAY "Error: Beneficiaries already take "
                       WS-DISPLAY-PERCENT-TOTAL
                       "% - the shares cannot pass 100%"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE POD-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HIGH-SEQUENCE >= 99
               DISPLAY "Error: No more beneficiary sequences on "
                       "account " WS-ACCOUNT-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE POD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ARG TO PDB-ACCOUNT
           COMPUTE PDB-SEQUENCE = WS-HIGH-SEQUENCE + 1
           MOVE WS-NAME-ARG TO PDB-NAME
           MOVE WS-PERCENT-ARG TO PDB-PERCENT
           MOVE WS-PAYOUT-ACCOUNT-ARG TO PDB-PAYOUT-ACCOUNT
           MOVE "A" TO PDB-STATUS
           MOVE WS-BUSINESS-DATE TO PDB-ADDED-DATE
           MOVE WS-TELLER-ID-PARM TO PDB-TELLER-ID
           MOVE ZERO TO PDB-PAID-DATE
           MOVE ZERO TO PDB-PAID-AMOUNT
           MOVE ZERO TO PDB-PAID-REFERENCE
           WRITE POD-BENEFICIARY-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing beneficiary, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE POD-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE POD-FILE
           COMPUTE WS-PERCENT-TOTAL = WS-PERCENT-TOTAL + WS-PERCENT-ARG
           MOVE WS-PERCENT-ARG TO WS-DISPLAY-PERCENT
           DISPLAY "Beneficiary " PDB-SEQUENCE " " WS-NAME-ARG
                   " designated on account " WS-ACCOUNT-ARG
                   " for " WS-DISPLAY-PERCENT "%"
           MOVE WS-PERCENT-TOTAL TO WS-DISPLAY-PERCENT-TOTAL
           DISPLAY "Shares designated: " WS-DISPLAY-PERCENT-TOTAL "%".

       OPEN-POD-FILE.
      *    First designation creates the file
           SET NO-ERROR TO TRUE
           OPEN I-O POD-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE POD-FILE
               OPEN OUTPUT POD-FILE
               CLOSE POD-FILE
               OPEN I-O POD-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening beneficiary file, status: "
                       WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       TOTAL-POD-DESIGNATIONS.
      *    Totals the account's designations - the percentage
      *    taken, how many, how many are paid by check, and the
      *    highest sequence. A paid designation means the
      *    account has already been paid out.
           MOVE ZERO TO WS-PERCENT-TOTAL
           MOVE ZERO TO WS-DESIGNATION-COUNT
           MOVE ZERO TO WS-CHECK-COUNT
           MOVE ZERO TO WS-HIGH-SEQUENCE
           SET DESIGNATION-OK TO TRUE
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE WS-ACCOUNT-ARG TO PDB-ACCOUNT
           MOVE ZERO TO PDB-SEQUENCE
           START POD-FILE KEY IS NOT < PDB-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ POD-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF PDB-ACCOUNT NOT = WS-ACCOUNT-ARG
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           MOVE PDB-SEQUENCE TO WS-HIGH-SEQUENCE
                           IF PDB-PAID
                               SET DESIGNATION-IN-ERROR TO TRUE
                           ELSE
                               ADD PDB-PERCENT TO WS-PERCENT-TOTAL
                               ADD 1 TO WS-DESIGNATION-COUNT
                               IF PDB-PAYOUT-ACCOUNT = ZERO
                                   ADD 1 TO WS-CHECK-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DELETE-POD-BENEFICIARY.
           IF WS-ACCOUNT-ARG = ZERO OR WS-SEQUENCE-ARG = ZERO
               DISPLAY "Error: PODDEL needs account sequence"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O POD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No beneficiaries on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ARG TO PDB-ACCOUNT
           MOVE WS-SEQUENCE-ARG TO PDB-SEQUENCE
           READ POD-FILE
               INVALID KEY
                   DISPLAY "Error: No beneficiary " WS-SEQUENCE-ARG
                           " on account " WS-ACCOUNT-ARG
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE POD-FILE
                   EXIT PARAGRAPH
           END-READ
           IF PDB-PAID
               DISPLAY "Error: Beneficiary " WS-SEQUENCE-ARG
                       " has already been paid"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE POD-FILE
               EXIT PARAGRAPH
           END-IF
           DELETE POD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error removing beneficiary, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
           ELSE
               DISPLAY "Beneficiary " WS-SEQUENCE-ARG " " PDB-NAME
                       " removed from account " WS-ACCOUNT-ARG
           END-IF
           CLOSE POD-FILE.

       LIST-POD-BENEFICIARIES.
           IF WS-ACCOUNT-ARG = ZERO
               DISPLAY "Error: PODLIST needs an account"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No beneficiaries on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAYABLE-ON-DEATH BENEFICIARIES - ACCOUNT "
                   WS-ACCOUNT-ARG
           DISPLAY "========================================"
           MOVE ZERO TO WS-PERCENT-TOTAL
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE WS-ACCOUNT-ARG TO PDB-ACCOUNT
           MOVE ZERO TO PDB-SEQUENCE
           START POD-FILE KEY IS NOT < PDB-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ POD-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF PDB-ACCOUNT NOT = WS-ACCOUNT-ARG
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM LIST-ONE-BENEFICIARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POD-FILE
           IF WS-ENTRIES-LISTED = ZERO
               DISPLAY "  (no beneficiaries designated)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERCENT-TOTAL TO WS-DISPLAY-PERCENT-TOTAL
           DISPLAY " "
           DISPLAY "Shares designated: " WS-DISPLAY-PERCENT-TOTAL "%"
           IF WS-PERCENT-TOTAL NOT = 100
               DISPLAY "Shares must total 100% before PODPAY"
           END-IF.

       LIST-ONE-BENEFICIARY.
           ADD 1 TO WS-ENTRIES-LISTED
           ADD PDB-PERCENT TO WS-PERCENT-TOTAL
           MOVE PDB-PERCENT TO WS-DISPLAY-PERCENT
           IF PDB-PAYOUT-ACCOUNT > ZERO
               DISPLAY PDB-SEQUENCE " " PDB-NAME " "
                       WS-DISPLAY-PERCENT "% to account "
                       PDB-PAYOUT-ACCOUNT
           ELSE
               DISPLAY PDB-SEQUENCE " " PDB-NAME " "
                       WS-DISPLAY-PERCENT "% by official check"
           END-IF
           IF PDB-PAID
               MOVE PDB-PAID-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "     paid $" WS-DISPLAY-AMOUNT " on "
                       PDB-PAID-DATE " ref " PDB-PAID-REFERENCE
           END-IF.

      * PODPAY - split the balance and close the account
       PAY-POD-BENEFICIARIES.
           IF WS-ACCOUNT-ARG = ZERO
               DISPLAY "Error: PODPAY needs account "
                       "[first-check-serial]"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POSTING-LOCK
           IF BATCH-WINDOW-OPEN
               DISPLAY "Error: Posting is locked for the batch "
                       "window - pay out after it ends"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening account file, status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ARG TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-ACCOUNT-ARG
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = "C"
               DISPLAY "Error: Account " WS-ACCOUNT-ARG " is closed"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
      *    Payable on death means on the last death - while an
      *    owner or signer lives the money is theirs
           MOVE ZERO TO WS-CUSTOMER-ARG
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET SURVIVOR-FOUND TO TRUE
           ELSE
               PERFORM CHECK-SURVIVING-PARTY
               CLOSE CUSTOMER-FILE
           END-IF
           IF SURVIVOR-FOUND
               DISPLAY "Error: Account " WS-ACCOUNT-ARG
                       " still has a living owner or signer - "
                       "record the death with DECEASED first"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           IF ACC-BALANCE <= ZERO
               DISPLAY "Error: Account " WS-ACCOUNT-ARG
                       " has no balance to pay out"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BALANCE TO WS-ESTATE-BALANCE
           MOVE ACC-BRANCH TO WS-POSTING-BRANCH

           OPEN I-O POD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: No beneficiaries on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM TOTAL-POD-DESIGNATIONS
           IF DESIGNATION-IN-ERROR
               DISPLAY "Error: Account " WS-ACCOUNT-ARG
                       " has already been paid out"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               PERFORM CLOSE-PAYOUT-FILES
               EXIT PARAGRAPH
           END-IF
           IF WS-DESIGNATION-COUNT = ZERO
               DISPLAY "Error: No beneficiaries designated on "
                       "account " WS-ACCOUNT-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               PERFORM CLOSE-PAYOUT-FILES
               EXIT PARAGRAPH
           END-IF
           IF WS-PERCENT-TOTAL NOT = 100
               MOVE WS-PERCENT-TOTAL TO WS-DISPLAY-PERCENT-TOTAL
               DISPLAY "Error: Shares total "
                       WS-DISPLAY-PERCENT-TOTAL "% - they must "
                       "total 100% to pay out"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               PERFORM CLOSE-PAYOUT-FILES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-COUNT > ZERO
               IF WS-SERIAL-ARG = ZERO
                   DISPLAY "Error: " WS-CHECK-COUNT " beneficiaries "
                           "are paid by official check - give the "
                           "first check serial"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   PERFORM CLOSE-PAYOUT-FILES
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-SERIALS-FREE
               IF ERROR-OCCURRED
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   PERFORM CLOSE-PAYOUT-FILES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-PAYOUT-ACCOUNTS
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               PERFORM CLOSE-PAYOUT-FILES
               EXIT PARAGRAPH
           END-IF

      *    Every check passed - pay each share in sequence
           MOVE WS-ESTATE-BALANCE TO WS-REMAINING-BALANCE
           MOVE WS-SERIAL-ARG TO WS-NEXT-SERIAL
           MOVE ZERO TO WS-PAID-SO-FAR
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE WS-ACCOUNT-ARG TO PDB-ACCOUNT
           MOVE ZERO TO PDB-SEQUENCE
           START POD-FILE KEY IS NOT < PDB-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ POD-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF PDB-ACCOUNT NOT = WS-ACCOUNT-ARG
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           IF PDB-DESIGNATED
                               PERFORM PAY-ONE-BENEFICIARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ESTATE-ACCOUNT
           PERFORM CLOSE-PAYOUT-FILES
           MOVE WS-ESTATE-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "Account " WS-ACCOUNT-ARG " paid out $"
                   WS-DISPLAY-AMOUNT " to " WS-PAID-SO-FAR
                   " beneficiaries and closed".

       CLOSE-PAYOUT-FILES.
           CLOSE POD-FILE
           CLOSE ACCOUNT-FILE.

       CHECK-SERIALS-FREE.
      *    The checks take consecutive serials from the one given
      *    - none of them may already be on the register
           SET NO-ERROR TO TRUE
           COMPUTE WS-LAST-SERIAL = WS-SERIAL-ARG + WS-CHECK-COUNT - 1
           OPEN INPUT REGISTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ REGISTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF OFC-SERIAL >= WS-SERIAL-ARG AND
                          OFC-SERIAL <= WS-LAST-SERIAL
                           DISPLAY "Error: Check serial " OFC-SERIAL
                                   " is already on the register"
                           SET ERROR-OCCURRED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       CHECK-PAYOUT-ACCOUNTS.
      *    Every beneficiary paid by transfer needs an open
      *    account to receive it. Reads through the designations
      *    again, so the decedent's record is read back after.
           SET NO-ERROR TO TRUE
           SET WS-SCAN-NOT-EOF TO TRUE
           MOVE WS-ACCOUNT-ARG TO PDB-ACCOUNT
           MOVE ZERO TO PDB-SEQUENCE
           START POD-FILE KEY IS NOT < PDB-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ POD-FILE NEXT
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF PDB-ACCOUNT NOT = WS-ACCOUNT-ARG
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           IF PDB-DESIGNATED AND
                              PDB-PAYOUT-ACCOUNT > ZERO
                               PERFORM CHECK-ONE-PAYOUT-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ACCOUNT-ARG TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ERROR-OCCURRED TO TRUE
           END-READ.

       CHECK-ONE-PAYOUT-ACCOUNT.
           MOVE PDB-PAYOUT-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Payout account "
                           PDB-PAYOUT-ACCOUNT " for beneficiary "
                           PDB-SEQUENCE " not found"
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   IF ACC-STATUS = "C"
                       DISPLAY "Error: Payout account "
                               PDB-PAYOUT-ACCOUNT " for beneficiary "
                               PDB-SEQUENCE " is closed"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

       PAY-ONE-BENEFICIARY.
      *    Each share is figured on the opening balance; the last
      *    beneficiary takes what is left, so the pennies lost to
      *    rounding never strand on a closed account
           ADD 1 TO WS-PAID-SO-FAR
           IF WS-PAID-SO-FAR = WS-DESIGNATION-COUNT
               MOVE WS-REMAINING-BALANCE TO WS-SHARE-AMOUNT
           ELSE
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   WS-ESTATE-BALANCE * PDB-PERCENT / 100
           END-IF
           SUBTRACT WS-SHARE-AMOUNT FROM WS-REMAINING-BALANCE

           MOVE WS-ACCOUNT-ARG TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-ACCOUNT-ARG
                           " could not be re-read"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "PODPAY" TO WS-AUDIT-OPERATION
           SUBTRACT WS-SHARE-AMOUNT FROM ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error debiting account " WS-ACCOUNT-ARG
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           IF PDB-PAYOUT-ACCOUNT > ZERO
               PERFORM PAY-SHARE-BY-TRANSFER
           ELSE
               PERFORM PAY-SHARE-BY-CHECK
           END-IF
           MOVE "P" TO PDB-STATUS
           MOVE WS-BUSINESS-DATE TO PDB-PAID-DATE
           MOVE WS-SHARE-AMOUNT TO PDB-PAID-AMOUNT
           MOVE WS-PAID-REFERENCE TO PDB-PAID-REFERENCE
           REWRITE POD-BENEFICIARY-RECORD
           MOVE WS-SHARE-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "  " PDB-SEQUENCE " " PDB-NAME " $"
                   WS-DISPLAY-AMOUNT.

       PAY-SHARE-BY-TRANSFER.
      *    Credit the beneficiary's own account and post one
      *    transfer between the two
           MOVE PDB-PAYOUT-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Payout account "
                           PDB-PAYOUT-ACCOUNT " could not be read"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "PODPAY" TO WS-AUDIT-OPERATION
           ADD WS-SHARE-AMOUNT TO ACC-BALANCE
           MOVE WS-BUSINESS-DATE TO ACC-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error crediting account "
                       PDB-PAYOUT-ACCOUNT " status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "T" TO WS-ENTRY-TYPE
           MOVE WS-ACCOUNT-ARG TO WS-ENTRY-FROM-ACCOUNT
           MOVE PDB-PAYOUT-ACCOUNT TO WS-ENTRY-TO-ACCOUNT
           MOVE WS-SHARE-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE ZERO TO WS-ENTRY-CHECK-NUMBER
           MOVE SPACES TO WS-ENTRY-DESCRIPTION
           STRING "POD PAYOUT " DELIMITED BY SIZE
                  PDB-NAME DELIMITED BY SIZE
                  INTO WS-ENTRY-DESCRIPTION
           END-STRING
           PERFORM RECORD-ESTATE-TRANSACTION
           MOVE WS-TRANSACTION-COUNTER TO WS-PAID-REFERENCE.

       PAY-SHARE-BY-CHECK.
      *    The share moves to the official-check settlement
      *    account and goes on the register payable to the
      *    beneficiary, the same two entries OFFCHK ISSUE posts
           MOVE "W" TO WS-ENTRY-TYPE
           MOVE WS-ACCOUNT-ARG TO WS-ENTRY-FROM-ACCOUNT
           MOVE OFFICIAL-CHECK-ACCOUNT TO WS-ENTRY-TO-ACCOUNT
           MOVE WS-SHARE-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE WS-NEXT-SERIAL TO WS-ENTRY-CHECK-NUMBER
           MOVE "POD PAYOUT CHECK" TO WS-ENTRY-DESCRIPTION
           PERFORM RECORD-ESTATE-TRANSACTION

           MOVE OFFICIAL-CHECK-ACCOUNT TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Warning: settlement account "
                           OFFICIAL-CHECK-ACCOUNT
                           " is not on the master - open it and "
                           "fund it by hand"
               NOT INVALID KEY
                   PERFORM CREDIT-SETTLEMENT-ACCOUNT
           END-READ

           OPEN EXTEND REGISTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE WS-NEXT-SERIAL TO OFC-SERIAL
           MOVE PDB-NAME TO OFC-PAYEE
           MOVE WS-SHARE-AMOUNT TO OFC-AMOUNT
           MOVE WS-BUSINESS-DATE TO OFC-ISSUE-DATE
           MOVE WS-ACCOUNT-ARG TO OFC-PURCHASER-ACCOUNT
           MOVE "O" TO OFC-STATUS
           MOVE ZERO TO OFC-SETTLED-DATE
           MOVE ZERO TO OFC-ESCROW-LOAN
           WRITE OFFICIAL-CHECK-RECORD
           CLOSE REGISTER-FILE
           MOVE WS-NEXT-SERIAL TO WS-PAID-REFERENCE
           ADD 1 TO WS-NEXT-SERIAL.

       CREDIT-SETTLEMENT-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "OFCFUND" TO WS-AUDIT-OPERATION
           ADD WS-SHARE-AMOUNT TO ACC-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           MOVE "D" TO WS-ENTRY-TYPE
           MOVE OFFICIAL-CHECK-ACCOUNT TO WS-ENTRY-FROM-ACCOUNT
           MOVE ZERO TO WS-ENTRY-TO-ACCOUNT
           MOVE WS-SHARE-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE WS-NEXT-SERIAL TO WS-ENTRY-CHECK-NUMBER
           MOVE "OFFICIAL CHECK ISSUED" TO WS-ENTRY-DESCRIPTION
           PERFORM RECORD-ESTATE-TRANSACTION.

       CLOSE-ESTATE-ACCOUNT.
      *    Paid down to zero - closed through the CLOSE status
      *    path, overdraft line withdrawn
           MOVE WS-ACCOUNT-ARG TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: Account " WS-ACCOUNT-ARG
                           " could not be re-read to close"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-RECORD TO WS-BACKUP-RECORD
           MOVE "CLOSE" TO WS-AUDIT-OPERATION
           MOVE "C" TO ACC-STATUS
           MOVE ZERO TO ACC-OVERDRAFT-LIMIT
           REWRITE ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error closing account " WS-ACCOUNT-ARG
                       " status: " WS-FILE-STATUS
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-AUDIT-ENTRY.

       RECORD-ESTATE-TRANSACTION.
      *    One ledger entry from the WS-ENTRY- fields
           PERFORM GET-NEXT-TRANSACTION-ID
           OPEN EXTEND TRANSACTION-FILE
           MOVE WS-TRANSACTION-COUNTER TO TXN-ID
           MOVE WS-BUSINESS-DATE TO TXN-DATE
           MOVE WS-TIME-NUMERIC TO TXN-TIME
           MOVE WS-ENTRY-FROM-ACCOUNT TO TXN-FROM-ACCOUNT
           MOVE WS-ENTRY-TO-ACCOUNT TO TXN-TO-ACCOUNT
           MOVE WS-ENTRY-CHECK-NUMBER TO TXN-CHECK-NUMBER
           MOVE ZERO TO TXN-REVERSAL-OF
           MOVE ZERO TO TXN-EXCHANGE-RATE
           MOVE WS-TELLER-ID-PARM TO TXN-TELLER-ID
           MOVE SPACES TO TXN-SUPERVISOR-ID
           MOVE WS-ENTRY-TYPE TO TXN-TYPE
           MOVE WS-ENTRY-AMOUNT TO TXN-AMOUNT
           MOVE WS-ENTRY-DESCRIPTION TO TXN-DESCRIPTION
           MOVE "P" TO TXN-STATUS
      *    An estate payout is a book entry, never a currency
      *    transaction
           MOVE "N" TO TXN-CTR-FLAG
           MOVE WS-POSTING-BRANCH TO TXN-BRANCH
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-TRANSACTION-INDEX
           CLOSE TRANSACTION-FILE.

      * RECLAIMS - the reclamation flags
       LIST-RECLAIM-FLAGS.
           OPEN INPUT RECLAIM-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No benefit credits flagged for reclamation"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FEDERAL BENEFIT CREDITS FLAGGED FOR RECLAMATION"
           DISPLAY "==============================================="
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ RECLAIM-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-ARG = ZERO OR
                          BRC-CUSTOMER-ID = WS-CUSTOMER-ARG
                           PERFORM LIST-ONE-RECLAIM-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECLAIM-FILE
           DISPLAY " "
           DISPLAY "Credits listed: " WS-ENTRIES-LISTED
           MOVE WS-FLAGGED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Total:         $" WS-DISPLAY-TOTAL.

       LIST-ONE-RECLAIM-FLAG.
           ADD 1 TO WS-ENTRIES-LISTED
           ADD BRC-AMOUNT TO WS-FLAGGED-TOTAL
           MOVE BRC-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY BRC-ACCOUNT " cust " BRC-CUSTOMER-ID " died "
                   BRC-DATE-OF-DEATH " credit " BRC-CREDIT-DATE
                   " $" WS-DISPLAY-AMOUNT
           DISPLAY "     " BRC-DESCRIPTION " TXN " BRC-TXN-ID
                   " by " BRC-SOURCE.

      * Common audit, counter and index paragraphs
       WRITE-CUSTOMER-AUDIT-ENTRY.
      *    Append a before-image audit entry for the customer whose
      *    CUSTOMER-RECORD was just rewritten, the same entry
      *    CUSTMNT writes
           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF
           MOVE WS-CUSTOMER-ARG TO CUA-CUSTOMER-ID
           MOVE WS-DATE-NUMERIC TO CUA-DATE
           MOVE WS-TIME-NUMERIC TO CUA-TIME
           MOVE WS-CUSTOMER-AUDIT-OP TO CUA-OPERATION
           MOVE WS-TELLER-ID-PARM TO CUA-TELLER-ID
           MOVE WS-CUSTOMER-BACKUP TO CUA-BEFORE-IMAGE
           WRITE CUSTOMER-AUDIT-RECORD
           CLOSE CUSTOMER-AUDIT-FILE.

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

       LOAD-OPERATIONAL-PARAMETERS.
      *    Overlay the compiled-in settlement account with any
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
               WHEN "OFFICIAL-CHECK-ACCOUNT"
                   MOVE PRM-VALUE TO OFFICIAL-CHECK-ACCOUNT
      *        An unrecognized name is simply left for whichever
      *        program does know it
           END-EVALUATE.

       DISPLAY-USAGE.
           DISPLAY " "
           DISPLAY "ESTATE PROCESSING - Usage Instructions"
           DISPLAY "======================================"
           DISPLAY " "
           DISPLAY "Every command below is preceded by a teller ID "
                   "identifying the operator."
           DISPLAY " "
           DISPLAY "teller-id DECEASED customer-id date-of-death"
           DISPLAY "  Records the date of death, freezes accounts "
                   "with no surviving owner or signer,"
           DISPLAY "  hot-lists their cards, suspends their "
                   "standing orders and ZBA links, and"
           DISPLAY "  flags federal benefit credits posted since "
                   "the death for reclamation"
           DISPLAY "  Example: T001 DECEASED 55501 20240312"
           DISPLAY " "
           DISPLAY "teller-id PODADD account name percent "
                   "[payout-account]"
           DISPLAY "  No payout account means the share is paid by "
                   "official check"
           DISPLAY "  Example: T001 PODADD 1000000001 Mary_Smith "
                   "50 1000000007"
           DISPLAY " "
           DISPLAY "teller-id PODDEL account sequence"
           DISPLAY "  Example: T001 PODDEL 1000000001 2"
           DISPLAY " "
           DISPLAY "teller-id PODLIST account"
           DISPLAY "  Example: T001 PODLIST 1000000001"
           DISPLAY " "
           DISPLAY "teller-id PODPAY account [first-check-serial]"
           DISPLAY "  Splits the balance across the beneficiaries "
                   "and closes the account"
           DISPLAY "  Example: T001 PODPAY 1000000001 0004501"
           DISPLAY " "
           DISPLAY "teller-id RECLAIMS [customer-id]"
           DISPLAY "  Example: T001 RECLAIMS 55501"
           DISPLAY " ".

       END PROGRAM ESTATE.
