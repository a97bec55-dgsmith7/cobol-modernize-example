      * and writes rejects to a return file with standard
      * reason codes. A settlement total per side is reported
      * for balancing against the operator's control totals.
      * A federal benefit credit (Treasury in the company name)
      * that arrives after the date of death of the owner or a
      * signer still posts, but is flagged on RECLAIM.DAT for
      * the Treasury reclamation, as ESTATE flags the ones
      * already posted when the death is recorded.
      *
      * Entry records are fixed-width display numerics:
      *   type(1, C=credit D=debit) account(10)
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - date of death for the benefit
      *    reclamation check
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Federal benefit reclamation flags
           SELECT RECLAIM-FILE ASSIGN TO "data/RECLAIM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
       FD  HOLD-FILE.
           COPY "copybooks/HOLD-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  RECLAIM-FILE.
           COPY "copybooks/BENEFIT-RECLAIM-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

           88  WS-HOLD-EOF             VALUE 'Y'.
           88  WS-HOLD-NOT-EOF         VALUE 'N'.

      *    Federal benefit reclamation check
       01  WS-CUSTOMER-FILE-FLAG       PIC X(1) VALUE 'N'.
           88  CUSTOMER-FILE-OPEN      VALUE 'Y'.
           88  CUSTOMER-FILE-CLOSED    VALUE 'N'.
       01  WS-TREAS-COUNT              PIC 9(2).
       01  WS-PARTY-ID                 PIC 9(10).
       01  WS-SIGNER-SUB               PIC 9(1).
       01  WS-DECEASED-PARTY           PIC 9(10).
       01  WS-DECEASED-DATE            PIC 9(8).
       01  WS-CREDITS-FLAGGED          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           CLOSE ACH-IN-FILE
           CLOSE ACH-RETURN-FILE
           CLOSE ACCOUNT-FILE
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM DISPLAY-RUN-SUMMARY
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
      *    No customer master means no date of death to test -
      *    credits still post
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS = "00"
               SET CUSTOMER-FILE-OPEN TO TRUE
           END-IF.

       POST-ONE-ACH-ENTRY.
           MOVE "D" TO WS-ACH-TXN-TYPE
           PERFORM RECORD-ACH-TRANSACTION
           ADD 1 TO WS-CREDITS-POSTED
           ADD ACH-AMOUNT TO WS-CREDIT-TOTAL
           PERFORM CHECK-BENEFIT-RECLAIM.

       CHECK-BENEFIT-RECLAIM.
      *    Federal benefit payments all come from Treasury, so the
      *    company name carries TREAS. One paid for a date after
      *    the owner's or a signer's death goes back.
           IF CUSTOMER-FILE-CLOSED
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TREAS-COUNT
           INSPECT ACH-COMPANY-NAME TALLYING WS-TREAS-COUNT
               FOR ALL "TREAS"
           IF WS-TREAS-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DECEASED-PARTY
           MOVE ACC-CUSTOMER-ID TO WS-PARTY-ID
           PERFORM CHECK-PARTY-DATE-OF-DEATH
           PERFORM VARYING WS-SIGNER-SUB FROM 1 BY 1
                   UNTIL WS-SIGNER-SUB > ACC-SIGNER-COUNT
                      OR WS-SIGNER-SUB > 2
                      OR WS-DECEASED-PARTY > ZERO
               MOVE ACC-SIGNER-ID(WS-SIGNER-SUB) TO WS-PARTY-ID
               PERFORM CHECK-PARTY-DATE-OF-DEATH
           END-PERFORM
           IF WS-DECEASED-PARTY = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RECLAIM-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE RECLAIM-FILE
               OPEN OUTPUT RECLAIM-FILE
           END-IF
           MOVE ACH-ACCOUNT TO BRC-ACCOUNT
           MOVE WS-DECEASED-PARTY TO BRC-CUSTOMER-ID
           MOVE WS-DECEASED-DATE TO BRC-DATE-OF-DEATH
           MOVE WS-BUSINESS-DATE TO BRC-CREDIT-DATE
           MOVE WS-TRANSACTION-COUNTER TO BRC-TXN-ID
           MOVE ACH-AMOUNT TO BRC-AMOUNT
           MOVE SPACES TO BRC-DESCRIPTION
           STRING "ACH " DELIMITED BY SIZE
                  ACH-COMPANY-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACH-ENTRY-DESC DELIMITED BY SIZE
                  INTO BRC-DESCRIPTION
           END-STRING
           MOVE WS-BUSINESS-DATE TO BRC-FLAGGED-DATE
           MOVE "ACHPOST" TO BRC-SOURCE
           WRITE BENEFIT-RECLAIM-RECORD
           CLOSE RECLAIM-FILE
           ADD 1 TO WS-CREDITS-FLAGGED
           MOVE ACH-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Warning: benefit credit of $" WS-DISPLAY-AMOUNT
                   " to " ACH-ACCOUNT " after the death of customer "
                   WS-DECEASED-PARTY " - flagged for reclamation".

       CHECK-PARTY-DATE-OF-DEATH.
           IF WS-PARTY-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARTY-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUS-DATE-OF-DEATH IS NUMERIC AND
              CUS-DATE-OF-DEATH > ZERO AND
              CUS-DATE-OF-DEATH < WS-BUSINESS-DATE
               MOVE WS-PARTY-ID TO WS-DECEASED-PARTY
               MOVE CUS-DATE-OF-DEATH TO WS-DECEASED-DATE
           END-IF.

       POST-ACH-DEBIT.
      *    Debits carry the full status and available-funds rules
               WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
           MOVE WS-SETTLEMENT-NET TO WS-DISPLAY-TOTAL
           DISPLAY "Settlement net:   $" WS-DISPLAY-TOTAL
           IF WS-CREDITS-FLAGGED > ZERO
               DISPLAY "Benefit credits flagged for reclamation: "
                       WS-CREDITS-FLAGGED
           END-IF
           DISPLAY "Return entries written to data/ACHRTN.DAT"
           DISPLAY " ".

