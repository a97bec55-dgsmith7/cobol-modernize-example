      *********************************************************
      * DUALCTL - Dual Control Review and Approval
      * Works the pending-change file the maintenance programs
      * now queue into: PARMMNT SETs, CUSTMNT field changes,
      * TELLMNT limit and refund-limit changes and GLMNT manual
      * journals wait here until a second, different teller
      * with supervisor authority approves or rejects them.
      * Only an approval applies the change, and
      * both identities - maker and checker - land in the
      * AUDIT.DAT record either way. An approved manual journal
      * is appended to GLMANUAL.DAT under the business date
      * for that night's GLPOST to apply to the GL master.
      *
      * Usage: DUALCTL CHECKER-ID COMMAND [ARGS]
      * Commands:
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    General ledger master - a manual journal's accounts
      *    are checked again at approval
           SELECT GL-ACCOUNT-FILE ASSIGN TO "data/GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Approved manual journals awaiting GLPOST - sequential
      *    append, one debit/credit pair per approval
           SELECT GL-MANUAL-FILE ASSIGN TO "data/GLMANUAL.DAT"
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

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  GL-ACCOUNT-FILE.
           COPY "copybooks/GL-ACCOUNT-RECORD.cpy".

       FD  GL-MANUAL-FILE.
           COPY "copybooks/GL-JOURNAL-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    pending text
       01  WS-TIN-DIGITS               PIC X(9).
       01  WS-TIN-STATUS               PIC X(1).
      *    Statement delivery method and combined flag unpacked
      *    the same way
       01  WS-DELIVERY-METHOD          PIC X(1).
       01  WS-DELIVERY-COMBINED        PIC X(1).
      *    Manual journal accounts unpacked from the pending key
       01  WS-JOURNAL-DEBIT-GL         PIC X(6).
       01  WS-JOURNAL-CREDIT-GL        PIC X(6).
       01  WS-JOURNAL-CHECK-GL         PIC X(6).
       01  WS-DISPLAY-VALUE            PIC -Z,ZZZ,ZZZ,ZZ9.999999.

       PROCEDURE DIVISION.
                   PERFORM APPLY-CUSTOMER-CHANGE
               WHEN "TELLMNT"
                   PERFORM APPLY-LIMIT-CHANGE
               WHEN "GLMNT"
                   PERFORM APPLY-GL-JOURNAL
               WHEN OTHER
                   DISPLAY "Error: Unknown change source "
                           PND-SOURCE
                            WS-TIN-STATUS
                   MOVE WS-TIN-DIGITS TO CUS-TIN
                   MOVE WS-TIN-STATUS TO CUS-W9-STATUS
               WHEN "DELIVERY"
                   UNSTRING PND-VALUE-TEXT DELIMITED BY SPACE
                       INTO WS-DELIVERY-METHOD
                            WS-DELIVERY-COMBINED
      *            The email may have been cleared since the
      *            change was keyed
                   IF WS-DELIVERY-METHOD NOT = "P" AND
                      CUS-EMAIL = SPACES
                       DISPLAY "Error: No email on file for "
                               "electronic statements"
                       SET ERROR-OCCURRED TO TRUE
                   ELSE
                       MOVE WS-DELIVERY-METHOD TO CUS-STMT-DELIVERY
                       MOVE WS-DELIVERY-COMBINED TO
                           CUS-STMT-COMBINED
                   END-IF
               WHEN "ADDRESS"
                   MOVE PND-ADDR-LINE-1 TO CUS-ADDRESS-LINE-1
                   MOVE PND-ADDR-LINE-2 TO CUS-ADDRESS-LINE-2
                   MOVE PND-CITY TO CUS-CITY
                   MOVE PND-STATE TO CUS-STATE
                   MOVE PND-ZIP-CODE TO CUS-ZIP-CODE
      *            A new address ends any returned-mail hold -
      *            mail goes out to it again from tonight
                   IF CUS-MAIL-UNDELIVERABLE
                       MOVE SPACE TO CUS-MAIL-STATUS
                       MOVE ZERO TO CUS-MAIL-RETURNED-DATE
                       DISPLAY "Returned-mail hold cleared"
                   END-IF
               WHEN OTHER
                   DISPLAY "Error: Unknown customer operation "
                           PND-OPERATION
                           " not found"
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
      *            RFNDLIM sets the fee refund limit, LIMIT the
      *            transaction limit
                   IF PND-OPERATION = "RFNDLIM"
                       MOVE PND-VALUE-NUM TO TLR-REFUND-LIMIT
                   ELSE
                       MOVE PND-VALUE-NUM TO TLR-TXN-LIMIT
                   END-IF
                   REWRITE TELLER-RECORD
                   DISPLAY "Teller " WS-TELLER-KEY
                           " limit updated"
           END-READ
           CLOSE TELLER-FILE.

       APPLY-GL-JOURNAL.
      *    The accounts are checked again - either could have
      *    been made inactive since the journal was keyed
           UNSTRING PND-KEY DELIMITED BY SPACE
               INTO WS-JOURNAL-DEBIT-GL
                    WS-JOURNAL-CREDIT-GL
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error: GL master not available"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOURNAL-DEBIT-GL TO WS-JOURNAL-CHECK-GL
           PERFORM CHECK-JOURNAL-ACCOUNT
           MOVE WS-JOURNAL-CREDIT-GL TO WS-JOURNAL-CHECK-GL
           PERFORM CHECK-JOURNAL-ACCOUNT
           CLOSE GL-ACCOUNT-FILE
           IF ERROR-OCCURRED
               EXIT PARAGRAPH
           END-IF
      *    Dated the business day it was approved, so that
      *    night's GLPOST applies it
           PERFORM GET-BUSINESS-DATE
           OPEN EXTEND GL-MANUAL-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE GL-MANUAL-FILE
               OPEN OUTPUT GL-MANUAL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening manual journal file, "
                       "status: " WS-FILE-STATUS
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE TO GLJ-DATE
           MOVE WS-JOURNAL-DEBIT-GL TO GLJ-GL-ACCOUNT
           MOVE "D" TO GLJ-SIDE
           MOVE PND-VALUE-NUM TO GLJ-AMOUNT
           MOVE "M" TO GLJ-SOURCE-TYPE
           MOVE PND-VALUE-TEXT(1:30) TO GLJ-DESCRIPTION
           MOVE PND-SEQUENCE TO GLJ-REFERENCE
           MOVE ZERO TO GLJ-POSTED-DATE
           WRITE GL-JOURNAL-RECORD
           MOVE WS-JOURNAL-CREDIT-GL TO GLJ-GL-ACCOUNT
           MOVE "C" TO GLJ-SIDE
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-MANUAL-FILE
           MOVE PND-VALUE-NUM TO WS-DISPLAY-AMOUNT
           DISPLAY "Manual journal Dr " WS-JOURNAL-DEBIT-GL
                   " Cr " WS-JOURNAL-CREDIT-GL " $"
                   WS-DISPLAY-AMOUNT " released to GLPOST".

       CHECK-JOURNAL-ACCOUNT.
           MOVE WS-JOURNAL-CHECK-GL TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: GL account "
                           WS-JOURNAL-CHECK-GL " not found"
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   IF NOT GLA-ACTIVE
                       DISPLAY "Error: GL account "
                               WS-JOURNAL-CHECK-GL " is inactive"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

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

       WRITE-DECISION-AUDIT.
      *    Both identities land in the audit trail whichever
      *    way the decision went - the record names the maker
