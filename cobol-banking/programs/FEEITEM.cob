       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEITEM.
      *********************************************************
      * FEEITEM - Overdraft/NSF Fee Item Capture Subprogram
      * Called by a posting path the moment it pays an item
      * into the overdraft line (the balance it leaves behind
      * is negative) or returns one for insufficient funds.
      * Logs the item to FEEITEMS.DAT under the business date
      * for the nightly ITEMFEE step to assess; nothing is
      * charged here, because whether a fee is due depends on
      * how the account ends the day. A re-run that logs the
      * same item twice finds the key already present and is
      * ignored. Follows the ODSWEEP LINKAGE pattern.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fee item log - indexed by account, date, time, kind
      *    and reference
           SELECT FEE-ITEM-FILE ASSIGN TO "data/FEEITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIT-KEY
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting business date control
           SELECT BUSINESS-DAY-FILE ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FEE-ITEM-FILE.
           COPY "copybooks/FEE-ITEM-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

       LINKAGE SECTION.
      *    The account the item posted to or was returned on
       01  LS-ITEM-ACCOUNT             PIC 9(10).
      *    P=Paid into overdraft, N=Returned NSF
       01  LS-ITEM-KIND                PIC X(1).
       01  LS-ITEM-AMOUNT              PIC 9(10)V99.
      *    TXN-ID of a paid item - zero for a returned item
       01  LS-ITEM-TXN-ID              PIC 9(15).
      *    Check number when the item is a check, else zero
       01  LS-ITEM-CHECK-NUMBER        PIC 9(7).
      *    Ledger balance after the item (paid) or at the time
      *    it was refused (returned)
       01  LS-ITEM-BALANCE             PIC S9(10)V99 COMP-3.
      *    Calling program, for the fee report
       01  LS-ITEM-SOURCE              PIC X(8).
       01  LS-RETURN-CODE              PIC 9(2).

       PROCEDURE DIVISION USING LS-ITEM-ACCOUNT
                               LS-ITEM-KIND
                               LS-ITEM-AMOUNT
                               LS-ITEM-TXN-ID
                               LS-ITEM-CHECK-NUMBER
                               LS-ITEM-BALANCE
                               LS-ITEM-SOURCE
                               LS-RETURN-CODE.

       MAIN-CAPTURE-PROCESSING.
           PERFORM INITIALIZATION
           MOVE ZERO TO LS-RETURN-CODE
           OPEN I-O FEE-ITEM-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE FEE-ITEM-FILE
               OPEN OUTPUT FEE-ITEM-FILE
               CLOSE FEE-ITEM-FILE
               OPEN I-O FEE-ITEM-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Warning: fee item log unavailable, status: "
                       WS-FILE-STATUS
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF
           MOVE LS-ITEM-ACCOUNT TO FIT-ACCOUNT
           MOVE WS-BUSINESS-DATE TO FIT-DATE
           MOVE WS-TIME-NUMERIC TO FIT-TIME
           MOVE LS-ITEM-KIND TO FIT-KIND
           IF LS-ITEM-TXN-ID > ZERO
               MOVE LS-ITEM-TXN-ID TO FIT-REFERENCE
           ELSE
               MOVE LS-ITEM-CHECK-NUMBER TO FIT-REFERENCE
           END-IF
           MOVE LS-ITEM-AMOUNT TO FIT-AMOUNT
           MOVE LS-ITEM-TXN-ID TO FIT-TXN-ID
           MOVE LS-ITEM-CHECK-NUMBER TO FIT-CHECK-NUMBER
           MOVE LS-ITEM-BALANCE TO FIT-BALANCE-AFTER
           MOVE LS-ITEM-SOURCE TO FIT-SOURCE
           MOVE SPACE TO FIT-STATUS
           MOVE ZERO TO FIT-FEE-AMOUNT
           MOVE ZERO TO FIT-FEE-TXN-ID
           WRITE FEE-ITEM-RECORD
               INVALID KEY
                   MOVE 4 TO LS-RETURN-CODE
           END-WRITE
           CLOSE FEE-ITEM-FILE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE.

       GET-BUSINESS-DATE.
      *    Items are logged under the business date the item
      *    itself posts under
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

       END PROGRAM FEEITEM.
