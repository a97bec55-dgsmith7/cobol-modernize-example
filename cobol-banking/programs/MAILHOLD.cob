       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILHOLD.
      *********************************************************
      * MAILHOLD - Returned Mail Hold Subprogram
      * Every batch that prints customer mail - statements,
      * notices and letters - calls here before it writes an
      * item and again for each line of it:
      *   'S' starts an item for a customer. If the customer's
      *       address is marked undeliverable (RETMAIL MARK)
      *       the hold flag comes back 'Y' and the caller hands
      *       the item's lines here instead of to its print file.
      *   'L' files one line of a held item to HELDMAIL.DAT.
      *   'E' ends the item.
      * A held item waits on HELDMAIL.DAT until the customer
      * collects it through RETMAIL PICKUP. Working storage
      * persists across calls in one run unit (the same way
      * SPOOLER's does), which carries the item in progress
      * between calls.
      *
      * A customer who cannot be read is mailed as before -
      * only a recorded returned-mail mark holds anything.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Customer master - the returned-mail mark
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Held mail - sequential append, one record per line of
      *    each held item
           SELECT HELD-MAIL-FILE ASSIGN TO "data/HELDMAIL.DAT"
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

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  HELD-MAIL-FILE.
           COPY "copybooks/HELD-MAIL-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    The item in progress - carried across calls in this
      *    run unit
       01  WS-DATE-LOADED-FLAG         PIC X(1) VALUE 'N'.
           88  DATE-LOADED             VALUE 'Y'.
       01  WS-ITEM-HELD-FLAG           PIC X(1) VALUE 'N'.
           88  ITEM-HELD               VALUE 'Y'.
           88  ITEM-NOT-HELD           VALUE 'N'.
       01  WS-ITEM-CUSTOMER-ID         PIC 9(10) VALUE ZERO.
       01  WS-ITEM-SOURCE              PIC X(9) VALUE SPACES.
       01  WS-ITEM-NUMBER              PIC 9(5) VALUE ZERO.
       01  WS-ITEM-LINE-COUNT          PIC 9(4) VALUE ZERO.

       LINKAGE SECTION.
      *    S=Start an item, L=file one line, E=end the item
       01  LS-ACTION                   PIC X(1).
       01  LS-SOURCE-NAME              PIC X(9).
       01  LS-CUSTOMER-ID              PIC 9(10).
       01  LS-MAIL-LINE                PIC X(100).
      *    Returned on 'S' - Y when the item is to be held
       01  LS-HOLD-FLAG                PIC X(1).

       PROCEDURE DIVISION USING LS-ACTION
                               LS-SOURCE-NAME
                               LS-CUSTOMER-ID
                               LS-MAIL-LINE
                               LS-HOLD-FLAG.

       MAIN-HOLD-PROCESSING.
           EVALUATE LS-ACTION
               WHEN "S"
                   PERFORM START-MAIL-ITEM
               WHEN "L"
                   PERFORM HOLD-ONE-LINE
               WHEN "E"
                   SET ITEM-NOT-HELD TO TRUE
                   MOVE ZERO TO WS-ITEM-LINE-COUNT
           END-EVALUATE
           GOBACK.

       START-MAIL-ITEM.
           IF NOT DATE-LOADED
               PERFORM GET-BUSINESS-DATE
               SET DATE-LOADED TO TRUE
           END-IF
           SET ITEM-NOT-HELD TO TRUE
           MOVE "N" TO LS-HOLD-FLAG
           MOVE ZERO TO WS-ITEM-LINE-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CUSTOMER-ID TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CUSTOMER-FILE
           IF CUS-MAIL-UNDELIVERABLE
               SET ITEM-HELD TO TRUE
               MOVE "Y" TO LS-HOLD-FLAG
               MOVE LS-CUSTOMER-ID TO WS-ITEM-CUSTOMER-ID
               MOVE LS-SOURCE-NAME TO WS-ITEM-SOURCE
               ADD 1 TO WS-ITEM-NUMBER
           END-IF.

       GET-BUSINESS-DATE.
      *    Items are held under the posting business date
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

       HOLD-ONE-LINE.
           IF ITEM-NOT-HELD
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE HELD-MAIL-FILE
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-LINE-COUNT
           INITIALIZE HELD-MAIL-RECORD
           MOVE WS-ITEM-CUSTOMER-ID TO HML-CUSTOMER-ID
           MOVE WS-ITEM-SOURCE TO HML-SOURCE
           MOVE WS-BUSINESS-DATE TO HML-HELD-DATE
           MOVE WS-TIME-NUMERIC TO HML-HELD-TIME
           MOVE WS-ITEM-NUMBER TO HML-ITEM-NUMBER
           MOVE WS-ITEM-LINE-COUNT TO HML-LINE-NUMBER
           MOVE "H" TO HML-STATUS
           MOVE LS-MAIL-LINE TO HML-LINE
           WRITE HELD-MAIL-RECORD
           CLOSE HELD-MAIL-FILE.

       END PROGRAM MAILHOLD.
