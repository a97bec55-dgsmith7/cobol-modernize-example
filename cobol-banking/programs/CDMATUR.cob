      *       close out the CD balance
      * It also extracts a maturity notice record to CDNOTICE.DAT
      * for every CD within 30 days of maturity, so the letters
      * go to the mail house ahead of time. A customer whose
      * mail is marked returned (RETMAIL) is left out of the
      * extract - the notice is held for pickup through
      * MAILHOLD instead, once per CD however many nights it
      * stays inside the 30 days.
      *
      * Usage: CDMATUR (no parameters - processes all accounts)
      *********************************************************
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Held mail - read to hold each CD's notice only once
           SELECT HELD-MAIL-FILE ASSIGN TO "data/HELDMAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  NTC-DISPOSITION         PIC X(1).
           05  FILLER                  PIC X(10).

       FD  HELD-MAIL-FILE.
           COPY "copybooks/HELD-MAIL-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".
      *    Branch stamped onto every transaction this program
       01  WS-CDS-TRANSFERRED          PIC 9(7) VALUE ZERO.
       01  WS-CDS-EXCEPTIONS           PIC 9(7) VALUE ZERO.
       01  WS-NOTICES-WRITTEN          PIC 9(7) VALUE ZERO.
       01  WS-NOTICES-HELD             PIC 9(7) VALUE ZERO.

      *    Returned-mail hold - the notice of a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    as printed lines and held for pickup instead of going
      *    into the mail house extract
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "CDMATUR  ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-LINE           PIC X(100) VALUE SPACES.
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.
       01  WS-NOTICE-HEADING           PIC X(100).
       01  WS-HELD-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-HELD-EOF             VALUE 'Y'.
           88  WS-HELD-NOT-EOF         VALUE 'N'.
       01  WS-ALREADY-HELD-FLAG        PIC X(1) VALUE 'N'.
           88  NOTICE-ALREADY-HELD     VALUE 'Y'.
           88  NOTICE-NOT-YET-HELD     VALUE 'N'.
       01  WS-PROCEEDS                 PIC S9(10)V99 COMP-3.
       01  WS-MATURED-ACCOUNT          PIC 9(10).
       01  WS-LINKED-ACCOUNT           PIC 9(10).
           END-IF.

       WRITE-MATURITY-NOTICE.
           MOVE ACC-CUSTOMER-ID TO WS-MAIL-HOLD-CUSTOMER
           PERFORM MAIL-HOLD-START
           IF MAIL-HELD
               PERFORM HOLD-MATURITY-NOTICE
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-NUMBER TO NTC-ACCOUNT
           MOVE ACC-CUSTOMER-ID TO NTC-CUSTOMER-ID
           MOVE ACC-CUSTOMER-NAME TO NTC-CUSTOMER-NAME
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICES-WRITTEN.

       HOLD-MATURITY-NOTICE.
      *    The notice printed for the branch the way the mail
      *    house would print it - unless this CD's notice is
      *    already held from an earlier night
           MOVE SPACES TO WS-NOTICE-HEADING
           STRING "CD MATURITY NOTICE - Account " ACC-NUMBER
                  " matures " ACC-MATURITY-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-HEADING
           PERFORM CHECK-NOTICE-ALREADY-HELD
           IF NOTICE-ALREADY-HELD
               PERFORM MAIL-HOLD-END
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTICE-HEADING TO WS-MAIL-HOLD-LINE
           PERFORM HOLD-ONE-NOTICE-LINE
           MOVE ACC-CUSTOMER-NAME TO WS-MAIL-HOLD-LINE
           PERFORM HOLD-ONE-NOTICE-LINE
           PERFORM HOLD-ONE-NOTICE-LINE
           MOVE ACC-BALANCE TO WS-DISPLAY-AMOUNT
           STRING "Your certificate of deposit, balance $"
                  WS-DISPLAY-AMOUNT ", matures on "
                  ACC-MATURITY-DATE "."
               DELIMITED BY SIZE INTO WS-MAIL-HOLD-LINE
           PERFORM HOLD-ONE-NOTICE-LINE
           EVALUATE ACC-MATURITY-DISPOSITION
               WHEN "C"
                   MOVE "At maturity it will be converted to an "
                       & "ordinary account."
                       TO WS-MAIL-HOLD-LINE
               WHEN "T"
                   STRING "At maturity the proceeds will be "
                          "transferred to account "
                          ACC-LINKED-ACCOUNT "."
                       DELIMITED BY SIZE INTO WS-MAIL-HOLD-LINE
               WHEN OTHER
                   MOVE "At maturity it will renew for another "
                       & "term at the rate then in effect."
                       TO WS-MAIL-HOLD-LINE
           END-EVALUATE
           PERFORM HOLD-ONE-NOTICE-LINE
           MOVE "Please contact us before maturity to make any "
               & "change." TO WS-MAIL-HOLD-LINE
           PERFORM HOLD-ONE-NOTICE-LINE
           PERFORM MAIL-HOLD-END
           ADD 1 TO WS-NOTICES-HELD.

       CHECK-NOTICE-ALREADY-HELD.
           SET NOTICE-NOT-YET-HELD TO TRUE
           OPEN INPUT HELD-MAIL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-HELD-NOT-EOF TO TRUE
           PERFORM UNTIL WS-HELD-EOF OR NOTICE-ALREADY-HELD
               READ HELD-MAIL-FILE
                   AT END
                       SET WS-HELD-EOF TO TRUE
                   NOT AT END
                       IF HML-SOURCE = WS-MAIL-HOLD-SOURCE AND
                          HML-CUSTOMER-ID = ACC-CUSTOMER-ID AND
                          HML-LINE = WS-NOTICE-HEADING
                           SET NOTICE-ALREADY-HELD TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-MAIL-FILE.

       MAIL-HOLD-START.
      *    Ask MAILHOLD whether this notice is to be mailed or
      *    held for pickup - WS-MAIL-HOLD-CUSTOMER already loaded
           MOVE "S" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG.

       HOLD-ONE-NOTICE-LINE.
      *    File WS-MAIL-HOLD-LINE with the held item, then clear
      *    it for the next line
           MOVE "L" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG
           MOVE SPACES TO WS-MAIL-HOLD-LINE.

       MAIL-HOLD-END.
           MOVE "E" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG.

       PROCESS-MATURED-CD.
      *    A blank disposition - every CD written before the field
      *    existed - renews, the least surprising thing a bank can
           DISPLAY "CDs paid out:      " WS-CDS-TRANSFERRED
           DISPLAY "Exceptions:        " WS-CDS-EXCEPTIONS
           DISPLAY "Notices extracted: " WS-NOTICES-WRITTEN
           DISPLAY "Notices held:      " WS-NOTICES-HELD
           DISPLAY " "
           DISPLAY "Maturity notices written to data/CDNOTICE.DAT"
           DISPLAY " ".
