      * Any posted activity resets the clock - the next run
      * simply sees a fresh ACC-LAST-ACTIVITY-DATE and leaves
      * the account alone.
      * A customer whose mail is marked returned (RETMAIL) is
      * not mailed - the due-diligence letter is held for
      * pickup through MAILHOLD instead, and the account moves
      * on to stage 2 the same as if it had been mailed.
      *
      * Usage: ESCHEAT (no parameters - checks every account)
      *********************************************************
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-REMOVAL-AMOUNT           PIC S9(10)V99 COMP-3.

      *    Returned-mail hold - a letter to a customer whose
      *    address is marked undeliverable is handed to MAILHOLD
      *    and held for pickup instead of being mailed
       01  WS-MAIL-HOLD-ACTION         PIC X(1).
       01  WS-MAIL-HOLD-SOURCE         PIC X(9) VALUE "ESCHEAT  ".
       01  WS-MAIL-HOLD-CUSTOMER       PIC 9(10).
       01  WS-MAIL-HOLD-LINE           PIC X(100) VALUE SPACES.
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  MAIL-HELD               VALUE 'Y'.
           88  MAIL-NOT-HELD           VALUE 'N'.
       01  WS-ITEMS-HELD               PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           END-READ
           CLOSE CUSTOMER-FILE

           MOVE CUS-CUSTOMER-ID TO WS-MAIL-HOLD-CUSTOMER
           PERFORM MAIL-HOLD-START
           OPEN EXTEND LETTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE LETTER-FILE
           END-IF
           MOVE "--------------------------------------------" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE CUS-CUSTOMER-NAME TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE CUS-ADDRESS-LINE-1 TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           IF CUS-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUS-ADDRESS-LINE-2 TO LETTER-LINE
               PERFORM PUT-LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING CUS-CITY ", " CUS-STATE " " CUS-ZIP-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "RE: Account " ACC-NUMBER
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "Our records show no activity on your account" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "for an extended period. Unless you contact us" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "or transact on the account, state law requires" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "us to turn its balance over to the state as" TO
               LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE "unclaimed property." TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           PERFORM MAIL-HOLD-END
           CLOSE LETTER-FILE

           ADD 1 TO WS-LETTERS-WRITTEN
           DISPLAY "Accounts examined:  " WS-ACCOUNTS-EXAMINED
           DISPLAY "Newly flagged:      " WS-ACCOUNTS-FLAGGED
           DISPLAY "Letters generated:  " WS-LETTERS-WRITTEN
           DISPLAY "Held for pickup:    " WS-ITEMS-HELD
           DISPLAY "Accounts escheated: " WS-ACCOUNTS-ESCHEATED
           MOVE WS-ESCHEATED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Remitted to state:  $" WS-DISPLAY-TOTAL
                   "extract in data/ESCHREMT.DAT"
           DISPLAY " ".

       MAIL-HOLD-START.
      *    Ask MAILHOLD whether this letter is to be mailed or
      *    held for pickup - WS-MAIL-HOLD-CUSTOMER already loaded
           MOVE "S" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG
           IF MAIL-HELD
               ADD 1 TO WS-ITEMS-HELD
           END-IF.

       PUT-LETTER-LINE.
      *    Mail the line, or file it with the held item
           IF MAIL-HELD
               MOVE LETTER-LINE TO WS-MAIL-HOLD-LINE
               MOVE "L" TO WS-MAIL-HOLD-ACTION
               CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                     WS-MAIL-HOLD-SOURCE
                                     WS-MAIL-HOLD-CUSTOMER
                                     WS-MAIL-HOLD-LINE
                                     WS-MAIL-HOLD-FLAG
           ELSE
               WRITE LETTER-LINE
           END-IF.

       MAIL-HOLD-END.
           MOVE "E" TO WS-MAIL-HOLD-ACTION
           CALL "MAILHOLD" USING WS-MAIL-HOLD-ACTION
                                 WS-MAIL-HOLD-SOURCE
                                 WS-MAIL-HOLD-CUSTOMER
                                 WS-MAIL-HOLD-LINE
                                 WS-MAIL-HOLD-FLAG.

       END PROGRAM ESCHEAT.
