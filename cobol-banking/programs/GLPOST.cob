       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
      *********************************************************
      * GLPOST - Daily General Ledger Posting
      * GLEXTRCT writes the night's balanced journal pairs to
      * GLJRNL.DAT; this step, run right after it, applies them
      * to the GL master (GLMASTER.DAT) together with the
      * manual journals DUALCTL has approved into GLMANUAL.DAT.
      * Each line adds to its account's debits or credits for
      * the month of the journal date and moves the running
      * balance, so the ledger the finance team works from is
      * the one the system keeps rather than a spreadsheet
      * re-keyed from the extract.
      *
      * Nothing is posted unless everything can be: the run
      * first checks that every account is on the chart, that
      * each source balances debits to credits, and that no
      * journal is dated into a fiscal year the chart has not
      * been closed into yet, and halts with a non-zero return
      * code otherwise - which stops the EODRUN chain the same
      * way GLEXTRCT's own balance check does. A journal dated
      * in a year GLCLOSE has already closed posts to period 1
      * of the open year with a warning, since the closed year
      * can no longer move. GLPOSTED.DAT remembers the newest
      * extract date posted, so a rerun does not post it twice;
      * each manual journal line is stamped with the date it
      * was posted.
      *
      * With no GL master set up yet the step reports and ends
      * cleanly - GLMNT SEED builds the standard chart.
      *
      * Usage: GLPOST (no parameters - posts through the
      *        business date)
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    General ledger master - indexed by GL account
           SELECT GL-ACCOUNT-FILE ASSIGN TO "data/GLMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLA-ACCOUNT
               FILE STATUS IS WS-FILE-STATUS.

      *    Nightly journal written by GLEXTRCT
           SELECT GL-JOURNAL-FILE ASSIGN TO "data/GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Approved manual journals - rewritten in place as each
      *    line is posted
           SELECT GL-MANUAL-FILE ASSIGN TO "data/GLMANUAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Posting control - newest extract date posted
           SELECT GL-POST-CONTROL-FILE ASSIGN TO
               "data/GLPOSTED.DAT"
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

       FD  GL-JOURNAL-FILE.
           COPY "copybooks/GL-JOURNAL-RECORD.cpy".

       FD  GL-MANUAL-FILE.
           COPY "copybooks/GL-JOURNAL-RECORD.cpy" REPLACING
               ==GL-JOURNAL-RECORD== BY ==GL-MANUAL-RECORD==
               LEADING ==GLJ== BY ==GLM==.

       FD  GL-POST-CONTROL-FILE.
           COPY "copybooks/GL-POST-CONTROL-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    GL posting working storage
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.
       01  WS-GL-MASTER-FLAG           PIC X(1) VALUE 'N'.
           88  GL-MASTER-READY         VALUE 'Y'.
           88  GL-MASTER-MISSING       VALUE 'N'.
      *    V=checking every line before anything moves,
      *    P=posting
       01  WS-PASS-FLAG                PIC X(1) VALUE 'V'.
           88  VALIDATE-PASS           VALUE 'V'.
           88  POSTING-PASS            VALUE 'P'.
       01  WS-LAST-JOURNAL-DATE        PIC 9(8) VALUE ZERO.
       01  WS-NEW-JOURNAL-DATE         PIC 9(8) VALUE ZERO.

      *    The journal line being checked or posted, moved out
      *    of whichever file it came from
       01  WS-LINE-DATE                PIC 9(8).
       01  WS-LINE-GL-ACCOUNT          PIC X(6).
       01  WS-LINE-SIDE                PIC X(1).
       01  WS-LINE-AMOUNT              PIC 9(12)V99 COMP-3.
       01  WS-LINE-YEAR                PIC 9(4).
       01  WS-LINE-PERIOD              PIC 9(2).
       01  WS-LINE-MONTH-WORK          PIC 9(6).

      *    Balancing proof per source, and run counts
       01  WS-DAILY-DEBITS             PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DAILY-CREDITS            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MANUAL-DEBITS            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-MANUAL-CREDITS           PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DAILY-LINES              PIC 9(7) VALUE ZERO.
       01  WS-MANUAL-LINES             PIC 9(7) VALUE ZERO.
       01  WS-LINES-POSTED             PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-YEAR-LINES         PIC 9(7) VALUE ZERO.
       01  WS-DISPLAY-TOTAL            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM READ-POST-CONTROL
           OPEN I-O GL-ACCOUNT-FILE
           IF WS-FILE-STATUS = "00"
               SET GL-MASTER-READY TO TRUE
           ELSE
               DISPLAY "GL master not set up - nothing posted "
                       "(GLMNT SEED builds the standard chart)"
           END-IF
           IF GL-MASTER-READY
               SET VALIDATE-PASS TO TRUE
               PERFORM SCAN-DAILY-JOURNAL
               PERFORM SCAN-MANUAL-JOURNALS
               PERFORM PROVE-POSTING-BALANCE
               IF NO-ERROR
                   SET POSTING-PASS TO TRUE
                   PERFORM SCAN-DAILY-JOURNAL
                   PERFORM WRITE-POST-CONTROL
                   PERFORM SCAN-MANUAL-JOURNALS
               ELSE
                   DISPLAY "GL posting halted - nothing posted"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               CLOSE GL-ACCOUNT-FILE
           END-IF
           PERFORM DISPLAY-RUN-SUMMARY
      *    GOBACK rather than STOP RUN so this job can run as a
      *    called step under the EODRUN nightly driver as well as
      *    standalone - RETURN-CODE carries the result either way
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK.

       INITIALIZATION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-DATE-NUMERIC =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           COMPUTE WS-TIME-NUMERIC =
               WS-HOUR * 10000 + WS-MINUTE * 100 + WS-SECOND
           PERFORM GET-BUSINESS-DATE
           SET NO-ERROR TO TRUE
           MOVE ZERO TO WS-RETURN-CODE.

       GET-BUSINESS-DATE.
      *    Posts through the posting business day, the same date
      *    the rest of the chain runs on
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

       READ-POST-CONTROL.
           MOVE ZERO TO WS-LAST-JOURNAL-DATE
           OPEN INPUT GL-POST-CONTROL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GL-POST-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GPC-LAST-JOURNAL-DATE TO
                       WS-LAST-JOURNAL-DATE
           END-READ
           CLOSE GL-POST-CONTROL-FILE.

       WRITE-POST-CONTROL.
      *    Only moves forward - a night with an empty extract
      *    leaves the last posted date where it was
           IF WS-NEW-JOURNAL-DATE NOT > WS-LAST-JOURNAL-DATE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GL-POST-CONTROL-FILE
           MOVE WS-NEW-JOURNAL-DATE TO GPC-LAST-JOURNAL-DATE
           MOVE WS-BUSINESS-DATE TO GPC-POSTED-ON-DATE
           WRITE GL-POST-CONTROL-RECORD
           CLOSE GL-POST-CONTROL-FILE.

       SCAN-DAILY-JOURNAL.
      *    Lines newer than the last extract posted and not
      *    dated past the business day
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-FILE-STATUS NOT = "00"
               IF VALIDATE-PASS
                   DISPLAY "No GL journal extract to post"
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ GL-JOURNAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLJ-DATE > WS-LAST-JOURNAL-DATE AND
                          GLJ-DATE <= WS-BUSINESS-DATE
                           MOVE GLJ-DATE TO WS-LINE-DATE
                           MOVE GLJ-GL-ACCOUNT TO
                               WS-LINE-GL-ACCOUNT
                           MOVE GLJ-SIDE TO WS-LINE-SIDE
                           MOVE GLJ-AMOUNT TO WS-LINE-AMOUNT
                           PERFORM PROCESS-DAILY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           SET WS-NOT-EOF TO TRUE.

       PROCESS-DAILY-LINE.
           IF VALIDATE-PASS
               ADD 1 TO WS-DAILY-LINES
               IF WS-LINE-SIDE = "D"
                   ADD WS-LINE-AMOUNT TO WS-DAILY-DEBITS
               ELSE
                   ADD WS-LINE-AMOUNT TO WS-DAILY-CREDITS
               END-IF
               IF WS-LINE-DATE > WS-NEW-JOURNAL-DATE
                   MOVE WS-LINE-DATE TO WS-NEW-JOURNAL-DATE
               END-IF
               PERFORM VALIDATE-JOURNAL-LINE
           ELSE
               PERFORM POST-JOURNAL-LINE
           END-IF.

       SCAN-MANUAL-JOURNALS.
      *    Approved manual lines not yet posted and not dated
      *    past the business day
           IF VALIDATE-PASS
               OPEN INPUT GL-MANUAL-FILE
           ELSE
               OPEN I-O GL-MANUAL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ GL-MANUAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLM-POSTED-DATE = ZERO AND
                          GLM-DATE <= WS-BUSINESS-DATE
                           MOVE GLM-DATE TO WS-LINE-DATE
                           MOVE GLM-GL-ACCOUNT TO
                               WS-LINE-GL-ACCOUNT
                           MOVE GLM-SIDE TO WS-LINE-SIDE
                           MOVE GLM-AMOUNT TO WS-LINE-AMOUNT
                           PERFORM PROCESS-MANUAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MANUAL-FILE
           SET WS-NOT-EOF TO TRUE.

       PROCESS-MANUAL-LINE.
           IF VALIDATE-PASS
               ADD 1 TO WS-MANUAL-LINES
               IF WS-LINE-SIDE = "D"
                   ADD WS-LINE-AMOUNT TO WS-MANUAL-DEBITS
               ELSE
                   ADD WS-LINE-AMOUNT TO WS-MANUAL-CREDITS
               END-IF
               PERFORM VALIDATE-JOURNAL-LINE
           ELSE
               PERFORM POST-JOURNAL-LINE
      *        Stamped as it posts, so a rerun never posts the
      *        same line again
               MOVE WS-BUSINESS-DATE TO GLM-POSTED-DATE
               REWRITE GL-MANUAL-RECORD
           END-IF.

       SPLIT-LINE-DATE.
      *    The journal's year, and its month as the period
           DIVIDE WS-LINE-DATE BY 100 GIVING WS-LINE-MONTH-WORK
           DIVIDE WS-LINE-MONTH-WORK BY 100 GIVING WS-LINE-YEAR
               REMAINDER WS-LINE-PERIOD.

       VALIDATE-JOURNAL-LINE.
           IF WS-LINE-SIDE NOT = "D" AND WS-LINE-SIDE NOT = "C"
               DISPLAY "Error: Journal line for GL "
                       WS-LINE-GL-ACCOUNT " has no D/C side"
               SET ERROR-OCCURRED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-GL-ACCOUNT TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: GL account " WS-LINE-GL-ACCOUNT
                           " is not on the chart of accounts"
                   SET ERROR-OCCURRED TO TRUE
                   EXIT PARAGRAPH
           END-READ
           PERFORM SPLIT-LINE-DATE
           IF WS-LINE-YEAR > GLA-FISCAL-YEAR
               DISPLAY "Error: Journal dated " WS-LINE-DATE
                       " for GL " WS-LINE-GL-ACCOUNT
                       " but fiscal year " GLA-FISCAL-YEAR
                       " is not closed - run GLCLOSE"
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       POST-JOURNAL-LINE.
           MOVE WS-LINE-GL-ACCOUNT TO GLA-ACCOUNT
           READ GL-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Error: GL account " WS-LINE-GL-ACCOUNT
                           " disappeared during posting"
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           PERFORM SPLIT-LINE-DATE
      *    A closed year cannot move - the line lands in the
      *    open year's first period instead
           IF WS-LINE-YEAR < GLA-FISCAL-YEAR
               DISPLAY "Warning: Journal dated " WS-LINE-DATE
                       " for GL " WS-LINE-GL-ACCOUNT
                       " is in a closed year - posted to period 1"
                       " of " GLA-FISCAL-YEAR
               MOVE 1 TO WS-LINE-PERIOD
               ADD 1 TO WS-PRIOR-YEAR-LINES
           END-IF
           IF WS-LINE-SIDE = "D"
               ADD WS-LINE-AMOUNT TO
                   GLA-PERIOD-DEBITS(WS-LINE-PERIOD)
               ADD WS-LINE-AMOUNT TO GLA-CURRENT-BALANCE
           ELSE
               ADD WS-LINE-AMOUNT TO
                   GLA-PERIOD-CREDITS(WS-LINE-PERIOD)
               SUBTRACT WS-LINE-AMOUNT FROM GLA-CURRENT-BALANCE
           END-IF
           MOVE WS-BUSINESS-DATE TO GLA-LAST-POSTED-DATE
           REWRITE GL-ACCOUNT-RECORD
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-LINES-POSTED
           ELSE
               DISPLAY "Error updating GL account "
                       WS-LINE-GL-ACCOUNT ", status: "
                       WS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       PROVE-POSTING-BALANCE.
           IF WS-DAILY-DEBITS NOT = WS-DAILY-CREDITS
               DISPLAY "Error: GL journal extract out of balance"
               SET ERROR-OCCURRED TO TRUE
           END-IF
           IF WS-MANUAL-DEBITS NOT = WS-MANUAL-CREDITS
               DISPLAY "Error: Manual journals out of balance"
               SET ERROR-OCCURRED TO TRUE
           END-IF.

       DISPLAY-RUN-SUMMARY.
           DISPLAY " "
           DISPLAY "GL POSTING SUMMARY"
           DISPLAY "=================="
           DISPLAY "Business date:         " WS-BUSINESS-DATE
           DISPLAY "Extract lines:         " WS-DAILY-LINES
           MOVE WS-DAILY-DEBITS TO WS-DISPLAY-TOTAL
           DISPLAY "Extract debits:    " WS-DISPLAY-TOTAL
           MOVE WS-DAILY-CREDITS TO WS-DISPLAY-TOTAL
           DISPLAY "Extract credits:   " WS-DISPLAY-TOTAL
           DISPLAY "Manual journal lines:  " WS-MANUAL-LINES
           MOVE WS-MANUAL-DEBITS TO WS-DISPLAY-TOTAL
           DISPLAY "Manual debits:     " WS-DISPLAY-TOTAL
           MOVE WS-MANUAL-CREDITS TO WS-DISPLAY-TOTAL
           DISPLAY "Manual credits:    " WS-DISPLAY-TOTAL
           DISPLAY "Lines posted:          " WS-LINES-POSTED
           IF WS-PRIOR-YEAR-LINES > ZERO
               DISPLAY "Closed-year lines:     "
                       WS-PRIOR-YEAR-LINES
           END-IF
           DISPLAY "Return code:           " WS-RETURN-CODE.

       END PROGRAM GLPOST.
