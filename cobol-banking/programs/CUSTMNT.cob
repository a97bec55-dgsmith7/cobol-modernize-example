      *   PHONE   customer-id phone
      *   EMAIL   customer-id email
      *   TIN     customer-id tin C|B
      *   DELIVERY customer-id P|E|B [Y|N]
      * Multi-word values use underscores in place of spaces,
      * the same token convention CREATE uses for customer names.
      * Every change writes a before-image entry to CUSTAUD.DAT
      * the way account REWRITEs go to AUDIT.DAT. An ADDRESS
      * change also clears a returned-mail hold set by RETMAIL.
      * DELIVERY sets how STMTCYCL delivers statements - paper,
      * electronic to the email on file, or both - and whether
      * the customer gets one combined relationship statement.
      *********************************************************

       ENVIRONMENT DIVISION.
       01  WS-NEW-EMAIL                PIC X(40) VALUE SPACES.
       01  WS-NEW-TIN                  PIC X(9) VALUE SPACES.
       01  WS-NEW-W9-STATUS            PIC X(1) VALUE SPACES.
       01  WS-NEW-DELIVERY             PIC X(1) VALUE SPACES.
       01  WS-NEW-COMBINED             PIC X(1) VALUE SPACES.
       01  WS-VALID-COMMAND-FLAG       PIC X(1) VALUE 'N'.
           88  VALID-COMMAND           VALUE 'Y'.
           88  INVALID-COMMAND         VALUE 'N'.
                       PERFORM UPDATE-CUSTOMER-EMAIL
                   WHEN "TIN"
                       PERFORM UPDATE-CUSTOMER-TIN
                   WHEN "DELIVERY"
                       PERFORM UPDATE-STATEMENT-DELIVERY
               END-EVALUATE
           ELSE
               PERFORM DISPLAY-USAGE
                            WS-NEW-TIN
                            WS-NEW-W9-STATUS
                   PERFORM UPPERCASE-COMMAND
               WHEN "DELIVERY"
      *            TELLER-ID DELIVERY CUSTOMER-ID P|E|B [Y|N]
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM
                            WS-COMMAND
                            WS-TEMP-CUSTOMER-ID
                            WS-NEW-DELIVERY
                            WS-NEW-COMBINED
                   PERFORM UPPERCASE-COMMAND
               WHEN "ADDRESS"
      *            TELLER-ID ADDRESS CUSTOMER-ID LINE1 LINE2 CITY
      *            STATE ZIP
           INSPECT WS-NEW-CITY REPLACING ALL "_" BY " "

           IF WS-COMMAND = "SHOW" OR "NAME" OR "ADDRESS" OR
              "PHONE" OR "EMAIL" OR "TIN" OR "DELIVERY"
               SET VALID-COMMAND TO TRUE
           ELSE
               SET INVALID-COMMAND TO TRUE
                   DISPLAY "Established: " CUS-ESTABLISHED-DATE
                   DISPLAY "TIN:         " CUS-TIN
                   DISPLAY "W-9 status:  " CUS-W9-STATUS
                   IF CUS-DATE-OF-DEATH IS NUMERIC AND
                      CUS-DATE-OF-DEATH > ZERO
                       DISPLAY "Deceased:    " CUS-DATE-OF-DEATH
                   END-IF
                   IF CUS-MAIL-UNDELIVERABLE
                       DISPLAY "Mail:        RETURNED "
                               CUS-MAIL-RETURNED-DATE
                               " - held for pickup"
                   END-IF
                   EVALUATE TRUE
                       WHEN CUS-STMT-ELECTRONIC
                           DISPLAY "Statements:  ELECTRONIC"
                       WHEN CUS-STMT-BOTH
                           DISPLAY "Statements:  PAPER AND "
                                   "ELECTRONIC"
                       WHEN OTHER
                           DISPLAY "Statements:  PAPER"
                   END-EVALUATE
                   IF CUS-STMT-COMBINED-YES
                       DISPLAY "             COMBINED RELATIONSHIP "
                               "STATEMENT"
                   END-IF
                   MOVE 0 TO WS-MAIN-RETURN-CODE
           END-READ
           CLOSE CUSTOMER-FILE.
                   MOVE WS-NEW-CITY TO CUS-CITY
                   MOVE WS-NEW-STATE TO CUS-STATE
                   MOVE WS-NEW-ZIP-CODE TO CUS-ZIP-CODE
      *            A new address ends any returned-mail hold -
      *            mail goes out to it again from tonight
                   IF CUS-MAIL-UNDELIVERABLE
                       MOVE SPACE TO CUS-MAIL-STATUS
                       MOVE ZERO TO CUS-MAIL-RETURNED-DATE
                       DISPLAY "Returned-mail hold cleared"
                   END-IF
                   PERFORM REWRITE-CUSTOMER-RECORD
           END-READ
           CLOSE CUSTOMER-FILE.
           END-READ
           CLOSE CUSTOMER-FILE.

       UPDATE-STATEMENT-DELIVERY.
      *    Statement delivery and the combined-statement choice.
      *    Electronic delivery needs an email address on file -
      *    the e-statement vendor has nowhere else to send it.
           IF WS-NEW-DELIVERY NOT = "P" AND
              WS-NEW-DELIVERY NOT = "E" AND
              WS-NEW-DELIVERY NOT = "B"
               DISPLAY "Error: Delivery must be P (paper), "
                       "E (electronic) or B (both)"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-COMBINED = SPACE
               MOVE "N" TO WS-NEW-COMBINED
           END-IF
           IF WS-NEW-COMBINED NOT = "Y" AND
              WS-NEW-COMBINED NOT = "N"
               DISPLAY "Error: Combined statement must be Y or N"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-FILE
           MOVE WS-CUSTOMER-ID-PARM TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Error: Customer " WS-CUSTOMER-ID-PARM
                           " not found"
                   MOVE 8 TO WS-MAIN-RETURN-CODE
               NOT INVALID KEY
                   IF WS-NEW-DELIVERY NOT = "P" AND
                      CUS-EMAIL = SPACES
                       DISPLAY "Error: No email on file - set it "
                               "with EMAIL first"
                       MOVE 8 TO WS-MAIN-RETURN-CODE
                   ELSE
                       MOVE CUSTOMER-RECORD TO WS-CUSTOMER-BACKUP
                       MOVE "DELIVERY" TO WS-CUSTOMER-AUDIT-OP
                       MOVE WS-NEW-DELIVERY TO CUS-STMT-DELIVERY
                       MOVE WS-NEW-COMBINED TO CUS-STMT-COMBINED
                       PERFORM REWRITE-CUSTOMER-RECORD
                   END-IF
           END-READ
           CLOSE CUSTOMER-FILE.

       REWRITE-CUSTOMER-RECORD.
      *    Common REWRITE plus audit path for every field update -
      *    WS-CUSTOMER-BACKUP and WS-CUSTOMER-AUDIT-OP must already
      *            TIN and its W-9 status travel together
                   STRING WS-NEW-TIN " " WS-NEW-W9-STATUS
                       DELIMITED BY SIZE INTO PND-VALUE-TEXT
               WHEN "DELIVERY"
      *            Delivery method and combined flag together
                   STRING WS-NEW-DELIVERY " " WS-NEW-COMBINED
                       DELIMITED BY SIZE INTO PND-VALUE-TEXT
               WHEN "ADDRESS"
                   MOVE WS-NEW-ADDRESS-LINE-1 TO PND-ADDR-LINE-1
                   MOVE WS-NEW-ADDRESS-LINE-2 TO PND-ADDR-LINE-2
           DISPLAY "  C marks the W-9 certified; B puts the "
                   "customer under backup withholding"
           DISPLAY "  Example: T001 TIN 55501 123456789 C"
           DISPLAY " "
           DISPLAY "teller-id DELIVERY customer-id P|E|B [Y|N]"
           DISPLAY "  P paper, E electronic to the email on file, "
                   "B both; Y for one combined statement"
           DISPLAY "  Example: T001 DELIVERY 55501 E Y"
           DISPLAY " ".

       END PROGRAM CUSTMNT.
