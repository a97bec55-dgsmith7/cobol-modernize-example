       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLMNT.
      *********************************************************
      * APPLMNT - New Account Application Maintenance
      * Takes new account applications into APPLIC.DAT for the
      * nightly APPLPROC run to verify and open, and lets a
      * banker work the ones APPLPROC pended: fill in or
      * correct the applicant's details, clear a review-
      * watchlist match once the BSA desk has, and RELEASE the
      * application back to the next run - or CANCEL it. An
      * application for a customer already on the master
      * starts from the master's name, contact details and TIN.
      * Changing an application takes the ACCTMNT grant while
      * the authority matrix exists; a RELEASE or CANCEL is
      * written to AUDIT.DAT with the application's before-
      * image.
      *
      * Usage: APPLMNT TELLER-ID COMMAND [ARGS]
      * Commands:
      *   LIST    [N|P|O|X]
      *   SHOW    app-id
      *   NEW     account-num customer-id C|S name [product]
      *   ADDRESS app-id line1 line2 city state zip
      *   CONTACT app-id phone email
      *   IDENT   app-id tin birth-date DL|ST|PP|MI id-number
      *           id-expire-date
      *   FUND    app-id C|T amount [from-account]
      *   CARD    app-id Y|N
      *   RELEASE app-id [WLCLEAR]
      *   CANCEL  app-id
      * Multi-word values use underscores in place of spaces,
      * the same token convention CUSTMNT uses.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Application file - rewritten in place as applications
      *    are completed, released and cancelled
           SELECT APPLICATION-FILE ASSIGN TO "data/APPLIC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Customer master - an existing customer's details
      *    seed a new application
           SELECT CUSTOMER-FILE ASSIGN TO "data/CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Product master - the product asked for must exist
           SELECT PRODUCT-FILE ASSIGN TO "data/PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-FILE-STATUS.

      *    Teller master - the intake teller's branch
           SELECT TELLER-FILE ASSIGN TO "data/TELLER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TLR-TELLER-ID
               FILE STATUS IS WS-FILE-STATUS.

      *    Per-function authority matrix maintained by TELLMNT -
      *    while it exists, changing an application takes the
      *    ACCTMNT grant
           SELECT AUTHORITY-FILE ASSIGN TO "data/AUTHORTY.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
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

       FD  APPLICATION-FILE.
           COPY "copybooks/ACCOUNT-APPLICATION-RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "copybooks/CUSTOMER-RECORD.cpy".

       FD  PRODUCT-FILE.
           COPY "copybooks/PRODUCT-RECORD.cpy".

       FD  TELLER-FILE.
           COPY "copybooks/TELLER-RECORD.cpy".

       FD  AUTHORITY-FILE.
           COPY "copybooks/AUTHORITY-RECORD.cpy".

       FD  AUDIT-FILE.
           COPY "copybooks/AUDIT-RECORD.cpy".

       FD  BUSINESS-DAY-FILE.
           COPY "copybooks/BUSINESS-DAY-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "copybooks/WORKING-STORAGE.cpy".

      *    Application maintenance working storage
       01  WS-MAIN-RETURN-CODE         PIC 9(2) VALUE ZERO.
       01  WS-COMMAND-LINE             PIC X(250).
       01  WS-TELLER-ID-PARM           PIC X(5) VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           88  WS-NOT-EOF              VALUE 'N'.

      *    Command arguments - underscores stand in for spaces
      *    in multi-word tokens
       01  WS-TEMP-APP-ID              PIC X(7) VALUE SPACES.
       01  WS-APP-ID-ARG               PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNT-ARG              PIC 9(10) VALUE ZERO.
       01  WS-TEMP-CUSTOMER-ID         PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ID-ARG          PIC 9(10) VALUE ZERO.
       01  WS-TYPE-ARG                 PIC X(1) VALUE SPACES.
       01  WS-NAME-ARG                 PIC X(30) VALUE SPACES.
       01  WS-PRODUCT-ARG              PIC X(4) VALUE SPACES.
       01  WS-LINE-1-ARG               PIC X(30) VALUE SPACES.
       01  WS-LINE-2-ARG               PIC X(30) VALUE SPACES.
       01  WS-CITY-ARG                 PIC X(20) VALUE SPACES.
       01  WS-STATE-ARG                PIC X(2) VALUE SPACES.
       01  WS-ZIP-ARG                  PIC X(10) VALUE SPACES.
       01  WS-PHONE-ARG                PIC X(15) VALUE SPACES.
       01  WS-EMAIL-ARG                PIC X(40) VALUE SPACES.
       01  WS-TEMP-TIN                 PIC X(9) VALUE SPACES.
       01  WS-TIN-ARG                  PIC 9(9) VALUE ZERO.
       01  WS-TEMP-BIRTH-DATE          PIC X(8) VALUE SPACES.
       01  WS-BIRTH-DATE-ARG           PIC 9(8) VALUE ZERO.
       01  WS-ID-TYPE-ARG              PIC X(2) VALUE SPACES.
       01  WS-ID-NUMBER-ARG            PIC X(20) VALUE SPACES.
       01  WS-TEMP-ID-EXPIRE           PIC X(8) VALUE SPACES.
       01  WS-ID-EXPIRE-ARG            PIC 9(8) VALUE ZERO.
       01  WS-FUND-SOURCE-ARG          PIC X(1) VALUE SPACES.
       01  WS-AMOUNT-ARG               PIC 9(8)V99 VALUE ZERO.
       01  WS-TEMP-FUND-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-FUND-ACCOUNT-ARG         PIC 9(10) VALUE ZERO.
       01  WS-CARD-ARG                 PIC X(1) VALUE SPACES.
       01  WS-OPTION-ARG               PIC X(10) VALUE SPACES.
       01  WS-STATUS-FILTER            PIC X(1) VALUE SPACES.

       01  WS-APP-FOUND-FLAG           PIC X(1) VALUE 'N'.
           88  APP-FOUND               VALUE 'Y'.
           88  APP-NOT-FOUND           VALUE 'N'.
       01  WS-NEXT-APP-ID              PIC 9(7).
       01  WS-APPS-LISTED              PIC 9(5) VALUE ZERO.
       01  WS-INTAKE-BRANCH            PIC X(3) VALUE SPACES.
       01  WS-DISPLAY-FUND             PIC Z,ZZZ,ZZ9.99.

      *    Authority check switches
       01  WS-AUTHORITY-FLAG           PIC X(1) VALUE 'Y'.
           88  FUNCTION-ALLOWED        VALUE 'Y'.
           88  FUNCTION-DENIED         VALUE 'N'.
       01  WS-ATH-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-ATH-EOF              VALUE 'Y'.
           88  WS-ATH-NOT-EOF          VALUE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM INITIALIZATION
      *    Everything but the inquiries takes the ACCTMNT grant,
      *    the same class CREATE takes
           IF WS-COMMAND NOT = "LIST" AND WS-COMMAND NOT = "SHOW"
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF FUNCTION-DENIED
                   DISPLAY "Error: Teller " WS-TELLER-ID-PARM
                           " is not authorized to take or work "
                           "account applications"
                   PERFORM WRITE-AUTH-DENY-AUDIT
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   STOP RUN RETURNING WS-MAIN-RETURN-CODE
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN "LIST"
                   PERFORM LIST-APPLICATIONS
               WHEN "SHOW"
                   PERFORM SHOW-APPLICATION
               WHEN "NEW"
                   PERFORM TAKE-NEW-APPLICATION
               WHEN "ADDRESS"
               WHEN "CONTACT"
               WHEN "IDENT"
               WHEN "FUND"
               WHEN "CARD"
               WHEN "RELEASE"
               WHEN "CANCEL"
                   PERFORM UPDATE-APPLICATION
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
           SET NO-ERROR TO TRUE
           MOVE SPACES TO WS-TEMP-ACCOUNT
           MOVE SPACES TO WS-TEMP-AMOUNT
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-TELLER-ID-PARM
                    WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN "LIST"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-STATUS-FILTER
               WHEN "SHOW"
               WHEN "CANCEL"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-APP-ID
               WHEN "NEW"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-ACCOUNT
                            WS-TEMP-CUSTOMER-ID
                            WS-TYPE-ARG
                            WS-NAME-ARG
                            WS-PRODUCT-ARG
               WHEN "ADDRESS"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-APP-ID
                            WS-LINE-1-ARG
                            WS-LINE-2-ARG
                            WS-CITY-ARG
                            WS-STATE-ARG
                            WS-ZIP-ARG
               WHEN "CONTACT"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-APP-ID
                            WS-PHONE-ARG
                            WS-EMAIL-ARG
               WHEN "IDENT"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-APP-ID
                            WS-TEMP-TIN
                            WS-TEMP-BIRTH-DATE
                            WS-ID-TYPE-ARG
                            WS-ID-NUMBER-ARG
                            WS-TEMP-ID-EXPIRE
               WHEN "FUND"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-APP-ID
                            WS-FUND-SOURCE-ARG
                            WS-TEMP-AMOUNT
                            WS-TEMP-FUND-ACCOUNT
               WHEN "CARD"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-APP-ID
                            WS-CARD-ARG
               WHEN "RELEASE"
                   UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                       INTO WS-TELLER-ID-PARM WS-COMMAND
                            WS-TEMP-APP-ID
                            WS-OPTION-ARG
           END-EVALUATE
           IF WS-TEMP-APP-ID IS NUMERIC AND
              WS-TEMP-APP-ID NOT = SPACES
               MOVE WS-TEMP-APP-ID TO WS-APP-ID-ARG
           END-IF
           IF WS-TEMP-ACCOUNT IS NUMERIC AND
              WS-TEMP-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-ACCOUNT TO WS-ACCOUNT-ARG
           END-IF
           IF WS-TEMP-CUSTOMER-ID NOT = SPACES
               COMPUTE WS-CUSTOMER-ID-ARG =
                   FUNCTION NUMVAL(WS-TEMP-CUSTOMER-ID)
           END-IF
           IF WS-TEMP-TIN IS NUMERIC AND WS-TEMP-TIN NOT = SPACES
               MOVE WS-TEMP-TIN TO WS-TIN-ARG
           END-IF
           IF WS-TEMP-BIRTH-DATE IS NUMERIC AND
              WS-TEMP-BIRTH-DATE NOT = SPACES
               MOVE WS-TEMP-BIRTH-DATE TO WS-BIRTH-DATE-ARG
           END-IF
           IF WS-TEMP-ID-EXPIRE IS NUMERIC AND
              WS-TEMP-ID-EXPIRE NOT = SPACES
               MOVE WS-TEMP-ID-EXPIRE TO WS-ID-EXPIRE-ARG
           END-IF
           IF WS-TEMP-AMOUNT NOT = SPACES
               COMPUTE WS-AMOUNT-ARG =
                   FUNCTION NUMVAL(WS-TEMP-AMOUNT)
           END-IF
           IF WS-TEMP-FUND-ACCOUNT IS NUMERIC AND
              WS-TEMP-FUND-ACCOUNT NOT = SPACES
               MOVE WS-TEMP-FUND-ACCOUNT TO WS-FUND-ACCOUNT-ARG
           END-IF
           INSPECT WS-NAME-ARG REPLACING ALL "_" BY " "
           INSPECT WS-LINE-1-ARG REPLACING ALL "_" BY " "
           INSPECT WS-LINE-2-ARG REPLACING ALL "_" BY " "
           INSPECT WS-CITY-ARG REPLACING ALL "_" BY " "
           INSPECT WS-ID-NUMBER-ARG REPLACING ALL "_" BY " ".

       GET-BUSINESS-DATE.
      *    Applications are dated on the posting business date,
      *    the clock APPLPROC opens the accounts under
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

       LIST-APPLICATIONS.
      *    Every workable application by default, or every one
      *    in the status asked for
           OPEN INPUT APPLICATION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No account applications on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT APPLICATIONS"
           DISPLAY "===================="
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ APPLICATION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF (WS-STATUS-FILTER = SPACES AND
                           APP-WORKABLE) OR
                          APP-STATUS = WS-STATUS-FILTER
                           ADD 1 TO WS-APPS-LISTED
                           DISPLAY APP-ID " " APP-STATUS " "
                                   APP-PEND-REASON " acct "
                                   APP-ACCOUNT " " APP-NAME
                                   " taken " APP-RECEIVED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           DISPLAY " "
           DISPLAY "Applications listed: " WS-APPS-LISTED.

       FIND-APPLICATION-BY-ID.
      *    Locate the application named by the command argument,
      *    leaving the record area loaded (and, when the file is
      *    open I-O, positioned for a REWRITE)
           SET APP-NOT-FOUND TO TRUE
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF OR APP-FOUND
               READ APPLICATION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF APP-ID = WS-APP-ID-ARG
                           SET APP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           SET WS-NOT-EOF TO TRUE.

       SHOW-APPLICATION.
           OPEN INPUT APPLICATION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No account applications on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-APPLICATION-BY-ID
           CLOSE APPLICATION-FILE
           IF APP-NOT-FOUND
               DISPLAY "Error: No application " WS-APP-ID-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "APPLICATION " APP-ID
           DISPLAY "===================="
           DISPLAY "Status:      " APP-STATUS
           IF APP-PENDED
               DISPLAY "Pended:      " APP-PEND-DATE " "
                       APP-PEND-REASON " " APP-PEND-TEXT
           END-IF
           DISPLAY "Taken:       " APP-RECEIVED-DATE " by "
                   APP-TAKEN-BY " branch " APP-BRANCH
           DISPLAY "Last action: " APP-STATUS-BY
           DISPLAY "Account:     " APP-ACCOUNT " type "
                   APP-ACCOUNT-TYPE " product " APP-PRODUCT-CODE
           DISPLAY "Customer:    " APP-CUSTOMER-ID " " APP-NAME
           DISPLAY "Address:     " APP-ADDRESS-LINE-1
           IF APP-ADDRESS-LINE-2 NOT = SPACES
               DISPLAY "             " APP-ADDRESS-LINE-2
           END-IF
           DISPLAY "             " APP-CITY " " APP-STATE " "
                   APP-ZIP-CODE
           DISPLAY "Phone:       " APP-PHONE
           DISPLAY "Email:       " APP-EMAIL
           IF APP-TIN = ZERO
               DISPLAY "TIN:         (none)"
           ELSE
               DISPLAY "TIN:         *****" APP-TIN(6:4)
           END-IF
           DISPLAY "Born:        " APP-BIRTH-DATE
           DISPLAY "ID:          " APP-ID-TYPE " " APP-ID-NUMBER
                   " expires " APP-ID-EXPIRE-DATE
           MOVE APP-FUND-AMOUNT TO WS-DISPLAY-FUND
           IF APP-FUND-TRANSFER
               DISPLAY "Funding:     $" WS-DISPLAY-FUND
                       " by transfer from " APP-FUND-ACCOUNT
           ELSE
               DISPLAY "Funding:     $" WS-DISPLAY-FUND
                       " " APP-FUND-SOURCE
           END-IF
           DISPLAY "Debit card:  " APP-CARD-REQUEST
           DISPLAY "WL cleared:  " APP-WL-CLEARED
           IF APP-ACCOUNT-BOOKED
               DISPLAY "Booked:      account is open, funding "
                       "outstanding"
           END-IF
           IF APP-OPENED
               DISPLAY "Opened:      " APP-OPENED-DATE
                       " card order " APP-CARD-ORDER-ID
           END-IF.

       TAKE-NEW-APPLICATION.
           IF WS-ACCOUNT-ARG = ZERO OR WS-CUSTOMER-ID-ARG = ZERO
               DISPLAY "Error: NEW needs account-num customer-id "
                       "C|S name [product]"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-ARG NOT = "C" AND WS-TYPE-ARG NOT = "S"
               DISPLAY "Error: Account type must be C or S"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PRODUCT-ARG NOT = SPACES
               PERFORM VALIDATE-PRODUCT-CODE
               IF ERROR-OCCURRED
                   MOVE 8 TO WS-MAIN-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOOK-UP-INTAKE-BRANCH
           PERFORM ASSIGN-NEXT-APP-ID
           INITIALIZE ACCOUNT-APPLICATION-RECORD
           MOVE WS-NEXT-APP-ID TO APP-ID
           MOVE "N" TO APP-STATUS
           MOVE SPACES TO APP-PEND-REASON
           MOVE SPACES TO APP-PEND-TEXT
           MOVE WS-BUSINESS-DATE TO APP-RECEIVED-DATE
           MOVE WS-TELLER-ID-PARM TO APP-TAKEN-BY
           MOVE WS-INTAKE-BRANCH TO APP-BRANCH
           MOVE WS-ACCOUNT-ARG TO APP-ACCOUNT
           MOVE WS-CUSTOMER-ID-ARG TO APP-CUSTOMER-ID
           MOVE WS-NAME-ARG TO APP-NAME
           MOVE WS-TYPE-ARG TO APP-ACCOUNT-TYPE
           MOVE WS-PRODUCT-ARG TO APP-PRODUCT-CODE
           MOVE "C" TO APP-FUND-SOURCE
           MOVE "N" TO APP-CARD-REQUEST
           MOVE "N" TO APP-WL-CLEARED
           MOVE "N" TO APP-BOOKED
           MOVE WS-TELLER-ID-PARM TO APP-STATUS-BY
           PERFORM SEED-FROM-CUSTOMER-MASTER
           IF APP-NAME = SPACES
               DISPLAY "Error: A new customer needs a name"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND APPLICATION-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE APPLICATION-FILE
               OPEN OUTPUT APPLICATION-FILE
           END-IF
           WRITE ACCOUNT-APPLICATION-RECORD
           CLOSE APPLICATION-FILE
           DISPLAY "Application " APP-ID " taken for account "
                   APP-ACCOUNT " - " APP-NAME.

       SEED-FROM-CUSTOMER-MASTER.
      *    A customer already on the master brings their name,
      *    contact details and TIN onto the application, so
      *    only the identity document and funding are keyed
           OPEN INPUT CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUSTOMER-ID-ARG TO CUS-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUS-CUSTOMER-NAME TO APP-NAME
                   MOVE CUS-ADDRESS-LINE-1 TO APP-ADDRESS-LINE-1
                   MOVE CUS-ADDRESS-LINE-2 TO APP-ADDRESS-LINE-2
                   MOVE CUS-CITY TO APP-CITY
                   MOVE CUS-STATE TO APP-STATE
                   MOVE CUS-ZIP-CODE TO APP-ZIP-CODE
                   MOVE CUS-PHONE TO APP-PHONE
                   MOVE CUS-EMAIL TO APP-EMAIL
                   IF CUS-TIN IS NUMERIC
                       MOVE CUS-TIN TO APP-TIN
                   END-IF
                   DISPLAY "Existing customer " CUS-CUSTOMER-ID
                           " - details taken from the customer "
                           "master"
           END-READ
           CLOSE CUSTOMER-FILE.

       VALIDATE-PRODUCT-CODE.
      *    The product must exist, be open to new accounts and
      *    be a flavor of the account type asked for. No product
      *    master means there is nothing to check against.
           SET NO-ERROR TO TRUE
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRODUCT-ARG TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Error: Product " WS-PRODUCT-ARG
                           " not found"
                   SET ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   IF NOT PRD-ACTIVE
                       DISPLAY "Error: Product " WS-PRODUCT-ARG
                               " is closed to new accounts"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
                   IF PRD-BASE-TYPE NOT = WS-TYPE-ARG
                       DISPLAY "Error: Product " WS-PRODUCT-ARG
                               " is not a type " WS-TYPE-ARG
                               " product"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ
           CLOSE PRODUCT-FILE.

       LOOK-UP-INTAKE-BRANCH.
      *    The account books at the intake teller's branch, the
      *    way CREATE books at the opening teller's. No teller
      *    master leaves it head office.
           MOVE SPACES TO WS-INTAKE-BRANCH
           OPEN INPUT TELLER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TELLER-ID-PARM TO TLR-TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TLR-BRANCH TO WS-INTAKE-BRANCH
           END-READ
           CLOSE TELLER-FILE.

       ASSIGN-NEXT-APP-ID.
      *    Next application number is one past the highest on
      *    file, the same assignment the AML case file uses
           MOVE 1 TO WS-NEXT-APP-ID
           OPEN INPUT APPLICATION-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM UNTIL WS-EOF
               READ APPLICATION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF APP-ID >= WS-NEXT-APP-ID
                           COMPUTE WS-NEXT-APP-ID = APP-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           SET WS-NOT-EOF TO TRUE.

       UPDATE-APPLICATION.
      *    Every change to a standing application - find it,
      *    check it can still be worked, apply the command and
      *    rewrite it in place
           IF WS-APP-ID-ARG = ZERO
               DISPLAY "Error: " WS-COMMAND " needs an "
                       "application number"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-UPDATE-ARGUMENTS
           IF ERROR-OCCURRED
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O APPLICATION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No account applications on file"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-APPLICATION-BY-ID
           IF APP-NOT-FOUND
               DISPLAY "Error: No application " WS-APP-ID-ARG
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE APPLICATION-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT APP-WORKABLE
               DISPLAY "Error: Application " APP-ID " is "
                       "already " APP-STATUS " - nothing to change"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE APPLICATION-FILE
               EXIT PARAGRAPH
           END-IF
      *    Once the account is booked only the funding can still
      *    change - the customer and account already stand
           IF APP-ACCOUNT-BOOKED AND
              WS-COMMAND NOT = "FUND" AND
              WS-COMMAND NOT = "RELEASE"
               DISPLAY "Error: Account " APP-ACCOUNT " is already "
                       "open - only FUND and RELEASE apply"
               MOVE 8 TO WS-MAIN-RETURN-CODE
               CLOSE APPLICATION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-APPLICATION-RECORD TO WS-BACKUP-RECORD
           EVALUATE WS-COMMAND
               WHEN "ADDRESS"
                   MOVE WS-LINE-1-ARG TO APP-ADDRESS-LINE-1
                   MOVE WS-LINE-2-ARG TO APP-ADDRESS-LINE-2
                   MOVE WS-CITY-ARG TO APP-CITY
                   MOVE WS-STATE-ARG TO APP-STATE
                   MOVE WS-ZIP-ARG TO APP-ZIP-CODE
               WHEN "CONTACT"
                   MOVE WS-PHONE-ARG TO APP-PHONE
                   MOVE WS-EMAIL-ARG TO APP-EMAIL
               WHEN "IDENT"
                   MOVE WS-TIN-ARG TO APP-TIN
                   MOVE WS-BIRTH-DATE-ARG TO APP-BIRTH-DATE
                   MOVE WS-ID-TYPE-ARG TO APP-ID-TYPE
                   MOVE WS-ID-NUMBER-ARG TO APP-ID-NUMBER
                   MOVE WS-ID-EXPIRE-ARG TO APP-ID-EXPIRE-DATE
               WHEN "FUND"
                   MOVE WS-FUND-SOURCE-ARG TO APP-FUND-SOURCE
                   MOVE WS-AMOUNT-ARG TO APP-FUND-AMOUNT
                   MOVE WS-FUND-ACCOUNT-ARG TO APP-FUND-ACCOUNT
               WHEN "CARD"
                   MOVE WS-CARD-ARG TO APP-CARD-REQUEST
               WHEN "RELEASE"
                   IF WS-OPTION-ARG = "WLCLEAR"
                       MOVE "Y" TO APP-WL-CLEARED
                   END-IF
                   MOVE "N" TO APP-STATUS
                   MOVE SPACES TO APP-PEND-REASON
                   MOVE SPACES TO APP-PEND-TEXT
               WHEN "CANCEL"
                   MOVE "X" TO APP-STATUS
           END-EVALUATE
           MOVE WS-TELLER-ID-PARM TO APP-STATUS-BY
           REWRITE ACCOUNT-APPLICATION-RECORD
           CLOSE APPLICATION-FILE
      *    A release or cancel is a decision on the application -
      *    it lands in the audit trail with the before-image
           IF WS-COMMAND = "RELEASE" OR WS-COMMAND = "CANCEL"
               PERFORM WRITE-APPLICATION-AUDIT
           END-IF
           EVALUATE WS-COMMAND
               WHEN "RELEASE"
                   DISPLAY "Application " APP-ID " released to "
                           "the next APPLPROC run"
                   IF APP-WATCHLIST-CLEARED
                       DISPLAY "Review-watchlist match cleared"
                   END-IF
               WHEN "CANCEL"
                   DISPLAY "Application " APP-ID " cancelled"
               WHEN OTHER
                   DISPLAY "Application " APP-ID " updated"
                   IF APP-PENDED
                       DISPLAY "Still pended " APP-PEND-REASON
                               " - RELEASE it once resolved"
                   END-IF
           END-EVALUATE.

       VALIDATE-UPDATE-ARGUMENTS.
           SET NO-ERROR TO TRUE
           EVALUATE WS-COMMAND
               WHEN "ADDRESS"
                   IF WS-LINE-1-ARG = SPACES OR
                      WS-CITY-ARG = SPACES OR
                      WS-STATE-ARG = SPACES OR
                      WS-ZIP-ARG = SPACES
                       DISPLAY "Error: ADDRESS needs line1 line2 "
                               "city state zip"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
               WHEN "CONTACT"
                   IF WS-PHONE-ARG = SPACES
                       DISPLAY "Error: CONTACT needs a phone"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
               WHEN "IDENT"
                   IF WS-TIN-ARG = ZERO OR
                      WS-BIRTH-DATE-ARG = ZERO OR
                      WS-ID-NUMBER-ARG = SPACES OR
                      WS-ID-EXPIRE-ARG = ZERO
                       DISPLAY "Error: IDENT needs tin birth-date "
                               "id-type id-number id-expire-date"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
                   IF WS-ID-TYPE-ARG NOT = "DL" AND
                      WS-ID-TYPE-ARG NOT = "ST" AND
                      WS-ID-TYPE-ARG NOT = "PP" AND
                      WS-ID-TYPE-ARG NOT = "MI"
                       DISPLAY "Error: ID type must be DL, ST, PP "
                               "or MI"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
               WHEN "FUND"
                   IF WS-FUND-SOURCE-ARG NOT = "C" AND
                      WS-FUND-SOURCE-ARG NOT = "T"
                       DISPLAY "Error: Funding source must be C "
                               "or T"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
                   IF WS-FUND-SOURCE-ARG = "T" AND
                      WS-FUND-ACCOUNT-ARG = ZERO
                       DISPLAY "Error: Transfer funding needs the "
                               "from-account"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
                   IF WS-FUND-SOURCE-ARG = "C"
                       MOVE ZERO TO WS-FUND-ACCOUNT-ARG
                   END-IF
               WHEN "CARD"
                   IF WS-CARD-ARG NOT = "Y" AND
                      WS-CARD-ARG NOT = "N"
                       DISPLAY "Error: CARD takes Y or N"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
               WHEN "RELEASE"
                   IF WS-OPTION-ARG NOT = SPACES AND
                      WS-OPTION-ARG NOT = "WLCLEAR"
                       DISPLAY "Error: RELEASE takes only WLCLEAR"
                       SET ERROR-OCCURRED TO TRUE
                   END-IF
           END-EVALUATE.

       WRITE-APPLICATION-AUDIT.
      *    Same audit file the account REWRITEs use - the
      *    application's before-image in place of an account's,
      *    keyed by the account applied for
           OPEN EXTEND AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE APP-ACCOUNT TO AUD-ACCOUNT-NUMBER
           MOVE WS-DATE-NUMERIC TO AUD-DATE
           MOVE WS-TIME-NUMERIC TO AUD-TIME
           MOVE "APPLMNT" TO AUD-OPERATION
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-BACKUP-RECORD TO AUD-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       CHECK-OPERATOR-AUTHORITY.
      *    While the authority matrix exists, taking or working
      *    an application takes the ACCTMNT grant. No matrix
      *    file means everything is open, as before it existed.
           SET FUNCTION-ALLOWED TO TRUE
           OPEN INPUT AUTHORITY-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET FUNCTION-DENIED TO TRUE
           SET WS-ATH-NOT-EOF TO TRUE
           PERFORM UNTIL WS-ATH-EOF
               READ AUTHORITY-FILE
                   AT END
                       SET WS-ATH-EOF TO TRUE
                   NOT AT END
                       IF ATH-TELLER-ID = WS-TELLER-ID-PARM AND
                          ATH-FUNCTION = "ACCTMNT"
                           SET FUNCTION-ALLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTHORITY-FILE
           SET WS-ATH-NOT-EOF TO TRUE.

       WRITE-AUTH-DENY-AUDIT.
      *    Denied attempts land in the audit trail - the record
      *    names the operator in the before-image area since no
      *    account was touched
           OPEN EXTEND AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE ZERO TO AUD-ACCOUNT-NUMBER
           MOVE WS-DATE-NUMERIC TO AUD-DATE
           MOVE WS-TIME-NUMERIC TO AUD-TIME
           MOVE "AUTHDENY" TO AUD-OPERATION
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE SPACES TO AUD-BEFORE-IMAGE
           STRING "DENIED " WS-TELLER-ID-PARM " APPLMNT "
                  WS-COMMAND
               DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       DISPLAY-USAGE.
           DISPLAY "APPLMNT - New Account Application Maintenance"
           DISPLAY "Usage: APPLMNT TELLER-ID COMMAND [ARGS]"
           DISPLAY "Commands:"
           DISPLAY "  LIST [N|P|O|X]"
           DISPLAY "  SHOW app-id"
           DISPLAY "  NEW account-num customer-id C|S "
                   "name_with_underscores [product]"
           DISPLAY "  ADDRESS app-id line1 line2 city state zip"
           DISPLAY "  CONTACT app-id phone email"
           DISPLAY "  IDENT app-id tin birth-date DL|ST|PP|MI "
                   "id-number id-expire-date"
           DISPLAY "  FUND app-id C|T amount [from-account]"
           DISPLAY "  CARD app-id Y|N"
           DISPLAY "  RELEASE app-id [WLCLEAR]"
           DISPLAY "  CANCEL app-id".

       END PROGRAM APPLMNT.
