      *********************************************************
      * ACCOUNT-APPLICATION-RECORD.cpy - New Account Application
      * This copybook defines the layout for the new account
      * application file (APPLIC.DAT). BANKLEDG CREATE books an
      * account on the spot with nothing but a name behind it;
      * an application taken through APPLMNT instead carries
      * the applicant's identity, contact details, TIN, the
      * product wanted and how the account is to be funded.
      * The nightly APPLPROC run verifies the identity fields
      * and TIN, screens the name against WATCHLST.DAT, checks
      * the product's opening minimum against the funding, and
      * only then creates the customer and account, posts the
      * opening deposit, orders the debit card (CARDORD.DAT,
      * filled through CARDMNT) and writes the welcome letter.
      * An application that fails a check is pended with a
      * reason for a banker to resolve and RELEASE, never
      * rejected outright.
      *********************************************************
       01  ACCOUNT-APPLICATION-RECORD.
      *    Application number assigned at intake - the handle
      *    every APPLMNT command takes
           05  APP-ID                  PIC 9(7).
      *    Application status - N=Ready for the next APPLPROC
      *    run, P=Pended for a banker, O=Account opened,
      *    X=Cancelled
           05  APP-STATUS              PIC X(1).
               88  APP-READY           VALUE "N".
               88  APP-PENDED          VALUE "P".
               88  APP-OPENED          VALUE "O".
               88  APP-CANCELLED       VALUE "X".
               88  APP-WORKABLE        VALUES "N" "P".
      *    Why the application is pended
      *      ID - identity fields incomplete or ID expired
      *      TN - no TIN
      *      WB - name on the blocked watchlist
      *      WF - name on the review watchlist, not yet cleared
      *      PR - product unknown, closed or wrong account type
      *      MF - funding under the product's opening minimum
      *      FS - funding account unusable, or the funding
      *           transfer failed after the account was booked
      *      AE - account number already on the master
           05  APP-PEND-REASON         PIC X(2).
           05  APP-PEND-TEXT           PIC X(40).
      *    Business date taken, the teller who took it and the
      *    teller's branch - the account books at this branch
           05  APP-RECEIVED-DATE       PIC 9(8).
           05  APP-TAKEN-BY            PIC X(5).
           05  APP-BRANCH              PIC X(3).
      *    The account number and customer ID to book under -
      *    the customer is reused when already on the master
           05  APP-ACCOUNT             PIC 9(10).
           05  APP-CUSTOMER-ID         PIC 9(10).
      *    Applicant name and contact details, laid out as the
      *    customer master carries them
           05  APP-NAME                PIC X(30).
           05  APP-ADDRESS-LINE-1      PIC X(30).
           05  APP-ADDRESS-LINE-2      PIC X(30).
           05  APP-CITY                PIC X(20).
           05  APP-STATE               PIC X(2).
           05  APP-ZIP-CODE            PIC X(10).
           05  APP-PHONE               PIC X(15).
           05  APP-EMAIL               PIC X(40).
      *    Identity verification - TIN, date of birth and the
      *    identifying document: DL=Driver's license, ST=State
      *    ID card, PP=Passport, MI=Military ID
           05  APP-TIN                 PIC 9(9).
           05  APP-BIRTH-DATE          PIC 9(8).
           05  APP-ID-TYPE             PIC X(2).
               88  APP-VALID-ID-TYPE   VALUES "DL" "ST" "PP" "MI".
           05  APP-ID-NUMBER           PIC X(20).
           05  APP-ID-EXPIRE-DATE      PIC 9(8).
      *    Account wanted - C=Checking, S=Savings, and the
      *    product code (spaces runs on the global terms)
           05  APP-ACCOUNT-TYPE        PIC X(1).
           05  APP-PRODUCT-CODE        PIC X(4).
      *    Opening funds - C=Cash or check taken at intake,
      *    posted as the INITIAL DEPOSIT; T=Transfer from an
      *    existing account at opening
           05  APP-FUND-SOURCE         PIC X(1).
               88  APP-FUND-CASH       VALUE "C".
               88  APP-FUND-TRANSFER   VALUE "T".
           05  APP-FUND-ACCOUNT        PIC 9(10).
           05  APP-FUND-AMOUNT         PIC 9(8)V99 COMP-3.
      *    Y=Order a debit card on the new account
           05  APP-CARD-REQUEST        PIC X(1).
               88  APP-CARD-WANTED     VALUE "Y".
      *    Y=The BSA desk has cleared a review-watchlist match,
      *    set by APPLMNT RELEASE WLCLEAR
           05  APP-WL-CLEARED          PIC X(1).
               88  APP-WATCHLIST-CLEARED VALUE "Y".
      *    Y=Customer and account already booked - a later run
      *    only retries the funding transfer
           05  APP-BOOKED              PIC X(1).
               88  APP-ACCOUNT-BOOKED  VALUE "Y".
      *    Business dates last pended and opened, and the last
      *    teller to act on the application - spaces after the
      *    nightly run has acted on it
           05  APP-PEND-DATE           PIC 9(8).
           05  APP-OPENED-DATE         PIC 9(8).
           05  APP-STATUS-BY           PIC X(5).
      *    Card order placed at opening - zero when none
           05  APP-CARD-ORDER-ID       PIC 9(7).
      *    Filler for future expansion
           05  FILLER                  PIC X(20).
