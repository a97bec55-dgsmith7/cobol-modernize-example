      *********************************************************
      * COMPLAINT-RECORD.cpy - Customer Complaint Master Record
      * This copybook defines the layout for the complaint file
      * (COMPLAIN.DAT). Complaints taken at the branch, by
      * phone and by letter used to live in an inbox; now each
      * one is logged here against the customer master, and
      * optionally the account and TXN-ID complained of, and
      * the COMPLAIN program carries it to closure - assignment
      * and dated notes in CMPNOTES.DAT, the acknowledgment and
      * resolution deadlines counted in business days off the
      * bank calendar, status moves audited to AUDIT.DAT, and
      * the aging and quarterly trend reports the compliance
      * committee reviews. This file is what we show the
      * examiner in the complaint-handling review. The record
      * is 200 bytes, the size of the audit before-image, so a
      * status move's AUDIT.DAT entry carries all of it.
      *********************************************************
       01  COMPLAINT-RECORD.
      *    Complaint number assigned at intake - the handle
      *    every command and note takes
           05  CMP-COMPLAINT-ID        PIC 9(7).
      *    Complaining customer and their name as of intake
           05  CMP-CUSTOMER-ID         PIC 9(10).
           05  CMP-CUSTOMER-NAME       PIC X(30).
      *    Account and transaction complained of - zero when
      *    the complaint names none
           05  CMP-ACCOUNT             PIC 9(10).
           05  CMP-TXN-ID              PIC 9(15).
      *    Category - F=Fees, E=Errors, S=Service,
      *    D=Discrimination, P=Privacy
           05  CMP-CATEGORY            PIC X(1).
               88  CMP-CAT-FEES        VALUE "F".
               88  CMP-CAT-ERRORS      VALUE "E".
               88  CMP-CAT-SERVICE     VALUE "S".
               88  CMP-CAT-DISCRIMINATION VALUE "D".
               88  CMP-CAT-PRIVACY     VALUE "P".
               88  CMP-VALID-CATEGORY  VALUES "F" "E" "S" "D" "P".
      *    How it arrived - B=Branch, P=Phone, L=Letter,
      *    E=Email or online banking message
           05  CMP-CHANNEL             PIC X(1).
               88  CMP-VALID-CHANNEL   VALUES "B" "P" "L" "E".
      *    Branch the complaint is reported under
           05  CMP-BRANCH              PIC X(3).
      *    Complaint status - O=Open, K=Acknowledged,
      *    C=Closed
           05  CMP-STATUS              PIC X(1).
               88  CMP-OPEN            VALUE "O".
               88  CMP-ACKNOWLEDGED    VALUE "K".
               88  CMP-CLOSED          VALUE "C".
               88  CMP-UNRESOLVED      VALUES "O" "K".
      *    Business date received, the teller who took it, and
      *    the complaint in brief
           05  CMP-RECEIVED-DATE       PIC 9(8).
           05  CMP-TAKEN-BY            PIC X(5).
           05  CMP-SUMMARY             PIC X(37).
      *    Who is working it and since when - spaces and zero
      *    until assigned
           05  CMP-ASSIGNED-TO         PIC X(5).
           05  CMP-ASSIGNED-DATE       PIC 9(8).
      *    Deadlines set at intake, in business days off the
      *    received date, and the date the acknowledgment went
      *    out - zero until it does
           05  CMP-ACK-DUE-DATE        PIC 9(8).
           05  CMP-ACK-DATE            PIC 9(8).
           05  CMP-RESOLVE-DUE-DATE    PIC 9(8).
      *    Closure - business date, teller and outcome:
      *    F=Found in the customer's favor, P=Partly in the
      *    customer's favor, N=No error or fault found,
      *    W=Withdrawn by the customer
           05  CMP-CLOSED-DATE         PIC 9(8).
           05  CMP-CLOSED-BY           PIC X(5).
           05  CMP-OUTCOME             PIC X(1).
               88  CMP-VALID-OUTCOME   VALUES "F" "P" "N" "W".
               88  CMP-UPHELD          VALUES "F" "P".
      *    Refund given at closure and the refund transaction
      *    (BANKLEDG REFUND) - zero when none
           05  CMP-REFUND-AMOUNT       PIC 9(8)V99 COMP-3.
           05  CMP-REFUND-TXN-ID       PIC 9(15).
