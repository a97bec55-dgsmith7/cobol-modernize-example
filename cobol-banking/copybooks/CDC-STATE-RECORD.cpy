      *********************************************************
      * CDC-STATE-RECORD.cpy - Change Data Capture Run State
      * Single-record control (CDCSTATE.DAT) kept by CDCEXTR:
      * the window the last change extract covered, so the
      * next night starts where it stopped and a rerun of the
      * same business date rebuilds the same extract with the
      * same sequence numbers, plus the restart point of a
      * full refresh that has not finished yet.
      *********************************************************
       01  CDC-STATE-RECORD.
      *    Business date the last completed extract ran through,
      *    zero when no extract has ever been taken
           05  CDS-THROUGH-DATE        PIC 9(8).
      *    Business date that extract started after - kept so a
      *    rerun of the same date covers the same days again
           05  CDS-FROM-DATE           PIC 9(8).
      *    Wall-clock stamps (YYYYMMDDHHMMSS) bounding the same
      *    window for the customer audit trail, which carries
      *    no business date of its own
           05  CDS-THROUGH-STAMP       PIC 9(14).
           05  CDS-FROM-STAMP          PIC 9(14).
      *    Sequence numbers the last extract used - they run on
      *    from one extract to the next across all three files
           05  CDS-START-SEQUENCE      PIC 9(12).
           05  CDS-LAST-SEQUENCE       PIC 9(12).
      *    D=daily change extract, F=full refresh
           05  CDS-MODE                PIC X(1).
               88  CDS-MODE-DAILY      VALUE "D".
               88  CDS-MODE-FULL       VALUE "F".
      *    Full refresh restart point - P while a refresh is
      *    partway through, with the file it had reached
      *    (A=accounts, C=customers, L=loans), the last key it
      *    wrote and the counts written so far
           05  CDS-FULL-STATUS         PIC X(1).
               88  CDS-FULL-IN-PROGRESS VALUE "P".
               88  CDS-FULL-IDLE       VALUE " ".
           05  CDS-FULL-DATE           PIC 9(8).
           05  CDS-FULL-ENTITY         PIC X(1).
           05  CDS-FULL-LAST-KEY       PIC 9(10).
           05  CDS-FULL-START-SEQUENCE PIC 9(12).
           05  CDS-FULL-LAST-SEQUENCE  PIC 9(12).
           05  CDS-FULL-ACCOUNT-COUNT  PIC 9(9).
           05  CDS-FULL-CUSTOMER-COUNT PIC 9(9).
           05  CDS-FULL-LOAN-COUNT     PIC 9(9).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
