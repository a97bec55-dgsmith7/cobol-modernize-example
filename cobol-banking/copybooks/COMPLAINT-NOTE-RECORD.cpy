      *********************************************************
      * COMPLAINT-NOTE-RECORD.cpy - Complaint Note Record
      * This copybook defines the layout for the complaint note
      * file (CMPNOTES.DAT) - the running history under each
      * complaint in COMPLAIN.DAT. Intake, assignment,
      * acknowledgment and closure append their own entries,
      * and the handler adds dated notes with COMPLAIN NOTE.
      * COMPLAIN SHOW plays a complaint's entries back in
      * order.
      *********************************************************
       01  COMPLAINT-NOTE-RECORD.
      *    Complaint this entry belongs to
           05  CMN-COMPLAINT-ID        PIC 9(7).
      *    Business date and wall-clock time of the entry
           05  CMN-DATE                PIC 9(8).
           05  CMN-TIME                PIC 9(6).
      *    Teller who made the entry
           05  CMN-ENTERED-BY          PIC X(5).
      *    Entry type - N=Handler's note, S=Status entry written
      *    by intake, assignment, acknowledgment or closure
           05  CMN-TYPE                PIC X(1).
               88  CMN-NOTE            VALUE "N".
               88  CMN-STATUS-ENTRY    VALUE "S".
      *    The note text
           05  CMN-TEXT                PIC X(60).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
