      * expense from I entries, fee income from F entries,
      * wires out from O entries - so the GL stops being kept
      * by hand off RECONCILE's totals.
      *
      * The same layout carries the manual journals a DUALCTL
      * supervisor approves (GLMANUAL.DAT, source type M), and
      * GLPOST applies both to the GL master.
      *********************************************************
       01  GL-JOURNAL-RECORD.
      *    Business date the journal covers - YYYYMMDD
           05  GLJ-SOURCE-TYPE         PIC X(1).
      *    Human-readable journal description
           05  GLJ-DESCRIPTION         PIC X(30).
      *    Pending-change sequence a manual journal was approved
      *    under - zero on the nightly extract
           05  GLJ-REFERENCE           PIC 9(7).
      *    Business date GLPOST applied a manual journal to the
      *    GL master - zero until it has
           05  GLJ-POSTED-DATE         PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
