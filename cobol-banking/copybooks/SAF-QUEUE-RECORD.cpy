               88  SAF-POSTED          VALUE "P".
               88  SAF-IN-SUSPENSE     VALUE "S".
               88  SAF-POST-FAILED     VALUE "F".
      *    ATM terminal a captured withdrawal was dispensed at -
      *    spaces when it didn't come from an ATM
           05  SAF-TERMINAL-ID         PIC X(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(2).
