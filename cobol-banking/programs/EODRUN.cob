       PROGRAM-ID. EODRUN.
      *********************************************************
      * EODRUN - End-Of-Day Batch Orchestrator
      * Runs the nightly batch sequence - INTEGCHK, APPLPROC
      * (new account applications), HOLDREL, INTACCR,
      * LOANRPRC (variable-rate loan resets), LOANACCR,
      * LOANLATE (late fees and delinquency notices), LOANBILL
      * (billing statements), ODAGING (overdrawn account
      * notices, freeze and charge-off),
      * ODACCRUE, CDMATUR, STANDORD, BILLPAY (customer bill
      * payments), SDBRENT (safe deposit box rent), FEEBATCH,
      * DISPUTE (the
      * provisional-credit deadline sweep),
      * ZBASWEEP, ITEMFEE (paid-overdraft and NSF item fees),
      * RECONCILE, TRIALBAL, GLEXTRCT, GLPOST (the GL master
      * posting), SETLPOS and BALSNAP nightly, plus ACCTANAL,
      * ODPOST, ODCORPT (the charge-off and recovery report),
      * FEERFRPT (the fee refund and waiver report),
      * CBREXTR (the credit bureau file), RISKRATE (customer
      * risk ratings), FXREVAL, PERIODCL, GLRPT (the balance
      * sheet and income statement) and GLCLOSE (the year-end
      * close, which acts only in December) on the month's
      * last business day, and CDCEXTR (the data warehouse
      * change extract) last of all every night.
      * Every step that posts money - including the monthly
      * analysis fees and overdraft interest - runs BEFORE
      * RECONCILE, TRIALBAL and GLEXTRCT, so the night's

      *    The nightly sequence, in the order the jobs must run -
      *    the integrity checker goes first, so bad data is found
      *    before any step starts rewriting the master, then
      *    the day's new account applications are opened so
      *    their opening money is in the night's proofs
       01  WS-STEP-NAME-VALUES.
           05  FILLER                  PIC X(9) VALUE "INTEGCHK".
           05  FILLER                  PIC X(9) VALUE "APPLPROC".
           05  FILLER                  PIC X(9) VALUE "HOLDREL".
           05  FILLER                  PIC X(9) VALUE "INTACCR".
           05  FILLER                  PIC X(9) VALUE "LOANRPRC".
           05  FILLER                  PIC X(9) VALUE "LOANACCR".
           05  FILLER                  PIC X(9) VALUE "LOANLATE".
           05  FILLER                  PIC X(9) VALUE "LOANBILL".
           05  FILLER                  PIC X(9) VALUE "ODAGING".
           05  FILLER                  PIC X(9) VALUE "ODACCRUE".
           05  FILLER                  PIC X(9) VALUE "CDMATUR".
           05  FILLER                  PIC X(9) VALUE "STANDORD".
           05  FILLER                  PIC X(9) VALUE "BILLPAY".
           05  FILLER                  PIC X(9) VALUE "SDBRENT".
           05  FILLER                  PIC X(9) VALUE "FEEBATCH".
           05  FILLER                  PIC X(9) VALUE "ACCTANAL".
           05  FILLER                  PIC X(9) VALUE "ODPOST".
           05  FILLER                  PIC X(9) VALUE "ODCORPT".
           05  FILLER                  PIC X(9) VALUE "DISPUTE".
           05  FILLER                  PIC X(9) VALUE "ZBASWEEP".
           05  FILLER                  PIC X(9) VALUE "ITEMFEE".
           05  FILLER                  PIC X(9) VALUE "RECONCILE".
           05  FILLER                  PIC X(9) VALUE "TRIALBAL".
           05  FILLER                  PIC X(9) VALUE "GLEXTRCT".
           05  FILLER                  PIC X(9) VALUE "GLPOST".
           05  FILLER                  PIC X(9) VALUE "SETLPOS".
           05  FILLER                  PIC X(9) VALUE "BALSNAP".
           05  FILLER                  PIC X(9) VALUE "FEERFRPT".
           05  FILLER                  PIC X(9) VALUE "CBREXTR".
           05  FILLER                  PIC X(9) VALUE "RISKRATE".
           05  FILLER                  PIC X(9) VALUE "FXREVAL".
           05  FILLER                  PIC X(9) VALUE "PERIODCL".
           05  FILLER                  PIC X(9) VALUE "GLRPT".
           05  FILLER                  PIC X(9) VALUE "GLCLOSE".
           05  FILLER                  PIC X(9) VALUE "CDCEXTR".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME            PIC X(9) OCCURS 35 TIMES.
      *    How often each step runs - D nightly, M only on the
      *    last business day of the month. The monthly posters
      *    (ACCTANAL, ODPOST) sit ahead of RECONCILE, TRIALBAL
      *    and GLEXTRCT so month-end fees and overdraft
      *    interest land in the same day's proofs and journal,
      *    with ODCORPT reporting the month's charge-offs behind
      *    them; only FEERFRPT (the month's fee refunds and
      *    waivers, once every fee assessor has run), CBREXTR
      *    (an extract), RISKRATE (the customer risk ratings),
      *    FXREVAL (a revaluation), PERIODCL (the close
      *    itself), GLRPT (the financial statements, off the
      *    day GLPOST has just posted) and GLCLOSE (the
      *    year-end close, after December's statements) run
      *    after the books are struck.
      *    CDCEXTR, the warehouse change extract, runs last
      *    every night so it sees every change the chain made.
       01  WS-STEP-FREQ-VALUES         PIC X(35)
                        VALUE "DDDDDDDDDDDDDDDMMMDDDDDDDDDMMMMMMMD".
       01  WS-STEP-FREQ-TABLE REDEFINES WS-STEP-FREQ-VALUES.
           05  WS-STEP-FREQ            PIC X(1) OCCURS 35 TIMES.
       01  WS-STEP-DONE-TABLE.
           05  WS-STEP-DONE-FLAG       PIC X(1) OCCURS 35 TIMES.
       01  WS-STEP-SUB                 PIC 9(2).
       01  WS-STEP-SUB-2               PIC 9(2).
       01  WS-STEP-COUNT               PIC 9(2) VALUE 35.
      *    Set when the rolled next business date lands in a
      *    different month - tonight is the month's last
      *    business day and the monthly steps run
