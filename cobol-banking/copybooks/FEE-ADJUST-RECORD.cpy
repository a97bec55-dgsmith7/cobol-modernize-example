      *********************************************************
      * FEE-ADJUST-RECORD.cpy - Fee Refund and Waiver Log
      * This copybook defines the layout for the fee adjustment
      * log (FEEADJ.DAT), appended to every time fee income is
      * given back: BANKLEDG's REFUND command writes one entry
      * per refund posted against an original fee TXN-ID, and
      * the FEEWAIV subprogram writes one entry each time an
      * assessor skips a fee an advance waiver covers. The
      * monthly FEERFRPT report reads it by reason, teller and
      * branch, and REFUND reads it back to hold the refunds
      * on any one fee to the fee's own amount.
      *********************************************************
       01  FEE-ADJUST-RECORD.
      *    R=Refund of a posted fee, W=Fee skipped under waiver
           05  FAJ-KIND                PIC X(1).
               88  FAJ-REFUND          VALUE "R".
               88  FAJ-WAIVED          VALUE "W".
      *    Business date and wall-clock time of the entry
           05  FAJ-DATE                PIC 9(8).
           05  FAJ-TIME                PIC 9(6).
           05  FAJ-ACCOUNT             PIC 9(10).
      *    Fee code - the FEE-WAIVER-RECORD.cpy codes, with SDB
      *    for box rent and OTHER for any other fee description
           05  FAJ-FEE-CODE            PIC X(6).
      *    The fee entry refunded - zero for a waived fee, which
      *    never posted
           05  FAJ-FEE-TXN-ID          PIC 9(15).
      *    The fee as charged (refund) or as it would have been
      *    charged (waiver)
           05  FAJ-FEE-AMOUNT          PIC 9(10)V99 COMP-3.
      *    Income given back - the refund amount, which may be
      *    less than the fee, or the whole fee waived
           05  FAJ-AMOUNT              PIC 9(10)V99 COMP-3.
      *    The refund's own TXN-ID - zero for a waiver
           05  FAJ-REFUND-TXN-ID       PIC 9(15).
      *    Reason code
      *      BE - bank error           DU - duplicate charge
      *      CS - customer service     WM - waiver missed
      *      PE - policy exception     OT - other
           05  FAJ-REASON              PIC X(2).
               88  FAJ-VALID-REASON    VALUE "BE" "DU" "CS" "WM"
                                             "PE" "OT".
      *    Refund: the teller who keyed it and any supervisor
      *    who authorized it over the teller's refund limit.
      *    Waiver: the teller who placed the waiver.
           05  FAJ-TELLER-ID           PIC X(5).
           05  FAJ-SUPERVISOR-ID       PIC X(5).
      *    Branch of the refunding teller, or the branch the
      *    waiver was placed at
           05  FAJ-BRANCH              PIC X(3).
      *    The waiver applied - zero for a refund
           05  FAJ-WAIVER-ID           PIC 9(7).
      *    Program that wrote the entry
           05  FAJ-SOURCE              PIC X(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
