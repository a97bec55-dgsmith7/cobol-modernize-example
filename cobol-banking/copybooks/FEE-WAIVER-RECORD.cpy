      *********************************************************
      * FEE-WAIVER-RECORD.cpy - Advance Fee Waiver Record
      * This copybook defines the layout for the fee waiver
      * file (FEEWAIVE.DAT). BANKLEDG's WAIVE command flags one
      * fee - or every fee - on an account as waived for a
      * date range, and WAIVEREL takes the waiver off early.
      * FEEBATCH, ITEMFEE, DEPRTN, ACCTANAL, OFFCHK and the
      * wire, stop-payment and excess-activity paths ask the
      * FEEWAIV subprogram before charging, so a fee the
      * customer was promised would not be taken never posts
      * in the first place instead of being refunded after.
      *********************************************************
       01  FEE-WAIVER-RECORD.
      *    Waiver number assigned when placed - the handle
      *    WAIVEREL takes
           05  FWV-WAIVER-ID           PIC 9(7).
      *    Account the waiver applies to
           05  FWV-ACCOUNT             PIC 9(10).
      *    Fee being waived - ALL covers every fee below
           05  FWV-FEE-CODE            PIC X(6).
               88  FWV-VALID-FEE-CODE  VALUE "MAINT " "OD    "
                                             "NSF   " "STOP  "
                                             "WIRE  " "EXCESS"
                                             "RETURN" "ANALYS"
                                             "OFFCHK" "ALL   ".
               88  FWV-ALL-FEES        VALUE "ALL   ".
      *    First and last business dates the waiver covers -
      *    YYYYMMDD, both inclusive
           05  FWV-FROM-DATE           PIC 9(8).
           05  FWV-THRU-DATE           PIC 9(8).
      *    Why the fee is waived - the refund reason codes on
      *    FEE-ADJUST-RECORD.cpy
           05  FWV-REASON              PIC X(2).
      *    Waiver status - A=Active, R=Released early
           05  FWV-STATUS              PIC X(1).
               88  FWV-ACTIVE          VALUE "A".
               88  FWV-RELEASED        VALUE "R".
      *    Business date placed, the teller who placed it and
      *    the branch it was placed at
           05  FWV-PLACED-DATE         PIC 9(8).
           05  FWV-PLACED-BY           PIC X(5).
           05  FWV-BRANCH              PIC X(3).
      *    Teller and business date of an early release
           05  FWV-RELEASED-BY         PIC X(5).
           05  FWV-RELEASED-DATE       PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(10).
