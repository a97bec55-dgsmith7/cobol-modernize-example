      * plain deposit. The WIREIN RELEASE command posts a
      * reviewed wire, and WIREIN RETURN sends it back to the
      * correspondent - the same review pattern the duplicate
      * suspense queue uses with SUSPOST/SUSDEL. A wire sent
      * to pay off a loan is applied by LOANPYOF WIRE.
      *********************************************************
       01  WIRE-SUSPENSE-RECORD.
      *    Sequence number assigned at capture - the handle the
