      *********************************************************
      * RISK-RATING-RECORD.cpy - Customer Risk Rating Record
      * This copybook defines the layout for the customer risk
      * rating file (RISKRATE.DAT), one record per customer,
      * keyed by customer ID. AMLCASE, STRUCTUR, WLSCREEN and
      * CTRRPT each see one slice of a customer's risk; the
      * monthly RISKRATE batch pulls the slices together into
      * one low/medium/high rating, keeps the points behind it
      * factor by factor for the examiner, and schedules the
      * enhanced due-diligence review the rating calls for.
      * RISKMNT shows a rating and records a completed review.
      * Every rating change is audited to CUSTAUD.DAT with this
      * record's before-image.
      *********************************************************
       01  RISK-RATING-RECORD.
      *    Customer ID - unique key, the CUS-CUSTOMER-ID rated
           05  RSK-CUSTOMER-ID         PIC 9(10).
      *    Customer name as of the last rating
           05  RSK-CUSTOMER-NAME       PIC X(30).
      *    Branch of the customer's oldest open account - the
      *    branch the reports file the customer under, spaces
      *    for head office
           05  RSK-BRANCH              PIC X(3).
      *    Current rating - L=Low, M=Medium, H=High
           05  RSK-RATING              PIC X(1).
               88  RSK-LOW             VALUE "L".
               88  RSK-MEDIUM          VALUE "M".
               88  RSK-HIGH            VALUE "H".
      *    Total score the rating was cut from
           05  RSK-SCORE               PIC 9(3).
      *    Points contributed by each factor - they sum to
      *    RSK-SCORE
           05  RSK-FACTOR-POINTS.
               10  RSK-PRODUCT-POINTS  PIC 9(3).
               10  RSK-CASH-POINTS     PIC 9(3).
               10  RSK-WIRE-POINTS     PIC 9(3).
               10  RSK-AML-POINTS      PIC 9(3).
               10  RSK-WATCHLIST-POINTS PIC 9(3).
               10  RSK-AGE-POINTS      PIC 9(3).
      *    What the points were figured from
      *      open accounts and how many sit on a higher-risk
      *      product or in a foreign currency
           05  RSK-OPEN-ACCOUNTS       PIC 9(3).
           05  RSK-HIGHER-RISK-ACCOUNTS PIC 9(3).
      *      CTR-reportable cash over the last twelve months
           05  RSK-CTR-COUNT           PIC 9(5).
           05  RSK-CTR-AMOUNT          PIC S9(12)V99 COMP-3.
      *      wires out (WIRES.DAT debits) and in (WIREIN
      *      credits) over the last twelve months
           05  RSK-WIRE-COUNT          PIC 9(5).
           05  RSK-WIRE-AMOUNT         PIC S9(12)V99 COMP-3.
      *      AML cases open or under review, SAR-filed cases,
      *      and live watchlist-match cases
           05  RSK-ACTIVE-CASES        PIC 9(3).
           05  RSK-SAR-CASES           PIC 9(3).
           05  RSK-WATCHLIST-CASES     PIC 9(3).
      *      start of the relationship - the earlier of the
      *      customer's established date and the oldest open
      *      account
           05  RSK-RELATIONSHIP-DATE   PIC 9(8).
      *    Business date of the rating run that last scored the
      *    customer
           05  RSK-RATED-DATE          PIC 9(8).
      *    Rating and score before the last change, and the
      *    business date it changed - prior rating is a space
      *    for a customer rated for the first time
           05  RSK-PRIOR-RATING        PIC X(1).
           05  RSK-PRIOR-SCORE         PIC 9(3).
           05  RSK-RATING-CHANGED-DATE PIC 9(8).
      *    Enhanced due-diligence review - the last one completed
      *    (RISKMNT REVIEWED) and when the next falls due: a
      *    year after the last review for a high rating, three
      *    years for medium, none for low. A customer never
      *    reviewed is due from the date the rating was reached.
           05  RSK-LAST-REVIEW-DATE    PIC 9(8).
           05  RSK-LAST-REVIEW-TELLER  PIC X(5).
           05  RSK-NEXT-REVIEW-DATE    PIC 9(8).
      *    Filler for future expansion
           05  FILLER                  PIC X(20).
