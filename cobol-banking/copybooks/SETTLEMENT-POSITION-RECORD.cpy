      * position file (SETLPOS.DAT), one record per business
      * date written by the SETLPOS end-of-chain step. The
      * expected settlement figure nets the day's ACH activity
      * and returns, inclearing presentments and returns,
      * extracted wires and card network clearing against the
      * correspondent account -
      * what the bookkeeper used to add up from four reports
      * with a calculator. The prior date's record is what the
      * next run reports its movement against.
