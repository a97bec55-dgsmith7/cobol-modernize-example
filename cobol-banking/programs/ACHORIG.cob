      * the originator's account for the batch net same-day,
      * and extracts the entries to ACHOUT.DAT in the same
      * entry layout ACHPOST reads (type, account, amount,
      * company, description) for the correspondent, followed
      * by the receiving bank's routing number - zero on a
      * payroll entry, which the correspondent routes from the
      * account. BILLPAY appends its electronic bill payments
      * to the same extract, so the extract is added to and
      * never replaced; the correspondent transmission empties
      * it. Each
      * extracted entry is recorded on the origination register
      * so a RETURNS run can recognize one of our own entries
      * coming back in the ACHRTN.DAT return flow and settle it
           05  OUT-AMOUNT              PIC 9(10)V99.
           05  OUT-COMPANY-NAME        PIC X(16).
           05  OUT-ENTRY-DESC          PIC X(20).
      *    Receiving bank routing number - zero when the
      *    correspondent routes the entry from the account
           05  OUT-ROUTING             PIC 9(9).

       FD  ORIG-REGISTER-FILE.
           COPY "copybooks/ACH-ORIG-REGISTER-RECORD.cpy".
       EXTRACT-BATCH-ENTRIES.
      *    The batch proved and settled - send the entries and
      *    register each one for return matching
           OPEN EXTEND ACH-OUT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ACH-OUT-FILE
               OPEN OUTPUT ACH-OUT-FILE
           END-IF
           OPEN EXTEND ORIG-REGISTER-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE ORIG-REGISTER-FILE
               MOVE WS-ENT-AMOUNT(WS-ENT-SUB) TO OUT-AMOUNT
               MOVE WS-COMPANY-NAME TO OUT-COMPANY-NAME
               MOVE WS-ENT-DESC(WS-ENT-SUB) TO OUT-ENTRY-DESC
               MOVE ZERO TO OUT-ROUTING
               WRITE ACH-OUT-RECORD
               MOVE WS-BUSINESS-DATE TO AOR-DATE
               MOVE WS-COMPANY-NAME TO AOR-COMPANY-NAME
