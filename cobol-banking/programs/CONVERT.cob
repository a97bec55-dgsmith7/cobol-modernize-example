                   MOVE CE-PHONE TO CUS-PHONE
                   MOVE CE-EMAIL TO CUS-EMAIL
                   MOVE WS-DATE-NUMERIC TO CUS-ESTABLISHED-DATE
      *            The acquired core's extract carries no TIN -
      *            captured later through CUSTMNT TIN
                   MOVE ZERO TO CUS-TIN
                   MOVE SPACE TO CUS-W9-STATUS
                   MOVE ZERO TO CUS-DATE-OF-DEATH
                   MOVE SPACE TO CUS-MAIL-STATUS
                   MOVE ZERO TO CUS-MAIL-RETURNED-DATE
                   MOVE "P" TO CUS-STMT-DELIVERY
                   MOVE "N" TO CUS-STMT-COMBINED
                   WRITE CUSTOMER-RECORD
                   IF WS-FILE-STATUS NOT = "00"
                       DISPLAY "Error writing customer record "
