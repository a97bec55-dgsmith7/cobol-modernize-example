      *    Account the card reaches - ACC-NUMBER on the master
           05  CRD-ACCOUNT             PIC 9(10).
      *    Card status - A=Active, H=Hot (reported lost or
      *    stolen, or hot-listed by a TELLERXN fraud rule -
      *    refused everywhere), E=Expired/retired
           05  CRD-STATUS              PIC X(1).
               88  CRD-ACTIVE          VALUE "A".
               88  CRD-HOT             VALUE "H".
