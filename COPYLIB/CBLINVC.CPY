      ******************************************************************
      *    CBLINVC.CPY
      *    DISTRIBUTOR INVOICE LINE - ONE RECORD PER FLAVOR PER
      *    INVOICE, KEYED IN BY THE TREASURER FROM THE DISTRIBUTOR'S
      *    BILL THE SAME WAY THE PACKING SLIP IS KEYED INTO
      *    CBLDELV.DAT.  A FLAVOR MAY APPEAR ON MORE THAN ONE INVOICE;
      *    CBLDSM22 ADDS THE LINES UP BY FLAVOR AND MATCHES THEM
      *    AGAINST WHAT WAS ORDERED (CBLCASET.DAT) AND WHAT ARRIVED
      *    (CBLDELV.DAT) BEFORE THE BILL IS PAID.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  INVOICE-REC.
           05  IV-INVOICE-NO           PIC X(10).
           05  IV-INVOICE-DATE         PIC 9(8).
           05  IV-CODE                 PIC 99.
           05  IV-NAME                 PIC X(16).
           05  IV-CASES                PIC 9(6).
           05  IV-UNIT-COST            PIC 99V99.
