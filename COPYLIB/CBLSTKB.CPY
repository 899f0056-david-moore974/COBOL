      ******************************************************************
      *    CBLSTKB.CPY
      *    STOCK BROUGHT FORWARD - ONE RECORD PER FLAVOR, THE CASES
      *    LEFT IN THE STORAGE SHED WHEN LAST SEASON CLOSED.  WRITTEN
      *    ONLY BY CBLDSM20 AT SEASON CLOSE (IT CARRIES CBLDSM23'S
      *    CLOSING ON-HAND, CBLSTKO.DAT, ACROSS).  READ BY CBLDSM04 SO
      *    THE PURCHASE REQUISITION ORDERS ONLY THE NET NEEDED, BY
      *    CBLDSM06 AND CBLDSM22 SO THE SMALLER ORDER IS NOT TAKEN FOR
      *    A SHORT DELIVERY, AND BY CBLDSM23 AS THE LEDGER'S OPENING
      *    BALANCE.  A MISSING FILE MEANS NOTHING ON HAND.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  STOCK-FWD-REC.
           05  SB-CODE                 PIC 99.
           05  SB-NAME                 PIC X(16).
           05  SB-CASES                PIC 9(6).
