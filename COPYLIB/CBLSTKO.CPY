      ******************************************************************
      *    CBLSTKO.CPY
      *    CLOSING ON-HAND STOCK - ONE RECORD PER FLAVOR, WRITTEN BY
      *    THE STOCK LEDGER (CBLDSM23) EVERY TIME IT RUNS, SO THE
      *    LAST LEDGER RUN OF THE SEASON LEAVES THE CASES ACTUALLY
      *    SITTING IN THE SHED.  CBLDSM20 CARRIES IT INTO
      *    CBLSTKB.DAT AT SEASON CLOSE.  SAME SHAPE AS CBLSTKB.CPY.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  STOCK-CLOSE-REC.
           05  SO-CODE                 PIC 99.
           05  SO-NAME                 PIC X(16).
           05  SO-CASES                PIC 9(6).
