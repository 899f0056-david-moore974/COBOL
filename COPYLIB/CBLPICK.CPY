      ******************************************************************
      *    CBLPICK.CPY
      *    CASES HANDED OUT - ONE RECORD PER FLAVOR, THE CASES THE
      *    PICK LISTS ACTUALLY PULLED AFTER ANY DELIVERY SHORTAGE WAS
      *    ALLOCATED.  WRITTEN BY CBLDSM09 AT THE END OF EVERY RUN
      *    (REWRITTEN, NOT APPENDED) AND READ BY THE STOCK LEDGER
      *    (CBLDSM23) AS THE CASES THAT LEFT THE SHED.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  PICK-TOTAL-REC.
           05  PK-CODE                 PIC 99.
           05  PK-NAME                 PIC X(16).
           05  PK-CASES                PIC 9(6).
