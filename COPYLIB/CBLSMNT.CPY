      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    08/21/26   DLM  ORIGINAL.
      *    10/15/26   DLM  SM-USER IS NO LONGER CARRIED TO THE AUDIT
      *    LOG - CBLDSM11 NOW LOGS THE OPERATOR SIGNED ON AT THE
      *    CONSOLE (SEE CBLOPERT.CPY).  THE FIELD STAYS SO EXISTING
      *    TRANSACTION FILES STILL READ.
      ******************************************************************
       01  SELLER-MAINT-REC.
           05  SM-ACTION               PIC X.
