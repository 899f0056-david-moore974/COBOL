      *    08/09/26   DLM  ORIGINAL.
      *    08/09/26   DLM  ADDED CORR-USER SO THE CORRECTION AUDIT LOG
      *    CAN RECORD WHO KEYED THE CORRECTION.
      *    10/15/26   DLM  FIELD CODE 18 (ZIP NOT VALID FOR STATE)
      *    CARRIES THE CORRECTED ZIP, LIKE 06.  CORRECT THE STATE
      *    INSTEAD WITH FIELD CODE 05.
      *    10/15/26   DLM  CORR-USER IS NO LONGER CARRIED TO THE AUDIT
      *    LOG - CBLDSM07 NOW LOGS THE OPERATOR SIGNED ON AT THE
      *    CONSOLE (SEE CBLOPERT.CPY).  THE FIELD STAYS SO EXISTING
      *    TRANSACTION FILES STILL READ.
      ******************************************************************
       01  CORRECTION-REC.
           05  CORR-SEQ-NO             PIC 9(7).
