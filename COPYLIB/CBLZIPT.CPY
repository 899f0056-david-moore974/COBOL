      ******************************************************************
      *    CBLZIPT.CPY
      *    ZIP-PREFIX/STATE FILE RECORD LAYOUT - ONE RECORD PER RANGE
      *    OF THREE-DIGIT ZIP PREFIXES THAT BELONG TO A STATE,
      *    MAINTAINED IN CBLZIP.DAT BY CBLDSM10 LIKE THE STATE FILE.
      *    A STATE WHOSE ZIPS ARE NOT ONE RUN OF PREFIXES HAS ONE
      *    RECORD PER RUN.  NO PREFIX MAY BELONG TO TWO STATES.
      *    CBLDSM04, CBLDSM07, AND CBLDSM13 REJECT AN ORDER WHOSE ZIP
      *    PREFIX IS NOT ON ONE OF ITS STATE'S RANGES, SO THE BOTTLE
      *    DEPOSIT IS CHARGED AND REMITTED TO THE RIGHT STATE.  A
      *    STATE WITH NO RANGES ON FILE IS NOT CHECKED.  SEE
      *    CBLZIPW.CPY FOR THE WORKING-STORAGE TABLE THIS IS LOADED
      *    INTO.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  ZIP-PREFIX-REC.
           05  ZP-STATE                PIC XX.
           05  ZP-PREFIX-LOW           PIC 999.
           05  ZP-PREFIX-HIGH          PIC 999.
