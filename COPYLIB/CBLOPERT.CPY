      ******************************************************************
      *    CBLOPERT.CPY
      *    OPERATOR AUTHORIZATION FILE RECORD LAYOUT - ONE RECORD PER
      *    OPERATOR ALLOWED TO RUN THE PROGRAMS THAT POST, MAINTAIN,
      *    OVERRIDE, OR RECOVER (CBLOPER.DAT, KEYED BY THE TREASURER
      *    AND KEPT WITH THE CLUB'S RECORDS, NOT ON THE SHARED
      *    DESKTOP).  EACH FUNCTION FLAG IS 'Y' WHEN THE OPERATOR MAY
      *    RUN THAT FUNCTION; ANYTHING ELSE IS NO.
      *      SALES     - CBLDSM04 POSTED SALES RUN (A TRIAL RUN NEEDS
      *                  ONLY A GOOD SIGN-ON - IT POSTS NOTHING).
      *      TABLE     - CBLDSM10 TABLE MAINTENANCE.
      *      SELLER    - CBLDSM11 SELLER MAINTENANCE AND MERGE.
      *      CORR      - CBLDSM07 REJECT CORRECTIONS.
      *      PAYMENT   - CBLDSM08 PAYMENT POSTING.
      *      OVERRIDE  - CBLDSM05 FORCED RE-ROLL OF A ROLLED SEASON.
      *      RECOVERY  - CBLDSM17 SELLER-MASTER RECOVERY.
      *      ARCHIVE   - CBLDSM05 SEASON ROLL AND CBLDSM20 SEASON
      *                  CLOSE.
      *    EACH OF THOSE PROGRAMS ASKS FOR AN OPERATOR ID AND PASSWORD
      *    AT START, ALLOWS THREE TRIES, AND STOPS WITHOUT TOUCHING
      *    ANYTHING WHEN THE SIGN-ON FAILS OR THE OPERATOR IS NOT
      *    AUTHORIZED.  EVERY FAILURE IS LOGGED TO CBLAUDIT.DAT
      *    (AUD-TYPE 'L', SEE CBLAUDIT.CPY), AND THE SIGNED-ON ID IS
      *    THE AUD-USER ON EVERYTHING THE RUN AUDITS.  SEE CBLOPERW.CPY
      *    FOR THE WORKING-STORAGE SIGN-ON AREA.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  OPERATOR-REC.
           05  OP-ID                   PIC X(10).
           05  OP-PASSWORD             PIC X(10).
           05  OP-NAME                 PIC X(20).
           05  OP-AUTH-FLAGS.
               10  OP-AUTH-SALES       PIC X.
               10  OP-AUTH-TABLE       PIC X.
               10  OP-AUTH-SELLER      PIC X.
               10  OP-AUTH-CORR        PIC X.
               10  OP-AUTH-PAYMENT     PIC X.
               10  OP-AUTH-OVERRIDE    PIC X.
               10  OP-AUTH-RECOVERY    PIC X.
               10  OP-AUTH-ARCHIVE     PIC X.
