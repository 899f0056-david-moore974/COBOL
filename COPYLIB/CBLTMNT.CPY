      *    TM-TEAM-NAME AND TM-COACH APPLY TO TEAM TRANSACTIONS.
      *    PRIZE TIERS ARE KEYED BY THRESHOLD, NOT BY TM-KEY -
      *    TM-THRESHOLD AND TM-PRIZE-DESC APPLY TO PRIZE
      *    TRANSACTIONS AND TM-KEY IS LEFT BLANK.  DELIVERY ROUTES ARE
      *    KEYED BY THE LOW ZIP OF THE RANGE THE SAME WAY - TM-ZIP-LOW,
      *    TM-ZIP-HIGH, TM-ROUTE-NAME, AND TM-DRIVER APPLY TO ROUTE
      *    TRANSACTIONS AND TM-KEY IS LEFT BLANK.  ZIP-PREFIX RANGES
      *    ARE KEYED BY STATE CODE (TM-KEY) PLUS TM-PREFIX-LOW, THE
      *    FIRST THREE DIGITS OF THE LOWEST ZIP IN THE RANGE;
      *    TM-PREFIX-HIGH APPLIES TO ZIP-PREFIX TRANSACTIONS.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    BLANK ON AN ADD DEFAULTS TO 'MOORE'; BLANK ON A CHANGE
      *    LEAVES THE DIVISION ALONE, LIKE THE SELLER-MAINT ADDRESS
      *    RULE.  RECORD LENGTH CHANGED FROM 108 TO 118.
      *    10/15/26   DLM  ADDED TM-ROUTE-MAINT ('R'), TM-ZIP-LOW,
      *    TM-ZIP-HIGH, TM-ROUTE-NAME, AND TM-DRIVER - THE DELIVERY
      *    ROUTE FILE (CBLROUT.DAT, SEE CBLROUTT.CPY) IS MAINTAINED
      *    HERE.  BLANK NAME OR DRIVER ON A CHANGE LEAVES IT ALONE.
      *    RECORD LENGTH CHANGED FROM 118 TO 168.
      *    10/15/26   DLM  ADDED TM-ZIP-MAINT ('Z'), TM-PREFIX-LOW,
      *    AND TM-PREFIX-HIGH - THE ZIP-PREFIX/STATE FILE (CBLZIP.DAT,
      *    SEE CBLZIPT.CPY) IS MAINTAINED HERE.  RECORD LENGTH CHANGED
      *    FROM 168 TO 174.
      *    10/15/26   DLM  TM-USER IS NO LONGER CARRIED TO THE AUDIT
      *    LOG - CBLDSM10 NOW LOGS THE OPERATOR SIGNED ON AT THE
      *    CONSOLE (SEE CBLOPERT.CPY).  THE FIELD STAYS SO EXISTING
      *    TRANSACTION FILES STILL READ.
      ******************************************************************
       01  TABLE-MAINT-REC.
           05  TM-FILE-ID              PIC X.
               88  TM-STATE-MAINT             VALUE 'S'.
               88  TM-TEAM-MAINT              VALUE 'T'.
               88  TM-PRIZE-MAINT             VALUE 'P'.
               88  TM-ROUTE-MAINT             VALUE 'R'.
               88  TM-ZIP-MAINT               VALUE 'Z'.
           05  TM-ACTION               PIC X.
               88  TM-ADD                     VALUE 'A'.
               88  TM-CHANGE                  VALUE 'C'.
           05  TM-DIVISION             PIC X(10).
           05  TM-THRESHOLD            PIC 9(5)V99.
           05  TM-PRIZE-DESC           PIC X(20).
           05  TM-ZIP-LOW              PIC 9(5).
           05  TM-ZIP-HIGH             PIC 9(5).
           05  TM-ROUTE-NAME           PIC X(20).
           05  TM-DRIVER               PIC X(20).
           05  TM-PREFIX-LOW           PIC 999.
           05  TM-PREFIX-HIGH          PIC 999.
           05  TM-USER                 PIC X(10).
