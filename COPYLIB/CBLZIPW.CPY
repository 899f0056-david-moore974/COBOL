      ******************************************************************
      *    CBLZIPW.CPY
      *    WORKING-STORAGE ZIP-PREFIX/STATE TABLE - LOADED FROM
      *    CBLZIP.DAT (SEE CBLZIPT.CPY FOR THE FILE RECORD) AT PROGRAM
      *    START.  THE CALLER PUTS THE STATE IN C-STATE AND THE FIRST
      *    THREE DIGITS OF THE ZIP IN ZIP-PREFIX-WK BEFORE THE CHECK;
      *    ZIP-IN-STATE COMES BACK SET WHEN THE PREFIX IS ON ONE OF
      *    THE STATE'S RANGES OR THE STATE HAS NO RANGES ON FILE.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  ZIP-PREFIX-TABLE-AREA.
           05  ZIP-PREFIX-COUNT        PIC 99         VALUE ZERO.
           05  ZIP-PREFIX-TABLE OCCURS 1 TO 99 TIMES
                           DEPENDING ON ZIP-PREFIX-COUNT
                           INDEXED BY ZP-IDX.
               10  ZPT-STATE           PIC XX.
               10  ZPT-PREFIX-LOW      PIC 999.
               10  ZPT-PREFIX-HIGH     PIC 999.
           05  ZIP-PREFIX-WK           PIC 999.
           05  ZIP-STATE-LISTED-SW     PIC X          VALUE 'N'.
               88  ZIP-STATE-LISTED            VALUE 'Y'.
           05  ZIP-IN-STATE-SW         PIC X          VALUE 'N'.
               88  ZIP-IN-STATE                VALUE 'Y'.
               88  ZIP-NOT-IN-STATE            VALUE 'N'.
