      ******************************************************************
      *    CBLROUTW.CPY
      *    WORKING-STORAGE DELIVERY ROUTE TABLE - LOADED FROM
      *    CBLROUT.DAT (SEE CBLROUTT.CPY FOR THE FILE RECORD) AT
      *    PROGRAM START.  ROUTE-FOUND-SW IS SET BY THE LOADING
      *    PROGRAM'S ZIP-RANGE SEARCH.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  ROUTE-TABLE-AREA.
           05  ROUTE-COUNT             PIC 99         VALUE ZERO.
           05  ROUTE-TABLE OCCURS 1 TO 50 TIMES
                           DEPENDING ON ROUTE-COUNT
                           INDEXED BY RO-IDX.
               10  ROT-ZIP-LOW         PIC 9(5).
               10  ROT-ZIP-HIGH        PIC 9(5).
               10  ROT-NAME            PIC X(20).
               10  ROT-DRIVER          PIC X(20).
           05  ROUTE-FOUND-SW          PIC X          VALUE 'N'.
               88  ROUTE-FOUND                 VALUE 'Y'.
               88  ROUTE-NOT-FOUND             VALUE 'N'.
