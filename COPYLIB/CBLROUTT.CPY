      ******************************************************************
      *    CBLROUTT.CPY
      *    DELIVERY ROUTE FILE RECORD LAYOUT - ONE RECORD PER ZIP CODE
      *    RANGE, MAINTAINED IN CBLROUT.DAT BY CBLDSM10 LIKE THE TEAM
      *    AND PRIZE FILES.  AN ORDER WHOSE FIVE-DIGIT ZIP FALLS
      *    BETWEEN RO-ZIP-LOW AND RO-ZIP-HIGH (INCLUSIVE) IS DELIVERED
      *    ON ROUTE RO-NAME BY DRIVER RO-DRIVER.  A ROUTE THAT COVERS
      *    SEVERAL RANGES HAS ONE RECORD PER RANGE UNDER THE SAME
      *    NAME.  RANGES MAY NOT OVERLAP.  A ZIP ON NO RANGE IS A
      *    PICKUP, NOT A DELIVERY.  SEE CBLROUTW.CPY FOR THE
      *    WORKING-STORAGE TABLE THIS IS LOADED INTO.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  ROUTE-REC.
           05  RO-ZIP-LOW              PIC 9(5).
           05  RO-ZIP-HIGH             PIC 9(5).
           05  RO-NAME                 PIC X(20).
           05  RO-DRIVER               PIC X(20).
