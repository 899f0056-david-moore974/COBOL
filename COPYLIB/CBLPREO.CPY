      ******************************************************************
      *    CBLPREO.CPY
      *    SUGGESTED PRE-ORDER - ONE RECORD PER FLAVOR ON THE FLAVOR
      *    FILE, WRITTEN BY THE DEMAND FORECAST (CBLDSM27) FOR THE
      *    SEASON IT FORECASTS.  PO-PROJECTED IS THE TREND PROJECTION
      *    OF CASES SOLD, PO-SUGGESTED ADDS THE SAFETY MARGIN
      *    (PO-MARGIN-PCT), AND PO-PRE-ORDER NETS THE STOCK ALREADY IN
      *    THE SHED (PO-ON-HAND) - THE CASES TO COMMIT WITH THE
      *    DISTRIBUTOR BEFORE THE FIRST ORDERS ARE KEYED.
      *    PO-DECLINING IS 'Y' WHEN THE FLAVOR SOLD LESS IN EACH OF
      *    ITS LAST THREE SEASONS.  PO-APPROVED IS WRITTEN 'N'; THE
      *    TREASURER CHANGES IT TO 'Y' (OR THE CASES) ON THE LINES THE
      *    BOARD APPROVES.  EVERY FORECAST RUN REWRITES THE FILE.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  PRE-ORDER-REC.
           05  PO-SEASON-YEAR          PIC 9(4).
           05  PO-CODE                 PIC 99.
           05  PO-NAME                 PIC X(16).
           05  PO-PROJECTED            PIC 9(6).
           05  PO-MARGIN-PCT           PIC 99.
           05  PO-SUGGESTED            PIC 9(6).
           05  PO-ON-HAND              PIC 9(6).
           05  PO-PRE-ORDER            PIC 9(6).
           05  PO-DECLINING            PIC X.
               88  PO-IS-DECLINING            VALUE 'Y'.
           05  PO-APPROVED             PIC X.
               88  PO-IS-APPROVED             VALUE 'Y'.
