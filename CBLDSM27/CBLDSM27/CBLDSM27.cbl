       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDSM27.
       AUTHOR.     David Moore.
       DATE-WRITTEN. 10/15/26.

      ******************************************************************
      *NEXT-SEASON FLAVOR DEMAND FORECAST.  THE SEASON CLOSE
      *(CBLDSM20) KEEPS EVERY SEASON'S CASE TOTALS AS AyyyyCAS.DAT,
      *BUT THE PRE-SEASON COMMITMENT TO THE DISTRIBUTOR WAS STILL A
      *GUESS.  THIS READS THE ARCHIVED CASE TOTALS FOR THE LAST FIVE
      *SEASONS (THE CURRENT CBLCASET.DAT STANDS IN FOR THE SEASON
      *UNDER WAY) AND PRINTS EACH FLAVOR'S CASES BY SEASON, ITS
      *TREND, AND A PROJECTION FOR THE SEASON BEING FORECAST:
      *  TREND     - AVERAGE CHANGE PER SEASON OVER THE FLAVOR'S LAST
      *              THREE SEASONS SOLD (LAST TWO IF IT HAS ONLY TWO),
      *  PROJECTED - LAST SEASON SOLD PLUS THE TREND, NEVER BELOW
      *              ZERO,
      *  SUGGESTED - PROJECTED PLUS THE SAFETY MARGIN KEYED AT THE
      *              CONSOLE (BLANK = 10 PERCENT), ROUNDED UP TO A
      *              WHOLE CASE,
      *  PRE-ORDER - SUGGESTED LESS THE CASES ALREADY IN THE SHED.
      *A FLAVOR ON THE FLAVOR FILE THAT SOLD LESS IN EACH OF ITS LAST
      *THREE SEASONS IS FLAGGED AS DECLINING.  A FLAVOR IN THE
      *HISTORY BUT NO LONGER ON THE FLAVOR FILE IS SHOWN FOR
      *REFERENCE AND NOT PROJECTED; A NEW FLAVOR WITH NO HISTORY IS
      *LEFT AT ZERO FOR THE BOARD TO SET BY HAND.
      *
      *WHEN CBLCASET.DAT IS EMPTY THE SEASON HAS NOT STARTED (THE
      *CLOSE EMPTIES IT), SO THE FORECAST IS FOR THE RUN-CONTROL
      *SEASON AND THE SHED STOCK IS WHAT THE CLOSE BROUGHT FORWARD
      *(CBLSTKB.DAT).  OTHERWISE THE FORECAST IS FOR THE SEASON
      *AFTER, AND THE SHED STOCK IS THE STOCK LEDGER'S LATEST
      *CLOSING COUNT (CBLSTKO.DAT, WHAT THE CLOSE WILL CARRY).
      *
      *THE PROJECTION IS WRITTEN TO CBLPREO.DAT (SEE CBLPREO.CPY) AS
      *A SUGGESTED PRE-ORDER FOR THE BOARD TO APPROVE.  NOTHING ELSE
      *IS WRITTEN - RUN IT AS OFTEN AS YOU LIKE.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *10/15/26   DLM  ORIGINAL.
      ******************************************************************




       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-TOTAL-FILE
               ASSIGN TO 'C:\COBOL\CBLCASET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-STATUS.
           SELECT ARCH-CASE-FILE
               ASSIGN TO ARCH-CASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT STOCK-FWD-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKB-STATUS.
           SELECT STOCK-CLOSE-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKO-STATUS.
           SELECT FLAVOR-FILE
               ASSIGN TO 'C:\COBOL\CBLFLAV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLRUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-STATUS.
           SELECT PRE-ORDER-FILE
               ASSIGN TO 'C:\COBOL\CBLPREO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTFCST
               ASSIGN TO 'C:\COBOL\CBLPOPFC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.




       DATA DIVISION.
           FILE SECTION.

           FD  CASE-TOTAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CASE-TOTAL-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLCASET.

           FD  ARCH-CASE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ARCH-CASE-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  ARCH-CASE-REC.
           05  AC-CODE                 PIC 99.
           05  AC-NAME                 PIC X(16).
           05  AC-CASES                PIC 9(6).

           FD  STOCK-FWD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STOCK-FWD-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSTKB.

           FD  STOCK-CLOSE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STOCK-CLOSE-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSTKO.

           FD  FLAVOR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS FLAVOR-REC
           RECORD CONTAINS 26 CHARACTERS.
           COPY CBLFLAVT.

           FD  RUN-CONTROL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUN-CONTROL-REC
           RECORD CONTAINS 8 CHARACTERS.
           COPY CBLRUNC.

           FD  PRE-ORDER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRE-ORDER-REC
           RECORD CONTAINS 50 CHARACTERS.
           COPY CBLPREO.

           FD  PRTFCST
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRINTLINE             PIC X(132).




       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                     PIC X         VALUE 'F'.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05 C-PCTR                 PIC 99        VALUE ZERO.

           05 CASE-STATUS            PIC XX.
           05 ARCH-STATUS            PIC XX.
           05 STKB-STATUS            PIC XX.
           05 STKO-STATUS            PIC XX.
           05 RUNC-STATUS            PIC XX.
           05 RUNC-FOUND-SW          PIC X         VALUE 'N'.
               88 RUNC-FOUND               VALUE 'Y'.
           05 SALES-OPEN-SW          PIC X         VALUE 'N'.
               88 SALES-OPEN               VALUE 'Y'.
           05 CURRENT-DATA-SW        PIC X         VALUE 'N'.
               88 CURRENT-DATA             VALUE 'Y'.
           05 FC-FOUND-SW            PIC X         VALUE 'N'.
               88 FC-FOUND                 VALUE 'Y'.

           05 SEASON-YEAR-WK         PIC 9(4).
           05 FORECAST-YEAR          PIC 9(4).
           05 LAST-HIST-YEAR         PIC 9(4).
           05 SEASONS-FOUND-CRT      PIC 9         VALUE ZERO.

           05 MARGIN-IN              PIC XX.
           05 MARGIN-PCT             PIC 99        VALUE 10.

           05 C-CODE                 PIC 99.
           05 C-NAME                 PIC X(16).
           05 C-CASES                PIC 9(6).
           05 C-TREND                PIC S9(6).
           05 C-PROJECTED            PIC S9(7).
           05 C-SUGGEST-WK           PIC 9(7)V99.
           05 C-SUGGESTED            PIC 9(7).
           05 C-PRE-ORDER            PIC S9(7).
           05 C-COST                 PIC 9(7)V99.
           05 C-REMARK               PIC X(18).

           05 FC-SUB                 PIC 99.
           05 YR-SUB                 PIC 9.
           05 CLR-SUB                PIC 9.
           05 PT-COUNT               PIC 9.
           05 PT-LAST                PIC 9.
           05 PT-PRIOR               PIC 9.
           05 PT-PRIOR2              PIC 9.

           05 DECLINING-CRT          PIC 99        VALUE ZERO.
           05 DROPPED-CRT            PIC 99        VALUE ZERO.
           05 NEW-FLAVOR-CRT         PIC 99        VALUE ZERO.
           05 OVERFLOW-CRT           PIC 9999      VALUE ZERO.
           05 PRE-ORDER-CRT          PIC 99        VALUE ZERO.

      ******************************************************************
      *SEASON TABLE - THE FIVE SEASONS SHOWN, OLDEST FIRST.  EACH IS
      *READ FROM ITS ARCHIVE (AyyyyCAS.DAT) EXCEPT THE SEASON UNDER
      *WAY, WHICH IS READ FROM CBLCASET.DAT.  A SEASON WITH NO FILE
      *IS SHOWN AS NOT FOUND AND TAKES NO PART IN THE TREND.
      ******************************************************************
       01 SEASON-AREA.
           05 SEASON-ENTRY OCCURS 5 TIMES.
               10 YR-YEAR            PIC 9(4).
               10 YR-FOUND-SW        PIC X         VALUE 'N'.
                   88 YR-FOUND               VALUE 'Y'.

      ******************************************************************
      *ARCHIVE NAME - THE YEAR IS STITCHED IN PER SEASON, THE SAME
      *NAME THE SEASON CLOSE (CBLDSM20) ARCHIVES UNDER.
      ******************************************************************
       01 ARCH-NAMES.
           05 ARCH-CASE-NAME.
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-CASE-YEAR      PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'CAS.DAT'.

      ******************************************************************
      *FORECAST TABLE - SEEDED FROM THE FLAVOR FILE IN FILE ORDER,
      *THEN ANY FLAVOR FOUND ONLY IN THE HISTORY IS ADDED AT THE END
      *(FC-ON-FILE 'N').  FC-SOLD-SW MARKS A SEASON THE FLAVOR WAS
      *ON THAT SEASON'S CASE TOTALS - A FLAVOR NOT YET CARRIED IS NOT
      *A FLAVOR THAT SOLD NOTHING.
      ******************************************************************
       01 FORECAST-TABLE-AREA.
           05 FC-COUNT                PIC 99        VALUE ZERO.
           05 FORECAST-TABLE OCCURS 1 TO 40 TIMES
                           DEPENDING ON FC-COUNT
                           INDEXED BY FC-IDX.
               10 FC-CODE             PIC 99.
               10 FC-NAME             PIC X(16).
               10 FC-COST             PIC 99V99.
               10 FC-ON-HAND          PIC 9(6).
               10 FC-ON-FILE-SW       PIC X.
                   88 FC-ON-FILE              VALUE 'Y'.
               10 FC-SEASON OCCURS 5 TIMES.
                   15 FC-CASES        PIC 9(6).
                   15 FC-SOLD-SW      PIC X.
                       88 FC-SOLD             VALUE 'Y'.

      ******************************************************************
      *THE SEASONS ONE FLAVOR ACTUALLY SOLD IN, OLDEST FIRST - THE
      *TREND AND THE DECLINE TEST LOOK ONLY AT THESE.
      ******************************************************************
       01 POINT-AREA.
           05 PT-CASES                PIC 9(6)      OCCURS 5 TIMES.

       01 FORECAST-TOTALS.
           05 TOT-SEASON              PIC 9(7)      OCCURS 5 TIMES.
           05 TOT-PROJECTED           PIC 9(7)      VALUE ZERO.
           05 TOT-SUGGESTED           PIC 9(7)      VALUE ZERO.
           05 TOT-ON-HAND             PIC 9(7)      VALUE ZERO.
           05 TOT-PRE-ORDER           PIC 9(7)      VALUE ZERO.
           05 TOT-COST                PIC 9(7)V99   VALUE ZERO.

      ******************************************************************
      *FLAVOR TABLE - LOADED AT L2-INIT FROM CBLFLAV.DAT, SAME AS
      *CBLDSM04.  SEE COPYLIB\CBLFLAVW.CPY.
      ******************************************************************
           COPY CBLFLAVW.


       01 HEADING1.
           05 FILLER                 PIC X(6)       VALUE 'DATE: '.
           05  H1-DATE.
               10 H1-MONTH           PIC 99.
               10 FILLER             PIC X      VALUE '/'.
               10  H1-DAY            PIC 99.
               10 FILLER             PIC X      VALUE '/'.
               10 H1-YEAR            PIC 9999.
           05  FILLER                PIC X(36)  VALUE SPACES.
           05 FILLER                 PIC X(29)
                           VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05 FILLER                 PIC X(43) VALUE SPACES.
           05  FILLER                PIC X(6)   VALUE 'PAGE: '.
           05  H1-PAGE               PIC Z9.

       01 HEADING2.
           05 FILLER                   PIC X(56) VALUE SPACES.
           05 O-NAME                   PIC X(10) VALUE 'MOORE'.
           05 FILLER                   PIC X VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE 'DIVISION'.
           05 FILLER                   PIC X(57) VALUE SPACES.

       01 HEADING3.
           05 FILLER                   PIC X(47) VALUE SPACES.
           05 FILLER                   PIC X(32)
               VALUE 'FLAVOR DEMAND FORECAST - SEASON '.
           05 O-FORECAST-YEAR          PIC 9999.
           05 FILLER                   PIC X(49) VALUE SPACES.

       01 HEADING4.
           05 FILLER                   PIC X(52) VALUE SPACES.
           05 FILLER                   PIC X(15)
               VALUE 'SAFETY MARGIN: '.
           05 O-MARGIN-PCT             PIC Z9.
           05 FILLER                   PIC X(9) VALUE ' PERCENT'.
           05 FILLER                   PIC X(54) VALUE SPACES.

       01 COL-HEADING1.
           05 FILLER                   PIC X(24) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
               '  ---------- CASES SOLD BY SEASON -----'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '  TREND'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '   PLUS'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '  STOCK'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'SUGGEST'.
           05 FILLER                   PIC X(23) VALUE SPACES.

       01 COL-HEADING2.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE 'CD'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE 'FLAVOR'.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 O-CH-SEASON OCCURS 5 TIMES.
               10 FILLER               PIC X(4) VALUE SPACES.
               10 O-CH-YEAR            PIC 9999.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '/SEASON'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'PROJECT'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE ' MARGIN'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'ON HAND'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'PRE-ORD'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE 'REMARKS'.
           05 FILLER                   PIC X(3) VALUE SPACES.

      ******************************************************************
      *ONE LINE PER FLAVOR.  EACH NUMBER HAS AN ALPHANUMERIC VIEW SO
      *A SEASON THE FLAVOR WAS NOT CARRIED, OR A PROJECTION THAT
      *DOES NOT APPLY, PRINTS AS A DASH INSTEAD OF A ZERO.
      ******************************************************************
       01 FORECAST-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-F-CODE                 PIC XX.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-F-NAME                 PIC X(16).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 O-F-SEASON OCCURS 5 TIMES.
               10 FILLER               PIC X(1) VALUE SPACE.
               10 O-F-CASES            PIC ZZZ,ZZ9.
               10 O-F-CASES-X REDEFINES O-F-CASES
                                       PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-F-TREND                PIC ZZ,ZZ9-.
           05 O-F-TREND-X REDEFINES O-F-TREND
                                       PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-F-PROJECTED            PIC ZZZ,ZZ9.
           05 O-F-PROJECTED-X REDEFINES O-F-PROJECTED
                                       PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-F-SUGGESTED            PIC ZZZ,ZZ9.
           05 O-F-SUGGESTED-X REDEFINES O-F-SUGGESTED
                                       PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-F-ON-HAND              PIC ZZZ,ZZ9.
           05 O-F-ON-HAND-X REDEFINES O-F-ON-HAND
                                       PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-F-PRE-ORDER            PIC ZZZ,ZZ9.
           05 O-F-PRE-ORDER-X REDEFINES O-F-PRE-ORDER
                                       PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-F-REMARK               PIC X(18).
           05 FILLER                   PIC X(3) VALUE SPACES.

       01 COST-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(50) VALUE
               'ESTIMATED DISTRIBUTOR COST OF THE PRE-ORDER (AT FL'.
           05 FILLER                   PIC X(10) VALUE '-COST):  $'.
           05 O-TOT-COST               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(57) VALUE SPACES.

       01 METHOD-LIT1.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(51) VALUE
               'PROJECTED = LAST SEASON SOLD + AVERAGE CHANGE OVER '.
           05 FILLER                   PIC X(51) VALUE
               'THE LAST THREE SEASONS SOLD.  PRE-ORDER = PROJECTED'.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01 METHOD-LIT2.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(51) VALUE
               'PLUS THE SAFETY MARGIN (ROUNDED UP TO A WHOLE CASE)'.
           05 FILLER                   PIC X(25) VALUE
               ' LESS STOCK ON HAND FROM '.
           05 O-STOCK-FILE             PIC X(12).
           05 FILLER                   PIC X(41) VALUE SPACES.

       01 DECLINING-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE '*** '.
           05 O-DECLINING-CRT          PIC Z9.
           05 FILLER                   PIC X(51) VALUE
               ' FLAVOR(S) ON THE FLAVOR FILE SOLD LESS EACH OF THE'.
           05 FILLER                   PIC X(41) VALUE
               ' LAST THREE SEASONS - REVIEW BEFORE ORDER'.
           05 FILLER                   PIC X(4) VALUE ' ***'.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01 NEW-FLAVOR-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE '*** '.
           05 O-NEW-FLAVOR-CRT         PIC Z9.
           05 FILLER                   PIC X(51) VALUE
               ' FLAVOR(S) WITH NO CASE HISTORY - PRE-ORDER LEFT AT'.
           05 FILLER                   PIC X(30) VALUE
               ' ZERO FOR THE BOARD TO SET ***'.
           05 FILLER                   PIC X(42) VALUE SPACES.

       01 DROPPED-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE '*** '.
           05 O-DROPPED-CRT            PIC Z9.
           05 FILLER                   PIC X(51) VALUE
               ' FLAVOR(S) IN THE HISTORY ARE NO LONGER ON THE FLAV'.
           05 FILLER                   PIC X(34) VALUE
               'OR FILE - SHOWN, NOT PROJECTED ***'.
           05 FILLER                   PIC X(38) VALUE SPACES.

       01 OVERFLOW-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE '*** '.
           05 O-OVERFLOW-CRT           PIC Z,ZZ9.
           05 FILLER                   PIC X(51) VALUE
               ' HISTORY LINE(S) LEFT OUT - MORE THAN 40 FLAVORS IN'.
           05 FILLER                   PIC X(16) VALUE
               ' THE HISTORY ***'.
           05 FILLER                   PIC X(53) VALUE SPACES.

       01 NO-HISTORY-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(51) VALUE
               '*** NO CASE TOTALS FOUND FOR ANY OF THE FIVE SEASON'.
           05 FILLER                   PIC X(31) VALUE
               'S - NOTHING TO PROJECT FROM ***'.
           05 FILLER                   PIC X(47) VALUE SPACES.

      ******************************************************************
      *PRINTED AT THE TOP WHEN THE SEASON UNDER WAY IS STILL TAKING
      *ORDERS - ITS COLUMN IS SEASON TO DATE, NOT A FINAL COUNT.
      ******************************************************************
       01 SALES-OPEN-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE '*** SEASON '.
           05 O-OPEN-YEAR              PIC 9999.
           05 FILLER                   PIC X(51) VALUE
               ' IS STILL POSTING ORDERS - ITS COLUMN IS SEASON TO '.
           05 FILLER                   PIC X(12) VALUE 'DATE ***'.
           05 FILLER                   PIC X(51) VALUE SPACES.

       01 PRE-ORDER-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
               'SUGGESTED PRE-ORDER '.
           05 FILLER                   PIC X(10) VALUE 'FOR SEASON'.
           05 FILLER                   PIC X VALUE SPACE.
           05 O-PO-YEAR                PIC 9999.
           05 FILLER                   PIC X(13) VALUE ' WRITTEN TO C'.
           05 FILLER                   PIC X(32) VALUE
               'BLPREO.DAT FOR BOARD APPROVAL - '.
           05 O-PRE-ORDER-CRT          PIC Z9.
           05 FILLER                   PIC X(10) VALUE ' FLAVORS.'.
           05 FILLER                   PIC X(37) VALUE SPACES.




       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE.
           PERFORM L2-CLOSINGS.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION current-date        TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                  TO H1-DAY OF HEADING1.
           MOVE CURRENT-MONTH                TO H1-MONTH OF HEADING1.
           MOVE CURRENT-YEAR                 TO H1-YEAR OF HEADING1.

           PERFORM L3-CHECK-RUN-CONTROL.
           PERFORM L3-ACCEPT-MARGIN.

           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-SEED-FORECAST
               VARYING FL-IDX FROM 1 BY 1
               UNTIL FL-IDX > FLAVOR-COUNT.

           PERFORM L3-CHECK-CURRENT.
           IF CURRENT-DATA
               COMPUTE FORECAST-YEAR  = SEASON-YEAR-WK + 1
               MOVE SEASON-YEAR-WK    TO LAST-HIST-YEAR
               MOVE 'CBLSTKO.DAT'     TO O-STOCK-FILE
           ELSE
               MOVE SEASON-YEAR-WK    TO FORECAST-YEAR
               COMPUTE LAST-HIST-YEAR = SEASON-YEAR-WK - 1
               MOVE 'CBLSTKB.DAT'     TO O-STOCK-FILE
               MOVE 'N'               TO SALES-OPEN-SW
           END-IF.
           MOVE FORECAST-YEAR TO O-FORECAST-YEAR.
           MOVE MARGIN-PCT    TO O-MARGIN-PCT.

           PERFORM L3-LOAD-SEASON
               VARYING YR-SUB FROM 1 BY 1
               UNTIL YR-SUB > 5.
           PERFORM L3-LOAD-ON-HAND.

           OPEN OUTPUT PRTFCST.
           OPEN OUTPUT PRE-ORDER-FILE.
           PERFORM L3-HEADINGS-PRT.
           IF SALES-OPEN
               MOVE SEASON-YEAR-WK TO O-OPEN-YEAR
               WRITE PRINTLINE FROM SALES-OPEN-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           IF SEASONS-FOUND-CRT = ZERO
               WRITE PRINTLINE FROM NO-HISTORY-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

       L2-MAINLINE.
           PERFORM L3-FORECAST-FLAVOR THRU L3-FORECAST-FLAVOR-EXIT
               VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > FC-COUNT.

       L2-CLOSINGS.
           MOVE SPACES        TO O-F-CODE.
           MOVE 'TOTALS'      TO O-F-NAME.
           PERFORM L3-FILL-TOTAL-COLUMN
               VARYING YR-SUB FROM 1 BY 1
               UNTIL YR-SUB > 5.
           MOVE SPACES        TO O-F-TREND-X.
           MOVE TOT-PROJECTED TO O-F-PROJECTED.
           MOVE TOT-SUGGESTED TO O-F-SUGGESTED.
           MOVE TOT-ON-HAND   TO O-F-ON-HAND.
           MOVE TOT-PRE-ORDER TO O-F-PRE-ORDER.
           MOVE SPACES        TO O-F-REMARK.
           WRITE PRINTLINE FROM FORECAST-LINE
                       AFTER ADVANCING 2 LINES.

           MOVE TOT-COST TO O-TOT-COST.
           WRITE PRINTLINE FROM COST-LIT
                       AFTER ADVANCING 2 LINES.

           IF DECLINING-CRT > ZERO
               MOVE DECLINING-CRT TO O-DECLINING-CRT
               WRITE PRINTLINE FROM DECLINING-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           IF NEW-FLAVOR-CRT > ZERO
               MOVE NEW-FLAVOR-CRT TO O-NEW-FLAVOR-CRT
               WRITE PRINTLINE FROM NEW-FLAVOR-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           IF DROPPED-CRT > ZERO
               MOVE DROPPED-CRT TO O-DROPPED-CRT
               WRITE PRINTLINE FROM DROPPED-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           IF OVERFLOW-CRT > ZERO
               MOVE OVERFLOW-CRT TO O-OVERFLOW-CRT
               WRITE PRINTLINE FROM OVERFLOW-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

           WRITE PRINTLINE FROM METHOD-LIT1
                       AFTER ADVANCING 3 LINES.
           WRITE PRINTLINE FROM METHOD-LIT2
                       AFTER ADVANCING 1 LINE.
           MOVE FORECAST-YEAR TO O-PO-YEAR.
           MOVE PRE-ORDER-CRT TO O-PRE-ORDER-CRT.
           WRITE PRINTLINE FROM PRE-ORDER-LIT
                       AFTER ADVANCING 2 LINES.

           CLOSE PRE-ORDER-FILE.
           CLOSE PRTFCST.
           DISPLAY 'CBLDSM27: FORECAST FOR SEASON ' FORECAST-YEAR
                   ' - SEASONS FOUND: ' SEASONS-FOUND-CRT
                   ', DECLINING: ' DECLINING-CRT.

      ******************************************************************
      *SEASON RUN CONTROL - ONLY READ, FOR THE SEASON YEAR THE WORKING
      *FILES BELONG TO (THE CURRENT YEAR IF THERE IS NO RUN CONTROL).
      *SALES STILL POSTING ('P') MEANS THE CURRENT COLUMN IS SEASON
      *TO DATE.
      ******************************************************************
       L3-CHECK-RUN-CONTROL.
           MOVE 'N' TO RUNC-FOUND-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNC-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO RUNC-FOUND-SW
               END-READ
           END-IF.
           CLOSE RUN-CONTROL-FILE.

           IF RUNC-FOUND AND RC-SEASON-YEAR IS NUMERIC
                   AND RC-SEASON-YEAR NOT = ZERO
               MOVE RC-SEASON-YEAR TO SEASON-YEAR-WK
               IF RC-SALES-POSTED
                   MOVE 'Y' TO SALES-OPEN-SW
               END-IF
           ELSE
               MOVE CURRENT-YEAR   TO SEASON-YEAR-WK
           END-IF.

       L3-ACCEPT-MARGIN.
           DISPLAY 'CBLDSM27: FLAVOR DEMAND FORECAST.'.
           DISPLAY 'SAFETY MARGIN PERCENT (0-99, BLANK = 10):'.
           ACCEPT MARGIN-IN.
           IF MARGIN-IN IS NUMERIC
               MOVE MARGIN-IN TO MARGIN-PCT
           ELSE
               IF MARGIN-IN (1:1) IS NUMERIC
                       AND MARGIN-IN (2:1) = SPACE
                   MOVE MARGIN-IN (1:1) TO MARGIN-PCT
               ELSE
                   MOVE 10 TO MARGIN-PCT
               END-IF
           END-IF.

       L3-LOAD-FLAVOR-TABLE.
           MOVE ZERO TO FLAVOR-COUNT.
           OPEN INPUT FLAVOR-FILE.
           PERFORM L3-LOAD-FLAVOR-REC
               UNTIL EOF = 'T'.
           CLOSE FLAVOR-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-FLAVOR-REC.
           READ FLAVOR-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO FLAVOR-COUNT
                   SET FL-IDX TO FLAVOR-COUNT
                   MOVE FL-CODE  TO FT-CODE (FL-IDX)
                   MOVE FL-NAME  TO FT-NAME (FL-IDX)
                   MOVE FL-PRICE TO FT-PRICE (FL-IDX)
                   IF FL-COST IS NUMERIC
                       MOVE FL-COST TO FT-COST (FL-IDX)
                   ELSE
                       MOVE ZERO    TO FT-COST (FL-IDX)
                   END-IF
                   MOVE ZERO     TO FT-CASES (FL-IDX)
           END-READ.

       L3-SEED-FORECAST.
           MOVE FT-CODE (FL-IDX) TO C-CODE.
           MOVE FT-NAME (FL-IDX) TO C-NAME.
           PERFORM L3-ADD-FORECAST-ENTRY.
           MOVE 'Y'              TO FC-ON-FILE-SW (FC-SUB).
           MOVE FT-COST (FL-IDX) TO FC-COST (FC-SUB).

       L3-ADD-FORECAST-ENTRY.
           ADD 1 TO FC-COUNT.
           MOVE FC-COUNT TO FC-SUB.
           MOVE C-CODE   TO FC-CODE (FC-SUB).
           MOVE C-NAME   TO FC-NAME (FC-SUB).
           MOVE ZERO     TO FC-COST (FC-SUB).
           MOVE ZERO     TO FC-ON-HAND (FC-SUB).
           MOVE 'N'      TO FC-ON-FILE-SW (FC-SUB).
           PERFORM L3-CLEAR-FORECAST-SEASON
               VARYING CLR-SUB FROM 1 BY 1
               UNTIL CLR-SUB > 5.

       L3-CLEAR-FORECAST-SEASON.
           MOVE ZERO TO FC-CASES (FC-SUB CLR-SUB).
           MOVE 'N'  TO FC-SOLD-SW (FC-SUB CLR-SUB).

       L3-FORECAST-SEARCH.
           SET FC-IDX TO 1.
           MOVE 'N' TO FC-FOUND-SW.
           SEARCH FORECAST-TABLE
               AT END
                   MOVE 'N' TO FC-FOUND-SW
               WHEN FC-CODE (FC-IDX) = C-CODE
                   MOVE 'Y' TO FC-FOUND-SW.

      ******************************************************************
      *IS THERE A SEASON UNDER WAY?  THE SEASON CLOSE EMPTIES
      *CBLCASET.DAT, AND CBLDSM04 REWRITES IT AT THE END OF EVERY
      *POSTED RUN, SO ANY RECORD AT ALL MEANS ONE HAS STARTED.
      ******************************************************************
       L3-CHECK-CURRENT.
           MOVE 'N' TO CURRENT-DATA-SW.
           OPEN INPUT CASE-TOTAL-FILE.
           IF CASE-STATUS = '00'
               READ CASE-TOTAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO CURRENT-DATA-SW
               END-READ
           END-IF.
           CLOSE CASE-TOTAL-FILE.

      ******************************************************************
      *ONE SEASON'S CASE TOTALS INTO ITS COLUMN OF THE FORECAST
      *TABLE.  THE LAST COLUMN IS THE LAST SEASON WITH HISTORY, THE
      *COLUMNS BEFORE IT THE FOUR SEASONS BEFORE THAT.
      ******************************************************************
       L3-LOAD-SEASON.
           COMPUTE YR-YEAR (YR-SUB) = LAST-HIST-YEAR - 5 + YR-SUB.
           MOVE YR-YEAR (YR-SUB) TO O-CH-YEAR (YR-SUB).
           MOVE 'N' TO YR-FOUND-SW (YR-SUB).
           MOVE ZERO TO TOT-SEASON (YR-SUB).
           IF YR-YEAR (YR-SUB) = SEASON-YEAR-WK
               OPEN INPUT CASE-TOTAL-FILE
               IF CASE-STATUS = '00'
                   MOVE 'Y' TO YR-FOUND-SW (YR-SUB)
                   PERFORM L3-LOAD-CURRENT-REC
                       UNTIL EOF = 'T'
               END-IF
               CLOSE CASE-TOTAL-FILE
           ELSE
               MOVE YR-YEAR (YR-SUB) TO ARCH-CASE-YEAR
               OPEN INPUT ARCH-CASE-FILE
               IF ARCH-STATUS = '00'
                   MOVE 'Y' TO YR-FOUND-SW (YR-SUB)
                   PERFORM L3-LOAD-ARCH-REC
                       UNTIL EOF = 'T'
               END-IF
               CLOSE ARCH-CASE-FILE
           END-IF.
           MOVE 'F' TO EOF.
           IF YR-FOUND (YR-SUB)
               ADD 1 TO SEASONS-FOUND-CRT
           END-IF.

       L3-LOAD-CURRENT-REC.
           READ CASE-TOTAL-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE CT-CODE  TO C-CODE
                   MOVE CT-NAME  TO C-NAME
                   MOVE CT-CASES TO C-CASES
                   PERFORM L3-POST-HISTORY
           END-READ.

       L3-LOAD-ARCH-REC.
           READ ARCH-CASE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE AC-CODE  TO C-CODE
                   MOVE AC-NAME  TO C-NAME
                   MOVE AC-CASES TO C-CASES
                   PERFORM L3-POST-HISTORY
           END-READ.

      ******************************************************************
      *A HISTORY LINE FOR A FLAVOR NOT YET IN THE TABLE ADDS IT (NOT
      *ON FILE); ONE THAT WILL NOT FIT IS COUNTED AND LEFT OUT.  A
      *LINE WITH A BAD CODE OR CASE COUNT IS SKIPPED.
      ******************************************************************
       L3-POST-HISTORY.
           IF C-CODE IS NUMERIC AND C-CASES IS NUMERIC
               PERFORM L3-FORECAST-SEARCH
               IF FC-FOUND
                   SET FC-SUB TO FC-IDX
               ELSE
                   IF FC-COUNT < 40
                       PERFORM L3-ADD-FORECAST-ENTRY
                   ELSE
                       ADD 1 TO OVERFLOW-CRT
                       MOVE ZERO TO FC-SUB
                   END-IF
               END-IF
               IF FC-SUB > ZERO
                   ADD C-CASES TO FC-CASES (FC-SUB YR-SUB)
                   MOVE 'Y'    TO FC-SOLD-SW (FC-SUB YR-SUB)
                   ADD C-CASES TO TOT-SEASON (YR-SUB)
               END-IF
           END-IF.

      ******************************************************************
      *STOCK IN THE SHED - BROUGHT FORWARD BEFORE THE SEASON STARTS,
      *THE LEDGER'S LATEST CLOSING COUNT ONCE IT HAS.  A MISSING FILE
      *IS NO STOCK.
      ******************************************************************
       L3-LOAD-ON-HAND.
           IF CURRENT-DATA
               OPEN INPUT STOCK-CLOSE-FILE
               IF STKO-STATUS = '00'
                   PERFORM L3-LOAD-STKO-REC
                       UNTIL EOF = 'T'
               END-IF
               CLOSE STOCK-CLOSE-FILE
           ELSE
               OPEN INPUT STOCK-FWD-FILE
               IF STKB-STATUS = '00'
                   PERFORM L3-LOAD-STKB-REC
                       UNTIL EOF = 'T'
               END-IF
               CLOSE STOCK-FWD-FILE
           END-IF.
           MOVE 'F' TO EOF.

       L3-LOAD-STKO-REC.
           READ STOCK-CLOSE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE SO-CODE TO C-CODE
                   MOVE SO-CASES TO C-CASES
                   PERFORM L3-POST-ON-HAND
           END-READ.

       L3-LOAD-STKB-REC.
           READ STOCK-FWD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE SB-CODE TO C-CODE
                   MOVE SB-CASES TO C-CASES
                   PERFORM L3-POST-ON-HAND
           END-READ.

       L3-POST-ON-HAND.
           IF C-CODE IS NUMERIC AND C-CASES IS NUMERIC
               PERFORM L3-FORECAST-SEARCH
               IF FC-FOUND
                   ADD C-CASES TO FC-ON-HAND (FC-IDX)
               END-IF
           END-IF.

      ******************************************************************
      *ONE FORECAST LINE PER FLAVOR, AND ONE PRE-ORDER RECORD PER
      *FLAVOR ON THE FLAVOR FILE.  A FLAVOR ONLY IN THE HISTORY IS
      *PRINTED WITH ITS SEASONS AND NOTHING ELSE.
      ******************************************************************
       L3-FORECAST-FLAVOR.
           MOVE FC-CODE (FC-SUB) TO O-F-CODE.
           MOVE FC-NAME (FC-SUB) TO O-F-NAME.
           MOVE ZERO TO PT-COUNT.
           PERFORM L3-FILL-SEASON-COLUMN
               VARYING YR-SUB FROM 1 BY 1
               UNTIL YR-SUB > 5.
           MOVE SPACES TO C-REMARK.

           IF NOT FC-ON-FILE (FC-SUB)
               MOVE '      -' TO O-F-TREND-X
               MOVE '      -' TO O-F-PROJECTED-X
               MOVE '      -' TO O-F-SUGGESTED-X
               MOVE '      -' TO O-F-ON-HAND-X
               MOVE '      -' TO O-F-PRE-ORDER-X
               MOVE 'NOT ON FLAVOR FILE' TO O-F-REMARK
               ADD 1 TO DROPPED-CRT
               PERFORM L3-WRITE-FORECAST-LINE
               GO TO L3-FORECAST-FLAVOR-EXIT.

           MOVE ZERO TO C-TREND.
           MOVE ZERO TO C-PROJECTED.
           MOVE PT-COUNT TO PT-LAST.
           EVALUATE TRUE
               WHEN PT-COUNT = ZERO
                   MOVE 'NEW - NO HISTORY' TO C-REMARK
                   ADD 1 TO NEW-FLAVOR-CRT
               WHEN PT-COUNT = 1
                   MOVE PT-CASES (PT-LAST) TO C-PROJECTED
               WHEN PT-COUNT = 2
                   COMPUTE C-TREND = PT-CASES (2) - PT-CASES (1)
               WHEN OTHER
                   COMPUTE PT-PRIOR2 = PT-LAST - 2
                   COMPUTE C-TREND ROUNDED =
                       (PT-CASES (PT-LAST) - PT-CASES (PT-PRIOR2)) / 2
           END-EVALUATE.
           IF PT-COUNT > 1
               COMPUTE C-PROJECTED = PT-CASES (PT-LAST) + C-TREND
               IF C-PROJECTED < ZERO
                   MOVE ZERO TO C-PROJECTED
               END-IF
           END-IF.

           IF PT-COUNT > 2
               COMPUTE PT-PRIOR  = PT-LAST - 1
               COMPUTE PT-PRIOR2 = PT-LAST - 2
               IF PT-CASES (PT-LAST) < PT-CASES (PT-PRIOR)
                       AND PT-CASES (PT-PRIOR) < PT-CASES (PT-PRIOR2)
                   MOVE '*DECLINING*' TO C-REMARK
                   ADD 1 TO DECLINING-CRT
               END-IF
           END-IF.

           COMPUTE C-SUGGEST-WK =
               C-PROJECTED * (100 + MARGIN-PCT) / 100.
           MOVE C-SUGGEST-WK TO C-SUGGESTED.
           IF C-SUGGESTED < C-SUGGEST-WK
               ADD 1 TO C-SUGGESTED
           END-IF.
           COMPUTE C-PRE-ORDER = C-SUGGESTED - FC-ON-HAND (FC-SUB).
           IF C-PRE-ORDER < ZERO
               MOVE ZERO TO C-PRE-ORDER
           END-IF.
           COMPUTE C-COST = C-PRE-ORDER * FC-COST (FC-SUB).

           IF PT-COUNT = ZERO
               MOVE '      -'         TO O-F-TREND-X
           ELSE
               MOVE C-TREND           TO O-F-TREND
           END-IF.
           MOVE C-PROJECTED           TO O-F-PROJECTED.
           MOVE C-SUGGESTED           TO O-F-SUGGESTED.
           MOVE FC-ON-HAND (FC-SUB)   TO O-F-ON-HAND.
           MOVE C-PRE-ORDER           TO O-F-PRE-ORDER.
           MOVE C-REMARK              TO O-F-REMARK.
           PERFORM L3-WRITE-FORECAST-LINE.

           ADD C-PROJECTED         TO TOT-PROJECTED.
           ADD C-SUGGESTED         TO TOT-SUGGESTED.
           ADD FC-ON-HAND (FC-SUB) TO TOT-ON-HAND.
           ADD C-PRE-ORDER         TO TOT-PRE-ORDER.
           ADD C-COST              TO TOT-COST.

           MOVE FORECAST-YEAR       TO PO-SEASON-YEAR.
           MOVE FC-CODE (FC-SUB)    TO PO-CODE.
           MOVE FC-NAME (FC-SUB)    TO PO-NAME.
           MOVE C-PROJECTED         TO PO-PROJECTED.
           MOVE MARGIN-PCT          TO PO-MARGIN-PCT.
           MOVE C-SUGGESTED         TO PO-SUGGESTED.
           MOVE FC-ON-HAND (FC-SUB) TO PO-ON-HAND.
           MOVE C-PRE-ORDER         TO PO-PRE-ORDER.
           IF C-REMARK = '*DECLINING*'
               MOVE 'Y' TO PO-DECLINING
           ELSE
               MOVE 'N' TO PO-DECLINING
           END-IF.
           MOVE 'N'                 TO PO-APPROVED.
           WRITE PRE-ORDER-REC.
           ADD 1 TO PRE-ORDER-CRT.
       L3-FORECAST-FLAVOR-EXIT.
           EXIT.

       L3-FILL-SEASON-COLUMN.
           IF FC-SOLD (FC-SUB YR-SUB)
               MOVE FC-CASES (FC-SUB YR-SUB) TO O-F-CASES (YR-SUB)
               ADD 1 TO PT-COUNT
               MOVE FC-CASES (FC-SUB YR-SUB) TO PT-CASES (PT-COUNT)
           ELSE
               MOVE '      -' TO O-F-CASES-X (YR-SUB)
           END-IF.

       L3-FILL-TOTAL-COLUMN.
           IF YR-FOUND (YR-SUB)
               MOVE TOT-SEASON (YR-SUB) TO O-F-CASES (YR-SUB)
           ELSE
               MOVE '      -' TO O-F-CASES-X (YR-SUB)
           END-IF.

       L3-WRITE-FORECAST-LINE.
           WRITE PRINTLINE FROM FORECAST-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-HEADINGS-PRT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE FROM HEADING1
                       AFTER ADVANCING PAGE.

           WRITE PRINTLINE FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE FROM HEADING3
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE FROM HEADING4
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE FROM COL-HEADING1
                       AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM COL-HEADING2
                       AFTER ADVANCING 1 LINE.


       END PROGRAM CBLDSM27.
