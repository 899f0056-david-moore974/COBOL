       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDSM26.
       AUTHOR.     David Moore.
       DATE-WRITTEN. 10/15/26.

      ******************************************************************
      *THIS PRINTS THE HOME-DELIVERY ROUTE MANIFESTS - ONE MANIFEST
      *PER DELIVERY ROUTE ON THE ROUTE FILE (CBLROUT.DAT, MAINTAINED
      *BY CBLDSM10), STOPS IN STREET-ADDRESS ORDER, ONE LINE PER
      *FLAVOR WITH THE CASES TO HAND OVER AT THE DOOR, AND A
      *LOADING SUMMARY AT THE END OF EACH ROUTE SO THE DRIVER CAN
      *LOAD THE TRUCK BY FLAVOR BEFORE LEAVING THE SHED.  REPLACES
      *THE VOLUNTEER DRIVERS' HANDWRITTEN LISTS.
      *
      *AN ORDER GOES ON THE ROUTE WHOSE ZIP RANGE HOLDS THE FIRST
      *FIVE DIGITS OF ITS ZIP; AN ORDER ON NO RANGE IS A PICKUP AND
      *IS ONLY COUNTED HERE.  THE ORDERS COME FROM CBLDSM04'S
      *POSTED-ORDER FILE (CBLPORD.DAT), CANCELLATIONS ARE NETTED, AND
      *DELIVERY SHORTAGES (CBLSHRT.DAT) ARE ALLOCATED EXACTLY AS
      *CBLDSM09 DOES FOR THE PICK LISTS - SAME ORDERS, SAME SORT
      *ORDER, SAME PROPORTIONAL RULE - SO WHAT GOES ON A TRUCK
      *IS WHAT THE PICK LISTS SAY WAS HANDED OUT.  THAT TAKES TWO
      *SORTS: THE FIRST IN CBLDSM09'S TEAM/SELLER/FLAVOR ORDER TO
      *ALLOCATE THE SHORTAGES, WRITING EACH STOP'S REDUCED CASES TO
      *A WORK FILE (CBLRTWK.DAT), THE SECOND IN ROUTE/ADDRESS ORDER
      *TO PRINT THE MANIFESTS FROM IT.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *10/15/26   DLM  ORIGINAL.
      *10/15/26   DLM  READS CBLDSM04'S POSTED-ORDER FILE (CBLPORD.DAT,
      *                SEE CBLPORD.CPY) INSTEAD OF RE-EDITING CP#4.DAT,
      *                THE SAME AS CBLDSM09.  THE TEAM FILE WAS ONLY
      *                READ FOR THE TEAM EDIT AND IS DROPPED.
      ******************************************************************




       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-ORDER-FILE
               ASSIGN TO 'C:\COBOL\CBLPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORD-STATUS.
           SELECT FLAVOR-FILE
               ASSIGN TO 'C:\COBOL\CBLFLAV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHORTAGE-FILE
               ASSIGN TO 'C:\COBOL\CBLSHRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHRT-STATUS.
           SELECT ROUTE-FILE
               ASSIGN TO 'C:\COBOL\CBLROUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-STATUS.
           SELECT ROUTE-WORK-FILE
               ASSIGN TO 'C:\COBOL\CBLRTWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTRTE
               ASSIGN TO 'C:\COBOL\CBLPOPRT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT SORT-WORK
               ASSIGN TO 'CBLSW26'.
           SELECT SORT-WORK-2
               ASSIGN TO 'CBLSW26B'.




       DATA DIVISION.
           FILE SECTION.

           FD  POSTED-ORDER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSTED-ORDER-REC
           RECORD CONTAINS 120 CHARACTERS.
           COPY CBLPORD.

           FD  FLAVOR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS FLAVOR-REC
           RECORD CONTAINS 26 CHARACTERS.
           COPY CBLFLAVT.

           FD  SHORTAGE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SHORTAGE-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSHRT.

           FD  ROUTE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ROUTE-REC
           RECORD CONTAINS 50 CHARACTERS.
           COPY CBLROUTT.

      ******************************************************************
      *ONE RECORD PER STOP AND FLAVOR - THE SELLER'S CASES AFTER
      *CANCELLATIONS AND SHORTAGE ALLOCATION, TAGGED WITH THE ROUTE.
      *WRITTEN BY THE FIRST SORT, READ BACK BY THE SECOND.
      ******************************************************************
           FD  ROUTE-WORK-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ROUTE-WORK-REC
           RECORD CONTAINS 134 CHARACTERS.
       01  ROUTE-WORK-REC.
           05 RW-ROUTE-NAME         PIC X(20).
           05 RW-DRIVER             PIC X(20).
           05 RW-ADDRESS            PIC X(15).
           05 RW-LNAME              PIC X(15).
           05 RW-FNAME              PIC X(15).
           05 RW-CITY               PIC X(10).
           05 RW-STATE              PIC XX.
           05 RW-ZIP                PIC 9(9).
           05 RW-POP-CODE           PIC 99.
           05 RW-POP-LIT            PIC X(16).
           05 RW-CASES              PIC 9(4).
           05 RW-SHORT              PIC 9(4).
           05 RW-FL-SLOT            PIC 99.

           FD  PRTRTE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRINTLINE             PIC X(132).

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05 SW-TEAM               PIC X.
           05 SW-LNAME              PIC X(15).
           05 SW-FNAME              PIC X(15).
           05 SW-POP-CODE           PIC 99.
           05 SW-POP-LIT            PIC X(16).
           05 SW-QTY                PIC S99.
           05 SW-FL-SLOT            PIC 99.
           05 SW-ADDRESS            PIC X(15).
           05 SW-CITY               PIC X(10).
           05 SW-STATE              PIC XX.
           05 SW-ZIP                PIC 9(9).

       SD  SORT-WORK-2.
       01  SORT-WORK-2-REC.
           05 S2-ROUTE-NAME         PIC X(20).
           05 S2-DRIVER             PIC X(20).
           05 S2-ADDRESS            PIC X(15).
           05 S2-LNAME              PIC X(15).
           05 S2-FNAME              PIC X(15).
           05 S2-CITY               PIC X(10).
           05 S2-STATE              PIC XX.
           05 S2-ZIP                PIC 9(9).
           05 S2-POP-CODE           PIC 99.
           05 S2-POP-LIT            PIC X(16).
           05 S2-CASES              PIC 9(4).
           05 S2-SHORT              PIC 9(4).
           05 S2-FL-SLOT            PIC 99.




       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                    PIC X         VALUE 'F'.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05 C-PCTR                 PIC 99        VALUE ZERO.

           05 C-POP-TYPE             PIC 99.
           05 PORD-STATUS            PIC XX.
           05 SHRT-STATUS            PIC XX.
           05 ROUTE-STATUS           PIC XX.

           05 SORT-EOF-SW            PIC X         VALUE 'N'.
               88 SORT-AT-EOF              VALUE 'Y'.
           05 FIRST-REC-SW           PIC X         VALUE 'Y'.
               88 FIRST-REC                VALUE 'Y'.

           05 SKIPPED-CRT            PIC 9999      VALUE ZERO.
           05 SHORT-UNKNOWN-CRT      PIC 9999      VALUE ZERO.

      ******************************************************************
      *FIRST-SORT CONTROL FIELDS - THE SAME TEAM / SELLER / FLAVOR
      *BREAK CBLDSM09 RUNS, SO THE SHORTAGE ALLOCATION COMES OUT THE
      *SAME CASE FOR CASE.
      ******************************************************************
           05 HOLD-TEAM              PIC X.
           05 HOLD-LNAME             PIC X(15).
           05 HOLD-FNAME             PIC X(15).
           05 HOLD-POP-CODE          PIC 99.
           05 HOLD-POP-LIT           PIC X(16).
           05 HOLD-FL-SLOT           PIC 99.
           05 HOLD-ADDRESS           PIC X(15).
           05 HOLD-CITY              PIC X(10).
           05 HOLD-STATE             PIC XX.
           05 HOLD-ZIP               PIC 9(9).
           05 HOLD-ZIP-R REDEFINES HOLD-ZIP.
               10 HOLD-ZIP-5         PIC 9(5).
               10 HOLD-ZIP-4         PIC 9(4).
           05 HOLD-ROUTE-NAME        PIC X(20).
           05 HOLD-DRIVER            PIC X(20).
           05 SELLER-ROUTED-SW       PIC X         VALUE 'N'.
               88 SELLER-ROUTED            VALUE 'Y'.

           05 FLAVOR-CASES           PIC S9(4)     VALUE ZERO.
           05 SELLER-CASES           PIC S9(4)     VALUE ZERO.
           05 PULL-CASES             PIC S9(4).
           05 ALLOC-CASES            PIC S9(6).
           05 ALLOC-TARGET           PIC S9(6).
           05 SHRT-SLOT              PIC 99.
           05 TF-IDX                 PIC 99.
           05 RO-SUB                 PIC 99.
           05 RO-FOUND-SUB           PIC 99.

           05 PICKUP-STOP-CRT        PIC 9999      VALUE ZERO.
           05 PICKUP-CASES           PIC 9(6)      VALUE ZERO.

      ******************************************************************
      *SECOND-SORT CONTROL FIELDS - ROUTE / STOP / FLAVOR.  A STOP IS
      *ONE BUYER AT ONE STREET ADDRESS.
      ******************************************************************
           05 SORT2-EOF-SW           PIC X         VALUE 'N'.
               88 SORT2-AT-EOF             VALUE 'Y'.
           05 FIRST-REC-2-SW         PIC X         VALUE 'Y'.
               88 FIRST-REC-2              VALUE 'Y'.
           05 HOLD-RT-NAME           PIC X(20)     VALUE SPACES.
           05 HOLD-RT-DRIVER         PIC X(20)     VALUE SPACES.
           05 HOLD-ST-ADDRESS        PIC X(15).
           05 HOLD-ST-LNAME          PIC X(15).
           05 HOLD-ST-FNAME          PIC X(15).
           05 HOLD-ST-POP-CODE       PIC 99.
           05 HOLD-ST-POP-LIT        PIC X(16).
           05 HOLD-ST-FL-SLOT        PIC 99.
           05 STOP-FLAV-CASES        PIC 9(4)      VALUE ZERO.
           05 STOP-FLAV-SHORT        PIC 9(4)      VALUE ZERO.
           05 STOP-CASES             PIC 9(6)      VALUE ZERO.
           05 STOP-NO                PIC 999       VALUE ZERO.
           05 ROUTE-CASES            PIC 9(6)      VALUE ZERO.
           05 ROUTE-PRT-CRT          PIC 9999      VALUE ZERO.
           05 TOTAL-STOP-CRT         PIC 9999      VALUE ZERO.
           05 TOTAL-ROUTE-CASES      PIC 9(6)      VALUE ZERO.
           05 ZIP-WK                 PIC 9(9).
           05 ZIP-WK-R REDEFINES ZIP-WK.
               10 ZIP-WK-5           PIC 9(5).
               10 ZIP-WK-4           PIC 9(4).

      ******************************************************************
      *PER-ROUTE LOADING SUMMARY - CASES PER FLAVOR-TABLE SLOT ON THE
      *CURRENT ROUTE, PRINTED AT THE ROUTE BREAK AND CLEARED.
      ******************************************************************
       01 ROUTE-FLAVOR-AREA.
           05 ROUTE-FLAV-ENTRY OCCURS 30 TIMES.
               10 ROUTE-FLAV-CASES   PIC 9(6).

      ******************************************************************
      *DELIVERY-SHORTAGE ALLOCATION STATE - SAME LAYOUT AND RULE AS
      *CBLDSM09 (SEE THE RULE AT ITS SHORTAGE-AREA): EACH SELLER
      *GIVES UP CASES OF A SHORTED FLAVOR IN PROPORTION TO WHAT THEY
      *ORDERED OF IT, WITH THE ROUNDING SPREAD ACROSS THE RUN.
      ******************************************************************
       01 SHORTAGE-AREA.
           05 SHORT-ENTRY OCCURS 30 TIMES.
               10 SHORT-CASES-TBL    PIC S9(6)     VALUE ZERO.
               10 ORD-NET-CASES      PIC S9(6)     VALUE ZERO.
               10 ORD-SO-FAR         PIC S9(6)     VALUE ZERO.
               10 ALLOC-SO-FAR       PIC S9(6)     VALUE ZERO.

      ******************************************************************
      *FLAVOR/PRICE TABLE - LOADED AT L2-INIT FROM CBLFLAV.DAT, SAME
      *AS CBLDSM09.  SEE COPYLIB\CBLFLAVW.CPY.
      ******************************************************************
           COPY CBLFLAVW.

      ******************************************************************
      *DELIVERY ROUTE TABLE - LOADED AT L2-INIT FROM CBLROUT.DAT.
      *SEE COPYLIB\CBLROUTW.CPY.
      ******************************************************************
           COPY CBLROUTW.


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
           05 FILLER                   PIC X(52) VALUE SPACES.
           05 FILLER                   PIC X(28)
                           VALUE 'HOME DELIVERY ROUTE MANIFEST'.
           05 FILLER                   PIC X(52) VALUE SPACES.

       01 ROUTE-HEADING.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'ROUTE: '.
           05 O-RT-NAME                PIC X(20).
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'DRIVER: '.
           05 O-RT-DRIVER              PIC X(20).
           05 FILLER                   PIC X(72) VALUE SPACES.

       01 STOP-HEADING.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'STOP '.
           05 O-STOP-NO                PIC ZZ9.
           05 FILLER                   PIC XX VALUE SPACES.
           05 O-STOP-ADDRESS           PIC X(15).
           05 FILLER                   PIC XX VALUE SPACES.
           05 O-STOP-CITY              PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 O-STOP-STATE             PIC XX.
           05 FILLER                   PIC X VALUE SPACE.
           05 O-STOP-ZIP-5             PIC 9(5).
           05 O-STOP-ZIP-DASH          PIC X.
           05 O-STOP-ZIP-4             PIC X(4).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-STOP-LNAME             PIC X(15).
           05 FILLER                   PIC XX VALUE ', '.
           05 O-STOP-FNAME             PIC X(15).
           05 FILLER                   PIC X(43) VALUE SPACES.

       01 STOP-DETAIL-LINE.
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 O-POP-LIT                PIC X(16).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-QTY                    PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'CASES'.
           05 FILLER                   PIC XX VALUE SPACES.
           05 O-SHORT-FLAG.
               10 O-SF-LIT             PIC X(7).
               10 O-SF-CASES           PIC ZZZ9.
           05 FILLER                   PIC X(77) VALUE SPACES.

       01 STOP-TOTAL-LINE.
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 FILLER                   PIC X(16)
                           VALUE 'STOP TOTAL      '.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-STOP-CASES             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'CASES'.
           05 FILLER                   PIC X(90) VALUE SPACES.

       01 LOAD-SUMMARY-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(24)
                           VALUE 'LOADING SUMMARY - ROUTE '.
           05 O-LS-ROUTE               PIC X(20).
           05 FILLER                   PIC X(85) VALUE SPACES.

       01 LOAD-TOTAL-LINE.
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 FILLER                   PIC X(16)
                           VALUE 'ROUTE TOTAL     '.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-LT-CASES               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'CASES'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-LT-STOPS               PIC ZZ9.
           05 FILLER                   PIC X(6) VALUE ' STOPS'.
           05 FILLER                   PIC X(78) VALUE SPACES.

       01 TOTAL-LIT.
           05 FILLER                   PIC X(8) VALUE 'ROUTES: '.
           05 O-TOT-ROUTES             PIC Z,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'STOPS: '.
           05 O-TOT-STOPS              PIC Z,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(17)
                           VALUE 'CASES DELIVERED: '.
           05 O-TOT-CASES              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(77) VALUE SPACES.

       01 PICKUP-LIT.
           05 FILLER                   PIC X(33)
               VALUE 'NOT ON ANY ROUTE (PICKUP) STOPS: '.
           05 O-PICKUP-STOPS           PIC Z,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'CASES: '.
           05 O-PICKUP-CASES           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(77) VALUE SPACES.

       01 SKIPPED-LIT.
           05 FILLER                   PIC X(44)
               VALUE 'POSTED ORDERS SKIPPED (FLAVOR NOT ON FILE): '.
           05 O-SKIPPED-CRT            PIC Z,ZZ9.
           05 FILLER                   PIC X(83) VALUE SPACES.

       01 NO-ROUTES-LIT.
           05 FILLER                   PIC X(47) VALUE
               '*** NO DELIVERY ROUTES ON CBLROUT.DAT - EVERY '.
           05 FILLER                   PIC X(30) VALUE
               'ORDER IS A PICKUP ***'.
           05 FILLER                   PIC X(55) VALUE SPACES.

      ******************************************************************
      *PRINTED WHEN THE SHORTAGE FEED NAMED A FLAVOR CODE NOT ON THE
      *FLAVOR FILE - SAME WARNING CBLDSM09 GIVES.
      ******************************************************************
       01 SHORT-UNKNOWN-LIT.
           05 FILLER                   PIC X(47) VALUE
               '*** SHORTAGE FEED FLAVORS NOT ON FLAVOR FILE: '.
           05 O-SHORT-UNKNOWN-CRT      PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE '***'.
           05 FILLER                   PIC X(72) VALUE SPACES.




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

           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-LOAD-SHORTAGE-TABLE.
           PERFORM L3-LOAD-ROUTE-TABLE.

           OPEN INPUT POSTED-ORDER-FILE.
           OPEN OUTPUT PRTRTE.

           IF PORD-STATUS = '00'
               PERFORM L3-READ
           ELSE
               MOVE 'T' TO EOF
           END-IF.

       L2-MAINLINE.
           SORT SORT-WORK
               ON ASCENDING KEY SW-TEAM
               ON ASCENDING KEY SW-LNAME
               ON ASCENDING KEY SW-FNAME
               ON ASCENDING KEY SW-POP-CODE
               INPUT PROCEDURE IS L3-SORT-IN THRU L3-SORT-IN-EXIT
               OUTPUT PROCEDURE IS L3-SORT-OUT THRU L3-SORT-OUT-EXIT.

           SORT SORT-WORK-2
               ON ASCENDING KEY S2-ROUTE-NAME
               ON ASCENDING KEY S2-ADDRESS
               ON ASCENDING KEY S2-LNAME
               ON ASCENDING KEY S2-FNAME
               ON ASCENDING KEY S2-POP-CODE
               USING ROUTE-WORK-FILE
               OUTPUT PROCEDURE IS L3-SORT2-OUT THRU L3-SORT2-OUT-EXIT.

       L2-CLOSINGS.
           IF ROUTE-PRT-CRT = ZERO
               PERFORM L3-HEADINGS-PRT
           END-IF.
           MOVE ROUTE-PRT-CRT     TO O-TOT-ROUTES.
           MOVE TOTAL-STOP-CRT    TO O-TOT-STOPS.
           MOVE TOTAL-ROUTE-CASES TO O-TOT-CASES.
           WRITE PRINTLINE OF PRTRTE FROM TOTAL-LIT
                       AFTER ADVANCING 3 LINES.

           MOVE PICKUP-STOP-CRT TO O-PICKUP-STOPS.
           MOVE PICKUP-CASES    TO O-PICKUP-CASES.
           WRITE PRINTLINE OF PRTRTE FROM PICKUP-LIT
                       AFTER ADVANCING 2 LINES.

           MOVE SKIPPED-CRT TO O-SKIPPED-CRT.
           WRITE PRINTLINE OF PRTRTE FROM SKIPPED-LIT
                       AFTER ADVANCING 2 LINES.

           IF ROUTE-COUNT = ZERO
               WRITE PRINTLINE OF PRTRTE FROM NO-ROUTES-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           IF SHORT-UNKNOWN-CRT > ZERO
               MOVE SHORT-UNKNOWN-CRT TO O-SHORT-UNKNOWN-CRT
               WRITE PRINTLINE OF PRTRTE FROM SHORT-UNKNOWN-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

           CLOSE POSTED-ORDER-FILE.
           CLOSE PRTRTE.

       L3-READ.
           READ POSTED-ORDER-FILE
               AT END
                   MOVE 'T' TO EOF.

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

      ******************************************************************
      *SHORTAGE FEED LOAD - SAME AS CBLDSM09.  A MISSING OR EMPTY FEED
      *MEANS A CLEAN DELIVERY AND EVERY STOP GETS ITS FULL ORDER.
      ******************************************************************
       L3-LOAD-SHORTAGE-TABLE.
           OPEN INPUT SHORTAGE-FILE.
           IF SHRT-STATUS = '00'
               PERFORM L3-LOAD-SHORTAGE-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE SHORTAGE-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-SHORTAGE-REC.
           READ SHORTAGE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE SR-CODE TO C-POP-TYPE
                   PERFORM L3-FLAVOR-SEARCH
                   IF FLAVOR-FOUND
                       SET SHRT-SLOT TO FL-IDX
                       ADD SR-SHORT-CASES
                               TO SHORT-CASES-TBL (SHRT-SLOT)
                   ELSE
                       ADD 1 TO SHORT-UNKNOWN-CRT
                   END-IF
           END-READ.

      ******************************************************************
      *ROUTE TABLE LOAD - CBLDSM10 KEEPS THE FILE CLEAN, BUT A
      *NON-NUMERIC OR BACKWARD RANGE IS STILL DROPPED HERE RATHER
      *THAN MIS-ROUTING ORDERS.  AN EMPTY OR MISSING FILE MEANS NO
      *DELIVERIES THIS SEASON.
      ******************************************************************
       L3-LOAD-ROUTE-TABLE.
           MOVE ZERO TO ROUTE-COUNT.
           OPEN INPUT ROUTE-FILE.
           IF ROUTE-STATUS = '00'
               PERFORM L3-LOAD-ROUTE-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ROUTE-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-ROUTE-REC.
           READ ROUTE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF ROUTE-COUNT < 50
                           AND RO-ZIP-LOW IS NUMERIC
                           AND RO-ZIP-HIGH IS NUMERIC
                           AND RO-ZIP-HIGH NOT < RO-ZIP-LOW
                       ADD 1 TO ROUTE-COUNT
                       SET RO-IDX TO ROUTE-COUNT
                       MOVE RO-ZIP-LOW  TO ROT-ZIP-LOW (RO-IDX)
                       MOVE RO-ZIP-HIGH TO ROT-ZIP-HIGH (RO-IDX)
                       MOVE RO-NAME     TO ROT-NAME (RO-IDX)
                       MOVE RO-DRIVER   TO ROT-DRIVER (RO-IDX)
                   END-IF
           END-READ.

       L3-FLAVOR-SEARCH.
           SET FL-IDX TO 1.
           MOVE 'N' TO FLAVOR-FOUND-SW.
           SEARCH FLAVOR-TABLE
               AT END
                   MOVE 'N' TO FLAVOR-FOUND-SW
               WHEN FT-CODE (FL-IDX) = C-POP-TYPE
                   MOVE 'Y' TO FLAVOR-FOUND-SW.

      ******************************************************************
      *ZIP-RANGE LOOKUP FOR THE CURRENT SELLER - THE FIRST FIVE
      *DIGITS OF THE ZIP AGAINST EACH ROUTE'S LOW/HIGH RANGE.  A
      *NON-NUMERIC ZIP CANNOT BE ROUTED AND IS A PICKUP.
      ******************************************************************
       L3-ROUTE-SEARCH.
           MOVE 'N' TO ROUTE-FOUND-SW.
           IF HOLD-ZIP IS NUMERIC
               PERFORM L3-ROUTE-SEARCH-TEST
                   VARYING RO-SUB FROM 1 BY 1
                   UNTIL RO-SUB > ROUTE-COUNT
                       OR ROUTE-FOUND
           END-IF.

       L3-ROUTE-SEARCH-TEST.
           IF HOLD-ZIP-5 NOT < ROT-ZIP-LOW (RO-SUB)
                   AND HOLD-ZIP-5 NOT > ROT-ZIP-HIGH (RO-SUB)
               MOVE 'Y' TO ROUTE-FOUND-SW
               MOVE RO-SUB TO RO-FOUND-SUB
           END-IF.

      ******************************************************************
      *INPUT PROCEDURE - THE SAME POSTED ORDERS CBLDSM09 PICKS, SO
      *THE SAME ORDERS FEED THE SHORTAGE ALLOCATION.  ONLY A FLAVOR
      *THAT HAS SINCE COME OFF THE FLAVOR FILE IS SKIPPED AND
      *COUNTED.
      ******************************************************************
       L3-SORT-IN.
           PERFORM L3-SORT-READ-LOOP THRU L3-SORT-READ-LOOP-EXIT
                   UNTIL EOF = 'T'.
       L3-SORT-IN-EXIT.
           EXIT.

       L3-SORT-READ-LOOP.
           MOVE PR-POP-TYPE TO C-POP-TYPE.
           PERFORM L3-FLAVOR-SEARCH.
           IF FLAVOR-NOT-FOUND
               ADD 1 TO SKIPPED-CRT
               GO TO L3-SORT-READ-NEXT.

           MOVE PR-TEAM          TO SW-TEAM.
           MOVE PR-LNAME         TO SW-LNAME.
           MOVE PR-FNAME         TO SW-FNAME.
           MOVE PR-POP-TYPE      TO SW-POP-CODE.
           MOVE FT-NAME (FL-IDX) TO SW-POP-LIT.
           IF PR-CANCEL
               COMPUTE SW-QTY = ZERO - PR-CASES
           ELSE
               MOVE PR-CASES     TO SW-QTY
           END-IF.
           SET SW-FL-SLOT        TO FL-IDX.
           MOVE PR-ADDRESS       TO SW-ADDRESS.
           MOVE PR-CITY          TO SW-CITY.
           MOVE PR-STATE         TO SW-STATE.
           MOVE PR-ZIP           TO SW-ZIP.
           ADD SW-QTY TO ORD-NET-CASES (SW-FL-SLOT).
           RELEASE SORT-WORK-REC.

       L3-SORT-READ-NEXT.
           PERFORM L3-READ.
       L3-SORT-READ-LOOP-EXIT.
           EXIT.

      ******************************************************************
      *FIRST OUTPUT PROCEDURE - CBLDSM09'S TEAM / SELLER / FLAVOR
      *BREAK, PRINTING NOTHING.  EACH SELLER-FLAVOR'S REDUCED CASES
      *GO TO THE ROUTE WORK FILE IF THE SELLER IS ON A ROUTE, OR
      *INTO THE PICKUP COUNT IF NOT.
      ******************************************************************
       L3-SORT-OUT.
           OPEN OUTPUT ROUTE-WORK-FILE.
           PERFORM L3-RETURN-LOOP THRU L3-RETURN-LOOP-EXIT
                   UNTIL SORT-AT-EOF.
           IF NOT FIRST-REC
               PERFORM L3-FLUSH-FLAVOR
               PERFORM L3-FLUSH-SELLER
           END-IF.
           CLOSE ROUTE-WORK-FILE.
       L3-SORT-OUT-EXIT.
           EXIT.

       L3-RETURN-LOOP.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO SORT-EOF-SW
               NOT AT END
                   PERFORM L3-ALLOC-REC
           END-RETURN.
       L3-RETURN-LOOP-EXIT.
           EXIT.

       L3-ALLOC-REC.
           IF FIRST-REC
               MOVE 'N' TO FIRST-REC-SW
               MOVE SW-TEAM TO HOLD-TEAM
               PERFORM L3-START-SELLER
               PERFORM L3-START-FLAVOR
           ELSE
               IF SW-TEAM NOT = HOLD-TEAM
                       OR SW-LNAME NOT = HOLD-LNAME
                       OR SW-FNAME NOT = HOLD-FNAME
                   PERFORM L3-FLUSH-FLAVOR
                   PERFORM L3-FLUSH-SELLER
                   MOVE SW-TEAM TO HOLD-TEAM
                   PERFORM L3-START-SELLER
                   PERFORM L3-START-FLAVOR
               ELSE
                   IF SW-POP-CODE NOT = HOLD-POP-CODE
                       PERFORM L3-FLUSH-FLAVOR
                       PERFORM L3-START-FLAVOR
                   END-IF
               END-IF
           END-IF.

           ADD SW-QTY TO FLAVOR-CASES.

      ******************************************************************
      *THE SELLER'S DELIVERY ADDRESS IS TAKEN FROM THEIR FIRST ORDER
      *RECORD IN THE SORT, AND THE ROUTE IS LOOKED UP ONCE FROM ITS
      *ZIP.
      ******************************************************************
       L3-START-SELLER.
           MOVE SW-LNAME   TO HOLD-LNAME.
           MOVE SW-FNAME   TO HOLD-FNAME.
           MOVE SW-ADDRESS TO HOLD-ADDRESS.
           MOVE SW-CITY    TO HOLD-CITY.
           MOVE SW-STATE   TO HOLD-STATE.
           MOVE SW-ZIP     TO HOLD-ZIP.
           MOVE ZERO       TO SELLER-CASES.
           PERFORM L3-ROUTE-SEARCH.
           IF ROUTE-FOUND
               MOVE 'Y' TO SELLER-ROUTED-SW
               MOVE ROT-NAME (RO-FOUND-SUB)   TO HOLD-ROUTE-NAME
               MOVE ROT-DRIVER (RO-FOUND-SUB) TO HOLD-DRIVER
           ELSE
               MOVE 'N' TO SELLER-ROUTED-SW
               MOVE SPACES TO HOLD-ROUTE-NAME
               MOVE SPACES TO HOLD-DRIVER
           END-IF.

       L3-START-FLAVOR.
           MOVE SW-POP-CODE TO HOLD-POP-CODE.
           MOVE SW-POP-LIT  TO HOLD-POP-LIT.
           MOVE SW-FL-SLOT  TO HOLD-FL-SLOT.
           MOVE ZERO        TO FLAVOR-CASES.

      ******************************************************************
      *ONE SELLER-FLAVOR - THE SELLER'S SHARE OF ANY SHORTAGE COMES
      *OFF FIRST, EXACTLY AS ON THE PICK LIST.  A FLAVOR WHOSE
      *CANCELLATIONS OUTRAN ITS ORDERS DELIVERS NOTHING.
      ******************************************************************
       L3-FLUSH-FLAVOR.
           MOVE ZERO TO ALLOC-CASES.
           IF SHORT-CASES-TBL (HOLD-FL-SLOT) > ZERO
                   AND ORD-NET-CASES (HOLD-FL-SLOT) > ZERO
                   AND FLAVOR-CASES > ZERO
               PERFORM L3-ALLOCATE-SHORTAGE
           END-IF.
           COMPUTE PULL-CASES = FLAVOR-CASES - ALLOC-CASES.

           IF PULL-CASES > ZERO
               ADD PULL-CASES TO SELLER-CASES
               IF SELLER-ROUTED
                   PERFORM L3-WRITE-ROUTE-WORK
               ELSE
                   ADD PULL-CASES TO PICKUP-CASES
               END-IF
           END-IF.

      ******************************************************************
      *PROPORTIONAL ALLOCATION - CBLDSM09'S RULE, UNCHANGED.
      ******************************************************************
       L3-ALLOCATE-SHORTAGE.
           ADD FLAVOR-CASES TO ORD-SO-FAR (HOLD-FL-SLOT).
           COMPUTE ALLOC-TARGET =
               (SHORT-CASES-TBL (HOLD-FL-SLOT)
                   * ORD-SO-FAR (HOLD-FL-SLOT))
                   / ORD-NET-CASES (HOLD-FL-SLOT).
           IF ALLOC-TARGET > SHORT-CASES-TBL (HOLD-FL-SLOT)
               MOVE SHORT-CASES-TBL (HOLD-FL-SLOT) TO ALLOC-TARGET
           END-IF.
           COMPUTE ALLOC-CASES =
               ALLOC-TARGET - ALLOC-SO-FAR (HOLD-FL-SLOT).
           IF ALLOC-CASES > FLAVOR-CASES
               MOVE FLAVOR-CASES TO ALLOC-CASES
           END-IF.
           IF ALLOC-CASES < ZERO
               MOVE ZERO TO ALLOC-CASES
           END-IF.
           ADD ALLOC-CASES TO ALLOC-SO-FAR (HOLD-FL-SLOT).

       L3-WRITE-ROUTE-WORK.
           MOVE HOLD-ROUTE-NAME TO RW-ROUTE-NAME.
           MOVE HOLD-DRIVER     TO RW-DRIVER.
           MOVE HOLD-ADDRESS    TO RW-ADDRESS.
           MOVE HOLD-LNAME      TO RW-LNAME.
           MOVE HOLD-FNAME      TO RW-FNAME.
           MOVE HOLD-CITY       TO RW-CITY.
           MOVE HOLD-STATE      TO RW-STATE.
           MOVE HOLD-ZIP        TO RW-ZIP.
           MOVE HOLD-POP-CODE   TO RW-POP-CODE.
           MOVE HOLD-POP-LIT    TO RW-POP-LIT.
           MOVE PULL-CASES      TO RW-CASES.
           MOVE ALLOC-CASES     TO RW-SHORT.
           MOVE HOLD-FL-SLOT    TO RW-FL-SLOT.
           WRITE ROUTE-WORK-REC.

       L3-FLUSH-SELLER.
           IF NOT SELLER-ROUTED
                   AND SELLER-CASES > ZERO
               ADD 1 TO PICKUP-STOP-CRT
           END-IF.

      ******************************************************************
      *SECOND OUTPUT PROCEDURE - ROUTE / STOP / FLAVOR BREAK.  EACH
      *ROUTE STARTS ON A FRESH PAGE SO THE MANIFESTS CAN BE TORN
      *APART AND HANDED TO THE DRIVERS.  A BUYER WHO BOUGHT THROUGH
      *TWO TEAMS IS ONE STOP WITH THE FLAVORS COMBINED.
      ******************************************************************
       L3-SORT2-OUT.
           PERFORM L3-RETURN2-LOOP THRU L3-RETURN2-LOOP-EXIT
                   UNTIL SORT2-AT-EOF.
           IF NOT FIRST-REC-2
               PERFORM L3-FLUSH-STOP-FLAVOR
               PERFORM L3-FLUSH-STOP
               PERFORM L3-FLUSH-ROUTE
           END-IF.
       L3-SORT2-OUT-EXIT.
           EXIT.

       L3-RETURN2-LOOP.
           RETURN SORT-WORK-2
               AT END
                   MOVE 'Y' TO SORT2-EOF-SW
               NOT AT END
                   PERFORM L3-MANIFEST-REC
           END-RETURN.
       L3-RETURN2-LOOP-EXIT.
           EXIT.

       L3-MANIFEST-REC.
           IF FIRST-REC-2
               MOVE 'N' TO FIRST-REC-2-SW
               PERFORM L3-START-ROUTE
               PERFORM L3-START-STOP
               PERFORM L3-START-STOP-FLAVOR
           ELSE
               IF S2-ROUTE-NAME NOT = HOLD-RT-NAME
                   PERFORM L3-FLUSH-STOP-FLAVOR
                   PERFORM L3-FLUSH-STOP
                   PERFORM L3-FLUSH-ROUTE
                   PERFORM L3-START-ROUTE
                   PERFORM L3-START-STOP
                   PERFORM L3-START-STOP-FLAVOR
               ELSE
                   IF S2-ADDRESS NOT = HOLD-ST-ADDRESS
                           OR S2-LNAME NOT = HOLD-ST-LNAME
                           OR S2-FNAME NOT = HOLD-ST-FNAME
                       PERFORM L3-FLUSH-STOP-FLAVOR
                       PERFORM L3-FLUSH-STOP
                       PERFORM L3-START-STOP
                       PERFORM L3-START-STOP-FLAVOR
                   ELSE
                       IF S2-POP-CODE NOT = HOLD-ST-POP-CODE
                           PERFORM L3-FLUSH-STOP-FLAVOR
                           PERFORM L3-START-STOP-FLAVOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ADD S2-CASES TO STOP-FLAV-CASES.
           ADD S2-SHORT TO STOP-FLAV-SHORT.

      ******************************************************************
      *A ROUTE WITH SEVERAL ZIP RANGES UNDER ONE NAME PRINTS AS ONE
      *MANIFEST, HEADED BY THE DRIVER OF ITS FIRST STOP'S RANGE.
      ******************************************************************
       L3-START-ROUTE.
           MOVE S2-ROUTE-NAME TO HOLD-RT-NAME.
           MOVE S2-DRIVER     TO HOLD-RT-DRIVER.
           MOVE ZERO          TO STOP-NO.
           MOVE ZERO          TO ROUTE-CASES.
           PERFORM L3-ZERO-ROUTE-FLAVOR
               VARYING TF-IDX FROM 1 BY 1
               UNTIL TF-IDX > 30.
           ADD 1 TO ROUTE-PRT-CRT.
           PERFORM L3-HEADINGS-PRT.

       L3-ZERO-ROUTE-FLAVOR.
           MOVE ZERO TO ROUTE-FLAV-CASES (TF-IDX).

       L3-START-STOP.
           MOVE S2-ADDRESS TO HOLD-ST-ADDRESS.
           MOVE S2-LNAME   TO HOLD-ST-LNAME.
           MOVE S2-FNAME   TO HOLD-ST-FNAME.
           MOVE ZERO       TO STOP-CASES.
           ADD 1 TO STOP-NO.
           ADD 1 TO TOTAL-STOP-CRT.

           MOVE STOP-NO    TO O-STOP-NO.
           MOVE S2-ADDRESS TO O-STOP-ADDRESS.
           MOVE S2-CITY    TO O-STOP-CITY.
           MOVE S2-STATE   TO O-STOP-STATE.
           MOVE S2-ZIP     TO ZIP-WK.
           MOVE ZIP-WK-5   TO O-STOP-ZIP-5.
           IF ZIP-WK-4 = ZERO
               MOVE SPACE    TO O-STOP-ZIP-DASH
               MOVE SPACES   TO O-STOP-ZIP-4
           ELSE
               MOVE '-'      TO O-STOP-ZIP-DASH
               MOVE ZIP-WK-4 TO O-STOP-ZIP-4
           END-IF.
           MOVE S2-LNAME   TO O-STOP-LNAME.
           MOVE S2-FNAME   TO O-STOP-FNAME.
           WRITE PRINTLINE OF PRTRTE FROM STOP-HEADING
                       AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-START-STOP-FLAVOR.
           MOVE S2-POP-CODE TO HOLD-ST-POP-CODE.
           MOVE S2-POP-LIT  TO HOLD-ST-POP-LIT.
           MOVE S2-FL-SLOT  TO HOLD-ST-FL-SLOT.
           MOVE ZERO        TO STOP-FLAV-CASES.
           MOVE ZERO        TO STOP-FLAV-SHORT.

      ******************************************************************
      *ONE FLAVOR AT THE DOOR - A SHORTED FLAVOR IS FLAGGED SO THE
      *DRIVER CAN TELL THE BUYER THE REST COMES ON THE MAKE-UP
      *DELIVERY.
      ******************************************************************
       L3-FLUSH-STOP-FLAVOR.
           MOVE HOLD-ST-POP-LIT TO O-POP-LIT.
           MOVE STOP-FLAV-CASES TO O-QTY.
           IF STOP-FLAV-SHORT > ZERO
               MOVE 'SHORT  '       TO O-SF-LIT
               MOVE STOP-FLAV-SHORT TO O-SF-CASES
           ELSE
               MOVE SPACES          TO O-SHORT-FLAG
           END-IF.
           WRITE PRINTLINE OF PRTRTE FROM STOP-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

           ADD STOP-FLAV-CASES TO STOP-CASES.
           ADD STOP-FLAV-CASES TO ROUTE-FLAV-CASES (HOLD-ST-FL-SLOT).

       L3-FLUSH-STOP.
           MOVE STOP-CASES TO O-STOP-CASES.
           WRITE PRINTLINE OF PRTRTE FROM STOP-TOTAL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.
           ADD STOP-CASES TO ROUTE-CASES.

      ******************************************************************
      *LOADING SUMMARY - ONLY FLAVORS THE ROUTE ACTUALLY CARRIES ARE
      *LISTED, IN FLAVOR-FILE ORDER, THE SAME ORDER THE PALLETS ARE
      *STAGED IN THE SHED.
      ******************************************************************
       L3-FLUSH-ROUTE.
           MOVE HOLD-RT-NAME TO O-LS-ROUTE.
           WRITE PRINTLINE OF PRTRTE FROM LOAD-SUMMARY-LIT
                       AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.
           MOVE SPACES TO O-SHORT-FLAG.
           PERFORM L3-PRINT-ROUTE-FLAVOR
               VARYING TF-IDX FROM 1 BY 1
               UNTIL TF-IDX > FLAVOR-COUNT.
           MOVE ROUTE-CASES TO O-LT-CASES.
           MOVE STOP-NO     TO O-LT-STOPS.
           WRITE PRINTLINE OF PRTRTE FROM LOAD-TOTAL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.
           ADD ROUTE-CASES TO TOTAL-ROUTE-CASES.

       L3-PRINT-ROUTE-FLAVOR.
           IF ROUTE-FLAV-CASES (TF-IDX) > ZERO
               MOVE FT-NAME (TF-IDX)          TO O-POP-LIT
               MOVE ROUTE-FLAV-CASES (TF-IDX) TO O-QTY
               WRITE PRINTLINE OF PRTRTE FROM STOP-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS-PRT
               END-WRITE
           END-IF.

      ******************************************************************
      *THE ROUTE NAME AND DRIVER REPEAT AT THE TOP OF EVERY PAGE OF A
      *MANIFEST IN CASE THE PAGES GET SEPARATED ON THE TRUCK.
      ******************************************************************
       L3-HEADINGS-PRT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE OF PRTRTE FROM HEADING1
                       AFTER ADVANCING PAGE.

           WRITE PRINTLINE OF PRTRTE FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE OF PRTRTE FROM HEADING3
                       AFTER ADVANCING 1 LINE.

           IF HOLD-RT-NAME NOT = SPACES
               MOVE HOLD-RT-NAME   TO O-RT-NAME
               MOVE HOLD-RT-DRIVER TO O-RT-DRIVER
               WRITE PRINTLINE OF PRTRTE FROM ROUTE-HEADING
                       AFTER ADVANCING 2 LINES
           END-IF.


       END PROGRAM CBLDSM26.
