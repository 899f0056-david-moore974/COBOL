       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDSM24.
       AUTHOR.     David Moore.
       DATE-WRITTEN. 10/15/26.

      ******************************************************************
      *AGED RECEIVABLES AND PAST-DUE NOTICES.  CBLDSM08'S OUTSTANDING-
      *BALANCE REPORT SAYS WHO OWES, BUT NOT FOR HOW LONG, AND THE
      *TREASURER HAS BEEN HAND-WRITING THE OCTOBER REMINDER NOTES.
      *THIS AGES EVERY SELLER'S UNPAID BALANCE (SEL-CURR-TOTAL LESS
      *SEL-PAID-TOTAL ON THE SELLER MASTER) INTO FOUR BUCKETS BY THE
      *AGE OF THE ORDERS BEHIND IT:
      *  CURRENT    - ORDERED LESS THAN 15 DAYS AGO,
      *  15-30 DAYS,
      *  31-60 DAYS, AND
      *  OVER 60 DAYS,
      *WITH TEAM AND DIVISION SUBTOTALS AND A GRAND TOTAL, THEN PRINTS
      *ONE PAST-DUE NOTICE PER SELLER WITH MONEY OWED 15 DAYS OR MORE,
      *ADDRESSED FROM THE SELLER MASTER.  THE NOTICE ESCALATES WITH
      *THE OLDEST BUCKET STILL OWED - A REMINDER AT 15-30 DAYS, A
      *SECOND NOTICE AT 31-60, AND A FINAL NOTICE OVER 60.
      *
      *THE ORDERS COME FROM CBLDSM04'S POSTED-ORDER FILE
      *(CBLPORD.DAT) AT THE DOLLARS THE SALES RUN POSTED - THE PRICE
      *IN FORCE ON THE ORDER DATE PLUS THE STATE'S BOTTLE DEPOSIT -
      *AND A CANCELLATION NETS OUT THE MATCHED ORDER'S DOLLARS AT
      *THAT ORDER'S DATE.  PAYMENTS ARE TAKEN OLDEST ORDER FIRST, SO
      *WHAT IS STILL OWED IS THE SELLER'S NEWEST ORDERS; THE BALANCE
      *IS SPREAD FROM THE CURRENT BUCKET BACKWARD.  THE PAYMENT FILE
      *(CBLPAYM.DAT) SUPPLIES THE LAST PAYMENT DATE AND ANY RETURNED
      *CHECK FOR THE NOTICE.  A SELLER WHO OWES NOTHING (OR HAS A
      *CREDIT) IS NOT LISTED.  RUN AFTER CBLDSM08 HAS POSTED THE
      *PAYMENTS.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *10/15/26   DLM  ORIGINAL.
      *10/15/26   DLM  READS CBLDSM04'S POSTED-ORDER FILE (CBLPORD.DAT,
      *                SEE CBLPORD.CPY) INSTEAD OF RE-EDITING AND
      *                RE-PRICING CP#4.DAT, SO EVERY ORDER AGES AT
      *                EXACTLY WHAT IT POSTED AT.  THE FLAVOR, DATED-
      *                PRICE, AND STATE FILES ARE NO LONGER READ, AND
      *                NOTHING IS SKIPPED.
      ******************************************************************




       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-ORDER-FILE
               ASSIGN TO 'C:\COBOL\CBLPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORD-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO 'C:\COBOL\CBLPAYM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYM-STATUS.
           SELECT SELLER-MASTER
               ASSIGN TO 'C:\COBOL\CBLSELM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-KEY
               FILE STATUS IS SEL-STATUS.
           SELECT TEAM-FILE
               ASSIGN TO 'C:\COBOL\CBLTEAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEAM-STATUS.
           SELECT PRTAGE
               ASSIGN TO 'C:\COBOL\CBLPOPAR.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PRTLTR
               ASSIGN TO 'C:\COBOL\CBLPOPPD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT SORT-WORK
               ASSIGN TO 'CBLSW24'.




       DATA DIVISION.
           FILE SECTION.

           FD  POSTED-ORDER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSTED-ORDER-REC
           RECORD CONTAINS 120 CHARACTERS.
           COPY CBLPORD.

           FD  PAYMENT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PAYMENT-REC
           RECORD CONTAINS 56 CHARACTERS.
           COPY CBLPAYM.

           FD  SELLER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SELLER-MASTER-REC.
           COPY CBLSELM.

           FD  TEAM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS TEAM-REC
           RECORD CONTAINS 51 CHARACTERS.
           COPY CBLTEAMT.

           FD  PRTAGE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRINTLINE             PIC X(132).

           FD  PRTLTR
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LTR-PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 LTR-PRINTLINE         PIC X(132).

      ******************************************************************
      *ONE SORT RECORD PER POSTED ORDER OR CANCELLATION AND PER
      *PAYMENT ENVELOPE, SELLER BY SELLER, NEWEST FIRST - THE SELLER
      *MASTER IS READ IN THE SAME KEY ORDER AND MATCHED AGAINST IT.
      ******************************************************************
       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05 SW-KEY.
               10 SW-LNAME          PIC X(15).
               10 SW-FNAME          PIC X(15).
           05 SW-DATE               PIC 9(8).
           05 SW-TYPE               PIC X.
               88 SW-IS-ORDER              VALUE 'O'.
               88 SW-IS-CANCEL             VALUE 'C'.
               88 SW-IS-PAYMENT            VALUE 'P'.
               88 SW-IS-RETURN             VALUE 'R'.
           05 SW-AMOUNT             PIC S9(7)V99.




       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                    PIC X         VALUE 'F'.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05 C-PCTR                 PIC 99        VALUE ZERO.

           05 SEL-STATUS             PIC XX.
           05 PAYM-STATUS            PIC XX.
           05 TEAM-STATUS            PIC XX.
           05 PORD-STATUS            PIC XX.

           05 C-TEAMS                PIC X.

           05 SORT-EOF-SW            PIC X         VALUE 'N'.
               88 SORT-AT-EOF              VALUE 'Y'.
           05 RETURNED-SW            PIC X         VALUE 'N'.
               88 HAD-RETURNED-CHECK       VALUE 'Y'.
           05 UNAGED-SW              PIC X         VALUE 'N'.
               88 HAS-UNAGED               VALUE 'Y'.

           05 ORPHAN-CRT             PIC 9999      VALUE ZERO.
           05 UNAGED-CRT             PIC 9999      VALUE ZERO.
           05 REMINDER-CRT           PIC 9999      VALUE ZERO.
           05 SECOND-CRT             PIC 9999      VALUE ZERO.
           05 FINAL-CRT              PIC 9999      VALUE ZERO.

           05 RUN-DATE-WK            PIC 9(8).
           05 RUN-DAY-NO             PIC 9(7).
           05 ORDER-DAY-NO           PIC 9(7).
           05 DAYS-OLD               PIC S9(7).
           05 AGE-IDX                PIC 9.
           05 TA-SUB                 PIC 99.
           05 DIV-IDX                PIC 99.
           05 DIV-FOUND-IDX          PIC 99.
           05 DIV-FOUND-SW           PIC X         VALUE 'N'.
               88 DIV-FOUND                VALUE 'Y'.

           05 LAST-PAY-DATE          PIC 9(8).
           05 NOTICE-LEVEL           PIC 9.
               88 NO-NOTICE                VALUE 0.
               88 REMINDER-NOTICE          VALUE 1.
               88 SECOND-NOTICE            VALUE 2.
               88 FINAL-NOTICE             VALUE 3.

           05 ZIP-WK                 PIC 9(9).
           05 ZIP-WK-R REDEFINES ZIP-WK.
               10 ZIP-WK-5           PIC 9(5).
               10 ZIP-WK-4           PIC 9(4).

       01 CALCS.
           05 C-OWED                 PIC S9(7)V99.
           05 C-REMAIN               PIC S9(7)V99.

      ******************************************************************
      *ONE SELLER BEING AGED - ORDER DOLLARS BY BUCKET AS READ, AND
      *THE UNPAID BALANCE SPREAD ACROSS THE SAME BUCKETS.  BUCKET 1
      *IS CURRENT, 2 IS 15-30 DAYS, 3 IS 31-60, 4 IS OVER 60; SLOT 5
      *OF THE DUE TABLE IS THE SELLER'S TOTAL DUE.
      ******************************************************************
       01 SELLER-AGE-AREA.
           05 AGE-ORD                PIC S9(7)V99  OCCURS 4 TIMES.
           05 AGE-DUE                PIC S9(7)V99  OCCURS 5 TIMES.

      ******************************************************************
      *TEAM, DIVISION, AND GRAND ACCUMULATORS - ALL THE SAME SHAPE
      *(SELLERS OWING, THEN THE FOUR BUCKETS AND THE TOTAL DUE) SO ANY
      *OF THEM CAN BE MOVED TO SUB-TOTALS AND PRINTED BY ONE
      *PARAGRAPH.  TEAM SLOTS FOLLOW THE TEAM TABLE; SLOT 11 CATCHES
      *A SELLER WHOSE TEAM IS NO LONGER ON CBLTEAM.DAT.
      ******************************************************************
       01 TEAM-AGE-AREA.
           05 TA-ENTRY OCCURS 11 TIMES.
               10 TA-TOTALS.
                   15 TA-SELLERS     PIC 9(4).
                   15 TA-AMT         PIC S9(9)V99  OCCURS 5 TIMES.

       01 DIVISION-AGE-AREA.
           05 DIV-COUNT              PIC 99        VALUE ZERO.
           05 DIV-ENTRY OCCURS 11 TIMES.
               10 DIV-NAME           PIC X(10).
               10 DIV-TOTALS.
                   15 DIV-SELLERS    PIC 9(4).
                   15 DIV-AMT        PIC S9(9)V99  OCCURS 5 TIMES.

       01 GRAND-AGE-AREA.
           05 GRAND-TOTALS.
               10 GRAND-SELLERS      PIC 9(4).
               10 GRAND-AMT          PIC S9(9)V99  OCCURS 5 TIMES.

       01 SUB-AGE-AREA.
           05 SUB-TOTALS.
               10 SUB-SELLERS        PIC 9(4).
               10 SUB-AMT            PIC S9(9)V99  OCCURS 5 TIMES.

      ******************************************************************
      *TEAM TABLE - LOADED AT L2-INIT THE SAME WAY CBLDSM04 LOADS
      *IT, FOR THE TEAM AND DIVISION SUBTOTALS.
      ******************************************************************
           COPY CBLTEAMW.


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
           05 FILLER                   PIC X(54) VALUE SPACES.
           05 FILLER                   PIC X(24)
                           VALUE 'AGED RECEIVABLES REPORT'.
           05 FILLER                   PIC X(54) VALUE SPACES.

       01 COL-HEADING1.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE 'LAST NAME'.
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'FIRST NAME'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE 'TEAM'.
           05 FILLER                   PIC X VALUE SPACE.
           05 FILLER                   PIC X(9) VALUE 'LAST PAID'.
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'CURRENT'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE '15-30 DAYS'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE '31-60 DAYS'.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'OVER 60'.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE 'TOTAL DUE'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE 'NOTICE'.
           05 FILLER                   PIC X(9) VALUE SPACES.

       01 AGE-DETAIL-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 OA-LNAME                 PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OA-FNAME                 PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OA-TEAM                  PIC X.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 OA-LAST-PAID.
               10 OA-PAID-MONTH        PIC XX.
               10 OA-PAID-SL1          PIC X.
               10 OA-PAID-DAY          PIC XX.
               10 OA-PAID-SL2          PIC X.
               10 OA-PAID-YEAR         PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OA-CURRENT               PIC $$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OA-15-30                 PIC $$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OA-31-60                 PIC $$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OA-OVER-60               PIC $$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OA-TOTAL-DUE             PIC $$,$$$,$$9.99.
           05 OA-FLAG                  PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OA-NOTICE                PIC X(10).
           05 FILLER                   PIC X(5) VALUE SPACES.

       01 SUBTOTAL-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-SUBTOTAL-LIT           PIC X(20).
           05 FILLER                   PIC X(109) VALUE SPACES.

       01 SUBTOTAL-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 OS-LABEL                 PIC X(9).
           05 OS-NAME                  PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OS-SELLERS               PIC ZZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 FILLER                   PIC X(7) VALUE 'SELLERS'.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 OS-CURRENT               PIC $$$$,$$9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 OS-15-30                 PIC $$$$,$$9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 OS-31-60                 PIC $$$$,$$9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 OS-OVER-60               PIC $$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 OS-TOTAL-DUE             PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01 NOTICE-COUNT-LIT.
           05 FILLER                   PIC X(18)
                           VALUE 'NOTICES PRINTED:  '.
           05 FILLER                   PIC X(10) VALUE 'REMINDER: '.
           05 O-REMINDER-CRT           PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'SECOND: '.
           05 O-SECOND-CRT             PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'FINAL: '.
           05 O-FINAL-CRT              PIC Z,ZZ9.
           05 FILLER                   PIC X(64) VALUE SPACES.

      ******************************************************************
      *ORDERS OR PAYMENTS FOR A NAME NOT ON THE SELLER MASTER - THE
      *SALES RUN OR PAYMENT POSTING REJECTED THEM, SO THEY ARE NOT
      *PART OF ANY BALANCE AND ARE ONLY COUNTED.
      ******************************************************************
       01 ORPHAN-LIT.
           05 FILLER                   PIC X(33)
               VALUE 'RECORDS FOR SELLERS NOT ON FILE: '.
           05 O-ORPHAN-CRT             PIC Z,ZZ9.
           05 FILLER                   PIC X(94) VALUE SPACES.

      ******************************************************************
      *PRINTED WHEN A SELLER'S MASTER BALANCE IS MORE THAN THE ORDERS
      *ON FILE ACCOUNT FOR (A REVERSED PAYMENT WITH NO NEW ORDER, OR
      *A MASTER CORRECTION) - THE DIFFERENCE IS CARRIED AS CURRENT
      *AND THE LINE IS MARKED SO THE TREASURER CAN LOOK AT IT.
      ******************************************************************
       01 UNAGED-LIT.
           05 FILLER                   PIC X(47) VALUE
               '*** BALANCE NOT MATCHED TO ORDERS (MARKED *): '.
           05 O-UNAGED-CRT             PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE '***'.
           05 FILLER                   PIC X(72) VALUE SPACES.

      ******************************************************************
      *PAST-DUE NOTICE - PLAIN LETTER LINES WITH A TEN-COLUMN LEFT
      *MARGIN, ONE NOTICE PER PAGE SO THEY CAN BE FOLDED AND MAILED.
      ******************************************************************
       01 LETTER-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 LT-TEXT                  PIC X(70).
           05 FILLER                   PIC X(52) VALUE SPACES.

       01 LETTER-AMOUNT-LINE.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 LA-LABEL                 PIC X(24).
           05 LA-AMOUNT                PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(81) VALUE SPACES.

       01 LETTER-DATE.
           05 LD-MONTH                 PIC XX.
           05 FILLER                   PIC X VALUE '/'.
           05 LD-DAY                   PIC XX.
           05 FILLER                   PIC X VALUE '/'.
           05 LD-YEAR                  PIC X(4).

       01 O-ZIP-5                      PIC 9(5).
       01 O-ZIP-4                      PIC 9(4).




       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE.
           PERFORM L2-CLOSINGS.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION current-date        TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                  TO H1-DAY.
           MOVE CURRENT-MONTH                TO H1-MONTH.
           MOVE CURRENT-YEAR                 TO H1-YEAR.
           MOVE CURRENT-DAY                  TO LD-DAY.
           MOVE CURRENT-MONTH                TO LD-MONTH.
           MOVE CURRENT-YEAR                 TO LD-YEAR.
           MOVE CURRENT-DATE-AND-TIME (1:8)  TO RUN-DATE-WK.
           COMPUTE RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (RUN-DATE-WK).

           PERFORM L3-LOAD-TEAM-TABLE.
           PERFORM L3-ZERO-TEAM-AGE
               VARYING TA-SUB FROM 1 BY 1
               UNTIL TA-SUB > 11.
           MOVE ZERO TO GRAND-SELLERS.
           PERFORM L3-ZERO-GRAND-AGE
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > 5.

           OPEN INPUT SELLER-MASTER.
           IF SEL-STATUS NOT = '00'
               DISPLAY 'CBLDSM24: SELLER MASTER OPEN FAILED - '
                       'STATUS ' SEL-STATUS
               DISPLAY 'CBLDSM24: CONVERT OR REBUILD CBLSELM.DAT '
                       '(SEE CBLDSM14) - RUN ABORTED.'
               STOP RUN
           END-IF.
           OPEN INPUT POSTED-ORDER-FILE.
           OPEN OUTPUT PRTAGE.
           OPEN OUTPUT PRTLTR.
           PERFORM L3-HEADINGS-PRT.

       L2-MAINLINE.
           SORT SORT-WORK
               ON ASCENDING KEY SW-LNAME
               ON ASCENDING KEY SW-FNAME
               ON DESCENDING KEY SW-DATE
               INPUT PROCEDURE IS L3-SORT-IN THRU L3-SORT-IN-EXIT
               OUTPUT PROCEDURE IS L3-SORT-OUT THRU L3-SORT-OUT-EXIT.

       L2-CLOSINGS.
           PERFORM L3-PRINT-TEAM-TOTALS.
           PERFORM L3-PRINT-DIV-TOTALS.

           MOVE 'GRAND'       TO OS-LABEL.
           MOVE 'TOTAL'       TO OS-NAME.
           MOVE GRAND-TOTALS  TO SUB-TOTALS.
           PERFORM L3-PRINT-SUBTOTAL.

           MOVE REMINDER-CRT TO O-REMINDER-CRT.
           MOVE SECOND-CRT   TO O-SECOND-CRT.
           MOVE FINAL-CRT    TO O-FINAL-CRT.
           WRITE PRINTLINE FROM NOTICE-COUNT-LIT
                       AFTER ADVANCING 3 LINES.

           IF ORPHAN-CRT > ZERO
               MOVE ORPHAN-CRT TO O-ORPHAN-CRT
               WRITE PRINTLINE FROM ORPHAN-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           IF UNAGED-CRT > ZERO
               MOVE UNAGED-CRT TO O-UNAGED-CRT
               WRITE PRINTLINE FROM UNAGED-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

           CLOSE SELLER-MASTER.
           CLOSE POSTED-ORDER-FILE.
           CLOSE PRTAGE.
           CLOSE PRTLTR.

       L3-ZERO-TEAM-AGE.
           MOVE ZERO TO TA-SELLERS (TA-SUB).
           PERFORM L3-ZERO-TEAM-AGE-AMT
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > 5.

       L3-ZERO-TEAM-AGE-AMT.
           MOVE ZERO TO TA-AMT (TA-SUB, AGE-IDX).

       L3-ZERO-GRAND-AGE.
           MOVE ZERO TO GRAND-AMT (AGE-IDX).

       L3-READ.
           READ POSTED-ORDER-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-READ-SELLER.
           READ SELLER-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.

      ******************************************************************
      *TEAM TABLE LOAD - SAME TABLE CBLDSM04 POSTS AGAINST,
      *DRIVEN FROM CBLTEAM.DAT WITH THE SAME A-THRU-E FALLBACK WHEN
      *THE FILE IS EMPTY OR MISSING.
      ******************************************************************
       L3-LOAD-TEAM-TABLE.
           MOVE ZERO TO TEAM-COUNT.
           OPEN INPUT TEAM-FILE.
           IF TEAM-STATUS = '00'
               PERFORM L3-LOAD-TEAM-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE TEAM-FILE.
           MOVE 'F' TO EOF.

           IF TEAM-COUNT = ZERO
               PERFORM L3-DEFAULT-TEAMS
           END-IF.

       L3-LOAD-TEAM-REC.
           READ TEAM-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF TEAM-COUNT < 10
                       ADD 1 TO TEAM-COUNT
                       SET TE-IDX TO TEAM-COUNT
                       MOVE TE-CODE  TO TMT-CODE (TE-IDX)
                       MOVE TE-NAME  TO TMT-NAME (TE-IDX)
                       MOVE TE-COACH TO TMT-COACH (TE-IDX)
                       IF TE-DIVISION = SPACES
                           MOVE 'MOORE'     TO TMT-DIVISION (TE-IDX)
                       ELSE
                           MOVE TE-DIVISION TO TMT-DIVISION (TE-IDX)
                       END-IF
                       MOVE ZERO     TO TMT-TOTAL (TE-IDX)
                   END-IF
           END-READ.

       L3-DEFAULT-TEAMS.
           MOVE 5 TO TEAM-COUNT.
           SET TE-IDX TO 1.
           MOVE 'A'      TO TMT-CODE (TE-IDX).
           MOVE 'TEAM A' TO TMT-NAME (TE-IDX).
           MOVE SPACES   TO TMT-COACH (TE-IDX).
           MOVE 'MOORE'  TO TMT-DIVISION (TE-IDX).
           MOVE ZERO     TO TMT-TOTAL (TE-IDX).
           SET TE-IDX TO 2.
           MOVE 'B'      TO TMT-CODE (TE-IDX).
           MOVE 'TEAM B' TO TMT-NAME (TE-IDX).
           MOVE SPACES   TO TMT-COACH (TE-IDX).
           MOVE 'MOORE'  TO TMT-DIVISION (TE-IDX).
           MOVE ZERO     TO TMT-TOTAL (TE-IDX).
           SET TE-IDX TO 3.
           MOVE 'C'      TO TMT-CODE (TE-IDX).
           MOVE 'TEAM C' TO TMT-NAME (TE-IDX).
           MOVE SPACES   TO TMT-COACH (TE-IDX).
           MOVE 'MOORE'  TO TMT-DIVISION (TE-IDX).
           MOVE ZERO     TO TMT-TOTAL (TE-IDX).
           SET TE-IDX TO 4.
           MOVE 'D'      TO TMT-CODE (TE-IDX).
           MOVE 'TEAM D' TO TMT-NAME (TE-IDX).
           MOVE SPACES   TO TMT-COACH (TE-IDX).
           MOVE 'MOORE'  TO TMT-DIVISION (TE-IDX).
           MOVE ZERO     TO TMT-TOTAL (TE-IDX).
           SET TE-IDX TO 5.
           MOVE 'E'      TO TMT-CODE (TE-IDX).
           MOVE 'TEAM E' TO TMT-NAME (TE-IDX).
           MOVE SPACES   TO TMT-COACH (TE-IDX).
           MOVE 'MOORE'  TO TMT-DIVISION (TE-IDX).
           MOVE ZERO     TO TMT-TOTAL (TE-IDX).

       L3-TEAM-SEARCH.
           SET TE-IDX TO 1.
           MOVE 'N' TO TEAM-FOUND-SW.
           SEARCH TEAM-TABLE
               AT END
                   MOVE 'N' TO TEAM-FOUND-SW
               WHEN TMT-CODE (TE-IDX) = C-TEAMS
                   MOVE 'Y' TO TEAM-FOUND-SW.

      ******************************************************************
      *INPUT PROCEDURE - EVERY POSTED ORDER AND CANCELLATION IS
      *RELEASED AT THE TOTAL CBLDSM04 POSTED (A CANCELLATION NEGATIVE),
      *THEN EVERY PAYMENT ENVELOPE IS RELEASED FOR ITS DATE.  A
      *MISSING POSTED-ORDER FILE MEANS NOTHING HAS POSTED YET; A
      *MISSING PAYMENT FILE JUST MEANS NO LAST-PAID DATES.
      ******************************************************************
       L3-SORT-IN.
           IF PORD-STATUS = '00'
               PERFORM L3-READ
               PERFORM L3-SORT-READ-LOOP
                   UNTIL EOF = 'T'
           END-IF.
           MOVE 'F' TO EOF.

           OPEN INPUT PAYMENT-FILE.
           IF PAYM-STATUS = '00'
               PERFORM L3-READ-PAYMENT
               PERFORM L3-RELEASE-PAYMENT
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE PAYMENT-FILE.
           MOVE 'F' TO EOF.
       L3-SORT-IN-EXIT.
           EXIT.

      ******************************************************************
      *A RECORD KEYED BEFORE THE ORDER-DATE FIELD EXISTED CARRIES
      *DATE ZERO AND AGES AS OVER 60 DAYS.
      ******************************************************************
       L3-SORT-READ-LOOP.
           MOVE PR-LNAME      TO SW-LNAME.
           MOVE PR-FNAME      TO SW-FNAME.
           MOVE PR-ORDER-DATE TO SW-DATE.
           IF PR-CANCEL
               MOVE 'C' TO SW-TYPE
               COMPUTE SW-AMOUNT = ZERO - PR-TOTAL
           ELSE
               MOVE 'O' TO SW-TYPE
               MOVE PR-TOTAL TO SW-AMOUNT
           END-IF.
           RELEASE SORT-WORK-REC.
           PERFORM L3-READ.

       L3-RELEASE-PAYMENT.
           IF PAY-LNAME NOT = SPACES
                   AND PAY-DATE IS NUMERIC
                   AND (PAY-CASH OR PAY-CHECK OR PAY-RETURNED)
               MOVE PAY-LNAME TO SW-LNAME
               MOVE PAY-FNAME TO SW-FNAME
               MOVE PAY-DATE  TO SW-DATE
               IF PAY-RETURNED
                   MOVE 'R' TO SW-TYPE
               ELSE
                   MOVE 'P' TO SW-TYPE
               END-IF
               MOVE ZERO      TO SW-AMOUNT
               RELEASE SORT-WORK-REC
           END-IF.
           PERFORM L3-READ-PAYMENT.

      ******************************************************************
      *OUTPUT PROCEDURE - THE SELLER MASTER IS READ FRONT TO BACK IN
      *THE SAME NAME ORDER AS THE SORT, SO EACH SELLER PICKS UP ITS
      *OWN ORDERS AND PAYMENTS AS A MATCHED GROUP.  SORT RECORDS THAT
      *SORT AHEAD OF THE NEXT SELLER (OR ARE LEFT AFTER THE LAST) HAVE
      *NO MASTER RECORD AND ARE COUNTED.
      ******************************************************************
       L3-SORT-OUT.
           PERFORM L3-RETURN-SORT.
           PERFORM L3-READ-SELLER.
           PERFORM L3-AGE-SELLER
               UNTIL EOF = 'T'.
           PERFORM L3-SKIP-ORPHAN
               UNTIL SORT-AT-EOF.
       L3-SORT-OUT-EXIT.
           EXIT.

       L3-RETURN-SORT.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

       L3-SKIP-ORPHAN.
           ADD 1 TO ORPHAN-CRT.
           PERFORM L3-RETURN-SORT.

       L3-AGE-SELLER.
           MOVE ZERO TO LAST-PAY-DATE.
           MOVE 'N'  TO RETURNED-SW.
           MOVE 'N'  TO UNAGED-SW.
           PERFORM L3-ZERO-SELLER-AGE
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > 4.
           MOVE ZERO TO AGE-DUE (5).

           PERFORM L3-SKIP-ORPHAN
               UNTIL SORT-AT-EOF
                   OR SW-KEY NOT < SEL-KEY.
           PERFORM L3-TAKE-SORT-REC
               UNTIL SORT-AT-EOF
                   OR SW-KEY NOT = SEL-KEY.

           COMPUTE C-OWED = SEL-CURR-TOTAL - SEL-PAID-TOTAL.
           IF C-OWED > ZERO
               PERFORM L3-SPREAD-BALANCE
               PERFORM L3-PRINT-AGE-LINE
               PERFORM L3-ACCUMULATE
               IF NOT NO-NOTICE
                   PERFORM L3-PRINT-NOTICE
               END-IF
           END-IF.

           PERFORM L3-READ-SELLER.

       L3-ZERO-SELLER-AGE.
           MOVE ZERO TO AGE-ORD (AGE-IDX).
           MOVE ZERO TO AGE-DUE (AGE-IDX).

      ******************************************************************
      *ONE MATCHED SORT RECORD - AN ORDER OR CANCELLATION ADDS ITS
      *DOLLARS TO THE BUCKET FOR ITS AGE; THE FIRST GOOD PAYMENT SEEN
      *IS THE LATEST (NEWEST FIRST) AND GIVES THE LAST-PAID DATE.
      ******************************************************************
       L3-TAKE-SORT-REC.
           EVALUATE TRUE
               WHEN SW-IS-ORDER
               WHEN SW-IS-CANCEL
                   PERFORM L3-AGE-BUCKET
                   ADD SW-AMOUNT TO AGE-ORD (AGE-IDX)
               WHEN SW-IS-PAYMENT
                   IF LAST-PAY-DATE = ZERO
                       MOVE SW-DATE TO LAST-PAY-DATE
                   END-IF
               WHEN SW-IS-RETURN
                   MOVE 'Y' TO RETURNED-SW
           END-EVALUATE.
           PERFORM L3-RETURN-SORT.

      ******************************************************************
      *DAYS FROM THE ORDER DATE TO TODAY PICKS THE BUCKET.  AN
      *UNDATED ORDER, OR ONE WHOSE DATE IS NOT ON THE CALENDAR, IS
      *OVER 60; ONE DATED AFTER TODAY IS CURRENT.
      ******************************************************************
       L3-AGE-BUCKET.
           MOVE 4 TO AGE-IDX.
           IF SW-DATE NOT = ZERO
               COMPUTE ORDER-DAY-NO = FUNCTION INTEGER-OF-DATE
                       (SW-DATE)
               IF ORDER-DAY-NO NOT = ZERO
                   COMPUTE DAYS-OLD = RUN-DAY-NO - ORDER-DAY-NO
                   EVALUATE TRUE
                       WHEN DAYS-OLD < 15
                           MOVE 1 TO AGE-IDX
                       WHEN DAYS-OLD NOT > 30
                           MOVE 2 TO AGE-IDX
                       WHEN DAYS-OLD NOT > 60
                           MOVE 3 TO AGE-IDX
                       WHEN OTHER
                           MOVE 4 TO AGE-IDX
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      *SPREAD THE BALANCE OWED OVER THE BUCKETS, NEWEST FIRST -
      *PAYMENTS SETTLE THE OLDEST ORDERS, SO WHAT IS LEFT UNPAID IS
      *THE NEWEST.  A CANCELLATION DATED AFTER ITS ORDER CAN LEAVE A
      *BUCKET NEGATIVE; IT IS NETTED INTO THE NEXT OLDER BUCKET
      *FIRST, WHERE THE CANCELLED ORDER SITS.  ANY BALANCE THE ORDERS
      *DO NOT ACCOUNT FOR IS CARRIED AS CURRENT AND MARKED.
      ******************************************************************
       L3-SPREAD-BALANCE.
           PERFORM L3-NET-NEGATIVE-BUCKET
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > 3.
           IF AGE-ORD (4) < ZERO
               MOVE ZERO TO AGE-ORD (4)
           END-IF.

           MOVE C-OWED TO C-REMAIN.
           PERFORM L3-FILL-BUCKET
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > 4.
           IF C-REMAIN > ZERO
               ADD C-REMAIN TO AGE-DUE (1)
               MOVE 'Y' TO UNAGED-SW
               ADD 1 TO UNAGED-CRT
           END-IF.
           MOVE C-OWED TO AGE-DUE (5).

           EVALUATE TRUE
               WHEN AGE-DUE (4) > ZERO
                   MOVE 3 TO NOTICE-LEVEL
               WHEN AGE-DUE (3) > ZERO
                   MOVE 2 TO NOTICE-LEVEL
               WHEN AGE-DUE (2) > ZERO
                   MOVE 1 TO NOTICE-LEVEL
               WHEN OTHER
                   MOVE 0 TO NOTICE-LEVEL
           END-EVALUATE.

       L3-NET-NEGATIVE-BUCKET.
           IF AGE-ORD (AGE-IDX) < ZERO
               ADD AGE-ORD (AGE-IDX) TO AGE-ORD (AGE-IDX + 1)
               MOVE ZERO TO AGE-ORD (AGE-IDX)
           END-IF.

       L3-FILL-BUCKET.
           IF AGE-ORD (AGE-IDX) < C-REMAIN
               MOVE AGE-ORD (AGE-IDX) TO AGE-DUE (AGE-IDX)
           ELSE
               MOVE C-REMAIN TO AGE-DUE (AGE-IDX)
           END-IF.
           SUBTRACT AGE-DUE (AGE-IDX) FROM C-REMAIN.

       L3-PRINT-AGE-LINE.
           MOVE SPACES          TO AGE-DETAIL-LINE.
           MOVE SEL-LNAME       TO OA-LNAME.
           MOVE SEL-FNAME       TO OA-FNAME.
           MOVE SEL-TEAM        TO OA-TEAM.
           IF LAST-PAY-DATE = ZERO
               MOVE 'NONE'      TO OA-LAST-PAID
           ELSE
               MOVE LAST-PAY-DATE (5:2) TO OA-PAID-MONTH
               MOVE '/'                 TO OA-PAID-SL1
               MOVE LAST-PAY-DATE (7:2) TO OA-PAID-DAY
               MOVE '/'                 TO OA-PAID-SL2
               MOVE LAST-PAY-DATE (1:4) TO OA-PAID-YEAR
           END-IF.
           MOVE AGE-DUE (1)     TO OA-CURRENT.
           MOVE AGE-DUE (2)     TO OA-15-30.
           MOVE AGE-DUE (3)     TO OA-31-60.
           MOVE AGE-DUE (4)     TO OA-OVER-60.
           MOVE AGE-DUE (5)     TO OA-TOTAL-DUE.
           IF HAS-UNAGED
               MOVE '*'         TO OA-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN REMINDER-NOTICE
                   MOVE 'REMINDER'  TO OA-NOTICE
               WHEN SECOND-NOTICE
                   MOVE 'SECOND'    TO OA-NOTICE
               WHEN FINAL-NOTICE
                   MOVE 'FINAL'     TO OA-NOTICE
               WHEN OTHER
                   MOVE SPACES      TO OA-NOTICE
           END-EVALUATE.

           WRITE PRINTLINE FROM AGE-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

      ******************************************************************
      *ROLL THE SELLER INTO ITS TEAM SLOT (SLOT 11 IF THE TEAM IS NO
      *LONGER ON THE TABLE) AND THE GRAND TOTAL.  DIVISIONS ARE BUILT
      *FROM THE TEAM SLOTS AT THE END OF THE RUN.
      ******************************************************************
       L3-ACCUMULATE.
           MOVE SEL-TEAM TO C-TEAMS.
           PERFORM L3-TEAM-SEARCH.
           IF TEAM-FOUND
               SET TA-SUB TO TE-IDX
           ELSE
               MOVE 11 TO TA-SUB
           END-IF.
           ADD 1 TO TA-SELLERS (TA-SUB).
           ADD 1 TO GRAND-SELLERS.
           PERFORM L3-ACCUMULATE-AMT
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > 5.

       L3-ACCUMULATE-AMT.
           ADD AGE-DUE (AGE-IDX) TO TA-AMT (TA-SUB, AGE-IDX).
           ADD AGE-DUE (AGE-IDX) TO GRAND-AMT (AGE-IDX).

       L3-PRINT-TEAM-TOTALS.
           MOVE 'TEAM SUBTOTALS:' TO O-SUBTOTAL-LIT.
           WRITE PRINTLINE FROM SUBTOTAL-LIT
                       AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.
           PERFORM L3-PRINT-TEAM-TOTAL
               VARYING TA-SUB FROM 1 BY 1
               UNTIL TA-SUB > TEAM-COUNT.
           IF TA-SELLERS (11) > ZERO
               MOVE 'TEAM ?'           TO OS-LABEL
               MOVE 'NOT ON TEAM FILE' TO OS-NAME
               MOVE TA-TOTALS (11)     TO SUB-TOTALS
               PERFORM L3-PRINT-SUBTOTAL
           END-IF.

       L3-PRINT-TEAM-TOTAL.
           SET TE-IDX TO TA-SUB.
           MOVE SPACES             TO OS-LABEL.
           STRING 'TEAM ' TMT-CODE (TE-IDX) DELIMITED BY SIZE
                   INTO OS-LABEL.
           MOVE TMT-NAME (TE-IDX)  TO OS-NAME.
           MOVE TA-TOTALS (TA-SUB) TO SUB-TOTALS.
           PERFORM L3-PRINT-SUBTOTAL.

      ******************************************************************
      *DIVISION SUBTOTALS - EACH TEAM SLOT ROLLS INTO ITS DIVISION
      *(TMT-DIVISION OFF THE TEAM TABLE); SELLERS ON A TEAM NO LONGER
      *ON THE TABLE LAND IN A BLANK-NAMED DIVISION RATHER THAN VANISH.
      ******************************************************************
       L3-PRINT-DIV-TOTALS.
           MOVE ZERO TO DIV-COUNT.
           PERFORM L3-DIV-ACCUMULATE
               VARYING TA-SUB FROM 1 BY 1
               UNTIL TA-SUB > TEAM-COUNT.
           IF TA-SELLERS (11) > ZERO
               MOVE 11   TO TA-SUB
               MOVE 'N'  TO TEAM-FOUND-SW
               PERFORM L3-DIV-ACCUMULATE
           END-IF.

           MOVE 'DIVISION SUBTOTALS:' TO O-SUBTOTAL-LIT.
           WRITE PRINTLINE FROM SUBTOTAL-LIT
                       AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.
           PERFORM L3-PRINT-DIV-TOTAL
               VARYING DIV-IDX FROM 1 BY 1
               UNTIL DIV-IDX > DIV-COUNT.

       L3-DIV-ACCUMULATE.
           IF TA-SUB NOT > TEAM-COUNT
               SET TE-IDX TO TA-SUB
               MOVE 'Y' TO TEAM-FOUND-SW
           END-IF.
           MOVE 'N' TO DIV-FOUND-SW.
           PERFORM L3-DIV-SCAN
               VARYING DIV-IDX FROM 1 BY 1
               UNTIL DIV-IDX > DIV-COUNT
                   OR DIV-FOUND.
           IF NOT DIV-FOUND
               ADD 1 TO DIV-COUNT
               MOVE DIV-COUNT TO DIV-FOUND-IDX
               IF TEAM-FOUND
                   MOVE TMT-DIVISION (TE-IDX) TO DIV-NAME (DIV-COUNT)
               ELSE
                   MOVE SPACES TO DIV-NAME (DIV-COUNT)
               END-IF
               MOVE ZERO TO DIV-SELLERS (DIV-COUNT)
               PERFORM L3-ZERO-DIV-AMT
                   VARYING AGE-IDX FROM 1 BY 1
                   UNTIL AGE-IDX > 5
           END-IF.
           ADD TA-SELLERS (TA-SUB) TO DIV-SELLERS (DIV-FOUND-IDX).
           PERFORM L3-ADD-DIV-AMT
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > 5.

       L3-DIV-SCAN.
           IF TEAM-FOUND
               IF DIV-NAME (DIV-IDX) = TMT-DIVISION (TE-IDX)
                   MOVE 'Y' TO DIV-FOUND-SW
                   MOVE DIV-IDX TO DIV-FOUND-IDX
               END-IF
           ELSE
               IF DIV-NAME (DIV-IDX) = SPACES
                   MOVE 'Y' TO DIV-FOUND-SW
                   MOVE DIV-IDX TO DIV-FOUND-IDX
               END-IF
           END-IF.

       L3-ZERO-DIV-AMT.
           MOVE ZERO TO DIV-AMT (DIV-COUNT, AGE-IDX).

       L3-ADD-DIV-AMT.
           ADD TA-AMT (TA-SUB, AGE-IDX)
                   TO DIV-AMT (DIV-FOUND-IDX, AGE-IDX).

       L3-PRINT-DIV-TOTAL.
           MOVE 'DIVISION'           TO OS-LABEL.
           MOVE DIV-NAME (DIV-IDX)   TO OS-NAME.
           MOVE DIV-TOTALS (DIV-IDX) TO SUB-TOTALS.
           PERFORM L3-PRINT-SUBTOTAL.

       L3-PRINT-SUBTOTAL.
           MOVE SUB-SELLERS TO OS-SELLERS.
           MOVE SUB-AMT (1) TO OS-CURRENT.
           MOVE SUB-AMT (2) TO OS-15-30.
           MOVE SUB-AMT (3) TO OS-31-60.
           MOVE SUB-AMT (4) TO OS-OVER-60.
           MOVE SUB-AMT (5) TO OS-TOTAL-DUE.
           WRITE PRINTLINE FROM SUBTOTAL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

      ******************************************************************
      *PAST-DUE NOTICE - ONE PAGE PER SELLER, ADDRESSED FROM THE
      *SELLER MASTER TO THE SELLER'S PARENT OR GUARDIAN.  THE OPENING
      *PARAGRAPH AND THE CLOSING ASK GET FIRMER WITH THE OLDEST
      *BUCKET STILL OWED.
      ******************************************************************
       L3-PRINT-NOTICE.
           MOVE 'ALBIA SOCCER CLUB FUNDRAISER' TO LT-TEXT.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING PAGE.
           MOVE 'SOCCER POP SALE - CLUB TREASURER' TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE LETTER-DATE TO LT-TEXT.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 2 LINES.

           MOVE 'TO THE PARENT OR GUARDIAN OF' TO LT-TEXT.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 3 LINES.
           MOVE SPACES TO LT-TEXT.
           STRING SEL-FNAME DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  SEL-LNAME DELIMITED BY '  '
                   INTO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE SEL-ADDRESS TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE SEL-ZIP TO ZIP-WK.
           MOVE ZIP-WK-5 TO O-ZIP-5.
           MOVE ZIP-WK-4 TO O-ZIP-4.
           MOVE SPACES TO LT-TEXT.
           IF ZIP-WK-4 = ZERO
               STRING SEL-CITY  DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      SEL-STATE DELIMITED BY SIZE
                      '  '      DELIMITED BY SIZE
                      O-ZIP-5   DELIMITED BY SIZE
                       INTO LT-TEXT
           ELSE
               STRING SEL-CITY  DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      SEL-STATE DELIMITED BY SIZE
                      '  '      DELIMITED BY SIZE
                      O-ZIP-5   DELIMITED BY SIZE
                      '-'       DELIMITED BY SIZE
                      O-ZIP-4   DELIMITED BY SIZE
                       INTO LT-TEXT
           END-IF.
           PERFORM L3-WRITE-LETTER-LINE.

           MOVE SPACES TO LT-TEXT.
           EVALUATE TRUE
               WHEN REMINDER-NOTICE
                   MOVE 'RE: POP SALE BALANCE - REMINDER' TO LT-TEXT
                   ADD 1 TO REMINDER-CRT
               WHEN SECOND-NOTICE
                   MOVE 'RE: POP SALE BALANCE - SECOND NOTICE'
                                                           TO LT-TEXT
                   ADD 1 TO SECOND-CRT
               WHEN OTHER
                   MOVE 'RE: POP SALE BALANCE - FINAL NOTICE'
                                                           TO LT-TEXT
                   ADD 1 TO FINAL-CRT
           END-EVALUATE.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 3 LINES.

           MOVE 'DEAR PARENT OR GUARDIAN:' TO LT-TEXT.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LT-TEXT.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN REMINDER-NOTICE
                   PERFORM L3-REMINDER-TEXT
               WHEN SECOND-NOTICE
                   PERFORM L3-SECOND-TEXT
               WHEN OTHER
                   PERFORM L3-FINAL-TEXT
           END-EVALUATE.

           IF HAD-RETURNED-CHECK
               MOVE SPACES TO LT-TEXT
               PERFORM L3-WRITE-LETTER-LINE
               MOVE 'A CHECK YOU SENT WAS RETURNED BY THE BANK AND HAS'
                                                           TO LT-TEXT
               PERFORM L3-WRITE-LETTER-LINE
               MOVE 'BEEN TAKEN BACK OFF YOUR ACCOUNT.  PLEASE REPLACE'
                                                           TO LT-TEXT
               PERFORM L3-WRITE-LETTER-LINE
               MOVE 'IT WITH CASH OR A MONEY ORDER.' TO LT-TEXT
               PERFORM L3-WRITE-LETTER-LINE
           END-IF.

           MOVE 'TOTAL SALES'        TO LA-LABEL.
           MOVE SEL-CURR-TOTAL       TO LA-AMOUNT.
           WRITE LTR-PRINTLINE FROM LETTER-AMOUNT-LINE
                       AFTER ADVANCING 2 LINES.
           MOVE 'PAID TO DATE'       TO LA-LABEL.
           MOVE SEL-PAID-TOTAL       TO LA-AMOUNT.
           PERFORM L3-WRITE-LETTER-AMOUNT.
           MOVE 'BALANCE DUE'        TO LA-LABEL.
           MOVE AGE-DUE (5)          TO LA-AMOUNT.
           PERFORM L3-WRITE-LETTER-AMOUNT.
           MOVE '  NOW 15-30 DAYS OLD'  TO LA-LABEL.
           MOVE AGE-DUE (2)          TO LA-AMOUNT.
           PERFORM L3-WRITE-LETTER-AMOUNT.
           MOVE '  NOW 31-60 DAYS OLD'  TO LA-LABEL.
           MOVE AGE-DUE (3)          TO LA-AMOUNT.
           PERFORM L3-WRITE-LETTER-AMOUNT.
           MOVE '  OVER 60 DAYS OLD'    TO LA-LABEL.
           MOVE AGE-DUE (4)          TO LA-AMOUNT.
           PERFORM L3-WRITE-LETTER-AMOUNT.

           MOVE SPACES TO LT-TEXT.
           IF LAST-PAY-DATE = ZERO
               MOVE 'WE HAVE NO PAYMENT ON RECORD FOR THIS ORDER.'
                                                           TO LT-TEXT
           ELSE
               STRING 'OUR LAST PAYMENT FROM YOU WAS RECEIVED '
                                               DELIMITED BY SIZE
                      LAST-PAY-DATE (5:2)      DELIMITED BY SIZE
                      '/'                      DELIMITED BY SIZE
                      LAST-PAY-DATE (7:2)      DELIMITED BY SIZE
                      '/'                      DELIMITED BY SIZE
                      LAST-PAY-DATE (1:4)      DELIMITED BY SIZE
                      '.'                      DELIMITED BY SIZE
                       INTO LT-TEXT
           END-IF.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 2 LINES.

           MOVE 'PLEASE MAKE CHECKS PAYABLE TO ALBIA SOCCER CLUB AND'
                                                           TO LT-TEXT.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 2 LINES.
           MOVE 'SEND THEM WITH YOUR PLAYER TO THE NEXT PRACTICE.  IF'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'YOUR PAYMENT HAS CROSSED THIS NOTICE IN THE MAIL,'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'PLEASE DISREGARD IT - AND THANK YOU.' TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.

           MOVE 'SINCERELY,' TO LT-TEXT.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 2 LINES.
           MOVE 'CLUB TREASURER' TO LT-TEXT.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 4 LINES.
           MOVE 'ALBIA SOCCER CLUB' TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.

       L3-REMINDER-TEXT.
           MOVE 'THANK YOU FOR SUPPORTING THE ALBIA SOCCER CLUB POP'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'SALE.  THIS IS A FRIENDLY REMINDER THAT PART OF YOUR'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'PLAYER''S POP ORDER IS STILL UNPAID.  IF YOU HAVE'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'ALREADY SENT IT IN, THANK YOU - OTHERWISE PLEASE'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'SEND THE BALANCE BELOW AT YOUR EARLIEST CONVENIENCE.'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.

       L3-SECOND-TEXT.
           MOVE 'OUR RECORDS SHOW THAT PART OF YOUR PLAYER''S POP SALE'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'ORDER HAS NOW BEEN UNPAID FOR MORE THAN 30 DAYS.  THE'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'CLUB HAS ALREADY PAID THE DISTRIBUTOR FOR THIS'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'PRODUCT.  PLEASE SEND THE BALANCE BELOW WITHIN TEN'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'DAYS, OR CALL THE CLUB TREASURER IF THERE IS A'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'QUESTION ABOUT THE AMOUNT.' TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.

       L3-FINAL-TEXT.
           MOVE 'FINAL NOTICE.  PART OF YOUR PLAYER''S POP SALE ORDER'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'HAS NOW BEEN UNPAID FOR MORE THAN 60 DAYS, AND OUR'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'EARLIER REMINDERS HAVE GONE UNANSWERED.  PAYMENT IN'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'FULL IS DUE WITHIN SEVEN DAYS.  ACCOUNTS STILL OPEN'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'AFTER THAT WILL BE REFERRED TO THE CLUB BOARD AND'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'YOUR PLAYER''S COACH.  PLEASE CALL THE TREASURER'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.
           MOVE 'RIGHT AWAY IF YOU BELIEVE THIS NOTICE IS IN ERROR.'
                                                           TO LT-TEXT.
           PERFORM L3-WRITE-LETTER-LINE.

       L3-WRITE-LETTER-LINE.
           WRITE LTR-PRINTLINE FROM LETTER-LINE
                       AFTER ADVANCING 1 LINE.

       L3-WRITE-LETTER-AMOUNT.
           WRITE LTR-PRINTLINE FROM LETTER-AMOUNT-LINE
                       AFTER ADVANCING 1 LINE.

       L3-HEADINGS-PRT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE FROM HEADING1
                       AFTER ADVANCING PAGE.

           WRITE PRINTLINE FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE FROM HEADING3
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.


       END PROGRAM CBLDSM24.
