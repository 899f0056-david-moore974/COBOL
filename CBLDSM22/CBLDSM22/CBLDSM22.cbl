       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDSM22.
       AUTHOR.     David Moore.
       DATE-WRITTEN. 10/15/26.

      ******************************************************************
      *DISTRIBUTOR INVOICE THREE-WAY MATCH AND PAYMENT VOUCHER.  THE
      *SEASON SETTLEMENT (CBLDSM15) COSTS THE PRODUCT AT FL-COST, BUT
      *THE DISTRIBUTOR'S ACTUAL BILL WAS STILL CHECKED BY HAND, AND
      *TWICE WE PAID FOR SHORT PALLETS CBLDSM06 HAD ALREADY FLAGGED.
      *THIS MATCHES THE BILL THREE WAYS, FLAVOR BY FLAVOR:
      *  ORDERED   - THE CASE TOTALS BEHIND THE REQUISITION
      *              (CBLCASET.DAT) LESS THE LEFTOVER STOCK
      *              BROUGHT FORWARD (CBLSTKB.DAT), AS THE
      *              REQUISITION NOW NETS IT,
      *  DELIVERED - THE PACKING SLIP (CBLDELV.DAT),
      *  BILLED    - THE INVOICE LINES (CBLINVC.DAT, SEE CBLINVC.CPY),
      *AND PRINTS A PAYMENT VOUCHER FOR THE AGREED AMOUNT - THE CASES
      *BOTH BILLED AND DELIVERED, AT THE FLAVOR FILE'S COST - PLUS AN
      *EXCEPTION LIST OF CASES BILLED BUT NOT DELIVERED AND INVOICE
      *UNIT COSTS THAT DIFFER FROM FL-COST.  A FLAVOR WITH NO COST ON
      *THE FLAVOR FILE IS VOUCHERED AT THE INVOICE'S OWN AVERAGE COST
      *AND FLAGGED SO THE COST GETS MAINTAINED (CBLDSM10).
      *NOTHING IS WRITTEN BUT THE TWO REPORTS - RUN IT AS OFTEN AS THE
      *INVOICE LINES ARE CORRECTED, BEFORE THE CHECK IS CUT.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *10/15/26   DLM  ORIGINAL.
      *10/15/26   DLM  THE ORDERED COLUMN IS NOW NET OF THE STOCK
      *                BROUGHT FORWARD (CBLSTKB.DAT, SEE CBLSTKB.CPY),
      *                MATCHING WHAT CBLDSM04'S REQUISITION ASKED
      *                THE DISTRIBUTOR FOR.
      ******************************************************************




       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-TOTAL-FILE
               ASSIGN TO 'C:\COBOL\CBLCASET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASET-STATUS.
           SELECT DELIVERY-FILE
               ASSIGN TO 'C:\COBOL\CBLDELV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELV-STATUS.
           SELECT STOCK-FWD-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKB-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO 'C:\COBOL\CBLINVC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVC-STATUS.
           SELECT FLAVOR-FILE
               ASSIGN TO 'C:\COBOL\CBLFLAV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLRUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-STATUS.
           SELECT PRTVCH
               ASSIGN TO 'C:\COBOL\CBLPOPVC.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PRTEXC
               ASSIGN TO 'C:\COBOL\CBLPOPIX.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.




       DATA DIVISION.
           FILE SECTION.

           FD  CASE-TOTAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CASE-TOTAL-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLCASET.

           FD  DELIVERY-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DELIVERY-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLDELV.

           FD  STOCK-FWD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STOCK-FWD-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSTKB.

           FD  INVOICE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS INVOICE-REC
           RECORD CONTAINS 46 CHARACTERS.
           COPY CBLINVC.

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

           FD  PRTVCH
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRINTLINE             PIC X(132).

           FD  PRTEXC
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXC-PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 EXC-PRINTLINE         PIC X(132).




       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                     PIC X         VALUE 'F'.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05 C-PCTR                 PIC 99        VALUE ZERO.
           05 C-PCTR-2               PIC 99        VALUE ZERO.

           05 CASET-STATUS           PIC XX.
           05 DELV-STATUS            PIC XX.
           05 INVC-STATUS            PIC XX.
           05 STKB-STATUS            PIC XX.
           05 RUNC-STATUS            PIC XX.
           05 RUNC-FOUND-SW          PIC X         VALUE 'N'.
               88 RUNC-FOUND               VALUE 'Y'.
           05 STALE-SEASON-SW        PIC X         VALUE 'N'.
               88 STALE-SEASON             VALUE 'Y'.
           05 IN-FOUND-SW            PIC X         VALUE 'N'.
               88 IN-FOUND                 VALUE 'Y'.

           05 C-POP-TYPE             PIC 99.
           05 FL-SLOT                PIC 99.
           05 C-AGREED-CASES         PIC 9(6).
           05 C-EXCESS-CASES         PIC 9(6).
           05 INVC-LINE-CRT          PIC 9999      VALUE ZERO.
           05 EXCEPTION-CRT          PIC 9999      VALUE ZERO.
           05 INVOICE-OVER-CRT       PIC 9999      VALUE ZERO.

       01 CALCS.
           05 C-LINE-AMT             PIC 9(8)V99.
           05 C-AGREED-COST          PIC 99V99.
           05 C-AGREED-AMT           PIC 9(8)V99.
           05 C-EXC-AMT              PIC S9(8)V99.
           05 TOTAL-BILLED           PIC 9(10)V99  VALUE ZERO.
           05 TOTAL-AGREED           PIC 9(10)V99  VALUE ZERO.
           05 TOTAL-HELD             PIC S9(10)V99 VALUE ZERO.

      ******************************************************************
      *THREE-WAY MATCH TABLE - ONE SLOT PER FLAVOR-TABLE SLOT, THE
      *WAY CBLDSM09 KEEPS ITS SHORTAGE STATE.  BILLED CASES AND
      *DOLLARS ARE SUMMED ACROSS EVERY INVOICE LINE FOR THE FLAVOR.
      ******************************************************************
       01 MATCH-AREA.
           05 MATCH-ENTRY OCCURS 30 TIMES.
               10 MT-ORDERED         PIC 9(6)      VALUE ZERO.
               10 MT-DELIVERED       PIC 9(6)      VALUE ZERO.
               10 MT-BILLED          PIC 9(6)      VALUE ZERO.
               10 MT-BILLED-AMT      PIC 9(8)V99   VALUE ZERO.

      ******************************************************************
      *INVOICES COVERED BY THE VOUCHER - ONE ENTRY PER INVOICE
      *NUMBER, IN THE ORDER FIRST SEEN, WITH ITS BILLED TOTAL.
      ******************************************************************
       01 INVOICE-TABLE-AREA.
           05 INVOICE-COUNT          PIC 99        VALUE ZERO.
           05 INVOICE-TABLE OCCURS 1 TO 50 TIMES
                           DEPENDING ON INVOICE-COUNT
                           INDEXED BY IN-IDX.
               10 IN-NUMBER          PIC X(10).
               10 IN-DATE            PIC 9(8).
               10 IN-AMOUNT          PIC 9(8)V99.

      ******************************************************************
      *FLAVOR/PRICE/COST TABLE - LOADED AT L2-INIT FROM CBLFLAV.DAT,
      *SAME AS CBLDSM04.  SEE COPYLIB\CBLFLAVW.CPY.
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

       01 HEADING1-2.
           05 FILLER                 PIC X(6)       VALUE 'DATE: '.
           05  H1-DATE-2.
               10 H1-MONTH-2         PIC 99.
               10 FILLER             PIC X      VALUE '/'.
               10  H1-DAY-2          PIC 99.
               10 FILLER             PIC X      VALUE '/'.
               10 H1-YEAR-2          PIC 9999.
           05  FILLER                PIC X(36)  VALUE SPACES.
           05 FILLER                 PIC X(29)
                           VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05 FILLER                 PIC X(43) VALUE SPACES.
           05  FILLER                PIC X(6)   VALUE 'PAGE: '.
           05  H1-PAGE-2             PIC Z9.

       01 HEADING2.
           05 FILLER                   PIC X(56) VALUE SPACES.
           05 O-NAME                   PIC X(10) VALUE 'MOORE'.
           05 FILLER                   PIC X VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE 'DIVISION'.
           05 FILLER                   PIC X(57) VALUE SPACES.

       01 HEADING3.
           05 FILLER                   PIC X(44) VALUE SPACES.
           05 FILLER                   PIC X(37)
               VALUE 'DISTRIBUTOR PAYMENT VOUCHER - SEASON'.
           05 O-SEASON-YEAR            PIC 9999.
           05 FILLER                   PIC X(47) VALUE SPACES.

       01 HEADING3-2.
           05 FILLER                   PIC X(45) VALUE SPACES.
           05 FILLER                   PIC X(40)
               VALUE 'DISTRIBUTOR INVOICE EXCEPTIONS - SEASON'.
           05 O-SEASON-YEAR-2          PIC 9999.
           05 FILLER                   PIC X(43) VALUE SPACES.

       01 COL-HEADING1.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE 'FLAVOR'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'ORDERED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '  RECVD'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE ' BILLED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE ' AGREED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE 'UNIT $'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'AMOUNT BILLED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'AMOUNT AGREED'.
           05 FILLER                   PIC X(33) VALUE SPACES.

       01 VOUCHER-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-V-NAME                 PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-V-ORDERED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-V-DELIVERED            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-V-BILLED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-V-AGREED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-V-COST                 PIC $$9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-V-BILLED-AMT           PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-V-AGREED-AMT           PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-V-FLAG                 PIC X(12).
           05 FILLER                   PIC X(18) VALUE SPACES.

       01 INVOICE-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'INVOICE '.
           05 O-IN-NUMBER              PIC X(10).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE 'DATED '.
           05 O-IN-DATE                PIC 9999/99/99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'BILLED '.
           05 O-IN-AMOUNT              PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(66) VALUE SPACES.

       01 INVOICES-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               'INVOICES COVERED BY VOUCHER:'.
           05 FILLER                   PIC X(99) VALUE SPACES.

       01 STMT-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-STMT-LIT               PIC X(30).
           05 O-STMT-AMT               PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(84) VALUE SPACES.

       01 APPROVAL-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
               'APPROVED FOR PAYMENT: '.
           05 FILLER                   PIC X(30) VALUE ALL '_'.
           05 FILLER                   PIC X(10) VALUE '   DATE: '.
           05 FILLER                   PIC X(12) VALUE ALL '_'.
           05 FILLER                   PIC X(13) VALUE '   CHECK NO: '.
           05 FILLER                   PIC X(12) VALUE ALL '_'.
           05 FILLER                   PIC X(30) VALUE SPACES.

       01 EXC-NOTE-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE '*** '.
           05 O-EXC-NOTE-CRT           PIC Z,ZZ9.
           05 FILLER                   PIC X(50) VALUE
               ' INVOICE EXCEPTION(S) - SEE CBLPOPIX.PRT BEFORE PA'.
           05 FILLER                   PIC X(12) VALUE 'YMENT ***'.
           05 FILLER                   PIC X(58) VALUE SPACES.

       01 COL-HEADING-EXC.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'INVOICE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'DATE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE 'FLAVOR'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE 'EXCEPTION'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '  CASES'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE 'INV $ '.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE 'FLAV $'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE '    DIFFERENCE'.
           05 FILLER                   PIC X(21) VALUE SPACES.

       01 EXC-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-X-INVOICE              PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-X-DATE                 PIC 9999/99/99
                                           BLANK WHEN ZERO.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-X-NAME                 PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-X-TYPE                 PIC X(22).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-X-CASES                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-X-INV-COST             PIC $$9.99 BLANK WHEN ZERO.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-X-FL-COST              PIC $$9.99 BLANK WHEN ZERO.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-X-AMT                  PIC $$,$$$,$$9.99-.
           05 FILLER                   PIC X(21) VALUE SPACES.

       01 EXC-TOTAL-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(26)
                           VALUE 'TOTAL INVOICE EXCEPTIONS: '.
           05 O-EXC-CRT                PIC Z,ZZ9.
           05 FILLER                   PIC X(98) VALUE SPACES.

       01 NO-INVOICE-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(52) VALUE
               '*** NO INVOICE LINES ON FILE (CBLINVC.DAT) - NOTHIN'.
           05 FILLER                   PIC X(20) VALUE
               'G TO VOUCHER ***'.
           05 FILLER                   PIC X(57) VALUE SPACES.

       01 INVOICE-OVER-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(48) VALUE
               '*** MORE THAN 50 INVOICES - LINES NOT LISTED:  '.
           05 O-INVOICE-OVER-CRT       PIC Z,ZZ9.
           05 FILLER                   PIC X(4) VALUE ' ***'.
           05 FILLER                   PIC X(72) VALUE SPACES.

      ******************************************************************
      *PRINTED AT THE TOP WHEN THE RUN-CONTROL FILE SAYS THE CASE
      *TOTALS WERE NOT POSTED THIS SEASON - SAME RULE AS CBLDSM06'S
      *RECONCILIATION WARNING.
      ******************************************************************
       01 STALE-SEASON-LIT.
           05 FILLER                   PIC X(52) VALUE
               '*** WARNING - CASE TOTALS MAY PREDATE THIS SEASON -'.
           05 FILLER                   PIC X(44) VALUE
               ' RUN THE SALES REPORT (CBLDSM04) FIRST ***'.
           05 FILLER                   PIC X(36) VALUE SPACES.




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
           MOVE CURRENT-DAY                  TO H1-DAY-2.
           MOVE CURRENT-MONTH                TO H1-MONTH-2.
           MOVE CURRENT-YEAR                 TO H1-YEAR-2.
           MOVE CURRENT-YEAR                 TO O-SEASON-YEAR.

           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-CHECK-RUN-CONTROL.
           MOVE O-SEASON-YEAR                TO O-SEASON-YEAR-2.

           PERFORM L3-LOAD-ORDERED.
           PERFORM L3-LOAD-STOCK-ON-HAND.
           PERFORM L3-LOAD-DELIVERED.

           OPEN OUTPUT PRTVCH.
           OPEN OUTPUT PRTEXC.
           PERFORM L3-HEADINGS-PRT.
           PERFORM L3-HEADINGS-EXC.
           IF STALE-SEASON
               WRITE PRINTLINE OF PRTVCH FROM STALE-SEASON-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

       L2-MAINLINE.
           OPEN INPUT INVOICE-FILE.
           IF INVC-STATUS = '00'
               PERFORM L3-READ-INVOICE
               PERFORM L3-MATCH-INVOICE-LINE
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE INVOICE-FILE.
           MOVE 'F' TO EOF.

           IF INVC-LINE-CRT = ZERO
               WRITE PRINTLINE OF PRTVCH FROM NO-INVOICE-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM L3-VOUCHER-FLAVOR
               VARYING FL-SLOT FROM 1 BY 1
               UNTIL FL-SLOT > FLAVOR-COUNT.

       L2-CLOSINGS.
           PERFORM L3-PRINT-VOUCHER-TOTALS.

           MOVE EXCEPTION-CRT TO O-EXC-CRT.
           WRITE EXC-PRINTLINE OF PRTEXC FROM EXC-TOTAL-LIT
                       AFTER ADVANCING 3 LINES.

           CLOSE PRTVCH.
           CLOSE PRTEXC.

      ******************************************************************
      *SEASON RUN CONTROL - SAME WARNING RULE AS CBLDSM06.  THE RUN-
      *CONTROL FILE IS NEVER REWRITTEN HERE.
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

           IF RUNC-FOUND
               IF RC-SEASON-YEAR IS NUMERIC
                       AND RC-SEASON-YEAR NOT = ZERO
                   MOVE RC-SEASON-YEAR TO O-SEASON-YEAR
               END-IF
               IF RC-SEASON-YEAR NOT = CURRENT-YEAR
                       OR RC-ROLLED
                   MOVE 'Y' TO STALE-SEASON-SW
               END-IF
           ELSE
               MOVE 'Y' TO STALE-SEASON-SW
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

       L3-FLAVOR-SEARCH.
           SET FL-IDX TO 1.
           MOVE 'N' TO FLAVOR-FOUND-SW.
           SEARCH FLAVOR-TABLE
               AT END
                   MOVE 'N' TO FLAVOR-FOUND-SW
               WHEN FT-CODE (FL-IDX) = C-POP-TYPE
                   MOVE 'Y' TO FLAVOR-FOUND-SW.

      ******************************************************************
      *ORDERED AND DELIVERED SIDES - THE SAME TWO FEEDS CBLDSM06
      *RECONCILES, SLOTTED BY FLAVOR.  A MISSING FEED MATCHES AS
      *ZERO.  A CODE NO LONGER ON THE FLAVOR FILE CANNOT BE COSTED
      *AND IS LEFT OUT, AS CBLDSM15 LEAVES IT OUT.
      ******************************************************************
       L3-LOAD-ORDERED.
           OPEN INPUT CASE-TOTAL-FILE.
           IF CASET-STATUS = '00'
               PERFORM L3-LOAD-ORDERED-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE CASE-TOTAL-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-ORDERED-REC.
           READ CASE-TOTAL-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE CT-CODE TO C-POP-TYPE
                   PERFORM L3-FLAVOR-SEARCH
                   IF FLAVOR-FOUND
                       SET FL-SLOT TO FL-IDX
                       ADD CT-CASES TO MT-ORDERED (FL-SLOT)
                   END-IF
           END-READ.

      ******************************************************************
      *LEFTOVERS BROUGHT FORWARD COME OFF THE ORDERED SIDE - THE
      *REQUISITION ONLY ASKED FOR THE NET, NEVER BELOW ZERO.
      ******************************************************************
       L3-LOAD-STOCK-ON-HAND.
           OPEN INPUT STOCK-FWD-FILE.
           IF STKB-STATUS = '00'
               PERFORM L3-LOAD-STOCK-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE STOCK-FWD-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-STOCK-REC.
           READ STOCK-FWD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE SB-CODE TO C-POP-TYPE
                   PERFORM L3-FLAVOR-SEARCH
                   IF FLAVOR-FOUND AND SB-CASES IS NUMERIC
                       SET FL-SLOT TO FL-IDX
                       IF MT-ORDERED (FL-SLOT) > SB-CASES
                           SUBTRACT SB-CASES FROM MT-ORDERED (FL-SLOT)
                       ELSE
                           MOVE ZERO TO MT-ORDERED (FL-SLOT)
                       END-IF
                   END-IF
           END-READ.

       L3-LOAD-DELIVERED.
           OPEN INPUT DELIVERY-FILE.
           IF DELV-STATUS = '00'
               PERFORM L3-LOAD-DELIVERED-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE DELIVERY-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-DELIVERED-REC.
           READ DELIVERY-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE DL-CODE TO C-POP-TYPE
                   PERFORM L3-FLAVOR-SEARCH
                   IF FLAVOR-FOUND
                       SET FL-SLOT TO FL-IDX
                       ADD DL-CASES TO MT-DELIVERED (FL-SLOT)
                   END-IF
           END-READ.

       L3-READ-INVOICE.
           READ INVOICE-FILE
               AT END
                   MOVE 'T' TO EOF.

      ******************************************************************
      *BILLED SIDE - EACH INVOICE LINE IS ADDED TO ITS FLAVOR AND TO
      *ITS INVOICE'S TOTAL.  A LINE WHOSE UNIT COST IS NOT THE FLAVOR
      *FILE'S COST IS AN EXCEPTION ON ITS OWN, PRICED AT THE
      *DIFFERENCE ACROSS THE CASES BILLED.  A LINE FOR A FLAVOR NOT
      *ON THE FLAVOR FILE IS BILLED BUT CANNOT BE AGREED.
      ******************************************************************
       L3-MATCH-INVOICE-LINE.
           ADD 1 TO INVC-LINE-CRT.
           IF IV-CASES NOT NUMERIC
               MOVE ZERO TO IV-CASES
           END-IF.
           IF IV-UNIT-COST NOT NUMERIC
               MOVE ZERO TO IV-UNIT-COST
           END-IF.
           IF IV-INVOICE-DATE NOT NUMERIC
               MOVE ZERO TO IV-INVOICE-DATE
           END-IF.
           COMPUTE C-LINE-AMT = IV-CASES * IV-UNIT-COST.
           ADD C-LINE-AMT TO TOTAL-BILLED.
           PERFORM L3-POST-INVOICE-TOTAL.

           MOVE IV-CODE TO C-POP-TYPE.
           IF IV-CODE IS NUMERIC
               PERFORM L3-FLAVOR-SEARCH
           ELSE
               MOVE 'N' TO FLAVOR-FOUND-SW
           END-IF.

           IF FLAVOR-FOUND
               SET FL-SLOT TO FL-IDX
               ADD IV-CASES   TO MT-BILLED (FL-SLOT)
               ADD C-LINE-AMT TO MT-BILLED-AMT (FL-SLOT)
               IF FT-COST (FL-IDX) NOT = ZERO
                       AND IV-UNIT-COST NOT = FT-COST (FL-IDX)
                   MOVE 'UNIT COST NOT FL-COST' TO O-X-TYPE
                   MOVE FT-COST (FL-IDX) TO O-X-FL-COST
                   COMPUTE C-EXC-AMT = IV-CASES *
                           (IV-UNIT-COST - FT-COST (FL-IDX))
                   PERFORM L3-WRITE-LINE-EXCEPTION
               END-IF
           ELSE
               MOVE 'FLAVOR NOT ON FILE' TO O-X-TYPE
               MOVE ZERO TO O-X-FL-COST
               MOVE C-LINE-AMT TO C-EXC-AMT
               PERFORM L3-WRITE-LINE-EXCEPTION
           END-IF.
           PERFORM L3-READ-INVOICE.

       L3-POST-INVOICE-TOTAL.
           MOVE 'N' TO IN-FOUND-SW.
           IF INVOICE-COUNT > ZERO
               SET IN-IDX TO 1
               SEARCH INVOICE-TABLE
                   AT END
                       MOVE 'N' TO IN-FOUND-SW
                   WHEN IN-NUMBER (IN-IDX) = IV-INVOICE-NO
                       MOVE 'Y' TO IN-FOUND-SW
               END-SEARCH
           END-IF.
           IF IN-FOUND
               ADD C-LINE-AMT TO IN-AMOUNT (IN-IDX)
           ELSE
               IF INVOICE-COUNT < 50
                   ADD 1 TO INVOICE-COUNT
                   SET IN-IDX TO INVOICE-COUNT
                   MOVE IV-INVOICE-NO   TO IN-NUMBER (IN-IDX)
                   MOVE IV-INVOICE-DATE TO IN-DATE (IN-IDX)
                   MOVE C-LINE-AMT      TO IN-AMOUNT (IN-IDX)
               ELSE
                   ADD 1 TO INVOICE-OVER-CRT
               END-IF
           END-IF.

       L3-WRITE-LINE-EXCEPTION.
           ADD 1 TO EXCEPTION-CRT.
           MOVE IV-INVOICE-NO   TO O-X-INVOICE.
           MOVE IV-INVOICE-DATE TO O-X-DATE.
           MOVE IV-NAME         TO O-X-NAME.
           MOVE IV-CASES        TO O-X-CASES.
           MOVE IV-UNIT-COST    TO O-X-INV-COST.
           MOVE C-EXC-AMT       TO O-X-AMT.
           PERFORM L3-WRITE-EXC-LINE.

       L3-WRITE-EXC-LINE.
           WRITE EXC-PRINTLINE OF PRTEXC FROM EXC-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-EXC
           END-WRITE.

      ******************************************************************
      *ONE VOUCHER LINE PER FLAVOR ORDERED, DELIVERED, OR BILLED.
      *THE AGREED CASES ARE THOSE BOTH BILLED AND DELIVERED, AT
      *FL-COST (OR THE INVOICE'S AVERAGE COST WHEN THE FLAVOR FILE
      *HAS NONE).  CASES BILLED BEYOND WHAT ARRIVED ARE HELD BACK AND
      *LISTED AS AN EXCEPTION AT THE INVOICE'S AVERAGE COST.
      ******************************************************************
       L3-VOUCHER-FLAVOR.
           IF MT-ORDERED (FL-SLOT) = ZERO
                   AND MT-DELIVERED (FL-SLOT) = ZERO
                   AND MT-BILLED (FL-SLOT) = ZERO
               CONTINUE
           ELSE
               PERFORM L3-PRINT-VOUCHER-FLAVOR
           END-IF.

       L3-PRINT-VOUCHER-FLAVOR.
           MOVE SPACES TO O-V-FLAG.
           IF MT-BILLED (FL-SLOT) > MT-DELIVERED (FL-SLOT)
               MOVE MT-DELIVERED (FL-SLOT) TO C-AGREED-CASES
               COMPUTE C-EXCESS-CASES = MT-BILLED (FL-SLOT)
                                      - MT-DELIVERED (FL-SLOT)
           ELSE
               MOVE MT-BILLED (FL-SLOT) TO C-AGREED-CASES
               MOVE ZERO TO C-EXCESS-CASES
           END-IF.

           IF FT-COST (FL-SLOT) NOT = ZERO
               MOVE FT-COST (FL-SLOT) TO C-AGREED-COST
           ELSE
               IF MT-BILLED (FL-SLOT) > ZERO
                   COMPUTE C-AGREED-COST ROUNDED =
                           MT-BILLED-AMT (FL-SLOT) / MT-BILLED (FL-SLOT)
                   MOVE '*NO FL-COST*' TO O-V-FLAG
               ELSE
                   MOVE ZERO TO C-AGREED-COST
               END-IF
           END-IF.
           COMPUTE C-AGREED-AMT = C-AGREED-CASES * C-AGREED-COST.
           ADD C-AGREED-AMT TO TOTAL-AGREED.

           IF C-EXCESS-CASES > ZERO
               MOVE '*NOT RECVD*' TO O-V-FLAG
               PERFORM L3-WRITE-EXCESS-EXCEPTION
           END-IF.

           MOVE FT-NAME (FL-SLOT)       TO O-V-NAME.
           MOVE MT-ORDERED (FL-SLOT)    TO O-V-ORDERED.
           MOVE MT-DELIVERED (FL-SLOT)  TO O-V-DELIVERED.
           MOVE MT-BILLED (FL-SLOT)     TO O-V-BILLED.
           MOVE C-AGREED-CASES          TO O-V-AGREED.
           MOVE C-AGREED-COST           TO O-V-COST.
           MOVE MT-BILLED-AMT (FL-SLOT) TO O-V-BILLED-AMT.
           MOVE C-AGREED-AMT            TO O-V-AGREED-AMT.
           WRITE PRINTLINE OF PRTVCH FROM VOUCHER-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-WRITE-EXCESS-EXCEPTION.
           ADD 1 TO EXCEPTION-CRT.
           MOVE SPACES                  TO O-X-INVOICE.
           MOVE ZERO                    TO O-X-DATE.
           MOVE FT-NAME (FL-SLOT)       TO O-X-NAME.
           MOVE 'BILLED NOT DELIVERED'  TO O-X-TYPE.
           MOVE C-EXCESS-CASES          TO O-X-CASES.
           COMPUTE C-LINE-AMT ROUNDED =
                   MT-BILLED-AMT (FL-SLOT) / MT-BILLED (FL-SLOT).
           MOVE C-LINE-AMT              TO O-X-INV-COST.
           MOVE FT-COST (FL-SLOT)       TO O-X-FL-COST.
           COMPUTE C-EXC-AMT ROUNDED = C-EXCESS-CASES *
                   MT-BILLED-AMT (FL-SLOT) / MT-BILLED (FL-SLOT).
           MOVE C-EXC-AMT               TO O-X-AMT.
           PERFORM L3-WRITE-EXC-LINE.

      ******************************************************************
      *VOUCHER FOOTING - EVERY INVOICE COVERED, WHAT WAS BILLED, WHAT
      *IS HELD BACK (BILLED LESS AGREED - SHORT CASES, COST
      *DIFFERENCES, AND FLAVORS NOT ON FILE), AND THE AMOUNT TO PAY.
      ******************************************************************
       L3-PRINT-VOUCHER-TOTALS.
           WRITE PRINTLINE OF PRTVCH FROM INVOICES-LIT
                       AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.
           PERFORM L3-PRINT-INVOICE
               VARYING IN-IDX FROM 1 BY 1
               UNTIL IN-IDX > INVOICE-COUNT.
           IF INVOICE-OVER-CRT > ZERO
               MOVE INVOICE-OVER-CRT TO O-INVOICE-OVER-CRT
               WRITE PRINTLINE OF PRTVCH FROM INVOICE-OVER-LIT
                           AFTER ADVANCING 1 LINE
           END-IF.

           COMPUTE TOTAL-HELD = TOTAL-BILLED - TOTAL-AGREED.

           MOVE 'TOTAL BILLED:                 ' TO O-STMT-LIT.
           MOVE TOTAL-BILLED TO O-STMT-AMT.
           WRITE PRINTLINE OF PRTVCH FROM STMT-LINE
                       AFTER ADVANCING 2 LINES.

           MOVE 'LESS HELD BACK (EXCEPTIONS):  ' TO O-STMT-LIT.
           MOVE TOTAL-HELD TO O-STMT-AMT.
           WRITE PRINTLINE OF PRTVCH FROM STMT-LINE
                       AFTER ADVANCING 1 LINE.

           MOVE 'AMOUNT TO PAY:                ' TO O-STMT-LIT.
           MOVE TOTAL-AGREED TO O-STMT-AMT.
           WRITE PRINTLINE OF PRTVCH FROM STMT-LINE
                       AFTER ADVANCING 1 LINE.

           IF EXCEPTION-CRT > ZERO
               MOVE EXCEPTION-CRT TO O-EXC-NOTE-CRT
               WRITE PRINTLINE OF PRTVCH FROM EXC-NOTE-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

           WRITE PRINTLINE OF PRTVCH FROM APPROVAL-LINE
                       AFTER ADVANCING 3 LINES.

       L3-PRINT-INVOICE.
           MOVE IN-NUMBER (IN-IDX) TO O-IN-NUMBER.
           MOVE IN-DATE (IN-IDX)   TO O-IN-DATE.
           MOVE IN-AMOUNT (IN-IDX) TO O-IN-AMOUNT.
           WRITE PRINTLINE OF PRTVCH FROM INVOICE-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-HEADINGS-PRT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE OF PRTVCH FROM HEADING1
                       AFTER ADVANCING PAGE.

           WRITE PRINTLINE OF PRTVCH FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE OF PRTVCH FROM HEADING3
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE OF PRTVCH FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.

       L3-HEADINGS-EXC.
           ADD 1 TO C-PCTR-2.
           MOVE C-PCTR-2 TO H1-PAGE-2.
           WRITE EXC-PRINTLINE OF PRTEXC FROM HEADING1-2
                       AFTER ADVANCING PAGE.

           WRITE EXC-PRINTLINE OF PRTEXC FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE EXC-PRINTLINE OF PRTEXC FROM HEADING3-2
                       AFTER ADVANCING 1 LINE.

           WRITE EXC-PRINTLINE OF PRTEXC FROM COL-HEADING-EXC
                   AFTER ADVANCING 2 LINES.


       END PROGRAM CBLDSM22.
