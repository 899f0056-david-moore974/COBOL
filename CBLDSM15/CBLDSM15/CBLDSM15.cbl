      *PRODUCT COST OFF THE DISTRIBUTOR'S PAPER INVOICE, AND CASH
      *COLLECTED OFF CBLDSM08'S BALANCE REPORT.  THIS PULLS THE SAME
      *NUMBERS FROM THE MACHINE-READABLE FEEDS INSTEAD:
      *  EVERY ORDER AND CANCELLATION CBLDSM04 POSTED (CBLPORD.DAT,
      *  SEE CBLPORD.CPY) AT THE PRICE AND DEPOSIT IT POSTED AT, WITH
      *  THE CASES COSTED AT THE FLAVOR FILE'S DISTRIBUTOR COST (SEE
      *  CBLFLAVT.CPY), AND
      *  MONEY ACTUALLY TURNED IN FROM SEL-PAID-TOTAL ON THE SELLER
      *  MASTER,
      *AND PRINTS ONE STATEMENT: GROSS PRODUCT REVENUE, PRODUCT COST,
      *DOLLARS ARE COLLECTED FROM BUYERS AND OWED STRAIGHT THROUGH TO
      *THE STATES, SO THEY ARE SHOWN AS A LIABILITY, NOT REVENUE.
      *
      *GROSS PRODUCT REVENUE IS THE POSTED ORDERS' EXTENDED TOTALS
      *LESS THEIR DEPOSITS, NET OF CANCELLATIONS - EXACT ACROSS A
      *MID-SEASON PRICE CHANGE, FLAVOR BY FLAVOR.  THE POSTED TOTAL
      *IS TIED TO WHAT THE SELLER MASTER SAYS WAS BILLED, AND ANY
      *DIFFERENCE IS PRINTED.  RUN AFTER CBLDSM04 HAS POSTED THE
      *SEASON AND CBLDSM08 HAS POSTED THE PAYMENTS, BEFORE THE SEASON
      *IS ROLLED.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *09/02/26   DLM  ORIGINAL.
      *09/02/26   DLM  RUN-CONTROL RECORD LENGTH 5 TO 8 (WEEKLY
      *                CYCLE NUMBER, SEE CBLRUNC.CPY).
      *10/15/26   DLM  READS CBLDSM04'S POSTED-ORDER FILE (CBLPORD.DAT)
      *                IN PLACE OF THE CASE AND DEPOSIT TOTALS FEEDS -
      *                THE FLAVOR LINES ARE NOW AT THE DATED PRICES
      *                THE ORDERS POSTED AT (AVERAGE PRICE PER CASE
      *                SHOWN), GROSS REVENUE AND DEPOSIT LIABILITY
      *                COME FROM THE SAME RECORDS, AND THE POSTED
      *                TOTAL IS TIED TO THE SELLER MASTER.
      ******************************************************************



           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-ORDER-FILE
               ASSIGN TO 'C:\COBOL\CBLPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORD-STATUS.
           SELECT FLAVOR-FILE
               ASSIGN TO 'C:\COBOL\CBLFLAV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SELLER-MASTER
               ASSIGN TO 'C:\COBOL\CBLSELM.DAT'
               ORGANIZATION IS INDEXED
       DATA DIVISION.
           FILE SECTION.

           FD  POSTED-ORDER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSTED-ORDER-REC
           RECORD CONTAINS 120 CHARACTERS.
           COPY CBLPORD.

           FD  FLAVOR-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 26 CHARACTERS.
           COPY CBLFLAVT.

           FD  SELLER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SELLER-MASTER-REC.
           05 C-PCTR                 PIC 99        VALUE ZERO.

           05 SEL-STATUS             PIC XX.
           05 PORD-STATUS            PIC XX.
           05 RUNC-STATUS            PIC XX.
           05 RUNC-FOUND-SW          PIC X         VALUE 'N'.
               88 RUNC-FOUND               VALUE 'Y'.

           05 C-POP-TYPE             PIC 99.
           05 NO-FLAVOR-CRT          PIC 9999      VALUE ZERO.
           05 STL-SUB                PIC 99.

       01 CALCS.
           05 C-LINE-REVENUE         PIC S9(8)V99.
           05 C-LINE-COST            PIC S9(8)V99.
           05 C-AVG-PRICE            PIC 99V99.
           05 GROSS-REVENUE          PIC S9(10)V99 VALUE ZERO.
           05 PRODUCT-COST           PIC 9(10)V99  VALUE ZERO.
           05 NET-PROFIT             PIC S9(10)V99 VALUE ZERO.
           05 DEPOSIT-LIAB           PIC S9(10)V99 VALUE ZERO.
           05 TOTAL-BILLED           PIC 9(10)V99  VALUE ZERO.
           05 CASH-COLLECTED         PIC 9(10)V99  VALUE ZERO.
           05 STILL-OWED             PIC S9(10)V99 VALUE ZERO.
           05 POSTED-BILLED          PIC S9(10)V99 VALUE ZERO.
           05 BILLED-DIFF            PIC S9(10)V99 VALUE ZERO.

      ******************************************************************
      *POSTED CASES AND PRODUCT REVENUE PER FLAVOR-TABLE SLOT, NET OF
      *CANCELLATIONS.  SLOT 31 COLLECTS POSTED ORDERS WHOSE FLAVOR IS
      *NO LONGER ON THE FLAVOR FILE - THEIR REVENUE IS STILL REAL, BUT
      *THEY CANNOT BE COSTED.
      ******************************************************************
       01 SETTLE-FLAVOR-AREA.
           05 STL-ENTRY OCCURS 31 TIMES.
               10 STL-CASES          PIC S9(6)     VALUE ZERO.
               10 STL-REVENUE        PIC S9(8)V99  VALUE ZERO.

      ******************************************************************
      *FLAVOR/PRICE/COST TABLE - LOADED AT L2-INIT FROM CBLFLAV.DAT,
           05 FILLER                   PIC X(6) VALUE 'FLAVOR'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'CASES'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE 'AVG PRICE'.
           05 FILLER                   PIC X(7) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE 'COST'.
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 FILLER                   PIC XXX VALUE SPACES.
           05 O-FL-NAME                PIC X(16).
           05 FILLER                   PIC XXX VALUE SPACES.
           05 O-FL-CASES               PIC ZZZ,ZZ9-.
           05 FILLER                   PIC XX VALUE SPACES.
           05 O-FL-PRICE               PIC $$9.99.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 O-FL-COST                PIC $$9.99.
           05 FILLER                   PIC XXX VALUE SPACES.
           05 O-FL-REVENUE             PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-FL-PRODCOST            PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-FL-FLAG                PIC X(12).
           05 FILLER                   PIC X(34) VALUE SPACES.

           05 FILLER                   PIC X(84) VALUE SPACES.

      ******************************************************************
      *PRINTED UNDER THE FLAVOR BREAKDOWN - WHAT THE REVENUE COLUMN
      *IS, AND THAT THE FLAVOR LINES FOOT TO THE STATEMENT'S GROSS
      *REVENUE.
      ******************************************************************
       01 POSTED-PRICE-NOTE-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(51) VALUE
               '* REVENUE AT THE DATED PRICES THE ORDERS POSTED AT,'.
           05 FILLER                   PIC X(43) VALUE
               ' NET OF CANCELLATIONS, EXCLUDING DEPOSITS *'.
           05 FILLER                   PIC X(35) VALUE SPACES.

      ******************************************************************
      *PRINTED WHEN A POSTED ORDER NAMES A FLAVOR CODE NO LONGER ON
      *THE FLAVOR FILE - ITS REVENUE IS IN THE STATEMENT BUT ITS
      *CASES CANNOT BE COSTED, SO PRODUCT COST IS SHORT BY THEM AND
      *THE GAP IS COUNTED AND VISIBLE INSTEAD OF SILENT.
      ******************************************************************
       01 NO-FLAVOR-LIT.
           05 FILLER                   PIC X(46) VALUE
               '*** POSTED ORDERS NOT COSTED (NO FLAVOR REC): '.
           05 O-NO-FLAVOR-CRT          PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE '***'.
           05 FILLER                   PIC X(73) VALUE SPACES.

      ******************************************************************
      *PRINTED WHEN THE POSTED ORDERS DO NOT FOOT TO THE SELLER
      *MASTER'S BILLED TOTAL - A SELLER TOTAL CHANGED OUTSIDE THE
      *SALES RUN, OR A POSTED-ORDER FILE FROM ANOTHER SEASON.
      ******************************************************************
       01 BILLED-DIFF-LIT.
           05 FILLER                   PIC X(52) VALUE
               '*** POSTED ORDERS DO NOT TIE TO BILLED TO SELLERS - '.
           05 FILLER                   PIC X(12) VALUE
               'DIFFERENCE: '.
           05 O-BILLED-DIFF            PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(4) VALUE ' ***'.
           05 FILLER                   PIC X(49) VALUE SPACES.

      ******************************************************************
      *PRINTED AT THE TOP WHEN THE RUN-CONTROL FILE SAYS THE FEEDS
           END-IF.

       L2-MAINLINE.
           PERFORM L3-SUM-POSTED-ORDERS.
           PERFORM L3-PRINT-FLAVOR-LINES.
           PERFORM L3-SUM-COLLECTIONS.

       L2-CLOSINGS.
               WRITE PRINTLINE OF PRTSTL FROM NO-FLAVOR-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           COMPUTE BILLED-DIFF = TOTAL-BILLED - POSTED-BILLED.
           IF BILLED-DIFF NOT = ZERO
               MOVE BILLED-DIFF TO O-BILLED-DIFF
               WRITE PRINTLINE OF PRTSTL FROM BILLED-DIFF-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM L3-PRINT-STATEMENT.
           CLOSE SELLER-MASTER.
           CLOSE PRTSTL.
                   MOVE 'Y' TO FLAVOR-FOUND-SW.

      ******************************************************************
      *ONE PASS OF THE POSTED-ORDER FILE - EACH ORDER ADDS ITS CASES
      *AND ITS PRODUCT REVENUE (EXTENDED TOTAL LESS DEPOSIT) TO ITS
      *FLAVOR AND ITS DEPOSIT TO THE LIABILITY; A CANCELLATION TAKES
      *BACK EXACTLY WHAT ITS ORDER POSTED.  A MISSING FILE (SALES RUN
      *NOT DONE YET) SETTLES AS ZERO AND THE STALE-SEASON WARNING HAS
      *ALREADY FIRED.
      ******************************************************************
       L3-SUM-POSTED-ORDERS.
           OPEN INPUT POSTED-ORDER-FILE.
           IF PORD-STATUS = '00'
               PERFORM L3-READ-POSTED-ORDER
               PERFORM L3-SUM-ONE-ORDER
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE POSTED-ORDER-FILE.
           MOVE 'F' TO EOF.

       L3-READ-POSTED-ORDER.
           READ POSTED-ORDER-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-SUM-ONE-ORDER.
           MOVE PR-POP-TYPE TO C-POP-TYPE.
           PERFORM L3-FLAVOR-SEARCH.
           IF FLAVOR-FOUND
               SET STL-SUB TO FL-IDX
           ELSE
               MOVE 31 TO STL-SUB
               ADD 1 TO NO-FLAVOR-CRT
           END-IF.
           COMPUTE C-LINE-REVENUE = PR-TOTAL - PR-DEPOSIT.
           IF PR-CANCEL
               SUBTRACT PR-CASES      FROM STL-CASES (STL-SUB)
               SUBTRACT C-LINE-REVENUE FROM STL-REVENUE (STL-SUB)
               SUBTRACT PR-DEPOSIT    FROM DEPOSIT-LIAB
               SUBTRACT PR-TOTAL      FROM POSTED-BILLED
           ELSE
               ADD PR-CASES           TO STL-CASES (STL-SUB)
               ADD C-LINE-REVENUE     TO STL-REVENUE (STL-SUB)
               ADD PR-DEPOSIT         TO DEPOSIT-LIAB
               ADD PR-TOTAL           TO POSTED-BILLED
           END-IF.
           PERFORM L3-READ-POSTED-ORDER.

      ******************************************************************
      *ONE STATEMENT LINE PER FLAVOR ON THE FLAVOR FILE - NET CASES,
      *THE AVERAGE PRICE THEY POSTED AT, THE DISTRIBUTOR COST, AND
      *THE REVENUE AND PRODUCT COST - SO THE BOARD CAN SEE WHERE THE
      *MARGIN CAME FROM.  THE FLAVOR LINES FOOT TO GROSS REVENUE AND
      *PRODUCT COST.  THE NOT-ON-FILE LINE PRINTS ONLY WHEN USED.
      ******************************************************************
       L3-PRINT-FLAVOR-LINES.
           PERFORM L3-PRINT-ONE-FLAVOR
               VARYING STL-SUB FROM 1 BY 1
               UNTIL STL-SUB > FLAVOR-COUNT.
           IF NO-FLAVOR-CRT > ZERO
               MOVE 31 TO STL-SUB
               PERFORM L3-PRINT-ONE-FLAVOR
           END-IF.
           WRITE PRINTLINE OF PRTSTL FROM POSTED-PRICE-NOTE-LIT
                       AFTER ADVANCING 2 LINES.

       L3-PRINT-ONE-FLAVOR.
           MOVE SPACES TO DETAIL-LINE.
           IF STL-CASES (STL-SUB) > ZERO
               COMPUTE C-AVG-PRICE ROUNDED =
                       STL-REVENUE (STL-SUB) / STL-CASES (STL-SUB)
           ELSE
               MOVE ZERO TO C-AVG-PRICE
           END-IF.
           ADD STL-REVENUE (STL-SUB) TO GROSS-REVENUE.
           MOVE STL-CASES (STL-SUB)   TO O-FL-CASES.
           MOVE C-AVG-PRICE           TO O-FL-PRICE.
           MOVE STL-REVENUE (STL-SUB) TO O-FL-REVENUE.
           IF STL-SUB > FLAVOR-COUNT
               MOVE 'NOT ON FILE'     TO O-FL-NAME
               MOVE ZERO              TO O-FL-COST
               MOVE ZERO              TO O-FL-PRODCOST
               MOVE '*NO FLAVOR*'     TO O-FL-FLAG
           ELSE
               COMPUTE C-LINE-COST =
                       STL-CASES (STL-SUB) * FT-COST (STL-SUB)
               ADD C-LINE-COST        TO PRODUCT-COST
               MOVE FT-NAME (STL-SUB) TO O-FL-NAME
               MOVE FT-COST (STL-SUB) TO O-FL-COST
               MOVE C-LINE-COST       TO O-FL-PRODCOST
               IF FT-COST (STL-SUB) = ZERO
                   MOVE '*NO COST*'   TO O-FL-FLAG
               END-IF
           END-IF.
           WRITE PRINTLINE OF PRTSTL FROM DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

      ******************************************************************
      *CASH COLLECTED AND TOTAL BILLED - FRONT-TO-BACK PASS OF THE
           PERFORM L3-READ-SELLER.

      ******************************************************************
      *GROSS PRODUCT REVENUE IS THE FOOT OF THE FLAVOR LINES - THE
      *POSTED ORDERS AT THEIR DATED PRICES, DEPOSITS EXCLUDED.  WHEN
      *THE SELLER MASTER AGREES WITH THE POSTED ORDERS, IT IS ALSO
      *BILLED TO SELLERS LESS THE DEPOSIT LIABILITY.
      ******************************************************************
       L3-PRINT-STATEMENT.
           COMPUTE NET-PROFIT = GROSS-REVENUE - PRODUCT-COST.
           COMPUTE STILL-OWED = TOTAL-BILLED - CASH-COLLECTED.

