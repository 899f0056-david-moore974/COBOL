       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDSM23.
       AUTHOR.     David Moore.
       DATE-WRITTEN. 10/15/26.

      ******************************************************************
      *PRODUCT STOCK LEDGER.  NOTHING TRACKED THE PHYSICAL CASES ONCE
      *THEY CAME OFF THE TRUCK, AND LEFTOVER CASES SAT IN THE STORAGE
      *SHED AND GOT FORGOTTEN WHEN THE CLUB RE-ORDERED.  THIS KEEPS
      *ONE LEDGER LINE PER FLAVOR:
      *  OPENING   - STOCK BROUGHT FORWARD FROM LAST SEASON
      *              (CBLSTKB.DAT, SEE CBLSTKB.CPY),
      *  RECEIVED  - THE DISTRIBUTOR'S PACKING SLIP (CBLDELV.DAT),
      *  HANDED OUT- THE CASES THE PICK LISTS PULLED (CBLPICK.DAT,
      *              WRITTEN BY CBLDSM09, SEE CBLPICK.CPY),
      *  DAMAGED   - BROKEN CASES THROWN OUT, AND
      *  RETURNED  - CASES SENT BACK TO THE DISTRIBUTOR, BOTH KEYED
      *              AS ADJUSTMENTS (CBLSTKA.DAT, SEE CBLSTKA.CPY),
      *AND ENDS WITH THE CASES THAT SHOULD BE ON HAND.  EVERY
      *ADJUSTMENT IS LISTED AND EDITED; ONE THAT FAILS IS SHOWN AS
      *REJECTED AND LEFT OUT UNTIL IT IS CORRECTED ON THE FILE.  A
      *FLAVOR THAT WORKS OUT BELOW ZERO IS FLAGGED FOR A RECOUNT AND
      *CARRIED AS NONE ON HAND.
      *
      *EVERY RUN REWRITES THE CLOSING ON-HAND FILE (CBLSTKO.DAT, SEE
      *CBLSTKO.CPY), SO THE LAST RUN BEFORE THE SEASON CLOSE IS WHAT
      *CBLDSM20 CARRIES INTO NEXT SEASON'S CBLSTKB.DAT - WHERE
      *CBLDSM04'S REQUISITION NETS IT OFF THE CASES TO ORDER.  RUN IT
      *AFTER THE PICK LISTS AND AGAIN WHENEVER AN ADJUSTMENT IS KEYED.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *10/15/26   DLM  ORIGINAL.
      ******************************************************************




       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FWD-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKB-STATUS.
           SELECT DELIVERY-FILE
               ASSIGN TO 'C:\COBOL\CBLDELV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELV-STATUS.
           SELECT PICK-TOTAL-FILE
               ASSIGN TO 'C:\COBOL\CBLPICK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PICK-STATUS.
           SELECT STOCK-ADJ-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKA-STATUS.
           SELECT STOCK-CLOSE-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLAVOR-FILE
               ASSIGN TO 'C:\COBOL\CBLFLAV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLRUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-STATUS.
           SELECT PRTLEDG
               ASSIGN TO 'C:\COBOL\CBLPOPIL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.




       DATA DIVISION.
           FILE SECTION.

           FD  STOCK-FWD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STOCK-FWD-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSTKB.

           FD  DELIVERY-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DELIVERY-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLDELV.

           FD  PICK-TOTAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PICK-TOTAL-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLPICK.

           FD  STOCK-ADJ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STOCK-ADJ-REC
           RECORD CONTAINS 53 CHARACTERS.
           COPY CBLSTKA.

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

           FD  PRTLEDG
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

           05 STKB-STATUS            PIC XX.
           05 DELV-STATUS            PIC XX.
           05 PICK-STATUS            PIC XX.
           05 STKA-STATUS            PIC XX.
           05 RUNC-STATUS            PIC XX.
           05 RUNC-FOUND-SW          PIC X         VALUE 'N'.
               88 RUNC-FOUND               VALUE 'Y'.
           05 STALE-SEASON-SW        PIC X         VALUE 'N'.
               88 STALE-SEASON             VALUE 'Y'.
           05 SECTION-SW             PIC X         VALUE 'A'.
               88 ADJ-SECTION              VALUE 'A'.
               88 LEDGER-SECTION           VALUE 'L'.

           05 C-POP-TYPE             PIC 99.
           05 FL-SLOT                PIC 99.
           05 C-ENDING               PIC S9(7).
           05 ADJ-CRT                PIC 9999      VALUE ZERO.
           05 ADJ-REJECT-CRT         PIC 9999      VALUE ZERO.
           05 NOT-ON-FILE-CRT        PIC 9999      VALUE ZERO.
           05 RECOUNT-CRT            PIC 9999      VALUE ZERO.

      ******************************************************************
      *LEDGER TABLE - ONE SLOT PER FLAVOR-TABLE SLOT, THE WAY CBLDSM09
      *KEEPS ITS SHORTAGE STATE.  EVERY SIDE IS SUMMED, SO A FLAVOR
      *ON TWO PACKING-SLIP LINES OR A DOZEN ADJUSTMENTS LANDS IN ONE
      *LEDGER LINE.
      ******************************************************************
       01 LEDGER-AREA.
           05 LEDGER-ENTRY OCCURS 30 TIMES.
               10 LG-OPENING         PIC 9(7)      VALUE ZERO.
               10 LG-RECEIVED        PIC 9(7)      VALUE ZERO.
               10 LG-HANDED          PIC 9(7)      VALUE ZERO.
               10 LG-DAMAGED         PIC 9(7)      VALUE ZERO.
               10 LG-RETURNED        PIC 9(7)      VALUE ZERO.

       01 LEDGER-TOTALS.
           05 TOT-OPENING            PIC 9(7)      VALUE ZERO.
           05 TOT-RECEIVED           PIC 9(7)      VALUE ZERO.
           05 TOT-HANDED             PIC 9(7)      VALUE ZERO.
           05 TOT-DAMAGED            PIC 9(7)      VALUE ZERO.
           05 TOT-RETURNED           PIC 9(7)      VALUE ZERO.
           05 TOT-ENDING             PIC S9(7)     VALUE ZERO.

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
           05 FILLER                   PIC X(49) VALUE SPACES.
           05 FILLER                   PIC X(30)
               VALUE 'PRODUCT STOCK LEDGER - SEASON '.
           05 O-SEASON-YEAR            PIC 9999.
           05 FILLER                   PIC X(49) VALUE SPACES.

       01 ADJ-SECTION-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               'STOCK ADJUSTMENTS (CBLSTKA):'.
           05 FILLER                   PIC X(99) VALUE SPACES.

       01 COL-HEADING-ADJ.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'DATE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE 'CD'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE 'FLAVOR'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'TYPE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE '  CASES'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE 'REASON'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE 'RESULT'.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 ADJ-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-A-DATE                 PIC 9999/99/99
                                           BLANK WHEN ZERO.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-A-CODE                 PIC XX.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-A-NAME                 PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-A-TYPE                 PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-A-CASES                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-A-REASON               PIC X(20).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-A-RESULT               PIC X(24).
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 NO-ADJ-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
               'NO STOCK ADJUSTMENTS KEYED THIS SEASON.'.
           05 FILLER                   PIC X(89) VALUE SPACES.

       01 ADJ-TOTAL-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(21) VALUE
               'ADJUSTMENTS APPLIED: '.
           05 O-ADJ-CRT                PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'REJECTED: '.
           05 O-ADJ-REJECT-CRT         PIC Z,ZZ9.
           05 FILLER                   PIC X(83) VALUE SPACES.

       01 COL-HEADING-LDG.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE 'FLAVOR'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE ' OPENING'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'RECEIVED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE ' HANDOUT'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE ' DAMAGED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'RETURNED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE ' ON HAND '.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE SPACES.

       01 LEDGER-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-L-NAME                 PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-L-OPENING              PIC ZZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-L-RECEIVED             PIC ZZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-L-HANDED               PIC ZZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-L-DAMAGED              PIC ZZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-L-RETURNED             PIC ZZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-L-ENDING               PIC ZZZZ,ZZ9-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-L-FLAG                 PIC X(20).
           05 FILLER                   PIC X(24) VALUE SPACES.

       01 LEDGER-SECTION-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               'STOCK LEDGER BY FLAVOR:'.
           05 FILLER                   PIC X(99) VALUE SPACES.

       01 CLOSE-FILE-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(52) VALUE
               'CLOSING ON HAND WRITTEN TO CBLSTKO.DAT - CARRIED TO '.
           05 FILLER                   PIC X(42) VALUE
               'NEXT SEASON BY THE SEASON CLOSE (CBLDSM20)'.
           05 FILLER                   PIC X(35) VALUE SPACES.

       01 RECOUNT-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE '*** '.
           05 O-RECOUNT-CRT            PIC Z,ZZ9.
           05 FILLER                   PIC X(52) VALUE
               ' FLAVOR(S) BELOW ZERO - RECOUNT THE SHED; CARRIED AS'.
           05 FILLER                   PIC X(17) VALUE
               ' NONE ON HAND ***'.
           05 FILLER                   PIC X(51) VALUE SPACES.

       01 NOT-ON-FILE-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(52) VALUE
               '*** FEED LINES FOR FLAVORS NOT ON FLAVOR FILE (LEFT '.
           05 FILLER                   PIC X(6) VALUE 'OUT): '.
           05 O-NOT-ON-FILE-CRT        PIC Z,ZZ9.
           05 FILLER                   PIC X(4) VALUE ' ***'.
           05 FILLER                   PIC X(62) VALUE SPACES.

      ******************************************************************
      *PRINTED AT THE TOP WHEN THE RUN-CONTROL FILE IS FOR ANOTHER
      *SEASON - THE PACKING SLIP, PICK FEED, AND ADJUSTMENTS ON DISK
      *MAY BE LAST SEASON'S.  A ROLLED SEASON IS NOT WARNED ABOUT:
      *THE FINAL SHED COUNT IS TAKEN BETWEEN THE ROLL AND THE CLOSE.
      ******************************************************************
       01 STALE-SEASON-LIT.
           05 FILLER                   PIC X(52) VALUE
               '*** WARNING - STOCK FEEDS MAY PREDATE THIS SEASON - '.
           05 FILLER                   PIC X(44) VALUE
               'RUN CONTROL IS FOR ANOTHER SEASON YEAR ***'.
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
           MOVE CURRENT-YEAR                 TO O-SEASON-YEAR.

           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-CHECK-RUN-CONTROL.

           PERFORM L3-LOAD-OPENING.
           PERFORM L3-LOAD-RECEIVED.
           PERFORM L3-LOAD-HANDED.

           OPEN OUTPUT PRTLEDG.
           PERFORM L3-HEADINGS-PRT.
           IF STALE-SEASON
               WRITE PRINTLINE FROM STALE-SEASON-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

       L2-MAINLINE.
           OPEN INPUT STOCK-ADJ-FILE.
           IF STKA-STATUS = '00'
               PERFORM L3-READ-ADJ
               PERFORM L3-APPLY-ADJ THRU L3-APPLY-ADJ-EXIT
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE STOCK-ADJ-FILE.
           MOVE 'F' TO EOF.

           IF ADJ-CRT = ZERO AND ADJ-REJECT-CRT = ZERO
               WRITE PRINTLINE FROM NO-ADJ-LIT
                           AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ADJ-CRT        TO O-ADJ-CRT.
           MOVE ADJ-REJECT-CRT TO O-ADJ-REJECT-CRT.
           WRITE PRINTLINE FROM ADJ-TOTAL-LINE
                       AFTER ADVANCING 2 LINES.

           MOVE 'L' TO SECTION-SW.
           PERFORM L3-HEADINGS-PRT.
           OPEN OUTPUT STOCK-CLOSE-FILE.
           PERFORM L3-LEDGER-FLAVOR
               VARYING FL-SLOT FROM 1 BY 1
               UNTIL FL-SLOT > FLAVOR-COUNT.
           CLOSE STOCK-CLOSE-FILE.

       L2-CLOSINGS.
           MOVE 'TOTALS'     TO O-L-NAME.
           MOVE TOT-OPENING  TO O-L-OPENING.
           MOVE TOT-RECEIVED TO O-L-RECEIVED.
           MOVE TOT-HANDED   TO O-L-HANDED.
           MOVE TOT-DAMAGED  TO O-L-DAMAGED.
           MOVE TOT-RETURNED TO O-L-RETURNED.
           MOVE TOT-ENDING   TO O-L-ENDING.
           MOVE SPACES       TO O-L-FLAG.
           WRITE PRINTLINE FROM LEDGER-LINE
                       AFTER ADVANCING 2 LINES.

           IF RECOUNT-CRT > ZERO
               MOVE RECOUNT-CRT TO O-RECOUNT-CRT
               WRITE PRINTLINE FROM RECOUNT-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           IF NOT-ON-FILE-CRT > ZERO
               MOVE NOT-ON-FILE-CRT TO O-NOT-ON-FILE-CRT
               WRITE PRINTLINE FROM NOT-ON-FILE-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           WRITE PRINTLINE FROM CLOSE-FILE-LIT
                       AFTER ADVANCING 3 LINES.

           CLOSE PRTLEDG.

      ******************************************************************
      *SEASON RUN CONTROL - WARNS ONLY WHEN THE RUN CONTROL IS MISSING
      *OR FOR ANOTHER SEASON YEAR (SEE STALE-SEASON-LIT).  THE RUN-
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
      *THE THREE FEEDS - OPENING, RECEIVED, HANDED OUT - SLOTTED BY
      *FLAVOR.  A MISSING FEED COUNTS AS ZERO (NO LEFTOVERS, NOTHING
      *DELIVERED YET, NO PICK LISTS RUN YET).  A LINE FOR A FLAVOR NO
      *LONGER ON THE FLAVOR FILE IS COUNTED AND LEFT OUT.
      ******************************************************************
       L3-LOAD-OPENING.
           OPEN INPUT STOCK-FWD-FILE.
           IF STKB-STATUS = '00'
               PERFORM L3-LOAD-OPENING-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE STOCK-FWD-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-OPENING-REC.
           READ STOCK-FWD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE SB-CODE TO C-POP-TYPE
                   PERFORM L3-FLAVOR-SEARCH
                   IF FLAVOR-FOUND AND SB-CASES IS NUMERIC
                       SET FL-SLOT TO FL-IDX
                       ADD SB-CASES TO LG-OPENING (FL-SLOT)
                   ELSE
                       ADD 1 TO NOT-ON-FILE-CRT
                   END-IF
           END-READ.

       L3-LOAD-RECEIVED.
           OPEN INPUT DELIVERY-FILE.
           IF DELV-STATUS = '00'
               PERFORM L3-LOAD-RECEIVED-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE DELIVERY-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-RECEIVED-REC.
           READ DELIVERY-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE DL-CODE TO C-POP-TYPE
                   PERFORM L3-FLAVOR-SEARCH
                   IF FLAVOR-FOUND AND DL-CASES IS NUMERIC
                       SET FL-SLOT TO FL-IDX
                       ADD DL-CASES TO LG-RECEIVED (FL-SLOT)
                   ELSE
                       ADD 1 TO NOT-ON-FILE-CRT
                   END-IF
           END-READ.

       L3-LOAD-HANDED.
           OPEN INPUT PICK-TOTAL-FILE.
           IF PICK-STATUS = '00'
               PERFORM L3-LOAD-HANDED-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE PICK-TOTAL-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-HANDED-REC.
           READ PICK-TOTAL-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE PK-CODE TO C-POP-TYPE
                   PERFORM L3-FLAVOR-SEARCH
                   IF FLAVOR-FOUND AND PK-CASES IS NUMERIC
                       SET FL-SLOT TO FL-IDX
                       ADD PK-CASES TO LG-HANDED (FL-SLOT)
                   ELSE
                       ADD 1 TO NOT-ON-FILE-CRT
                   END-IF
           END-READ.

       L3-READ-ADJ.
           READ STOCK-ADJ-FILE
               AT END
                   MOVE 'T' TO EOF.

      ******************************************************************
      *ONE ADJUSTMENT - EDITED FOR FLAVOR, TYPE, AND CASE COUNT IN
      *THAT ORDER; THE FIRST FAILURE IS THE ONE PRINTED.  AN
      *ADJUSTMENT THAT PASSES IS ADDED TO ITS FLAVOR'S DAMAGED OR
      *RETURNED COLUMN.
      ******************************************************************
       L3-APPLY-ADJ.
           MOVE SPACES TO ADJ-LINE.
           IF SA-DATE IS NUMERIC
               MOVE SA-DATE TO O-A-DATE
           ELSE
               MOVE ZERO    TO O-A-DATE
           END-IF.
           MOVE SA-CODE   TO O-A-CODE.
           MOVE SA-NAME   TO O-A-NAME.
           MOVE SA-REASON TO O-A-REASON.
           IF SA-DAMAGED
               MOVE 'DAMAGED ' TO O-A-TYPE
           ELSE
               IF SA-RETURNED
                   MOVE 'RETURNED' TO O-A-TYPE
               ELSE
                   MOVE SA-TYPE    TO O-A-TYPE
               END-IF
           END-IF.
           IF SA-CASES IS NUMERIC
               MOVE SA-CASES TO O-A-CASES
           ELSE
               MOVE ZERO     TO O-A-CASES
           END-IF.

           IF SA-CODE NOT NUMERIC
               MOVE '*REJ* FLAVOR NOT ON FILE' TO O-A-RESULT
               GO TO L3-APPLY-ADJ-REJECT.
           MOVE SA-CODE TO C-POP-TYPE.
           PERFORM L3-FLAVOR-SEARCH.
           IF FLAVOR-NOT-FOUND
               MOVE '*REJ* FLAVOR NOT ON FILE' TO O-A-RESULT
               GO TO L3-APPLY-ADJ-REJECT.
           MOVE FT-NAME (FL-IDX) TO O-A-NAME.

           IF NOT SA-DAMAGED AND NOT SA-RETURNED
               MOVE '*REJ* TYPE NOT D OR R' TO O-A-RESULT
               GO TO L3-APPLY-ADJ-REJECT.

           IF SA-CASES NOT NUMERIC
               MOVE '*REJ* BAD CASE COUNT' TO O-A-RESULT
               GO TO L3-APPLY-ADJ-REJECT.
           IF SA-CASES = ZERO
               MOVE '*REJ* BAD CASE COUNT' TO O-A-RESULT
               GO TO L3-APPLY-ADJ-REJECT.

           SET FL-SLOT TO FL-IDX.
           IF SA-DAMAGED
               ADD SA-CASES TO LG-DAMAGED (FL-SLOT)
           ELSE
               ADD SA-CASES TO LG-RETURNED (FL-SLOT)
           END-IF.
           ADD 1 TO ADJ-CRT.
           MOVE 'APPLIED' TO O-A-RESULT.
           GO TO L3-APPLY-ADJ-PRINT.

       L3-APPLY-ADJ-REJECT.
           ADD 1 TO ADJ-REJECT-CRT.

       L3-APPLY-ADJ-PRINT.
           WRITE PRINTLINE FROM ADJ-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.
           PERFORM L3-READ-ADJ.
       L3-APPLY-ADJ-EXIT.
           EXIT.

      ******************************************************************
      *ONE LEDGER LINE AND ONE CLOSING ON-HAND RECORD PER FLAVOR ON
      *THE FLAVOR FILE.  THE LINE IS PRINTED EVEN WHEN EVERY COLUMN
      *IS ZERO, SO THE SHED COUNT SHEET LISTS EVERY FLAVOR.
      ******************************************************************
       L3-LEDGER-FLAVOR.
           COMPUTE C-ENDING = LG-OPENING (FL-SLOT)
                            + LG-RECEIVED (FL-SLOT)
                            - LG-HANDED (FL-SLOT)
                            - LG-DAMAGED (FL-SLOT)
                            - LG-RETURNED (FL-SLOT).
           MOVE FT-NAME (FL-SLOT)     TO O-L-NAME.
           MOVE LG-OPENING (FL-SLOT)  TO O-L-OPENING.
           MOVE LG-RECEIVED (FL-SLOT) TO O-L-RECEIVED.
           MOVE LG-HANDED (FL-SLOT)   TO O-L-HANDED.
           MOVE LG-DAMAGED (FL-SLOT)  TO O-L-DAMAGED.
           MOVE LG-RETURNED (FL-SLOT) TO O-L-RETURNED.
           MOVE C-ENDING              TO O-L-ENDING.
           IF C-ENDING < ZERO
               MOVE '*BELOW ZERO-RECOUNT*' TO O-L-FLAG
               ADD 1 TO RECOUNT-CRT
           ELSE
               MOVE SPACES TO O-L-FLAG
           END-IF.
           WRITE PRINTLINE FROM LEDGER-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

           ADD LG-OPENING (FL-SLOT)  TO TOT-OPENING.
           ADD LG-RECEIVED (FL-SLOT) TO TOT-RECEIVED.
           ADD LG-HANDED (FL-SLOT)   TO TOT-HANDED.
           ADD LG-DAMAGED (FL-SLOT)  TO TOT-DAMAGED.
           ADD LG-RETURNED (FL-SLOT) TO TOT-RETURNED.

           IF C-ENDING < ZERO
               MOVE ZERO TO C-ENDING
           END-IF.
           ADD C-ENDING TO TOT-ENDING.
           MOVE FT-CODE (FL-SLOT) TO SO-CODE.
           MOVE FT-NAME (FL-SLOT) TO SO-NAME.
           MOVE C-ENDING          TO SO-CASES.
           WRITE STOCK-CLOSE-REC.

       L3-HEADINGS-PRT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE FROM HEADING1
                       AFTER ADVANCING PAGE.

           WRITE PRINTLINE FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE FROM HEADING3
                       AFTER ADVANCING 1 LINE.

           IF LEDGER-SECTION
               WRITE PRINTLINE FROM LEDGER-SECTION-LIT
                           AFTER ADVANCING 2 LINES
               WRITE PRINTLINE FROM COL-HEADING-LDG
                           AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRINTLINE FROM ADJ-SECTION-LIT
                           AFTER ADVANCING 2 LINES
               WRITE PRINTLINE FROM COL-HEADING-ADJ
                           AFTER ADVANCING 2 LINES
           END-IF.


       END PROGRAM CBLDSM23.
