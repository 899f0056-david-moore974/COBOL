       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDSM21.
       AUTHOR.     David Moore.
       DATE-WRITTEN. 10/15/26.

      ******************************************************************
      *CROSS-PROGRAM CONTROL-TOTAL BALANCING, RUN AFTER EACH WEEKLY
      *POSTING CYCLE.  EVERY PROGRAM PRINTS ITS OWN TOTALS, BUT
      *NOTHING PROVED THEY AGREED WITH EACH OTHER.  THIS TIES THREE
      *SETS OF FIGURES TOGETHER AND FLAGS ANY BREAK OUT OF BALANCE
      *BEFORE ANYTHING GOES TO THE BOARD OR THE TREASURER:
      *  RECORD COUNT - EVERY CP#4.DAT RECORD MUST HAVE POSTED, BEEN
      *    REJECTED (CBLREJQ.DAT), BEEN SUSPENDED AS A DUPLICATE
      *    (CBLSUSP.DAT), OR BEEN A CANCELLATION THAT REVERSED.  THE
      *    POSTED AND CANCELLED COUNTS COME OFF CBLDSM04'S COMPLETED
      *    CHECKPOINT (SEE CBLCKPT.CPY); THE REJECTS AND SUSPENDS ARE
      *    COUNTED OFF THE FILES THEMSELVES.  THE ORDERS AND
      *    CANCELLATIONS ON THE POSTED-ORDER FILE (CBLPORD.DAT) MUST
      *    EQUAL THE CHECKPOINT'S POSTED AND CANCELLED COUNTS.
      *  DOLLARS - THE SUM OF SEL-CURR-TOTAL OVER THE SELLER MASTER
      *    MUST EQUAL THE TEAM TOTALS ON THE LATEST RUN RECORD
      *    (TYPE 'R') ON THE AUDIT LOG.
      *  CASES - PER FLAVOR, THE CASE TOTALS CBLDSM04 WROTE
      *    (CBLCASET.DAT), LESS ANY DELIVERY SHORTAGE (CBLSHRT.DAT),
      *    MUST EQUAL WHAT THE CBLDSM09 PICK LISTS WILL HAND OUT.
      *    THE PICK-LIST SIDE IS RECOMPUTED HERE FROM THE SAME
      *    POSTED-ORDER FILE CBLDSM09 READS, WITH ITS SHORTAGE RULE.
      *NOTHING IS WRITTEN BUT THE REPORT - THIS IS A READER, NOT A
      *STEP IN THE SEASON, AND MAY BE RERUN AS OFTEN AS NEEDED.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *10/15/26   DLM  ORIGINAL.
      *10/15/26   DLM  THE PICK-LIST NET CASES ARE BUILT FROM CBLDSM04'S
      *                POSTED-ORDER FILE (CBLPORD.DAT), AS CBLDSM09 NOW
      *                PICKS FROM IT, INSTEAD OF RE-EDITING CP#4.DAT -
      *                CP#4.DAT IS ONLY COUNTED.  THE RECORD-COUNT
      *                BALANCE TIES THE FILE'S ORDERS AND CANCELLATIONS
      *                TO THE CHECKPOINT'S POSTED AND CANCELLED COUNTS.
      ******************************************************************




       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POP-MASTER
               ASSIGN TO 'C:\COBOL\CP#4.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS POP-STATUS.
           SELECT POSTED-ORDER-FILE
               ASSIGN TO 'C:\COBOL\CBLPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORD-STATUS.
           SELECT REJECT-QUEUE-FILE
               ASSIGN TO 'C:\COBOL\CBLREJQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJQ-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO 'C:\COBOL\CBLSUSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS.
           SELECT CHKPT-FILE
               ASSIGN TO 'C:\COBOL\CBLCKPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.
           SELECT SELLER-MASTER
               ASSIGN TO 'C:\COBOL\CBLSELM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-KEY
               FILE STATUS IS SEL-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT CASE-TOTAL-FILE
               ASSIGN TO 'C:\COBOL\CBLCASET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASET-STATUS.
           SELECT SHORTAGE-FILE
               ASSIGN TO 'C:\COBOL\CBLSHRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHRT-STATUS.
           SELECT FLAVOR-FILE
               ASSIGN TO 'C:\COBOL\CBLFLAV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEAM-FILE
               ASSIGN TO 'C:\COBOL\CBLTEAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEAM-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLRUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-STATUS.
           SELECT PRTCTL
               ASSIGN TO 'C:\COBOL\CBLPOPCT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.




       DATA DIVISION.
           FILE SECTION.

           FD  POP-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 80 CHARACTERS.
       01  I-REC.
           05 P-LNAME          PIC X(15).
           05 P-FNAME          PIC X(15).
           05 P-ADDRESS        PIC X(15).
           05 P-CITY           PIC X(10).
           05 P-STATE          PIC XX.
           05 P-ZIP            PIC 9(9).
           05 P-POP-TYPE       PIC 99.
           05 P-CASES          PIC 99.
           05 P-TEAM           PIC X.
           05 P-REC-TYPE       PIC X.
               88 P-ORDER             VALUE SPACE.
               88 P-CANCEL            VALUE 'C'.
           05 P-ORDER-DATE     PIC 9(8).

           FD  POSTED-ORDER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSTED-ORDER-REC
           RECORD CONTAINS 120 CHARACTERS.
           COPY CBLPORD.

           FD  REJECT-QUEUE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS REJECT-QUEUE-REC
           RECORD CONTAINS 89 CHARACTERS.
           COPY CBLREJQ.

           FD  SUSPENSE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SUSPENSE-REC
           RECORD CONTAINS 89 CHARACTERS.
           COPY CBLSUSP.

           FD  CHKPT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CHECKPOINT-REC.
           COPY CBLCKPT.

           FD  SELLER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SELLER-MASTER-REC.
           COPY CBLSELM.

           FD  AUDIT-LOG-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 207 CHARACTERS.
           COPY CBLAUDIT.

           FD  CASE-TOTAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CASE-TOTAL-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLCASET.

           FD  SHORTAGE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SHORTAGE-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSHRT.

           FD  FLAVOR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS FLAVOR-REC
           RECORD CONTAINS 26 CHARACTERS.
           COPY CBLFLAVT.

           FD  TEAM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS TEAM-REC
           RECORD CONTAINS 51 CHARACTERS.
           COPY CBLTEAMT.

           FD  RUN-CONTROL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUN-CONTROL-REC
           RECORD CONTAINS 8 CHARACTERS.
           COPY CBLRUNC.

           FD  PRTCTL
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRINTLINE             PIC X(132).




       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                    PIC X         VALUE 'F'.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05 C-PCTR                 PIC 99        VALUE ZERO.

           05 POP-STATUS             PIC XX.
           05 PORD-STATUS            PIC XX.
           05 REJQ-STATUS            PIC XX.
           05 SUSP-STATUS            PIC XX.
           05 CKPT-STATUS            PIC XX.
           05 SEL-STATUS             PIC XX.
           05 AUD-STATUS             PIC XX.
           05 CASET-STATUS           PIC XX.
           05 SHRT-STATUS            PIC XX.
           05 TEAM-STATUS            PIC XX.
           05 RUNC-STATUS            PIC XX.

           05 RUNC-FOUND-SW          PIC X         VALUE 'N'.
               88 RUNC-FOUND               VALUE 'Y'.
           05 STALE-SEASON-SW        PIC X         VALUE 'N'.
               88 STALE-SEASON             VALUE 'Y'.
           05 CKPT-FOUND-SW          PIC X         VALUE 'N'.
               88 CKPT-FOUND               VALUE 'Y'.
           05 RUN-AUD-FOUND-SW       PIC X         VALUE 'N'.
               88 RUN-AUD-FOUND            VALUE 'Y'.

           05 C-POP-TYPE             PIC 99.
           05 C-TEAMS                PIC X.
           05 FL-SLOT                PIC 99.
           05 AUD-SUB                PIC 99.
           05 RUN-AUD-DATE           PIC 9(8)      VALUE ZERO.
           05 RUN-AUD-TIME           PIC 9(6)      VALUE ZERO.

      ******************************************************************
      *RECORD-COUNT CONTROLS - CP#4.DAT, THE REJECT QUEUE, AND THE
      *SUSPENSE FILE ARE COUNTED HERE; THE POSTED AND CANCELLED
      *COUNTS ARE CBLDSM04'S, OFF ITS LAST CHECKPOINT.  THE REJECT
      *QUEUE, SUSPENSE FILE, AND POSTED-ORDER FILE EXTEND ACROSS THE
      *WEEKLY CYCLES AND THE CHECKPOINT COUNTS CARRY FORWARD, SO ALL
      *THE FIGURES ARE SEASON-TO-DATE.
      ******************************************************************
           05 CP4-CRT                PIC 9(7)      VALUE ZERO.
           05 REJQ-CRT               PIC 9(7)      VALUE ZERO.
           05 SUSP-FILE-CRT          PIC 9(7)      VALUE ZERO.
           05 POSTED-CRT             PIC 9(7)      VALUE ZERO.
           05 CANCELLED-CRT          PIC 9(7)      VALUE ZERO.
           05 CKPT-READ-CRT          PIC 9(7)      VALUE ZERO.
           05 ACCOUNTED-CRT          PIC 9(7)      VALUE ZERO.
           05 UNPOSTED-CRT           PIC 9(7)      VALUE ZERO.
           05 CNT-DIFF               PIC S9(7)     VALUE ZERO.
           05 PORD-ORDER-CRT         PIC 9(7)      VALUE ZERO.
           05 PORD-CANCEL-CRT        PIC 9(7)      VALUE ZERO.
           05 BREAK-CRT              PIC 999       VALUE ZERO.
           05 NO-FLAVOR-CRT          PIC 9999      VALUE ZERO.

       01 CALCS.
           05 SELLER-CURR-SUM        PIC 9(10)V99  VALUE ZERO.
           05 RUN-AUD-SUM            PIC 9(10)V99  VALUE ZERO.
           05 AMT-DIFF               PIC S9(10)V99 VALUE ZERO.
           05 CS-POSTED              PIC S9(6).
           05 CS-SHORT               PIC S9(6).
           05 CS-HANDOUT             PIC S9(6).
           05 CS-PICK                PIC S9(6).
           05 CS-DIFF                PIC S9(6).

      ******************************************************************
      *PER-FLAVOR CASE STATE - ONE SLOT PER FLAVOR-TABLE SLOT, THE
      *SAME WAY CBLDSM09 KEEPS ITS SHORTAGE STATE.  ORD-NET-CASES IS
      *THE NET POSTED CASES CBLDSM09 PICKS FROM (CANCELS NEGATIVE);
      *SHORT-CASES-TBL IS
      *CBLDSM06'S SHORTAGE FEED; CASET-SEEN-SW MARKS A FLAVOR THAT
      *HAD A LINE ON CBLCASET.DAT.
      ******************************************************************
       01 FLAVOR-CASE-AREA.
           05 FLAVOR-CASE-ENTRY OCCURS 30 TIMES.
               10 ORD-NET-CASES      PIC S9(6)     VALUE ZERO.
               10 SHORT-CASES-TBL    PIC S9(6)     VALUE ZERO.
               10 CASET-SEEN-SW      PIC X         VALUE 'N'.

      ******************************************************************
      *THE LATEST RUN RECORD'S TEAM TOTALS, KEPT AS THE AUDIT LOG IS
      *READ FRONT TO BACK - EACH 'R' RECORD REPLACES THE LAST, SO
      *WHAT IS LEFT AT END OF FILE IS THE MOST RECENT POSTING.
      ******************************************************************
       01 RUN-AUD-AREA.
           05 RUN-AUD-TEAM-COUNT     PIC 99        VALUE ZERO.
           05 RUN-AUD-TEAM-ENTRY OCCURS 10 TIMES.
               10 RUN-AUD-TEAM-CODE  PIC X.
               10 RUN-AUD-TEAM-TOTAL PIC 9(10)V99.

      ******************************************************************
      *FLAVOR TABLE - LOADED AT L2-INIT FROM CBLFLAV.DAT, SAME AS
      *CBLDSM04.  SEE COPYLIB\CBLFLAVW.CPY.
      ******************************************************************
           COPY CBLFLAVW.

      ******************************************************************
      *TEAM TABLE - LOADED AT L2-INIT FROM CBLTEAM.DAT, SAME AS
      *CBLDSM09, TO NAME THE TEAMS ON THE DOLLAR BALANCE.  SEE
      *COPYLIB\CBLTEAMW.CPY.
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
           05 FILLER                   PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(33)
               VALUE 'CONTROL-TOTAL BALANCING - SEASON '.
           05 O-SEASON-YEAR            PIC 9999.
           05 FILLER                   PIC X(8) VALUE '  CYCLE '.
           05 O-CYCLE-NO               PIC ZZ9.
           05 FILLER                   PIC X(44) VALUE SPACES.

       01 SECTION-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-SECTION-LIT            PIC X(60).
           05 FILLER                   PIC X(69) VALUE SPACES.

       01 BAL-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-BAL-LIT                PIC X(40).
           05 O-BAL-CNT                PIC Z,ZZZ,ZZ9-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-BAL-FLAG               PIC X(24).
           05 FILLER                   PIC X(49) VALUE SPACES.

       01 AMT-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-AMT-LIT                PIC X(40).
           05 O-AMT                    PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-AMT-FLAG               PIC X(24).
           05 FILLER                   PIC X(44) VALUE SPACES.

       01 AUD-TEAM-LINE.
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'TEAM '.
           05 O-AT-CODE                PIC X.
           05 FILLER                   PIC XX VALUE SPACES.
           05 O-AT-NAME                PIC X(20).
           05 FILLER                   PIC X(9) VALUE SPACES.
           05 O-AT-AMT                 PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(71) VALUE SPACES.

       01 COL-HEADING-CASES.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE 'FLAVOR'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE '  POSTED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE ' SHORTED'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE ' HANDOUT'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'PICKLIST'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE '    DIFF'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 CASE-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-CS-NAME                PIC X(16).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-CS-POSTED              PIC ZZZ,ZZ9-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-CS-SHORT               PIC ZZZ,ZZ9-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-CS-HANDOUT             PIC ZZZ,ZZ9-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-CS-PICK                PIC ZZZ,ZZ9-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-CS-DIFF                PIC ZZZ,ZZ9-.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-CS-FLAG                PIC X(24).
           05 FILLER                   PIC X(28) VALUE SPACES.

       01 OOB-FLAG-LIT                 PIC X(24)
                           VALUE '*** OUT OF BALANCE ***'.
       01 INB-FLAG-LIT                 PIC X(24)
                           VALUE 'IN BALANCE'.

      ******************************************************************
      *PRINTED AT THE TOP WHEN THE RUN-CONTROL FILE SAYS THE FILES
      *BEING BALANCED WERE NOT POSTED THIS SEASON - SAME RULE AS
      *CBLDSM15'S SETTLEMENT WARNING.
      ******************************************************************
       01 STALE-SEASON-LIT.
           05 FILLER                   PIC X(52) VALUE
               '*** WARNING - SEASON FEEDS MAY PREDATE THIS SEASON -'.
           05 FILLER                   PIC X(44) VALUE
               ' RUN THE SALES REPORT (CBLDSM04) FIRST ***'.
           05 FILLER                   PIC X(36) VALUE SPACES.

       01 NO-CKPT-LIT.
           05 FILLER                   PIC X(52) VALUE
               '*** NO CBLDSM04 CHECKPOINT ON FILE - POSTED AND CANC'.
           05 FILLER                   PIC X(36) VALUE
               'ELLED COUNTS TAKEN AS ZERO ***'.
           05 FILLER                   PIC X(44) VALUE SPACES.

       01 CKPT-INPROG-LIT.
           05 FILLER                   PIC X(52) VALUE
               '*** LAST CBLDSM04 RUN DID NOT FINISH - RESTART IT BE'.
           05 FILLER                   PIC X(36) VALUE
               'FORE BALANCING ***'.
           05 FILLER                   PIC X(44) VALUE SPACES.

       01 NO-RUN-AUD-LIT.
           05 FILLER                   PIC X(52) VALUE
               '*** NO SALES RUN RECORD (TYPE R) ON THE AUDIT LOG **'.
           05 FILLER                   PIC X(80) VALUE '*'.

       01 RUN-AUD-STAMP-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               'LATEST SALES RUN RECORD DATED '.
           05 O-RA-DATE                PIC 9999/99/99.
           05 FILLER                   PIC X(4) VALUE ' AT '.
           05 O-RA-TIME                PIC 99B99B99.
           05 FILLER                   PIC X(74) VALUE SPACES.

      ******************************************************************
      *PRINTED WHEN A CASE-TOTAL RECORD NAMES A FLAVOR CODE NO LONGER
      *ON THE FLAVOR FILE - SAME GAP CBLDSM15 COUNTS.
      ******************************************************************
       01 NO-FLAVOR-LIT.
           05 FILLER                   PIC X(44) VALUE
               '*** CASE TOTALS NOT ON THE FLAVOR FILE:     '.
           05 O-NO-FLAVOR-CRT          PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE '***'.
           05 FILLER                   PIC X(75) VALUE SPACES.

       01 FINAL-OK-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(50) VALUE
               'ALL CONTROL TOTALS IN BALANCE'.
           05 FILLER                   PIC X(79) VALUE SPACES.

       01 FINAL-BAD-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
               '*** OUT OF BALANCE -     '.
           05 O-BREAK-CRT              PIC ZZ9.
           05 FILLER                   PIC X(52) VALUE
               ' BREAK(S) - HOLD REPORTS FOR THE BOARD/TREASURER ***'.
           05 FILLER                   PIC X(49) VALUE SPACES.




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
           MOVE ZERO                         TO O-CYCLE-NO.

           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-LOAD-TEAM-TABLE.
           PERFORM L3-LOAD-SHORTAGE-TABLE.
           PERFORM L3-CHECK-RUN-CONTROL.

           OPEN INPUT SELLER-MASTER.
           IF SEL-STATUS NOT = '00'
               DISPLAY 'CBLDSM21: SELLER MASTER OPEN FAILED - '
                       'STATUS ' SEL-STATUS
               DISPLAY 'CBLDSM21: CONVERT OR REBUILD CBLSELM.DAT '
                       '(SEE CBLDSM14) - RUN ABORTED.'
               STOP RUN
           END-IF.

           OPEN OUTPUT PRTCTL.
           PERFORM L3-HEADINGS-PRT.
           IF STALE-SEASON
               WRITE PRINTLINE OF PRTCTL FROM STALE-SEASON-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

       L2-MAINLINE.
           PERFORM L3-BALANCE-RECORD-COUNTS.
           PERFORM L3-BALANCE-DOLLARS.
           PERFORM L3-BALANCE-CASES.

       L2-CLOSINGS.
           IF BREAK-CRT = ZERO
               WRITE PRINTLINE OF PRTCTL FROM FINAL-OK-LIT
                           AFTER ADVANCING 3 LINES
           ELSE
               MOVE BREAK-CRT TO O-BREAK-CRT
               WRITE PRINTLINE OF PRTCTL FROM FINAL-BAD-LIT
                           AFTER ADVANCING 3 LINES
           END-IF.

           CLOSE SELLER-MASTER.
           CLOSE PRTCTL.

      ******************************************************************
      *SEASON RUN CONTROL - SAME WARNING RULE AS CBLDSM15.  THE
      *SEASON YEAR AND CYCLE NUMBER GO ON THE HEADING SO EACH
      *BALANCING REPORT SAYS WHICH POSTING CYCLE IT PROVED.  THE
      *RUN-CONTROL FILE IS NEVER REWRITTEN HERE.
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
               IF RC-CYCLE-NO IS NUMERIC
                   MOVE RC-CYCLE-NO TO O-CYCLE-NO
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
      *TEAM TABLE LOAD - SAME TABLE CBLDSM04 VALIDATES AGAINST,
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
      *SHORTAGE FEED LOAD - CBLDSM06'S SHORTED FLAVORS, KEYED INTO
      *THE FLAVOR SLOT LIKE CBLDSM09 DOES.  A MISSING OR EMPTY FEED
      *MEANS A CLEAN DELIVERY.  A SHORTED FLAVOR NOT ON THE FLAVOR
      *FILE CANNOT BE PLACED AND IS LEFT OUT, AS CBLDSM09 LEAVES IT.
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
                       SET FL-SLOT TO FL-IDX
                       ADD SR-SHORT-CASES
                               TO SHORT-CASES-TBL (FL-SLOT)
                   END-IF
           END-READ.

      ******************************************************************
      *RECORD-COUNT BALANCE.  CP#4.DAT IS COUNTED FRONT TO BACK.
      *THE POSTED-ORDER FILE IS READ ONCE - ITS ORDERS AND
      *CANCELLATIONS ARE COUNTED, AND THE SAME PASS BUILDS THE
      *PICK-LIST NET CASES THE CASE BALANCE USES
      *(L3-SCAN-POSTED-ORDER).  RECORDS ON CP#4.DAT BEYOND THE
      *CHECKPOINT'S RECORD COUNT WERE ADDED AFTER THE LAST CYCLE
      *POSTED (NEW KEYING, OR CBLDSM07 RESUBMISSIONS) AND
      *ARE SHOWN SEPARATELY - THEY ARE WHY THE COUNT DOES NOT TIE
      *UNTIL THE NEXT CYCLE RUNS.
      ******************************************************************
       L3-BALANCE-RECORD-COUNTS.
           OPEN INPUT POP-MASTER.
           IF POP-STATUS = '00'
               PERFORM L3-COUNT-POP
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE POP-MASTER.
           MOVE 'F' TO EOF.

           OPEN INPUT POSTED-ORDER-FILE.
           IF PORD-STATUS = '00'
               PERFORM L3-SCAN-POSTED-ORDER
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE POSTED-ORDER-FILE.
           MOVE 'F' TO EOF.

           OPEN INPUT REJECT-QUEUE-FILE.
           IF REJQ-STATUS = '00'
               PERFORM L3-COUNT-REJECT
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE REJECT-QUEUE-FILE.
           MOVE 'F' TO EOF.

           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-STATUS = '00'
               PERFORM L3-COUNT-SUSPENSE
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE SUSPENSE-FILE.
           MOVE 'F' TO EOF.

           PERFORM L3-READ-CHECKPOINT.

           MOVE 'RECORD COUNT - CP#4.DAT VS. DISPOSITION'
                                       TO O-SECTION-LIT.
           WRITE PRINTLINE OF PRTCTL FROM SECTION-LINE
                       AFTER ADVANCING 3 LINES.
           IF NOT CKPT-FOUND
               WRITE PRINTLINE OF PRTCTL FROM NO-CKPT-LIT
                           AFTER ADVANCING 1 LINE
           ELSE
               IF CKPT-IN-PROGRESS
                   WRITE PRINTLINE OF PRTCTL FROM CKPT-INPROG-LIT
                               AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

           COMPUTE ACCOUNTED-CRT = POSTED-CRT + REJQ-CRT
                                 + SUSP-FILE-CRT + CANCELLED-CRT.
           COMPUTE CNT-DIFF = CP4-CRT - ACCOUNTED-CRT.
           IF CP4-CRT > CKPT-READ-CRT
               COMPUTE UNPOSTED-CRT = CP4-CRT - CKPT-READ-CRT
           ELSE
               MOVE ZERO TO UNPOSTED-CRT
           END-IF.

           MOVE 'RECORDS ON CP#4.DAT' TO O-BAL-LIT.
           MOVE CP4-CRT TO O-BAL-CNT.
           MOVE SPACES TO O-BAL-FLAG.
           PERFORM L3-WRITE-BAL-LINE.
           MOVE '  ORDERS POSTED (CBLDSM04)' TO O-BAL-LIT.
           MOVE POSTED-CRT TO O-BAL-CNT.
           PERFORM L3-WRITE-BAL-LINE.
           MOVE '  REJECTED (CBLREJQ.DAT)' TO O-BAL-LIT.
           MOVE REJQ-CRT TO O-BAL-CNT.
           PERFORM L3-WRITE-BAL-LINE.
           MOVE '  SUSPENDED (CBLSUSP.DAT)' TO O-BAL-LIT.
           MOVE SUSP-FILE-CRT TO O-BAL-CNT.
           PERFORM L3-WRITE-BAL-LINE.
           MOVE '  CANCELLATIONS REVERSED (CBLDSM04)' TO O-BAL-LIT.
           MOVE CANCELLED-CRT TO O-BAL-CNT.
           PERFORM L3-WRITE-BAL-LINE.
           MOVE 'TOTAL ACCOUNTED FOR' TO O-BAL-LIT.
           MOVE ACCOUNTED-CRT TO O-BAL-CNT.
           PERFORM L3-WRITE-BAL-LINE.
           MOVE 'DIFFERENCE' TO O-BAL-LIT.
           MOVE CNT-DIFF TO O-BAL-CNT.
           IF CNT-DIFF = ZERO
               MOVE INB-FLAG-LIT TO O-BAL-FLAG
           ELSE
               MOVE OOB-FLAG-LIT TO O-BAL-FLAG
               ADD 1 TO BREAK-CRT
           END-IF.
           PERFORM L3-WRITE-BAL-LINE.
           IF UNPOSTED-CRT > ZERO
               MOVE '  (ADDED SINCE THE LAST POSTING CYCLE)'
                                       TO O-BAL-LIT
               MOVE UNPOSTED-CRT TO O-BAL-CNT
               MOVE SPACES TO O-BAL-FLAG
               PERFORM L3-WRITE-BAL-LINE
           END-IF.

           MOVE 'ORDERS ON CBLPORD.DAT' TO O-BAL-LIT.
           MOVE PORD-ORDER-CRT TO O-BAL-CNT.
           IF PORD-ORDER-CRT = POSTED-CRT
               MOVE INB-FLAG-LIT TO O-BAL-FLAG
           ELSE
               MOVE OOB-FLAG-LIT TO O-BAL-FLAG
               ADD 1 TO BREAK-CRT
           END-IF.
           PERFORM L3-WRITE-BAL-LINE.
           MOVE 'CANCELLATIONS ON CBLPORD.DAT' TO O-BAL-LIT.
           MOVE PORD-CANCEL-CRT TO O-BAL-CNT.
           IF PORD-CANCEL-CRT = CANCELLED-CRT
               MOVE INB-FLAG-LIT TO O-BAL-FLAG
           ELSE
               MOVE OOB-FLAG-LIT TO O-BAL-FLAG
               ADD 1 TO BREAK-CRT
           END-IF.
           PERFORM L3-WRITE-BAL-LINE.

       L3-WRITE-BAL-LINE.
           WRITE PRINTLINE OF PRTCTL FROM BAL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-COUNT-POP.
           READ POP-MASTER
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO CP4-CRT
           END-READ.

      ******************************************************************
      *PICK-LIST NET CASES - THE SAME POSTED ORDERS CBLDSM09 PICKS,
      *A CANCELLATION NETTING NEGATIVE.  A FLAVOR THAT HAS SINCE COME
      *OFF THE FLAVOR FILE IS LEFT OUT, AS CBLDSM09 LEAVES IT, BUT
      *STILL COUNTS TOWARD THE RECORD-COUNT TIE.
      ******************************************************************
       L3-SCAN-POSTED-ORDER.
           READ POSTED-ORDER-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF PR-CANCEL
                       ADD 1 TO PORD-CANCEL-CRT
                   ELSE
                       ADD 1 TO PORD-ORDER-CRT
                   END-IF
                   MOVE PR-POP-TYPE TO C-POP-TYPE
                   PERFORM L3-FLAVOR-SEARCH
                   IF FLAVOR-FOUND
                       SET FL-SLOT TO FL-IDX
                       IF PR-CANCEL
                           SUBTRACT PR-CASES
                               FROM ORD-NET-CASES (FL-SLOT)
                       ELSE
                           ADD PR-CASES TO ORD-NET-CASES (FL-SLOT)
                       END-IF
                   END-IF
           END-READ.

       L3-COUNT-REJECT.
           READ REJECT-QUEUE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO REJQ-CRT
           END-READ.

       L3-COUNT-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO SUSP-FILE-CRT
           END-READ.

      ******************************************************************
      *CBLDSM04'S CHECKPOINT - ITS POSTED AND CANCELLED COUNTS ARE
      *SEASON-TO-DATE ACROSS THE WEEKLY CYCLES.  A CHECKPOINT FROM
      *BEFORE THE POSTED COUNT WAS CARRIED LOADS AS ZERO POSTED AND
      *THE COUNT BALANCE WILL SAY SO.
      ******************************************************************
       L3-READ-CHECKPOINT.
           MOVE 'N' TO CKPT-FOUND-SW.
           OPEN INPUT CHKPT-FILE.
           IF CKPT-STATUS = '00'
               READ CHKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO CKPT-FOUND-SW
               END-READ
           END-IF.
           CLOSE CHKPT-FILE.

           IF CKPT-FOUND
               IF CKPT-POST-CRT IS NUMERIC
                   MOVE CKPT-POST-CRT TO POSTED-CRT
               END-IF
               IF CKPT-CANCEL-CRT IS NUMERIC
                   MOVE CKPT-CANCEL-CRT TO CANCELLED-CRT
               END-IF
               IF CKPT-REC-COUNT IS NUMERIC
                   MOVE CKPT-REC-COUNT TO CKPT-READ-CRT
               END-IF
           END-IF.

      ******************************************************************
      *DOLLAR BALANCE - EVERY SELLER'S SEASON TOTAL ON THE MASTER,
      *FRONT TO BACK, AGAINST THE TEAM TOTALS CBLDSM04 LOGGED ON ITS
      *LATEST RUN RECORD.  THE TEAM LINES PRINT SO A BREAK CAN BE
      *CHASED TO A TEAM.
      ******************************************************************
       L3-BALANCE-DOLLARS.
           PERFORM L3-READ-SELLER.
           PERFORM L3-SUM-ONE-SELLER
               UNTIL EOF = 'T'.
           MOVE 'F' TO EOF.

           PERFORM L3-FIND-LATEST-RUN.

           MOVE 'DOLLARS - SELLER MASTER VS. LATEST SALES RUN AUDIT'
                                       TO O-SECTION-LIT.
           WRITE PRINTLINE OF PRTCTL FROM SECTION-LINE
                       AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

           IF RUN-AUD-FOUND
               MOVE RUN-AUD-DATE TO O-RA-DATE
               MOVE RUN-AUD-TIME TO O-RA-TIME
               WRITE PRINTLINE OF PRTCTL FROM RUN-AUD-STAMP-LINE
                           AFTER ADVANCING 1 LINE
               PERFORM L3-PRINT-AUD-TEAM
                   VARYING AUD-SUB FROM 1 BY 1
                   UNTIL AUD-SUB > RUN-AUD-TEAM-COUNT
           ELSE
               WRITE PRINTLINE OF PRTCTL FROM NO-RUN-AUD-LIT
                           AFTER ADVANCING 1 LINE
           END-IF.

           COMPUTE AMT-DIFF = SELLER-CURR-SUM - RUN-AUD-SUM.

           MOVE 'SELLER MASTER SEASON TOTALS' TO O-AMT-LIT.
           MOVE SELLER-CURR-SUM TO O-AMT.
           MOVE SPACES TO O-AMT-FLAG.
           PERFORM L3-WRITE-AMT-LINE.
           MOVE 'SALES RUN TEAM TOTALS (CBLAUDIT.DAT)' TO O-AMT-LIT.
           MOVE RUN-AUD-SUM TO O-AMT.
           PERFORM L3-WRITE-AMT-LINE.
           MOVE 'DIFFERENCE' TO O-AMT-LIT.
           MOVE AMT-DIFF TO O-AMT.
           IF AMT-DIFF = ZERO AND RUN-AUD-FOUND
               MOVE INB-FLAG-LIT TO O-AMT-FLAG
           ELSE
               MOVE OOB-FLAG-LIT TO O-AMT-FLAG
               ADD 1 TO BREAK-CRT
           END-IF.
           PERFORM L3-WRITE-AMT-LINE.

       L3-WRITE-AMT-LINE.
           WRITE PRINTLINE OF PRTCTL FROM AMT-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-READ-SELLER.
           READ SELLER-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.

       L3-SUM-ONE-SELLER.
           ADD SEL-CURR-TOTAL TO SELLER-CURR-SUM.
           PERFORM L3-READ-SELLER.

      ******************************************************************
      *THE AUDIT LOG IS READ FRONT TO BACK; EVERY RUN RECORD
      *REPLACES THE ONE BEFORE IT, SO THE ONE STILL HELD AT END OF
      *FILE IS THE LATEST.  A RUN RECORD WRITTEN BEFORE THE TEAM
      *TABLE SHAPE (SEE CBLAUDIT.CPY) HAS NO USABLE TEAM COUNT AND
      *IS PASSED OVER.
      ******************************************************************
       L3-FIND-LATEST-RUN.
           MOVE 'N' TO RUN-AUD-FOUND-SW.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUD-STATUS = '00'
               PERFORM L3-READ-AUDIT-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           MOVE 'F' TO EOF.

           MOVE ZERO TO RUN-AUD-SUM.
           PERFORM L3-SUM-AUD-TEAM
               VARYING AUD-SUB FROM 1 BY 1
               UNTIL AUD-SUB > RUN-AUD-TEAM-COUNT.

       L3-READ-AUDIT-REC.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF AUD-RUN
                           AND AUD-TEAM-COUNT IS NUMERIC
                           AND AUD-TEAM-COUNT NOT > 10
                       PERFORM L3-HOLD-RUN-AUDIT
                   END-IF
           END-READ.

       L3-HOLD-RUN-AUDIT.
           MOVE 'Y'            TO RUN-AUD-FOUND-SW.
           MOVE AUD-DATE       TO RUN-AUD-DATE.
           MOVE AUD-TIME       TO RUN-AUD-TIME.
           MOVE AUD-TEAM-COUNT TO RUN-AUD-TEAM-COUNT.
           PERFORM L3-HOLD-AUD-TEAM
               VARYING AUD-SUB FROM 1 BY 1
               UNTIL AUD-SUB > RUN-AUD-TEAM-COUNT.

       L3-HOLD-AUD-TEAM.
           MOVE AUD-TEAM-CODE (AUD-SUB)
                               TO RUN-AUD-TEAM-CODE (AUD-SUB).
           MOVE AUD-TEAM-TOTAL (AUD-SUB)
                               TO RUN-AUD-TEAM-TOTAL (AUD-SUB).

       L3-SUM-AUD-TEAM.
           ADD RUN-AUD-TEAM-TOTAL (AUD-SUB) TO RUN-AUD-SUM.

       L3-PRINT-AUD-TEAM.
           MOVE RUN-AUD-TEAM-CODE (AUD-SUB) TO O-AT-CODE.
           MOVE RUN-AUD-TEAM-CODE (AUD-SUB) TO C-TEAMS.
           PERFORM L3-TEAM-SEARCH.
           IF TEAM-FOUND
               MOVE TMT-NAME (TE-IDX) TO O-AT-NAME
           ELSE
               MOVE SPACES            TO O-AT-NAME
           END-IF.
           MOVE RUN-AUD-TEAM-TOTAL (AUD-SUB) TO O-AT-AMT.
           WRITE PRINTLINE OF PRTCTL FROM AUD-TEAM-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

      ******************************************************************
      *CASE BALANCE - ONE LINE PER FLAVOR ON CBLCASET.DAT.  CASES TO
      *HAND OUT ARE THE POSTED CASES LESS THE DELIVERY SHORTAGE; THE
      *PICK-LIST CASES ARE THE NET POSTED CASES LESS THE SHORTAGE
      *IT SPREADS ACROSS THE SELLERS (ALL OF IT, UP TO WHAT WAS
      *ORDERED).  A FLAVOR THE PICK LISTS WOULD PULL THAT HAS NO
      *CASE-TOTAL LINE AT ALL IS ITS OWN BREAK.
      ******************************************************************
       L3-BALANCE-CASES.
           MOVE 'CASES - CBLCASET.DAT VS. CBLDSM09 PICK LISTS'
                                       TO O-SECTION-LIT.
           WRITE PRINTLINE OF PRTCTL FROM SECTION-LINE
                       AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.
           WRITE PRINTLINE OF PRTCTL FROM COL-HEADING-CASES
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

           OPEN INPUT CASE-TOTAL-FILE.
           IF CASET-STATUS = '00'
               PERFORM L3-READ-CASE-TOTAL
               PERFORM L3-BALANCE-ONE-FLAVOR
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE CASE-TOTAL-FILE.
           MOVE 'F' TO EOF.

           PERFORM L3-CHECK-UNSEEN-FLAVOR
               VARYING FL-SLOT FROM 1 BY 1
               UNTIL FL-SLOT > FLAVOR-COUNT.

           IF NO-FLAVOR-CRT > ZERO
               MOVE NO-FLAVOR-CRT TO O-NO-FLAVOR-CRT
               WRITE PRINTLINE OF PRTCTL FROM NO-FLAVOR-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

       L3-READ-CASE-TOTAL.
           READ CASE-TOTAL-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-BALANCE-ONE-FLAVOR.
           MOVE CT-CODE  TO C-POP-TYPE.
           PERFORM L3-FLAVOR-SEARCH.
           MOVE CT-NAME  TO O-CS-NAME.
           MOVE CT-CASES TO CS-POSTED.
           IF FLAVOR-FOUND
               SET FL-SLOT TO FL-IDX
               MOVE 'Y' TO CASET-SEEN-SW (FL-SLOT)
               MOVE SHORT-CASES-TBL (FL-SLOT) TO CS-SHORT
               MOVE ORD-NET-CASES (FL-SLOT)   TO CS-PICK
           ELSE
               ADD 1 TO NO-FLAVOR-CRT
               MOVE ZERO TO CS-SHORT
               MOVE ZERO TO CS-PICK
           END-IF.
           PERFORM L3-PRINT-CASE-LINE.
           PERFORM L3-READ-CASE-TOTAL.

       L3-CHECK-UNSEEN-FLAVOR.
           IF CASET-SEEN-SW (FL-SLOT) NOT = 'Y'
                   AND ORD-NET-CASES (FL-SLOT) NOT = ZERO
               MOVE FT-NAME (FL-SLOT)         TO O-CS-NAME
               MOVE ZERO                      TO CS-POSTED
               MOVE SHORT-CASES-TBL (FL-SLOT) TO CS-SHORT
               MOVE ORD-NET-CASES (FL-SLOT)   TO CS-PICK
               PERFORM L3-PRINT-CASE-LINE
           END-IF.

      ******************************************************************
      *ON ENTRY CS-PICK HOLDS THE PICK LISTS' NET ORDERED.  THE
      *SHORTAGE COMES OFF EACH SIDE, NEVER TAKING EITHER BELOW ZERO.
      ******************************************************************
       L3-PRINT-CASE-LINE.
           IF CS-SHORT > CS-POSTED
               MOVE ZERO TO CS-HANDOUT
           ELSE
               COMPUTE CS-HANDOUT = CS-POSTED - CS-SHORT
           END-IF.
           IF CS-PICK > ZERO
               IF CS-SHORT > CS-PICK
                   MOVE ZERO TO CS-PICK
               ELSE
                   SUBTRACT CS-SHORT FROM CS-PICK
               END-IF
           END-IF.
           COMPUTE CS-DIFF = CS-HANDOUT - CS-PICK.

           MOVE CS-POSTED  TO O-CS-POSTED.
           MOVE CS-SHORT   TO O-CS-SHORT.
           MOVE CS-HANDOUT TO O-CS-HANDOUT.
           MOVE CS-PICK    TO O-CS-PICK.
           MOVE CS-DIFF    TO O-CS-DIFF.
           IF CS-DIFF = ZERO
               MOVE SPACES TO O-CS-FLAG
           ELSE
               MOVE OOB-FLAG-LIT TO O-CS-FLAG
               ADD 1 TO BREAK-CRT
           END-IF.
           WRITE PRINTLINE OF PRTCTL FROM CASE-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-HEADINGS-PRT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE OF PRTCTL FROM HEADING1
                       AFTER ADVANCING PAGE.

           WRITE PRINTLINE OF PRTCTL FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE OF PRTCTL FROM HEADING3
                       AFTER ADVANCING 1 LINE.


       END PROGRAM CBLDSM21.
