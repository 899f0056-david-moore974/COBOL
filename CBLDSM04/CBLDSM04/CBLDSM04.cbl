      *                NO LONGER REPRICES THE WHOLE SEASON.  A BLANK
      *                OR ZERO DATE (PRE-CHANGE RECORD) PRICES AT
      *                THE CURRENT PRICE AS BEFORE.
      *10/15/26   DLM  COUNTS THE ORDERS THAT ACTUALLY POST
      *                (POST-CRT) AND CARRIES THE COUNT ON THE
      *                CHECKPOINT (SEE CBLCKPT.CPY) LIKE THE CANCEL
      *                COUNT, SO THE CONTROL-TOTAL BALANCING RUN
      *                (CBLDSM21) CAN PROVE EVERY CP#4.DAT RECORD
      *                POSTED, REJECTED, SUSPENDED, OR CANCELLED.
      *10/15/26   DLM  THE PURCHASE REQUISITION (PRTREQ) NOW ORDERS
      *                ONLY THE NET NEEDED - LAST SEASON'S LEFTOVER
      *                STOCK BROUGHT FORWARD (CBLSTKB.DAT, SEE
      *                CBLSTKB.CPY) COMES OFF EACH FLAVOR'S CASES
      *                SOLD, AND THE REPORT SHOWS SOLD, ON HAND, AND
      *                TO ORDER.  THE CASE TOTALS FEED STILL CARRIES
      *                THE GROSS CASES SOLD.
      *10/15/26   DLM  REJECTS AN ORDER WHOSE ZIP DOES NOT BELONG TO
      *                ITS STATE (CODE 18) - THE FIRST THREE DIGITS
      *                MUST FALL IN ONE OF THE STATE'S PREFIX RANGES
      *                ON CBLZIP.DAT (SEE CBLZIPT/CBLZIPW, MAINTAINED
      *                BY CBLDSM10), SO THE BOTTLE DEPOSIT IS CHARGED
      *                AND REMITTED (PRTDEP, CBLDEPOT.DAT) TO THE
      *                RIGHT STATE.  A STATE WITH NO RANGES ON FILE
      *                IS NOT CHECKED.
      *10/15/26   DLM  ADDED THE TRIAL (NO-POST) RUN, ANSWERED AT THE
      *                CONSOLE AT START.  A TRIAL VALIDATES, CHECKS
      *                DUPLICATES, AND APPLIES CANCELLATIONS AS A
      *                REAL RUN WOULD, AND PRINTS PRTOUT, PRTOUTERR,
      *                PRTSUSP, AND PRTREQ WITH 'TRIAL - NOT POSTED'
      *                IN EVERY PAGE HEADING - BUT THE SELLER MASTER,
      *                JOURNAL, REJECT QUEUE, SUSPENSE FILE,
      *                CHECKPOINT, RUN CONTROL, AUDIT LOG, AND THE
      *                CASE/DEPOSIT FEEDS AND EXPORT ARE NOT TOUCHED.
      *                SELLER POSTINGS ARE HELD IN A TABLE FOR THE RUN
      *                SO A CANCEL AGAINST AN ORDER IN THE SAME BATCH
      *                STILL MATCHES.
      *10/15/26   DLM  THE RUN NOW STARTS WITH AN OPERATOR SIGN-ON
      *                (CBLOPER.DAT, SEE CBLOPERT.CPY).  A POSTED RUN
      *                NEEDS THE SALES-POSTING FUNCTION; A TRIAL NEEDS
      *                ONLY A GOOD SIGN-ON.  FAILURES AND REFUSALS ARE
      *                LOGGED (AUD-TYPE 'L'), AND THE SIGNED-ON ID IS
      *                THE AUD-USER ON THE RUN AND CANCEL AUDITS.
      *10/15/26   DLM  WRITES THE POSTED-ORDER FILE (CBLPORD.DAT, SEE
      *                CBLPORD.CPY) - ONE RECORD PER ORDER OR
      *                CANCELLATION POSTED, WITH THE DATED PRICE,
      *                DEPOSIT, AND TOTAL IT POSTED AT.  THE PICK
      *                LISTS, ROUTE MANIFESTS, SETTLEMENT, AGED
      *                RECEIVABLES, AND CONTROL TOTALS READ IT INSTEAD
      *                OF RE-EDITING CP#4.DAT.  SEASON TO DATE: A
      *                FRESH SEASON STARTS IT, A RESTART OR CYCLE ADDS
      *                TO IT, A TRIAL DOES NOT WRITE IT.
      ******************************************************************


           SELECT STATE-FILE
               ASSIGN TO 'C:\COBOL\CBLSTAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZIP-PREFIX-FILE
               ASSIGN TO 'C:\COBOL\CBLZIP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZIPS-STATUS.
           SELECT PRIZE-FILE
               ASSIGN TO 'C:\COBOL\CBLPRIZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CASE-TOTAL-FILE
               ASSIGN TO 'C:\COBOL\CBLCASET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCK-FWD-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKB-STATUS.
           SELECT DEPOSIT-TOTAL-FILE
               ASSIGN TO 'C:\COBOL\CBLDEPOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE
               ASSIGN TO 'C:\COBOL\CBLOPER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO 'C:\COBOL\CBLJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'C:\COBOL\CBLRUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNC-STATUS.
           SELECT POSTED-ORDER-FILE
               ASSIGN TO 'C:\COBOL\CBLPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORD-STATUS.
           SELECT SORT-WORK
               ASSIGN TO 'CBLSW04'.

           RECORD CONTAINS 5 CHARACTERS.
           COPY CBLSTATT.

       FD  ZIP-PREFIX-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ZIP-PREFIX-REC
           RECORD CONTAINS 8 CHARACTERS.
           COPY CBLZIPT.

       FD  PRIZE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PRIZE-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLCASET.

       FD  STOCK-FWD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STOCK-FWD-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSTKB.

       FD  DEPOSIT-TOTAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DEPOSIT-TOTAL-REC
           RECORD CONTAINS 207 CHARACTERS.
           COPY CBLAUDIT.

           FD  OPERATOR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OPERATOR-REC
           RECORD CONTAINS 48 CHARACTERS.
           COPY CBLOPERT.

       FD  JOURNAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS JOURNAL-REC
           RECORD CONTAINS 8 CHARACTERS.
           COPY CBLRUNC.

       FD  POSTED-ORDER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSTED-ORDER-REC
           RECORD CONTAINS 120 CHARACTERS.
           COPY CBLPORD.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05 SW-TEAM               PIC X.
       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                    PIC X         VALUE 'F'.
           05 OPER-STATUS            PIC XX.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
               88 SELLER-NOT-FOUND           VALUE 'N'.

           05 SEL-STATUS               PIC XX.
           05 ZIPS-STATUS              PIC XX.

           05 JRNL-ACTION-WK           PIC X.
           05 JRNL-BEFORE-WK           PIC X(102)    VALUE SPACES.

           05 CKPT-STATUS              PIC XX.
           05 RUNC-STATUS              PIC XX.
           05 PORD-STATUS              PIC XX.
           05 PRIZE-STATUS             PIC XX.
           05 TEAM-STATUS              PIC XX.
           05 RESTART-SW               PIC X         VALUE 'N'.
               88 CYCLE-SEASON               VALUE 'Y'.
           05 CYCLE-SW                 PIC X         VALUE 'N'.
               88 IS-CYCLE                   VALUE 'Y'.
           05 TRIAL-SW                 PIC X         VALUE 'N'.
               88 TRIAL-RUN                  VALUE 'Y'.
           05 TRIAL-REPLY              PIC X         VALUE 'N'.
           05 MASTER-AVAIL-SW          PIC X         VALUE 'Y'.
               88 MASTER-AVAIL               VALUE 'Y'.
           05 CYCLE-NO-WK              PIC 999       VALUE ZERO.
           05 CYC-PCTR-WK              PIC 99.
           05 CYC-PCTR-2-WK            PIC 99.
           05 CYC-PCTR-6-WK            PIC 99.

           05 FPRH-STATUS              PIC XX.
           05 STKB-STATUS              PIC XX.
           05 OH-SLOT                  PIC 99.
           05 REQ-ORDER-WK             PIC S9(6).
           05 FP-SUB                   PIC 99.
           05 FP-BEST-DATE             PIC X(8).
           05 PRICE-DATE-WK            PIC X(8).

           05 SUSP-CRT                  PIC 9999     VALUE ZERO.
           05 CANCEL-CRT                PIC 9999     VALUE ZERO.
           05 POST-CRT                  PIC 9999     VALUE ZERO.
           05 CXL-IDX                   PIC 999.
           05 CXL-FOUND-IDX             PIC 999.
           05 DUP-SHIFT-IDX             PIC 999.
               88 DIV-FOUND                   VALUE 'Y'.


      ******************************************************************
      *OPERATOR SIGN-ON AREA - SEE COPYLIB\CBLOPERW.CPY.
      ******************************************************************
           COPY CBLOPERW.

       01 CALCS.
           05 HOLD                     PIC 9(10)V99 VALUE ZERO.

           COPY CBLFLAVW.
           COPY CBLSTATW.

      ******************************************************************
      *ZIP-PREFIX/STATE TABLE - LOADED AT L2-INIT FROM CBLZIP.DAT SO
      *AN ORDER'S ZIP CAN BE CHECKED AGAINST ITS STATE BEFORE THE
      *DEPOSIT IS ACCUMULATED.  SEE COPYLIB\CBLZIPW.CPY.
      ******************************************************************
           COPY CBLZIPW.

      ******************************************************************
      *EFFECTIVE-DATED PRICE TABLE - LOADED AT L2-INIT FROM
      *CBLFPRH.DAT (APPENDED BY CBLDSM10 ON EVERY FLAVOR PRICE ADD
      ******************************************************************
           COPY CBLFPRW.

      ******************************************************************
      *STOCK ON HAND - LAST SEASON'S LEFTOVER CASES PER FLAVOR-TABLE
      *SLOT, LOADED AT L2-INIT FROM CBLSTKB.DAT.  THE REQUISITION
      *ORDERS CASES SOLD LESS THESE.
      ******************************************************************
       01 ON-HAND-AREA.
           05 OH-ENTRY OCCURS 30 TIMES.
               10 OH-CASES             PIC 9(6)      VALUE ZERO.

      ******************************************************************
      *TEAM TABLE - LOADED AT L2-INIT FROM THE TEAM MASTER FILE
      *CBLTEAM.DAT, SO ADDING A TEAM IS A DATA CHANGE.  TEAM
           05 TS-SWAP-TOTAL           PIC 9(10)V99.
           05 TOP-SELLER-OVERFLOW-CRT PIC 9999     VALUE ZERO.

      ******************************************************************
      *TRIAL-RUN SELLER POSTINGS - A TRIAL NEVER REWRITES THE SELLER
      *MASTER, SO WHAT EACH SELLER WOULD HAVE POSTED THIS RUN IS HELD
      *HERE AND LAID OVER THE MASTER RECORD AT LOOKUP.  A SECOND ORDER
      *FROM A NEW SELLER PICKS UP THE ADDRESS FROM THE FIRST, AND A
      *CANCEL AGAINST AN ORDER EARLIER IN THE BATCH FINDS THE DOLLARS
      *TO BACK OUT, THE SAME AS ON A REAL RUN.  A SELLER PAST THE END
      *OF THE TABLE IS COUNTED AND REPORTED.
      ******************************************************************
       01 TRIAL-SELLER-AREA.
           05 TRS-COUNT               PIC 999      VALUE ZERO.
           05 TRS-OVERFLOW-CRT        PIC 9999     VALUE ZERO.
           05 TRS-IDX                 PIC 999.
           05 TRS-FOUND-IDX           PIC 999.
           05 TRS-FOUND-SW            PIC X        VALUE 'N'.
               88 TRS-FOUND                   VALUE 'Y'.
           05 TRS-ENTRY OCCURS 500 TIMES.
               10 TRS-LNAME           PIC X(15).
               10 TRS-FNAME           PIC X(15).
               10 TRS-ADDRESS         PIC X(15).
               10 TRS-CITY            PIC X(10).
               10 TRS-STATE           PIC XX.
               10 TRS-ZIP             PIC 9(9).
               10 TRS-TEAM            PIC X.
               10 TRS-NET             PIC S9(7)V99.


       01 HEADING1.
           05 FILLER                 PIC X(6)       VALUE 'DATE: '.
           05 O-NAME                   PIC X(10) VALUE 'MOORE'.
           05 FILLER                   PIC X VALUE SPACE.
           05 FILLER                   PIC X(8) VALUE 'DIVISION'.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 O-TRIAL-LIT              PIC X(26) VALUE SPACES.
           05 FILLER                   PIC X(26) VALUE SPACES.


       01 HEADING3.
       01 COL-HEADING-REQ.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE 'FLAVOR'.
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'CASES SOLD'.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'ON HAND'.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'CASES TO ORDER'.
           05 FILLER                   PIC X(62) VALUE SPACES.

       01 COL-HEADING-TOP.
           05 FILLER                   PIC X(3) VALUE SPACES.
       01 REQ-DETAIL-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 RQ-NAME                  PIC X(16).
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 RQ-SOLD                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 RQ-ON-HAND               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 RQ-CASES                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(5) VALUE 'CASES'.
           05 FILLER                   PIC X(54) VALUE SPACES.

       01 TOP-DETAIL-LINE.
           05 FILLER                   PIC XXX VALUE SPACES.
               ' RELEASE USED COUNTS NOT RESTORED, RESET TO 0 **'.
           05 FILLER                   PIC X(30) VALUE SPACES.

      ******************************************************************
      *PRINTED ON PRTOUT AT THE END OF A TRIAL RUN WHEN MORE SELLERS
      *POSTED THAN THE TRIAL SELLER TABLE HOLDS - THE COUNT IS OF
      *ORDERS AND CANCELS THAT WERE CHECKED AGAINST THE MASTER ALONE.
      ******************************************************************
       01 TRIAL-OVERFLOW-LIT.
           05 FILLER                   PIC X(49) VALUE
               '*** TRIAL SELLER TABLE FULL - ORDERS NOT HELD:   '.
           05 O-TRS-OVERFLOW-CRT       PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(3) VALUE '***'.
           05 FILLER                   PIC X(70) VALUE SPACES.

       01 TOTAL-ERR-LIT.
           05 FILLER                   PIC X(13) VALUE 'TOTAL ERRORS '.
           05 O-ERR-CRT                PIC Z,ZZ9.
           MOVE CURRENT-MONTH                TO H1-MONTH OF HEADING1-6.
           MOVE CURRENT-YEAR                 TO H1-YEAR OF HEADING1-6.

           MOVE 'SALES POSTING' TO SIGNON-FUNCTION.
           PERFORM L3-SIGN-ON.

           PERFORM L3-ASK-TRIAL.
           IF NOT TRIAL-RUN AND NOT SO-MAY-POST-SALES
               PERFORM L3-REFUSE-OPERATOR
           END-IF.

           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-LOAD-STOCK-ON-HAND.
           PERFORM L3-LOAD-PRICE-HISTORY.
           PERFORM L3-LOAD-STATE-TABLE.
           PERFORM L3-LOAD-ZIP-TABLE.
           PERFORM L3-LOAD-TEAM-TABLE.
           PERFORM L3-LOAD-PRIZE-TABLE.
           PERFORM L3-LOAD-RELEASE-TABLE.
           PERFORM L3-CHECK-RUN-CONTROL.
           PERFORM L3-CHECK-RESTART.

      ******************************************************************
      *A TRIAL CANNOT RUN OVER A CRASHED RUN - IT WOULD OVERWRITE THE
      *REPORTS THE RESTART EXTENDS.
      ******************************************************************
           IF TRIAL-RUN AND IS-RESTART
               DISPLAY 'CBLDSM04: A CRASHED RUN IS WAITING TO RESTART '
                       '- RESTART IT BEFORE A TRIAL.'
               DISPLAY 'CBLDSM04: TRIAL RUN ABORTED.'
               STOP RUN
           END-IF.

           OPEN INPUT POP-MASTER.

           IF TRIAL-RUN
               OPEN INPUT SELLER-MASTER
               IF SEL-STATUS = '35'
                   MOVE 'N' TO MASTER-AVAIL-SW
                   MOVE '00' TO SEL-STATUS
               END-IF
           ELSE
               OPEN I-O SELLER-MASTER
               IF SEL-STATUS = '35'
                   OPEN OUTPUT SELLER-MASTER
                   CLOSE SELLER-MASTER
                   OPEN I-O SELLER-MASTER
               END-IF
           END-IF.

      ******************************************************************
               STOP RUN
           END-IF.

           IF TRIAL-RUN
               PERFORM L3-TRIAL-OPEN
           ELSE
               OPEN EXTEND JOURNAL-FILE
               IF IS-RESTART
                   OPEN EXTEND PRTOUT
                   OPEN EXTEND PRTOUTERR
                   OPEN EXTEND PRTDELIM
                   OPEN EXTEND REJECT-QUEUE-FILE
                   OPEN EXTEND SUSPENSE-FILE
                   OPEN EXTEND PRTSUSP
                   PERFORM L3-POSTED-ORDER-EXTEND
                   PERFORM L3-RESTART-RESTORE
                   WRITE PRINTLINE OF PRTOUT FROM RESTART-BANNER-LIT
                               AFTER ADVANCING 2 LINES
                   WRITE DELIM-PRINTLINE FROM RESTART-BANNER-DELIM
                   PERFORM L3-RESTART-SKIP
               ELSE
                   IF IS-CYCLE
                       PERFORM L3-CYCLE-OPEN
                   ELSE
                       OPEN OUTPUT PRTOUT
                       OPEN OUTPUT PRTOUTERR
                       OPEN OUTPUT PRTDELIM
                       OPEN OUTPUT REJECT-QUEUE-FILE
                       OPEN OUTPUT SUSPENSE-FILE
                       OPEN OUTPUT PRTSUSP
                       OPEN OUTPUT POSTED-ORDER-FILE
                       PERFORM L3-HEADINGS-PRT
                       PERFORM L3-HEADINGS-ERR
                       PERFORM L3-HEADINGS-SUSP
                   END-IF
               END-IF
           END-IF.

           WRITE SUSP-PRINTLINE FROM TOTAL-SUSP-LIT
                           AFTER ADVANCING 2 LINES.

      ******************************************************************
      *A TRIAL PRINTS ONLY THE REQUISITION - THE CASE AND DEPOSIT
      *FEEDS, REMITTANCE, TOP SELLERS, LABELS, AUDIT LOG, CHECKPOINT,
      *AND RUN CONTROL ALL RECORD A POSTING AND ARE LEFT AS THE LAST
      *POSTED RUN WROTE THEM.
      ******************************************************************
           IF TRIAL-RUN
               PERFORM L3-PRINT-REQUISITION
               IF TRS-OVERFLOW-CRT > ZERO
                   MOVE TRS-OVERFLOW-CRT TO O-TRS-OVERFLOW-CRT
                   WRITE PRINTLINE OF PRTOUT FROM TRIAL-OVERFLOW-LIT
                               AFTER ADVANCING 2 LINES
               END-IF
               DISPLAY 'CBLDSM04: TRIAL RUN COMPLETE - NOTHING POSTED.'
           ELSE
               PERFORM L3-WRITE-CASE-TOTALS
               PERFORM L3-WRITE-DEPOSIT-TOTALS
               PERFORM L3-PRINT-REQUISITION
               PERFORM L3-PRINT-REMITTANCE
               PERFORM L3-RANK-TOP-SELLERS
               PERFORM L3-PRINT-TOP-SELLERS
               PERFORM L3-PRINT-WINNER-LABELS
               PERFORM L3-WRITE-RUN-AUDIT

               MOVE 'C' TO CKPT-STATUS-FLAG
               MOVE C-REC-COUNT TO CKPT-REC-COUNT
               OPEN OUTPUT CHKPT-FILE
               WRITE CHECKPOINT-REC
               CLOSE CHKPT-FILE

               PERFORM L3-STAMP-RUN-CONTROL
           END-IF.

           CLOSE POP-MASTER.
           CLOSE PRTOUT.
           CLOSE PRTOUTERR.
           CLOSE PRTSUSP.
           IF NOT TRIAL-RUN
               CLOSE PRTDELIM
               CLOSE REJECT-QUEUE-FILE
               CLOSE SUSPENSE-FILE
               CLOSE JOURNAL-FILE
               CLOSE POSTED-ORDER-FILE
           END-IF.
           IF MASTER-AVAIL
               CLOSE SELLER-MASTER
           END-IF.

       L3-READ.
           READ POP-MASTER
                   MOVE ZERO     TO FT-CASES (FL-IDX)
           END-READ.

      ******************************************************************
      *STOCK BROUGHT FORWARD - CBLDSM20 WRITES CBLSTKB.DAT AT SEASON
      *CLOSE FROM THE STOCK LEDGER'S CLOSING COUNT.  A MISSING FILE
      *(FIRST SEASON) OR A FLAVOR NO LONGER ON THE FLAVOR FILE
      *SIMPLY MEANS NOTHING ON HAND FOR THE REQUISITION TO NET OFF.
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
                   IF SB-CODE IS NUMERIC AND SB-CASES IS NUMERIC
                       MOVE SB-CODE TO C-POP-TYPE
                       PERFORM L3-FLAVOR-SEARCH
                       IF FLAVOR-FOUND
                           SET OH-SLOT TO FL-IDX
                           ADD SB-CASES TO OH-CASES (OH-SLOT)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *DATED-PRICE HISTORY LOAD - A MISSING OR EMPTY FILE SIMPLY
      *MEANS EVERY ORDER PRICES AT THE FLAVOR FILE'S CURRENT PRICE,
                   MOVE ZERO       TO STT-DEPO-AMT (ST-IDX)
           END-READ.

      ******************************************************************
      *ZIP-PREFIX TABLE LOAD - CBLZIP.DAT IS MAINTAINED BY CBLDSM10.
      *A MISSING FILE LOADS AN EMPTY TABLE AND NO ZIP IS CHECKED.
      ******************************************************************
       L3-LOAD-ZIP-TABLE.
           MOVE ZERO TO ZIP-PREFIX-COUNT.
           OPEN INPUT ZIP-PREFIX-FILE.
           IF ZIPS-STATUS = '00'
               PERFORM L3-LOAD-ZIP-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ZIP-PREFIX-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-ZIP-REC.
           READ ZIP-PREFIX-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF ZIP-PREFIX-COUNT < 99
                           AND ZP-PREFIX-LOW IS NUMERIC
                           AND ZP-PREFIX-HIGH IS NUMERIC
                       ADD 1 TO ZIP-PREFIX-COUNT
                       SET ZP-IDX TO ZIP-PREFIX-COUNT
                       MOVE ZP-STATE       TO ZPT-STATE (ZP-IDX)
                       MOVE ZP-PREFIX-LOW  TO ZPT-PREFIX-LOW (ZP-IDX)
                       MOVE ZP-PREFIX-HIGH TO ZPT-PREFIX-HIGH (ZP-IDX)
                   END-IF
           END-READ.

      ******************************************************************
      *ZIP-TO-STATE CHECK - C-STATE AND ZIP-PREFIX-WK ARE SET BY THE
      *CALLER.  A STATE WITH NO RANGES ON THE TABLE PASSES.
      ******************************************************************
       L3-ZIP-STATE-CHECK.
           MOVE 'N' TO ZIP-STATE-LISTED-SW.
           MOVE 'N' TO ZIP-IN-STATE-SW.
           PERFORM L3-ZIP-STATE-TEST
               VARYING ZP-IDX FROM 1 BY 1
               UNTIL ZP-IDX > ZIP-PREFIX-COUNT
                   OR ZIP-IN-STATE.
           IF NOT ZIP-STATE-LISTED
               MOVE 'Y' TO ZIP-IN-STATE-SW
           END-IF.

       L3-ZIP-STATE-TEST.
           IF ZPT-STATE (ZP-IDX) = C-STATE
               MOVE 'Y' TO ZIP-STATE-LISTED-SW
               IF ZIP-PREFIX-WK NOT < ZPT-PREFIX-LOW (ZP-IDX)
                       AND ZIP-PREFIX-WK NOT > ZPT-PREFIX-HIGH (ZP-IDX)
                   MOVE 'Y' TO ZIP-IN-STATE-SW
               END-IF
           END-IF.

      ******************************************************************
      *PRIZE-TIER TABLE LOAD - CBLPRIZ.DAT IS MAINTAINED EACH SEASON
      *LIKE CBLFLAV.DAT.  AN EMPTY OR MISSING FILE FALLS BACK TO THE
           MOVE P-LNAME OF I-REC TO SEL-LNAME.
           MOVE P-FNAME OF I-REC TO SEL-FNAME.
           MOVE 'N' TO SEL-FOUND-SW.
           IF MASTER-AVAIL
               READ SELLER-MASTER
                   INVALID KEY
                       MOVE 'N' TO SEL-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO SEL-FOUND-SW
                       MOVE SELLER-MASTER-REC TO JRNL-BEFORE-WK
               END-READ
           END-IF.

           IF TRIAL-RUN
               PERFORM L3-TRIAL-SELLER-APPLY
           END-IF.

           IF SELLER-FOUND
               IF P-ADDRESS OF I-REC EQUAL SPACES
               PERFORM L3-WRITE-JOURNAL
           END-IF.

      ******************************************************************
      *TRIAL-RUN SELLER POSTING - THE DOLLARS THIS RUN WOULD HAVE
      *POSTED ARE HELD ON THE TRIAL SELLER TABLE INSTEAD OF THE
      *MASTER.  AT LOOKUP THEY ARE LAID OVER THE MASTER RECORD (OR
      *STAND IN FOR IT WHEN THE SELLER IS NEW THIS RUN), SO THE
      *ADDRESS FILL AND THE CANCEL-EXCEEDS-TOTAL EDIT SEE WHAT A
      *POSTED RUN WOULD SEE.
      ******************************************************************
       L3-TRIAL-SELLER-APPLY.
           MOVE 'N' TO TRS-FOUND-SW.
           PERFORM L3-TRIAL-SELLER-SCAN
               VARYING TRS-IDX FROM 1 BY 1
               UNTIL TRS-IDX > TRS-COUNT
                   OR TRS-FOUND.
           IF TRS-FOUND
               IF SELLER-NOT-FOUND
                   MOVE 'Y' TO SEL-FOUND-SW
                   MOVE TRS-ADDRESS (TRS-FOUND-IDX) TO SEL-ADDRESS
                   MOVE TRS-CITY (TRS-FOUND-IDX)    TO SEL-CITY
                   MOVE TRS-STATE (TRS-FOUND-IDX)   TO SEL-STATE
                   MOVE TRS-ZIP (TRS-FOUND-IDX)     TO SEL-ZIP
                   MOVE TRS-TEAM (TRS-FOUND-IDX)    TO SEL-TEAM
                   MOVE ZERO                        TO SEL-CURR-TOTAL
                   MOVE ZERO                        TO SEL-PAID-TOTAL
               END-IF
               ADD TRS-NET (TRS-FOUND-IDX) TO SEL-CURR-TOTAL
           END-IF.

       L3-TRIAL-SELLER-SCAN.
           IF TRS-LNAME (TRS-IDX) = SEL-LNAME
                   AND TRS-FNAME (TRS-IDX) = SEL-FNAME
               MOVE 'Y' TO TRS-FOUND-SW
               MOVE TRS-IDX TO TRS-FOUND-IDX
           END-IF.

       L3-TRIAL-SELLER-FIND.
           MOVE 'N' TO TRS-FOUND-SW.
           PERFORM L3-TRIAL-SELLER-SCAN
               VARYING TRS-IDX FROM 1 BY 1
               UNTIL TRS-IDX > TRS-COUNT
                   OR TRS-FOUND.
           IF NOT TRS-FOUND
               IF TRS-COUNT < 500
                   ADD 1 TO TRS-COUNT
                   MOVE TRS-COUNT          TO TRS-FOUND-IDX
                   MOVE 'Y'                TO TRS-FOUND-SW
                   MOVE SEL-LNAME          TO TRS-LNAME (TRS-COUNT)
                   MOVE SEL-FNAME          TO TRS-FNAME (TRS-COUNT)
                   MOVE P-ADDRESS OF I-REC TO TRS-ADDRESS (TRS-COUNT)
                   MOVE P-CITY OF I-REC    TO TRS-CITY (TRS-COUNT)
                   MOVE P-STATE OF I-REC   TO TRS-STATE (TRS-COUNT)
                   MOVE P-ZIP OF I-REC     TO TRS-ZIP (TRS-COUNT)
                   MOVE P-TEAM OF I-REC    TO TRS-TEAM (TRS-COUNT)
                   MOVE ZERO               TO TRS-NET (TRS-COUNT)
               ELSE
                   ADD 1 TO TRS-OVERFLOW-CRT
               END-IF
           END-IF.

       L3-TRIAL-SELLER-POST.
           PERFORM L3-TRIAL-SELLER-FIND.
           IF TRS-FOUND
               ADD TOTAL TO TRS-NET (TRS-FOUND-IDX)
           END-IF.

       L3-TRIAL-SELLER-CANCEL.
           PERFORM L3-TRIAL-SELLER-FIND.
           IF TRS-FOUND
               SUBTRACT TOTAL FROM TRS-NET (TRS-FOUND-IDX)
           END-IF.

      ******************************************************************
      *SELLER-MASTER JOURNAL - EVERY ADD/REWRITE/DELETE OF A SELLER
      *RECORD IS APPENDED TO CBLJRNL.DAT WITH ITS BEFORE AND AFTER
                       PERFORM L3-SUSPEND-DUP
                   ELSE
                       PERFORM L3-CALCS
                       IF TRIAL-RUN
                           PERFORM L3-TRIAL-SELLER-POST
                       ELSE
                           PERFORM L3-SELLER-POST
                       END-IF
                       ADD 1 TO POST-CRT
                       IF NOT TRIAL-RUN
                           PERFORM L3-WRITE-POSTED-ORDER
                       END-IF
                       PERFORM L3-RELEASE-DETAIL
                       PERFORM L3-TOP-SELLER-CAPTURE
                   END-IF
           ADD 1 TO C-REC-COUNT.
           DIVIDE C-REC-COUNT BY CKPT-INTERVAL
               GIVING CKPT-DUE-QUOT REMAINDER CKPT-DUE-REM.
           IF CKPT-DUE-REM = 0 AND NOT TRIAL-RUN
               PERFORM L3-CHECKPOINT-SAVE
           END-IF.
       L3-SORT-READ-LOOP-EXIT.
           MOVE REJ-SEQ-NO TO SU-SEQ-NO.
           MOVE 12         TO SU-ERR-CODE.
           MOVE I-REC      TO SU-ORIG-REC.
           IF NOT TRIAL-RUN
               WRITE SUSPENSE-REC
           END-IF.

           MOVE I-REC      TO SU-REC-OUT.
           MOVE REJ-SEQ-NO TO O-SU-SEQ-NO.
               PERFORM L3-ERROR
               GO TO L3-PROCESS-CANCEL-EXIT.

           IF TRIAL-RUN
               PERFORM L3-TRIAL-SELLER-CANCEL
           ELSE
               SUBTRACT TOTAL FROM SEL-CURR-TOTAL
               REWRITE SELLER-MASTER-REC
               MOVE 'R' TO JRNL-ACTION-WK
               MOVE SELLER-MASTER-REC TO JRNL-AFTER-WK
               PERFORM L3-WRITE-JOURNAL
           END-IF.

           IF FT-CASES (FL-IDX) > P-CASES
               SUBTRACT P-CASES FROM FT-CASES (FL-IDX)
           PERFORM L3-CANCEL-TOP-SELLER.
           PERFORM L3-RELEASE-CANCEL-DETAIL.
           ADD 1 TO CANCEL-CRT.
           IF NOT TRIAL-RUN
               PERFORM L3-WRITE-POSTED-ORDER
               PERFORM L3-WRITE-CANCEL-AUDIT
           END-IF.
       L3-PROCESS-CANCEL-EXIT.
           EXIT.

      ******************************************************************
      *ONE POSTED-ORDER RECORD FOR THE ORDER OR CANCELLATION JUST
      *POSTED - THE DOLLARS ARE EXACTLY WHAT WENT TO THE SELLER
      *MASTER.  PRICE-DATE-WK IS THE DATE IT WAS PRICED AT (A
      *CANCELLATION'S IS THE MATCHED ORDER'S DATE).  THE SEQUENCE
      *NUMBER IS THE RECORD'S PLACE ON CP#4.DAT - C-REC-COUNT IS
      *BUMPED AFTER THE RECORD IS PROCESSED.
      ******************************************************************
       L3-WRITE-POSTED-ORDER.
           COMPUTE PR-SEQ-NO = C-REC-COUNT + 1.
           MOVE P-REC-TYPE              TO PR-REC-TYPE.
           MOVE P-LNAME OF I-REC        TO PR-LNAME.
           MOVE P-FNAME OF I-REC        TO PR-FNAME.
           MOVE P-ADDRESS               TO PR-ADDRESS.
           MOVE P-CITY OF I-REC         TO PR-CITY.
           MOVE P-STATE OF I-REC        TO PR-STATE.
           MOVE P-ZIP OF I-REC          TO PR-ZIP.
           MOVE P-TEAM                  TO PR-TEAM.
           MOVE P-POP-TYPE              TO PR-POP-TYPE.
           MOVE CALC-POP-LIT            TO PR-POP-NAME.
           MOVE P-CASES                 TO PR-CASES.
           IF PRICE-DATE-WK IS NUMERIC
               MOVE PRICE-DATE-WK       TO PR-ORDER-DATE
           ELSE
               MOVE ZERO                TO PR-ORDER-DATE
           END-IF.
           MOVE CALC-PRICE-WK           TO PR-PRICE.
           MOVE POP-DEPO-AMT            TO PR-DEPOSIT.
           MOVE TOTAL                   TO PR-TOTAL.
           WRITE POSTED-ORDER-REC.

       L3-CXL-SCAN.
           IF DUP-LNAME (CXL-IDX) = P-LNAME OF I-REC
                   AND DUP-FNAME (CXL-IDX) = P-FNAME OF I-REC
           MOVE AUD-DATE-WK        TO AUD-DATE.
           MOVE AUD-TIME-WK        TO AUD-TIME.
           MOVE ZERO               TO AUD-SEQ-NO.
           MOVE SIGNON-ID          TO AUD-USER.
           MOVE ZERO               TO AUD-FIELD-CODE.
           MOVE P-LNAME OF I-REC   TO AUD-OLD-VALUE.
           MOVE P-POP-TYPE         TO CXV-POP.
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

           IF NOT TRIAL-RUN
               PERFORM L3-BUILD-DELIM-LINE
               WRITE DELIM-PRINTLINE FROM DELIM-LINE
           END-IF.


       L3-BUILD-DELIM-LINE.
               MOVE 06 TO RQ-ERR-CODE
               GO TO L3-VALIDATION-EXIT.

           MOVE P-ZIP (1:3) TO ZIP-PREFIX-WK.
           PERFORM L3-ZIP-STATE-CHECK.
           IF ZIP-NOT-IN-STATE
               MOVE 'ZIP NOT VALID FOR STATE' TO OE-MESG
               MOVE 'Y' TO ERROR-SW
               MOVE 18 TO RQ-ERR-CODE
               GO TO L3-VALIDATION-EXIT.

           IF P-POP-TYPE NOT NUMERIC
               MOVE 'POP TYPE NOT NUMERIC' TO OE-MESG
               MOVE 'Y' TO ERROR-SW

           MOVE REJ-SEQ-NO TO RQ-SEQ-NO.
           MOVE I-REC      TO RQ-ORIG-REC.
           IF NOT TRIAL-RUN
               WRITE REJECT-QUEUE-REC
           END-IF.



               UNTIL FL-IDX > FLAVOR-COUNT.
           CLOSE PRTREQ.

      ******************************************************************
      *NET REQUISITION - CASES SOLD LESS THE STOCK ALREADY IN THE
      *SHED, NEVER BELOW ZERO.  A FLAVOR WHOSE LEFTOVERS COVER THE
      *SEASON'S SALES STILL PRINTS, SHOWING ZERO TO ORDER.
      ******************************************************************
       L3-PRINT-REQ-LINE.
           MOVE SPACES          TO REQ-DETAIL-LINE.
           SET OH-SLOT TO FL-IDX.
           COMPUTE REQ-ORDER-WK =
               FT-CASES (FL-IDX) - OH-CASES (OH-SLOT).
           IF REQ-ORDER-WK < ZERO
               MOVE ZERO TO REQ-ORDER-WK
           END-IF.
           MOVE FT-NAME (FL-IDX) TO RQ-NAME.
           MOVE FT-CASES (FL-IDX) TO RQ-SOLD.
           MOVE OH-CASES (OH-SLOT) TO RQ-ON-HAND.
           MOVE REQ-ORDER-WK     TO RQ-CASES.
           WRITE REQ-PRINTLINE OF PRTREQ FROM REQ-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
           MOVE AUD-DATE-WK    TO AUD-DATE.
           MOVE AUD-TIME-WK    TO AUD-TIME.
           MOVE ZERO           TO AUD-SEQ-NO.
           MOVE SIGNON-ID      TO AUD-USER.
           MOVE ZERO           TO AUD-FIELD-CODE.
           MOVE SPACES         TO AUD-OLD-VALUE.
           MOVE SPACES         TO AUD-NEW-VALUE.
               END-IF
           END-IF.

      ******************************************************************
      *TRIAL OR POSTED RUN - ASKED BEFORE ANY HEADING PRINTS SO THE
      *TRIAL MARKING IS ON EVERY PAGE.
      ******************************************************************
       L3-ASK-TRIAL.
           DISPLAY 'CBLDSM04: TRIAL RUN - PREVIEW ONLY, POST NOTHING? '
                   '(Y/N)'.
           ACCEPT TRIAL-REPLY.
           IF TRIAL-REPLY = 'Y' OR 'y'
               MOVE 'Y' TO TRIAL-SW
               MOVE '*** TRIAL - NOT POSTED ***' TO O-TRIAL-LIT
           END-IF.

      ******************************************************************
      *AN IN-PROGRESS CHECKPOINT IS A CRASHED RUN TO RESTART, AS
      *ALWAYS.  A COMPLETED CHECKPOINT FROM A POSTED CYCLE OF THE
           OPEN OUTPUT PRTSUSP.
           OPEN EXTEND REJECT-QUEUE-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           PERFORM L3-POSTED-ORDER-EXTEND.
           PERFORM L3-HEADINGS-PRT.
           PERFORM L3-HEADINGS-ERR.
           PERFORM L3-HEADINGS-SUSP.
           WRITE DELIM-PRINTLINE FROM CYCLE-BANNER-DELIM.
           PERFORM L3-RESTART-SKIP.

      ******************************************************************
      *THE POSTED-ORDER FILE IS SEASON TO DATE, SO A RESTART OR A
      *WEEKLY CYCLE ADDS TO IT.  A SEASON STARTED BEFORE THE FILE
      *EXISTED HAS NONE YET - START ONE RATHER THAN STOP THE RUN.
      ******************************************************************
       L3-POSTED-ORDER-EXTEND.
           OPEN EXTEND POSTED-ORDER-FILE.
           IF PORD-STATUS = '35'
               OPEN OUTPUT POSTED-ORDER-FILE
           END-IF.

      ******************************************************************
      *TRIAL OPEN - ONLY THE THREE PRINTED REPORTS (THE REQUISITION
      *OPENS AT CLOSING AS USUAL).  A TRIAL OF A WEEKLY CYCLE READS
      *THE LAST CYCLE'S COMPLETED CHECKPOINT THE SAME AS A POSTED
      *CYCLE WOULD, SO IT PREVIEWS THE SEASON-TO-DATE TOTALS AND
      *ONLY THE RECORDS NEW SINCE THAT CYCLE.
      ******************************************************************
       L3-TRIAL-OPEN.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           OPEN OUTPUT PRTSUSP.
           PERFORM L3-HEADINGS-PRT.
           PERFORM L3-HEADINGS-ERR.
           PERFORM L3-HEADINGS-SUSP.
           IF IS-CYCLE
               MOVE C-PCTR   TO CYC-PCTR-WK
               MOVE C-PCTR-2 TO CYC-PCTR-2-WK
               MOVE C-PCTR-6 TO CYC-PCTR-6-WK
               PERFORM L3-RESTART-RESTORE
               MOVE CYC-PCTR-WK   TO C-PCTR
               MOVE CYC-PCTR-2-WK TO C-PCTR-2
               MOVE CYC-PCTR-6-WK TO C-PCTR-6
               COMPUTE CYCLE-NO-WK = RC-CYCLE-NO + 1
               MOVE CYCLE-NO-WK TO O-CYCLE-NO
               WRITE PRINTLINE OF PRTOUT FROM CYCLE-BANNER-LIT
                           AFTER ADVANCING 2 LINES
               PERFORM L3-RESTART-SKIP
           END-IF.

       L3-RESTART-RESTORE.
           OPEN INPUT CHKPT-FILE.
           READ CHKPT-FILE.
           ELSE
               MOVE ZERO              TO CANCEL-CRT
           END-IF.
           IF CKPT-POST-CRT IS NUMERIC
               MOVE CKPT-POST-CRT     TO POST-CRT
           ELSE
               MOVE ZERO              TO POST-CRT
           END-IF.
           PERFORM L3-CKPT-LOAD-DUPS
               VARYING DUP-IDX FROM 1 BY 1
               UNTIL DUP-IDX > DUP-COUNT.
           MOVE SUSP-CRT         TO CKPT-SUSP-CRT.
           MOVE C-PCTR-6         TO CKPT-PAGE-CTR-6.
           MOVE CANCEL-CRT       TO CKPT-CANCEL-CRT.
           MOVE POST-CRT         TO CKPT-POST-CRT.
           PERFORM L3-CKPT-SAVE-DUPS
               VARYING DUP-IDX FROM 1 BY 1
               UNTIL DUP-IDX > DUP-COUNT.
           MOVE TS-TEAM (TS-IDX)  TO CKPT-TS-TEAM (TS-IDX).
           MOVE TS-TOTAL (TS-IDX) TO CKPT-TS-TOTAL (TS-IDX).

      ******************************************************************
      *OPERATOR SIGN-ON - SEE CBLOPERT.CPY.  THREE TRIES AT THE
      *CONSOLE; EVERY FAILED TRY IS LOGGED TO THE AUDIT LOG (TYPE
      *'L') AND THE THIRD STOPS THE RUN BEFORE ANYTHING IS OPENED
      *FOR UPDATE.  AN UNKNOWN ID AND A WRONG PASSWORD GET THE SAME
      *ANSWER AT THE CONSOLE.
      ******************************************************************
       L3-SIGN-ON.
           MOVE 'N'  TO SIGNON-SW.
           MOVE ZERO TO SIGNON-TRIES.
           PERFORM L3-SIGN-ON-TRY
               UNTIL SIGNED-ON OR SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
               DISPLAY 'CBLDSM04: SIGN-ON FAILED - RUN ABORTED.'
               STOP RUN
           END-IF.

       L3-SIGN-ON-TRY.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY 'CBLDSM04: OPERATOR ID:'.
           ACCEPT SIGNON-ID.
           DISPLAY 'CBLDSM04: PASSWORD:'.
           ACCEPT SIGNON-PASSWORD.
           PERFORM L3-FIND-OPERATOR.
           IF NOT SIGNON-FOUND
               MOVE 'UNKNOWN ID' TO SIGNON-REASON
           ELSE
               IF SIGNON-PASSWORD = SIGNON-OP-PASSWORD
                       AND SIGNON-PASSWORD NOT = SPACES
                   MOVE 'Y'             TO SIGNON-SW
                   MOVE SIGNON-OP-FLAGS TO SIGNON-AUTH-FLAGS
               ELSE
                   MOVE 'BAD PASSWORD'  TO SIGNON-REASON
               END-IF
           END-IF.
           IF NOT SIGNED-ON
               PERFORM L3-WRITE-SIGNON-AUDIT
               DISPLAY 'CBLDSM04: SIGN-ON REJECTED.'
           END-IF.

       L3-FIND-OPERATOR.
           MOVE 'N' TO SIGNON-FOUND-SW.
           MOVE 'N' TO SIGNON-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS = '00'
               PERFORM L3-FIND-OPERATOR-REC
                   UNTIL SIGNON-EOF OR SIGNON-FOUND
           END-IF.
           CLOSE OPERATOR-FILE.

       L3-FIND-OPERATOR-REC.
           READ OPERATOR-FILE
               AT END
                   MOVE 'Y' TO SIGNON-EOF-SW
               NOT AT END
                   IF OP-ID = SIGNON-ID AND SIGNON-ID NOT = SPACES
                       MOVE 'Y'           TO SIGNON-FOUND-SW
                       MOVE OP-PASSWORD   TO SIGNON-OP-PASSWORD
                       MOVE OP-AUTH-FLAGS TO SIGNON-OP-FLAGS
                   END-IF
           END-READ.

      ******************************************************************
      *A SIGNED-ON OPERATOR WITHOUT THE FUNCTION ASKED FOR IS REFUSED
      *AND LOGGED THE SAME WAY AS A FAILED SIGN-ON.
      ******************************************************************
       L3-REFUSE-OPERATOR.
           MOVE 'NOT AUTHORIZED' TO SIGNON-REASON.
           PERFORM L3-WRITE-SIGNON-AUDIT.
           DISPLAY 'CBLDSM04: OPERATOR ' SIGNON-ID
                   ' IS NOT AUTHORIZED FOR ' SIGNON-FUNCTION.
           DISPLAY 'CBLDSM04: RUN ABORTED - NO CHANGES MADE.'.
           STOP RUN.

      ******************************************************************
      *SIGN-ON AUDIT - TYPE 'L': THE ID AS KEYED, THE TRY NUMBER IN
      *THE FIELD CODE, THE FUNCTION ASKED FOR, AND WHY IT FAILED.
      ******************************************************************
       L3-WRITE-SIGNON-AUDIT.
           MOVE CURRENT-YEAR       TO AUD-DATE-WK-YEAR.
           MOVE CURRENT-MONTH      TO AUD-DATE-WK-MONTH.
           MOVE CURRENT-DAY        TO AUD-DATE-WK-DAY.
           MOVE CURRENT-TIME (1:6) TO AUD-TIME-WK.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 'L'                TO AUD-TYPE.
           MOVE AUD-DATE-WK        TO AUD-DATE.
           MOVE AUD-TIME-WK        TO AUD-TIME.
           MOVE ZERO               TO AUD-SEQ-NO.
           MOVE SIGNON-ID          TO AUD-USER.
           MOVE SIGNON-TRIES       TO AUD-FIELD-CODE.
           MOVE SIGNON-FUNCTION    TO AUD-OLD-VALUE.
           MOVE SIGNON-REASON      TO AUD-NEW-VALUE.
           MOVE ZERO               TO AUD-REC-COUNT.
           MOVE ZERO               TO AUD-ERR-CRT.
           MOVE ZERO               TO AUD-TEAM-COUNT.
           PERFORM L3-AUD-CLEAR-TEAM
               VARYING AUD-SUB FROM 1 BY 1
               UNTIL AUD-SUB > 10.
           WRITE AUDIT-REC.
           CLOSE AUDIT-LOG-FILE.


       END PROGRAM CBLDSM04.
