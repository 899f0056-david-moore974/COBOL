       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLDSM25.
       AUTHOR.     David Moore.
       DATE-WRITTEN. 10/15/26.

      ******************************************************************
      *CREDIT BALANCES AND REFUND CHECK REGISTER.  CBLDSM08'S BALANCE
      *REPORT FLAGS A SELLER WHO PAID IN MORE THAN THEY SOLD AS
      *OVERPAID, BUT NOTHING EVER DID ANYTHING ABOUT IT - THE
      *TREASURER WROTE REFUND CHECKS BY HAND, NONE OF THEM REACHED
      *THE SELLER MASTER, AND THE SEASON ROLL THREW AWAY WHATEVER
      *CREDIT WAS LEFT.  THIS LISTS EVERY SELLER WITH A CREDIT
      *BALANCE (SEL-PAID-TOTAL OVER SEL-CURR-TOTAL) ALONG WITH THE
      *TREASURER'S DECISION KEYED TO CBLCRDA.DAT (SEE CBLCRDA.CPY):
      *  REFUND      - A PAY-REFUND RECORD FOR THE FULL CREDIT, WITH
      *                THE CLUB CHECK NUMBER, IS APPENDED TO THE
      *                PAYMENT FILE (CBLPAYM.DAT) FOR CBLDSM08 TO
      *                POST, JOURNAL, AND AUDIT, AND THE CHECK GOES
      *                ON THE REFUND CHECK REGISTER,
      *  CARRY       - NOTHING IS WRITTEN; THE SEASON ROLL (CBLDSM05)
      *                CARRIES THE CREDIT INTO NEXT SEASON,
      *  NO DECISION - LISTED SO IT GETS ONE; IT CARRIES AT THE ROLL.
      *A REFUND ALREADY ON THE PAYMENT FILE UNDER THE SAME CHECK
      *NUMBER IS NOT WRITTEN AGAIN, SO THE RUN CAN BE REPEATED UNTIL
      *CBLDSM08 POSTS IT.  APPROVALS THAT MATCH NO CREDIT ARE LISTED
      *AT THE END AND IGNORED.  THE SELLER MASTER IS NEVER UPDATED
      *HERE - THE REFUND REACHES IT ONLY THROUGH CBLDSM08.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *10/15/26   DLM  ORIGINAL.
      ******************************************************************




       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-DISP-FILE
               ASSIGN TO 'C:\COBOL\CBLCRDA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRDA-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO 'C:\COBOL\CBLPAYM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-STATUS.
           SELECT SELLER-MASTER
               ASSIGN TO 'C:\COBOL\CBLSELM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-KEY
               FILE STATUS IS SEL-STATUS.
           SELECT PRTCRD
               ASSIGN TO 'C:\COBOL\CBLPOPCB.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PRTREF
               ASSIGN TO 'C:\COBOL\CBLPOPRF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.




       DATA DIVISION.
           FILE SECTION.

           FD  CREDIT-DISP-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CREDIT-DISP-REC
           RECORD CONTAINS 49 CHARACTERS.
           COPY CBLCRDA.

           FD  PAYMENT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PAYMENT-REC
           RECORD CONTAINS 56 CHARACTERS.
           COPY CBLPAYM.

           FD  SELLER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SELLER-MASTER-REC.
           COPY CBLSELM.

           FD  PRTCRD
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRINTLINE             PIC X(132).

           FD  PRTREF
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REF-PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 REF-PRINTLINE         PIC X(132).




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

           05 CRDA-STATUS            PIC XX.
           05 PAY-STATUS             PIC XX.
           05 SEL-STATUS             PIC XX.
           05 DP-FOUND-SW            PIC X         VALUE 'N'.
               88 DISP-FOUND               VALUE 'Y'.
           05 DP-FOUND-IDX           PIC 999.
           05 HOLD-SW                PIC X         VALUE 'N'.
               88 REFUND-HELD              VALUE 'Y'.

           05 ZIP-WK                 PIC 9(9).
           05 ZIP-WK-R REDEFINES ZIP-WK.
               10 ZIP-WK-5           PIC 9(5).
               10 ZIP-WK-4           PIC 9(4).

           05 CREDIT-CRT             PIC 9999      VALUE ZERO.
           05 REFUND-CRT             PIC 9999      VALUE ZERO.
           05 ISSUED-CRT             PIC 9999      VALUE ZERO.
           05 CARRY-CRT              PIC 9999      VALUE ZERO.
           05 UNDECIDED-CRT          PIC 9999      VALUE ZERO.
           05 HELD-CRT               PIC 9999      VALUE ZERO.
           05 IGNORED-CRT            PIC 9999      VALUE ZERO.
           05 DISP-OVER-CRT          PIC 9999      VALUE ZERO.

       01 CALCS.
           05 C-CREDIT               PIC 9(7)V99.
           05 TOTAL-CREDIT           PIC 9(9)V99   VALUE ZERO.
           05 TOTAL-REFUND           PIC 9(9)V99   VALUE ZERO.
           05 TOTAL-ISSUED           PIC 9(9)V99   VALUE ZERO.
           05 TOTAL-CARRY            PIC 9(9)V99   VALUE ZERO.
           05 TOTAL-UNDECIDED        PIC 9(9)V99   VALUE ZERO.
           05 TOTAL-HELD             PIC 9(9)V99   VALUE ZERO.

      ******************************************************************
      *TREASURER'S DISPOSITIONS - THE WHOLE OF CBLCRDA.DAT LOADED AT
      *L2-INIT.  DP-ISSUED IS SET WHEN THE PAYMENT FILE ALREADY HOLDS
      *A REFUND FOR THE SELLER UNDER THE SAME CHECK NUMBER; DP-USED
      *WHEN A SELLER WITH A CREDIT CLAIMS THE ENTRY.  MORE THAN 200
      *APPROVALS IN ONE SEASON IS NOT EXPECTED - THE OVERFLOW IS
      *COUNTED AND REPORTED RATHER THAN HIDDEN.
      ******************************************************************
       01 DISP-TABLE-AREA.
           05 DISP-COUNT             PIC 999       VALUE ZERO.
           05 DISP-TABLE OCCURS 1 TO 200 TIMES
                           DEPENDING ON DISP-COUNT
                           INDEXED BY DP-IDX.
               10 DP-LNAME           PIC X(15).
               10 DP-FNAME           PIC X(15).
               10 DP-ACTION          PIC X.
               10 DP-CHECK-NO        PIC X(10).
               10 DP-CHECK-DATE      PIC 9(8).
               10 DP-USED-SW         PIC X.
                   88 DP-USED              VALUE 'Y'.
               10 DP-ISSUED-SW       PIC X.
                   88 DP-ISSUED            VALUE 'Y'.


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
           05 FILLER                   PIC X(50) VALUE SPACES.
           05 FILLER                   PIC X(32)
               VALUE 'SELLER CREDIT BALANCE LISTING'.
           05 FILLER                   PIC X(50) VALUE SPACES.

       01 HEADING3-2.
           05 FILLER                   PIC X(55) VALUE SPACES.
           05 FILLER                   PIC X(21)
               VALUE 'REFUND CHECK REGISTER'.
           05 FILLER                   PIC X(56) VALUE SPACES.

       01 COL-HEADING1.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE 'LAST NAME'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE 'FIRST NAME'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE 'TEAM'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE '         SOLD'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE '         PAID'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE '       CREDIT'.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE 'DISPOSITION'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'CHECK NO.'.
           05 FILLER                   PIC X(1) VALUE SPACES.

       01 CREDIT-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-LNAME                  PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-FNAME                  PIC X(15).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-TEAM                   PIC X.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 O-SOLD                   PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-PAID                   PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-CREDIT                 PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-DISPOSITION            PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-CHECK-NO               PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-TOT-LIT                PIC X(34).
           05 O-TOT-CRT                PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 O-TOT-AMT                PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(71) VALUE SPACES.

       01 NO-CREDIT-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(42) VALUE
               '*** NO SELLER HOLDS A CREDIT BALANCE ***'.
           05 FILLER                   PIC X(87) VALUE SPACES.

       01 IGNORED-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
               'APPROVALS ON CBLCRDA.DAT NOT APPLIED:'.
           05 FILLER                   PIC X(89) VALUE SPACES.

       01 IGNORED-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-X-LNAME                PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-X-FNAME                PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-X-ACTION               PIC X.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-X-CHECK-NO             PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-X-REASON               PIC X(40).
           05 FILLER                   PIC X(39) VALUE SPACES.

       01 DISP-OVER-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(48) VALUE
               '*** MORE THAN 200 APPROVALS - NOT LOADED:      '.
           05 O-DISP-OVER-CRT          PIC Z,ZZ9.
           05 FILLER                   PIC X(4) VALUE ' ***'.
           05 FILLER                   PIC X(72) VALUE SPACES.

       01 COL-HEADING-REF.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'CHECK NO.'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'CHECK DATE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(31) VALUE 'PAY TO'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE 'ADDRESS'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'CITY'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE 'ST'.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'ZIP'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE '       AMOUNT'.
           05 FILLER                   PIC X(16) VALUE SPACES.

       01 REFUND-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-R-CHECK-NO             PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-R-DATE                 PIC 9999/99/99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-R-PAYEE                PIC X(31).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-R-ADDRESS              PIC X(15).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-R-CITY                 PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 O-R-STATE                PIC XX.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 O-R-ZIP-5                PIC 9(5).
           05 O-R-ZIP-DASH             PIC X.
           05 O-R-ZIP-4                PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 O-R-AMOUNT               PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(16) VALUE SPACES.

       01 REFUND-TOTAL-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(15)
                           VALUE 'REFUND CHECKS: '.
           05 O-REF-CRT                PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(16)
                           VALUE 'TOTAL REFUNDED: '.
           05 O-REF-AMT                PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(74) VALUE SPACES.

       01 NO-REFUND-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(42) VALUE
               '*** NO REFUND CHECKS APPROVED THIS RUN ***'.
           05 FILLER                   PIC X(87) VALUE SPACES.

       01 APPROVAL-LINE.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(23) VALUE
               'APPROVED BY TREASURER: '.
           05 FILLER                   PIC X(30) VALUE ALL '_'.
           05 FILLER                   PIC X(10) VALUE '   DATE: '.
           05 FILLER                   PIC X(12) VALUE ALL '_'.
           05 FILLER                   PIC X(54) VALUE SPACES.




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

           PERFORM L3-LOAD-DISPOSITIONS.
           PERFORM L3-MARK-ISSUED.

           OPEN INPUT SELLER-MASTER.
           IF SEL-STATUS NOT = '00'
               DISPLAY 'CBLDSM25: SELLER MASTER OPEN FAILED - '
                       'STATUS ' SEL-STATUS
               DISPLAY 'CBLDSM25: CONVERT OR REBUILD CBLSELM.DAT '
                       '(SEE CBLDSM14) - RUN ABORTED.'
               STOP RUN
           END-IF.
           OPEN EXTEND PAYMENT-FILE.
           OPEN OUTPUT PRTCRD.
           OPEN OUTPUT PRTREF.
           PERFORM L3-HEADINGS-PRT.
           PERFORM L3-HEADINGS-REF.

       L2-MAINLINE.
           PERFORM L3-READ-SELLER.
           PERFORM L3-CHECK-SELLER
               UNTIL EOF = 'T'.
           MOVE 'F' TO EOF.

           IF CREDIT-CRT = ZERO
               WRITE PRINTLINE OF PRTCRD FROM NO-CREDIT-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM L3-PRINT-CREDIT-TOTALS.

           PERFORM L3-LIST-IGNORED
               VARYING DP-IDX FROM 1 BY 1
               UNTIL DP-IDX > DISP-COUNT.

           IF DISP-OVER-CRT > ZERO
               MOVE DISP-OVER-CRT TO O-DISP-OVER-CRT
               WRITE PRINTLINE OF PRTCRD FROM DISP-OVER-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.

       L2-CLOSINGS.
           IF REFUND-CRT = ZERO
               WRITE REF-PRINTLINE FROM NO-REFUND-LIT
                           AFTER ADVANCING 2 LINES
           END-IF.
           MOVE REFUND-CRT   TO O-REF-CRT.
           MOVE TOTAL-REFUND TO O-REF-AMT.
           WRITE REF-PRINTLINE FROM REFUND-TOTAL-LIT
                       AFTER ADVANCING 3 LINES.
           WRITE REF-PRINTLINE FROM APPROVAL-LINE
                       AFTER ADVANCING 3 LINES.

           CLOSE SELLER-MASTER.
           CLOSE PAYMENT-FILE.
           CLOSE PRTCRD.
           CLOSE PRTREF.

      ******************************************************************
      *DISPOSITION TABLE LOAD.  A MISSING OR EMPTY FILE SIMPLY MEANS
      *THE TREASURER HAS DECIDED NOTHING YET - EVERY CREDIT LISTS AS
      *NO DECISION.
      ******************************************************************
       L3-LOAD-DISPOSITIONS.
           MOVE ZERO TO DISP-COUNT.
           OPEN INPUT CREDIT-DISP-FILE.
           IF CRDA-STATUS = '00'
               PERFORM L3-READ-DISP
               PERFORM L3-LOAD-DISP-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE CREDIT-DISP-FILE.
           MOVE 'F' TO EOF.

       L3-READ-DISP.
           READ CREDIT-DISP-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-LOAD-DISP-REC.
           IF DISP-COUNT < 200
               ADD 1 TO DISP-COUNT
               MOVE CD-LNAME      TO DP-LNAME (DISP-COUNT)
               MOVE CD-FNAME      TO DP-FNAME (DISP-COUNT)
               MOVE CD-ACTION     TO DP-ACTION (DISP-COUNT)
               MOVE CD-CHECK-NO   TO DP-CHECK-NO (DISP-COUNT)
               IF CD-CHECK-DATE IS NUMERIC
                   MOVE CD-CHECK-DATE TO DP-CHECK-DATE (DISP-COUNT)
               ELSE
                   MOVE ZERO          TO DP-CHECK-DATE (DISP-COUNT)
               END-IF
               MOVE 'N'           TO DP-USED-SW (DISP-COUNT)
               MOVE 'N'           TO DP-ISSUED-SW (DISP-COUNT)
           ELSE
               ADD 1 TO DISP-OVER-CRT
           END-IF.
           PERFORM L3-READ-DISP.

      ******************************************************************
      *REFUNDS ALREADY WAITING ON THE PAYMENT FILE - AN APPROVAL
      *WHOSE SELLER AND CHECK NUMBER ARE ALREADY THERE AS A PAY-REFUND
      *WAS WRITTEN BY AN EARLIER RUN AND IS NOT WRITTEN AGAIN.
      ******************************************************************
       L3-MARK-ISSUED.
           OPEN INPUT PAYMENT-FILE.
           IF PAY-STATUS = '00'
               PERFORM L3-READ-PAYMENT
               PERFORM L3-TEST-PAYMENT
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE PAYMENT-FILE.
           MOVE 'F' TO EOF.

       L3-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'T' TO EOF.

       L3-TEST-PAYMENT.
           IF PAY-REFUND
               PERFORM L3-MARK-ONE-ISSUED
                   VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DISP-COUNT
           END-IF.
           PERFORM L3-READ-PAYMENT.

       L3-MARK-ONE-ISSUED.
           IF DP-LNAME (DP-IDX) = PAY-LNAME
                   AND DP-FNAME (DP-IDX) = PAY-FNAME
                   AND DP-CHECK-NO (DP-IDX) = PAY-CHECK-NO
               MOVE 'Y' TO DP-ISSUED-SW (DP-IDX)
           END-IF.

       L3-READ-SELLER.
           READ SELLER-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO EOF.

      ******************************************************************
      *ONE SELLER - ONLY A CREDIT BALANCE IS LISTED.  THE SELLER'S
      *APPROVAL (IF ANY) DECIDES WHAT HAPPENS TO IT.
      ******************************************************************
       L3-CHECK-SELLER.
           IF SEL-PAID-TOTAL > SEL-CURR-TOTAL
               COMPUTE C-CREDIT = SEL-PAID-TOTAL - SEL-CURR-TOTAL
               ADD 1 TO CREDIT-CRT
               ADD C-CREDIT TO TOTAL-CREDIT
               PERFORM L3-DISP-SEARCH
               PERFORM L3-APPLY-DISPOSITION
               PERFORM L3-PRINT-CREDIT-LINE
           END-IF.
           PERFORM L3-READ-SELLER.

       L3-DISP-SEARCH.
           MOVE 'N' TO DP-FOUND-SW.
           PERFORM L3-DISP-SCAN
               VARYING DP-IDX FROM 1 BY 1
               UNTIL DP-IDX > DISP-COUNT
                   OR DISP-FOUND.

       L3-DISP-SCAN.
           IF DP-LNAME (DP-IDX) = SEL-LNAME
                   AND DP-FNAME (DP-IDX) = SEL-FNAME
               MOVE 'Y' TO DP-FOUND-SW
               SET DP-FOUND-IDX TO DP-IDX
           END-IF.

      ******************************************************************
      *WHAT BECOMES OF THE CREDIT.  A REFUND IS HELD - NOT WRITTEN -
      *WHEN THE APPROVAL CARRIES NO CHECK NUMBER (CBLDSM08 REQUIRES
      *ONE) OR THE CREDIT WILL NOT FIT A PAYMENT RECORD'S AMOUNT.
      ******************************************************************
       L3-APPLY-DISPOSITION.
           MOVE SPACES TO O-CHECK-NO.
           IF NOT DISP-FOUND
               ADD 1 TO UNDECIDED-CRT
               ADD C-CREDIT TO TOTAL-UNDECIDED
               MOVE 'NO DECISION - CARRIES AT ROLL' TO O-DISPOSITION
           ELSE
               MOVE 'Y' TO DP-USED-SW (DP-FOUND-IDX)
               MOVE DP-CHECK-NO (DP-FOUND-IDX) TO O-CHECK-NO
               EVALUATE DP-ACTION (DP-FOUND-IDX)
                   WHEN 'C'
                       ADD 1 TO CARRY-CRT
                       ADD C-CREDIT TO TOTAL-CARRY
                       MOVE 'CARRY FORWARD TO NEXT SEASON'
                           TO O-DISPOSITION
                   WHEN 'R'
                       PERFORM L3-REFUND-CREDIT
                   WHEN OTHER
                       ADD 1 TO HELD-CRT
                       ADD C-CREDIT TO TOTAL-HELD
                       MOVE 'HELD - ACTION NOT R OR C'
                           TO O-DISPOSITION
               END-EVALUATE
           END-IF.

       L3-REFUND-CREDIT.
           MOVE 'N' TO HOLD-SW.
           IF DP-ISSUED (DP-FOUND-IDX)
               ADD 1 TO ISSUED-CRT
               ADD C-CREDIT TO TOTAL-ISSUED
               MOVE 'REFUND ISSUED - NOT YET POSTED' TO O-DISPOSITION
           ELSE
               IF DP-CHECK-NO (DP-FOUND-IDX) = SPACES
                   MOVE 'Y' TO HOLD-SW
                   MOVE 'REFUND HELD - NO CHECK NUMBER'
                       TO O-DISPOSITION
               END-IF
               IF C-CREDIT > 99999.99
                   MOVE 'Y' TO HOLD-SW
                   MOVE 'REFUND HELD - OVER $99,999.99'
                       TO O-DISPOSITION
               END-IF
               IF REFUND-HELD
                   ADD 1 TO HELD-CRT
                   ADD C-CREDIT TO TOTAL-HELD
               ELSE
                   PERFORM L3-WRITE-REFUND
               END-IF
           END-IF.

      ******************************************************************
      *THE REFUND ITSELF - A PAY-REFUND ENVELOPE FOR THE FULL CREDIT,
      *DATED THE CHECK DATE KEYED WITH THE APPROVAL (TODAY WHEN NONE
      *WAS KEYED), AND ONE LINE ON THE CHECK REGISTER.
      ******************************************************************
       L3-WRITE-REFUND.
           MOVE SEL-LNAME                  TO PAY-LNAME.
           MOVE SEL-FNAME                  TO PAY-FNAME.
           IF DP-CHECK-DATE (DP-FOUND-IDX) = ZERO
               MOVE CURRENT-DATE-AND-TIME (1:8) TO PAY-DATE
           ELSE
               MOVE DP-CHECK-DATE (DP-FOUND-IDX) TO PAY-DATE
           END-IF.
           MOVE C-CREDIT                   TO PAY-AMOUNT.
           MOVE 'F'                        TO PAY-METHOD.
           MOVE DP-CHECK-NO (DP-FOUND-IDX) TO PAY-CHECK-NO.
           WRITE PAYMENT-REC.

           ADD 1 TO REFUND-CRT.
           ADD C-CREDIT TO TOTAL-REFUND.
           MOVE 'REFUND CHECK WRITTEN' TO O-DISPOSITION.
           PERFORM L3-PRINT-REFUND-LINE.

       L3-PRINT-CREDIT-LINE.
           MOVE SEL-LNAME      TO O-LNAME.
           MOVE SEL-FNAME      TO O-FNAME.
           MOVE SEL-TEAM       TO O-TEAM.
           MOVE SEL-CURR-TOTAL TO O-SOLD.
           MOVE SEL-PAID-TOTAL TO O-PAID.
           MOVE C-CREDIT       TO O-CREDIT.

           WRITE PRINTLINE OF PRTCRD FROM CREDIT-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-PRINT-REFUND-LINE.
           MOVE PAY-CHECK-NO   TO O-R-CHECK-NO.
           MOVE PAY-DATE       TO O-R-DATE.
           MOVE SPACES         TO O-R-PAYEE.
           STRING SEL-FNAME DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  SEL-LNAME DELIMITED BY '  '
                   INTO O-R-PAYEE.
           MOVE SEL-ADDRESS    TO O-R-ADDRESS.
           MOVE SEL-CITY       TO O-R-CITY.
           MOVE SEL-STATE      TO O-R-STATE.
           MOVE SEL-ZIP        TO ZIP-WK.
           MOVE ZIP-WK-5       TO O-R-ZIP-5.
           IF ZIP-WK-4 = ZERO
               MOVE SPACE      TO O-R-ZIP-DASH
               MOVE SPACES     TO O-R-ZIP-4
           ELSE
               MOVE '-'        TO O-R-ZIP-DASH
               MOVE ZIP-WK-4   TO O-R-ZIP-4
           END-IF.
           MOVE PAY-AMOUNT     TO O-R-AMOUNT.

           WRITE REF-PRINTLINE FROM REFUND-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-REF
           END-WRITE.

       L3-PRINT-CREDIT-TOTALS.
           MOVE 'SELLERS WITH A CREDIT BALANCE:'  TO O-TOT-LIT.
           MOVE CREDIT-CRT                        TO O-TOT-CRT.
           MOVE TOTAL-CREDIT                      TO O-TOT-AMT.
           WRITE PRINTLINE OF PRTCRD FROM TOTAL-LINE
                       AFTER ADVANCING 3 LINES.

           MOVE '  REFUND CHECKS WRITTEN THIS RUN:' TO O-TOT-LIT.
           MOVE REFUND-CRT                        TO O-TOT-CRT.
           MOVE TOTAL-REFUND                      TO O-TOT-AMT.
           PERFORM L3-WRITE-TOTAL-LINE.

           MOVE '  REFUNDS ISSUED, NOT YET POSTED:' TO O-TOT-LIT.
           MOVE ISSUED-CRT                        TO O-TOT-CRT.
           MOVE TOTAL-ISSUED                      TO O-TOT-AMT.
           PERFORM L3-WRITE-TOTAL-LINE.

           MOVE '  CARRY FORWARD (APPROVED):'     TO O-TOT-LIT.
           MOVE CARRY-CRT                         TO O-TOT-CRT.
           MOVE TOTAL-CARRY                       TO O-TOT-AMT.
           PERFORM L3-WRITE-TOTAL-LINE.

           MOVE '  NO DECISION (CARRIES AT ROLL):' TO O-TOT-LIT.
           MOVE UNDECIDED-CRT                     TO O-TOT-CRT.
           MOVE TOTAL-UNDECIDED                   TO O-TOT-AMT.
           PERFORM L3-WRITE-TOTAL-LINE.

           MOVE '  HELD - SEE DISPOSITION:'       TO O-TOT-LIT.
           MOVE HELD-CRT                          TO O-TOT-CRT.
           MOVE TOTAL-HELD                        TO O-TOT-AMT.
           PERFORM L3-WRITE-TOTAL-LINE.

       L3-WRITE-TOTAL-LINE.
           WRITE PRINTLINE OF PRTCRD FROM TOTAL-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

      ******************************************************************
      *APPROVALS THAT MATCHED NO CREDIT - THE SELLER IS NOT ON THE
      *MASTER, OR OWES MONEY OR IS PAID EXACTLY.  A REFUND ALREADY ON
      *THE PAYMENT FILE WHOSE CREDIT IS GONE HAS SIMPLY BEEN POSTED
      *BY CBLDSM08 AND IS NOT AN EXCEPTION.
      ******************************************************************
       L3-LIST-IGNORED.
           IF NOT DP-USED (DP-IDX) AND NOT DP-ISSUED (DP-IDX)
               ADD 1 TO IGNORED-CRT
               IF IGNORED-CRT = 1
                   WRITE PRINTLINE OF PRTCRD FROM IGNORED-LIT
                               AFTER ADVANCING 3 LINES
               END-IF
               MOVE DP-LNAME (DP-IDX)    TO O-X-LNAME
               MOVE DP-FNAME (DP-IDX)    TO O-X-FNAME
               MOVE DP-ACTION (DP-IDX)   TO O-X-ACTION
               MOVE DP-CHECK-NO (DP-IDX) TO O-X-CHECK-NO
               MOVE DP-LNAME (DP-IDX)    TO SEL-LNAME
               MOVE DP-FNAME (DP-IDX)    TO SEL-FNAME
               READ SELLER-MASTER
                   INVALID KEY
                       MOVE 'SELLER NOT ON MASTER - IGNORED'
                           TO O-X-REASON
                   NOT INVALID KEY
                       MOVE 'NO CREDIT BALANCE - IGNORED'
                           TO O-X-REASON
               END-READ
               WRITE PRINTLINE OF PRTCRD FROM IGNORED-LINE
                           AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-HEADINGS-PRT
               END-WRITE
           END-IF.

       L3-HEADINGS-PRT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE OF PRTCRD FROM HEADING1
                       AFTER ADVANCING PAGE.

           WRITE PRINTLINE OF PRTCRD FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE OF PRTCRD FROM HEADING3
                       AFTER ADVANCING 1 LINE.

           WRITE PRINTLINE OF PRTCRD FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.

       L3-HEADINGS-REF.
           ADD 1 TO C-PCTR-2.
           MOVE C-PCTR-2 TO H1-PAGE-2.
           WRITE REF-PRINTLINE FROM HEADING1-2
                       AFTER ADVANCING PAGE.

           WRITE REF-PRINTLINE FROM HEADING2
                       AFTER ADVANCING 1 LINE.

           WRITE REF-PRINTLINE FROM HEADING3-2
                       AFTER ADVANCING 1 LINE.

           WRITE REF-PRINTLINE FROM COL-HEADING-REF
                   AFTER ADVANCING 2 LINES.


       END PROGRAM CBLDSM25.
