      *THE ROLL ('X' IN CBLRUNC.DAT, SEE CBLRUNC.CPY).  IT COPIES
      *THE SEASON'S TRANSACTION FILES -
      *  CP#4.DAT, CBLREJQ.DAT, CBLSUSP.DAT, CBLRELS.DAT,
      *  CBLCASET.DAT, CBLDEPOT.DAT, CBLPORD.DAT, CBLSHRT.DAT,
      *  CBLCKPT.DAT, CBLDELV.DAT, CBLINVC.DAT, CBLPICK.DAT,
      *  CBLSTKA.DAT, AND CBLSTKB.DAT -
      *INTO A SEASON-YEAR-NAMED ARCHIVE SET (AyyyyCP4.DAT AND SO
      *ON), VERIFIES EACH COPY BY RECORD COUNT, EMPTIES THE WORKING
      *FILE ONLY WHEN ITS COPY VERIFIED, AND INITIALIZES THE RUN
      *CONTROL FOR THE NEW SEASON (STATUS 'N', CYCLE ZERO).  THE
      *REPORT SAYS EXACTLY WHAT WAS ARCHIVED AND CLEARED.
      *
      *LEFTOVER STOCK CARRIES ACROSS THE CLOSE: ONCE THIS SEASON'S
      *OPENING STOCK (CBLSTKB.DAT) IS ARCHIVED, THE STOCK LEDGER'S
      *CLOSING ON-HAND (CBLSTKO.DAT, WRITTEN BY CBLDSM23) IS COPIED
      *IN AS NEXT SEASON'S CBLSTKB.DAT.  THE CLOSE REFUSES TO RUN
      *UNTIL THE LEDGER HAS WRITTEN A CLOSING COUNT, SO THE SHED'S
      *LEFTOVERS CANNOT BE DROPPED BY CLOSING TOO EARLY.
      *
      *THE ARCHIVE FILE NAMES ARE BUILT IN WORKING STORAGE (THE
      *SEASON YEAR IS IN THE NAME), SO THESE SELECTS ASSIGN TO DATA
      *NAMES RATHER THAN LITERALS - THE ONE PLACE IN THE SYSTEM
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *09/02/26   DLM  ORIGINAL.
      *10/15/26   DLM  CHECKPOINT RECORD 13676 TO 13680 - CBLCKPT.CPY
      *                NOW CARRIES THE POSTED-ORDER COUNT.
      *10/15/26   DLM  ALSO ARCHIVES AND CLEARS THE PACKING SLIP
      *                (CBLDELV.DAT), THE DISTRIBUTOR INVOICE LINES
      *                (CBLINVC.DAT), THE HANDED-OUT FEED
      *                (CBLPICK.DAT), THE STOCK ADJUSTMENTS
      *                (CBLSTKA.DAT), AND THE OPENING STOCK
      *                (CBLSTKB.DAT), THEN CARRIES THE STOCK LEDGER'S
      *                CLOSING ON-HAND (CBLSTKO.DAT) INTO CBLSTKB.DAT
      *                FOR NEXT SEASON.  REFUSES TO CLOSE UNTIL THE
      *                LEDGER (CBLDSM23) HAS WRITTEN A CLOSING COUNT.
      *10/15/26   DLM  THE CLOSE NOW STARTS WITH AN OPERATOR SIGN-ON
      *                (CBLOPER.DAT, SEE CBLOPERT.CPY) AND NEEDS THE
      *                SEASON-ARCHIVE FUNCTION.  FAILURES AND REFUSALS
      *                ARE LOGGED TO CBLAUDIT.DAT (AUD-TYPE 'L').
      *10/15/26   DLM  ALSO ARCHIVES AND CLEARS CBLDSM04'S POSTED-ORDER
      *                FILE (CBLPORD.DAT) AS AyyyyPOR.DAT.
      ******************************************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT POSTED-ORDER-FILE
               ASSIGN TO 'C:\COBOL\CBLPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT ARCH-PORD-FILE
               ASSIGN TO ARCH-PORD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT SHORTAGE-FILE
               ASSIGN TO 'C:\COBOL\CBLSHRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT DELIVERY-FILE
               ASSIGN TO 'C:\COBOL\CBLDELV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT ARCH-DELV-FILE
               ASSIGN TO ARCH-DELV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT INVOICE-FILE
               ASSIGN TO 'C:\COBOL\CBLINVC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT ARCH-INVC-FILE
               ASSIGN TO ARCH-INVC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT PICK-TOTAL-FILE
               ASSIGN TO 'C:\COBOL\CBLPICK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT ARCH-PICK-FILE
               ASSIGN TO ARCH-PICK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT STOCK-ADJ-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT ARCH-STKA-FILE
               ASSIGN TO ARCH-STKA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT STOCK-FWD-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-STATUS.
           SELECT ARCH-STKB-FILE
               ASSIGN TO ARCH-STKB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

           SELECT STOCK-CLOSE-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKO-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE
               ASSIGN TO 'C:\COBOL\CBLOPER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.




           01 PRINTLINE             PIC X(132).

      ******************************************************************
      *THE WORKING FILES AND THEIR ARCHIVE TWINS - EACH PAIR
      *CARRIES THE SAME RECORD LENGTH, AND THE COPY IS BYTE-FOR-BYTE
      *SO THE ARCHIVED SEASON READS BACK WITH THE SAME LAYOUTS THE
      *LIVE FILES USE.  THE CHECKPOINT PAIR'S RECORD LENGTH MUST BE
           RECORD CONTAINS 21 CHARACTERS.
       01  ARCH-DEPO-REC            PIC X(21).

           FD  POSTED-ORDER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PORD-REC
           RECORD CONTAINS 120 CHARACTERS.
       01  PORD-REC                 PIC X(120).

           FD  ARCH-PORD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ARCH-PORD-REC
           RECORD CONTAINS 120 CHARACTERS.
       01  ARCH-PORD-REC            PIC X(120).

           FD  SHORTAGE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS SHRT-REC
           FD  CHKPT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS CKPT-REC
           RECORD CONTAINS 13680 CHARACTERS.
       01  CKPT-REC                 PIC X(13680).

           FD  ARCH-CKPT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ARCH-CKPT-REC
           RECORD CONTAINS 13680 CHARACTERS.
       01  ARCH-CKPT-REC            PIC X(13680).

           FD  DELIVERY-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS DELV-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  DELV-REC                 PIC X(24).

           FD  ARCH-DELV-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ARCH-DELV-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  ARCH-DELV-REC            PIC X(24).

           FD  INVOICE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS INVC-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  INVC-REC                 PIC X(46).

           FD  ARCH-INVC-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ARCH-INVC-REC
           RECORD CONTAINS 46 CHARACTERS.
       01  ARCH-INVC-REC            PIC X(46).

           FD  PICK-TOTAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PICK-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  PICK-REC                 PIC X(24).

           FD  ARCH-PICK-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ARCH-PICK-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  ARCH-PICK-REC            PIC X(24).

           FD  STOCK-ADJ-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STKA-REC
           RECORD CONTAINS 53 CHARACTERS.
       01  STKA-REC                 PIC X(53).

           FD  ARCH-STKA-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ARCH-STKA-REC
           RECORD CONTAINS 53 CHARACTERS.
       01  ARCH-STKA-REC            PIC X(53).

           FD  STOCK-FWD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STKB-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  STKB-REC                 PIC X(24).

           FD  ARCH-STKB-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ARCH-STKB-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  ARCH-STKB-REC            PIC X(24).

      ******************************************************************
      *THE STOCK LEDGER'S CLOSING ON-HAND - NOT ARCHIVED BUT CARRIED:
      *IT BECOMES NEXT SEASON'S CBLSTKB.DAT (SAME 24-BYTE LAYOUT, SEE
      *CBLSTKO.CPY AND CBLSTKB.CPY).
      ******************************************************************
           FD  STOCK-CLOSE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STKO-REC
           RECORD CONTAINS 24 CHARACTERS.
       01  STKO-REC                 PIC X(24).

           FD  AUDIT-LOG-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 207 CHARACTERS.
           COPY CBLAUDIT.

           FD  OPERATOR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OPERATOR-REC
           RECORD CONTAINS 48 CHARACTERS.
           COPY CBLOPERT.



               10  CURRENT-MONTH     PIC XX.
               10  CURRENT-DAY       PIC XX.
               10  CURRENT-TIME      PIC X(11).
           05 AUD-DATE-WK.
               10  AUD-DATE-WK-YEAR  PIC X(4).
               10  AUD-DATE-WK-MONTH PIC XX.
               10  AUD-DATE-WK-DAY   PIC XX.
           05 AUD-TIME-WK             PIC X(6).
           05 AUD-SUB                 PIC 99.
           05 C-PCTR                  PIC 99        VALUE ZERO.

           05 RUNC-STATUS             PIC XX.
           05 SRC-STATUS              PIC XX.
           05 ARCH-STATUS             PIC XX.
           05 STKO-STATUS             PIC XX.
           05 OPER-STATUS             PIC XX.
           05 STKO-FOUND-SW           PIC X         VALUE 'N'.
               88 STKO-FOUND                VALUE 'Y'.
           05 STKB-ARCHIVED-SW        PIC X         VALUE 'N'.
               88 STKB-ARCHIVED             VALUE 'Y'.
           05 RUNC-FOUND-SW           PIC X         VALUE 'N'.
               88 RUNC-FOUND                VALUE 'Y'.

           05 FILES-ARCHIVED-CRT      PIC 99        VALUE ZERO.
           05 FILES-FAILED-CRT        PIC 99        VALUE ZERO.

      ******************************************************************
      *OPERATOR SIGN-ON AREA - SEE COPYLIB\CBLOPERW.CPY.
      ******************************************************************
           COPY CBLOPERW.

      ******************************************************************
      *SEASON-YEAR-NAMED ARCHIVE SET - THE YEAR IS STITCHED INTO
      *EACH NAME AT INIT, SO SEASON 2026'S ORDERS LAND IN
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-DEPO-YEAR      PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'DEP.DAT'.
           05 ARCH-PORD-NAME.
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-PORD-YEAR      PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'POR.DAT'.
           05 ARCH-SHRT-NAME.
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-SHRT-YEAR      PIC 9(4).
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-CKPT-YEAR      PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'CKP.DAT'.
           05 ARCH-DELV-NAME.
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-DELV-YEAR       PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'DLV.DAT'.
           05 ARCH-INVC-NAME.
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-INVC-YEAR       PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'INV.DAT'.
           05 ARCH-PICK-NAME.
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-PICK-YEAR       PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'PIK.DAT'.
           05 ARCH-STKA-NAME.
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-STKA-YEAR       PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'STA.DAT'.
           05 ARCH-STKB-NAME.
               10 FILLER              PIC X(10) VALUE 'C:\COBOL\A'.
               10 ARCH-STKB-YEAR       PIC 9(4).
               10 FILLER              PIC X(7)  VALUE 'STB.DAT'.


       01 HEADING1.
           MOVE CURRENT-MONTH                TO H1-MONTH OF HEADING1.
           MOVE CURRENT-YEAR                 TO H1-YEAR OF HEADING1.

           MOVE 'SEASON ARCHIVE' TO SIGNON-FUNCTION.
           PERFORM L3-SIGN-ON.
           IF NOT SO-MAY-ARCHIVE
               PERFORM L3-REFUSE-OPERATOR
           END-IF.

           MOVE 'N' TO RUNC-FOUND-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNC-STATUS = '00'
               STOP RUN
           END-IF.

           MOVE 'N' TO STKO-FOUND-SW.
           OPEN INPUT STOCK-CLOSE-FILE.
           IF STKO-STATUS = '00'
               READ STOCK-CLOSE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO STKO-FOUND-SW
               END-READ
           END-IF.
           CLOSE STOCK-CLOSE-FILE.

           IF NOT STKO-FOUND
               DISPLAY 'CBLDSM20: NO CLOSING STOCK COUNT ON FILE '
                       '(CBLSTKO.DAT) - LEFTOVERS WOULD BE LOST.'
               DISPLAY 'CBLDSM20: RUN THE STOCK LEDGER (CBLDSM23) '
                       'FIRST.  CLOSE REFUSED.'
               STOP RUN
           END-IF.

           IF RC-SEASON-YEAR IS NUMERIC AND RC-SEASON-YEAR NOT = ZERO
               MOVE RC-SEASON-YEAR TO SEASON-YEAR-WK
           ELSE
           MOVE SEASON-YEAR-WK TO ARCH-RELS-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-CASE-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-DEPO-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-PORD-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-SHRT-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-CKPT-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-DELV-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-INVC-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-PICK-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-STKA-YEAR.
           MOVE SEASON-YEAR-WK TO ARCH-STKB-YEAR.

           OPEN OUTPUT PRTCLS.
           PERFORM L3-HEADINGS-PRT.
           PERFORM L3-ARCHIVE-RELS.
           PERFORM L3-ARCHIVE-CASE.
           PERFORM L3-ARCHIVE-DEPO.
           PERFORM L3-ARCHIVE-PORD.
           PERFORM L3-ARCHIVE-SHRT.
           PERFORM L3-ARCHIVE-CKPT.
           PERFORM L3-ARCHIVE-DELV.
           PERFORM L3-ARCHIVE-INVC.
           PERFORM L3-ARCHIVE-PICK.
           PERFORM L3-ARCHIVE-STKA.
           PERFORM L3-ARCHIVE-STKB.
           PERFORM L3-CARRY-STOCK.

       L2-CLOSINGS.
           IF FILES-FAILED-CRT = ZERO
                   ADD 1 TO WRITE-CRT
           END-READ.

       L3-ARCHIVE-PORD.
           MOVE ZERO TO READ-CRT.
           MOVE ZERO TO WRITE-CRT.
           MOVE ZERO TO VERIFY-CRT.
           MOVE 'F' TO EOF.
           OPEN INPUT POSTED-ORDER-FILE.
           IF SRC-STATUS = '00'
               OPEN OUTPUT ARCH-PORD-FILE
               PERFORM L3-COPY-PORD-REC
                   UNTIL EOF = 'T'
               CLOSE ARCH-PORD-FILE
           END-IF.
           CLOSE POSTED-ORDER-FILE.
           MOVE 'F' TO EOF.
           PERFORM L3-VERIFY-PORD.
           MOVE 'CBLPORD.DAT' TO O-FILE-NAME.
           MOVE ARCH-PORD-NAME (10:12) TO O-ARCH-NAME.
           IF READ-CRT = VERIFY-CRT
               OPEN OUTPUT POSTED-ORDER-FILE
               CLOSE POSTED-ORDER-FILE
               ADD 1 TO FILES-ARCHIVED-CRT
               MOVE 'ARCHIVED AND CLEARED' TO O-RESULT
           ELSE
               ADD 1 TO FILES-FAILED-CRT
               MOVE 'COUNTS DISAGREE - NOT CLEARED' TO O-RESULT
           END-IF.
           PERFORM L3-PRINT-FILE-LINE.

       L3-COPY-PORD-REC.
           READ POSTED-ORDER-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO READ-CRT
                   MOVE PORD-REC TO ARCH-PORD-REC
                   WRITE ARCH-PORD-REC
                   ADD 1 TO WRITE-CRT
           END-READ.

       L3-ARCHIVE-SHRT.
           MOVE ZERO TO READ-CRT.
           MOVE ZERO TO WRITE-CRT.
                   ADD 1 TO WRITE-CRT
           END-READ.

       L3-ARCHIVE-DELV.
           MOVE ZERO TO READ-CRT.
           MOVE ZERO TO WRITE-CRT.
           MOVE ZERO TO VERIFY-CRT.
           MOVE 'F' TO EOF.
           OPEN INPUT DELIVERY-FILE.
           IF SRC-STATUS = '00'
               OPEN OUTPUT ARCH-DELV-FILE
               PERFORM L3-COPY-DELV-REC
                   UNTIL EOF = 'T'
               CLOSE ARCH-DELV-FILE
           END-IF.
           CLOSE DELIVERY-FILE.
           MOVE 'F' TO EOF.
           PERFORM L3-VERIFY-DELV.
           MOVE 'CBLDELV.DAT ' TO O-FILE-NAME.
           MOVE ARCH-DELV-NAME (10:12) TO O-ARCH-NAME.
           IF READ-CRT = VERIFY-CRT
               OPEN OUTPUT DELIVERY-FILE
               CLOSE DELIVERY-FILE
               ADD 1 TO FILES-ARCHIVED-CRT
               MOVE 'ARCHIVED AND CLEARED' TO O-RESULT
           ELSE
               ADD 1 TO FILES-FAILED-CRT
               MOVE 'COUNTS DISAGREE - NOT CLEARED' TO O-RESULT
           END-IF.
           PERFORM L3-PRINT-FILE-LINE.

       L3-COPY-DELV-REC.
           READ DELIVERY-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO READ-CRT
                   MOVE DELV-REC TO ARCH-DELV-REC
                   WRITE ARCH-DELV-REC
                   ADD 1 TO WRITE-CRT
           END-READ.

       L3-ARCHIVE-INVC.
           MOVE ZERO TO READ-CRT.
           MOVE ZERO TO WRITE-CRT.
           MOVE ZERO TO VERIFY-CRT.
           MOVE 'F' TO EOF.
           OPEN INPUT INVOICE-FILE.
           IF SRC-STATUS = '00'
               OPEN OUTPUT ARCH-INVC-FILE
               PERFORM L3-COPY-INVC-REC
                   UNTIL EOF = 'T'
               CLOSE ARCH-INVC-FILE
           END-IF.
           CLOSE INVOICE-FILE.
           MOVE 'F' TO EOF.
           PERFORM L3-VERIFY-INVC.
           MOVE 'CBLINVC.DAT ' TO O-FILE-NAME.
           MOVE ARCH-INVC-NAME (10:12) TO O-ARCH-NAME.
           IF READ-CRT = VERIFY-CRT
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               ADD 1 TO FILES-ARCHIVED-CRT
               MOVE 'ARCHIVED AND CLEARED' TO O-RESULT
           ELSE
               ADD 1 TO FILES-FAILED-CRT
               MOVE 'COUNTS DISAGREE - NOT CLEARED' TO O-RESULT
           END-IF.
           PERFORM L3-PRINT-FILE-LINE.

       L3-COPY-INVC-REC.
           READ INVOICE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO READ-CRT
                   MOVE INVC-REC TO ARCH-INVC-REC
                   WRITE ARCH-INVC-REC
                   ADD 1 TO WRITE-CRT
           END-READ.

       L3-ARCHIVE-PICK.
           MOVE ZERO TO READ-CRT.
           MOVE ZERO TO WRITE-CRT.
           MOVE ZERO TO VERIFY-CRT.
           MOVE 'F' TO EOF.
           OPEN INPUT PICK-TOTAL-FILE.
           IF SRC-STATUS = '00'
               OPEN OUTPUT ARCH-PICK-FILE
               PERFORM L3-COPY-PICK-REC
                   UNTIL EOF = 'T'
               CLOSE ARCH-PICK-FILE
           END-IF.
           CLOSE PICK-TOTAL-FILE.
           MOVE 'F' TO EOF.
           PERFORM L3-VERIFY-PICK.
           MOVE 'CBLPICK.DAT ' TO O-FILE-NAME.
           MOVE ARCH-PICK-NAME (10:12) TO O-ARCH-NAME.
           IF READ-CRT = VERIFY-CRT
               OPEN OUTPUT PICK-TOTAL-FILE
               CLOSE PICK-TOTAL-FILE
               ADD 1 TO FILES-ARCHIVED-CRT
               MOVE 'ARCHIVED AND CLEARED' TO O-RESULT
           ELSE
               ADD 1 TO FILES-FAILED-CRT
               MOVE 'COUNTS DISAGREE - NOT CLEARED' TO O-RESULT
           END-IF.
           PERFORM L3-PRINT-FILE-LINE.

       L3-COPY-PICK-REC.
           READ PICK-TOTAL-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO READ-CRT
                   MOVE PICK-REC TO ARCH-PICK-REC
                   WRITE ARCH-PICK-REC
                   ADD 1 TO WRITE-CRT
           END-READ.

       L3-ARCHIVE-STKA.
           MOVE ZERO TO READ-CRT.
           MOVE ZERO TO WRITE-CRT.
           MOVE ZERO TO VERIFY-CRT.
           MOVE 'F' TO EOF.
           OPEN INPUT STOCK-ADJ-FILE.
           IF SRC-STATUS = '00'
               OPEN OUTPUT ARCH-STKA-FILE
               PERFORM L3-COPY-STKA-REC
                   UNTIL EOF = 'T'
               CLOSE ARCH-STKA-FILE
           END-IF.
           CLOSE STOCK-ADJ-FILE.
           MOVE 'F' TO EOF.
           PERFORM L3-VERIFY-STKA.
           MOVE 'CBLSTKA.DAT ' TO O-FILE-NAME.
           MOVE ARCH-STKA-NAME (10:12) TO O-ARCH-NAME.
           IF READ-CRT = VERIFY-CRT
               OPEN OUTPUT STOCK-ADJ-FILE
               CLOSE STOCK-ADJ-FILE
               ADD 1 TO FILES-ARCHIVED-CRT
               MOVE 'ARCHIVED AND CLEARED' TO O-RESULT
           ELSE
               ADD 1 TO FILES-FAILED-CRT
               MOVE 'COUNTS DISAGREE - NOT CLEARED' TO O-RESULT
           END-IF.
           PERFORM L3-PRINT-FILE-LINE.

       L3-COPY-STKA-REC.
           READ STOCK-ADJ-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO READ-CRT
                   MOVE STKA-REC TO ARCH-STKA-REC
                   WRITE ARCH-STKA-REC
                   ADD 1 TO WRITE-CRT
           END-READ.

       L3-ARCHIVE-STKB.
           MOVE ZERO TO READ-CRT.
           MOVE ZERO TO WRITE-CRT.
           MOVE ZERO TO VERIFY-CRT.
           MOVE 'F' TO EOF.
           OPEN INPUT STOCK-FWD-FILE.
           IF SRC-STATUS = '00'
               OPEN OUTPUT ARCH-STKB-FILE
               PERFORM L3-COPY-STKB-REC
                   UNTIL EOF = 'T'
               CLOSE ARCH-STKB-FILE
           END-IF.
           CLOSE STOCK-FWD-FILE.
           MOVE 'F' TO EOF.
           PERFORM L3-VERIFY-STKB.
           MOVE 'CBLSTKB.DAT ' TO O-FILE-NAME.
           MOVE ARCH-STKB-NAME (10:12) TO O-ARCH-NAME.
           IF READ-CRT = VERIFY-CRT
               OPEN OUTPUT STOCK-FWD-FILE
               CLOSE STOCK-FWD-FILE
               ADD 1 TO FILES-ARCHIVED-CRT
               MOVE 'Y' TO STKB-ARCHIVED-SW
               MOVE 'ARCHIVED AND CLEARED' TO O-RESULT
           ELSE
               ADD 1 TO FILES-FAILED-CRT
               MOVE 'COUNTS DISAGREE - NOT CLEARED' TO O-RESULT
           END-IF.
           PERFORM L3-PRINT-FILE-LINE.

       L3-COPY-STKB-REC.
           READ STOCK-FWD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO READ-CRT
                   MOVE STKB-REC TO ARCH-STKB-REC
                   WRITE ARCH-STKB-REC
                   ADD 1 TO WRITE-CRT
           END-READ.

      ******************************************************************
      *STOCK CARRY-FORWARD - THE LEDGER'S CLOSING ON-HAND BECOMES NEXT
      *SEASON'S STOCK BROUGHT FORWARD.  IT IS ONLY WRITTEN OVER
      *CBLSTKB.DAT ONCE THIS SEASON'S OPENING STOCK IS SAFELY IN ITS
      *ARCHIVE, AND CBLSTKO.DAT IS ONLY EMPTIED WHEN THE NEW
      *CBLSTKB.DAT READS BACK WITH THE SAME RECORD COUNT - THE SAME
      *COPY-THEN-VERIFY RULE AS THE ARCHIVES.
      ******************************************************************
       L3-CARRY-STOCK.
           MOVE ZERO TO READ-CRT.
           MOVE ZERO TO WRITE-CRT.
           MOVE ZERO TO VERIFY-CRT.
           MOVE 'CBLSTKO.DAT ' TO O-FILE-NAME.
           MOVE 'CBLSTKB.DAT'  TO O-ARCH-NAME.
           IF NOT STKB-ARCHIVED
               ADD 1 TO FILES-FAILED-CRT
               MOVE 'NOT CARRIED - CBLSTKB KEPT' TO O-RESULT
               PERFORM L3-PRINT-FILE-LINE
           ELSE
               MOVE 'F' TO EOF
               OPEN INPUT STOCK-CLOSE-FILE
               OPEN OUTPUT STOCK-FWD-FILE
               PERFORM L3-COPY-STKO-REC
                   UNTIL EOF = 'T'
               CLOSE STOCK-FWD-FILE
               CLOSE STOCK-CLOSE-FILE
               MOVE 'F' TO EOF
               OPEN INPUT STOCK-FWD-FILE
               IF SRC-STATUS = '00'
                   PERFORM L3-VERIFY-CARRY-REC
                       UNTIL EOF = 'T'
               END-IF
               CLOSE STOCK-FWD-FILE
               MOVE 'F' TO EOF
               IF READ-CRT = VERIFY-CRT
                   OPEN OUTPUT STOCK-CLOSE-FILE
                   CLOSE STOCK-CLOSE-FILE
                   ADD 1 TO FILES-ARCHIVED-CRT
                   MOVE 'CARRIED FORWARD AND CLEARED' TO O-RESULT
               ELSE
                   ADD 1 TO FILES-FAILED-CRT
                   MOVE 'COUNTS DISAGREE - NOT CLEARED' TO O-RESULT
               END-IF
               PERFORM L3-PRINT-FILE-LINE
           END-IF.

       L3-COPY-STKO-REC.
           READ STOCK-CLOSE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO READ-CRT
                   MOVE STKO-REC TO STKB-REC
                   WRITE STKB-REC
                   ADD 1 TO WRITE-CRT
           END-READ.

       L3-VERIFY-CARRY-REC.
           READ STOCK-FWD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO VERIFY-CRT
           END-READ.

      ******************************************************************
      *ARCHIVE VERIFICATION - THE FRESHLY WRITTEN ARCHIVE IS CLOSED,
      *REOPENED FOR INPUT, AND COUNTED BACK OFF DISK.  ONLY A COUNT
                   ADD 1 TO VERIFY-CRT
           END-READ.

       L3-VERIFY-PORD.
           OPEN INPUT ARCH-PORD-FILE.
           IF ARCH-STATUS = '00'
               PERFORM L3-VERIFY-PORD-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ARCH-PORD-FILE.
           MOVE 'F' TO EOF.

       L3-VERIFY-PORD-REC.
           READ ARCH-PORD-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO VERIFY-CRT
           END-READ.

       L3-VERIFY-SHRT.
           OPEN INPUT ARCH-SHRT-FILE.
           IF ARCH-STATUS = '00'
                   ADD 1 TO VERIFY-CRT
           END-READ.

       L3-VERIFY-DELV.
           OPEN INPUT ARCH-DELV-FILE.
           IF ARCH-STATUS = '00'
               PERFORM L3-VERIFY-DELV-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ARCH-DELV-FILE.
           MOVE 'F' TO EOF.

       L3-VERIFY-DELV-REC.
           READ ARCH-DELV-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO VERIFY-CRT
           END-READ.

       L3-VERIFY-INVC.
           OPEN INPUT ARCH-INVC-FILE.
           IF ARCH-STATUS = '00'
               PERFORM L3-VERIFY-INVC-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ARCH-INVC-FILE.
           MOVE 'F' TO EOF.

       L3-VERIFY-INVC-REC.
           READ ARCH-INVC-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO VERIFY-CRT
           END-READ.

       L3-VERIFY-PICK.
           OPEN INPUT ARCH-PICK-FILE.
           IF ARCH-STATUS = '00'
               PERFORM L3-VERIFY-PICK-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ARCH-PICK-FILE.
           MOVE 'F' TO EOF.

       L3-VERIFY-PICK-REC.
           READ ARCH-PICK-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO VERIFY-CRT
           END-READ.

       L3-VERIFY-STKA.
           OPEN INPUT ARCH-STKA-FILE.
           IF ARCH-STATUS = '00'
               PERFORM L3-VERIFY-STKA-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ARCH-STKA-FILE.
           MOVE 'F' TO EOF.

       L3-VERIFY-STKA-REC.
           READ ARCH-STKA-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO VERIFY-CRT
           END-READ.

       L3-VERIFY-STKB.
           OPEN INPUT ARCH-STKB-FILE.
           IF ARCH-STATUS = '00'
               PERFORM L3-VERIFY-STKB-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ARCH-STKB-FILE.
           MOVE 'F' TO EOF.

       L3-VERIFY-STKB-REC.
           READ ARCH-STKB-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO VERIFY-CRT
           END-READ.

       L3-PRINT-FILE-LINE.
           MOVE READ-CRT TO O-REC-CRT.
           WRITE PRINTLINE OF PRTCLS FROM DETAIL-LINE
           WRITE PRINTLINE OF PRTCLS FROM COL-HEADING1
                   AFTER ADVANCING 2 LINES.

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
               DISPLAY 'CBLDSM20: SIGN-ON FAILED - RUN ABORTED.'
               STOP RUN
           END-IF.

       L3-SIGN-ON-TRY.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY 'CBLDSM20: OPERATOR ID:'.
           ACCEPT SIGNON-ID.
           DISPLAY 'CBLDSM20: PASSWORD:'.
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
               DISPLAY 'CBLDSM20: SIGN-ON REJECTED.'
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
           DISPLAY 'CBLDSM20: OPERATOR ' SIGNON-ID
                   ' IS NOT AUTHORIZED FOR ' SIGNON-FUNCTION.
           DISPLAY 'CBLDSM20: RUN ABORTED - NO CHANGES MADE.'.
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

       L3-AUD-CLEAR-TEAM.
           MOVE SPACE TO AUD-TEAM-CODE (AUD-SUB).
           MOVE ZERO  TO AUD-TEAM-TOTAL (AUD-SUB).


       END PROGRAM CBLDSM20.
