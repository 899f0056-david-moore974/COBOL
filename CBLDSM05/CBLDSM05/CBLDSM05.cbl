      *09/02/26   DLM  EVERY SELLER-MASTER REWRITE IS NOW JOURNALED
      *                WITH BEFORE/AFTER IMAGES TO CBLJRNL.DAT (SEE
      *                CBLJRNL.CPY) FOR CBLDSM17 RECOVERY.
      *10/15/26   DLM  THE ROLL NO LONGER THROWS AWAY A CREDIT BALANCE.
      *                A SELLER WHO PAID IN MORE THAN THEY SOLD AND WAS
      *                NOT REFUNDED (SEE CBLDSM25) STARTS NEXT SEASON
      *                WITH THE CREDIT AS SEL-PAID-TOTAL - MONEY PAID
      *                IN ADVANCE - INSTEAD OF ZERO.  THE COMPARISON
      *                REPORT SHOWS EACH CREDIT CARRIED AND A TOTAL.
      *10/15/26   DLM  THE ROLL NOW STARTS WITH AN OPERATOR SIGN-ON
      *                (CBLOPER.DAT, SEE CBLOPERT.CPY) AND NEEDS THE
      *                SEASON-ARCHIVE FUNCTION.  FORCING A RE-ROLL NO
      *                LONGER TAKES JUST A Y AT THE CONSOLE - THE
      *                OPERATOR MUST ALSO HOLD THE OVERRIDE FUNCTION,
      *                AND THE OVERRIDE AUDIT CARRIES THE SIGNED-ON ID.
      *                FAILURES AND REFUSALS ARE LOGGED (AUD-TYPE 'L').
      ******************************************************************


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
       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                    PIC X         VALUE 'F'.
           05 OPER-STATUS            PIC XX.
           05 SEL-STATUS             PIC XX.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-TIME      PIC X(11).
           05 C-PCTR                 PIC 99        VALUE ZERO.
           05 C-CHANGE-PCT           PIC S9(3)V99.
           05 C-CREDIT               PIC 9(7)V99.
           05 CREDIT-CRT             PIC 9999      VALUE ZERO.
           05 TOTAL-CREDIT           PIC 9(9)V99   VALUE ZERO.
           05 AUD-DATE-WK.
               10  AUD-DATE-WK-YEAR  PIC X(4).
               10  AUD-DATE-WK-MONTH PIC XX.
           05 JRNL-AFTER-WK          PIC X(102)    VALUE SPACES.


      ******************************************************************
      *OPERATOR SIGN-ON AREA - SEE COPYLIB\CBLOPERW.CPY.
      ******************************************************************
           COPY CBLOPERW.

       01 HEADING1.
           05 FILLER                 PIC X(6)       VALUE 'DATE: '.
           05  H1-DATE.
           05 FILLER                   PIC X(10) VALUE 'CURR TOTAL'.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'CHANGE %'.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'CREDIT FWD'.
           05 FILLER                   PIC X(29) VALUE SPACES.

       01 DETAIL-LINE.
           05 FILLER                   PIC XXX VALUE SPACES.
           05 FILLER                   PIC XXX VALUE SPACES.
           05 O-CHANGE-PCT             PIC +ZZ9.99.
           05 FILLER                   PIC X VALUE '%'.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 O-CREDIT                 PIC $$,$$9.99 BLANK WHEN ZERO.
           05 FILLER                   PIC XX VALUE SPACES.

       01 CREDIT-TOTAL-LIT.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(25)
                           VALUE 'CREDITS CARRIED FORWARD: '.
           05 O-CREDIT-CRT             PIC Z,ZZ9.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'TOTAL CREDIT: '.
           05 O-TOTAL-CREDIT           PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(66) VALUE SPACES.



           MOVE CURRENT-MONTH                TO H1-MONTH OF HEADING1.
           MOVE CURRENT-YEAR                 TO H1-YEAR OF HEADING1.

           MOVE 'SEASON ROLL' TO SIGNON-FUNCTION.
           PERFORM L3-SIGN-ON.
           IF NOT SO-MAY-ARCHIVE
               PERFORM L3-REFUSE-OPERATOR
           END-IF.

           PERFORM L3-CHECK-RUN-CONTROL.

           OPEN I-O SELLER-MASTER.
           PERFORM L3-PROCESS-REC
               UNTIL EOF = 'T'.

           MOVE CREDIT-CRT   TO O-CREDIT-CRT.
           MOVE TOTAL-CREDIT TO O-TOTAL-CREDIT.
           WRITE PRINTLINE OF PRTCOMP FROM CREDIT-TOTAL-LIT
                       AFTER ADVANCING 3 LINES.

       L2-CLOSINGS.
           CLOSE SELLER-MASTER.
           CLOSE PRTCOMP.
      *SEASON RUN CONTROL - A SECOND ROLL IN A ROW WOULD MAKE THE
      *ALREADY-ZEROED CURRENT TOTALS THE NEW PRIOR TOTALS AND WIPE
      *THE SEASON (IT HAPPENED IN A DRY RUN).  IF THE RUN-CONTROL
      *FILE SAYS THE SEASON IS ALREADY ROLLED, ONLY AN OPERATOR
      *SIGNED ON WITH THE OVERRIDE FUNCTION MAY PROCEED - AND STILL
      *ANSWERS THE CONSOLE PROMPT - AND THE OVERRIDE IS LOGGED TO
      *THE AUDIT-LOG-FILE (TYPE 'O') UNDER THE SIGNED-ON ID.  SEE
      *CBLRUNC.CPY AND CBLOPERT.CPY.
      ******************************************************************
       L3-CHECK-RUN-CONTROL.
           MOVE 'N' TO RUNC-FOUND-SW.
               DISPLAY 'CBLDSM05: SEASON ' RC-SEASON-YEAR
                       ' IS ALREADY ROLLED.'
               DISPLAY 'ROLLING AGAIN WILL WIPE THE SEASON TOTALS.'
               MOVE 'ROLL OVERRIDE' TO SIGNON-FUNCTION
               IF NOT SO-MAY-OVERRIDE
                   PERFORM L3-REFUSE-OPERATOR
               END-IF
               DISPLAY 'OVERRIDE AND ROLL ANYWAY? (Y/N)'
               ACCEPT OVERRIDE-REPLY
               IF OVERRIDE-YES
           MOVE AUD-DATE-WK        TO AUD-DATE.
           MOVE AUD-TIME-WK        TO AUD-TIME.
           MOVE ZERO               TO AUD-SEQ-NO.
           MOVE SIGNON-ID          TO AUD-USER.
           MOVE ZERO               TO AUD-FIELD-CODE.
           MOVE 'ROLL REFUSED'     TO AUD-OLD-VALUE.
           MOVE 'ROLL FORCED'      TO AUD-NEW-VALUE.
           CLOSE AUDIT-LOG-FILE.

       L3-PROCESS-REC.
           PERFORM L3-FIGURE-CREDIT.
           PERFORM L3-PRINT-COMPARISON.
           PERFORM L3-ROLL-SEASON.
           PERFORM L3-READ.
                   MOVE SELLER-MASTER-REC TO JRNL-BEFORE-WK
           END-READ.

      ******************************************************************
      *CREDIT BALANCE - WHAT THE SELLER PAID IN BEYOND WHAT THEY SOLD.
      *ANYTHING THE TREASURER DID NOT REFUND BEFORE THE ROLL IS
      *CARRIED INTO NEXT SEASON AS MONEY ALREADY PAID.
      ******************************************************************
       L3-FIGURE-CREDIT.
           IF SEL-PAID-TOTAL > SEL-CURR-TOTAL
               COMPUTE C-CREDIT = SEL-PAID-TOTAL - SEL-CURR-TOTAL
               ADD 1 TO CREDIT-CRT
               ADD C-CREDIT TO TOTAL-CREDIT
           ELSE
               MOVE ZERO TO C-CREDIT
           END-IF.

       L3-PRINT-COMPARISON.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SEL-LNAME TO P-LNAME OF DETAIL-LINE.
           MOVE SEL-PRIOR-YEAR  TO O-PRIOR-YEAR.
           MOVE SEL-PRIOR-TOTAL TO O-PRIOR-TOTAL.
           MOVE SEL-CURR-TOTAL  TO O-CURR-TOTAL.
           MOVE C-CREDIT        TO O-CREDIT.

           IF SEL-PRIOR-TOTAL = ZERO
               MOVE ZERO TO O-CHANGE-PCT
           MOVE SEL-CURR-TOTAL  TO SEL-PRIOR-TOTAL.
           MOVE ZERO            TO SEL-CURR-TOTAL.
           MOVE ZERO            TO SEL-CURR-YEAR.
           MOVE C-CREDIT        TO SEL-PAID-TOTAL.
           REWRITE SELLER-MASTER-REC.
           MOVE 'R' TO JRNL-ACTION-WK.
           MOVE SELLER-MASTER-REC TO JRNL-AFTER-WK.
           WRITE PRINTLINE OF PRTCOMP FROM COL-HEADING1
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
               DISPLAY 'CBLDSM05: SIGN-ON FAILED - RUN ABORTED.'
               STOP RUN
           END-IF.

       L3-SIGN-ON-TRY.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY 'CBLDSM05: OPERATOR ID:'.
           ACCEPT SIGNON-ID.
           DISPLAY 'CBLDSM05: PASSWORD:'.
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
               DISPLAY 'CBLDSM05: SIGN-ON REJECTED.'
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
           DISPLAY 'CBLDSM05: OPERATOR ' SIGNON-ID
                   ' IS NOT AUTHORIZED FOR ' SIGNON-FUNCTION.
           DISPLAY 'CBLDSM05: RUN ABORTED - NO CHANGES MADE.'.
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


       END PROGRAM CBLDSM05.
