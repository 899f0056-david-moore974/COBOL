      *09/02/26   DLM  EVERY SELLER-MASTER REWRITE IS NOW JOURNALED
      *                WITH BEFORE/AFTER IMAGES TO CBLJRNL.DAT (SEE
      *                CBLJRNL.CPY) FOR CBLDSM17 RECOVERY.
      *10/15/26   DLM  REFUND CHECKS ARE NOW POSTED - PAY-METHOD 'F'
      *                (SEE CBLPAYM.CPY), APPENDED BY CBLDSM25 FROM THE
      *                TREASURER'S APPROVED REFUNDS, SUBTRACTS THE
      *                AMOUNT FROM SEL-PAID-TOTAL.  A REFUND LARGER
      *                THAN THE SELLER'S CREDIT BALANCE (PAID LESS
      *                SOLD) IS REJECTED.  EACH REFUND POSTED IS
      *                JOURNALED LIKE ANY OTHER REWRITE AND LOGGED TO
      *                CBLAUDIT.DAT (TYPE 'F').
      *10/15/26   DLM  THE RUN NOW STARTS WITH AN OPERATOR SIGN-ON
      *                (CBLOPER.DAT, SEE CBLOPERT.CPY) AND NEEDS THE
      *                PAYMENT-POSTING FUNCTION.  THE REFUND AUDIT
      *                CARRIES THE SIGNED-ON ID.  FAILURES AND REFUSALS
      *                ARE LOGGED (AUD-TYPE 'L').
      ******************************************************************


           SELECT JOURNAL-FILE
               ASSIGN TO 'C:\COBOL\CBLJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE
               ASSIGN TO 'C:\COBOL\CBLOPER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.



           RECORD CONTAINS 227 CHARACTERS.
           COPY CBLJRNL.

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




       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                    PIC X         VALUE 'F'.
           05 OPER-STATUS            PIC XX.
           05 SEL-STATUS             PIC XX.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
           05 POSTED-CRT             PIC 9999      VALUE ZERO.
           05 REJECTED-CRT           PIC 9999      VALUE ZERO.
           05 RETURNED-CRT           PIC 9999      VALUE ZERO.
           05 REFUND-CRT             PIC 9999      VALUE ZERO.
           05 DELINQ-CRT             PIC 9999      VALUE ZERO.

           05 C-OUTSTANDING          PIC S9(7)V99.
           05 C-CREDIT               PIC S9(7)V99.

           05 AUD-DATE-WK.
               10  AUD-DATE-WK-YEAR  PIC X(4).
               10  AUD-DATE-WK-MONTH PIC XX.
               10  AUD-DATE-WK-DAY   PIC XX.
           05 AUD-TIME-WK            PIC X(6).
           05 AUD-SUB                PIC 99.

           05 JRNL-ACTION-WK         PIC X.
           05 JRNL-BEFORE-WK         PIC X(102)    VALUE SPACES.
           05 JRNL-AFTER-WK          PIC X(102)    VALUE SPACES.

      ******************************************************************
      *OPERATOR SIGN-ON AREA - SEE COPYLIB\CBLOPERW.CPY.
      ******************************************************************
           COPY CBLOPERW.

       01 CALCS.
           05 TOTAL-POSTED           PIC 9(9)V99   VALUE ZERO.
           05 TOTAL-RETURNED         PIC 9(9)V99   VALUE ZERO.
           05 TOTAL-REFUNDED         PIC 9(9)V99   VALUE ZERO.
           05 TOTAL-OUTSTANDING      PIC 9(9)V99   VALUE ZERO.


           05 O-RETURNED-CRT           PIC Z,ZZ9.
           05 FILLER                   PIC XX VALUE SPACES.
           05 O-TOTAL-RETURNED         PIC $$$,$$9.99.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE 'REFUNDS: '.
           05 O-REFUND-CRT             PIC Z,ZZ9.
           05 FILLER                   PIC XX VALUE SPACES.
           05 O-TOTAL-REFUNDED         PIC $$$,$$9.99.

       01 TOTAL-OUTSTANDING-LIT.
           05 FILLER                   PIC X(18)
           05 O-TOTAL-OUTSTANDING      PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(72) VALUE SPACES.

      *REFUND AUDIT NEW VALUE - THE AMOUNT AND THE FIRST SIX
      *CHARACTERS OF THE REFUND CHECK NUMBER, PACKED INTO THE 15-BYTE
      *AUD-NEW-VALUE THE SAME WAY CBLDSM04 PACKS A CANCELLATION.
       01 REFUND-VAL-WK.
           05 RFV-AMT                  PIC ZZZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RFV-CHECK-NO             PIC X(6).




           MOVE CURRENT-MONTH                TO H1-MONTH OF HEADING1-2.
           MOVE CURRENT-YEAR                 TO H1-YEAR OF HEADING1-2.

           MOVE 'PAYMENT POSTING' TO SIGNON-FUNCTION.
           PERFORM L3-SIGN-ON.
           IF NOT SO-MAY-POST-PAYMENTS
               PERFORM L3-REFUSE-OPERATOR
           END-IF.

           OPEN INPUT PAYMENT-FILE.
           OPEN I-O SELLER-MASTER.
           IF SEL-STATUS NOT = '00'
           MOVE TOTAL-POSTED   TO O-TOTAL-POSTED.
           MOVE RETURNED-CRT   TO O-RETURNED-CRT.
           MOVE TOTAL-RETURNED TO O-TOTAL-RETURNED.
           MOVE REFUND-CRT     TO O-REFUND-CRT.
           MOVE TOTAL-REFUNDED TO O-TOTAL-REFUNDED.
           WRITE PRINTLINE OF PRTPAY FROM TOTAL-POSTED-LIT
                       AFTER ADVANCING 3 LINES.

           IF NOT-ERROR
               PERFORM L3-SELLER-LOOKUP
               IF SELLER-FOUND
                   EVALUATE TRUE
                       WHEN PAY-RETURNED
                           PERFORM L3-BACK-OUT-RETURN
                       WHEN PAY-REFUND
                           PERFORM L3-POST-REFUND
                       WHEN OTHER
                           ADD PAY-AMOUNT TO SEL-PAID-TOTAL
                           REWRITE SELLER-MASTER-REC
                           MOVE 'R' TO JRNL-ACTION-WK
                           MOVE SELLER-MASTER-REC TO JRNL-AFTER-WK
                           PERFORM L3-WRITE-JOURNAL
                           ADD PAY-AMOUNT TO TOTAL-POSTED
                           ADD 1 TO POSTED-CRT
                           MOVE 'POSTED' TO OE-MESG-WK
                   END-EVALUATE
               ELSE
                   ADD 1 TO REJECTED-CRT
                   MOVE 'SELLER NOT ON MASTER' TO OE-MESG-WK
               GO TO L3-PAYMENT-EDIT-EXIT.

           IF NOT PAY-CASH AND NOT PAY-CHECK AND NOT PAY-RETURNED
                   AND NOT PAY-REFUND
               MOVE 'METHOD MUST BE C, K, R, OR F' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
               GO TO L3-PAYMENT-EDIT-EXIT.

           IF (PAY-CHECK OR PAY-RETURNED OR PAY-REFUND)
                   AND PAY-CHECK-NO EQUAL SPACES
               MOVE 'CHECK NUMBER REQUIRED' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
               MOVE 'RETURNED CHECK BACKED OUT' TO OE-MESG-WK
           END-IF.

      ******************************************************************
      *REFUND CHECK - THE CLUB WROTE A CHECK BACK TO A SELLER WHO HAD
      *PAID IN MORE THAN THEY SOLD, SO THE AMOUNT COMES OUT OF
      *SEL-PAID-TOTAL.  ONLY THE CREDIT BALANCE (PAID LESS SOLD) CAN
      *BE REFUNDED - ANYTHING MORE WOULD PUT THE SELLER BACK IN DEBT
      *AND WAS KEYED WRONG OR POSTED TWICE, SO IT IS REJECTED.
      ******************************************************************
       L3-POST-REFUND.
           COMPUTE C-CREDIT = SEL-PAID-TOTAL - SEL-CURR-TOTAL.
           IF PAY-AMOUNT > C-CREDIT
               ADD 1 TO REJECTED-CRT
               MOVE 'REFUND EXCEEDS CREDIT BALANCE' TO OE-MESG-WK
           ELSE
               SUBTRACT PAY-AMOUNT FROM SEL-PAID-TOTAL
               REWRITE SELLER-MASTER-REC
               MOVE 'R' TO JRNL-ACTION-WK
               MOVE SELLER-MASTER-REC TO JRNL-AFTER-WK
               PERFORM L3-WRITE-JOURNAL
               PERFORM L3-WRITE-REFUND-AUDIT
               ADD PAY-AMOUNT TO TOTAL-REFUNDED
               ADD 1 TO REFUND-CRT
               MOVE 'REFUND POSTED' TO OE-MESG-WK
           END-IF.

      ******************************************************************
      *REFUND AUDIT - TYPE 'F', SAME SHAPE AS CBLDSM04'S CANCEL AUDIT:
      *THE SELLER'S LAST NAME AS THE OLD VALUE AND THE AMOUNT AND
      *CHECK NUMBER AS THE NEW VALUE.
      ******************************************************************
       L3-WRITE-REFUND-AUDIT.
           MOVE CURRENT-YEAR       TO AUD-DATE-WK-YEAR.
           MOVE CURRENT-MONTH      TO AUD-DATE-WK-MONTH.
           MOVE CURRENT-DAY        TO AUD-DATE-WK-DAY.
           MOVE CURRENT-TIME (1:6) TO AUD-TIME-WK.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 'F'                TO AUD-TYPE.
           MOVE AUD-DATE-WK        TO AUD-DATE.
           MOVE AUD-TIME-WK        TO AUD-TIME.
           MOVE ZERO               TO AUD-SEQ-NO.
           MOVE SIGNON-ID          TO AUD-USER.
           MOVE ZERO               TO AUD-FIELD-CODE.
           MOVE PAY-LNAME          TO AUD-OLD-VALUE.
           MOVE PAY-AMOUNT         TO RFV-AMT.
           MOVE PAY-CHECK-NO       TO RFV-CHECK-NO.
           MOVE REFUND-VAL-WK      TO AUD-NEW-VALUE.
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

      ******************************************************************
      *SELLER-MASTER JOURNAL - SAME RULE AS CBLDSM04: EVERY REWRITE
      *CARRIES ITS BEFORE IMAGE (CAPTURED AT L3-SELLER-LOOKUP) AND
               WHEN PAY-RETURNED
                   MOVE 'RTND ' TO O-PAY-METHOD
                   MOVE PAY-CHECK-NO TO O-PAY-CHECK-NO
               WHEN PAY-REFUND
                   MOVE 'RFND ' TO O-PAY-METHOD
                   MOVE PAY-CHECK-NO TO O-PAY-CHECK-NO
               WHEN OTHER
                   MOVE 'CASH'  TO O-PAY-METHOD
                   MOVE SPACES  TO O-PAY-CHECK-NO
           WRITE BAL-PRINTLINE FROM COL-HEADING1-2
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
               DISPLAY 'CBLDSM08: SIGN-ON FAILED - RUN ABORTED.'
               STOP RUN
           END-IF.

       L3-SIGN-ON-TRY.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY 'CBLDSM08: OPERATOR ID:'.
           ACCEPT SIGNON-ID.
           DISPLAY 'CBLDSM08: PASSWORD:'.
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
               DISPLAY 'CBLDSM08: SIGN-ON REJECTED.'
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
           DISPLAY 'CBLDSM08: OPERATOR ' SIGNON-ID
                   ' IS NOT AUTHORIZED FOR ' SIGNON-FUNCTION.
           DISPLAY 'CBLDSM08: RUN ABORTED - NO CHANGES MADE.'.
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


       END PROGRAM CBLDSM08.
