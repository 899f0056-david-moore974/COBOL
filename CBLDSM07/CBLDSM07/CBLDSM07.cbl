      *(RECORD 72 TO 80, REJECT QUEUE 81 TO 89).  THE DATE IS
      *CARRIED THROUGH A CORRECTION, CORRECTABLE AS FIELD CODES
      *16/17, AND VALIDATED LIKE CBLDSM04.
      *10/15/26   DLM  RE-VALIDATION NOW CHECKS THE ZIP AGAINST THE
      *STATE'S PREFIX RANGES ON CBLZIP.DAT (SEE CBLZIPT/CBLZIPW) LIKE
      *CBLDSM04.  A CODE 18 REJECT IS CORRECTED WITH FIELD CODE 18
      *(THE ZIP) OR 05 (THE STATE).
      *10/15/26   DLM  THE RUN NOW STARTS WITH AN OPERATOR SIGN-ON
      *(CBLOPER.DAT, SEE CBLOPERT.CPY) AND NEEDS THE
      *CORRECTIONS FUNCTION.  THE CORRECTION AUDIT NOW
      *CARRIES THE SIGNED-ON ID, NOT CORR-USER.  FAILURES
      *AND REFUSALS ARE LOGGED (AUD-TYPE 'L').
      ******************************************************************


           SELECT STATE-FILE
               ASSIGN TO 'C:\COBOL\CBLSTAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZIP-PREFIX-FILE
               ASSIGN TO 'C:\COBOL\CBLZIP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZIPS-STATUS.
           SELECT TEAM-FILE
               ASSIGN TO 'C:\COBOL\CBLTEAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE
               ASSIGN TO 'C:\COBOL\CBLOPER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLRUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 5 CHARACTERS.
           COPY CBLSTATT.

           FD  ZIP-PREFIX-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ZIP-PREFIX-REC
           RECORD CONTAINS 8 CHARACTERS.
           COPY CBLZIPT.

           FD  TEAM-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS TEAM-REC
           RECORD CONTAINS 207 CHARACTERS.
           COPY CBLAUDIT.

           FD  OPERATOR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OPERATOR-REC
           RECORD CONTAINS 48 CHARACTERS.
           COPY CBLOPERT.

           FD  RUN-CONTROL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUN-CONTROL-REC
       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF-REJ                 PIC X         VALUE 'F'.
           05 OPER-STATUS             PIC XX.
           05 EOF-CORR                PIC X         VALUE 'F'.
           05 EOF                     PIC X         VALUE 'F'.
           05 CURRENT-DATE-AND-TIME.
               88 NOT-VALID-CASES      VALUE 0.
           05 C-TEAMS                  PIC X.
           05 TEAM-STATUS              PIC XX.
           05 ZIPS-STATUS              PIC XX.
           05 AUD-SUB                  PIC 99.
           05 RUNC-STATUS              PIC XX.
           05 RUNC-FOUND-SW            PIC X         VALUE 'N'.
           05 STILL-BAD-CRT            PIC 9999      VALUE ZERO.
           05 NOT-FOUND-CRT            PIC 9999      VALUE ZERO.

      ******************************************************************
      *OPERATOR SIGN-ON AREA - SEE COPYLIB\CBLOPERW.CPY.
      ******************************************************************
           COPY CBLOPERW.

      ******************************************************************
      *WORKING COPY OF THE 71-BYTE POP-MASTER RECORD LAYOUT, BUILT FROM
      *THE REJECT QUEUE'S RQ-ORIG-REC SO THE CORRECTION CAN BE APPLIED

           COPY CBLFLAVW.
           COPY CBLSTATW.
           COPY CBLZIPW.
           COPY CBLTEAMW.


           MOVE CURRENT-MONTH                TO H1-MONTH OF HEADING1.
           MOVE CURRENT-YEAR                 TO H1-YEAR OF HEADING1.

           MOVE 'CORRECTIONS' TO SIGNON-FUNCTION.
           PERFORM L3-SIGN-ON.
           IF NOT SO-MAY-CORRECT
               PERFORM L3-REFUSE-OPERATOR
           END-IF.

           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-LOAD-STATE-TABLE.
           PERFORM L3-LOAD-ZIP-TABLE.
           PERFORM L3-LOAD-TEAM-TABLE.
           PERFORM L3-CHECK-RUN-CONTROL.

                   MOVE ST-DEPOSIT TO STT-DEPOSIT (ST-IDX)
           END-READ.

      ******************************************************************
      *ZIP-PREFIX TABLE LOAD - SAME TABLE CBLDSM04 CHECKS AGAINST.  A
      *MISSING FILE LOADS AN EMPTY TABLE AND NO ZIP IS CHECKED.
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
      *TEAM TABLE LOAD - SAME TABLE CBLDSM04 VALIDATES AGAINST,
      *DRIVEN FROM CBLTEAM.DAT WITH THE SAME A-THRU-E FALLBACK WHEN
                   MOVE WP-STATE   TO OLD-VALUE-WK
               WHEN 06
                   MOVE WP-ZIP     TO OLD-VALUE-WK
               WHEN 18
                   MOVE WP-ZIP     TO OLD-VALUE-WK
               WHEN 07 THRU 08
                   MOVE WP-POP-TYPE TO OLD-VALUE-WK
               WHEN 09 THRU 10
           MOVE AUD-DATE-WK        TO AUD-DATE.
           MOVE AUD-TIME-WK        TO AUD-TIME.
           MOVE RQ-SEQ-NO          TO AUD-SEQ-NO.
           MOVE SIGNON-ID          TO AUD-USER.
           MOVE CORR-FIELD-CODE    TO AUD-FIELD-CODE.
           MOVE OLD-VALUE-WK       TO AUD-OLD-VALUE.
           MOVE CORR-NEW-VALUE     TO AUD-NEW-VALUE.
           MOVE AUD-DATE-WK        TO AUD-DATE.
           MOVE AUD-TIME-WK        TO AUD-TIME.
           MOVE CORR-SEQ-NO        TO AUD-SEQ-NO.
           MOVE SIGNON-ID          TO AUD-USER.
           MOVE CORR-FIELD-CODE    TO AUD-FIELD-CODE.
           MOVE SPACES             TO AUD-OLD-VALUE.
           MOVE CORR-NEW-VALUE     TO AUD-NEW-VALUE.
                   MOVE CORR-NEW-VALUE(1:2)  TO WP-STATE
               WHEN 06
                   MOVE CORR-NEW-VALUE(1:9)  TO WP-ZIP
               WHEN 18
                   MOVE CORR-NEW-VALUE(1:9)  TO WP-ZIP
               WHEN 07 THRU 08
                   MOVE CORR-NEW-VALUE(1:2)  TO WP-POP-TYPE
               WHEN 09 THRU 10
               WHEN STT-CODE (ST-IDX) = C-STATE
                   MOVE 'Y' TO STATE-FOUND-SW.

      ******************************************************************
      *ZIP-TO-STATE CHECK - SAME RULE AS CBLDSM04.  C-STATE AND
      *ZIP-PREFIX-WK ARE SET BY THE CALLER.  A STATE WITH NO RANGES
      *ON THE TABLE PASSES.
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

       L3-VALIDATION.
           MOVE 'N' TO ERROR-SW.

               MOVE 'Y' TO ERROR-SW
               GO TO L3-VALIDATION-EXIT.

           MOVE WP-ZIP (1:3) TO ZIP-PREFIX-WK.
           PERFORM L3-ZIP-STATE-CHECK.
           IF ZIP-NOT-IN-STATE
               MOVE 'ZIP NOT VALID FOR STATE' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
               GO TO L3-VALIDATION-EXIT.

           IF WP-POP-TYPE NOT NUMERIC
               MOVE 'POP TYPE NOT NUMERIC' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           WRITE PRINTLINE OF PRTLOG FROM COL-HEADING1
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
               DISPLAY 'CBLDSM07: SIGN-ON FAILED - RUN ABORTED.'
               STOP RUN
           END-IF.

       L3-SIGN-ON-TRY.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY 'CBLDSM07: OPERATOR ID:'.
           ACCEPT SIGNON-ID.
           DISPLAY 'CBLDSM07: PASSWORD:'.
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
               DISPLAY 'CBLDSM07: SIGN-ON REJECTED.'
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
           DISPLAY 'CBLDSM07: OPERATOR ' SIGNON-ID
                   ' IS NOT AUTHORIZED FOR ' SIGNON-FUNCTION.
           DISPLAY 'CBLDSM07: RUN ABORTED - NO CHANGES MADE.'.
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


       END PROGRAM CBLDSM07.
