      *                00000000) BEFORE THE NEW ONE, SO ORDERS DATED
      *                BEFORE THE CHANGE KEEP THE PRICE THEY WERE
      *                SOLD AT.
      *10/15/26   DLM  NOW ALSO MAINTAINS THE DELIVERY ROUTE FILE
      *                (CBLROUT.DAT, SEE CBLROUTT/CBLROUTW) - FILE ID
      *                'R', KEYED BY THE LOW ZIP OF THE RANGE LIKE
      *                PRIZE TIERS ARE KEYED BY THRESHOLD - REJECTING
      *                NON-NUMERIC, BACKWARD, AND OVERLAPPING ZIP
      *                RANGES SO NO ORDER CAN LAND ON TWO ROUTES.
      *                TRANSACTION 118 TO 168.
      *10/15/26   DLM  NOW ALSO MAINTAINS THE ZIP-PREFIX/STATE FILE
      *                (CBLZIP.DAT, SEE CBLZIPT/CBLZIPW) - FILE ID
      *                'Z', KEYED BY STATE PLUS LOW PREFIX - THAT
      *                CBLDSM04, 07, AND 13 CHECK EACH ORDER'S ZIP
      *                AGAINST.  THE STATE MUST BE ON THE STATE TABLE
      *                AND NO PREFIX MAY BELONG TO TWO RANGES.
      *                TRANSACTION 168 TO 174.
      *10/15/26   DLM  THE RUN NOW STARTS WITH AN OPERATOR SIGN-ON
      *                (CBLOPER.DAT, SEE CBLOPERT.CPY) AND NEEDS THE
      *                TABLE-MAINTENANCE FUNCTION.  THE MAINT AUDIT NOW
      *                CARRIES THE SIGNED-ON ID, NOT TM-USER.  FAILURES
      *                AND REFUSALS ARE LOGGED (AUD-TYPE 'L').
      ******************************************************************


               ASSIGN TO 'C:\COBOL\CBLPRIZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIZE-STATUS.
           SELECT ROUTE-FILE
               ASSIGN TO 'C:\COBOL\CBLROUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-STATUS.
           SELECT ZIP-PREFIX-FILE
               ASSIGN TO 'C:\COBOL\CBLZIP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZIPS-STATUS.
           SELECT PRTTMNT
               ASSIGN TO 'C:\COBOL\CBLPOPTM.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'C:\COBOL\CBLAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE
               ASSIGN TO 'C:\COBOL\CBLOPER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.



           FD  TABLE-MAINT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS TABLE-MAINT-REC
           RECORD CONTAINS 174 CHARACTERS.
           COPY CBLTMNT.

           FD  FLAVOR-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY CBLPRZT.

           FD  ROUTE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ROUTE-REC
           RECORD CONTAINS 50 CHARACTERS.
           COPY CBLROUTT.

           FD  ZIP-PREFIX-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS ZIP-PREFIX-REC
           RECORD CONTAINS 8 CHARACTERS.
           COPY CBLZIPT.

           FD  PRTTMNT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           RECORD CONTAINS 207 CHARACTERS.
           COPY CBLAUDIT.

           FD  OPERATOR-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OPERATOR-REC
           RECORD CONTAINS 48 CHARACTERS.
           COPY CBLOPERT.




       WORKING-STORAGE SECTION.
       01 MISIC.
           05 EOF                     PIC X         VALUE 'F'.
           05 OPER-STATUS             PIC XX.
           05 CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR      PIC X(4).
               10  CURRENT-MONTH     PIC XX.
           05 PRIZE-FOUND-SW          PIC X         VALUE 'N'.
               88 PRIZE-TIER-FOUND          VALUE 'Y'.
               88 PRIZE-TIER-NOT-FOUND      VALUE 'N'.
           05 ROUTE-STATUS            PIC XX.
           05 RO-SUB                  PIC 99.
           05 RO-FOUND-SUB            PIC 99.
           05 RO-OVERLAP-SW           PIC X         VALUE 'N'.
               88 RO-OVERLAP                VALUE 'Y'.
           05 ZIPS-STATUS             PIC XX.
           05 ZP-SUB                  PIC 99.
           05 ZP-FOUND-SUB            PIC 99.
           05 ZP-FOUND-SW             PIC X         VALUE 'N'.
               88 ZP-FOUND                  VALUE 'Y'.
               88 ZP-NOT-FOUND              VALUE 'N'.
           05 ZP-OVERLAP-SW           PIC X         VALUE 'N'.
               88 ZP-OVERLAP                VALUE 'Y'.

           05 SHIFT-IDX               PIC 99.
           05 LIST-IDX                PIC 99.
           05 OLD-VALUE-WK            PIC X(15).
           05 NEW-VALUE-WK            PIC X(15).

      ******************************************************************
      *OPERATOR SIGN-ON AREA - SEE COPYLIB\CBLOPERW.CPY.
      ******************************************************************
           COPY CBLOPERW.

      ******************************************************************
      *15-BYTE OLD/NEW VALUE SNAPSHOTS FOR THE AUDIT LOG - A FLAVOR IS
      *SHOWN AS NAME (TRUNCATED) PLUS PRICE, A STATE AS CODE PLUS
           05 FILLER                  PIC X         VALUE SPACE.
           05 PV-DESC                 PIC X(6).

       01 ROUTE-VAL-WK.
           05 RV-ZIP-LOW              PIC 9(5).
           05 FILLER                  PIC X         VALUE '-'.
           05 RV-ZIP-HIGH             PIC 9(5).
           05 FILLER                  PIC X         VALUE SPACE.
           05 RV-NAME                 PIC X(3).

       01 ZIP-VAL-WK.
           05 ZV-STATE                PIC XX.
           05 FILLER                  PIC X         VALUE SPACE.
           05 ZV-PREFIX-LOW           PIC 999.
           05 FILLER                  PIC X         VALUE '-'.
           05 ZV-PREFIX-HIGH          PIC 999.
           05 FILLER                  PIC X(5)      VALUE SPACES.

           COPY CBLFLAVW.
           COPY CBLSTATW.
           COPY CBLTEAMW.
           COPY CBLPRZW.
           COPY CBLROUTW.
           COPY CBLZIPW.

      ******************************************************************
      *DATED-PRICE TABLE - LOADED AT L2-INIT FROM CBLFPRH.DAT SO A
           05 O-PZ-DESC                PIC X(20).
           05 FILLER                   PIC X(93) VALUE SPACES.

       01 ROUTE-LIST-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-RO-ZIP-LOW             PIC 9(5).
           05 FILLER                   PIC X(3) VALUE ' - '.
           05 O-RO-ZIP-HIGH            PIC 9(5).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-RO-NAME                PIC X(20).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-RO-DRIVER              PIC X(20).
           05 FILLER                   PIC X(67) VALUE SPACES.

       01 ZIP-LIST-LINE.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-ZP-STATE               PIC XX.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-ZP-PREFIX-LOW          PIC 999.
           05 FILLER                   PIC X(3) VALUE ' - '.
           05 O-ZP-PREFIX-HIGH         PIC 999.
           05 FILLER                   PIC X(112) VALUE SPACES.

       01 COL-HEADING1.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'SEQ. NO.'.
           MOVE CURRENT-MONTH                TO H1-MONTH OF HEADING1.
           MOVE CURRENT-YEAR                 TO H1-YEAR OF HEADING1.

           MOVE 'TABLE MAINT' TO SIGNON-FUNCTION.
           PERFORM L3-SIGN-ON.
           IF NOT SO-MAY-MAINT-TABLES
               PERFORM L3-REFUSE-OPERATOR
           END-IF.

           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-LOAD-PRICE-HISTORY.
           PERFORM L3-LOAD-STATE-TABLE.
           PERFORM L3-LOAD-TEAM-TABLE.
           PERFORM L3-LOAD-PRIZE-TABLE.
           PERFORM L3-LOAD-ROUTE-TABLE.
           PERFORM L3-LOAD-ZIP-TABLE.

           OPEN INPUT TABLE-MAINT-FILE.
           OPEN OUTPUT PRTTMNT.
           PERFORM L3-REWRITE-STATE-FILE.
           PERFORM L3-REWRITE-TEAM-FILE.
           PERFORM L3-REWRITE-PRIZE-FILE.
           PERFORM L3-REWRITE-ROUTE-FILE.
           PERFORM L3-REWRITE-ZIP-FILE.

           CLOSE TABLE-MAINT-FILE.
           CLOSE PRTTMNT.
                   PERFORM L3-TEAM-TRANS THRU L3-TEAM-TRANS-EXIT
               WHEN TM-PRIZE-MAINT
                   PERFORM L3-PRIZE-TRANS THRU L3-PRIZE-TRANS-EXIT
               WHEN TM-ROUTE-MAINT
                   PERFORM L3-ROUTE-TRANS THRU L3-ROUTE-TRANS-EXIT
               WHEN TM-ZIP-MAINT
                   PERFORM L3-ZIP-TRANS THRU L3-ZIP-TRANS-EXIT
               WHEN OTHER
                   MOVE 'INVALID FILE ID' TO OE-MESG-WK
                   MOVE 'Y' TO ERROR-SW
           MOVE TM-PRIZE-DESC TO PV-DESC.
           MOVE PRIZE-VAL-WK  TO NEW-VALUE-WK.

      ******************************************************************
      *DELIVERY ROUTE TABLE LOAD - A RECORD WITH A NON-NUMERIC OR
      *BACKWARD ZIP RANGE IS DROPPED AT LOAD, SO THE REWRITE AT CLOSE
      *CLEANS THE FILE.  AN EMPTY OR MISSING FILE IS AN EMPTY TABLE -
      *EVERY ORDER IS A PICKUP UNTIL ROUTES ARE ADDED.
      ******************************************************************
       L3-LOAD-ROUTE-TABLE.
           MOVE ZERO TO ROUTE-COUNT.
           OPEN INPUT ROUTE-FILE.
           IF ROUTE-STATUS = '00'
               PERFORM L3-LOAD-ROUTE-REC
                   UNTIL EOF = 'T'
           END-IF.
           CLOSE ROUTE-FILE.
           MOVE 'F' TO EOF.

       L3-LOAD-ROUTE-REC.
           READ ROUTE-FILE
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF ROUTE-COUNT < 50
                           AND RO-ZIP-LOW IS NUMERIC
                           AND RO-ZIP-HIGH IS NUMERIC
                           AND RO-ZIP-HIGH NOT < RO-ZIP-LOW
                       ADD 1 TO ROUTE-COUNT
                       SET RO-IDX TO ROUTE-COUNT
                       MOVE RO-ZIP-LOW  TO ROT-ZIP-LOW (RO-IDX)
                       MOVE RO-ZIP-HIGH TO ROT-ZIP-HIGH (RO-IDX)
                       MOVE RO-NAME     TO ROT-NAME (RO-IDX)
                       MOVE RO-DRIVER   TO ROT-DRIVER (RO-IDX)
                   END-IF
           END-READ.

       L3-ROUTE-SEARCH.
           MOVE 'N' TO ROUTE-FOUND-SW.
           PERFORM L3-ROUTE-SEARCH-TEST
               VARYING RO-SUB FROM 1 BY 1
               UNTIL RO-SUB > ROUTE-COUNT
                   OR ROUTE-FOUND.

       L3-ROUTE-SEARCH-TEST.
           IF ROT-ZIP-LOW (RO-SUB) = TM-ZIP-LOW
               MOVE 'Y' TO ROUTE-FOUND-SW
               MOVE RO-SUB TO RO-FOUND-SUB
           END-IF.

       L3-ROUTE-TRANS.
           IF TM-ZIP-LOW NOT NUMERIC
               MOVE 'ROUTE ZIP NOT NUMERIC' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
               GO TO L3-ROUTE-TRANS-EXIT.

           PERFORM L3-ROUTE-SEARCH.

           EVALUATE TRUE
               WHEN TM-ADD
                   PERFORM L3-ROUTE-ADD
               WHEN TM-CHANGE
                   PERFORM L3-ROUTE-CHANGE
               WHEN TM-DELETE
                   PERFORM L3-ROUTE-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO OE-MESG-WK
                   MOVE 'Y' TO ERROR-SW
           END-EVALUATE.
       L3-ROUTE-TRANS-EXIT.
           EXIT.

       L3-ROUTE-ADD.
           IF ROUTE-FOUND
               MOVE 'DUPLICATE ROUTE ZIP RANGE' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           ELSE
               IF ROUTE-COUNT = 50
                   MOVE 'ROUTE TABLE FULL' TO OE-MESG-WK
                   MOVE 'Y' TO ERROR-SW
               ELSE
                   MOVE ZERO TO RO-FOUND-SUB
                   PERFORM L3-EDIT-ROUTE-FIELDS
                   IF NOT-ERROR
                       IF TM-ROUTE-NAME = SPACES
                               OR TM-DRIVER = SPACES
                           MOVE 'ROUTE NAME AND DRIVER REQUIRED'
                                                   TO OE-MESG-WK
                           MOVE 'Y' TO ERROR-SW
                       END-IF
                   END-IF
                   IF NOT-ERROR
                       ADD 1 TO ROUTE-COUNT
                       SET RO-IDX TO ROUTE-COUNT
                       MOVE TM-ZIP-LOW    TO ROT-ZIP-LOW (RO-IDX)
                       MOVE TM-ZIP-HIGH   TO ROT-ZIP-HIGH (RO-IDX)
                       MOVE TM-ROUTE-NAME TO ROT-NAME (RO-IDX)
                       MOVE TM-DRIVER     TO ROT-DRIVER (RO-IDX)
                       PERFORM L3-ROUTE-NEW-VALUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *A CHANGE MAY MOVE THE HIGH END OF THE RANGE, RENAME THE ROUTE,
      *OR REASSIGN THE DRIVER.  A BLANK NAME OR DRIVER LEAVES THAT
      *FIELD ALONE, SAME AS THE TEAM DIVISION RULE.  MOVING THE LOW
      *END IS A DELETE AND AN ADD.
      ******************************************************************
       L3-ROUTE-CHANGE.
           IF ROUTE-NOT-FOUND
               MOVE 'ROUTE ZIP RANGE NOT ON TABLE' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           ELSE
               PERFORM L3-EDIT-ROUTE-FIELDS
               IF NOT-ERROR
                   PERFORM L3-ROUTE-OLD-VALUE
                   MOVE TM-ZIP-HIGH TO ROT-ZIP-HIGH (RO-FOUND-SUB)
                   IF TM-ROUTE-NAME NOT = SPACES
                       MOVE TM-ROUTE-NAME TO ROT-NAME (RO-FOUND-SUB)
                   END-IF
                   IF TM-DRIVER NOT = SPACES
                       MOVE TM-DRIVER TO ROT-DRIVER (RO-FOUND-SUB)
                   END-IF
                   MOVE ROT-ZIP-LOW (RO-FOUND-SUB)  TO RV-ZIP-LOW
                   MOVE ROT-ZIP-HIGH (RO-FOUND-SUB) TO RV-ZIP-HIGH
                   MOVE ROT-NAME (RO-FOUND-SUB)     TO RV-NAME
                   MOVE ROUTE-VAL-WK                TO NEW-VALUE-WK
               END-IF
           END-IF.

       L3-ROUTE-DELETE.
           IF ROUTE-NOT-FOUND
               MOVE 'ROUTE ZIP RANGE NOT ON TABLE' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           ELSE
               PERFORM L3-ROUTE-OLD-VALUE
               MOVE RO-FOUND-SUB TO SHIFT-IDX
               PERFORM L3-ROUTE-SHIFT
                   UNTIL SHIFT-IDX >= ROUTE-COUNT
               SUBTRACT 1 FROM ROUTE-COUNT
           END-IF.

       L3-ROUTE-SHIFT.
           MOVE ROT-ZIP-LOW (SHIFT-IDX + 1) TO ROT-ZIP-LOW (SHIFT-IDX).
           MOVE ROT-ZIP-HIGH (SHIFT-IDX + 1)
                                   TO ROT-ZIP-HIGH (SHIFT-IDX).
           MOVE ROT-NAME (SHIFT-IDX + 1)   TO ROT-NAME (SHIFT-IDX).
           MOVE ROT-DRIVER (SHIFT-IDX + 1) TO ROT-DRIVER (SHIFT-IDX).
           ADD 1 TO SHIFT-IDX.

      ******************************************************************
      *A BACKWARD RANGE MATCHES NO ZIP AND AN OVERLAPPING ONE PUTS
      *THE SAME DOORSTEP ON TWO TRUCKS - BOTH ARE REJECTED.  THE
      *OVERLAP TEST SKIPS THE ENTRY BEING CHANGED (RO-FOUND-SUB; ZERO
      *ON AN ADD).
      ******************************************************************
       L3-EDIT-ROUTE-FIELDS.
           IF TM-ZIP-HIGH NOT NUMERIC
               MOVE 'ROUTE ZIP NOT NUMERIC' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           ELSE
               IF TM-ZIP-HIGH < TM-ZIP-LOW
                   MOVE 'ZIP RANGE HIGH BELOW LOW' TO OE-MESG-WK
                   MOVE 'Y' TO ERROR-SW
               ELSE
                   MOVE 'N' TO RO-OVERLAP-SW
                   PERFORM L3-ROUTE-OVERLAP-TEST
                       VARYING RO-SUB FROM 1 BY 1
                       UNTIL RO-SUB > ROUTE-COUNT
                           OR RO-OVERLAP
                   IF RO-OVERLAP
                       MOVE 'ZIP RANGE OVERLAPS A ROUTE' TO OE-MESG-WK
                       MOVE 'Y' TO ERROR-SW
                   END-IF
               END-IF
           END-IF.

       L3-ROUTE-OVERLAP-TEST.
           IF RO-SUB NOT = RO-FOUND-SUB
                   AND ROT-ZIP-LOW (RO-SUB) NOT > TM-ZIP-HIGH
                   AND ROT-ZIP-HIGH (RO-SUB) NOT < TM-ZIP-LOW
               MOVE 'Y' TO RO-OVERLAP-SW
           END-IF.

       L3-ROUTE-OLD-VALUE.
           MOVE ROT-ZIP-LOW (RO-FOUND-SUB)  TO RV-ZIP-LOW.
           MOVE ROT-ZIP-HIGH (RO-FOUND-SUB) TO RV-ZIP-HIGH.
           MOVE ROT-NAME (RO-FOUND-SUB)     TO RV-NAME.
           MOVE ROUTE-VAL-WK                TO OLD-VALUE-WK.

       L3-ROUTE-NEW-VALUE.
           MOVE TM-ZIP-LOW    TO RV-ZIP-LOW.
           MOVE TM-ZIP-HIGH   TO RV-ZIP-HIGH.
           MOVE TM-ROUTE-NAME TO RV-NAME.
           MOVE ROUTE-VAL-WK  TO NEW-VALUE-WK.

      ******************************************************************
      *ZIP-PREFIX TABLE LOAD - A RECORD WITH A NON-NUMERIC OR BACKWARD
      *RANGE IS DROPPED.  A MISSING FILE LOADS AN EMPTY TABLE, AND A
      *STATE WITH NO RANGES IS NOT CHECKED BY THE ORDER PROGRAMS.
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
                           AND ZP-PREFIX-HIGH NOT < ZP-PREFIX-LOW
                       ADD 1 TO ZIP-PREFIX-COUNT
                       SET ZP-IDX TO ZIP-PREFIX-COUNT
                       MOVE ZP-STATE       TO ZPT-STATE (ZP-IDX)
                       MOVE ZP-PREFIX-LOW  TO ZPT-PREFIX-LOW (ZP-IDX)
                       MOVE ZP-PREFIX-HIGH TO ZPT-PREFIX-HIGH (ZP-IDX)
                   END-IF
           END-READ.

       L3-ZIP-SEARCH.
           MOVE 'N' TO ZP-FOUND-SW.
           PERFORM L3-ZIP-SEARCH-TEST
               VARYING ZP-SUB FROM 1 BY 1
               UNTIL ZP-SUB > ZIP-PREFIX-COUNT
                   OR ZP-FOUND.

       L3-ZIP-SEARCH-TEST.
           IF ZPT-STATE (ZP-SUB) = C-STATE
                   AND ZPT-PREFIX-LOW (ZP-SUB) = TM-PREFIX-LOW
               MOVE 'Y' TO ZP-FOUND-SW
               MOVE ZP-SUB TO ZP-FOUND-SUB
           END-IF.

      ******************************************************************
      *A ZIP-PREFIX RANGE MAY ONLY BE ADDED FOR A STATE ALREADY ON THE
      *STATE TABLE - OTHERWISE THE ORDER PROGRAMS WOULD REJECT THE
      *STATE BEFORE THEY EVER LOOKED AT THE ZIP.
      ******************************************************************
       L3-ZIP-TRANS.
           IF TM-KEY EQUAL SPACES
               MOVE 'STATE CODE REQUIRED' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
               GO TO L3-ZIP-TRANS-EXIT.

           IF TM-PREFIX-LOW NOT NUMERIC
               MOVE 'ZIP PREFIX NOT NUMERIC' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
               GO TO L3-ZIP-TRANS-EXIT.

           MOVE TM-KEY TO C-STATE.
           PERFORM L3-ZIP-SEARCH.

           EVALUATE TRUE
               WHEN TM-ADD
                   PERFORM L3-ZIP-ADD
               WHEN TM-CHANGE
                   PERFORM L3-ZIP-CHANGE
               WHEN TM-DELETE
                   PERFORM L3-ZIP-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO OE-MESG-WK
                   MOVE 'Y' TO ERROR-SW
           END-EVALUATE.
       L3-ZIP-TRANS-EXIT.
           EXIT.

       L3-ZIP-ADD.
           IF ZP-FOUND
               MOVE 'DUPLICATE ZIP PREFIX RANGE' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           ELSE
               PERFORM L3-STATE-SEARCH
               IF STATE-NOT-FOUND
                   MOVE 'STATE CODE NOT ON TABLE' TO OE-MESG-WK
                   MOVE 'Y' TO ERROR-SW
               ELSE
                   IF ZIP-PREFIX-COUNT = 99
                       MOVE 'ZIP PREFIX TABLE FULL' TO OE-MESG-WK
                       MOVE 'Y' TO ERROR-SW
                   ELSE
                       MOVE ZERO TO ZP-FOUND-SUB
                       PERFORM L3-EDIT-ZIP-FIELDS
                       IF NOT-ERROR
                           ADD 1 TO ZIP-PREFIX-COUNT
                           SET ZP-IDX TO ZIP-PREFIX-COUNT
                           MOVE C-STATE  TO ZPT-STATE (ZP-IDX)
                           MOVE TM-PREFIX-LOW
                                         TO ZPT-PREFIX-LOW (ZP-IDX)
                           MOVE TM-PREFIX-HIGH
                                         TO ZPT-PREFIX-HIGH (ZP-IDX)
                           PERFORM L3-ZIP-NEW-VALUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *A CHANGE MOVES THE HIGH END OF THE RANGE.  MOVING THE LOW END
      *OR THE STATE IS A DELETE AND AN ADD, AS WITH ROUTES.
      ******************************************************************
       L3-ZIP-CHANGE.
           IF ZP-NOT-FOUND
               MOVE 'ZIP PREFIX RANGE NOT ON TABLE' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           ELSE
               PERFORM L3-EDIT-ZIP-FIELDS
               IF NOT-ERROR
                   PERFORM L3-ZIP-OLD-VALUE
                   MOVE TM-PREFIX-HIGH
                                 TO ZPT-PREFIX-HIGH (ZP-FOUND-SUB)
                   PERFORM L3-ZIP-NEW-VALUE
               END-IF
           END-IF.

       L3-ZIP-DELETE.
           IF ZP-NOT-FOUND
               MOVE 'ZIP PREFIX RANGE NOT ON TABLE' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           ELSE
               PERFORM L3-ZIP-OLD-VALUE
               MOVE ZP-FOUND-SUB TO SHIFT-IDX
               PERFORM L3-ZIP-SHIFT
                   UNTIL SHIFT-IDX >= ZIP-PREFIX-COUNT
               SUBTRACT 1 FROM ZIP-PREFIX-COUNT
           END-IF.

       L3-ZIP-SHIFT.
           MOVE ZPT-STATE (SHIFT-IDX + 1) TO ZPT-STATE (SHIFT-IDX).
           MOVE ZPT-PREFIX-LOW (SHIFT-IDX + 1)
                                   TO ZPT-PREFIX-LOW (SHIFT-IDX).
           MOVE ZPT-PREFIX-HIGH (SHIFT-IDX + 1)
                                   TO ZPT-PREFIX-HIGH (SHIFT-IDX).
           ADD 1 TO SHIFT-IDX.

      ******************************************************************
      *A PREFIX ON TWO RANGES WOULD LET AN ORDER PASS FOR EITHER STATE
      *- AN OVERLAP WITH ANY RANGE, OF THIS STATE OR ANOTHER, IS
      *REJECTED.  THE TEST SKIPS THE ENTRY BEING CHANGED
      *(ZP-FOUND-SUB; ZERO ON AN ADD).
      ******************************************************************
       L3-EDIT-ZIP-FIELDS.
           IF TM-PREFIX-HIGH NOT NUMERIC
               MOVE 'ZIP PREFIX NOT NUMERIC' TO OE-MESG-WK
               MOVE 'Y' TO ERROR-SW
           ELSE
               IF TM-PREFIX-HIGH < TM-PREFIX-LOW
                   MOVE 'PREFIX RANGE HIGH BELOW LOW' TO OE-MESG-WK
                   MOVE 'Y' TO ERROR-SW
               ELSE
                   MOVE 'N' TO ZP-OVERLAP-SW
                   PERFORM L3-ZIP-OVERLAP-TEST
                       VARYING ZP-SUB FROM 1 BY 1
                       UNTIL ZP-SUB > ZIP-PREFIX-COUNT
                           OR ZP-OVERLAP
                   IF ZP-OVERLAP
                       MOVE 'PREFIX RANGE OVERLAPS A RANGE'
                                                 TO OE-MESG-WK
                       MOVE 'Y' TO ERROR-SW
                   END-IF
               END-IF
           END-IF.

       L3-ZIP-OVERLAP-TEST.
           IF ZP-SUB NOT = ZP-FOUND-SUB
                   AND ZPT-PREFIX-LOW (ZP-SUB) NOT > TM-PREFIX-HIGH
                   AND ZPT-PREFIX-HIGH (ZP-SUB) NOT < TM-PREFIX-LOW
               MOVE 'Y' TO ZP-OVERLAP-SW
           END-IF.

       L3-ZIP-OLD-VALUE.
           MOVE ZPT-STATE (ZP-FOUND-SUB)       TO ZV-STATE.
           MOVE ZPT-PREFIX-LOW (ZP-FOUND-SUB)  TO ZV-PREFIX-LOW.
           MOVE ZPT-PREFIX-HIGH (ZP-FOUND-SUB) TO ZV-PREFIX-HIGH.
           MOVE ZIP-VAL-WK                     TO OLD-VALUE-WK.

       L3-ZIP-NEW-VALUE.
           MOVE C-STATE        TO ZV-STATE.
           MOVE TM-PREFIX-LOW  TO ZV-PREFIX-LOW.
           MOVE TM-PREFIX-HIGH TO ZV-PREFIX-HIGH.
           MOVE ZIP-VAL-WK     TO NEW-VALUE-WK.

       L3-PRINT-TRANS-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TRANS-SEQ-NO TO O-SEQ-NO.
           MOVE AUD-DATE-WK        TO AUD-DATE.
           MOVE AUD-TIME-WK        TO AUD-TIME.
           MOVE TRANS-SEQ-NO       TO AUD-SEQ-NO.
           MOVE SIGNON-ID          TO AUD-USER.
           MOVE ZERO               TO AUD-FIELD-CODE.
           MOVE OLD-VALUE-WK       TO AUD-OLD-VALUE.
           MOVE NEW-VALUE-WK       TO AUD-NEW-VALUE.
           PERFORM L3-PRINT-PRIZE-LINE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > PRIZE-COUNT.
           PERFORM L3-PRINT-ROUTE-LINE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > ROUTE-COUNT.
           PERFORM L3-PRINT-ZIP-LINE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > ZIP-PREFIX-COUNT.

       L3-PRINT-FLAV-LINE.
           MOVE FT-CODE (LIST-IDX)  TO O-FL-CODE.
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-PRINT-ROUTE-LINE.
           MOVE ROT-ZIP-LOW (LIST-IDX)  TO O-RO-ZIP-LOW.
           MOVE ROT-ZIP-HIGH (LIST-IDX) TO O-RO-ZIP-HIGH.
           MOVE ROT-NAME (LIST-IDX)     TO O-RO-NAME.
           MOVE ROT-DRIVER (LIST-IDX)   TO O-RO-DRIVER.
           WRITE PRINTLINE OF PRTTMNT FROM ROUTE-LIST-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-PRINT-ZIP-LINE.
           MOVE ZPT-STATE (LIST-IDX)       TO O-ZP-STATE.
           MOVE ZPT-PREFIX-LOW (LIST-IDX)  TO O-ZP-PREFIX-LOW.
           MOVE ZPT-PREFIX-HIGH (LIST-IDX) TO O-ZP-PREFIX-HIGH.
           WRITE PRINTLINE OF PRTTMNT FROM ZIP-LIST-LINE
                       AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

       L3-REWRITE-FLAVOR-FILE.
           OPEN OUTPUT FLAVOR-FILE.
           PERFORM L3-REWRITE-FLAVOR-REC
           MOVE PZT-DESC (LIST-IDX)      TO PZ-DESC.
           WRITE PRIZE-REC.

       L3-REWRITE-ROUTE-FILE.
           OPEN OUTPUT ROUTE-FILE.
           PERFORM L3-REWRITE-ROUTE-REC
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > ROUTE-COUNT.
           CLOSE ROUTE-FILE.

       L3-REWRITE-ROUTE-REC.
           MOVE ROT-ZIP-LOW (LIST-IDX)  TO RO-ZIP-LOW.
           MOVE ROT-ZIP-HIGH (LIST-IDX) TO RO-ZIP-HIGH.
           MOVE ROT-NAME (LIST-IDX)     TO RO-NAME.
           MOVE ROT-DRIVER (LIST-IDX)   TO RO-DRIVER.
           WRITE ROUTE-REC.

       L3-REWRITE-ZIP-FILE.
           OPEN OUTPUT ZIP-PREFIX-FILE.
           PERFORM L3-REWRITE-ZIP-REC
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > ZIP-PREFIX-COUNT.
           CLOSE ZIP-PREFIX-FILE.

       L3-REWRITE-ZIP-REC.
           MOVE ZPT-STATE (LIST-IDX)       TO ZP-STATE.
           MOVE ZPT-PREFIX-LOW (LIST-IDX)  TO ZP-PREFIX-LOW.
           MOVE ZPT-PREFIX-HIGH (LIST-IDX) TO ZP-PREFIX-HIGH.
           WRITE ZIP-PREFIX-REC.

       L3-HEADINGS-PRT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE OF PRTTMNT FROM HEADING3
                       AFTER ADVANCING 1 LINE.

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
               DISPLAY 'CBLDSM10: SIGN-ON FAILED - RUN ABORTED.'
               STOP RUN
           END-IF.

       L3-SIGN-ON-TRY.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY 'CBLDSM10: OPERATOR ID:'.
           ACCEPT SIGNON-ID.
           DISPLAY 'CBLDSM10: PASSWORD:'.
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
               DISPLAY 'CBLDSM10: SIGN-ON REJECTED.'
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
           DISPLAY 'CBLDSM10: OPERATOR ' SIGNON-ID
                   ' IS NOT AUTHORIZED FOR ' SIGNON-FUNCTION.
           DISPLAY 'CBLDSM10: RUN ABORTED - NO CHANGES MADE.'.
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


       END PROGRAM CBLDSM10.
