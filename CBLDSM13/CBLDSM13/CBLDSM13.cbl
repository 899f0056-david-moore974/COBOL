      *                THE CURRENT SEASON YEAR).  CBLDSM04 PRICES
      *                EACH ORDER AT THE PRICE IN FORCE ON ITS
      *                ORDER DATE.
      *10/15/26   DLM  THE ZIP IS CHECKED AGAINST THE STATE'S PREFIX
      *                RANGES ON CBLZIP.DAT (SEE CBLZIPT/CBLZIPW) AS
      *                IT IS KEYED, LIKE CBLDSM04'S CODE 18 - A
      *                MISMATCH RE-PROMPTS FOR BOTH STATE AND ZIP.  AN
      *                ADDRESS ON FILE THAT FAILS THE CHECK MUST BE
      *                RE-KEYED.
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
               88 ENTRY-DONE                 VALUE 'Y'.
           05 FIELD-OK-SW             PIC X         VALUE 'N'.
               88 FIELD-OK                   VALUE 'Y'.
           05 STATE-ZIP-OK-SW         PIC X         VALUE 'N'.
               88 STATE-ZIP-OK               VALUE 'Y'.

           05 SEL-FOUND-SW            PIC X         VALUE 'N'.
               88 SELLER-FOUND               VALUE 'Y'.
               88 NOT-VALID-CASES     VALUE 0.
           05 C-TEAMS                 PIC X.
           05 TEAM-STATUS             PIC XX.
           05 ZIPS-STATUS             PIC XX.

           05 RUNC-STATUS             PIC XX.
           05 RUNC-FOUND-SW           PIC X         VALUE 'N'.

           COPY CBLFLAVW.
           COPY CBLSTATW.
           COPY CBLZIPW.
           COPY CBLTEAMW.



           PERFORM L3-LOAD-FLAVOR-TABLE.
           PERFORM L3-LOAD-STATE-TABLE.
           PERFORM L3-LOAD-ZIP-TABLE.
           PERFORM L3-LOAD-TEAM-TABLE.
           PERFORM L3-CHECK-RUN-CONTROL.

                   MOVE ZERO       TO STT-DEPO-AMT (ST-IDX)
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

      ******************************************************************
      *ONE ORDER - NAME FIRST (END FINISHES THE SESSION), THEN THE
      *ADDRESS (CARRIED FORWARD FROM THE SELLER MASTER FOR A REPEAT

      ******************************************************************
      *A REPEAT SELLER'S ADDRESS COMES OFF THE MASTER - THE KEYER
      *JUST CONFIRMS IT (OR RE-KEYS IT IF THE FAMILY MOVED).  AN
      *ADDRESS ON FILE WHOSE ZIP DOES NOT BELONG TO ITS STATE WOULD
      *ONLY BE REJECTED BY CBLDSM04, SO IT IS RE-KEYED HERE INSTEAD.
      ******************************************************************
       L3-GET-ADDRESS.
           PERFORM L3-SELLER-LOOKUP THRU L3-SELLER-LOOKUP-EXIT.
                   MOVE SEL-CITY    TO E-CITY
                   MOVE SEL-STATE   TO E-STATE
                   MOVE SEL-ZIP     TO E-ZIP
                   MOVE E-STATE     TO C-STATE
                   MOVE E-ZIP (1:3) TO ZIP-PREFIX-WK
                   PERFORM L3-ZIP-STATE-CHECK
                   IF ZIP-NOT-IN-STATE
                       DISPLAY 'ZIP ON FILE NOT VALID FOR STATE - '
                               'RE-KEY THE ADDRESS'
                       PERFORM L3-KEY-ADDRESS
                   END-IF
               ELSE
                   PERFORM L3-KEY-ADDRESS
               END-IF
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM L3-PROMPT-CITY
               UNTIL FIELD-OK.
           MOVE 'N' TO STATE-ZIP-OK-SW.
           PERFORM L3-KEY-STATE-ZIP
               UNTIL STATE-ZIP-OK.

      ******************************************************************
      *STATE AND ZIP ARE EDITED SEPARATELY, THEN AGAINST EACH OTHER -
      *ON A MISMATCH THE KEYER CANNOT TELL WHICH ONE IS WRONG FROM
      *HERE, SO BOTH ARE RE-KEYED.
      ******************************************************************
       L3-KEY-STATE-ZIP.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM L3-PROMPT-STATE
               UNTIL FIELD-OK.
           MOVE 'N' TO FIELD-OK-SW.
           PERFORM L3-PROMPT-ZIP
               UNTIL FIELD-OK.
           MOVE E-STATE     TO C-STATE.
           MOVE E-ZIP (1:3) TO ZIP-PREFIX-WK.
           PERFORM L3-ZIP-STATE-CHECK.
           IF ZIP-IN-STATE
               MOVE 'Y' TO STATE-ZIP-OK-SW
           ELSE
               DISPLAY 'ZIP NOT VALID FOR STATE - RE-KEY STATE AND ZIP'
           END-IF.

       L3-PROMPT-ADDRESS.
           DISPLAY 'ADDRESS:'.
