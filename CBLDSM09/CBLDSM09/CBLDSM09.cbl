      *INSTEAD OF RE-READING THE WHOLE SALES REPORT WITH A
      *HIGHLIGHTER.  A SELLER WITH SEVERAL ORDER RECORDS APPEARS ONCE
      *WITH THE ORDERS COMBINED, AND EACH TEAM'S LIST ENDS WITH
      *TEAM-LEVEL FLAVOR SUBTOTALS.  READS THE POSTED-ORDER FILE
      *CBLDSM04 WRITES AS IT POSTS (CBLPORD.DAT) - ONLY WHAT THE
      *SALES RUN ACTUALLY POSTED IS PICKED, SO THE PICK LISTS AND
      *THE SALES REPORT CANNOT DISAGREE.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *09/02/26   DLM  THE ORDER RECORD NOW CARRIES THE ORDER DATE
      *                (RECORD 72 TO 80) - THE PICK LIST DOES NOT
      *                USE IT, ONLY THE LAYOUT GREW.
      *10/15/26   DLM  EVERY RUN NOW REWRITES THE HANDED-OUT FEED
      *                (CBLPICK.DAT, SEE CBLPICK.CPY) - THE CASES
      *                ACTUALLY PULLED PER FLAVOR, AFTER SHORTAGE
      *                ALLOCATION - FOR THE STOCK LEDGER (CBLDSM23).
      *10/15/26   DLM  READS CBLDSM04'S POSTED-ORDER FILE (CBLPORD.DAT,
      *                SEE CBLPORD.CPY) INSTEAD OF RE-EDITING CP#4.DAT.
      *                A POSTED ORDER WHOSE FLAVOR HAS SINCE COME OFF
      *                THE FLAVOR FILE IS THE ONLY SKIP LEFT.
      ******************************************************************



           INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-ORDER-FILE
               ASSIGN TO 'C:\COBOL\CBLPORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PORD-STATUS.
           SELECT FLAVOR-FILE
               ASSIGN TO 'C:\COBOL\CBLFLAV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'C:\COBOL\CBLSHRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHRT-STATUS.
           SELECT PICK-TOTAL-FILE
               ASSIGN TO 'C:\COBOL\CBLPICK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTPICK
               ASSIGN TO 'C:\COBOL\CBLPOPPK.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.

           FD  POSTED-ORDER-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS POSTED-ORDER-REC
           RECORD CONTAINS 120 CHARACTERS.
           COPY CBLPORD.

           FD  FLAVOR-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSHRT.

           FD  PICK-TOTAL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS PICK-TOTAL-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLPICK.

           FD  PRTPICK
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 C-PCTR                 PIC 99        VALUE ZERO.

           05 C-POP-TYPE             PIC 99.
           05 C-TEAMS                PIC X.
           05 TEAM-STATUS            PIC XX.
           05 PORD-STATUS            PIC XX.

           05 SORT-EOF-SW            PIC X         VALUE 'N'.
               88 SORT-AT-EOF              VALUE 'Y'.
           05 TEAM-FLAV-ENTRY OCCURS 30 TIMES.
               10 TEAM-FLAV-CASES    PIC S9(6).

      ******************************************************************
      *RUN-WIDE PULLED CASES PER FLAVOR-TABLE SLOT - THE SAME REDUCED
      *PULL THE TEAM TOTALS ARE BUILT FROM, WRITTEN TO CBLPICK.DAT AT
      *CLOSE AS THE CASES THAT LEFT THE SHED.
      ******************************************************************
       01 PICKED-FLAVOR-AREA.
           05 PICKED-FLAV-ENTRY OCCURS 30 TIMES.
               10 PICKED-FLAV-CASES  PIC S9(6)     VALUE ZERO.

      ******************************************************************
      *DELIVERY-SHORTAGE ALLOCATION STATE - ONE SLOT PER FLAVOR-TABLE
      *SLOT.  THE SHORTED CASES COME FROM CBLDSM06'S FEED

      ******************************************************************
      *TEAM TABLE - LOADED AT L2-INIT FROM CBLTEAM.DAT, SAME AS
      *CBLDSM04, SO THE PICK LIST NAMES TEAMS AND THEIR DIVISIONS
      *FROM THE TEAM MASTER.  SEE COPYLIB\CBLTEAMW.CPY.
      ******************************************************************
           COPY CBLTEAMW.

           05 FILLER                   PIC X(94) VALUE SPACES.

       01 SKIPPED-LIT.
           05 FILLER                   PIC X(44)
               VALUE 'POSTED ORDERS SKIPPED (FLAVOR NOT ON FILE): '.
           05 O-SKIPPED-CRT            PIC Z,ZZ9.
           05 FILLER                   PIC X(83) VALUE SPACES.

       01 DIV-TOTALS-LIT.
           05 FILLER                   PIC X(21)
           PERFORM L3-LOAD-TEAM-TABLE.
           PERFORM L3-LOAD-SHORTAGE-TABLE.

           OPEN INPUT POSTED-ORDER-FILE.
           OPEN OUTPUT PRTPICK.

           IF PORD-STATUS = '00'
               PERFORM L3-READ
           ELSE
               MOVE 'T' TO EOF
           END-IF.

       L2-MAINLINE.
           SORT SORT-WORK
                           AFTER ADVANCING 2 LINES
           END-IF.

           CLOSE POSTED-ORDER-FILE.
           CLOSE PRTPICK.

           PERFORM L3-WRITE-PICK-TOTALS.

      ******************************************************************
      *HANDED-OUT FEED FOR THE STOCK LEDGER - ONE RECORD PER FLAVOR
      *ON THE FLAVOR FILE, REWRITTEN EVERY RUN.  A FLAVOR WHOSE
      *CANCELLATIONS OUTRAN ITS ORDERS PULLED NOTHING, NOT A
      *NEGATIVE COUNT.
      ******************************************************************
       L3-WRITE-PICK-TOTALS.
           OPEN OUTPUT PICK-TOTAL-FILE.
           PERFORM L3-WRITE-PICK-TOTAL-REC
               VARYING TF-IDX FROM 1 BY 1
               UNTIL TF-IDX > FLAVOR-COUNT.
           CLOSE PICK-TOTAL-FILE.

       L3-WRITE-PICK-TOTAL-REC.
           MOVE FT-CODE (TF-IDX) TO PK-CODE.
           MOVE FT-NAME (TF-IDX) TO PK-NAME.
           IF PICKED-FLAV-CASES (TF-IDX) > ZERO
               MOVE PICKED-FLAV-CASES (TF-IDX) TO PK-CASES
           ELSE
               MOVE ZERO TO PK-CASES
           END-IF.
           WRITE PICK-TOTAL-REC.

       L3-READ.
           READ POSTED-ORDER-FILE
               AT END
                   MOVE 'T' TO EOF.

                   MOVE 'Y' TO FLAVOR-FOUND-SW.

      ******************************************************************
      *INPUT PROCEDURE - EVERY POSTED-ORDER RECORD PASSED CBLDSM04'S
      *EDITS WHEN IT POSTED, SO NOTHING IS RE-EDITED HERE.  THE
      *FLAVOR IS LOOKED UP ONLY FOR ITS TABLE SLOT; ONE THAT HAS
      *SINCE COME OFF THE FLAVOR FILE IS SKIPPED AND COUNTED.  A
      *CANCELLATION RELEASES A NEGATIVE CASE COUNT.
      ******************************************************************
       L3-SORT-IN.
           PERFORM L3-SORT-READ-LOOP THRU L3-SORT-READ-LOOP-EXIT
           EXIT.

       L3-SORT-READ-LOOP.
           MOVE PR-POP-TYPE TO C-POP-TYPE.
           PERFORM L3-FLAVOR-SEARCH.
           IF FLAVOR-NOT-FOUND
               ADD 1 TO SKIPPED-CRT
               GO TO L3-SORT-READ-NEXT.

           MOVE PR-TEAM          TO SW-TEAM.
           MOVE PR-LNAME         TO SW-LNAME.
           MOVE PR-FNAME         TO SW-FNAME.
           MOVE PR-POP-TYPE      TO SW-POP-CODE.
           MOVE FT-NAME (FL-IDX) TO SW-POP-LIT.
           IF PR-CANCEL
               COMPUTE SW-QTY = ZERO - PR-CASES
           ELSE
               MOVE PR-CASES     TO SW-QTY
           END-IF.
           SET SW-FL-SLOT        TO FL-IDX.
           ADD SW-QTY TO ORD-NET-CASES (SW-FL-SLOT).

           ADD PULL-CASES TO SELLER-CASES.
           ADD PULL-CASES TO TEAM-FLAV-CASES (HOLD-FL-SLOT).
           ADD PULL-CASES TO PICKED-FLAV-CASES (HOLD-FL-SLOT).
           ADD PULL-CASES TO TEAM-TOT-CASES.

      ******************************************************************
