      *                WEEKLY-CYCLE NUMBER (SEE CBLRUNC.CPY, RECORD
      *                5 TO 8) - THE 'R' STAMP CARRIES IT THROUGH
      *                UNCHANGED.
      *10/15/26   DLM  LEFTOVER STOCK BROUGHT FORWARD (CBLSTKB.DAT,
      *                SEE CBLSTKB.CPY) NOW COUNTS AGAINST THE CASES
      *                REPORTED - THE REQUISITION ORDERS ONLY THE NET
      *                NEEDED, SO A FLAVOR IS SHORT ONLY WHEN THE
      *                DELIVERY FALLS BELOW REPORTED LESS ON HAND.
      *                THE REPORT SHOWS AN ON HAND COLUMN AND THE
      *                SHORTAGE FEED CARRIES THE NET SHORTFALL.
      ******************************************************************


           SELECT SHORTAGE-FILE
               ASSIGN TO 'C:\COBOL\CBLSHRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCK-FWD-FILE
               ASSIGN TO 'C:\COBOL\CBLSTKB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STKB-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'C:\COBOL\CBLRUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSHRT.

           FD  STOCK-FWD-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STOCK-FWD-REC
           RECORD CONTAINS 24 CHARACTERS.
           COPY CBLSTKB.

           FD  RUN-CONTROL-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RUN-CONTROL-REC
               10  CURRENT-TIME      PIC X(11).
           05 C-PCTR                  PIC 99        VALUE ZERO.
           05 C-VARIANCE               PIC S9(6).
           05 C-NEED                   PIC S9(6).
           05 STKB-STATUS              PIC XX.
           05 RP-FOUND-SW              PIC X         VALUE 'N'.
               88 RP-FOUND                   VALUE 'Y'.
               88 RP-NOT-FOUND                VALUE 'N'.
               10 RP-CODE             PIC 99.
               10 RP-NAME             PIC X(16).
               10 RP-CASES            PIC 9(6).
               10 RP-ON-HAND          PIC 9(6).
               10 RP-MATCHED-SW       PIC X          VALUE 'N'.
                   88 RP-MATCHED              VALUE 'Y'.

           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'REPORTED'.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(7) VALUE 'ON HAND'.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(9) VALUE 'DELIVERED'.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'VARIANCE'.
           05 FILLER                   PIC X(56) VALUE SPACES.

       01 DETAIL-LINE.
           05 FILLER                   PIC XXX VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-REPORTED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-ON-HAND                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-DELIVERED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 O-VARIANCE                PIC +ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 O-FLAG                    PIC X(10).
           05 FILLER                   PIC X(47) VALUE SPACES.

       01 TOTAL-DISCREP-LIT.
           05 FILLER                   PIC X(26)
           MOVE CURRENT-YEAR                 TO H1-YEAR OF HEADING1.

           PERFORM L3-LOAD-REPORTED-TABLE.
           PERFORM L3-LOAD-STOCK-ON-HAND.

           OPEN INPUT DELIVERY-FILE.
           OPEN OUTPUT PRTRECON.
                   MOVE CT-CODE  TO RP-CODE (RP-IDX)
                   MOVE CT-NAME  TO RP-NAME (RP-IDX)
                   MOVE CT-CASES TO RP-CASES (RP-IDX)
                   MOVE ZERO     TO RP-ON-HAND (RP-IDX)
                   MOVE 'N'      TO RP-MATCHED-SW (RP-IDX)
           END-READ.

      ******************************************************************
      *STOCK BROUGHT FORWARD - EACH FLAVOR'S LEFTOVER CASES ARE
      *HUNG ON ITS REPORTED ENTRY.  A MISSING FILE, OR LEFTOVERS OF A
      *FLAVOR NOT SOLD THIS SEASON, CHANGE NOTHING.
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
                   IF SB-CASES IS NUMERIC
                       SET RP-IDX TO 1
                       SEARCH REPORTED-TABLE
                           AT END
                               CONTINUE
                           WHEN RP-CODE (RP-IDX) = SB-CODE
                               ADD SB-CASES TO RP-ON-HAND (RP-IDX)
                       END-SEARCH
                   END-IF
           END-READ.

      ******************************************************************
      *CASES THE DISTRIBUTOR WAS ASKED FOR - REPORTED LESS ON HAND,
      *NEVER BELOW ZERO, THE SAME NET CBLDSM04'S REQUISITION PRINTS.
      ******************************************************************
       L3-COMPUTE-NEED.
           COMPUTE C-NEED = RP-CASES (RP-IDX) - RP-ON-HAND (RP-IDX).
           IF C-NEED < ZERO
               MOVE ZERO TO C-NEED
           END-IF.

       L3-READ.
           READ DELIVERY-FILE
               AT END
           PERFORM L3-REPORTED-SEARCH.
           IF RP-FOUND
               SET RP-MATCHED (RP-IDX) TO TRUE
               PERFORM L3-COMPUTE-NEED
               COMPUTE C-VARIANCE = DL-CASES - C-NEED
               PERFORM L3-PRINT-DETAIL
           ELSE
               MOVE DL-NAME  TO O-NAME-D
               MOVE ZERO     TO O-REPORTED
               MOVE ZERO     TO O-ON-HAND
               MOVE DL-CASES TO O-DELIVERED
               MOVE DL-CASES TO C-VARIANCE
               MOVE C-VARIANCE TO O-VARIANCE
       L3-PRINT-DETAIL.
           MOVE RP-NAME (RP-IDX)   TO O-NAME-D.
           MOVE RP-CASES (RP-IDX)  TO O-REPORTED.
           MOVE RP-ON-HAND (RP-IDX) TO O-ON-HAND.
           MOVE DL-CASES           TO O-DELIVERED.
           MOVE C-VARIANCE         TO O-VARIANCE.
           IF C-VARIANCE = ZERO
                   PERFORM L3-HEADINGS-PRT
           END-WRITE.

      ******************************************************************
      *A REPORTED FLAVOR THE DELIVERY NEVER MENTIONED IS SHORT BY THE
      *NET NEEDED - UNLESS THE LEFTOVERS COVER IT, IN WHICH CASE
      *NOTHING WAS ORDERED AND NOTHING IS OWED.
      ******************************************************************
       L3-UNMATCHED-REPORTED.
           IF NOT RP-MATCHED (RP-IDX)
               MOVE SPACES TO DETAIL-LINE
               PERFORM L3-COMPUTE-NEED
               MOVE RP-NAME (RP-IDX)  TO O-NAME-D
               MOVE RP-CASES (RP-IDX) TO O-REPORTED
               MOVE RP-ON-HAND (RP-IDX) TO O-ON-HAND
               MOVE ZERO              TO O-DELIVERED
               COMPUTE C-VARIANCE = ZERO - C-NEED
               MOVE C-VARIANCE        TO O-VARIANCE
               IF C-NEED > ZERO
                   MOVE 'NOT RECVD' TO O-FLAG
                   ADD 1 TO SHORT-OVER-CRT
                   PERFORM L3-WRITE-SHORTAGE
               ELSE
                   MOVE 'FROM STOCK' TO O-FLAG
               END-IF
               PERFORM L3-WRITE-DETAIL
           END-IF.

