      ******************************************************************
      *AUDIT LOG INQUIRY.  CBLAUDIT.DAT COLLECTS RUN RECORDS,
      *CORRECTIONS, TABLE MAINTENANCE, SELLER MAINTENANCE, OPERATOR
      *OVERRIDES, CANCELLATIONS, REFUNDS, AND FAILED OR REFUSED
      *OPERATOR SIGN-ONS (AUD-TYPE R/C/T/S/O/X/F/L, SEE
      *CBLAUDIT.CPY), BUT THE ONLY WAY TO ANSWER
      *"WHO CHANGED THIS AND WHEN" WAS TO OPEN THE RAW FILE IN AN
      *EDITOR - AND RECORDS
      *WRITTEN BEFORE THE TEAM-TABLE CHANGE ARE 135 BYTES, SO EVEN
      *THAT WAS UNREADABLE.  THIS READS THE LOG, UNDERSTANDS BOTH
      *SHAPES (THE FIRST 75 BYTES ARE IDENTICAL; AN OLD RECORD IS
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *09/02/26   DLM  ORIGINAL.
      *10/15/26   DLM  REFUND RECORDS (AUD-TYPE 'F', WRITTEN BY CBLDSM08
      *                FOR EACH REFUND CHECK POSTED) PRINT AS 'REFUND'.
      *10/15/26   DLM  FAILED AND REFUSED OPERATOR SIGN-ONS (AUD-TYPE
      *                'L', SEE CBLOPERT.CPY) PRINT AS 'SIGN-ON FAIL'
      *                WITH THE ID KEYED, THE TRY NUMBER, THE FUNCTION
      *                ASKED FOR, AND THE REASON.
      ******************************************************************



      ******************************************************************
      *COLUMNAR DETAIL - CORRECTIONS, TABLE MAINTENANCE, SELLER
      *MAINTENANCE, OVERRIDES, CANCELLATIONS, AND REFUNDS ALL CARRY
      *A USER, A SEQUENCE, A FIELD CODE, AND OLD/NEW VALUES, SO THEY
      *SHARE ONE READABLE LAYOUT.  RUN RECORDS GET THEIR OWN (RUN-LINE
      *PLUS ONE TEAM-TOTAL SUB-LINE PER TEAM).
      ******************************************************************
       01 DETAIL-LINE.
      *SELECTION - ALL THREE FILTERS ARE OPTIONAL.  A BLANK DATE IS
      *WIDE OPEN, A BLANK TYPE TAKES EVERY TYPE, AND A SELLER NAME
      *MATCHES AGAINST THE OLD AND NEW VALUE FIELDS (WHERE SELLER
      *MAINTENANCE, MERGES, CANCELLATIONS, AND REFUNDS CARRY THE
      *LAST NAME).
      ******************************************************************
       L3-ACCEPT-CRITERIA.
           DISPLAY 'CBLDSM18: AUDIT LOG INQUIRY.'.
           IF TO-DATE-SEL = SPACES
               MOVE '99999999' TO TO-DATE-SEL
           END-IF.
           DISPLAY 'TYPE (R/C/T/S/O/X/F/L, BLANK = ALL):'.
           ACCEPT TYPE-SEL.
           DISPLAY 'SELLER LAST NAME (BLANK = ALL):'.
           ACCEPT SELLER-SEL.
                   MOVE 'OVERRIDE    ' TO O-AU-TYPE-DESC
               WHEN AUD-CANCEL
                   MOVE 'CANCELLATION' TO O-AU-TYPE-DESC
               WHEN AUD-REFUND
                   MOVE 'REFUND      ' TO O-AU-TYPE-DESC
               WHEN AUD-SIGNON-FAIL
                   MOVE 'SIGN-ON FAIL' TO O-AU-TYPE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN     ' TO O-AU-TYPE-DESC
           END-EVALUATE.
