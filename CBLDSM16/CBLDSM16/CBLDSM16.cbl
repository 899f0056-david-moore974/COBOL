      *A CHECK IS MATCHED ON DATE, AMOUNT, AND CHECK NUMBER; CASH ON
      *DATE AND AMOUNT.  EACH BANK ITEM MATCHES AT MOST ONE PAYMENT,
      *SO TWO IDENTICAL ENVELOPES NEED TWO BANK ITEMS TO CLEAR.
      *RETURNED CHECKS (PAY-METHOD 'R') AND REFUND CHECKS ('F') ARE
      *LISTED FOR VISIBILITY BUT NEVER MATCHED - THE POSTING IS
      *CBLDSM08'S JOB.
      ******************************************************************
      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *09/02/26   DLM  ORIGINAL.
      *10/15/26   DLM  REFUND CHECKS (PAY-METHOD 'F') ARE LISTED AND
      *                COUNTED LIKE RETURNED CHECKS BUT NEVER MATCHED
      *                OR ADDED TO THE KEYED DAY TOTALS - A REFUND IS
      *                MONEY OUT, SO NO DEPOSIT SLIP WILL EVER CARRY IT.
      ******************************************************************


           05 NOT-BANKED-CRT          PIC 9999      VALUE ZERO.
           05 NOT-KEYED-CRT           PIC 9999      VALUE ZERO.
           05 RETURNED-CRT            PIC 9999      VALUE ZERO.
           05 REFUND-CRT              PIC 9999      VALUE ZERO.
           05 OUT-OF-BAL-CRT          PIC 9999      VALUE ZERO.

           05 C-DAY-DIFF              PIC S9(7)V99.
           05 FILLER                   PIC X(16)
                           VALUE 'RETURNED CHECKS:'.
           05 O-RETURNED-CRT           PIC Z,ZZ9.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'REFUNDS:'.
           05 O-REFUND-CRT             PIC Z,ZZ9.

      ******************************************************************
      *PRINTED WHEN CBLBNKD.DAT HELD MORE ITEMS THAN THE 500-ENTRY
           MOVE NOT-KEYED-CRT  TO O-NOT-KEYED-CRT.
           MOVE OUT-OF-BAL-CRT TO O-OUT-OF-BAL-CRT.
           MOVE RETURNED-CRT   TO O-RETURNED-CRT.
           MOVE REFUND-CRT     TO O-REFUND-CRT.
           WRITE PRINTLINE OF PRTBNK FROM TOTAL-LIT
                       AFTER ADVANCING 3 LINES.

                   MOVE 'T' TO EOF.

      ******************************************************************
      *ONE PAYMENT - A RETURNED CHECK, OR A REFUND CHECK WRITTEN BACK
      *TO A SELLER, IS LISTED AND SKIPPED; A CASH OR CHECK ENVELOPE
      *GOES INTO ITS DAY TOTAL AND THEN CLAIMS THE FIRST UNMATCHED
      *BANK ITEM WITH THE SAME DATE, AMOUNT, AND METHOD (AND CHECK
      *NUMBER FOR A CHECK).  NO CLAIM MEANS THE MONEY WAS KEYED BUT
      *NEVER BANKED.
      ******************************************************************
       L3-RECONCILE-PAYMENT.
           EVALUATE TRUE
               WHEN PAY-RETURNED
                   ADD 1 TO RETURNED-CRT
                   MOVE 'RETURNED CHECK - NOT MATCHED' TO O-RESULT
                   PERFORM L3-PRINT-PAY-LINE
               WHEN PAY-REFUND
                   ADD 1 TO REFUND-CRT
                   MOVE 'REFUND CHECK - NOT A DEPOSIT' TO O-RESULT
                   PERFORM L3-PRINT-PAY-LINE
               WHEN OTHER
                   MOVE PAY-DATE   TO DAY-SEARCH-DATE
                   MOVE PAY-AMOUNT TO DAY-SEARCH-AMT
                   MOVE 'P'        TO DAY-SEARCH-SIDE
                   PERFORM L3-DAY-ACCUMULATE
                   PERFORM L3-BANK-SEARCH
                   IF BANK-ITEM-FOUND
                       MOVE 'Y' TO BKT-MATCHED-SW (BK-FOUND-IDX)
                       ADD 1 TO MATCHED-CRT
                       MOVE 'MATCHED' TO O-RESULT
                   ELSE
                       ADD 1 TO NOT-BANKED-CRT
                       MOVE 'KEYED BUT NEVER BANKED' TO O-RESULT
                   END-IF
                   PERFORM L3-PRINT-PAY-LINE
           END-EVALUATE.
           PERFORM L3-READ-PAYMENT.

       L3-BANK-SEARCH.
               WHEN PAY-RETURNED
                   MOVE 'RTND ' TO O-PAY-METHOD
                   MOVE PAY-CHECK-NO TO O-PAY-CHECK-NO
               WHEN PAY-REFUND
                   MOVE 'RFND ' TO O-PAY-METHOD
                   MOVE PAY-CHECK-NO TO O-PAY-CHECK-NO
               WHEN OTHER
                   MOVE 'CASH ' TO O-PAY-METHOD
                   MOVE SPACES  TO O-PAY-CHECK-NO
