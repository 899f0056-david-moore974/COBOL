      *    CARRYING THE SELLER'S LAST NAME (OLD VALUE) AND THE
      *    FLAVOR/CASES/AMOUNT REVERSED (NEW VALUE), SO A SEASON
      *    TOTAL THAT WENT DOWN CAN BE TRACED LIKE ONE THAT WENT UP.
      *    10/15/26   DLM  ADDED AUD-REFUND ('F') - ONE RECORD PER
      *    REFUND CHECK CBLDSM08 POSTS AGAINST A CREDIT BALANCE,
      *    CARRYING THE SELLER'S LAST NAME (OLD VALUE) AND THE
      *    AMOUNT AND CHECK NUMBER (NEW VALUE).
      *    10/15/26   DLM  ADDED AUD-SIGNON-FAIL ('L') - ONE RECORD PER
      *    FAILED OPERATOR SIGN-ON OR REFUSED FUNCTION (SEE
      *    CBLOPERT.CPY), CARRYING THE ID AS KEYED (USER), THE TRY
      *    NUMBER (FIELD CODE), THE FUNCTION ASKED FOR (OLD VALUE),
      *    AND WHY IT FAILED (NEW VALUE) - 'UNKNOWN ID', 'BAD
      *    PASSWORD', OR 'NOT AUTHORIZED'.  AUD-USER ON EVERY OTHER
      *    RECORD IS NOW THE SIGNED-ON OPERATOR, NOT A KEYED NAME.
      ******************************************************************
       01  AUDIT-REC.
           05  AUD-TYPE                PIC X.
               88  AUD-SELLER-MAINT           VALUE 'S'.
               88  AUD-OVERRIDE               VALUE 'O'.
               88  AUD-CANCEL                 VALUE 'X'.
               88  AUD-REFUND                 VALUE 'F'.
               88  AUD-SIGNON-FAIL            VALUE 'L'.
           05  AUD-DATE                PIC 9(8).
           05  AUD-TIME                PIC 9(6).
           05  AUD-SEQ-NO              PIC 9(7).
