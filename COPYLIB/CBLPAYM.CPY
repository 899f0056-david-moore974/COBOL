      *    OUTSTANDING-BALANCE REPORT WHEN THE MONEY NEVER CLEARED.
      *    CBLDSM16 LISTS RETURNED CHECKS ON THE BANK RECONCILIATION
      *    BUT DOES NOT MATCH THEM AGAINST DEPOSIT SLIPS.
      *    10/15/26   DLM  ADDED PAY-REFUND ('F') - A CLUB CHECK WRITTEN
      *    BACK TO A SELLER WHO PAID MORE THAN WAS OWED.  APPENDED BY
      *    CBLDSM25 FROM THE TREASURER'S APPROVED REFUNDS, WITH THE
      *    REFUND CHECK NUMBER AND AMOUNT; CBLDSM08 TAKES THE AMOUNT
      *    BACK OUT OF SEL-PAID-TOTAL.  CBLDSM16 LISTS REFUNDS ON THE
      *    BANK RECONCILIATION BUT DOES NOT MATCH THEM - THEY ARE
      *    MONEY OUT, NOT DEPOSITS.
      ******************************************************************
       01  PAYMENT-REC.
           05  PAY-LNAME               PIC X(15).
               88  PAY-CASH                   VALUE 'C'.
               88  PAY-CHECK                  VALUE 'K'.
               88  PAY-RETURNED               VALUE 'R'.
               88  PAY-REFUND                 VALUE 'F'.
           05  PAY-CHECK-NO            PIC X(10).
