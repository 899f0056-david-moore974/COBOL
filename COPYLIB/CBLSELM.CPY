      *    IN THIS SEASON, POSTED BY CBLDSM08 FROM THE PAYMENT FILE
      *    (SEE CBLPAYM.CPY) SO THE OUTSTANDING BALANCE CAN BE REPORTED
      *    INSTEAD OF RECONCILED BY HAND FROM THE PAPER LEDGER.
      *    10/15/26   DLM  SEL-PAID-TOTAL IS NO LONGER ZEROED AT THE
      *    SEASON ROLL WHEN THE SELLER HOLDS A CREDIT (PAID MORE THAN
      *    SOLD) - CBLDSM05 CARRIES THE CREDIT FORWARD AS MONEY PAID IN
      *    ADVANCE, UNLESS CBLDSM25/CBLDSM08 REFUNDED IT FIRST.
      ******************************************************************
       01  SELLER-MASTER-REC.
           05  SEL-KEY.
