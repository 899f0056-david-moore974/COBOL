      ******************************************************************
      *    CBLCRDA.CPY
      *    CREDIT BALANCE DISPOSITION - ONE RECORD PER SELLER CREDIT
      *    THE TREASURER HAS DECIDED, KEYED FROM THE SIGNED-OFF CREDIT
      *    BALANCE LISTING (CBLDSM25).  A CREDIT IS EITHER REFUNDED -
      *    THE CLUB CHECK NUMBER AND DATE ARE KEYED WITH IT - OR
      *    CARRIED FORWARD INTO NEXT SEASON AS MONEY PAID IN ADVANCE.
      *    CBLDSM25 TURNS AN APPROVED REFUND INTO A PAY-REFUND RECORD
      *    ON THE PAYMENT FILE (SEE CBLPAYM.CPY) FOR THE FULL CREDIT,
      *    AND CBLDSM08 POSTS IT.  A CREDIT WITH NO RECORD HERE IS
      *    CARRIED FORWARD BY THE SEASON ROLL (CBLDSM05).
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  CREDIT-DISP-REC.
           05  CD-LNAME                PIC X(15).
           05  CD-FNAME                PIC X(15).
           05  CD-ACTION               PIC X.
               88  CD-REFUND                  VALUE 'R'.
               88  CD-CARRY                   VALUE 'C'.
           05  CD-CHECK-NO             PIC X(10).
           05  CD-CHECK-DATE           PIC 9(8).
