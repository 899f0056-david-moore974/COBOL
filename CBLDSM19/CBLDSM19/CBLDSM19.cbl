      *MOD HISTORY
      *DATE       BY   DESCRIPTION
      *09/02/26   DLM  ORIGINAL.
      *10/15/26   DLM  A REFUND CHECK WRITTEN BACK TO THE SELLER
      *                (PAY-METHOD 'F') PRINTS AS 'RFND' WITH ITS CHECK
      *                NUMBER INSTEAD OF FALLING THROUGH AS CASH.
      ******************************************************************


               WHEN PAY-RETURNED
                   MOVE 'RTND ' TO O-PA-METHOD
                   MOVE PAY-CHECK-NO TO O-PA-CHECK-NO
               WHEN PAY-REFUND
                   MOVE 'RFND ' TO O-PA-METHOD
                   MOVE PAY-CHECK-NO TO O-PA-CHECK-NO
               WHEN OTHER
                   MOVE 'CASH ' TO O-PA-METHOD
                   MOVE SPACES  TO O-PA-CHECK-NO
