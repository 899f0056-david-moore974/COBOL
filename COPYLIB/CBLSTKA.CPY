      ******************************************************************
      *    CBLSTKA.CPY
      *    STOCK ADJUSTMENT TRANSACTION - KEYED BY THE TREASURER, ONE
      *    RECORD PER COUNT OF CASES THAT LEFT THE SHED SOME WAY OTHER
      *    THAN A PICK LIST: BROKEN OR DAMAGED CASES THROWN OUT, AND
      *    CASES SENT BACK TO THE DISTRIBUTOR FOR CREDIT.  APPENDED
      *    ALL SEASON; THE STOCK LEDGER (CBLDSM23) EDITS AND APPLIES
      *    EVERY RECORD ON EVERY RUN, AND CBLDSM20 ARCHIVES AND
      *    EMPTIES THE FILE AT SEASON CLOSE.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  STOCK-ADJ-REC.
           05  SA-DATE                 PIC 9(8).
           05  SA-CODE                 PIC 99.
           05  SA-NAME                 PIC X(16).
           05  SA-TYPE                 PIC X.
               88  SA-DAMAGED                  VALUE 'D'.
               88  SA-RETURNED                 VALUE 'R'.
           05  SA-CASES                PIC 9(6).
           05  SA-REASON               PIC X(20).
