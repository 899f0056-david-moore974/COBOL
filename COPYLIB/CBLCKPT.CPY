      *    THE ORDER ACTUALLY POSTED AT, NOT AT THE CANCEL RECORD'S
      *    OWN DATE.  A CHECKPOINT WRITTEN BEFORE THIS CHANGE WILL
      *    NOT RESTORE - RERUN FROM THE TOP.
      *    10/15/26   DLM  ADDED CKPT-POST-CRT - THE COUNT OF ORDERS
      *    THAT POSTED, CARRIED LIKE CKPT-CANCEL-CRT SO THE SEASON-
      *    TO-DATE FIGURE SURVIVES RESTARTS AND WEEKLY CYCLES.  THE
      *    CONTROL-TOTAL BALANCING RUN (CBLDSM21) READS IT.  A
      *    CHECKPOINT WRITTEN BEFORE THIS CHANGE RESTORES WITH A ZERO
      *    POSTED COUNT.
      ******************************************************************
       01  CHECKPOINT-REC.
           05  CKPT-STATUS-FLAG        PIC X.
           05  CKPT-REL-ENTRY OCCURS 100 TIMES.
               10  CKPT-REL-USED       PIC 999        VALUE ZERO.
           05  CKPT-CANCEL-CRT         PIC 9999       VALUE ZERO.
           05  CKPT-POST-CRT           PIC 9999       VALUE ZERO.
