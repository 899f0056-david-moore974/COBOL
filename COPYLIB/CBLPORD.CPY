      ******************************************************************
      *    CBLPORD.CPY
      *    POSTED-ORDER FILE RECORD LAYOUT - ONE RECORD PER ORDER OR
      *    CANCELLATION CBLDSM04 POSTED TO THE SELLER MASTER
      *    (CBLPORD.DAT), WRITTEN AT THE MOMENT IT POSTS.  THE FILE IS
      *    SEASON TO DATE: A FRESH SEASON STARTS IT, A RESTART OR A
      *    WEEKLY CYCLE ADDS TO IT, AND A TRIAL RUN NEVER TOUCHES IT.
      *    PR-SEQ-NO IS THE RECORD'S POSITION ON CP#4.DAT.  THE PRICE,
      *    DEPOSIT, AND TOTAL ARE THE DOLLARS CBLDSM04 POSTED - THE
      *    PRICE IN EFFECT ON THE ORDER DATE, THE CONTAINER DEPOSIT ON
      *    THE CASES, AND THE EXTENDED TOTAL BILLED TO THE SELLER.  A
      *    CANCELLATION (PR-REC-TYPE 'C') CARRIES THE AMOUNTS IT
      *    REVERSED (THE MATCHED ORDER'S PRICE) AS POSITIVE FIGURES;
      *    THE READER SUBTRACTS THEM.  PR-ORDER-DATE IS ZERO ON A
      *    RECORD KEYED BEFORE THE ORDER-DATE FIELD EXISTED.  THE PICK
      *    LISTS, ROUTE MANIFESTS, SETTLEMENT STATEMENT, AGED
      *    RECEIVABLES, AND CONTROL TOTALS READ THIS FILE INSTEAD OF
      *    RE-EDITING CP#4.DAT, SO THEY AGREE WITH THE SALES REPORT.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  POSTED-ORDER-REC.
           05  PR-SEQ-NO               PIC 9(7).
           05  PR-REC-TYPE             PIC X.
               88  PR-ORDER                   VALUE SPACE.
               88  PR-CANCEL                  VALUE 'C'.
           05  PR-LNAME                PIC X(15).
           05  PR-FNAME                PIC X(15).
           05  PR-ADDRESS              PIC X(15).
           05  PR-CITY                 PIC X(10).
           05  PR-STATE                PIC XX.
           05  PR-ZIP                  PIC 9(9).
           05  PR-TEAM                 PIC X.
           05  PR-POP-TYPE             PIC 99.
           05  PR-POP-NAME             PIC X(16).
           05  PR-CASES                PIC 99.
           05  PR-ORDER-DATE           PIC 9(8).
           05  PR-PRICE                PIC 99V99.
           05  PR-DEPOSIT              PIC 9(4)V99.
           05  PR-TOTAL                PIC 9(5)V99.
