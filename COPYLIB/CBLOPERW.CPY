      ******************************************************************
      *    CBLOPERW.CPY
      *    WORKING-STORAGE OPERATOR SIGN-ON AREA - THE ID AND PASSWORD
      *    KEYED AT THE CONSOLE, THE TRY COUNT, AND (ONCE SIGNED ON)
      *    THE OPERATOR'S FUNCTION FLAGS COPIED FROM CBLOPER.DAT (SEE
      *    CBLOPERT.CPY FOR THE FILE RECORD AND WHAT EACH FLAG
      *    ALLOWS).  SIGNON-ID IS WHAT THE PROGRAM MOVES TO AUD-USER.
      *    THE PROGRAM PUTS THE FUNCTION BEING ASKED FOR IN
      *    SIGNON-FUNCTION; IT AND SIGNON-REASON CARRY THE WHAT AND
      *    WHY OF A FAILURE TO THE AUDIT LOG.  THE PASSWORD AND FLAGS
      *    ON FILE ARE HELD IN SIGNON-OP-PASSWORD / SIGNON-OP-FLAGS
      *    UNTIL THE KEYED PASSWORD IS CHECKED.
      *
      *    MOD HISTORY
      *    DATE       BY   DESCRIPTION
      *    10/15/26   DLM  ORIGINAL.
      ******************************************************************
       01  SIGNON-AREA.
           05  SIGNON-ID               PIC X(10)      VALUE SPACES.
           05  SIGNON-PASSWORD         PIC X(10)      VALUE SPACES.
           05  SIGNON-TRIES            PIC 9          VALUE ZERO.
           05  SIGNON-FUNCTION         PIC X(15)      VALUE SPACES.
           05  SIGNON-REASON           PIC X(15)      VALUE SPACES.
           05  SIGNON-OP-PASSWORD      PIC X(10)      VALUE SPACES.
           05  SIGNON-OP-FLAGS         PIC X(8)       VALUE SPACES.
           05  SIGNON-EOF-SW           PIC X          VALUE 'N'.
               88  SIGNON-EOF                  VALUE 'Y'.
           05  SIGNON-FOUND-SW         PIC X          VALUE 'N'.
               88  SIGNON-FOUND                VALUE 'Y'.
           05  SIGNON-SW               PIC X          VALUE 'N'.
               88  SIGNED-ON                   VALUE 'Y'.
           05  SIGNON-AUTH-FLAGS.
               10  SIGNON-AUTH-SALES   PIC X          VALUE 'N'.
                   88  SO-MAY-POST-SALES       VALUE 'Y'.
               10  SIGNON-AUTH-TABLE   PIC X          VALUE 'N'.
                   88  SO-MAY-MAINT-TABLES     VALUE 'Y'.
               10  SIGNON-AUTH-SELLER  PIC X          VALUE 'N'.
                   88  SO-MAY-MAINT-SELLERS    VALUE 'Y'.
               10  SIGNON-AUTH-CORR    PIC X          VALUE 'N'.
                   88  SO-MAY-CORRECT          VALUE 'Y'.
               10  SIGNON-AUTH-PAYMENT PIC X          VALUE 'N'.
                   88  SO-MAY-POST-PAYMENTS    VALUE 'Y'.
               10  SIGNON-AUTH-OVERRIDE
                                       PIC X          VALUE 'N'.
                   88  SO-MAY-OVERRIDE         VALUE 'Y'.
               10  SIGNON-AUTH-RECOVERY
                                       PIC X          VALUE 'N'.
                   88  SO-MAY-RECOVER          VALUE 'Y'.
               10  SIGNON-AUTH-ARCHIVE PIC X          VALUE 'N'.
                   88  SO-MAY-ARCHIVE          VALUE 'Y'.
