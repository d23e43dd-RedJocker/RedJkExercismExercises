      *****************************************************************
      * PUZSUBLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY PUZSUBCK AND EVERY PROGRAM
      * THAT CALLS IT.  THE CALLER SUPPLIES A SUBMITTER ID; PUZSUBCK
      * LOOKS IT UP ON THE PUZSUBF SUBMITTER MASTER AND RETURNS
      * WHETHER THE SUBMISSION MAY STAND, WITH A SHORT REASON FOR
      * THE CALLER'S REPORT OR KIOSK LINE WHEN IT MAY NOT.  WHEN
      * PUZSUBF IS NOT AVAILABLE THE MODULE RETURNS OK WITH THE
      * SHARED STATUS SET TO WARNING, SO A MISSING MASTER DEGRADES
      * TO "NO ENFORCEMENT" RATHER THAN REJECTING EVERY SUBMISSION.
      * FIELDS ARE APPENDED, NEVER REORDERED, SO THAT OLDER CALLERS
      * CONTINUE TO WORK AGAINST THE FRONT OF THE LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - SUBMITTER ID IN, RESULT AND
      *                    REASON TEXT OUT
      *   2026-10-15 RJ    APPENDED SK-TIER - THE SUBMITTER'S QUOTA
      *                    TIER OFF THE MASTER, FOR THE PUZQUOTA
      *                    DAILY QUOTA CHECK
      *****************************************************************
       01  SK-PARMS.
           05  SK-SUBMITTER-ID         PIC X(10).
           05  SK-RESULT               PIC X(01).
               88  SK-SUBMITTER-OK         VALUE 'O'.
               88  SK-SUBMITTER-UNKNOWN    VALUE 'U'.
               88  SK-SUBMITTER-SUSPENDED  VALUE 'S'.
               88  SK-SUBMITTER-BANNED     VALUE 'B'.
           05  SK-RESULT-TEXT          PIC X(30).
           COPY "PGMSTAT.cpy".
           05  SK-TIER                 PIC X(01).
