      *****************************************************************
      * PUZSUBM.CPY
      *
      * RECORD LAYOUT FOR THE PUZZLE SUBMITTER MASTER (PUZSUBF),
      * KEYED BY SUBMITTER ID.  UNTIL NOW ANY TEN CHARACTERS ON A
      * FEED RECORD WAS A SUBMITTER; ISOBATCH, PANBATCH, RSBATCH AND
      * THE PUZZONL KIOSK TRANSACTION NOW CHECK EACH ID HERE THROUGH
      * THE SHARED PUZSUBCK MODULE AND REFUSE UNKNOWN, SUSPENDED AND
      * BANNED IDS.  A SUSPENSION RUNS THROUGH SM-SUSPEND-END-DATE
      * INCLUSIVE AND LAPSES ON ITS OWN THE DAY AFTER; SPACES MEANS
      * SUSPENDED UNTIL REINSTATED.  MAINTAINED BY PUZSUBMT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - ID, DISPLAY NAME, REGISTERED
      *                    DATE, STATUS, SUSPENSION END AND REASON
      *   2026-10-15 RJ    APPENDED SM-TIER, THE SUBMITTER'S QUOTA
      *                    TIER ON THE PUZQUOTF DAILY QUOTA TABLE
      *                    (BLANK COUNTS AS 'S' STANDARD)
      *****************************************************************
       01  SM-SUBMITTER-RECORD.
           05  SM-SUBMITTER-ID            PIC X(10).
           05  SM-DISPLAY-NAME            PIC X(30).
           05  SM-REGISTERED-DATE         PIC X(08).
           05  SM-STATUS                  PIC X(01).
               88  SM-IS-ACTIVE               VALUE 'A'.
               88  SM-IS-SUSPENDED            VALUE 'S'.
               88  SM-IS-BANNED               VALUE 'B'.
           05  SM-SUSPEND-END-DATE        PIC X(08).
           05  SM-STATUS-REASON           PIC X(30).
           05  SM-LAST-CHANGED-BY         PIC X(08).
           05  SM-LAST-CHANGED-DATE       PIC X(08).
           05  SM-TIER                    PIC X(01).
