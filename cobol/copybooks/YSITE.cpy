      *****************************************************************
      * YSITE.CPY
      *
      * RECORD LAYOUT FOR THE SITE MASTER (YSITEF), KEYED BY SITE
      * CODE - ONE RECORD PER ARCADE FLOOR THE SYSTEM RUNS.  THE
      * ORIGINAL FLOOR IS SITE 01, AND EVERY FILE THAT CARRIES A SITE
      * CODE TREATS SPACES AS 01, SO RECORDS WRITTEN BEFORE A SECOND
      * SITE OPENED NEED NO CONVERSION.  A TERMINAL BELONGS TO ONE
      * SITE (TR-SITE-CODE ON YTERMF); THE SCORECARDS, FEES, VOUCHERS
      * AND TICKETS IT PRODUCES ARE STAMPED WITH THAT SITE.  A CLOSED
      * SITE STAYS ON FILE SO ITS HISTORY STILL PRINTS UNDER ITS
      * NAME.  MAINTAINED BY YSITMNT; LOOKED UP THROUGH YSITECK.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  SI-SITE-RECORD.
           05  SI-SITE-CODE               PIC X(02).
           05  SI-SITE-NAME               PIC X(30).
           05  SI-SITE-STATUS             PIC X(01).
               88  SI-SITE-IS-OPEN            VALUES 'O' SPACE.
               88  SI-SITE-IS-CLOSED          VALUE 'C'.
           05  SI-OPEN-DATE               PIC X(08).
           05  SI-CLOSE-DATE              PIC X(08).
