      *****************************************************************
      * RPTDLOG.CPY
      *
      * RECORD LAYOUT FOR THE REPORT DELIVERY LOG (RPTDLOG), ONE LINE
      * PER REPORT AND RECIPIENT EACH NIGHT, APPENDED BY RPTDIST SO "I
      * NEVER GOT MY REPORT" CAN BE CHECKED AGAINST WHAT WAS WRITTEN.
      * DY-LINE-COUNT IS THE REPORT LINES DELIVERED, NOT COUNTING THE
      * COVER BANNER.  DY-RESULT IS DELIVERED, NO ITEMS (A BURST
      * RECIPIENT WITH NO SECTION TONIGHT - THE COVER AND HEADING ARE
      * STILL DELIVERED) OR NOT PRODUCED (THE REPORT WAS NOT THERE TO
      * DISTRIBUTE, SO NO FILE WAS WRITTEN).
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  DY-DELIVERY-RECORD.
           05  DY-RUN-DATE                PIC X(08).
           05  FILLER                     PIC X(01).
           05  DY-RUN-TIME                PIC X(06).
           05  FILLER                     PIC X(01).
           05  DY-REPORT-NAME             PIC X(08).
           05  FILLER                     PIC X(01).
           05  DY-RECIPIENT               PIC X(08).
           05  FILLER                     PIC X(01).
           05  DY-FILE-NAME               PIC X(20).
           05  FILLER                     PIC X(01).
           05  DY-LINE-COUNT              PIC 9(06).
           05  FILLER                     PIC X(01).
           05  DY-RESULT                  PIC X(12).
               88  DY-DELIVERED               VALUE 'DELIVERED'.
               88  DY-NO-ITEMS                VALUE 'NO ITEMS'.
               88  DY-NOT-PRODUCED            VALUE 'NOT PRODUCED'.
           05  FILLER                     PIC X(01).
           05  DY-BURST-VALUE             PIC X(20).
