      *****************************************************************
      * RPTDIST.CPY
      *
      * RECORD LAYOUT FOR THE REPORT DISTRIBUTION TABLE (RPTDISTF), ONE
      * LINE PER REPORT AND RECIPIENT, READ BY THE RPTDIST STEP THAT
      * FOLLOWS RPTGENMG.  THE RECIPIENT IS A PERSON OR DESK CODE AND
      * NAMES THE DELIVERED FILE <REPORT>.<RECIPIENT>.  THE FIRST
      * DR-HEADING-LINES LINES OF THE REPORT GO TO EVERY RECIPIENT.
      * WITH NO BURST KEY (START ZERO OR BLANK) THE WHOLE REPORT IS
      * DELIVERED.  WITH A BURST KEY, A LINE CARRYING TEXT IN COLUMNS
      * DR-BURST-START FOR DR-BURST-LENGTH STARTS A SECTION BELONGING
      * TO THAT KEY, LINES BLANK THERE CONTINUE THE SECTION, AND THE
      * RECIPIENT GETS ONLY THE SECTIONS WHOSE KEY IS DR-BURST-VALUE -
      * THE AGENT ID ON BOBWKRPT, THE TERMINAL ON YDRWRPT, THE PLAYER
      * ID ON LOYSTRPT.  A LINE STARTING '*' IS A COMMENT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - REPORT, RECIPIENT, HEADING
      *                    LINES, BURST COLUMNS AND VALUE, DESK NAME
      *****************************************************************
       01  DR-DIST-RECORD.
           05  DR-REPORT-NAME             PIC X(08).
           05  DR-RECIPIENT               PIC X(08).
           05  DR-HEADING-LINES           PIC 9(02).
           05  DR-HEADING-LINES-X REDEFINES DR-HEADING-LINES
                                          PIC X(02).
           05  DR-BURST-START             PIC 9(03).
           05  DR-BURST-START-X REDEFINES DR-BURST-START
                                          PIC X(03).
           05  DR-BURST-LENGTH            PIC 9(02).
           05  DR-BURST-LENGTH-X REDEFINES DR-BURST-LENGTH
                                          PIC X(02).
           05  DR-BURST-VALUE             PIC X(20).
           05  DR-RECIPIENT-NAME          PIC X(30).
