      *****************************************************************
      * ALRTREG.CPY
      *
      * RECORD LAYOUT FOR THE ALERT REGISTER (ALRTREGF), KEYED BY
      * AR-ALERT-NO.  ALRTDISP ADDS ONE RECORD FOR EVERY NEW ALERTS
      * LINE, ASSIGNED TO THE ON-CALL PRIMARY FROM ONCALLF, AND KEEPS
      * IT UNTIL AN ALRTACK ACKNOWLEDGMENT COMES IN.  TIMESTAMPS ARE
      * YYYYMMDDHHMMSS.  AR-RAISED-TS IS WHEN THE DISPATCHER PICKED THE
      * LINE UP (ALERTS LINES CARRY NO TIME OF THEIR OWN) AND
      * AR-ACK-MINUTES IS WHOLE MINUTES FROM THERE TO THE ACK.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  AR-ALERT-RECORD.
           05  AR-ALERT-NO                PIC 9(06).
           05  AR-STATUS                  PIC X(01).
               88  AR-OPEN                    VALUE 'O'.
               88  AR-ESCALATED               VALUE 'E'.
               88  AR-NO-COVER                VALUE 'U'.
               88  AR-ACKNOWLEDGED            VALUE 'A'.
               88  AR-AWAITING-ACK            VALUE 'O' 'E' 'U'.
           05  AR-RAISED-TS               PIC X(14).
           05  AR-PRIMARY-ID              PIC X(08).
           05  AR-PRIMARY-PHONE           PIC X(15).
           05  AR-BACKUP-ID               PIC X(08).
           05  AR-BACKUP-PHONE            PIC X(15).
           05  AR-ESCALATED-TS            PIC X(14).
           05  AR-ACK-BY                  PIC X(08).
           05  AR-ACK-TS                  PIC X(14).
           05  AR-ACK-MINUTES             PIC 9(05).
           05  AR-ALERT-TEXT              PIC X(100).
