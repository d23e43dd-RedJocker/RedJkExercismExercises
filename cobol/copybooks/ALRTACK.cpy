      *****************************************************************
      * ALRTACK.CPY
      *
      * RECORD LAYOUT FOR AN ALERT ACKNOWLEDGMENT (ALRTACK), ONE LINE
      * PER ALERT ACKNOWLEDGED, KEYED IN BY THE OPERATOR WHO TOOK IT.
      * AK-ACK-TS (YYYYMMDDHHMMSS) IS WHEN THE OPERATOR ACKNOWLEDGED;
      * LEFT BLANK, THE TIME ALRTDISP PROCESSES THE LINE IS USED.
      * ALRTDISP APPLIES THE FILE TO THE ALERT REGISTER, LOGS EACH
      * LINE ON ALRTLOG AND THEN EMPTIES IT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  AK-ACK-RECORD.
           05  AK-ALERT-NO                PIC 9(06).
           05  AK-ALERT-NO-X REDEFINES AK-ALERT-NO
                                          PIC X(06).
           05  FILLER                     PIC X(01).
           05  AK-OPERATOR-ID             PIC X(08).
           05  FILLER                     PIC X(01).
           05  AK-ACK-TS                  PIC X(14).
