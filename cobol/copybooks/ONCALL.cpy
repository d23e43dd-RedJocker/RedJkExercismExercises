      *****************************************************************
      * ONCALL.CPY
      *
      * RECORD LAYOUT FOR THE ON-CALL ROTA (ONCALLF), ONE LINE PER
      * SHIFT, READ BY THE ALRTDISP ALERT DISPATCHER.  A SHIFT RUNS
      * FROM OC-START-DATE/OC-START-TIME TO OC-END-DATE/OC-END-TIME
      * (HHMM; A BLANK START TIME IS 0000, A BLANK END TIME 2359).
      * WHEN SHIFTS OVERLAP THE ONE LOWEST IN THE DECK WINS, SO A SWAP
      * IS ENTERED AS A NARROWER LINE BELOW THE REGULAR ROTA.  THE
      * PRIMARY OPERATOR IS PAGED FIRST; THE BACKUP IS PAGED WHEN THE
      * ALERT GOES UNACKNOWLEDGED.  A LINE STARTING '*' IS A COMMENT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - SHIFT RANGE, PRIMARY AND BACKUP
      *                    OPERATOR AND CONTACT NUMBER
      *****************************************************************
       01  OC-ROTA-RECORD.
           05  OC-START-DATE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  OC-START-TIME              PIC X(04).
           05  FILLER                     PIC X(01).
           05  OC-END-DATE                PIC X(08).
           05  FILLER                     PIC X(01).
           05  OC-END-TIME                PIC X(04).
           05  FILLER                     PIC X(01).
           05  OC-PRIMARY-ID              PIC X(08).
           05  FILLER                     PIC X(01).
           05  OC-PRIMARY-PHONE           PIC X(15).
           05  FILLER                     PIC X(01).
           05  OC-BACKUP-ID               PIC X(08).
           05  FILLER                     PIC X(01).
           05  OC-BACKUP-PHONE            PIC X(15).
