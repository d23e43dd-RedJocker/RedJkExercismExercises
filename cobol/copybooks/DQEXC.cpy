      *****************************************************************
      * DQEXC.CPY
      *
      * RECORD LAYOUT FOR THE DATA QUALITY EXCEPTIONS FILE (DQEXCF),
      * ONE LINE PER RECORD AND FAILING RULE, WRITTEN FRESH BY EACH
      * DQSCAN RUN FOR THE DATA OWNERS TO WORK THROUGH.  QE-RECORD-KEY
      * IS THE MASTER'S OWN KEY (PLAYER, TERMINAL OR CUSTOMER ID) AND
      * QE-FIELD-VALUE THE FAILING VALUE AS STORED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  QE-EXCEPTION-RECORD.
           05  QE-RUN-DATE                PIC X(08).
           05  FILLER                     PIC X(01).
           05  QE-FILE-NAME               PIC X(08).
           05  FILLER                     PIC X(01).
           05  QE-RECORD-KEY              PIC X(10).
           05  FILLER                     PIC X(01).
           05  QE-RULE-ID                 PIC X(04).
           05  FILLER                     PIC X(01).
           05  QE-SEVERITY                PIC X(01).
           05  FILLER                     PIC X(01).
           05  QE-RULE-TYPE               PIC X(02).
           05  FILLER                     PIC X(01).
           05  QE-FIELD-NAME              PIC X(24).
           05  FILLER                     PIC X(01).
           05  QE-FIELD-VALUE             PIC X(30).
           05  FILLER                     PIC X(01).
           05  QE-DESCRIPTION             PIC X(30).
