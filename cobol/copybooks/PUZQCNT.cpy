      *****************************************************************
      * PUZQCNT.CPY
      *
      * RECORD LAYOUT FOR THE DAILY SUBMISSION COUNTER FILE
      * (PUZQCNTF), KEYED BY DATE, GAME CODE AND SUBMITTER ID.
      * PUZQUOTA ADDS ONE TO THE ADMITTED COUNT FOR EVERY SUBMISSION
      * LET THROUGH AND ONE TO THE REFUSED COUNT FOR EVERY ATTEMPT
      * TURNED AWAY OVER THE DAILY QUOTA, AND CARRIES THE TIER AND
      * LIMIT THAT APPLIED SO PUZQTARP CAN SAY HOW FAR OVER EACH
      * SUBMITTER TRIED TO GO.  GAME CODES ARE THOSE OF PUZRSLTF -
      * 'I' ISOGRAM, 'P' PANGRAM, 'R' PALINDROME.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  QC-COUNTER-RECORD.
           05  QC-COUNTER-KEY.
               10  QC-COUNT-DATE          PIC X(08).
               10  QC-GAME-CODE           PIC X(01).
               10  QC-SUBMITTER-ID        PIC X(10).
           05  QC-TIER                    PIC X(01).
           05  QC-DAILY-MAX               PIC 9(05).
           05  QC-ADMITTED-COUNT          PIC 9(05).
           05  QC-REFUSED-COUNT           PIC 9(05).
