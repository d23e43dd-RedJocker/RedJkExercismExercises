      *****************************************************************
      * DICTCAN.CPY
      *
      * RECORD LAYOUT FOR THE DICTIONARY CANDIDATE LIST (DICTCANF)
      * DICTHARV WRITES FOR THE EDITOR EACH NIGHT - EVERY UNKNOWN
      * WORD USED BY AT LEAST HV-MIN-SUBMITTERS DIFFERENT SUBMITTERS
      * IN THE ROLLING WINDOW, WITH THE FIRST AND LAST DATES SEEN
      * AND TWO SAMPLE PHRASES.  THE EDITOR KEYS AN ACCEPT OR REJECT
      * FOR EACH THROUGH DICTDEC.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  CN-CANDIDATE-RECORD.
           05  CN-LANGUAGE                PIC X(02).
           05  CN-WORD                    PIC X(30).
           05  CN-SUBMITTER-COUNT         PIC 9(04).
           05  CN-FIRST-SEEN-DATE         PIC X(08).
           05  CN-LAST-SEEN-DATE          PIC X(08).
           05  CN-SAMPLE-TEXT OCCURS 2 TIMES
                                          PIC X(60).
