      *****************************************************************
      * DICTUNK.CPY
      *
      * RECORD LAYOUT FOR THE UNKNOWN-WORD SIGHTINGS FILE (DICTUNKF).
      * DICTHARV TOKENIZES EVERY NIGHT'S PUZZLE FEEDS THE WAY DICTCHK
      * DOES AND KEEPS ONE ROW PER LANGUAGE, WORD AND SUBMITTER FOR
      * EACH WORD NOT ON DICTF - THE LATEST DATE THAT SUBMITTER USED
      * IT AND THE START OF THE PHRASE AS A SAMPLE.  ROWS OLDER THAN
      * THE ROLLING WINDOW, OR FOR WORDS SINCE LOADED OR REJECTED,
      * DROP OFF AS DICTHARV REWRITES THE FILE EACH NIGHT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - LANGUAGE, WORD, SUBMITTER, DATE
      *                    SEEN AND A SAMPLE PHRASE
      *****************************************************************
       01  UK-SIGHTING-RECORD.
           05  UK-LANGUAGE                PIC X(02).
           05  UK-WORD                    PIC X(30).
           05  UK-SUBMITTER-ID            PIC X(10).
           05  UK-SEEN-DATE               PIC X(08).
           05  UK-SAMPLE-TEXT             PIC X(60).
