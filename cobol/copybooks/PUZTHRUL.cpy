      *****************************************************************
      * PUZTHRUL.CPY
      *
      * RECORD LAYOUT FOR THE THEME RULE TABLE (PUZTHRF), KEYED BY
      * THEME ID AND MAINTAINED BY PUZTHMT.  A THEME IS ANY MIX OF:
      * LETTERS THAT MUST APPEAR (IN THE PHRASE, OR WITH SCOPE 'W' IN
      * EVERY WORD OF IT), LETTERS THAT MUST NOT APPEAR, A MINIMUM
      * AND MAXIMUM PHRASE LENGTH (ZERO FOR NO LIMIT), AND A WORD
      * LIST TAG - A DW-LANGUAGE CODE ON DICTF (E.G. A FOOD LIST
      * LOADED THROUGH DICTLOAD UNDER ITS OWN TAG) THAT EVERY WORD OF
      * THE PHRASE MUST BE FOUND UNDER.  BLANK FIELDS ARE NO RULE.
      * PUZTHEME APPLIES THE THEME THE PUZTHCF CALENDAR NAMES FOR THE
      * DAY AND GAME.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  TR-THEME-RECORD.
           05  TR-THEME-ID                PIC X(06).
           05  TR-DESCRIPTION             PIC X(30).
           05  TR-MUST-LETTERS            PIC X(10).
           05  TR-MUST-SCOPE              PIC X(01).
               88  TR-MUST-IN-PHRASE          VALUE 'P' ' '.
               88  TR-MUST-IN-EVERY-WORD      VALUE 'W'.
           05  TR-FORBIDDEN-LETTERS       PIC X(10).
           05  TR-MIN-LEN                 PIC 9(03).
           05  TR-MAX-LEN                 PIC 9(03).
           05  TR-WORD-LIST-TAG           PIC X(02).
           05  TR-LAST-CHANGED-BY         PIC X(08).
           05  TR-LAST-CHANGED-DATE       PIC X(08).
