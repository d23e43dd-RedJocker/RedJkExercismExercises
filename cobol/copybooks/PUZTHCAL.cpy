      *****************************************************************
      * PUZTHCAL.CPY
      *
      * RECORD LAYOUT FOR THE THEME CALENDAR (PUZTHCF), KEYED BY
      * DATE AND GAME CODE AND MAINTAINED BY PUZTHMT.  ONE ROW SAYS
      * WHICH PUZTHRF THEME RUNS ON THAT DAY FOR THAT GAME - 'I'
      * ISOGRAM, 'P' PANGRAM, 'R' PALINDROME - OR, WITH GAME CODE
      * '*', FOR EVERY GAME WITHOUT A ROW OF ITS OWN.  NO ROW IS AN
      * ORDINARY, UNTHEMED DAY.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  TC-CALENDAR-RECORD.
           05  TC-CALENDAR-KEY.
               10  TC-THEME-DATE          PIC X(08).
               10  TC-GAME-CODE           PIC X(01).
           05  TC-THEME-ID                PIC X(06).
           05  TC-LAST-CHANGED-BY         PIC X(08).
           05  TC-LAST-CHANGED-DATE       PIC X(08).
