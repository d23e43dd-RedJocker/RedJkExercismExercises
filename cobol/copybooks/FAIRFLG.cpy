      *****************************************************************
      * FAIRFLG.CPY
      *
      * RECORD LAYOUT FOR THE FAIRFLAG EXTRACT - ONE RECORD PER
      * TERMINAL FAIRDICE FLAGGED FOR DRIFT, WITH THE ROLL AND FACE
      * COUNTS BEHIND THE FLAG.  WRITTEN FRESH BY FAIRDICE EACH
      * NIGHT; READ BY YTRMSUSP, WHICH PULLS THE TERMINALS FROM
      * SERVICE AND OPENS THE TECH-DESK TICKETS.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - TERMINAL, ROLLS, FACE COUNTS
      *****************************************************************
       01  FF-FLAG-RECORD.
           05  FF-TERMINAL-ID             PIC X(08).
           05  FF-TOTAL-ROLLS             PIC 9(07).
           05  FF-FACE-COUNT OCCURS 6 TIMES
                                          PIC 9(07).
