      *****************************************************************
      * YHHOLD.CPY
      *
      * RECORD LAYOUT FOR THE LOYALTY HOUSEHOLD FILE (YHHOLDF), KEYED
      * BY PLAYER ID.  A FAMILY THAT SHARES ONE LOYALTY POT IS
      * GROUPED UNDER A HOUSEHOLD HEAD: EVERY MEMBER'S ROW, THE
      * HEAD'S OWN INCLUDED, CARRIES THE HEAD'S PLAYER ID AS THE
      * HOUSEHOLD ID.  A PLAYER BELONGS TO ONE HOUSEHOLD AT MOST.
      * MAINTAINED BY YHHMNT; CONSULTED BY LOYXFER, WHICH MOVES
      * POINTS ONLY BETWEEN TWO MEMBERS OF THE SAME HOUSEHOLD.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - PLAYER, HOUSEHOLD, ROLE, JOIN
      *                    DATE AND LAST SET DATE AND USER
      *****************************************************************
       01  HH-HOUSEHOLD-RECORD.
           05  HH-PLAYER-ID               PIC X(10).
           05  HH-HOUSEHOLD-ID            PIC X(10).
           05  HH-ROLE                    PIC X(01).
               88  HH-IS-HEAD                 VALUE 'H'.
               88  HH-IS-MEMBER               VALUE 'M'.
           05  HH-JOIN-DATE               PIC X(08).
           05  HH-LAST-SET-DATE           PIC X(08).
           05  HH-LAST-SET-BY             PIC X(08).
