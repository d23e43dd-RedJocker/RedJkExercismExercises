      *****************************************************************
      * DICTREJ.CPY
      *
      * RECORD LAYOUT FOR THE REJECTED-WORD FILE (DICTREJF), KEYED
      * THE SAME WAY AS DICTF - LANGUAGE CODE PLUS THE UPPER-CASED
      * WORD.  A WORD THE EDITOR TURNS DOWN THROUGH DICTDEC IS KEPT
      * HERE SO DICTHARV NEVER PROPOSES IT AGAIN; A LATER ACCEPT
      * THROUGH DICTDEC TAKES IT BACK OFF.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - WORD KEY, DATE AND EDITOR
      *****************************************************************
       01  RJ-REJECTED-RECORD.
           05  RJ-WORD-KEY.
               10  RJ-LANGUAGE            PIC X(02).
               10  RJ-WORD                PIC X(30).
           05  RJ-REJECTED-DATE           PIC X(08).
           05  RJ-OPERATOR-ID             PIC X(08).
