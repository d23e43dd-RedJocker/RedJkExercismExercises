      *****************************************************************
      * BOBKBA.CPY
      *
      * RECORD LAYOUT FOR THE KNOWLEDGE-BASE ARTICLE FILE (BOBKBAF),
      * KEYED BY ARTICLE ID.  EACH ARTICLE IS A WRITTEN-DOWN ANSWER
      * TO A TICKET THE AGENTS KEEP SEEING ("MY VOUCHER WON'T SCAN",
      * "KIOSK FROZE MID-GAME"): A TITLE, UP TO TEN BODY LINES, UP TO
      * FIVE TRIGGER KEYWORDS (HELD UPPER-CASE, MATCHED AGAINST THE
      * TICKET MESSAGE THE SAME WAY BOB MATCHES BOBKEYF), AND THE
      * BOBRSNF RESOLUTION REASON CODE A TICKET SHOULD CLOSE UNDER
      * WHEN THE ARTICLE DID ITS JOB.  A RETIRED ARTICLE STAYS ON
      * FILE FOR THE EFFECTIVENESS REPORT BUT IS NEVER SUGGESTED.
      * MAINTAINED BY BOBKBMT; READ BY BOBDISP AND BOBKBRP.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - ID, STATUS, TITLE, REASON CODE,
      *                    TRIGGER KEYWORDS, BODY LINES
      *****************************************************************
       01  KB-ARTICLE-RECORD.
           05  KB-ARTICLE-ID              PIC X(06).
           05  KB-ARTICLE-STATUS          PIC X(01).
               88  KB-ARTICLE-IS-LIVE         VALUE 'L'.
               88  KB-ARTICLE-IS-RETIRED      VALUE 'R'.
           05  KB-TITLE                   PIC X(40).
           05  KB-REASON-CODE             PIC X(04).
           05  KB-TRIGGER-KEYWORD OCCURS 5 TIMES
                                          PIC X(20).
           05  KB-BODY-LINE OCCURS 10 TIMES
                                          PIC X(60).
