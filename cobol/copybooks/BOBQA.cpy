      *****************************************************************
      * BOBQA.CPY
      *
      * RECORD LAYOUT FOR THE AGENT QUALITY-ASSURANCE REVIEW FILE
      * (BOBQAF), KEYED BY TICKET ID.  BOBQASMP DRAWS THE WEEKLY
      * SAMPLE OF CLOSED BOBTCKF TICKETS - EVERY TICKET WHOSE MESSAGE
      * CARRIES A BOBKEYF ESCALATION KEYWORD, PLUS A RANDOM DRAW PER
      * CLOSING AGENT - AND FILES ONE RECORD PER SAMPLED TICKET HERE
      * SO NO TICKET IS EVER SAMPLED TWICE.  THE SUPERVISOR'S THREE
      * 1-TO-5 SCORES ARE POSTED ONTO THE SAME RECORD WHEN KEYED
      * BACK, AND BOBQARP BUILDS THE MONTHLY SCORECARD FROM THEM.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - SAMPLE AND SCORES IN ONE RECORD
      *****************************************************************
       01  QA-REVIEW-RECORD.
           05  QA-TICKET-ID               PIC 9(06).
           05  QA-AGENT-ID                PIC X(08).
           05  QA-CLOSED-DATE             PIC X(08).
           05  QA-REASON-CODE             PIC X(04).
           05  QA-SAMPLE-DATE             PIC X(08).
           05  QA-SAMPLE-BASIS            PIC X(01).
               88  QA-SAMPLED-FOR-KEYWORD     VALUE 'K'.
               88  QA-SAMPLED-AT-RANDOM       VALUE 'R'.
           05  QA-SCORED-FLAG             PIC X(01).
               88  QA-REVIEW-IS-SCORED        VALUE 'Y'.
           05  QA-ACCURACY-SCORE          PIC 9(01).
           05  QA-TONE-SCORE              PIC 9(01).
           05  QA-POLICY-SCORE            PIC 9(01).
           05  QA-SCORED-DATE             PIC X(08).
           05  QA-SCORED-BY               PIC X(08).
