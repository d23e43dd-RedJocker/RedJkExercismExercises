      *****************************************************************
      * PUZSREV.CPY
      *
      * RECORD LAYOUT FOR THE SUGGESTED-SUSPENSION REVIEW LIST
      * (PUZSREVF).  PUZCOLLU WRITES ONE ROW PER SUBMITTER IN EVERY
      * COLLUSION CLUSTER REACHED BY AT LEAST CL-REVIEW-MIN-IDS
      * DIFFERENT IDS, SKIPPING IDS THE PUZSUBF MASTER ALREADY HAS
      * SUSPENDED OR BANNED.  NOTHING IS SUSPENDED AUTOMATICALLY -
      * THE DESK REVIEWS THE LIST AND KEYS ANY SUSPENSION THROUGH
      * PUZSUBMT.  REWRITTEN BY EACH PUZCOLLU RUN.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - RUN DATE, SUBMITTER, CLUSTER
      *                    SCORE, DATE ACCEPTED, AND THE PHRASE
      *****************************************************************
       01  RV-REVIEW-RECORD.
           05  RV-RUN-DATE                PIC X(08).
           05  RV-SUBMITTER-ID            PIC X(10).
           05  RV-CLUSTER-SCORE           PIC 9(02).
           05  RV-ACCEPT-DATE             PIC X(08).
           05  RV-PHRASE-KEY              PIC X(60).
