      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-08-22 RJ    ORIGINAL - TURNS, ESCALATIONS, LAST CONTACT
      *   2026-10-15 RJ    RESTRICTION BLOCK - FLAG, REASON, NOTE, DATE
      *                    SET, DATE LAST REVIEWED, AND SUPERVISOR -
      *                    MAINTAINED BY BOBRSTMT
      *****************************************************************
       01  BC-PROFILE-RECORD.
           05  BC-CUSTOMER-ID             PIC X(10).
           05  BC-LIFETIME-TURNS          PIC 9(07).
           05  BC-ESCALATION-COUNT        PIC 9(05).
           05  BC-LAST-CONTACT-DATE       PIC X(08).
           05  BC-RESTRICT-FLAG           PIC X(01).
               88  BC-CUSTOMER-IS-RESTRICTED  VALUE 'Y'.
           05  BC-RESTRICT-REASON         PIC X(02).
               88  BC-RESTRICT-THREATS        VALUE 'TH'.
               88  BC-RESTRICT-PROFANITY      VALUE 'PR'.
               88  BC-RESTRICT-HARASSMENT     VALUE 'HA'.
               88  BC-RESTRICT-OTHER          VALUE 'OT'.
               88  BC-RESTRICT-REASON-IS-VALID
                                              VALUES 'TH' 'PR' 'HA'
                                                     'OT'.
           05  BC-RESTRICT-NOTE           PIC X(30).
           05  BC-RESTRICT-SET-DATE       PIC X(08).
           05  BC-RESTRICT-REVIEW-DATE    PIC X(08).
           05  BC-RESTRICT-SUPERVISOR     PIC X(08).
