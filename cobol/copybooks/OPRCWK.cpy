      *****************************************************************
      * OPRCWK.CPY
      *
      * RECORD LAYOUT FOR THE ACCESS RECERTIFICATION WORKSHEET
      * (OPRCWKF).  OPERCERT WRITES ONE LINE PER OPERATOR PER
      * ALLOWED PROGRAM, GROUPED BY THE OWNER WHO MUST DECIDE IT,
      * WITH THE LAST DATE THE OPERATOR USED THE PROGRAM ACCORDING
      * TO SECAUDF ('NEVER' IF NOT SEEN).  THE OWNER KEYS 'K' TO
      * KEEP OR 'R' TO REVOKE IN CW-DECISION AND THE WORKSHEET COMES
      * BACK AS THE OPRCDEC INPUT TO OPRCAPL.  AN OWNER OF '*ADMIN*'
      * MEANS THE SECURITY ADMINISTRATOR DECIDES THE LINE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - OWNER, OPERATOR, ROLE, PROGRAM,
      *                    LAST USED, CYCLE DATE, DECISION
      *****************************************************************
       01  CW-WORKSHEET-RECORD.
           05  CW-OWNER-ID                PIC X(08).
           05  CW-OPERATOR-ID             PIC X(08).
           05  CW-ROLE                    PIC X(08).
           05  CW-PROGRAM                 PIC X(08).
           05  CW-LAST-USED               PIC X(08).
           05  CW-CYCLE-DATE              PIC X(08).
           05  CW-DECISION                PIC X(01).
               88  CW-KEEP                    VALUE 'K'.
               88  CW-REVOKE                  VALUE 'R'.
               88  CW-UNDECIDED               VALUE SPACE.
