      *****************************************************************
      * ROLEOWN.CPY
      *
      * RECORD LAYOUT FOR THE ROLE-OWNER DECK (ROLEOWNF), ONE LINE
      * PER OPERMSTF ROLE NAMING THE OPERATOR WHO OWNS IT - THE
      * MANAGER WHO RECERTIFIES EVERY OPERATOR IN THAT ROLE EACH
      * QUARTER.  A ROLE WITH NO LINE, AND AN OWNER'S OWN ID, FALL
      * TO THE SECURITY ADMINISTRATOR WHO RUNS THE CYCLE.  READ BY
      * OPERCERT AND OPRCAPL.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - ROLE, OWNER
      *****************************************************************
       01  OW-OWNER-RECORD.
           05  OW-ROLE                    PIC X(08).
           05  OW-OWNER-ID                PIC X(08).
