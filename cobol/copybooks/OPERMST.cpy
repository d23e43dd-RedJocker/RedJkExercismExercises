      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-09-02 RJ    ORIGINAL - ID, ROLE, ALLOWED PROGRAMS
      *   2026-10-15 RJ    STATUS (A ACTIVE OR BLANK, S SUSPENDED),
      *                    STATUS DATE AND REASON, DATE ADDED, AND
      *                    LAST RECERTIFICATION DATE AND BY WHOM.  A
      *                    SUSPENDED OPERATOR IS DENIED BY OPERAUTH
      *                    UNTIL REINSTATED THROUGH OPERMNT
      *****************************************************************
       01  OP-OPERATOR-RECORD.
           05  OP-OPERATOR-ID             PIC X(08).
           05  OP-ROLE                    PIC X(08).
           05  OP-ALLOWED-PROGRAM OCCURS 5 TIMES
                                          PIC X(08).
           05  OP-STATUS                  PIC X(01).
               88  OP-OPERATOR-ACTIVE         VALUES 'A' SPACE.
               88  OP-OPERATOR-SUSPENDED      VALUE 'S'.
           05  OP-STATUS-DATE             PIC X(08).
           05  OP-STATUS-REASON           PIC X(20).
           05  OP-ADDED-DATE              PIC X(08).
           05  OP-LAST-CERT-DATE          PIC X(08).
           05  OP-LAST-CERT-BY            PIC X(08).
