      *****************************************************************
      * BOBGWPN.CPY
      *
      * RECORD LAYOUT FOR THE GOODWILL PENDING-APPROVAL QUEUE
      * (BOBGWPNF).  BOBDISP MINTS A GOODWILL VOUCHER STRAIGHT OFF A
      * TICKET CLOSE WHEN THE POINTS ARE WITHIN THE AGENT LIMIT;
      * ANYTHING LARGER IS APPENDED HERE FOR A SUPERVISOR TO APPROVE
      * OR REJECT THROUGH BOBGWAPR, WHICH MINTS THE VOUCHER ON
      * APPROVAL.  ONE RECORD PER TICKET, KEYED BY THE TICKET ID.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - TICKET, PLAYER, CLOSING AGENT
      *                    AND REASON, POINTS, AND THE DECISION
      *****************************************************************
       01  GP-PENDING-RECORD.
           05  GP-TICKET-ID               PIC 9(06).
           05  GP-PLAYER-ID               PIC X(10).
           05  GP-AGENT-ID                PIC X(08).
           05  GP-REASON-CODE             PIC X(04).
           05  GP-POINTS                  PIC 9(04).
           05  GP-REQUESTED-TS            PIC X(21).
           05  GP-STATUS                  PIC X(01).
               88  GP-IS-PENDING              VALUE 'P'.
               88  GP-IS-APPROVED             VALUE 'A'.
               88  GP-IS-REJECTED             VALUE 'R'.
           05  GP-SUPERVISOR-ID           PIC X(08).
           05  GP-DECISION-TS             PIC X(21).
           05  GP-VOUCHER-REF             PIC X(13).
