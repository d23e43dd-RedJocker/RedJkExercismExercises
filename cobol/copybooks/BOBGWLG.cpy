      *****************************************************************
      * BOBGWLG.CPY
      *
      * RECORD LAYOUT FOR THE GOODWILL LOG (BOBGWLGF).  ONE RECORD
      * IS APPENDED FOR EVERY GOODWILL EVENT - BY BOBDISP WHEN A
      * TICKET CLOSE MINTS A VOUCHER WITHIN THE AGENT LIMIT ('I') OR
      * REFERS A LARGER AMOUNT FOR APPROVAL ('P'), AND BY BOBGWAPR
      * WHEN A SUPERVISOR APPROVES ('A') OR REJECTS ('R') ONE.  THE
      * CLOSING AGENT AND RESOLUTION REASON RIDE ON EVERY RECORD SO
      * THE MONTHLY GOODWILL REPORT (BOBGWRP) CAN SHOW WHAT EACH
      * KIND OF DISPUTE IS COSTING.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - EVENT, TICKET, AGENT, REASON,
      *                    POINTS, VOUCHER, AND APPROVING SUPERVISOR
      *****************************************************************
       01  GW-LOG-RECORD.
           05  GW-EVENT-DATE              PIC X(08).
           05  GW-EVENT-TYPE              PIC X(01).
               88  GW-EVENT-ISSUED            VALUE 'I'.
               88  GW-EVENT-REFERRED          VALUE 'P'.
               88  GW-EVENT-APPROVED          VALUE 'A'.
               88  GW-EVENT-REJECTED          VALUE 'R'.
           05  GW-TICKET-ID               PIC 9(06).
           05  GW-PLAYER-ID               PIC X(10).
           05  GW-AGENT-ID                PIC X(08).
           05  GW-REASON-CODE             PIC X(04).
           05  GW-POINTS                  PIC 9(04).
           05  GW-VOUCHER-REF             PIC X(13).
           05  GW-SUPERVISOR-ID           PIC X(08).
