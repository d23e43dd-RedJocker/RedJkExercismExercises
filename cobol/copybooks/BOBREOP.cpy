      *****************************************************************
      * BOBREOP.CPY
      *
      * RECORD LAYOUT FOR THE TICKET REOPEN LOG (BOBREOPF), ONE
      * RECORD APPENDED BY BOBDISP EVERY TIME IT REOPENS A CLOSED
      * BOBTCKF TICKET BECAUSE THE SAME CUSTOMER ESCALATED AGAIN.
      * REOPENING CLEARS THE CLOSE OFF THE TICKET ITSELF, SO THE
      * CLOSE THAT DID NOT HOLD - WHO CLOSED IT, WHEN, AND UNDER
      * WHICH RESOLUTION REASON - IS KEPT HERE FOR THE MONTHLY
      * REOPEN-RATE REPORT (BOBREORP).
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - TICKET, CUSTOMER, REOPEN TIME,
      *                    THE UNDONE CLOSE, AND THE NEW ASSIGNEE
      *****************************************************************
       01  RL-REOPEN-RECORD.
           05  RL-TICKET-ID               PIC 9(06).
           05  RL-CUSTOMER-ID             PIC X(10).
           05  RL-REOPENED-TS             PIC X(21).
           05  RL-PRIOR-AGENT-ID          PIC X(08).
           05  RL-PRIOR-REASON-CODE       PIC X(04).
           05  RL-PRIOR-CLOSED-TS         PIC X(21).
           05  RL-NEW-AGENT-ID            PIC X(08).
           05  RL-REOPEN-COUNT            PIC 9(03).
