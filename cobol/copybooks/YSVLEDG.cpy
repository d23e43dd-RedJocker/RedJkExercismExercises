      *****************************************************************
      * YSVLEDG.CPY
      *
      * RECORD LAYOUT FOR THE STORED-VALUE CARD LEDGER (YSVLEDG).
      * ONE RECORD FOR EVERY MOVEMENT ON A PLAY CARD - ISSUE AND
      * TOP-UP (CASH IN AT THE COUNTER), ENTRY-FEE DEBIT AT A KIOSK,
      * REFUND TO CASH, AND HOT-LISTING (AMOUNT ZERO).  CL-TERMINAL-ID
      * IS THE DRAWER THE CASH WENT THROUGH - 'COUNTER ' FOR THE
      * DESK, THE KIOSK'S OWN ID FOR A FEE DEBIT - SO YDRWRCN CAN
      * BALANCE THE DRAWERS AGAINST IT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - ONE RECORD PER CARD MOVEMENT
      *****************************************************************
       01  CL-LEDGER-RECORD.
           05  CL-TIMESTAMP               PIC X(21).
           05  CL-CARD-NUMBER             PIC X(13).
           05  CL-PLAYER-ID               PIC X(10).
           05  CL-TERMINAL-ID             PIC X(08).
           05  CL-CLERK-ID                PIC X(08).
           05  CL-GAME-START-TS           PIC X(15).
           05  CL-ENTRY-TYPE              PIC X(01).
               88  CL-ENTRY-ISSUE             VALUE 'I'.
               88  CL-ENTRY-TOP-UP            VALUE 'T'.
               88  CL-ENTRY-FEE-DEBIT         VALUE 'F'.
               88  CL-ENTRY-REFUND            VALUE 'R'.
               88  CL-ENTRY-HOT-LIST          VALUE 'H'.
           05  CL-AMOUNT                  PIC 9(05)V99.
           05  CL-BALANCE-AFTER           PIC 9(05)V99.
