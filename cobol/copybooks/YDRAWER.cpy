      *   DATE       INIT  DESCRIPTION
      *   2026-09-02 RJ    ORIGINAL - KEY, FEES, PAYOUTS, COUNT,
      *                    OVER/SHORT
      *   2026-10-15 RJ    APPENDED STORED-VALUE PLAY CARD LOADS AND
      *                    REFUNDS (CASH IN AND OUT OF THE DRAWER) AND
      *                    CARD-FUNDED FEES (NON-CASH, SHOWN BUT NOT
      *                    EXPECTED IN THE DRAWER)
      *   2026-10-15 RJ    SIGNED THE FEES AMOUNT - AN ABANDONED-GAME
      *                    REFUND PAID OUT OF A DRAWER ON A DAY THE
      *                    TERMINAL SOLD LITTLE CAN TAKE IT BELOW ZERO
      *   2026-10-15 RJ    APPENDED THE SITE CODE THE DRAWER BELONGS
      *                    TO, STAMPED WHEN THE DRAWER IS STARTED.
      *                    EACH SITE'S PRIZE DESK HAS ITS OWN COUNTER
      *                    DRAWER - 'COUNTER ' AT SITE 01, 'COUNTRNN'
      *                    AT SITE NN.  SPACES MEAN SITE 01
      *****************************************************************
       01  YD-DRAWER-RECORD.
           05  YD-DRAWER-KEY.
               10  YD-TERMINAL-ID         PIC X(08).
               10  YD-BUSINESS-DATE       PIC X(08).
           05  YD-FEES-AMT                PIC S9(07)V99.
           05  YD-PAYOUT-AMT              PIC 9(07)V99.
           05  YD-COUNTED-AMT             PIC 9(07)V99.
           05  YD-COUNTED-FLAG            PIC X(01).
               88  YD-DRAWER-BALANCED         VALUE 'B'.
               88  YD-DRAWER-OVER             VALUE 'O'.
               88  YD-DRAWER-SHORT            VALUE 'S'.
           05  YD-CARD-LOAD-AMT           PIC 9(07)V99.
           05  YD-CARD-REFUND-AMT         PIC 9(07)V99.
           05  YD-CARD-FEE-AMT            PIC 9(07)V99.
           05  YD-SITE-CODE               PIC X(02).
