      *****************************************************************
      * GLBUDGT.CPY
      *
      * RECORD LAYOUT FOR THE GENERAL-LEDGER BUDGET FILE (GLBUDGF),
      * KEYED BY GLDAILYF SOURCE CODE ('RF', 'PC', 'RV', 'VP', 'LP',
      * 'TF', 'IV') + CALENDAR MONTH (YYYYMM).  THE BUDGETED AMOUNT
      * CARRIES THE SAME SIGN CONVENTION AS THE JOURNAL - MONEY OUT
      * NEGATIVE, MONEY IN POSITIVE - SO IT COMPARES STRAIGHT AGAINST
      * THE ACTUALS.  THE TOLERANCE IS THE VARIANCE PERCENTAGE ABOVE
      * WHICH GLBUDRPT FLAGS THE LINE.  MAINTAINED BY GLBUDMNT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  BG-BUDGET-RECORD.
           05  BG-BUDGET-KEY.
               10  BG-SOURCE              PIC X(02).
               10  BG-MONTH               PIC X(06).
           05  BG-BUDGET-AMOUNT           PIC S9(09)V99.
           05  BG-TOLERANCE-PCT           PIC 9(03).
           05  BG-LAST-CHANGED-BY         PIC X(08).
           05  BG-LAST-CHANGED-DATE       PIC X(08).
