      *****************************************************************
      * PLANCAT.CPY
      *
      * RECORD LAYOUT FOR THE SUBSCRIPTION PLAN CATALOG (PLANCATF),
      * KEYED BY PLAN CODE + EFFECTIVE-FROM DATE, SO ONE PLAN CARRIES
      * ITS WHOLE PRICE HISTORY AND ANY FUTURE-DATED PRICE IN KEY
      * ORDER.  THE PRICE IN EFFECT ON A DATE IS THE ROW WITH THE
      * LATEST EFFECTIVE-FROM NOT AFTER IT.  MAINTAINED BY PLANCMNT;
      * BILLCMNT REFUSES A PLAN CODE WITH NO ROW HERE, AND PLANREPR
      * MOVES CUSTOMERS ONTO A NEW PRICE AT THEIR NEXT ANNIVERSARY.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  PP-PLAN-PRICE-RECORD.
           05  PP-CATALOG-KEY.
               10  PP-PLAN-CODE           PIC X(04).
               10  PP-EFFECTIVE-FROM      PIC X(08).
           05  PP-DESCRIPTION             PIC X(30).
           05  PP-MONTHLY-FEE             PIC 9(05)V99.
           05  PP-LAST-CHANGED-BY         PIC X(08).
           05  PP-LAST-CHANGED-DATE       PIC X(08).
