      *****************************************************************
      * ACPERIOD.CPY
      *
      * RECORD LAYOUT FOR THE ACCOUNTING PERIOD CONTROL FILE
      * (PERIODF), KEYED BY THE 4-4-5 FISCAL PERIOD (YYYYPP) FISCPER
      * RETURNS.  A PERIOD WITH NO ROW IS OPEN.  PERCLOSE WRITES THE
      * ROW AT CLOSING WHEN A CLOSE IS STARTED, LEAVES IT THERE WHILE
      * THE CLOSE CHECKS STILL FAIL, AND MARKS IT CLOSED, WITH WHO
      * AND WHEN, ONCE THEY PASS.  ONLY A CLOSED PERIOD IS LOCKED
      * AGAINST POSTING - SEE PERLOCK.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  AX-PERIOD-RECORD.
           05  AX-PERIOD                  PIC X(06).
           05  AX-PERIOD-PARTS REDEFINES AX-PERIOD.
               10  AX-PERIOD-YEAR         PIC 9(04).
               10  AX-PERIOD-NO           PIC 9(02).
           05  AX-STATUS                  PIC X(01).
               88  AX-PERIOD-IS-OPEN          VALUES 'O' SPACE.
               88  AX-PERIOD-IS-CLOSING       VALUE 'P'.
               88  AX-PERIOD-IS-CLOSED        VALUE 'C'.
           05  AX-CLOSED-BY               PIC X(08).
           05  AX-CLOSED-TS               PIC X(21).
