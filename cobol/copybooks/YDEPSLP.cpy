      *****************************************************************
      * YDEPSLP.CPY
      *
      * RECORD LAYOUT FOR THE BANK DEPOSIT SLIP FILE (YDEPSLF), KEYED
      * BY DEPOSIT NUMBER - THE BUSINESS DATE (8) + BAG SEQUENCE (2)
      * WRITTEN ON THE BAG AND ECHOED BACK ON THE BANK'S CREDIT FILE.
      * YDEPPREP BUILDS ONE SLIP A DAY FROM THE COUNTED CASH ON YDRWF,
      * WITH THE AMOUNT OF EVERY DRAWER THAT WENT INTO THE BAG;
      * YDEPRCN MATCHES THE BANK'S CREDIT AGAINST IT AND SETS THE
      * STATUS - AWAITING CREDIT, CREDITED IN FULL, SHORT OR OVER -
      * AND THE LATE FLAG WHEN THE CREDIT LANDED AFTER THE NEXT
      * BUSINESS DAY.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - DEPOSIT NUMBER, BUSINESS DATE,
      *                    SLIP AND CREDIT AMOUNTS, STATUS, AMOUNT BY
      *                    DRAWER
      *****************************************************************
       01  YB-SLIP-RECORD.
           05  YB-DEPOSIT-NO              PIC X(10).
           05  YB-DEPOSIT-NO-PARTS REDEFINES YB-DEPOSIT-NO.
               10  YB-DEPOSIT-DATE        PIC X(08).
               10  YB-BAG-SEQUENCE        PIC 9(02).
           05  YB-BUSINESS-DATE           PIC X(08).
           05  YB-PREPARED-TS             PIC X(21).
           05  YB-SLIP-AMT                PIC 9(09)V99.
           05  YB-STATUS                  PIC X(01).
               88  YB-AWAITING-CREDIT         VALUE 'U'.
               88  YB-CREDITED-IN-FULL        VALUE 'R'.
               88  YB-CREDITED-SHORT          VALUE 'S'.
               88  YB-CREDITED-OVER           VALUE 'O'.
               88  YB-STILL-UNRECONCILED      VALUE 'U' 'S' 'O'.
           05  YB-CREDIT-DATE             PIC X(08).
           05  YB-CREDIT-AMT              PIC 9(09)V99.
           05  YB-DIFFERENCE-AMT          PIC S9(09)V99.
           05  YB-LATE-FLAG               PIC X(01).
               88  YB-CREDITED-LATE           VALUE 'Y'.
           05  YB-BANK-REF                PIC X(16).
           05  YB-DRAWER-COUNT            PIC 9(03).
           05  YB-DRAWER-ENTRY OCCURS 40 TIMES.
               10  YB-DRW-TERMINAL-ID     PIC X(08).
               10  YB-DRW-AMT             PIC 9(07)V99.
