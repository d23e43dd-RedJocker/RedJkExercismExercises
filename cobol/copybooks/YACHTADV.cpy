      *   DATE       INIT  DESCRIPTION
      *   2026-08-22 RJ    ORIGINAL - DICE/KEY IN, RANKED OPEN
      *                    CATEGORIES AND WOULD-BE POINTS OUT
      *   2026-10-15 RJ    APPENDED THE CALLER-SUPPLIED CARD PICTURE -
      *                    WITH YD-CALLER-SUPPLIES-CARD SET THE
      *                    ADVISOR TAKES THE OPEN CATEGORIES FROM
      *                    YD-CALLER-OPEN-FLAG (CARD ORDER, ONES
      *                    THROUGH YACHT) INSTEAD OF READING YACHTSCF,
      *                    SO YDECQUAL CAN ASK ABOUT A CARD AS IT
      *                    STOOD AT AN EARLIER TURN
      *****************************************************************
       01  YD-ADVISOR-PARMS.
           05  YD-DICE                 PIC 9(05).
               10  YD-ADV-CATEGORY     PIC X(15).
               10  YD-ADV-POINTS       PIC 9(04).
           COPY "PGMSTAT.cpy".
           05  YD-CARD-SOURCE-FLAG     PIC X(01).
               88  YD-CALLER-SUPPLIES-CARD VALUE 'C'.
           05  YD-CALLER-OPEN-FLAG OCCURS 12 TIMES
                                       PIC X(01).
