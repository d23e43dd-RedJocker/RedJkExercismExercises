      *                    AND HONORED BY YACHT THROUGH THE TIER ROWS
      *                    OF THE YACHTRUL TABLE.  SPACE ON AN OLDER
      *                    RECORD MEANS BRONZE
      *   2026-10-15 RJ    APPENDED THE DATE OF BIRTH, KEYED AT THE
      *                    DESK THROUGH YPLAYMNT AND VALIDATED BY
      *                    DATEVAL.  YAGECHK HOLDS AN AGE-RESTRICTED
      *                    AWARD TO A PLAYER WITHOUT ONE.  SPACES ON
      *                    AN OLDER RECORD MEAN NOT YET TAKEN
      *****************************************************************
       01  YP-PLAYER-RECORD.
           05  YP-PLAYER-ID               PIC X(10).
               88  YP-TIER-BRONZE             VALUES 'B' SPACE.
               88  YP-TIER-SILVER             VALUE 'S'.
               88  YP-TIER-GOLD               VALUE 'G'.
           05  YP-BIRTH-DATE              PIC X(08).
           05  YP-BIRTH-PARTS REDEFINES YP-BIRTH-DATE.
               10  YP-BIRTH-YEAR          PIC 9(04).
               10  YP-BIRTH-MONTH         PIC 9(02).
               10  YP-BIRTH-DAY           PIC 9(02).
