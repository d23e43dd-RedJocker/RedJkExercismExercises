      *                    WHOSE PLAYER WALKED AWAY, INSTEAD OF LEAVING
      *                    IT CONFUSING THE RECONCILIATION COUNTS
      *                    FOREVER
      *   2026-10-15 RJ    APPENDED THE TRAINING STAMP - SET BY
      *                    YACHTONL ON A CARD OPENED AT A TRAINING
      *                    TERMINAL OR BY A RESERVED TRAINING PLAYER ID
      *                    (SEE YTRAINLK.CPY), SO THE LEADERBOARD,
      *                    TICKER, VOUCHER, LOYALTY AND DASHBOARD
      *                    COUNTS CAN LEAVE IT OUT
      *   2026-10-15 RJ    APPENDED THE SITE CODE - STAMPED BY YACHTONL
      *                    FROM THE TERMINAL THE CARD WAS OPENED ON.
      *                    SPACES MEAN SITE 01, THE ORIGINAL FLOOR
      *****************************************************************
       01  YS-SCORECARD-RECORD.
           05  YS-SCORECARD-KEY.
               88  YS-GAME-IN-PROGRESS        VALUE 'I'.
               88  YS-GAME-IS-COMPLETE        VALUE 'C'.
               88  YS-GAME-IS-ABANDONED       VALUE 'A'.
           05  YS-TRAINING-FLAG           PIC X(01).
               88  YS-TRAINING-GAME           VALUE 'T'.
               88  YS-LIVE-GAME               VALUE SPACE.
           05  YS-SITE-CODE               PIC X(02).
