      *   2026-09-02 RJ    APPENDED STATUS, PAID DATE, AND PAID CLERK
      *                    SO A VOUCHER PRESENTED TWICE CAN BE REFUSED
      *                    AT THE COUNTER INSTEAD OF PAID TWICE
      *   2026-10-15 RJ    APPENDED THE VOID DATE, REASON, AND
      *                    SUPERVISOR, AND THE REFERENCES LINKING A
      *                    VOIDED VOUCHER AND ITS REPLACEMENT BOTH
      *                    WAYS, FOR THE VOUCHVD VOID/REISSUE DESK
      *                    TRANSACTION.  SPACES MEAN NOT VOIDED AND
      *                    NOT A REPLACEMENT
      *   2026-10-15 RJ    APPENDED THE REDEEMED DATE - THE DAY THE
      *                    COUNTER ACTUALLY PAID THE VOUCHER, WHEN THE
      *                    REDEMPTION WAS KEYED ON A LATER DAY THAN
      *                    THE PAID DATE IT POSTED ON.  SPACES MEAN
      *                    PAID ON THE PAID DATE
      *   2026-10-15 RJ    APPENDED THE ISSUING SITE (THE SITE OF THE
      *                    CARD THE VOUCHER WAS MINTED FOR) AND THE
      *                    REDEEMING SITE (THE COUNTER THAT PAID IT).
      *                    A VOUCHER IS GOOD AT EITHER SITE; VOUCHSTL
      *                    SETTLES THE ONES PAID AWAY FROM HOME.
      *                    SPACES MEAN SITE 01, THE ORIGINAL FLOOR
      *****************************************************************
       01  VO-VOUCHER-RECORD.
           05  VO-VOUCHER-REF             PIC X(13).
               88  VO-VOUCHER-IS-VOID         VALUE 'V'.
           05  VO-PAID-DATE               PIC X(08).
           05  VO-PAID-CLERK              PIC X(08).
           05  VO-VOID-DATE               PIC X(08).
           05  VO-VOID-REASON             PIC X(02).
               88  VO-VOID-TORN               VALUE 'TN'.
               88  VO-VOID-MISPRINTED         VALUE 'MP'.
               88  VO-VOID-STOLEN             VALUE 'ST'.
               88  VO-VOID-OTHER              VALUE 'OT'.
               88  VO-VOID-REASON-IS-VALID    VALUES 'TN' 'MP' 'ST'
                                                     'OT'.
           05  VO-VOID-SUPERVISOR         PIC X(08).
           05  VO-REPLACED-BY-REF         PIC X(13).
           05  VO-REPLACES-REF            PIC X(13).
           05  VO-REDEEMED-DATE           PIC X(08).
           05  VO-ISSUE-SITE              PIC X(02).
           05  VO-REDEEM-SITE             PIC X(02).
