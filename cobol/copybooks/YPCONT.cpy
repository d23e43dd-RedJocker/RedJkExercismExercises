      *****************************************************************
      * YPCONT.CPY
      *
      * RECORD LAYOUT FOR THE PLAYER CONTACT FILE (YPCONTF), KEYED BY
      * PLAYER ID - ONE ROW PER REGISTERED PLAYER WHO HAS GIVEN THE
      * DESK A WAY TO REACH THEM.  POSTAL ADDRESS, EMAIL, AND PHONE
      * ARE ALL OPTIONAL BUT THE PREFERRED CHANNEL MUST NAME ONE THAT
      * IS FILLED IN.  CONSENT IS HELD SEPARATELY FOR SERVICE
      * MESSAGES (EXPIRY FOREWARNINGS, PRIZE NOTICES) AND FOR
      * MARKETING, EACH WITH THE DATE IT WAS LAST GIVEN OR WITHDRAWN.
      * MAINTAINED BY YCONTMNT; READ BY YMKTEXT FOR THE MARKETING
      * MAILING EXTRACT; THE ROW IS DELETED OUTRIGHT BY YERASURE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - ADDRESS, EMAIL, PHONE, CHANNEL,
      *                    SERVICE AND MARKETING CONSENT, LAST SET
      *                    DATE AND USER
      *****************************************************************
       01  CT-CONTACT-RECORD.
           05  CT-PLAYER-ID               PIC X(10).
           05  CT-ADDRESS.
               10  CT-ADDRESS-LINE-1      PIC X(30).
               10  CT-ADDRESS-LINE-2      PIC X(30).
               10  CT-TOWN                PIC X(20).
               10  CT-POSTCODE            PIC X(10).
           05  CT-EMAIL                   PIC X(50).
           05  CT-PHONE                   PIC X(15).
           05  CT-PREFERRED-CHANNEL       PIC X(01).
               88  CT-PREFER-POST             VALUE 'P'.
               88  CT-PREFER-EMAIL            VALUE 'E'.
               88  CT-PREFER-PHONE            VALUE 'T'.
               88  CT-CHANNEL-IS-VALID        VALUES 'P' 'E' 'T'.
           05  CT-SERVICE-CONSENT         PIC X(01).
               88  CT-SERVICE-CONSENTED       VALUE 'Y'.
               88  CT-SERVICE-CONSENT-VALID   VALUES 'Y' 'N'.
           05  CT-SERVICE-CONSENT-DATE    PIC X(08).
           05  CT-MARKETING-CONSENT       PIC X(01).
               88  CT-MARKETING-CONSENTED     VALUE 'Y'.
               88  CT-MARKETING-CONSENT-VALID VALUES 'Y' 'N'.
           05  CT-MARKETING-CONSENT-DATE  PIC X(08).
           05  CT-LAST-SET-DATE           PIC X(08).
           05  CT-LAST-SET-BY             PIC X(08).
