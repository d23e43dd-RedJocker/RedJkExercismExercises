      *****************************************************************
      * DQRULE.CPY
      *
      * RECORD LAYOUT FOR THE MASTER-FILE DATA QUALITY RULE DECK
      * (DQRULEF), ONE FIELD-LEVEL RULE PER LINE, READ BY THE WEEKLY
      * DQSCAN SCAN.  QL-FILE-NAME AND QL-FIELD-NAME NAME A FIELD BY
      * ITS COPYBOOK NAME (YP-PLAYER-NAME ON YPLAYERF, BM-ANNIV-DAY ON
      * BILLCSTF, AND SO ON) - DQSCAN CARRIES THE OFFSETS.  RULE TYPES:
      *   NB  NOT BLANK
      *   DT  A VALID YYYYMMDD DATE (DATEVAL) - BLANK FAILS
      *   DO  A VALID DATE WHEN PRESENT - BLANK PASSES
      *   NF  A DATE NOT AFTER THE RUN DATE - BLANK PASSES
      *   NZ  NUMERIC AND NOT ZERO
      *   RG  NUMERIC FROM QL-LOW-VALUE TO QL-HIGH-VALUE, IN THE
      *       FIELD'S STORED UNITS (PENNIES FOR A 9(5)V99 FEE)
      *   VL  ONE OF THE CODES IN QL-VALUE-LIST, WRITTEN END TO END
      *       AT THE FIELD'S WIDTH ('BSG' FOR A ONE-BYTE TIER CODE,
      *       'THPRHAOT' FOR A TWO-BYTE REASON) - BLANK PASSES
      * SEVERITY 'E' (OR BLANK) IS AN ERROR, 'W' A WARNING.  A LINE
      * STARTING '*' IS A COMMENT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - RULE, FILE, FIELD, TYPE,
      *                    SEVERITY, RANGE, VALUE LIST, DESCRIPTION
      *****************************************************************
       01  QL-RULE-RECORD.
           05  QL-RULE-ID                 PIC X(04).
           05  QL-FILE-NAME               PIC X(08).
           05  QL-FIELD-NAME              PIC X(24).
           05  QL-RULE-TYPE               PIC X(02).
               88  QL-NOT-BLANK               VALUE 'NB'.
               88  QL-VALID-DATE              VALUE 'DT'.
               88  QL-DATE-IF-PRESENT         VALUE 'DO'.
               88  QL-NOT-FUTURE              VALUE 'NF'.
               88  QL-NOT-ZERO                VALUE 'NZ'.
               88  QL-IN-RANGE                VALUE 'RG'.
               88  QL-IN-LIST                 VALUE 'VL'.
               88  QL-DATE-RULE               VALUES 'DT' 'DO' 'NF'.
               88  QL-NUMBER-RULE             VALUES 'NZ' 'RG'.
               88  QL-TYPE-IS-VALID           VALUES 'NB' 'DT' 'DO'
                                                     'NF' 'NZ' 'RG'
                                                     'VL'.
           05  QL-SEVERITY                PIC X(01).
               88  QL-SEVERITY-ERROR          VALUES 'E' SPACE.
               88  QL-SEVERITY-WARNING        VALUE 'W'.
           05  QL-LOW-VALUE               PIC 9(09).
           05  QL-LOW-VALUE-X REDEFINES QL-LOW-VALUE
                                          PIC X(09).
           05  QL-HIGH-VALUE              PIC 9(09).
           05  QL-HIGH-VALUE-X REDEFINES QL-HIGH-VALUE
                                          PIC X(09).
           05  QL-VALUE-LIST              PIC X(20).
           05  QL-DESCRIPTION             PIC X(30).
