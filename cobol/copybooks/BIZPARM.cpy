      *****************************************************************
      * BIZPARM.CPY
      *
      * RECORD LAYOUT FOR THE BUSINESS-PARAMETER MASTER (BIZPARMF),
      * KEYED BY PROGRAM ID PLUS PARAMETER NAME.  ONE ROW PER TUNING
      * KNOB THAT USED TO BE A VALUE CLAUSE IN A BATCH PROGRAM - A
      * PRIZE THRESHOLD, AN EXPIRY IN DAYS, A TOLERANCE PERCENTAGE.
      * THE VALUE TAKES HOLD ON ITS EFFECTIVE DATE; UNTIL THEN THE
      * BATCH GOES ON RUNNING WITH THE PRIOR VALUE.  EVERY VALUE
      * KEYED MUST LIE BETWEEN THE ROW'S ALLOWED MINIMUM AND MAXIMUM.
      * MAINTAINED ONLY THROUGH PARMMNT; READ BY PARMGET.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - KEY, VALUE, PRIOR VALUE,
      *                    EFFECTIVE DATE, MIN/MAX, LAST SET
      *****************************************************************
       01  BP-PARM-RECORD.
           05  BP-PARM-KEY.
               10  BP-PROGRAM-ID          PIC X(08).
               10  BP-PARM-NAME           PIC X(20).
           05  BP-PARM-VALUE              PIC 9(07)V99.
           05  BP-EFFECTIVE-DATE          PIC X(08).
           05  BP-PRIOR-VALUE             PIC 9(07)V99.
           05  BP-MIN-VALUE               PIC 9(07)V99.
           05  BP-MAX-VALUE               PIC 9(07)V99.
           05  BP-DESCRIPTION             PIC X(30).
           05  BP-LAST-SET-DATE           PIC X(08).
           05  BP-LAST-SET-BY             PIC X(08).
