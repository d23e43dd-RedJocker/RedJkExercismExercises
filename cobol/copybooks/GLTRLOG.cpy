      *****************************************************************
      * GLTRLOG.CPY
      *
      * RECORD LAYOUT FOR THE GENERAL-LEDGER TRAILER LOG (GLTRLOGF),
      * KEYED BY JOURNAL DATE + RECORD TYPE + SOURCE CODE.  GLDAILYF
      * ONLY EVER HOLDS ONE DAY, SO GLDAILY KEEPS A COPY OF EVERY
      * 'SC' SOURCE SUBTOTAL AND OF THE 'TR' TRAILER IT WRITES,
      * STAMPED WITH THE FISCAL PERIOD OF THE JOURNAL DATE; THE
      * TRAILER ROW ALSO SAYS WHETHER THE DAY'S EXTRACT PROVED AND
      * WAS RELEASED.  A RERUN OF THE SAME DAY REPLACES THE DAY'S
      * ROWS.  PERCLOSE READS THE LOG TO PROVE A PERIOD'S JOURNALS
      * BEFORE IT WILL CLOSE THE PERIOD.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  GT-TRAILER-RECORD.
           05  GT-LOG-KEY.
               10  GT-JOURNAL-DATE        PIC X(08).
               10  GT-RECORD-TYPE         PIC X(02).
                   88  GT-IS-SUBTOTAL         VALUE 'SC'.
                   88  GT-IS-TRAILER          VALUE 'TR'.
               10  GT-SOURCE-CODE         PIC X(02).
           05  GT-FISCAL-PERIOD           PIC X(06).
           05  GT-RECORD-COUNT            PIC 9(07).
           05  GT-HASH-TOTAL              PIC S9(11)V99.
           05  GT-PROVED-FLAG             PIC X(01).
               88  GT-DAY-WAS-PROVED          VALUE 'Y'.
               88  GT-DAY-WAS-WITHHELD        VALUE 'N'.
