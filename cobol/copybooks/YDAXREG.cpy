      *****************************************************************
      * YDAXREG.CPY
      *
      * RECORD LAYOUT FOR THE PLAYER DATA ACCESS REQUEST REGISTER
      * (YDAXREGF), APPENDED BY YDATAEXP - ONE ROW EACH TIME A
      * REQUEST IS WORKED.  RQ-DUE-DATE IS THE RECEIVED DATE PLUS THE
      * DUE-DAYS ALLOWANCE, SO THE ROW ALONE PROVES WHETHER WE
      * ANSWERED IN TIME.  A REQUEST WHOSE EXPORT COULD NOT READ EVERY
      * FILE IS REGISTERED INCOMPLETE WITH NO COMPLETION DATE; WHEN
      * THE DESK RE-KEYS IT BY NUMBER, A FURTHER ROW UNDER THE SAME
      * RQ-REQUEST-NO RECORDS THE NEW RESULT - THE LAST ROW FOR A
      * NUMBER IS ITS STANDING.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  RQ-REGISTER-RECORD.
           05  RQ-REQUEST-NO              PIC 9(06).
           05  RQ-PLAYER-ID               PIC X(10).
           05  RQ-RECEIVED-DATE           PIC X(08).
           05  RQ-DUE-DATE                PIC X(08).
           05  RQ-REQUESTED-BY            PIC X(08).
           05  RQ-RUN-DATE                PIC X(08).
           05  RQ-STATUS                  PIC X(01).
               88  RQ-REQUEST-COMPLETE        VALUE 'C'.
               88  RQ-REQUEST-INCOMPLETE      VALUE 'I'.
           05  RQ-COMPLETED-DATE          PIC X(08).
           05  RQ-DAYS-TAKEN              PIC 9(04).
           05  RQ-LATE-FLAG               PIC X(01).
               88  RQ-ANSWERED-LATE           VALUE 'Y'.
               88  RQ-ANSWERED-IN-TIME        VALUE 'N'.
           05  RQ-RECORD-COUNT            PIC 9(07).
           05  RQ-DOCUMENT-NAME           PIC X(20).
