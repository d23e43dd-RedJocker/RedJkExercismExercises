      *****************************************************************
      * DQSCANL.CPY
      *
      * LINKAGE FOR THE DQSCAN MASTER-FILE DATA QUALITY SCAN, PASSED
      * BY THE NIGHTRUN DRIVER.  DQSCAN SETS THE SHARED STATUS TO
      * WARNING WHEN ANY ERROR-SEVERITY EXCEPTION WAS FOUND; DIRTY DATA
      * NEVER STOPS THE NIGHT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  QP-PARMS.
           05  QP-RECORD-COUNT         PIC 9(07).
           05  QP-EXCEPTION-COUNT      PIC 9(07).
           COPY "PGMSTAT.cpy".
