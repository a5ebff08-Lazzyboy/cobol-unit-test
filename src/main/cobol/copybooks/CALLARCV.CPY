      *
      * MODIFICATION HISTORY:
      *   01 FEB 2016  RS    ORIGINAL COPYBOOK.
      *   15 OCT 2026  RS    TRAILER NOW CARRIES A DEFERRED COUNT
      *                      (DISPOSITION 'D', CARVED FROM FILLER).
      *                      GENERATIONS WRITTEN BEFORE THIS CHANGE
      *                      HAVE SPACES THERE.
      **********************************************************************
       01  CALLARCV-RECORD.
           05  CALLARCV-RECORD-TYPE        PIC X(01).
           05  CALLARCV-T-NOTAPPR-COUNT    PIC 9(09).
           05  CALLARCV-T-FAILED-COUNT     PIC 9(09).
           05  CALLARCV-T-FAILOVER-COUNT   PIC 9(09).
           05  CALLARCV-T-DEFERRED-COUNT   PIC 9(09).
           05  FILLER                      PIC X(26).
