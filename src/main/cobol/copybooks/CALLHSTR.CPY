      * AUTHOR:     R SUBRAMANIAN
      * DATE:       21 SEP 2015
      * PURPOSE:    ROLLING AUDIT HISTORY RECORD.  ONE RECORD PER
      *             SUBPROGRAM / TRANSACTION CODE / DATE / SOURCE
      *             SYSTEM, HOLDING THAT
      *             DAY'S CALL AND ERROR COUNTS ROLLED UP FROM THE
      *             CALLERR AUDIT TRAIL.  MAINTAINED AS AN INDEXED
      *             (VSAM KSDS) FILE BY THE CALLHIST CONSOLIDATION
      *
      * MODIFICATION HISTORY:
      *   21 SEP 2015  RS    ORIGINAL COPYBOOK.
      *   15 OCT 2026  RS    SOURCE SYSTEM ADDED TO THE KEY (CARVED
      *                      FROM THE FILLER) NOW THAT CALLERR CARRIES
      *                      IT -- ONE RECORD PER PROGRAM / TRAN CODE
      *                      / DATE / SOURCE SYSTEM.  READERS THAT
      *                      WANT THE OLD GRAIN ADD ACROSS SOURCES.
      *                      THE KSDS IS REDEFINED WITH KEYS(27 0)
      *                      (CALLHSTB).
      **********************************************************************
       01  CALLHSTR-RECORD.
           05  CALLHSTR-KEY.
               10  CALLHSTR-PROGRAM-NAME   PIC X(08).
               10  CALLHSTR-TRAN-CODE      PIC X(08).
               10  CALLHSTR-DATE           PIC 9(08).
               10  CALLHSTR-SOURCE-SYSTEM  PIC X(03).
           05  CALLHSTR-CALL-COUNT         PIC 9(07).
           05  CALLHSTR-ERROR-COUNT        PIC 9(07).
           05  FILLER                      PIC X(39).
