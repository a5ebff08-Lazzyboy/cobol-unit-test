      *                      TERMINAL FAILURE WITH NO FAILOVER, SO
      *                      CALLRTRY DOES NOT RE-EXECUTE WORK THE
      *                      BACKUP ALREADY CARRIED.
      *   15 OCT 2026  RS    ADDED DISPOSITION 'D' (DEFERRED) -- THE
      *                      CALL WAS NOT ISSUED BECAUSE THE ROUTED
      *                      PROGRAM'S CIRCUIT BREAKER (AND ITS
      *                      ALTERNATE'S, IF ANY) WAS OPEN.  THE
      *                      TRANSACTION IMAGE WENT TO THE DEFERRED-
      *                      WORK FILE FOR THE NEXT CYCLE, SO
      *                      CALLRTRY DOES NOT PICK IT UP.
      *   15 OCT 2026  RS    CARVED CALLERR-SOURCE-SYSTEM AND
      *                      CALLERR-SEGMENT-COUNT OUT OF THE FILLER
      *                      -- THE UPSTREAM FEED THE TRANSACTION
      *                      ARRIVED ON AND THE SEGMENTS IT CARRIED,
      *                      FROM THE CALLPARM ORIGIN GROUP, SO
      *                      CALLHIST AND THE CALLCHRG CHARGEBACK CAN
      *                      COUNT BY SOURCE SYSTEM.  SPACES ON THE
      *                      START-UP BASIC CALL, ON CALLONL
      *                      RESUBMISSIONS AND ON RECORDS WRITTEN
      *                      BEFORE THESE FIELDS EXISTED.
      **********************************************************************
       01  CALLERR-RECORD.
           05  CALLERR-PROGRAM-NAME        PIC X(08).
               88  CALLERR-DISP-NOT-APPROVED   VALUE 'R'.
               88  CALLERR-DISP-CALL-FAILED    VALUE 'F'.
               88  CALLERR-DISP-FAILED-OVER    VALUE 'O'.
               88  CALLERR-DISP-DEFERRED       VALUE 'D'.
           05  CALLERR-TIMESTAMP.
               10  CALLERR-DATE                PIC 9(08).
               10  CALLERR-TIME                PIC 9(06).
           05  CALLERR-ELAPSED-HUNDREDTHS  PIC 9(08).
           05  CALLERR-SOURCE-SYSTEM       PIC X(03).
           05  CALLERR-SEGMENT-COUNT       PIC 9(01).
           05  FILLER                      PIC X(02).
