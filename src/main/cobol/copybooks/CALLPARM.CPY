      *                      THEY ALWAYS WERE.  EVERY CALLER MUST
      *                      CLEAR THE EXTENSION AND SET THE COUNT
      *                      BEFORE EACH CALL.
      *   15 OCT 2026  RS    ADDED THE TRANSACTION-ORIGIN FIELDS
      *                      (SOURCE SYSTEM, MERGE SEQUENCE AND
      *                      PRIORITY CLASS FROM THE CALLTRAN
      *                      RECORD) AFTER THE SEGMENT COUNT, SO
      *                      CALLDYN CAN REBUILD THE FULL
      *                      TRANSACTION IMAGE WHEN IT DEFERS A
      *                      CALL BEHIND AN OPEN CIRCUIT BREAKER.
      *                      SUBPROGRAMS DO NOT USE THEM.  A CALLER
      *                      THAT DOES NOT KNOW THE ORIGIN (CALLRTRY,
      *                      CALLONL) CLEARS THEM TO SPACES/ZERO.
      *   15 OCT 2026  RS    ADDED THE BUSINESS DATE, FEED ID AND
      *                      RERUN FLAG TO THE ORIGIN GROUP FOR
      *                      CALLDYN'S RESPONSE JOURNAL (CALLJRNR).
      *                      CALLDEMO PASSES THE CALLTRAN HEADER'S
      *                      BUSINESS DATE AND FEED ID AND A BLANK
      *                      FLAG; CALLRTRY PASSES 'R' AND CALLONL
      *                      'O', WITH NO FEED ID.  A CALLER THAT
      *                      DOES NOT KNOW THE BUSINESS DATE PASSES
      *                      ZERO AND THE JOURNAL TAKES THE DATE OF
      *                      THE CALL.
      **********************************************************************
       01  CALLDEMO-PARM.
           05  CALLDEMO-PARM-STATUS-FLAG   PIC X(01).
               88  CALLDEMO-PARM-SEV-SEVERE     VALUE 12.
           05  CALLDEMO-PARM-DATA-EXTENSION PIC X(90).
           05  CALLDEMO-PARM-SEGMENT-COUNT PIC 9(01).
           05  CALLDEMO-PARM-ORIGIN.
               10  CALLDEMO-PARM-SOURCE-SYSTEM PIC X(03).
               10  CALLDEMO-PARM-SEQUENCE  PIC 9(07).
               10  CALLDEMO-PARM-PRIORITY-CLASS PIC X(01).
               10  CALLDEMO-PARM-BUSINESS-DATE PIC 9(08).
               10  CALLDEMO-PARM-FEED-ID   PIC X(08).
               10  CALLDEMO-PARM-RERUN-FLAG PIC X(01).
                   88  CALLDEMO-PARM-ORIGINAL-RUN   VALUE SPACE.
                   88  CALLDEMO-PARM-RETRY-RERUN    VALUE 'R'.
                   88  CALLDEMO-PARM-ONLINE-RERUN   VALUE 'O'.
