      *                      SLA-CRITICAL WORK CLEARED.  SPACES ON
      *                      TRAILERS WRITTEN BEFORE THESE FIELDS
      *                      EXISTED.
      *   15 OCT 2026  RS    CARVED THE PARTITION NUMBER OUT OF THE
      *                      HEADER FILLER -- SET BY CALLDEMO WHEN IT
      *                      RUNS ONE PARTITION OF THE NIGHT, SO
      *                      CALLMRGE CAN PICK EACH PARTITION'S RUN
      *                      OFF THE PARTITION RUN LOGS.  ZERO ON A
      *                      WHOLE-FILE RUN AND ON THE MERGED RUN
      *                      CALLMRGE WRITES FOR THE NIGHT; SPACES ON
      *                      HEADERS WRITTEN BEFORE THIS FIELD
      *                      EXISTED.
      **********************************************************************
       01  CALLRLOG-RECORD.
           05  CALLRLOG-RECORD-TYPE        PIC X(01).
               10  CALLRLOG-HDR-BUSINESS-DATE  PIC 9(08).
               10  CALLRLOG-HDR-START-DATE     PIC 9(08).
               10  CALLRLOG-HDR-START-TIME     PIC 9(06).
               10  CALLRLOG-HDR-PARTITION      PIC 9(02).
               10  FILLER                      PIC X(41).
           05  CALLRLOG-TRL-DETAIL REDEFINES CALLRLOG-DETAIL.
               10  CALLRLOG-TRL-END-DATE       PIC 9(08).
               10  CALLRLOG-TRL-END-TIME       PIC 9(06).
