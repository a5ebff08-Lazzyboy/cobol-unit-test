      *                      BLANK SEGMENT FIELDS MEAN A PLAIN
      *                      STANDALONE TRANSACTION, SO EXISTING
      *                      FEEDS ARE UNAFFECTED.
      *   15 OCT 2026  RS    CARVED THE PARTITION NUMBER OUT OF THE
      *                      HEADER FILLER -- STAMPED BY CALLSPLT ON
      *                      EACH PARTITION FILE IT CUTS FROM THE
      *                      ACCEPTED FILE, SO CALLDEMO KNOWS IT IS
      *                      RUNNING ONE STREAM OF A PARTITIONED
      *                      NIGHT.  SPACES (OR ZERO) ON A WHOLE,
      *                      UNPARTITIONED FILE.
      **********************************************************************
       01  CALLDEMO-TRAN-RECORD.
           05  CALLDEMO-TRAN-CODE          PIC X(08).
               88  CALLDEMO-HDR-PRESENT        VALUE 'HDR'.
           05  CALLDEMO-HDR-BUSINESS-DATE  PIC 9(08).
           05  CALLDEMO-HDR-FEED-ID        PIC X(08).
           05  CALLDEMO-HDR-PARTITION      PIC 9(02).
           05  FILLER                      PIC X(59).

       01  CALLDEMO-TRAN-TRAILER.
           05  CALLDEMO-TRL-ID             PIC X(03).
