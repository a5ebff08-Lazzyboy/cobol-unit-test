      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    PARTITION CONTROL RECORD.  CALLSPLT WRITES ONE PER
      *             PARTITION (EMPTY ONES INCLUDED) WHEN IT CUTS THE
      *             NIGHT'S ACCEPTED FILE INTO THE PARTITION FILES,
      *             AND CALLMRGE FOOTS EACH PARTITION'S CALLDEMO RUN
      *             AGAINST IT BEFORE ANYTHING IS MERGED.
      *
      *             DETAIL-COUNT IS EVERY DETAIL RECORD WRITTEN TO
      *             THE PARTITION FILE (ITS TRAILER COUNT).  THE
      *             EXPECTED COUNTS LEAVE OUT ORPHANED CONTINUATIONS,
      *             WHICH CALLDEMO READS BUT NEVER DRIVES, SO THEY
      *             ARE WHAT THE PARTITION'S RUN-LOG TRAILER MUST
      *             SHOW: TRANSACTIONS IN TOTAL, AND SPLIT BY THE
      *             PRIORITY CLASS OF THE LOGICAL TRANSACTION EACH
      *             RECORD BELONGS TO.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLPCTL-RECORD.
           05  CALLPCTL-PARTITION          PIC 9(02).
           05  CALLPCTL-BUSINESS-DATE      PIC 9(08).
           05  CALLPCTL-FEED-ID            PIC X(08).
           05  CALLPCTL-DETAIL-COUNT       PIC 9(09).
           05  CALLPCTL-PRIMARY-COUNT      PIC 9(09).
           05  CALLPCTL-EXPECTED-COUNT     PIC 9(09).
           05  CALLPCTL-CRITICAL-COUNT     PIC 9(09).
           05  CALLPCTL-BULK-COUNT         PIC 9(09).
           05  FILLER                      PIC X(17).
