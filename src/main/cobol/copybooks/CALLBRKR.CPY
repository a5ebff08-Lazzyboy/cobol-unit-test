      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    CIRCUIT-BREAKER CONTROL RECORD.  KEYED BY
      *             SUBPROGRAM NAME, ONE ROW PER PROGRAM THAT IS TO BE
      *             PROTECTED.  MAINTAINED AS AN INDEXED (VSAM KSDS)
      *             FILE, DEFINED AND SEEDED BY CALLBRKB.JCL.  THE
      *             OPERATIONS SIDE OF THE ROW (THRESHOLD AND PROBE
      *             INTERVAL) IS SET BY THE LOAD; THE STATE SIDE IS
      *             READ AND REWRITTEN BY CALLDYN ON EVERY CALL, SO
      *             THE SAME BREAKER GOVERNS THE CALLDEMO BATCH RUN,
      *             CALLRTRY REDRIVES AND CALLONL ONLINE RERUNS.
      *
      *             THRESHOLD       CONSECUTIVE CALL FAILURES THAT
      *                             TRIP THE BREAKER.  ZERO LEAVES
      *                             THE ROW COUNTING BUT NEVER
      *                             TRIPPING.
      *             PROBE-INTERVAL  TRANSACTIONS DEFERRED WHILE OPEN
      *                             BEFORE THE NEXT ONE IS LET
      *                             THROUGH AS A PROBE.  A PROBE THAT
      *                             SUCCEEDS CLOSES THE BREAKER; ONE
      *                             THAT FAILS STARTS THE INTERVAL
      *                             AGAIN.
      *             STATE           'C' CLOSED (CALLS FLOW), 'O' OPEN
      *                             (CALLS DEFERRED).  SET 'C' AND
      *                             ZERO THE COUNTS TO RESET BY HAND.
      *
      *             FAIL-COUNT      CURRENT RUN OF CONSECUTIVE CALL
      *                             FAILURES (ZEROED BY A SUCCESS).
      *             SKIP-COUNT      CALLS SKIPPED SINCE THE BREAKER
      *                             OPENED OR LAST PROBED.
      *             TRIP-COUNT /    LIFETIME TRIPS AND SKIPPED CALLS,
      *             SKIP-TOTAL      FOR THE MORNING REVIEW.
      *
      *             A PROGRAM WITH NO ROW HAS NO BREAKER.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLBRKR-RECORD.
           05  CALLBRKR-PROGRAM-NAME       PIC X(08).
           05  CALLBRKR-THRESHOLD          PIC 9(03).
           05  CALLBRKR-PROBE-INTERVAL     PIC 9(05).
           05  CALLBRKR-STATE              PIC X(01).
               88  CALLBRKR-CLOSED             VALUE 'C'.
               88  CALLBRKR-OPEN               VALUE 'O'.
           05  CALLBRKR-FAIL-COUNT         PIC 9(05).
           05  CALLBRKR-SKIP-COUNT         PIC 9(05).
           05  CALLBRKR-TRIP-COUNT         PIC 9(05).
           05  CALLBRKR-SKIP-TOTAL         PIC 9(07).
           05  CALLBRKR-LAST-CHANGE.
               10  CALLBRKR-CHANGE-DATE    PIC 9(08).
               10  CALLBRKR-CHANGE-TIME    PIC 9(06).
           05  FILLER                      PIC X(27).
