      *                      FOR A LOW-VOLUME PROGRAM WAS CARRYING
      *                      WHATEVER RATE THE PREVIOUS PROGRAM'S
      *                      RATE CHECK LEFT BEHIND.
      *   15 OCT 2026  RS    A DEFERRED RECORD (DISPOSITION 'D',
      *                      CALLDYN'S CIRCUIT BREAKER SKIPPED THE
      *                      CALL) IS PASSED OVER -- IT IS NOT A CALL,
      *                      SO IT NEITHER COUNTS TOWARD THE RATE NOR
      *                      BREAKS THE CONSECUTIVE-FAILURE RUN THAT
      *                      TRIPPED THE BREAKER.  IT STILL ADVANCES
      *                      THE CURSOR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLMON.
               GO TO 3000-SCORE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-SCORED-COUNT.
           IF CALLERR-DISP-DEFERRED
               GO TO 3000-SCORE-ONE-RECORD-EXIT
           END-IF.
           PERFORM 3100-FIND-OR-ADD-ENTRY
               THRU 3100-FIND-OR-ADD-ENTRY-EXIT.
           IF WS-TABLE-INDEX = ZERO
