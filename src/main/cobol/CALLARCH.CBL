      *                      FROM A VIEW UNDER THE SAME FD NAMES
      *                      THE RECORD AREA AS ITS OWN SOURCE,
      *                      WHICH THE LANGUAGE LEAVES UNDEFINED.
      *   15 OCT 2026  RS    DEFERRED RECORDS (DISPOSITION 'D',
      *                      CALLDYN'S CIRCUIT BREAKER) ARE TOTALLED
      *                      ON THE TRAILER IN THEIR OWN COUNT
      *                      INSTEAD OF FALLING INTO THE FAILED COUNT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLARCH.
       77  WS-NOTAPPR-COUNT                 PIC 9(09)   VALUE ZERO.
       77  WS-FAILED-COUNT                  PIC 9(09)   VALUE ZERO.
       77  WS-FAILOVER-COUNT                PIC 9(09)   VALUE ZERO.
       77  WS-DEFERRED-COUNT                PIC 9(09)   VALUE ZERO.

       PROCEDURE DIVISION.

                   ADD 1 TO WS-NOTAPPR-COUNT
               WHEN CALLERR-DISP-FAILED-OVER
                   ADD 1 TO WS-FAILOVER-COUNT
               WHEN CALLERR-DISP-DEFERRED
                   ADD 1 TO WS-DEFERRED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.
           MOVE WS-NOTAPPR-COUNT TO CALLARCV-T-NOTAPPR-COUNT.
           MOVE WS-FAILED-COUNT TO CALLARCV-T-FAILED-COUNT.
           MOVE WS-FAILOVER-COUNT TO CALLARCV-T-FAILOVER-COUNT.
           MOVE WS-DEFERRED-COUNT TO CALLARCV-T-DEFERRED-COUNT.
           WRITE CALLARCV-TRAILER-RECORD.
       3000-WRITE-ARCHIVE-EXIT.
           EXIT.
