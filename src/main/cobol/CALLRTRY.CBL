      *                      THE PRIMARY RECORD'S IMAGE, SO THE
      *                      REDRIVE RUNS THE PRIMARY SEGMENT AND
      *                      THE SUBPROGRAM SEES SEGMENT COUNT 1.
      *   15 OCT 2026  RS    A REDRIVE THAT CALLDYN'S CIRCUIT BREAKER
      *                      DEFERS (RESULT 'D') HAS ALREADY GONE TO
      *                      THE CALLDEFW DEFERRED-WORK FILE, SO IT
      *                      IS COUNTED AS DEFERRED -- NOT REQUEUED
      *                      AND NOT CHARGED AN ATTEMPT.  THE PARM
      *                      ORIGIN FIELDS ARE CLEARED BEFORE EACH
      *                      REDRIVE (THE AUDIT RECORD DOES NOT CARRY
      *                      THEM).
      *   15 OCT 2026  RS    THE AUDIT RECORD NOW CARRIES THE SOURCE
      *                      SYSTEM.  IT RIDES ON THE QUEUE RECORD
      *                      (CARVED FROM THE FILLER, SO CALLPERM AND
      *                      CALLCASE SEE IT TOO) AND IS PASSED BACK
      *                      ON EVERY REDRIVE, SO A RETRY'S AUDIT
      *                      RECORD IS CHARGED TO THE FEED THE
      *                      TRANSACTION CAME FROM.  QUEUE RECORDS
      *                      WRITTEN BEFORE THIS CHANGE REDRIVE WITH
      *                      A BLANK SOURCE, AS BEFORE.
      *   15 OCT 2026  RS    EVERY REDRIVE IS FLAGGED AS A RETRY
      *                      RERUN ('R') IN THE PARM ORIGIN, FOR
      *                      CALLDYN'S RESPONSE JOURNAL.  THE DATE OF
      *                      THE FAILED CALL'S AUDIT RECORD RIDES ON
      *                      THE QUEUE RECORD (CARVED FROM THE
      *                      FILLER) AND IS PASSED AS THE BUSINESS
      *                      DATE, SO A TRANSACTION REQUEUED ACROSS
      *                      DAYS IS STILL JOURNALLED UNDER THE DAY
      *                      IT FAILED.  QUEUE RECORDS WRITTEN BEFORE
      *                      THIS CHANGE PASS ZERO AND ARE JOURNALLED
      *                      UNDER THE DATE OF THE REDRIVE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLRTRY.

      ***********************************************************
      * PENDING-RETRY QUEUE RECORD -- THE TRANSACTION IMAGE PLUS  *
      * THE NUMBER OF REDRIVE ATTEMPTS ALREADY MADE AGAINST IT,   *
      * THE SOURCE SYSTEM IT ARRIVED ON AND THE DATE IT FAILED.   *
      ***********************************************************
       01  CALLRTRQ-RECORD.
           05  CALLRTRQ-TRAN-CODE          PIC X(08).
           05  CALLRTRQ-STATUS-FLAG        PIC X(01).
           05  CALLRTRQ-DATA-FIELD         PIC X(30).
           05  CALLRTRQ-RETRY-COUNT        PIC 9(02).
           05  CALLRTRQ-SOURCE-SYSTEM      PIC X(03).
           05  CALLRTRQ-FAILED-DATE        PIC 9(08).
           05  FILLER                      PIC X(28).

       77  WS-CALLERRI-STATUS               PIC X(02).
           88  WS-CALLERRI-OK                   VALUE '00'.
       77  WS-SUBPROGRAM-NAME               PIC X(08).
       77  WS-DYN-RESULT-STATUS             PIC X(01).
           88  WS-DYN-SUCCESS                   VALUE 'S'.
           88  WS-DYN-DEFERRED                  VALUE 'D'.

       77  WS-FAILED-READ-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-CLEARED-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-REQUEUED-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-PERMFAIL-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-SKIPPED-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-DEFERRED-COUNT                PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.

                       MOVE 8 TO RETURN-CODE
                   WHEN WS-REQUEUED-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-DEFERRED-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
                           TO CALLRTRQ-STATUS-FLAG
                       MOVE CALLERR-DATA-FIELD
                           TO CALLRTRQ-DATA-FIELD
                       MOVE CALLERR-SOURCE-SYSTEM
                           TO CALLRTRQ-SOURCE-SYSTEM
                       MOVE CALLERR-DATE TO CALLRTRQ-FAILED-DATE
                       MOVE ZERO TO CALLRTRQ-RETRY-COUNT
                       PERFORM 5000-REDRIVE-TRANSACTION
                           THRU 5000-REDRIVE-TRANSACTION-EXIT
           MOVE CALLRTRQ-DATA-FIELD  TO CALLDEMO-PARM-DATA-FIELD.
           MOVE SPACES TO CALLDEMO-PARM-DATA-EXTENSION.
           MOVE 1 TO CALLDEMO-PARM-SEGMENT-COUNT.
           MOVE CALLRTRQ-SOURCE-SYSTEM TO CALLDEMO-PARM-SOURCE-SYSTEM.
           MOVE ZERO TO CALLDEMO-PARM-SEQUENCE.
           MOVE SPACE TO CALLDEMO-PARM-PRIORITY-CLASS.
           IF CALLRTRQ-FAILED-DATE NUMERIC
               MOVE CALLRTRQ-FAILED-DATE
                   TO CALLDEMO-PARM-BUSINESS-DATE
           ELSE
               MOVE ZERO TO CALLDEMO-PARM-BUSINESS-DATE
           END-IF.
           MOVE SPACES TO CALLDEMO-PARM-FEED-ID.
           SET CALLDEMO-PARM-RETRY-RERUN TO TRUE.
           SET CALLDEMO-PARM-SEV-NORMAL TO TRUE.
           MOVE SPACES TO WS-DYN-RESULT-STATUS.
           CALL 'CALLDYN'

           IF WS-DYN-SUCCESS
               ADD 1 TO WS-CLEARED-COUNT
               GO TO 5000-REDRIVE-TRANSACTION-EXIT
           END-IF.

           IF WS-DYN-DEFERRED
               ADD 1 TO WS-DEFERRED-COUNT
           ELSE
               ADD 1 TO CALLRTRQ-RETRY-COUNT
               IF CALLRTRQ-RETRY-COUNT NOT LESS THAN WS-MAX-ATTEMPTS
               ' CLEARED=' WS-CLEARED-COUNT
               ' REQUEUED=' WS-REQUEUED-COUNT
               ' PERMANENT=' WS-PERMFAIL-COUNT
               ' SKIPPED=' WS-SKIPPED-COUNT
               ' DEFERRED=' WS-DEFERRED-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

