      *                      EXTENSION IS CLEARED BEFORE THE DISPATCH
      *                      -- A ONE-OFF ONLINE RERUN CARRIES THE
      *                      PRIMARY SEGMENT ONLY.
      *   15 OCT 2026  RS    THE RESULT STATUS IS NOW CLEARED BEFORE
      *                      THE DISPATCH -- CALLDYN READS AN
      *                      INCOMING 'V' AS A VALIDATE-ONLY REQUEST,
      *                      AND THE COMMAREA BYTE WAS PASSED AS
      *                      RECEIVED.  THE PARM ORIGIN FIELDS ARE
      *                      CLEARED AS WELL.  A RESULT OF 'D' MEANS
      *                      THE PROGRAM'S CIRCUIT BREAKER IS OPEN
      *                      AND THE RERUN WAS DEFERRED TO THE NEXT
      *                      CYCLE.
      *   15 OCT 2026  RS    THE DISPATCH IS FLAGGED AS AN ONLINE
      *                      RERUN ('O') IN THE PARM ORIGIN, SO ITS
      *                      CALLDYN RESPONSE JOURNAL RECORD IS TOLD
      *                      APART FROM THE BATCH CALL.  NO BUSINESS
      *                      DATE IS KNOWN HERE; THE JOURNAL TAKES
      *                      THE DATE OF THE CALL.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLONL.
           MOVE CALLONL-DATA-FIELD  TO CALLDEMO-PARM-DATA-FIELD.
           MOVE SPACES TO CALLDEMO-PARM-DATA-EXTENSION.
           MOVE 1 TO CALLDEMO-PARM-SEGMENT-COUNT.
           MOVE SPACES TO CALLDEMO-PARM-SOURCE-SYSTEM.
           MOVE ZERO TO CALLDEMO-PARM-SEQUENCE.
           MOVE SPACE TO CALLDEMO-PARM-PRIORITY-CLASS.
           MOVE ZERO TO CALLDEMO-PARM-BUSINESS-DATE.
           MOVE SPACES TO CALLDEMO-PARM-FEED-ID.
           SET CALLDEMO-PARM-ONLINE-RERUN TO TRUE.
           SET CALLDEMO-PARM-SEV-NORMAL TO TRUE.
           MOVE SPACE TO CALLONL-RESULT-STATUS.
           CALL 'CALLDYN'
               USING CALLONL-TRAN-CODE CALLDEMO-PARM
                   CALLONL-RESULT-STATUS WS-SUBPROGRAM-NAME.
