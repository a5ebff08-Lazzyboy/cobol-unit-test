      *                      BEING TALLIED INTO THE SLOT AFTER ITS
      *                      OWN AND THE REPORT UNDERCOUNTED ANY
      *                      PROGRAM CALLED MORE THAN ONCE.
      *   15 OCT 2026  RS    JOB-STREAM STEP CONTROL.  CALLS CALLSTPX
      *                      BEFORE ANY FILE IS OPENED; A STEP ALREADY
      *                      COMPLETED FOR THE BUSINESS DATE (THE JOB
      *                      WAS RESUBMITTED) ENDS AT ONCE WITH ITS
      *                      ORIGINAL RETURN CODE, AND THE END OF A
      *                      STEP THAT RAN IS RECORDED ON CALLSTEP.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLRPT.
       01  CALLRPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CALLSTPL.
       77  WS-STEP-SAVE-RC                  PIC S9(04)  VALUE ZERO.

       77  WS-CALLERR-STATUS                PIC X(02).
           88  WS-CALLERR-OK                    VALUE '00'.
       77  WS-CALLRPT-STATUS                PIC X(02).
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 8800-BEGIN-STEP
               THRU 8800-BEGIN-STEP-EXIT.
           IF CALLSTPX-SKIP-STEP
               MOVE CALLSTPX-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

               MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM 8900-END-STEP
               THRU 8900-END-STEP-EXIT.

           STOP RUN.

       1000-INITIALIZE.
       8000-TERMINATE-EXIT.
           EXIT.

      ***********************************************************
      * 8800-BEGIN-STEP -- ASK CALLSTPX WHETHER THIS STEP RUNS.   *
      * NOTHING IS OPEN YET, SO A STEP SKIPPED ON A RESUBMISSION  *
      * LEAVES ITS OUTPUT EXACTLY AS THE EARLIER RUN LEFT IT.     *
      ***********************************************************
       8800-BEGIN-STEP.
           MOVE SPACES TO CALLSTPX-PARM.
           SET CALLSTPX-BEGIN-STEP TO TRUE.
           MOVE 'CALLRPT' TO CALLSTPX-PROGRAM-NAME.
           CALL 'CALLSTPX'
               USING CALLSTPX-PARM.
       8800-BEGIN-STEP-EXIT.
           EXIT.

      ***********************************************************
      * 8900-END-STEP -- RECORD THE RETURN CODE THE STEP IS       *
      * ENDING WITH.  THE CALL RESETS RETURN-CODE, SO IT IS SAVED *
      * AND PUT BACK.                                             *
      ***********************************************************
       8900-END-STEP.
           IF NOT CALLSTPX-RUN-STEP
               GO TO 8900-END-STEP-EXIT
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-SAVE-RC.
           SET CALLSTPX-END-STEP TO TRUE.
           MOVE WS-STEP-SAVE-RC TO CALLSTPX-RETURN-CODE.
           CALL 'CALLSTPX'
               USING CALLSTPX-PARM.
           MOVE WS-STEP-SAVE-RC TO RETURN-CODE.
       8900-END-STEP-EXIT.
           EXIT.

       9999-END.
           EXIT.
