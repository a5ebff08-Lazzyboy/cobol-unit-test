      *                      IT SURFACES ON BOTH CLASS PASSES, SO
      *                      THE TERMINATION MESSAGE WAS SHOWING
      *                      EXACTLY DOUBLE THE TRUE COUNT.
      *   15 OCT 2026  RS    VALIDATE-ONLY SIMULATION MODE.  AN
      *                      OPTIONAL RUN-MODE CARD (DD CALLSIMC,
      *                      'VALIDATE' IN COLS 1-8) RUNS THE FILE
      *                      THROUGH CALLDYN'S ROUTING AGAINST THE
      *                      CANDIDATE CALLSUBT/CALLAPPR COPIES WITH
      *                      NO SUBPROGRAM CALLED: THE BASIC AND
      *                      CLASSIC CALLS ARE SKIPPED, AND CALLCKPT,
      *                      CALLERR, CALLRLOG AND CALLPROC ARE NEVER
      *                      OPENED (NOR ARE THE PROCESSED-DATE AND
      *                      CALENDAR CHECKS MADE, SO LAST NIGHT'S
      *                      FILE CAN BE REPLAYED).  SEE CALLSIM.JCL
      *                      AND THE CALLSIMR ROUTING-IMPACT REPORT.
      *                      WITHOUT THE CARD THE RUN IS UNCHANGED.
      *   15 OCT 2026  RS    THE PRIMARY RECORD'S SOURCE SYSTEM,
      *                      SEQUENCE AND PRIORITY CLASS NOW TRAVEL
      *                      TO CALLDYN IN THE PARM ORIGIN FIELDS SO
      *                      A TRANSACTION ITS CIRCUIT BREAKER
      *                      DEFERS GOES TO CALLDEFW AS THE SAME
      *                      IMAGE.  A DEFERRED RESULT ('D') IS
      *                      COUNTED APART FROM THE REJECTS AND ALSO
      *                      ENDS THE RUN RC=4.
      *   15 OCT 2026  RS    JOB-STREAM STEP CONTROL.  CALLS CALLSTPX
      *                      BEFORE ANY FILE IS OPENED; A STEP ALREADY
      *                      COMPLETED FOR THE BUSINESS DATE (THE JOB
      *                      WAS RESUBMITTED) ENDS AT ONCE WITH ITS
      *                      ORIGINAL RETURN CODE, AND THE END OF A
      *                      STEP THAT RAN IS RECORDED ON CALLSTEP.
      *   15 OCT 2026  RS    PARTITIONED RUNS.  A CALLTRAN HEADER
      *                      CARRYING A PARTITION NUMBER (CUT BY
      *                      CALLSPLT) MAKES THIS EXECUTION ONE
      *                      STREAM OF THE NIGHT: THE NUMBER GOES ON
      *                      THE RUN-LOG HEADER, AND THE PROCESSED
      *                      DATE IS NOT RECORDED HERE -- CALLMRGE
      *                      RECORDS IT ONCE EVERY PARTITION IS IN.
      *                      EACH PARTITION RUNS WITH ITS OWN
      *                      CALLCKPT, CALLERR AND CALLRLOG, SO IT
      *                      RESTARTS ON ITS OWN.
      *   15 OCT 2026  RS    9000-LOG-CALL-ERROR STAMPS THE AUDIT
      *                      RECORD WITH THE PARM BLOCK'S SOURCE
      *                      SYSTEM AND SEGMENT COUNT, AS CALLDYN
      *                      DOES.  1000-BASIC-CALL CLEARS THE SOURCE
      *                      -- THE START-UP CALL BELONGS TO NO FEED.
      *   15 OCT 2026  RS    THE BUSINESS DATE AND FEED ID NOW GO TO
      *                      CALLDYN IN THE PARM ORIGIN WITH A BLANK
      *                      RERUN FLAG, FOR CALLDYN'S RESPONSE
      *                      JOURNAL.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLDEMO.
               RECORD KEY IS CALLCALR-DATE
               FILE STATUS IS WS-CALLCAL-STATUS.

           SELECT CALLSIMC-FILE ASSIGN TO CALLSIMC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSIMC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLCALR.

       FD  CALLSIMC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLSIMC-RECORD.
           05  CALLSIMC-RUN-MODE           PIC X(08).
               88  CALLSIMC-VALIDATE           VALUE 'VALIDATE'.
           05  FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.
       COPY CALLSTPL.
       77  WS-STEP-SAVE-RC              PIC S9(04)  VALUE ZERO.

       77  WS-SUBPROGRAM-NAME           PIC X(08).
       COPY CALLPARM.
       COPY CALLERR REPLACING LEADING ==CALLERR== BY ==WS-ERR-AREA==.
       77  WS-CALLCAL-STATUS            PIC X(02).
           88  WS-CALLCAL-OK                VALUE '00'.
           88  WS-CALLCAL-NOTFOUND          VALUE '23'.
       77  WS-CALLSIMC-STATUS           PIC X(02).
           88  WS-CALLSIMC-OK               VALUE '00'.
       77  WS-SIMULATION-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-SIMULATION-RUN            VALUE 'Y'.
       77  WS-CD-DATE                   PIC 9(08).
       77  WS-CD-TIME                   PIC 9(06).
       01  WS-CLOCK-TIME.
           05  WS-RUN-ID-TIME           PIC 9(06).
       77  WS-BUSINESS-DATE             PIC 9(08).
       77  WS-FEED-ID                   PIC X(08).
       77  WS-PARTITION-NUMBER          PIC 9(02)   VALUE ZERO.
       77  WS-CONTROL-FAILED-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-FAILED            VALUE 'Y'.
       77  WS-TRAILER-SWITCH            PIC X(01)   VALUE 'N'.
       77  WS-CKPT-LAST-QUOTIENT        PIC 9(09)   VALUE ZERO.
       77  WS-CKPT-REMAINDER            PIC 9(09)   VALUE ZERO.
       77  WS-DYN-REJECT-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-DYN-DEFER-COUNT           PIC 9(07)   VALUE ZERO.

       77  WS-HELD-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-HELD-RECORD-PRESENT       VALUE 'Y'.
       77  WS-PRIMARY-TRAN-CODE         PIC X(08)   VALUE SPACES.
       77  WS-PRIMARY-STATUS-FLAG       PIC X(01)   VALUE SPACE.
       77  WS-PRIMARY-DATA-FIELD        PIC X(30)   VALUE SPACES.
       77  WS-PRIMARY-SOURCE-SYSTEM     PIC X(03)   VALUE SPACES.
       77  WS-PRIMARY-SEQUENCE          PIC 9(07)   VALUE ZERO.
       77  WS-CONTINUATION-COUNT        PIC 9(01)   VALUE ZERO.
       77  WS-ORPHAN-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-SEGMENT-DROP-COUNT        PIC 9(05)   VALUE ZERO.

       77  WS-DYN-RESULT-STATUS         PIC X(01).
           88  WS-DYN-SUCCESS               VALUE 'S'.
           88  WS-DYN-DEFERRED              VALUE 'D'.

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

               PERFORM 9200-SET-FINAL-RETURN-CODE
                   THRU 9200-SET-FINAL-RETURN-CODE-EXIT

               IF NOT WS-SIMULATION-RUN
                   PERFORM 6000-WRITE-RUN-TRAILER
                       THRU 6000-WRITE-RUN-TRAILER-EXIT

                   PERFORM 7100-RECORD-PROCESSED-DATE
                       THRU 7100-RECORD-PROCESSED-DATE-EXIT
               END-IF

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT
                   THRU 9200-SET-FINAL-RETURN-CODE-EXIT
           END-IF.

           PERFORM 8900-END-STEP
               THRU 8900-END-STEP-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE -- OPEN THE TRANSACTION FILE AND, IF A    *
      * RESTART FILE IS PRESENT FROM A PRIOR RUN, SKIP FORWARD TO *
      * THE LAST CHECKPOINTED TRANSACTION COUNT BEFORE RESUMING.  *
      * A VALIDATE-ONLY RUN STOPS AFTER THE HEADER: IT HAS NO     *
      * RESTART, WRITES NO LOG OR AUDIT, AND MAKES NO BASIC CALL. *
      ***********************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-MODE
               THRU 1050-READ-RUN-MODE-EXIT.

           OPEN INPUT CALLTRAN-FILE.
           IF NOT WS-CALLTRAN-OK
               DISPLAY 'CALLDEMO: UNABLE TO OPEN CALLTRAN, STATUS='
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           IF WS-SIMULATION-RUN
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1100-READ-RESTART-FILE
               THRU 1100-READ-RESTART-FILE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1050-READ-RUN-MODE -- THE RUN-MODE CARD IS OPTIONAL, THE  *
      * SAME CONVENTION AS THE RESTART FILE: NO DD, AN EMPTY DD,  *
      * OR ANY MODE BUT 'VALIDATE' IS A NORMAL PRODUCTION RUN.    *
      ***********************************************************
       1050-READ-RUN-MODE.
           OPEN INPUT CALLSIMC-FILE.
           IF NOT WS-CALLSIMC-OK
               GO TO 1050-READ-RUN-MODE-EXIT
           END-IF.
           READ CALLSIMC-FILE
               AT END
                   MOVE SPACES TO CALLSIMC-RECORD
           END-READ.
           IF CALLSIMC-VALIDATE
               MOVE 'Y' TO WS-SIMULATION-SWITCH
               DISPLAY 'CALLDEMO: VALIDATE-ONLY SIMULATION RUN, '
                   'NO SUBPROGRAM WILL BE CALLED'
           END-IF.
           CLOSE CALLSIMC-FILE.
       1050-READ-RUN-MODE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-READ-RESTART-FILE -- A CALLCKPT RECORD LEFT BEHIND   *
      * FROM A PRIOR RUN MEANS THIS IS A RESTART, NOT A FRESH     *
           MOVE WS-BUSINESS-DATE TO CALLRLOG-HDR-BUSINESS-DATE.
           MOVE WS-CD-DATE TO CALLRLOG-HDR-START-DATE.
           MOVE WS-CD-TIME TO CALLRLOG-HDR-START-TIME.
           MOVE WS-PARTITION-NUMBER TO CALLRLOG-HDR-PARTITION.
           WRITE CALLRLOG-RECORD.
       1300-WRITE-RUN-HEADER-EXIT.
           EXIT.
           END-IF.
           MOVE CALLDEMO-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE CALLDEMO-HDR-FEED-ID TO WS-FEED-ID.
           IF CALLDEMO-HDR-PARTITION NUMERIC
               MOVE CALLDEMO-HDR-PARTITION TO WS-PARTITION-NUMBER
           END-IF.
           IF WS-PARTITION-NUMBER NOT = ZERO
               DISPLAY 'CALLDEMO: PARTITION ' WS-PARTITION-NUMBER
                   ' OF BUSINESS DATE ' WS-BUSINESS-DATE
                   ' FEED ' WS-FEED-ID
           END-IF.
           IF WS-SIMULATION-RUN
               GO TO 1400-VERIFY-FEED-HEADER-EXIT
           END-IF.
           PERFORM 1410-CHECK-ALREADY-PROCESSED
               THRU 1410-CHECK-ALREADY-PROCESSED-EXIT.
           IF NOT WS-CONTROL-FAILED
           MOVE CALLDEMO-TRAN-CODE TO WS-PRIMARY-TRAN-CODE.
           MOVE CALLDEMO-TRAN-STATUS-FLAG TO WS-PRIMARY-STATUS-FLAG.
           MOVE CALLDEMO-TRAN-DATA-FIELD TO WS-PRIMARY-DATA-FIELD.
           MOVE CALLDEMO-TRAN-SOURCE-SYSTEM TO WS-PRIMARY-SOURCE-SYSTEM.
           IF CALLDEMO-TRAN-SEQUENCE NUMERIC
               MOVE CALLDEMO-TRAN-SEQUENCE TO WS-PRIMARY-SEQUENCE
           ELSE
               MOVE ZERO TO WS-PRIMARY-SEQUENCE
           END-IF.

           IF WS-RECORD-CLASS NOT = WS-CURRENT-CLASS
               IF CALLDEMO-TRAN-PRIMARY
               TO CALLDEMO-PARM-DATA-EXTENSION.
           COMPUTE CALLDEMO-PARM-SEGMENT-COUNT =
               WS-CONTINUATION-COUNT + 1.
           MOVE WS-PRIMARY-SOURCE-SYSTEM
               TO CALLDEMO-PARM-SOURCE-SYSTEM.
           MOVE WS-PRIMARY-SEQUENCE TO CALLDEMO-PARM-SEQUENCE.
           MOVE WS-RECORD-CLASS TO CALLDEMO-PARM-PRIORITY-CLASS.
           MOVE WS-BUSINESS-DATE TO CALLDEMO-PARM-BUSINESS-DATE.
           MOVE WS-FEED-ID TO CALLDEMO-PARM-FEED-ID.
           SET CALLDEMO-PARM-ORIGINAL-RUN TO TRUE.

           IF WS-SIMULATION-RUN
               PERFORM 3000-DYNAMIC-CALL THRU 3000-DYNAMIC-CALL-EXIT
               GO TO 2000-PROCESS-TRANSACTIONS-EXIT
           END-IF.

           PERFORM 2000-CLASSIC-CALL THRU 2000-CLASSIC-CALL-EXIT.
           PERFORM 3000-DYNAMIC-CALL THRU 3000-DYNAMIC-CALL-EXIT.
           MOVE 'Z' TO CALLDEMO-PARM-DATA-FIELD.
           MOVE SPACES TO CALLDEMO-PARM-DATA-EXTENSION.
           MOVE 1 TO CALLDEMO-PARM-SEGMENT-COUNT.
           MOVE SPACES TO CALLDEMO-PARM-SOURCE-SYSTEM.
           MOVE 0 TO RETURN-CODE.
           SET CALLDEMO-PARM-SEV-NORMAL TO TRUE.
           MOVE 'N' TO WS-CALL-EXCEPTION-SWITCH.
      * THE SUBPROGRAM NAME FROM THE CALLSUBT LOOKUP FILE,        *
      * VALIDATES IT AGAINST THE APPROVED-PROGRAMS LIST, AND      *
      * ISSUES THE CALL WITH ITS OWN RETURN-CODE CHECKING AND     *
      * AUDIT LOGGING.  ON A VALIDATE-ONLY RUN THE RESULT STATUS  *
      * GOES IN AS 'V' AND CALLDYN ONLY RESOLVES THE ROUTING; A   *
      * FAILURE TO LOAD CALLDYN IS THEN COUNTED, NOT LOGGED.      *
      ***********************************************************
       3000-DYNAMIC-CALL.
           IF WS-SIMULATION-RUN
               MOVE 'V' TO WS-DYN-RESULT-STATUS
           ELSE
               MOVE SPACE TO WS-DYN-RESULT-STATUS
           END-IF.
           CALL 'CALLDYN'
               USING CALLDEMO-TRAN-CODE CALLDEMO-PARM
                   WS-DYN-RESULT-STATUS WS-SUBPROGRAM-NAME
               ON EXCEPTION
                   IF WS-SIMULATION-RUN
                       MOVE 'F' TO WS-DYN-RESULT-STATUS
                       PERFORM 9100-LOG-DYNAMIC-REJECT
                           THRU 9100-LOG-DYNAMIC-REJECT-EXIT
                   ELSE
                       PERFORM 9000-LOG-CALL-ERROR
                           THRU 9000-LOG-CALL-ERROR-EXIT
                   END-IF
               NOT ON EXCEPTION
                   IF WS-DYN-DEFERRED
                       PERFORM 9150-COUNT-DEFERRED
                           THRU 9150-COUNT-DEFERRED-EXIT
                   ELSE
                       IF NOT WS-DYN-SUCCESS
                           PERFORM 9100-LOG-DYNAMIC-REJECT
                               THRU 9100-LOG-DYNAMIC-REJECT-EXIT
                       END-IF
                   END-IF
           END-CALL.
       3000-DYNAMIC-CALL-EXIT.
      * FILE (RC 0 OR 4) APPENDS ITS BUSINESS DATE AND FEED ID    *
      * TO THE CALLPROC CONTROL FILE SO A RESUBMISSION OF THE     *
      * SAME DATASET IS REFUSED UP FRONT.  A FAILED RUN WRITES    *
      * NOTHING, SO IT CAN BE FIXED AND RERUN.  ONE PARTITION OF  *
      * A PARTITIONED NIGHT WRITES NOTHING EITHER -- THE DATE IS  *
      * NOT PROCESSED UNTIL CALLMRGE HAS EVERY PARTITION, AND A   *
      * DATE RECORDED HERE WOULD REFUSE THE PARTITIONS STILL TO   *
      * RUN.                                                      *
      ***********************************************************
       7100-RECORD-PROCESSED-DATE.
           IF RETURN-CODE GREATER THAN 4
               GO TO 7100-RECORD-PROCESSED-DATE-EXIT
           END-IF.
           IF WS-PARTITION-NUMBER NOT = ZERO
               GO TO 7100-RECORD-PROCESSED-DATE-EXIT
           END-IF.
           OPEN EXTEND CALLPROC-FILE.
           IF NOT WS-CALLPROC-OK
               DISPLAY 'CALLDEMO: UNABLE TO EXTEND CALLPROC, STATUS='
                   ' EXTRA CONTINUATION(S) DROPPED'
           END-IF.
           CLOSE CALLTRAN-FILE.
           IF WS-SIMULATION-RUN
               DISPLAY 'CALLDEMO: SIMULATION COMPLETE, '
                   WS-TRAN-COUNT ' RECORD(S), '
                   WS-DYN-REJECT-COUNT ' WOULD BE REJECTED'
               GO TO 8000-TERMINATE-EXIT
           END-IF.
           IF WS-DYN-DEFER-COUNT NOT = ZERO
               DISPLAY 'CALLDEMO: ' WS-DYN-DEFER-COUNT
                   ' TRANSACTION(S) DEFERRED BY CIRCUIT BREAKER'
           END-IF.
           CLOSE CALLCKPT-FILE.
           CLOSE CALLERR-FILE.
           CLOSE CALLRLOG-FILE.
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
           MOVE 'CALLDEMO' TO CALLSTPX-PROGRAM-NAME.
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

      ***********************************************************
      * 9000-LOG-CALL-ERROR -- 1000-BASIC-CALL AND 2000-CLASSIC-  *
      * CALL HAVE NO LOOKUP FILE BEHIND THEM, SO THEY LOG DIRECTLY*
           MOVE WS-CD-TIME TO WS-ERR-AREA-TIME.
           MOVE WS-ELAPSED-HUNDREDTHS
               TO WS-ERR-AREA-ELAPSED-HUNDREDTHS.
           MOVE CALLDEMO-PARM-SOURCE-SYSTEM
               TO WS-ERR-AREA-SOURCE-SYSTEM.
           MOVE CALLDEMO-PARM-SEGMENT-COUNT
               TO WS-ERR-AREA-SEGMENT-COUNT.
           WRITE CALLERR-REC FROM WS-ERR-AREA-RECORD.
       9000-LOG-CALL-ERROR-EXIT.
           EXIT.
       9100-LOG-DYNAMIC-REJECT-EXIT.
           EXIT.

      ***********************************************************
      * 9150-COUNT-DEFERRED -- CALLDYN'S CIRCUIT BREAKER PARKED   *
      * THE TRANSACTION ON CALLDEFW AND LOGGED DISPOSITION 'D'.   *
      * NOT A REJECT -- THE WORK RETURNS THROUGH CALLDEFR NEXT    *
      * CYCLE -- BUT THE RUN IS INCOMPLETE, SO IT STILL ENDS RC=4.*
      ***********************************************************
       9150-COUNT-DEFERRED.
           ADD 1 TO WS-DYN-DEFER-COUNT.
       9150-COUNT-DEFERRED-EXIT.
           EXIT.

      ***********************************************************
      * 9200-SET-FINAL-RETURN-CODE -- MAKE THE RETURN-CODE AT     *
      * STOP RUN REFLECT OVERALL RUN HEALTH, NOT WHATEVER THE     *
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DYN-REJECT-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DYN-DEFER-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
