      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   JOB-STREAM STEP-CONTROL SUBPROGRAM.  CALLED BY EVERY
      *            PROGRAM IN THE CALLDEMO JOB STREAM (CALLXREF,
      *            CALLCOLL, CALLEDIT, CALLSPLT, CALLDEMO, CALLMRGE,
      *            CALLRPT, CALLBAL) AT START-UP AND AGAIN AT
      *            COMPLETION, SO THE STREAM REMEMBERS WHICH STEPS
      *            FINISHED FOR A BUSINESS DATE.
      *            A RESUBMITTED JOB SKIPS EVERY STEP ALREADY COMPLETED
      *            CLEANLY FOR THAT DATE AND RESUMES AT THE ONE THAT
      *            FAILED -- THE OPERATOR RESUBMITS THE JOB UNCHANGED
      *            FOR EVERY FAILURE.  SEE CALLSTPL FOR THE CALLING
      *            CONTRACT AND CALLSTEP FOR THE CONTROL RECORD.
      *
      *            THE STEP NAME COMES FROM COLUMNS 1-8 OF THE CALLSTPN
      *            CARD IN THE CALLING STEP; THE BUSINESS DATE COMES
      *            FROM THE CYCLE ROW CALLSTPI SET AT THE TOP OF THE
      *            JOB.  A STEP WITHOUT THE CARD, THE CALLSTEP FILE OR
      *            AN OPEN CYCLE RUNS EXACTLY AS IT ALWAYS DID, SO THE
      *            SAME PROGRAMS STILL RUN STAND-ALONE (CALLRPT.JCL,
      *            CALLSIM.JCL, RESUBMISSION FEEDS) UNTRACKED.
      *
      *            THE FILE IS OPENED AND CLOSED ON EACH CALL RATHER
      *            THAN HELD FOR THE LIFE OF THE STEP, SO STEPS THAT
      *            RUN SIDE BY SIDE CAN SHARE IT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      *   15 OCT 2026  RS    CALLSPLT AND CALLMRGE ADDED TO THE CALLERS
      *                      LISTED ABOVE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLSTPX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLSTEP-FILE ASSIGN TO CALLSTEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLSTEP-KEY
               FILE STATUS IS WS-CALLSTEP-STATUS.

           SELECT CALLSTPN-FILE ASSIGN TO CALLSTPN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSTPN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLSTEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSTEP.

       FD  CALLSTPN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLSTPN-RECORD.
           05  CALLSTPN-STEP-NAME          PIC X(08).
           05  FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.
       77  WS-CALLSTEP-STATUS              PIC X(02).
           88  WS-CALLSTEP-OK                  VALUE '00'.
           88  WS-CALLSTEP-NOTFOUND            VALUE '23'.
       77  WS-CALLSTPN-STATUS              PIC X(02).
           88  WS-CALLSTPN-OK                  VALUE '00'.
       77  WS-STEP-ACTIVE-SWITCH           PIC X(01)   VALUE 'N'.
           88  WS-STEP-ACTIVE                  VALUE 'Y'.
       77  WS-CYCLE-STEP-NAME              PIC X(08)   VALUE '*CYCLE*'.
       77  WS-CLEAN-MAX-RC                 PIC 9(03)   VALUE 4.
       77  WS-STEP-NAME                    PIC X(08)   VALUE SPACES.
       77  WS-BUSINESS-DATE                PIC 9(08)   VALUE ZERO.
       77  WS-PRIOR-STATUS                 PIC X(01).
       77  WS-CD-DATE                      PIC 9(08).

       01  WS-CLOCK-TIME.
           05  WS-CLOCK-HHMMSS             PIC 9(06).
           05  WS-CLOCK-CC                 PIC 9(02).

       LINKAGE SECTION.
       COPY CALLSTPL REPLACING LEADING ==CALLSTPX== BY ==LS-STPX==.

       PROCEDURE DIVISION USING LS-STPX-PARM.

       0000-MAINLINE.
           EVALUATE TRUE
               WHEN LS-STPX-BEGIN-STEP
                   PERFORM 1000-BEGIN-STEP
                       THRU 1000-BEGIN-STEP-EXIT
               WHEN LS-STPX-END-STEP
                   PERFORM 2000-END-STEP
                       THRU 2000-END-STEP-EXIT
           END-EVALUATE.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ***********************************************************
      * 1000-BEGIN-STEP -- DECIDE WHETHER THE CALLING STEP RUNS.  *
      * A ROW ALREADY 'C' FOR THE DATE MEANS THIS IS A RESUBMITTED *
      * JOB AND THE STEP IS SKIPPED, HANDING BACK THE RETURN CODE *
      * IT ORIGINALLY ENDED WITH.  ANY OTHER ROW ('S' -- IT        *
      * ABENDED -- OR 'F') IS RESTARTED; NO ROW IS A FIRST RUN.   *
      ***********************************************************
       1000-BEGIN-STEP.
           MOVE 'I' TO LS-STPX-ACTION.
           MOVE ZERO TO LS-STPX-BUSINESS-DATE.
           MOVE SPACES TO LS-STPX-STEP-NAME.
           MOVE ZERO TO LS-STPX-RETURN-CODE.
           MOVE 'N' TO WS-STEP-ACTIVE-SWITCH.

           OPEN INPUT CALLSTPN-FILE.
           IF NOT WS-CALLSTPN-OK
               GO TO 1000-BEGIN-STEP-EXIT
           END-IF.
           READ CALLSTPN-FILE
               AT END
                   MOVE SPACES TO CALLSTPN-STEP-NAME
           END-READ.
           CLOSE CALLSTPN-FILE.
           IF CALLSTPN-STEP-NAME = SPACES
               DISPLAY 'CALLSTPX: ' LS-STPX-PROGRAM-NAME
                   ' CALLSTPN CARD EMPTY, STEP CONTROL NOT ACTIVE'
               GO TO 1000-BEGIN-STEP-EXIT
           END-IF.
           MOVE CALLSTPN-STEP-NAME TO WS-STEP-NAME.

           OPEN I-O CALLSTEP-FILE.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPX: UNABLE TO OPEN CALLSTEP, STATUS='
                   WS-CALLSTEP-STATUS ', ' WS-STEP-NAME
                   ' RUNS WITHOUT STEP CONTROL'
               GO TO 1000-BEGIN-STEP-EXIT
           END-IF.

           MOVE ZERO TO CALLSTEP-BUSINESS-DATE.
           MOVE WS-CYCLE-STEP-NAME TO CALLSTEP-STEP-NAME.
           READ CALLSTEP-FILE
               INVALID KEY
                   MOVE ZERO TO CALLSTEP-CYCLE-DATE
           END-READ.
           IF NOT WS-CALLSTEP-OK
               OR CALLSTEP-CYCLE-DATE = ZERO
               DISPLAY 'CALLSTPX: NO OPEN CYCLE ON CALLSTEP, '
                   WS-STEP-NAME ' RUNS WITHOUT STEP CONTROL'
               CLOSE CALLSTEP-FILE
               GO TO 1000-BEGIN-STEP-EXIT
           END-IF.
           MOVE CALLSTEP-CYCLE-DATE TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO LS-STPX-BUSINESS-DATE.
           MOVE WS-STEP-NAME TO LS-STPX-STEP-NAME.

           MOVE WS-BUSINESS-DATE TO CALLSTEP-BUSINESS-DATE.
           MOVE WS-STEP-NAME TO CALLSTEP-STEP-NAME.
           READ CALLSTEP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-CALLSTEP-OK AND CALLSTEP-COMPLETE
                   PERFORM 1100-SKIP-COMPLETED-STEP
                       THRU 1100-SKIP-COMPLETED-STEP-EXIT
               WHEN WS-CALLSTEP-OK
                   PERFORM 1200-RESTART-STEP
                       THRU 1200-RESTART-STEP-EXIT
               WHEN WS-CALLSTEP-NOTFOUND
                   PERFORM 1300-START-NEW-STEP
                       THRU 1300-START-NEW-STEP-EXIT
               WHEN OTHER
                   DISPLAY 'CALLSTPX: CALLSTEP READ ERROR, STATUS='
                       WS-CALLSTEP-STATUS ', ' WS-STEP-NAME
                       ' RUNS WITHOUT STEP CONTROL'
           END-EVALUATE.
           CLOSE CALLSTEP-FILE.
       1000-BEGIN-STEP-EXIT.
           EXIT.

       1100-SKIP-COMPLETED-STEP.
           ADD 1 TO CALLSTEP-SKIP-COUNT.
           REWRITE CALLSTEP-RECORD.
           MOVE 'S' TO LS-STPX-ACTION.
           MOVE CALLSTEP-RETURN-CODE TO LS-STPX-RETURN-CODE.
           DISPLAY 'CALLSTPX: ' WS-STEP-NAME ' (' CALLSTEP-PROGRAM-NAME
               ') ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
               ', SKIPPED, RC=' CALLSTEP-RETURN-CODE.
       1100-SKIP-COMPLETED-STEP-EXIT.
           EXIT.

       1200-RESTART-STEP.
           MOVE CALLSTEP-STATUS TO WS-PRIOR-STATUS.
           PERFORM 1400-STAMP-STEP-START
               THRU 1400-STAMP-STEP-START-EXIT.
           REWRITE CALLSTEP-RECORD.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPX: CALLSTEP REWRITE FAILED, STATUS='
                   WS-CALLSTEP-STATUS ', ' WS-STEP-NAME
                   ' RUNS WITHOUT STEP CONTROL'
               GO TO 1200-RESTART-STEP-EXIT
           END-IF.
           MOVE 'R' TO LS-STPX-ACTION.
           MOVE 'Y' TO WS-STEP-ACTIVE-SWITCH.
           DISPLAY 'CALLSTPX: ' WS-STEP-NAME ' RESTARTED FOR '
               WS-BUSINESS-DATE ', PREVIOUS STATUS ' WS-PRIOR-STATUS
               ', RUN ' CALLSTEP-RUN-COUNT.
       1200-RESTART-STEP-EXIT.
           EXIT.

       1300-START-NEW-STEP.
           MOVE SPACES TO CALLSTEP-STEP-DATA.
           MOVE WS-BUSINESS-DATE TO CALLSTEP-BUSINESS-DATE.
           MOVE WS-STEP-NAME TO CALLSTEP-STEP-NAME.
           MOVE ZERO TO CALLSTEP-RUN-COUNT.
           MOVE ZERO TO CALLSTEP-SKIP-COUNT.
           PERFORM 1400-STAMP-STEP-START
               THRU 1400-STAMP-STEP-START-EXIT.
           WRITE CALLSTEP-RECORD.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPX: CALLSTEP WRITE FAILED, STATUS='
                   WS-CALLSTEP-STATUS ', ' WS-STEP-NAME
                   ' RUNS WITHOUT STEP CONTROL'
               GO TO 1300-START-NEW-STEP-EXIT
           END-IF.
           MOVE 'R' TO LS-STPX-ACTION.
           MOVE 'Y' TO WS-STEP-ACTIVE-SWITCH.
       1300-START-NEW-STEP-EXIT.
           EXIT.

       1400-STAMP-STEP-START.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE LS-STPX-PROGRAM-NAME TO CALLSTEP-PROGRAM-NAME.
           SET CALLSTEP-STARTED TO TRUE.
           MOVE WS-CD-DATE TO CALLSTEP-START-DATE.
           MOVE WS-CLOCK-HHMMSS TO CALLSTEP-START-TIME.
           MOVE ZERO TO CALLSTEP-END-DATE.
           MOVE ZERO TO CALLSTEP-END-TIME.
           MOVE ZERO TO CALLSTEP-RETURN-CODE.
           ADD 1 TO CALLSTEP-RUN-COUNT.
       1400-STAMP-STEP-START-EXIT.
           EXIT.

      ***********************************************************
      * 2000-END-STEP -- RECORD HOW THE STEP ENDED.  RC 4 OR LESS *
      * IS A CLEAN COMPLETION (EVERY PROGRAM IN THE STREAM USES   *
      * RC=4 FOR "PROCEED, BUT LOOK AT THIS"); ANYTHING HIGHER IS *
      * A FAILURE THE RESUBMISSION MUST RERUN.                    *
      ***********************************************************
       2000-END-STEP.
           IF NOT WS-STEP-ACTIVE
               GO TO 2000-END-STEP-EXIT
           END-IF.
           MOVE 'N' TO WS-STEP-ACTIVE-SWITCH.
           OPEN I-O CALLSTEP-FILE.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPX: UNABLE TO OPEN CALLSTEP, STATUS='
                   WS-CALLSTEP-STATUS ', COMPLETION OF ' WS-STEP-NAME
                   ' NOT RECORDED'
               GO TO 2000-END-STEP-EXIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO CALLSTEP-BUSINESS-DATE.
           MOVE WS-STEP-NAME TO CALLSTEP-STEP-NAME.
           READ CALLSTEP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPX: CALLSTEP ROW MISSING, STATUS='
                   WS-CALLSTEP-STATUS ', COMPLETION OF ' WS-STEP-NAME
                   ' NOT RECORDED'
               CLOSE CALLSTEP-FILE
               GO TO 2000-END-STEP-EXIT
           END-IF.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           IF LS-STPX-RETURN-CODE GREATER THAN WS-CLEAN-MAX-RC
               SET CALLSTEP-FAILED TO TRUE
           ELSE
               SET CALLSTEP-COMPLETE TO TRUE
           END-IF.
           MOVE WS-CD-DATE TO CALLSTEP-END-DATE.
           MOVE WS-CLOCK-HHMMSS TO CALLSTEP-END-TIME.
           MOVE LS-STPX-RETURN-CODE TO CALLSTEP-RETURN-CODE.
           REWRITE CALLSTEP-RECORD.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPX: CALLSTEP REWRITE FAILED, STATUS='
                   WS-CALLSTEP-STATUS ', COMPLETION OF ' WS-STEP-NAME
                   ' NOT RECORDED'
           END-IF.
           CLOSE CALLSTEP-FILE.
       2000-END-STEP-EXIT.
           EXIT.

       9999-END.
           EXIT.
