      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   JOB-STREAM STEP STATUS REPORT.  LISTS EVERY STEP OF
      *            THE CALLDEMO JOB STREAM RECORDED ON THE CALLSTEP
      *            FILE FOR ONE BUSINESS DATE -- STATUS, START AND END
      *            DATE/TIME, RETURN CODE, AND HOW MANY TIMES IT RAN
      *            AND WAS SKIPPED BY A RESUBMISSION -- SO THE NIGHT
      *            OPERATOR CAN SEE WHERE THE STREAM STOPPED AND THAT
      *            A RESUBMISSION PICKED UP WHERE IT SHOULD.  RUNS AS
      *            THE LAST STEP OF CALLDEMO.JCL (COND=EVEN, SO IT
      *            PRINTS EVEN AFTER AN ABEND) AND ON DEMAND FROM
      *            CALLSTPR.JCL.
      *
      *            THE DATE REPORTED IS THE OPEN CYCLE'S BUSINESS
      *            DATE, UNLESS COLUMNS 1-8 OF THE OPTIONAL CALLSTPD
      *            CARD NAME ANOTHER (YYYYMMDD).
      *
      *            RETURN CODES:
      *              0  - EVERY STEP RECORDED FOR THE DATE IS COMPLETE
      *              4  - A STEP FAILED OR NEVER RECORDED ITS END
      *                   (ABENDED OR STILL RUNNING), OR NO STEPS ARE
      *                   RECORDED FOR THE DATE
      *             16  - CALLSTEP OR CALLSTPR COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLSTPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLSTEP-FILE ASSIGN TO CALLSTEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALLSTEP-KEY
               FILE STATUS IS WS-CALLSTEP-STATUS.

           SELECT CALLSTPD-FILE ASSIGN TO CALLSTPD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSTPD-STATUS.

           SELECT CALLSTPR-FILE ASSIGN TO CALLSTPR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSTPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLSTEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSTEP.

       FD  CALLSTPD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLSTPD-RECORD.
           05  CALLSTPD-BUSINESS-DATE      PIC X(08).
           05  FILLER                      PIC X(72).

       FD  CALLSTPR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLSTPR-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CALLSTEP-STATUS               PIC X(02).
           88  WS-CALLSTEP-OK                   VALUE '00'.
       77  WS-CALLSTPD-STATUS               PIC X(02).
           88  WS-CALLSTPD-OK                   VALUE '00'.
       77  WS-CALLSTPR-STATUS               PIC X(02).
           88  WS-CALLSTPR-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.

       77  WS-CYCLE-STEP-NAME               PIC X(08)   VALUE '*CYCLE*'.
       77  WS-BUSINESS-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-STEP-COUNT                    PIC 9(05)   VALUE ZERO.
       77  WS-COMPLETE-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-FAILED-COUNT                  PIC 9(05)   VALUE ZERO.
       77  WS-STARTED-COUNT                 PIC 9(05)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER               PIC X(35) VALUE
               'CALLDEMO JOB-STREAM STEP STATUS    '.
           05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
           05  WS-H1-BUSINESS-DATE  PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER               PIC X(09) VALUE 'STEP     '.
           05  FILLER               PIC X(09) VALUE 'PROGRAM  '.
           05  FILLER               PIC X(09) VALUE 'STATUS   '.
           05  FILLER               PIC X(18) VALUE
               'STARTED           '.
           05  FILLER               PIC X(18) VALUE
               'ENDED             '.
           05  FILLER               PIC X(05) VALUE '  RC '.
           05  FILLER               PIC X(11) VALUE ' RUNS SKIPS'.
       01  WS-DETAIL-LINE.
           05  WS-DL-STEP-NAME      PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-PROGRAM-NAME   PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-STATUS         PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-START-DATE     PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-DL-START-TIME     PIC 99B99B99.
           05  FILLER               PIC X(01).
           05  WS-DL-END-DATE       PIC 9(08).
           05  FILLER               PIC X(01).
           05  WS-DL-END-TIME       PIC 99B99B99.
           05  FILLER               PIC X(01).
           05  WS-DL-RETURN-CODE    PIC ZZ9.
           05  FILLER               PIC X(02).
           05  WS-DL-RUN-COUNT      PIC ZZ9.
           05  FILLER               PIC X(03).
           05  WS-DL-SKIP-COUNT     PIC ZZ9.
       01  WS-NONE-LINE.
           05  FILLER               PIC X(40) VALUE
               'NO STEPS RECORDED FOR THIS BUSINESS DATE'.
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(07) VALUE 'STEPS: '.
           05  WS-SL-STEPS          PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  COMPLETE: '.
           05  WS-SL-COMPLETE       PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  FAILED: '.
           05  WS-SL-FAILED         PIC ZZZZ9.
           05  FILLER               PIC X(26) VALUE
               '  STARTED, NOT FINISHED: '.
           05  WS-SL-STARTED        PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               PERFORM 2000-LIST-STEPS
                   THRU 2000-LIST-STEPS-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-STEP-COUNT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-FAILED-COUNT NOT = ZERO
                       OR WS-STARTED-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALLSTEP-FILE.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPR: UNABLE TO OPEN CALLSTEP, STATUS='
                   WS-CALLSTEP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLSTPR-FILE.
           IF NOT WS-CALLSTPR-OK
               DISPLAY 'CALLSTPR: UNABLE TO OPEN CALLSTPR, STATUS='
                   WS-CALLSTPR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLSTEP-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1100-SELECT-BUSINESS-DATE
               THRU 1100-SELECT-BUSINESS-DATE-EXIT.

           MOVE WS-BUSINESS-DATE TO WS-H1-BUSINESS-DATE.
           WRITE CALLSTPR-LINE FROM WS-HEADING-1.
           MOVE SPACES TO CALLSTPR-LINE.
           WRITE CALLSTPR-LINE.
           WRITE CALLSTPR-LINE FROM WS-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-SELECT-BUSINESS-DATE -- A VALID CALLSTPD CARD WINS;  *
      * OTHERWISE THE OPEN CYCLE'S DATE.                          *
      ***********************************************************
       1100-SELECT-BUSINESS-DATE.
           OPEN INPUT CALLSTPD-FILE.
           IF WS-CALLSTPD-OK
               READ CALLSTPD-FILE
                   AT END
                       MOVE SPACES TO CALLSTPD-BUSINESS-DATE
               END-READ
               IF CALLSTPD-BUSINESS-DATE NUMERIC
                   MOVE CALLSTPD-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'CALLSTPR: INVALID CALLSTPD CARD, USING '
                       'THE OPEN CYCLE'
               END-IF
               CLOSE CALLSTPD-FILE
           END-IF.
           IF WS-BUSINESS-DATE NOT = ZERO
               GO TO 1100-SELECT-BUSINESS-DATE-EXIT
           END-IF.
           MOVE ZERO TO CALLSTEP-BUSINESS-DATE.
           MOVE WS-CYCLE-STEP-NAME TO CALLSTEP-STEP-NAME.
           READ CALLSTEP-FILE
               KEY IS CALLSTEP-KEY
               INVALID KEY
                   MOVE ZERO TO CALLSTEP-CYCLE-DATE
           END-READ.
           MOVE CALLSTEP-CYCLE-DATE TO WS-BUSINESS-DATE.
       1100-SELECT-BUSINESS-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-LIST-STEPS -- THE ROWS FOR ONE DATE ARE CONTIGUOUS   *
      * ON THE KEY; POSITION AT THE FIRST AND READ UNTIL THE DATE *
      * CHANGES.                                                  *
      ***********************************************************
       2000-LIST-STEPS.
           IF WS-BUSINESS-DATE = ZERO
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE WS-BUSINESS-DATE TO CALLSTEP-BUSINESS-DATE
               MOVE LOW-VALUES TO CALLSTEP-STEP-NAME
               START CALLSTEP-FILE
                   KEY IS NOT LESS THAN CALLSTEP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
           END-IF.
           PERFORM 2100-LIST-ONE-STEP
               THRU 2100-LIST-ONE-STEP-EXIT
               UNTIL WS-END-OF-FILE.
           IF WS-STEP-COUNT = ZERO
               WRITE CALLSTPR-LINE FROM WS-NONE-LINE
           END-IF.
       2000-LIST-STEPS-EXIT.
           EXIT.

       2100-LIST-ONE-STEP.
           READ CALLSTEP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2100-LIST-ONE-STEP-EXIT
           END-IF.
           IF CALLSTEP-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2100-LIST-ONE-STEP-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CALLSTEP-STEP-NAME TO WS-DL-STEP-NAME.
           MOVE CALLSTEP-PROGRAM-NAME TO WS-DL-PROGRAM-NAME.
           EVALUATE TRUE
               WHEN CALLSTEP-COMPLETE
                   MOVE 'COMPLETE' TO WS-DL-STATUS
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN CALLSTEP-FAILED
                   MOVE 'FAILED  ' TO WS-DL-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE 'STARTED ' TO WS-DL-STATUS
                   ADD 1 TO WS-STARTED-COUNT
           END-EVALUATE.
           MOVE CALLSTEP-START-DATE TO WS-DL-START-DATE.
           MOVE CALLSTEP-START-TIME TO WS-DL-START-TIME.
           IF NOT CALLSTEP-STARTED
               MOVE CALLSTEP-END-DATE TO WS-DL-END-DATE
               MOVE CALLSTEP-END-TIME TO WS-DL-END-TIME
               MOVE CALLSTEP-RETURN-CODE TO WS-DL-RETURN-CODE
           END-IF.
           MOVE CALLSTEP-RUN-COUNT TO WS-DL-RUN-COUNT.
           MOVE CALLSTEP-SKIP-COUNT TO WS-DL-SKIP-COUNT.
           WRITE CALLSTPR-LINE FROM WS-DETAIL-LINE.
       2100-LIST-ONE-STEP-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO CALLSTPR-LINE.
           WRITE CALLSTPR-LINE.
           MOVE WS-STEP-COUNT TO WS-SL-STEPS.
           MOVE WS-COMPLETE-COUNT TO WS-SL-COMPLETE.
           MOVE WS-FAILED-COUNT TO WS-SL-FAILED.
           MOVE WS-STARTED-COUNT TO WS-SL-STARTED.
           WRITE CALLSTPR-LINE FROM WS-SUMMARY-LINE.
           CLOSE CALLSTEP-FILE.
           CLOSE CALLSTPR-FILE.
           DISPLAY 'CALLSTPR: ' WS-BUSINESS-DATE ' STEPS=' WS-STEP-COUNT
               ' COMPLETE=' WS-COMPLETE-COUNT
               ' FAILED=' WS-FAILED-COUNT
               ' STARTED=' WS-STARTED-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
