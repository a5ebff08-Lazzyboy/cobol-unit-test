      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   NIGHTLY CROSS-REFERENCE INTEGRITY AUDIT OF THE
      *            CALLDEMO CONTROL FILES.  THE CONTROL FILES ARE
      *            MAINTAINED SEPARATELY (CALLSUBM, CALLAPPM, CALLCALM
      *            AND PLAIN EDITS) AND NOTHING CHECKED THEM AGAINST
      *            EACH OTHER; EVERY CHECK BELOW IS A MISMATCH THAT
      *            HAS ACTUALLY REACHED PRODUCTION.  RUNS AS STEP002
      *            OF THE CALLDEMO JOB, AHEAD OF CALLCOLL, SO BAD
      *            CONTROL DATA HOLDS THE JOB BEFORE THE FEEDS ARE
      *            TOUCHED.  EVERY INCONSISTENCY PRINTS ON THE
      *            CALLXRFR REPORT WITH ITS SEVERITY AND CHECK ID:
      *
      *              XREF-01 ERROR    ACTIVE CALLSUBT ROW ROUTES TO A
      *                               PROGRAM NOT ON CALLAPPR
      *              XREF-02 ERROR    ACTIVE CALLSUBT ROW ROUTES TO A
      *                               PROGRAM RETIRED ON CALLAPPR
      *              XREF-03 ERROR    CALLSUBT ALTERNATE NOT ON
      *                               CALLAPPR (NEVER APPROVED)
      *              XREF-04 ERROR    CALLSUBT ALTERNATE RETIRED
      *              XREF-05 WARNING  CALLSUBT ALTERNATE IS THE
      *                               PRIMARY ITSELF
      *              XREF-06 WARNING  CALLPRTY CLASS FOR A TRAN CODE
      *                               NOT ON CALLSUBT
      *              XREF-07 WARNING  CALLPRTY CLASS NOT 'C' OR 'B'
      *              XREF-08 WARNING  CALLEXP ROW FOR A TRAN CODE NOT
      *                               ON CALLSUBT OR INACTIVE
      *              XREF-09 WARNING  CALLEXP ROW NAMES A PROGRAM THE
      *                               TRAN CODE IS NOT ROUTED TO
      *              XREF-10 ERROR    CALLEXPF EXPECTS A SOURCE
      *                               SYSTEM CALLCOLL HAS NO FEED FOR
      *              XREF-11 WARNING  CALLEXPF DATE (TODAY OR LATER)
      *                               NOT A BUSINESS DAY ON CALLCAL
      *              XREF-12 WARNING  CALLTHRS THRESHOLD FOR A
      *                               PROGRAM NO ACTIVE ROW ROUTES TO
      *              XREF-13 WARNING  CALLMONT THRESHOLD FOR A
      *                               PROGRAM NO ACTIVE ROW ROUTES TO
      *              XREF-14 ERROR    CALLCAL NOT LOADED FOR A DATE
      *                               WITHIN THE LOOK-AHEAD WINDOW
      *              XREF-15 ERROR    NO BUSINESS DAY ON CALLCAL
      *                               WITHIN THE LOOK-AHEAD WINDOW
      *
      *            THE LOOK-AHEAD WINDOW DEFAULTS TO 30 CALENDAR DAYS
      *            AFTER TODAY AND CAN BE OVERRIDDEN BY A THREE-DIGIT
      *            CONTROL CARD ON DD CALLXRFC (OPTIONAL).
      *
      *            CALLSUBT, CALLAPPR AND CALLCAL ARE REQUIRED.
      *            CALLPRTY, CALLEXP, CALLEXPF, CALLTHRS AND CALLMONT
      *            ARE OPTIONAL, AS THEY ARE TO THEIR OWN PROGRAMS --
      *            A MISSING ONE PRINTS AS NOT CHECKED.
      *
      *            RETURN CODES:
      *              0  - NO INCONSISTENCIES
      *              4  - WARNINGS ONLY (THE JOB PROCEEDS)
      *              8  - ONE OR MORE ERRORS (THE JOB IS HELD)
      *             16  - A REQUIRED CONTROL FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      *   15 OCT 2026  RS    JOB-STREAM STEP CONTROL.  CALLS CALLSTPX
      *                      BEFORE ANY FILE IS OPENED; A STEP ALREADY
      *                      COMPLETED FOR THE BUSINESS DATE (THE JOB
      *                      WAS RESUBMITTED) ENDS AT ONCE WITH ITS
      *                      ORIGINAL RETURN CODE, AND THE END OF A
      *                      STEP THAT RAN IS RECORDED ON CALLSTEP.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLSUBT-FILE ASSIGN TO CALLSUBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALLSUBT-TRAN-CODE
               FILE STATUS IS WS-CALLSUBT-STATUS.

           SELECT CALLAPPR-FILE ASSIGN TO CALLAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLAPPR-PROGRAM-NAME
               FILE STATUS IS WS-CALLAPPR-STATUS.

           SELECT CALLCAL-FILE ASSIGN TO CALLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLCALR-DATE
               FILE STATUS IS WS-CALLCAL-STATUS.

           SELECT CALLPRTY-FILE ASSIGN TO CALLPRTY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPRTY-STATUS.

           SELECT CALLEXP-FILE ASSIGN TO CALLEXP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLEXP-STATUS.

           SELECT CALLEXPF-FILE ASSIGN TO CALLEXPF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLEXPF-STATUS.

           SELECT CALLTHRS-FILE ASSIGN TO CALLTHRS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLTHRS-STATUS.

           SELECT CALLMONT-FILE ASSIGN TO CALLMONT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLMONT-STATUS.

           SELECT CALLXRFC-FILE ASSIGN TO CALLXRFC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLXRFC-STATUS.

           SELECT CALLXRFR-FILE ASSIGN TO CALLXRFR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLXRFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLSUBT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSUBT.

       FD  CALLAPPR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLAPPR.

       FD  CALLCAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLCALR.

       FD  CALLPRTY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPRTY-RECORD.
           05  CALLPRTY-TRAN-CODE          PIC X(08).
           05  CALLPRTY-CLASS              PIC X(01).
               88  CALLPRTY-CRITICAL           VALUE 'C'.
               88  CALLPRTY-BULK               VALUE 'B'.
           05  FILLER                      PIC X(71).

       FD  CALLEXP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLEXP.

       FD  CALLEXPF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLEXPF-RECORD.
           05  CALLEXPF-BUSINESS-DATE      PIC 9(08).
           05  CALLEXPF-SOURCE-SYSTEM      PIC X(03).
           05  FILLER                      PIC X(69).

       FD  CALLTHRS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLTHRS-RECORD.
           05  CALLTHRS-PROGRAM-NAME       PIC X(08).
           05  CALLTHRS-THRESHOLD          PIC 9(08).
           05  FILLER                      PIC X(64).

       FD  CALLMONT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLMONT-RECORD.
           05  CALLMONT-PROGRAM-NAME       PIC X(08).
           05  CALLMONT-RATE-THRESHOLD     PIC 9(03).
           05  CALLMONT-CONSEC-THRESHOLD   PIC 9(03).
           05  FILLER                      PIC X(66).

       FD  CALLXRFC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLXRFC-RECORD.
           05  CALLXRFC-DAYS-AHEAD         PIC 9(03).
           05  FILLER                      PIC X(77).

       FD  CALLXRFR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLXRFR-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CALLSTPL.
       77  WS-STEP-SAVE-RC                  PIC S9(04)  VALUE ZERO.

       77  WS-CALLSUBT-STATUS               PIC X(02).
           88  WS-CALLSUBT-OK                   VALUE '00'.
       77  WS-CALLAPPR-STATUS               PIC X(02).
           88  WS-CALLAPPR-OK                   VALUE '00'.
       77  WS-CALLCAL-STATUS                PIC X(02).
           88  WS-CALLCAL-OK                    VALUE '00'.
       77  WS-CALLPRTY-STATUS               PIC X(02).
           88  WS-CALLPRTY-OK                   VALUE '00'.
       77  WS-CALLEXP-STATUS                PIC X(02).
           88  WS-CALLEXP-OK                    VALUE '00'.
       77  WS-CALLEXPF-STATUS               PIC X(02).
           88  WS-CALLEXPF-OK                   VALUE '00'.
       77  WS-CALLTHRS-STATUS               PIC X(02).
           88  WS-CALLTHRS-OK                   VALUE '00'.
       77  WS-CALLMONT-STATUS               PIC X(02).
           88  WS-CALLMONT-OK                   VALUE '00'.
       77  WS-CALLXRFC-STATUS               PIC X(02).
           88  WS-CALLXRFC-OK                   VALUE '00'.
       77  WS-CALLXRFR-STATUS               PIC X(02).
           88  WS-CALLXRFR-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-FOUND-SWITCH                  PIC X(01)   VALUE 'N'.
           88  WS-ENTRY-FOUND                   VALUE 'Y'.
       77  WS-CAL-STOP-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-CAL-STOP                      VALUE 'Y'.

       77  WS-CD-DATE                       PIC 9(08).
       77  WS-TODAY-INTEGER                 PIC 9(08)   VALUE ZERO.
       77  WS-DATE-INTEGER                  PIC 9(08)   VALUE ZERO.
       77  WS-CANDIDATE-DATE                PIC 9(08)   VALUE ZERO.
       77  WS-HORIZON-DATE                  PIC 9(08)   VALUE ZERO.
       77  WS-DEFAULT-DAYS-AHEAD            PIC 9(03)   VALUE 30.
       77  WS-DAYS-AHEAD                    PIC 9(03)   VALUE ZERO.
       77  WS-DAY-NUMBER                    PIC 9(03)   VALUE ZERO.
       77  WS-BUSINESS-DAYS-AHEAD           PIC 9(03)   VALUE ZERO.

      ***********************************************************
      * THE SOURCE SYSTEMS CALLCOLL HAS A FEED DD FOR (CALLFD01  *
      * THROUGH CALLFD03).  A CALLEXPF ROW NAMING ANY OTHER CAN  *
      * NEVER BE SATISFIED AND FAILS CALLCOLL RC=12 EVERY NIGHT.  *
      ***********************************************************
       01  WS-KNOWN-SOURCES.
           05  FILLER                       PIC X(03)   VALUE 'F01'.
           05  FILLER                       PIC X(03)   VALUE 'F02'.
           05  FILLER                       PIC X(03)   VALUE 'F03'.
       01  WS-KNOWN-SOURCE-TABLE REDEFINES WS-KNOWN-SOURCES.
           05  WS-KNOWN-SOURCE              PIC X(03)   OCCURS 3 TIMES
                                            INDEXED BY WS-KS-X.

      ***********************************************************
      * PROGRAMS ROUTED TO (PRIMARY OR ALTERNATE) BY AN ACTIVE    *
      * CALLSUBT ROW, COLLECTED ON THE CALLSUBT PASS FOR THE      *
      * CALLTHRS/CALLMONT CHECKS.  WHEN THE TABLE FILLS THOSE     *
      * TWO CHECKS ARE SKIPPED RATHER THAN RAISING FALSE ALARMS.  *
      ***********************************************************
       77  WS-MAX-ROUTED                    PIC 9(04)   VALUE 500.
       77  WS-ROUTED-COUNT                  PIC 9(04)   VALUE ZERO.
       77  WS-ROUTED-FULL-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-ROUTED-TABLE-FULL             VALUE 'Y'.
       77  WS-LOOKUP-PROGRAM                PIC X(08).
       01  CALLXREF-ROUTED-TABLE.
           05  CALLXREF-ROUTED-ENTRY OCCURS 500 TIMES
                   INDEXED BY CALLXREF-RX.
               10  CALLXREF-R-PROGRAM-NAME  PIC X(08).

       77  WS-SUBT-READ-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-PRTY-READ-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-EXP-READ-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-EXPF-READ-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-THRS-READ-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-MONT-READ-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-ERROR-COUNT                   PIC 9(05)   VALUE ZERO.
       77  WS-WARNING-COUNT                 PIC 9(05)   VALUE ZERO.

      ***********************************************************
      * ONE FINDING, FILLED IN BY THE CHECK AND PRINTED BY 9000.  *
      ***********************************************************
       01  WS-FINDING.
           05  WS-FND-SEVERITY              PIC X(07).
               88  WS-FND-ERROR                 VALUE 'ERROR  '.
               88  WS-FND-WARNING               VALUE 'WARNING'.
           05  WS-FND-CHECK-ID              PIC X(07).
           05  WS-FND-FILE-NAME             PIC X(08).
           05  WS-FND-KEY                   PIC X(16).
           05  WS-FND-MESSAGE               PIC X(60).

       01  WS-HEADING-1.
           05  FILLER               PIC X(39) VALUE
               'CALLDEMO CONTROL-FILE CROSS-REFERENCE  '.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(16) VALUE
               '  LOOK-AHEAD:   '.
           05  WS-H1-DAYS-AHEAD     PIC ZZ9.
           05  FILLER               PIC X(05) VALUE ' DAYS'.
       01  WS-HEADING-2.
           05  FILLER               PIC X(08) VALUE 'SEVERITY'.
           05  FILLER               PIC X(08) VALUE 'CHECK   '.
           05  FILLER               PIC X(09) VALUE 'FILE     '.
           05  FILLER               PIC X(17) VALUE 'KEY'.
           05  FILLER               PIC X(07) VALUE 'PROBLEM'.
       01  WS-DETAIL-LINE.
           05  WS-DL-SEVERITY       PIC X(07).
           05  FILLER               PIC X(01).
           05  WS-DL-CHECK-ID       PIC X(07).
           05  FILLER               PIC X(01).
           05  WS-DL-FILE-NAME      PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-KEY            PIC X(16).
           05  FILLER               PIC X(01).
           05  WS-DL-MESSAGE        PIC X(60).
       01  WS-NOT-CHECKED-LINE.
           05  FILLER               PIC X(25) VALUE
               'INFO    ------- FILE     '.
           05  WS-NC-FILE-NAME      PIC X(08).
           05  FILLER               PIC X(32) VALUE
               ' NOT PRESENT, NOT CHECKED.      '.
       01  WS-SUMMARY-LINE-1.
           05  FILLER               PIC X(15) VALUE 'ROWS CHECKED: '.
           05  FILLER               PIC X(09) VALUE 'CALLSUBT='.
           05  WS-SL-SUBT           PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE ' CALLPRTY='.
           05  WS-SL-PRTY           PIC ZZZZZZ9.
           05  FILLER               PIC X(09) VALUE ' CALLEXP='.
           05  WS-SL-EXP            PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE ' CALLEXPF='.
           05  WS-SL-EXPF           PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE ' CALLTHRS='.
           05  WS-SL-THRS           PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE ' CALLMONT='.
           05  WS-SL-MONT           PIC ZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER               PIC X(08) VALUE 'ERRORS: '.
           05  WS-SL-ERRORS         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  WARNINGS: '.
           05  WS-SL-WARNINGS       PIC ZZZZ9.
           05  FILLER               PIC X(29) VALUE
               '  BUSINESS DAYS LOADED AHEAD:'.
           05  WS-SL-BUS-DAYS       PIC ZZ9.

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

           IF NOT WS-OPEN-FAILED
               PERFORM 2000-CHECK-ROUTING
                   THRU 2000-CHECK-ROUTING-EXIT

               PERFORM 3000-CHECK-PRIORITY-CLASSES
                   THRU 3000-CHECK-PRIORITY-CLASSES-EXIT

               PERFORM 3200-CHECK-EXPECTED-COUNTS
                   THRU 3200-CHECK-EXPECTED-COUNTS-EXIT

               PERFORM 3400-CHECK-EXPECTED-FEEDS
                   THRU 3400-CHECK-EXPECTED-FEEDS-EXIT

               PERFORM 3600-CHECK-PERF-THRESHOLDS
                   THRU 3600-CHECK-PERF-THRESHOLDS-EXIT

               PERFORM 3800-CHECK-MONITOR-THRESHOLDS
                   THRU 3800-CHECK-MONITOR-THRESHOLDS-EXIT

               PERFORM 4000-CHECK-CALENDAR-HORIZON
                   THRU 4000-CHECK-CALENDAR-HORIZON-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-ERROR-COUNT NOT = ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-WARNING-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM 8900-END-STEP
               THRU 8900-END-STEP-EXIT.

           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALLSUBT-FILE.
           IF NOT WS-CALLSUBT-OK
               DISPLAY 'CALLXREF: UNABLE TO OPEN CALLSUBT, STATUS='
                   WS-CALLSUBT-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLAPPR-FILE.
           IF NOT WS-CALLAPPR-OK
               DISPLAY 'CALLXREF: UNABLE TO OPEN CALLAPPR, STATUS='
                   WS-CALLAPPR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLSUBT-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLCAL-FILE.
           IF NOT WS-CALLCAL-OK
               DISPLAY 'CALLXREF: UNABLE TO OPEN CALLCAL, STATUS='
                   WS-CALLCAL-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLSUBT-FILE
               CLOSE CALLAPPR-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLXRFR-FILE.
           IF NOT WS-CALLXRFR-OK
               DISPLAY 'CALLXREF: UNABLE TO OPEN CALLXRFR, STATUS='
                   WS-CALLXRFR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLSUBT-FILE
               CLOSE CALLAPPR-FILE
               CLOSE CALLCAL-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1100-READ-LOOK-AHEAD-CARD
               THRU 1100-READ-LOOK-AHEAD-CARD-EXIT.

           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CD-DATE).
           MOVE WS-CD-DATE TO WS-H1-RUN-DATE.
           MOVE WS-DAYS-AHEAD TO WS-H1-DAYS-AHEAD.
           WRITE CALLXRFR-LINE FROM WS-HEADING-1.
           MOVE SPACES TO CALLXRFR-LINE.
           WRITE CALLXRFR-LINE.
           WRITE CALLXRFR-LINE FROM WS-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-READ-LOOK-AHEAD-CARD -- THE CALLXRFC DD IS OPTIONAL. *
      * WHEN PRESENT, COLUMNS 1-3 OVERRIDE THE NUMBER OF CALENDAR *
      * DAYS AFTER TODAY THAT CALLCAL MUST ALREADY COVER.         *
      ***********************************************************
       1100-READ-LOOK-AHEAD-CARD.
           MOVE WS-DEFAULT-DAYS-AHEAD TO WS-DAYS-AHEAD.
           OPEN INPUT CALLXRFC-FILE.
           IF NOT WS-CALLXRFC-OK
               GO TO 1100-READ-LOOK-AHEAD-CARD-EXIT
           END-IF.
           READ CALLXRFC-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-CALLXRFC-OK
               IF CALLXRFC-DAYS-AHEAD NUMERIC
                   AND CALLXRFC-DAYS-AHEAD NOT = ZERO
                   MOVE CALLXRFC-DAYS-AHEAD TO WS-DAYS-AHEAD
               ELSE
                   DISPLAY 'CALLXREF: INVALID CALLXRFC CARD, USING '
                       'DEFAULT LOOK-AHEAD OF ' WS-DEFAULT-DAYS-AHEAD
               END-IF
           END-IF.
           CLOSE CALLXRFC-FILE.
       1100-READ-LOOK-AHEAD-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2000-CHECK-ROUTING -- BROWSE CALLSUBT FROM THE TOP.  AN   *
      * ACTIVE ROW'S PRIMARY AND ALTERNATE MUST BOTH BE APPROVED  *
      * ON CALLAPPR -- CALLDYN REFUSES THE CALL ('R') OTHERWISE,  *
      * SO THE ROUTE IS DEAD ON ARRIVAL.  INACTIVE ROWS ARE NOT   *
      * CALLED AND ARE NOT CHECKED.                               *
      ***********************************************************
       2000-CHECK-ROUTING.
           MOVE LOW-VALUES TO CALLSUBT-TRAN-CODE.
           MOVE 'N' TO WS-EOF-SWITCH.
           START CALLSUBT-FILE
               KEY IS NOT LESS THAN CALLSUBT-TRAN-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM 2100-CHECK-ONE-ROUTE
               THRU 2100-CHECK-ONE-ROUTE-EXIT
               UNTIL WS-END-OF-FILE.
       2000-CHECK-ROUTING-EXIT.
           EXIT.

       2100-CHECK-ONE-ROUTE.
           READ CALLSUBT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2100-CHECK-ONE-ROUTE-EXIT
           END-IF.
           IF NOT WS-CALLSUBT-OK
               DISPLAY 'CALLXREF: CALLSUBT READ ERROR, STATUS='
                   WS-CALLSUBT-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2100-CHECK-ONE-ROUTE-EXIT
           END-IF.
           ADD 1 TO WS-SUBT-READ-COUNT.
           IF NOT CALLSUBT-ACTIVE
               GO TO 2100-CHECK-ONE-ROUTE-EXIT
           END-IF.

           MOVE CALLSUBT-PROGRAM-NAME TO WS-LOOKUP-PROGRAM.
           PERFORM 2500-ADD-ROUTED-PROGRAM
               THRU 2500-ADD-ROUTED-PROGRAM-EXIT.
           MOVE CALLSUBT-PROGRAM-NAME TO CALLAPPR-PROGRAM-NAME.
           PERFORM 2200-READ-APPROVAL
               THRU 2200-READ-APPROVAL-EXIT.
           EVALUATE TRUE
               WHEN NOT WS-CALLAPPR-OK
                   SET WS-FND-ERROR TO TRUE
                   MOVE 'XREF-01' TO WS-FND-CHECK-ID
                   MOVE SPACES TO WS-FND-MESSAGE
                   STRING 'ROUTES TO ' CALLSUBT-PROGRAM-NAME
                       ', NOT ON CALLAPPR'
                       DELIMITED BY SIZE INTO WS-FND-MESSAGE
                   PERFORM 2300-REPORT-ROUTE-FINDING
                       THRU 2300-REPORT-ROUTE-FINDING-EXIT
               WHEN CALLAPPR-RETIRED
                   SET WS-FND-ERROR TO TRUE
                   MOVE 'XREF-02' TO WS-FND-CHECK-ID
                   MOVE SPACES TO WS-FND-MESSAGE
                   STRING 'ROUTES TO ' CALLSUBT-PROGRAM-NAME
                       ', RETIRED ON CALLAPPR'
                       DELIMITED BY SIZE INTO WS-FND-MESSAGE
                   PERFORM 2300-REPORT-ROUTE-FINDING
                       THRU 2300-REPORT-ROUTE-FINDING-EXIT
           END-EVALUATE.

           IF CALLSUBT-ALTERNATE-PROGRAM = SPACES
               GO TO 2100-CHECK-ONE-ROUTE-EXIT
           END-IF.
           MOVE CALLSUBT-ALTERNATE-PROGRAM TO WS-LOOKUP-PROGRAM.
           PERFORM 2500-ADD-ROUTED-PROGRAM
               THRU 2500-ADD-ROUTED-PROGRAM-EXIT.
           IF CALLSUBT-ALTERNATE-PROGRAM = CALLSUBT-PROGRAM-NAME
               SET WS-FND-WARNING TO TRUE
               MOVE 'XREF-05' TO WS-FND-CHECK-ID
               MOVE 'ALTERNATE IS THE PRIMARY PROGRAM, NO FAILOVER'
                   TO WS-FND-MESSAGE
               PERFORM 2300-REPORT-ROUTE-FINDING
                   THRU 2300-REPORT-ROUTE-FINDING-EXIT
               GO TO 2100-CHECK-ONE-ROUTE-EXIT
           END-IF.
           MOVE CALLSUBT-ALTERNATE-PROGRAM TO CALLAPPR-PROGRAM-NAME.
           PERFORM 2200-READ-APPROVAL
               THRU 2200-READ-APPROVAL-EXIT.
           EVALUATE TRUE
               WHEN NOT WS-CALLAPPR-OK
                   SET WS-FND-ERROR TO TRUE
                   MOVE 'XREF-03' TO WS-FND-CHECK-ID
                   MOVE SPACES TO WS-FND-MESSAGE
                   STRING 'ALTERNATE ' CALLSUBT-ALTERNATE-PROGRAM
                       ' NEVER APPROVED ON CALLAPPR'
                       DELIMITED BY SIZE INTO WS-FND-MESSAGE
                   PERFORM 2300-REPORT-ROUTE-FINDING
                       THRU 2300-REPORT-ROUTE-FINDING-EXIT
               WHEN CALLAPPR-RETIRED
                   SET WS-FND-ERROR TO TRUE
                   MOVE 'XREF-04' TO WS-FND-CHECK-ID
                   MOVE SPACES TO WS-FND-MESSAGE
                   STRING 'ALTERNATE ' CALLSUBT-ALTERNATE-PROGRAM
                       ' RETIRED ON CALLAPPR'
                       DELIMITED BY SIZE INTO WS-FND-MESSAGE
                   PERFORM 2300-REPORT-ROUTE-FINDING
                       THRU 2300-REPORT-ROUTE-FINDING-EXIT
           END-EVALUATE.
       2100-CHECK-ONE-ROUTE-EXIT.
           EXIT.

       2200-READ-APPROVAL.
           READ CALLAPPR-FILE
               KEY IS CALLAPPR-PROGRAM-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
       2200-READ-APPROVAL-EXIT.
           EXIT.

       2300-REPORT-ROUTE-FINDING.
           MOVE 'CALLSUBT' TO WS-FND-FILE-NAME.
           MOVE CALLSUBT-TRAN-CODE TO WS-FND-KEY.
           PERFORM 9000-REPORT-FINDING
               THRU 9000-REPORT-FINDING-EXIT.
       2300-REPORT-ROUTE-FINDING-EXIT.
           EXIT.

      ***********************************************************
      * 2500-ADD-ROUTED-PROGRAM -- REMEMBER WS-LOOKUP-PROGRAM AS  *
      * ROUTED TO, ONCE.                                          *
      ***********************************************************
       2500-ADD-ROUTED-PROGRAM.
           PERFORM 2600-FIND-ROUTED-PROGRAM
               THRU 2600-FIND-ROUTED-PROGRAM-EXIT.
           IF WS-ENTRY-FOUND
               GO TO 2500-ADD-ROUTED-PROGRAM-EXIT
           END-IF.
           IF WS-ROUTED-COUNT NOT LESS THAN WS-MAX-ROUTED
               IF NOT WS-ROUTED-TABLE-FULL
                   DISPLAY 'CALLXREF: ROUTED-PROGRAM TABLE FULL, '
                       'CALLTHRS/CALLMONT CHECKS SKIPPED'
               END-IF
               MOVE 'Y' TO WS-ROUTED-FULL-SWITCH
               GO TO 2500-ADD-ROUTED-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-ROUTED-COUNT.
           SET CALLXREF-RX TO WS-ROUTED-COUNT.
           MOVE WS-LOOKUP-PROGRAM
               TO CALLXREF-R-PROGRAM-NAME (CALLXREF-RX).
       2500-ADD-ROUTED-PROGRAM-EXIT.
           EXIT.

       2600-FIND-ROUTED-PROGRAM.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 2610-MATCH-ONE-ROUTED
               THRU 2610-MATCH-ONE-ROUTED-EXIT
               VARYING CALLXREF-RX FROM 1 BY 1
               UNTIL CALLXREF-RX > WS-ROUTED-COUNT
               OR WS-ENTRY-FOUND.
       2600-FIND-ROUTED-PROGRAM-EXIT.
           EXIT.

       2610-MATCH-ONE-ROUTED.
           IF CALLXREF-R-PROGRAM-NAME (CALLXREF-RX) = WS-LOOKUP-PROGRAM
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       2610-MATCH-ONE-ROUTED-EXIT.
           EXIT.

      ***********************************************************
      * 3000-CHECK-PRIORITY-CLASSES -- EVERY CALLPRTY TRAN CODE   *
      * SHOULD STILL BE ON CALLSUBT, AND EVERY CLASS MUST BE ONE  *
      * CALLCOLL UNDERSTANDS.                                     *
      ***********************************************************
       3000-CHECK-PRIORITY-CLASSES.
           OPEN INPUT CALLPRTY-FILE.
           IF NOT WS-CALLPRTY-OK
               MOVE 'CALLPRTY' TO WS-NC-FILE-NAME
               WRITE CALLXRFR-LINE FROM WS-NOT-CHECKED-LINE
               GO TO 3000-CHECK-PRIORITY-CLASSES-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-CHECK-ONE-PRIORITY
               THRU 3100-CHECK-ONE-PRIORITY-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE CALLPRTY-FILE.
       3000-CHECK-PRIORITY-CLASSES-EXIT.
           EXIT.

       3100-CHECK-ONE-PRIORITY.
           READ CALLPRTY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3100-CHECK-ONE-PRIORITY-EXIT
           END-IF.
           ADD 1 TO WS-PRTY-READ-COUNT.
           MOVE 'CALLPRTY' TO WS-FND-FILE-NAME.
           MOVE CALLPRTY-TRAN-CODE TO WS-FND-KEY.
           IF NOT CALLPRTY-CRITICAL
               AND NOT CALLPRTY-BULK
               SET WS-FND-WARNING TO TRUE
               MOVE 'XREF-07' TO WS-FND-CHECK-ID
               MOVE 'CLASS NOT C OR B, RIDES AS BULK'
                   TO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
           END-IF.
           MOVE CALLPRTY-TRAN-CODE TO CALLSUBT-TRAN-CODE.
           PERFORM 3900-READ-ROUTE
               THRU 3900-READ-ROUTE-EXIT.
           IF NOT WS-CALLSUBT-OK
               SET WS-FND-WARNING TO TRUE
               MOVE 'XREF-06' TO WS-FND-CHECK-ID
               MOVE 'PRIORITY CLASS FOR A TRAN CODE NOT ON CALLSUBT'
                   TO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
           END-IF.
       3100-CHECK-ONE-PRIORITY-EXIT.
           EXIT.

      ***********************************************************
      * 3200-CHECK-EXPECTED-COUNTS -- A CALLEXP ROW FOR A TRAN    *
      * CODE THAT IS NOT ROUTED (MISSING OR INACTIVE ON CALLSUBT) *
      * CAN NEVER BE MET AND SHOWS ON CALLRECN EVERY MORNING; ONE *
      * NAMING A PROGRAM THE CODE IS NOT ROUTED TO NEVER MATCHES  *
      * EITHER.                                                    *
      ***********************************************************
       3200-CHECK-EXPECTED-COUNTS.
           OPEN INPUT CALLEXP-FILE.
           IF NOT WS-CALLEXP-OK
               MOVE 'CALLEXP ' TO WS-NC-FILE-NAME
               WRITE CALLXRFR-LINE FROM WS-NOT-CHECKED-LINE
               GO TO 3200-CHECK-EXPECTED-COUNTS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3300-CHECK-ONE-EXPECTED
               THRU 3300-CHECK-ONE-EXPECTED-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE CALLEXP-FILE.
       3200-CHECK-EXPECTED-COUNTS-EXIT.
           EXIT.

       3300-CHECK-ONE-EXPECTED.
           READ CALLEXP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3300-CHECK-ONE-EXPECTED-EXIT
           END-IF.
           ADD 1 TO WS-EXP-READ-COUNT.
           MOVE 'CALLEXP ' TO WS-FND-FILE-NAME.
           MOVE SPACES TO WS-FND-KEY.
           STRING CALLEXP-SUBPROGRAM-NAME CALLEXP-TRAN-CODE
               DELIMITED BY SIZE INTO WS-FND-KEY.
           MOVE CALLEXP-TRAN-CODE TO CALLSUBT-TRAN-CODE.
           PERFORM 3900-READ-ROUTE
               THRU 3900-READ-ROUTE-EXIT.
           IF NOT WS-CALLSUBT-OK
               OR NOT CALLSUBT-ACTIVE
               SET WS-FND-WARNING TO TRUE
               MOVE 'XREF-08' TO WS-FND-CHECK-ID
               MOVE 'TRAN CODE NOT ACTIVE ON CALLSUBT, COUNT NEVER MET'
                   TO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
               GO TO 3300-CHECK-ONE-EXPECTED-EXIT
           END-IF.
           IF CALLEXP-SUBPROGRAM-NAME NOT = CALLSUBT-PROGRAM-NAME
               SET WS-FND-WARNING TO TRUE
               MOVE 'XREF-09' TO WS-FND-CHECK-ID
               MOVE SPACES TO WS-FND-MESSAGE
               STRING 'TRAN CODE IS ROUTED TO ' CALLSUBT-PROGRAM-NAME
                   ', NOT THIS PROGRAM'
                   DELIMITED BY SIZE INTO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
           END-IF.
       3300-CHECK-ONE-EXPECTED-EXIT.
           EXIT.

      ***********************************************************
      * 3400-CHECK-EXPECTED-FEEDS -- EVERY CALLEXPF SOURCE SYSTEM *
      * MUST BE ONE CALLCOLL HAS A FEED FOR.  ROWS DATED TODAY OR *
      * LATER SHOULD FALL ON A BUSINESS DAY -- NO COLLECTOR RUN   *
      * PROCESSES ANY OTHER DATE.  PAST ROWS ARE HISTORY.         *
      ***********************************************************
       3400-CHECK-EXPECTED-FEEDS.
           OPEN INPUT CALLEXPF-FILE.
           IF NOT WS-CALLEXPF-OK
               MOVE 'CALLEXPF' TO WS-NC-FILE-NAME
               WRITE CALLXRFR-LINE FROM WS-NOT-CHECKED-LINE
               GO TO 3400-CHECK-EXPECTED-FEEDS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3500-CHECK-ONE-EXPECTED-FEED
               THRU 3500-CHECK-ONE-EXPECTED-FEED-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE CALLEXPF-FILE.
       3400-CHECK-EXPECTED-FEEDS-EXIT.
           EXIT.

       3500-CHECK-ONE-EXPECTED-FEED.
           READ CALLEXPF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3500-CHECK-ONE-EXPECTED-FEED-EXIT
           END-IF.
           ADD 1 TO WS-EXPF-READ-COUNT.
           MOVE 'CALLEXPF' TO WS-FND-FILE-NAME.
           MOVE SPACES TO WS-FND-KEY.
           STRING CALLEXPF-BUSINESS-DATE ' ' CALLEXPF-SOURCE-SYSTEM
               DELIMITED BY SIZE INTO WS-FND-KEY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 3510-MATCH-ONE-SOURCE
               THRU 3510-MATCH-ONE-SOURCE-EXIT
               VARYING WS-KS-X FROM 1 BY 1
               UNTIL WS-KS-X > 3
               OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND
               SET WS-FND-ERROR TO TRUE
               MOVE 'XREF-10' TO WS-FND-CHECK-ID
               MOVE 'NO COLLECTOR FEED FOR THIS SOURCE SYSTEM'
                   TO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
           END-IF.
           IF CALLEXPF-BUSINESS-DATE NOT NUMERIC
               OR CALLEXPF-BUSINESS-DATE LESS THAN WS-CD-DATE
               GO TO 3500-CHECK-ONE-EXPECTED-FEED-EXIT
           END-IF.
           MOVE CALLEXPF-BUSINESS-DATE TO CALLCALR-DATE.
           READ CALLCAL-FILE
               KEY IS CALLCALR-DATE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLCAL-OK
               OR NOT CALLCALR-BUSINESS-DAY
               SET WS-FND-WARNING TO TRUE
               MOVE 'XREF-11' TO WS-FND-CHECK-ID
               MOVE 'DATE IS NOT A BUSINESS DAY ON CALLCAL'
                   TO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
           END-IF.
       3500-CHECK-ONE-EXPECTED-FEED-EXIT.
           EXIT.

       3510-MATCH-ONE-SOURCE.
           IF WS-KNOWN-SOURCE (WS-KS-X) = CALLEXPF-SOURCE-SYSTEM
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       3510-MATCH-ONE-SOURCE-EXIT.
           EXIT.

      ***********************************************************
      * 3600/3800 -- A CALLPERF OR CALLMON THRESHOLD FOR A        *
      * PROGRAM NO ACTIVE ROUTE CALLS IS DEAD WEIGHT, AND USUALLY *
      * MEANS THE THRESHOLD WAS NOT MOVED WHEN THE ROUTE WAS.     *
      ***********************************************************
       3600-CHECK-PERF-THRESHOLDS.
           OPEN INPUT CALLTHRS-FILE.
           IF NOT WS-CALLTHRS-OK
               MOVE 'CALLTHRS' TO WS-NC-FILE-NAME
               WRITE CALLXRFR-LINE FROM WS-NOT-CHECKED-LINE
               GO TO 3600-CHECK-PERF-THRESHOLDS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3700-CHECK-ONE-PERF-THRESHOLD
               THRU 3700-CHECK-ONE-PERF-THRESHOLD-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE CALLTHRS-FILE.
       3600-CHECK-PERF-THRESHOLDS-EXIT.
           EXIT.

       3700-CHECK-ONE-PERF-THRESHOLD.
           READ CALLTHRS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3700-CHECK-ONE-PERF-THRESHOLD-EXIT
           END-IF.
           ADD 1 TO WS-THRS-READ-COUNT.
           IF WS-ROUTED-TABLE-FULL
               GO TO 3700-CHECK-ONE-PERF-THRESHOLD-EXIT
           END-IF.
           MOVE CALLTHRS-PROGRAM-NAME TO WS-LOOKUP-PROGRAM.
           PERFORM 2600-FIND-ROUTED-PROGRAM
               THRU 2600-FIND-ROUTED-PROGRAM-EXIT.
           IF NOT WS-ENTRY-FOUND
               SET WS-FND-WARNING TO TRUE
               MOVE 'XREF-12' TO WS-FND-CHECK-ID
               MOVE 'CALLTHRS' TO WS-FND-FILE-NAME
               MOVE CALLTHRS-PROGRAM-NAME TO WS-FND-KEY
               MOVE 'THRESHOLD FOR A PROGRAM NO ACTIVE ROUTE CALLS'
                   TO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
           END-IF.
       3700-CHECK-ONE-PERF-THRESHOLD-EXIT.
           EXIT.

       3800-CHECK-MONITOR-THRESHOLDS.
           OPEN INPUT CALLMONT-FILE.
           IF NOT WS-CALLMONT-OK
               MOVE 'CALLMONT' TO WS-NC-FILE-NAME
               WRITE CALLXRFR-LINE FROM WS-NOT-CHECKED-LINE
               GO TO 3800-CHECK-MONITOR-THRESHOLDS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3850-CHECK-ONE-MON-THRESHOLD
               THRU 3850-CHECK-ONE-MON-THRESHOLD-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE CALLMONT-FILE.
       3800-CHECK-MONITOR-THRESHOLDS-EXIT.
           EXIT.

       3850-CHECK-ONE-MON-THRESHOLD.
           READ CALLMONT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3850-CHECK-ONE-MON-THRESHOLD-EXIT
           END-IF.
           ADD 1 TO WS-MONT-READ-COUNT.
           IF WS-ROUTED-TABLE-FULL
               GO TO 3850-CHECK-ONE-MON-THRESHOLD-EXIT
           END-IF.
           MOVE CALLMONT-PROGRAM-NAME TO WS-LOOKUP-PROGRAM.
           PERFORM 2600-FIND-ROUTED-PROGRAM
               THRU 2600-FIND-ROUTED-PROGRAM-EXIT.
           IF NOT WS-ENTRY-FOUND
               SET WS-FND-WARNING TO TRUE
               MOVE 'XREF-13' TO WS-FND-CHECK-ID
               MOVE 'CALLMONT' TO WS-FND-FILE-NAME
               MOVE CALLMONT-PROGRAM-NAME TO WS-FND-KEY
               MOVE 'THRESHOLD FOR A PROGRAM NO ACTIVE ROUTE CALLS'
                   TO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
           END-IF.
       3850-CHECK-ONE-MON-THRESHOLD-EXIT.
           EXIT.

       3900-READ-ROUTE.
           READ CALLSUBT-FILE
               KEY IS CALLSUBT-TRAN-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
       3900-READ-ROUTE-EXIT.
           EXIT.

      ***********************************************************
      * 4000-CHECK-CALENDAR-HORIZON -- EVERY DATE FROM TOMORROW   *
      * THROUGH THE LOOK-AHEAD HORIZON MUST BE LOADED ON CALLCAL, *
      * AND AT LEAST ONE OF THEM MUST BE A BUSINESS DAY.          *
      * CALLDEMO REFUSES THE RUN (RC=20) WHEN ITS NEXT-BUSINESS-  *
      * DAY WALK HITS AN UNLOADED DATE, SO THE GAP IS REPORTED    *
      * HERE WHILE THERE IS STILL TIME TO RUN CALLCALM.           *
      ***********************************************************
       4000-CHECK-CALENDAR-HORIZON.
           MOVE ZERO TO WS-BUSINESS-DAYS-AHEAD.
           MOVE 'N' TO WS-CAL-STOP-SWITCH.
           COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER + WS-DAYS-AHEAD.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           PERFORM 4100-CHECK-ONE-CALENDAR-DAY
               THRU 4100-CHECK-ONE-CALENDAR-DAY-EXIT
               VARYING WS-DAY-NUMBER FROM 1 BY 1
               UNTIL WS-DAY-NUMBER > WS-DAYS-AHEAD
               OR WS-CAL-STOP.
           IF WS-BUSINESS-DAYS-AHEAD = ZERO
               SET WS-FND-ERROR TO TRUE
               MOVE 'XREF-15' TO WS-FND-CHECK-ID
               MOVE 'CALLCAL ' TO WS-FND-FILE-NAME
               MOVE WS-HORIZON-DATE TO WS-FND-KEY
               MOVE 'NO BUSINESS DAY LOADED BEFORE THIS HORIZON DATE'
                   TO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
           END-IF.
       4000-CHECK-CALENDAR-HORIZON-EXIT.
           EXIT.

       4100-CHECK-ONE-CALENDAR-DAY.
           COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER + WS-DAY-NUMBER.
           COMPUTE WS-CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE WS-CANDIDATE-DATE TO CALLCALR-DATE.
           READ CALLCAL-FILE
               KEY IS CALLCALR-DATE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLCAL-OK
               SET WS-FND-ERROR TO TRUE
               MOVE 'XREF-14' TO WS-FND-CHECK-ID
               MOVE 'CALLCAL ' TO WS-FND-FILE-NAME
               MOVE WS-CANDIDATE-DATE TO WS-FND-KEY
               MOVE SPACES TO WS-FND-MESSAGE
               STRING 'DATE NOT LOADED, CALENDAR MUST REACH '
                   WS-HORIZON-DATE
                   DELIMITED BY SIZE INTO WS-FND-MESSAGE
               PERFORM 9000-REPORT-FINDING
                   THRU 9000-REPORT-FINDING-EXIT
               MOVE 'Y' TO WS-CAL-STOP-SWITCH
               GO TO 4100-CHECK-ONE-CALENDAR-DAY-EXIT
           END-IF.
           IF CALLCALR-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS-AHEAD
           END-IF.
       4100-CHECK-ONE-CALENDAR-DAY-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO CALLXRFR-LINE.
           WRITE CALLXRFR-LINE.
           MOVE WS-SUBT-READ-COUNT TO WS-SL-SUBT.
           MOVE WS-PRTY-READ-COUNT TO WS-SL-PRTY.
           MOVE WS-EXP-READ-COUNT TO WS-SL-EXP.
           MOVE WS-EXPF-READ-COUNT TO WS-SL-EXPF.
           MOVE WS-THRS-READ-COUNT TO WS-SL-THRS.
           MOVE WS-MONT-READ-COUNT TO WS-SL-MONT.
           WRITE CALLXRFR-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-ERROR-COUNT TO WS-SL-ERRORS.
           MOVE WS-WARNING-COUNT TO WS-SL-WARNINGS.
           MOVE WS-BUSINESS-DAYS-AHEAD TO WS-SL-BUS-DAYS.
           WRITE CALLXRFR-LINE FROM WS-SUMMARY-LINE-2.
           CLOSE CALLSUBT-FILE.
           CLOSE CALLAPPR-FILE.
           CLOSE CALLCAL-FILE.
           CLOSE CALLXRFR-FILE.
           DISPLAY 'CALLXREF: ERRORS=' WS-ERROR-COUNT
               ' WARNINGS=' WS-WARNING-COUNT.
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
           MOVE 'CALLXREF' TO CALLSTPX-PROGRAM-NAME.
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
      * 9000-REPORT-FINDING -- PRINT ONE FINDING AND COUNT IT BY  *
      * SEVERITY.  ERRORS ARE ALSO DISPLAYED SO THE OPERATOR SEES *
      * WHY THE JOB IS HELD WITHOUT PULLING THE REPORT.           *
      ***********************************************************
       9000-REPORT-FINDING.
           IF WS-FND-ERROR
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'CALLXREF: ' WS-FND-CHECK-ID ' '
                   WS-FND-FILE-NAME ' ' WS-FND-KEY
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-FND-SEVERITY TO WS-DL-SEVERITY.
           MOVE WS-FND-CHECK-ID TO WS-DL-CHECK-ID.
           MOVE WS-FND-FILE-NAME TO WS-DL-FILE-NAME.
           MOVE WS-FND-KEY TO WS-DL-KEY.
           MOVE WS-FND-MESSAGE TO WS-DL-MESSAGE.
           WRITE CALLXRFR-LINE FROM WS-DETAIL-LINE.
       9000-REPORT-FINDING-EXIT.
           EXIT.

       9999-END.
           EXIT.
