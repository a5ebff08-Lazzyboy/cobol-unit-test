      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   OPENS THE STEP-CONTROL CYCLE FOR A RUN OF THE
      *            CALLDEMO JOB STREAM.  RUNS AS STEP000, BEFORE
      *            ANYTHING ELSE.  THE NIGHT'S BUSINESS DATE IS TAKEN
      *            FROM THE 'HDR' RECORD OF THE FIRST UPSTREAM FEED
      *            (CALLFD01, ELSE CALLFD02, ELSE CALLFD03) THAT HAS
      *            ONE AND IS SET ON THE CYCLE ROW OF THE CALLSTEP
      *            FILE, WHERE CALLSTPX PICKS IT UP FOR EVERY LATER
      *            STEP.  A RESUBMISSION OF THE SAME NIGHT'S JOB SEES
      *            THE SAME FEEDS, HENCE THE SAME DATE, HENCE THE
      *            STEPS ALREADY COMPLETED FOR IT.
      *
      *            THE SCRATCH STEPS (IEFBR14) CANNOT ASK CALLSTEP
      *            THEMSELVES, SO THIS PROGRAM ANSWERS FOR THEM
      *            THROUGH ITS RETURN CODE.  THE CALLSTPG CARDS NAME,
      *            IN JOB ORDER, UP TO THREE STEPS WHOSE OUTPUT A
      *            SCRATCH STEP DELETES; THE RETURN CODE IS 4 TIMES
      *            THE NUMBER OF THEM, COUNTING FROM THE FIRST, ALREADY
      *            COMPLETED FOR THE DATE.  EACH SCRATCH STEP IS
      *            BYPASSED ON AN EXACT RETURN CODE (COND=(N,EQ,...)),
      *            SO COMPLETED WORK IS NEVER SCRATCHED.
      *
      *            RETURN CODES:
      *              0  - FIRST RUN FOR THE DATE (NO GUARDED STEP IS
      *                   COMPLETE), OR NO FEED HEADER WAS FOUND --
      *                   STEP CONTROL IS THEN OFF FOR THE RUN AND
      *                   THE JOB BEHAVES AS IT ALWAYS DID
      *              4  - FIRST GUARDED STEP COMPLETE
      *              8  - FIRST TWO GUARDED STEPS COMPLETE
      *             12  - ALL THREE GUARDED STEPS COMPLETE
      *             16  - CALLSTEP COULD NOT BE OPENED (EVERY
      *                   SCRATCH STEP RUNS; THE STREAM RUNS
      *                   UNTRACKED)
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLSTPI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLSTEP-FILE ASSIGN TO CALLSTEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLSTEP-KEY
               FILE STATUS IS WS-CALLSTEP-STATUS.

           SELECT CALLFD01-FILE ASSIGN TO CALLFD01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLFD01-STATUS.

           SELECT CALLFD02-FILE ASSIGN TO CALLFD02
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLFD02-STATUS.

           SELECT CALLFD03-FILE ASSIGN TO CALLFD03
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLFD03-STATUS.

           SELECT CALLSTPG-FILE ASSIGN TO CALLSTPG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSTPG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLSTEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSTEP.

       FD  CALLFD01-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN REPLACING LEADING ==CALLDEMO== BY ==CALLFD01==.

       FD  CALLFD02-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN REPLACING LEADING ==CALLDEMO== BY ==CALLFD02==.

       FD  CALLFD03-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN REPLACING LEADING ==CALLDEMO== BY ==CALLFD03==.

       FD  CALLSTPG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLSTPG-RECORD.
           05  CALLSTPG-STEP-NAME          PIC X(08).
           05  FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.
       77  WS-CALLSTEP-STATUS               PIC X(02).
           88  WS-CALLSTEP-OK                   VALUE '00'.
           88  WS-CALLSTEP-NOTFOUND             VALUE '23'.
       77  WS-CALLFD01-STATUS               PIC X(02).
           88  WS-CALLFD01-OK                   VALUE '00'.
       77  WS-CALLFD02-STATUS               PIC X(02).
           88  WS-CALLFD02-OK                   VALUE '00'.
       77  WS-CALLFD03-STATUS               PIC X(02).
           88  WS-CALLFD03-OK                   VALUE '00'.
       77  WS-CALLSTPG-STATUS               PIC X(02).
           88  WS-CALLSTPG-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-GUARD-STOP-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-GUARD-STOP                    VALUE 'Y'.

       77  WS-CYCLE-STEP-NAME               PIC X(08)   VALUE '*CYCLE*'.
       77  WS-CD-DATE                       PIC 9(08).
       77  WS-BUSINESS-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-FEED-ID                       PIC X(08)   VALUE SPACES.
       77  WS-MAX-GUARDS                    PIC 9(01)   VALUE 3.
       77  WS-GUARD-COUNT                   PIC 9(01)   VALUE ZERO.
       77  WS-GUARDS-COMPLETE               PIC 9(01)   VALUE ZERO.

       01  WS-CLOCK-TIME.
           05  WS-CLOCK-HHMMSS              PIC 9(06).
           05  WS-CLOCK-CC                  PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               PERFORM 2000-FIND-BUSINESS-DATE
                   THRU 2000-FIND-BUSINESS-DATE-EXIT

               PERFORM 3000-SET-CYCLE-ROW
                   THRU 3000-SET-CYCLE-ROW-EXIT

               IF WS-BUSINESS-DATE NOT = ZERO
                   PERFORM 4000-CHECK-GUARDED-STEPS
                       THRU 4000-CHECK-GUARDED-STEPS-EXIT
               END-IF

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               COMPUTE RETURN-CODE = WS-GUARDS-COMPLETE * 4
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O CALLSTEP-FILE.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPI: UNABLE TO OPEN CALLSTEP, STATUS='
                   WS-CALLSTEP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-FIND-BUSINESS-DATE -- THE FIRST FEED WITH A VALID    *
      * 'HDR' SETS THE DATE.  WHETHER THE FEEDS AGREE, AND        *
      * WHETHER ANY IS MISSING, IS CALLCOLL'S BUSINESS; THIS ONLY *
      * NEEDS TO NAME THE NIGHT.                                  *
      ***********************************************************
       2000-FIND-BUSINESS-DATE.
           OPEN INPUT CALLFD01-FILE.
           IF WS-CALLFD01-OK
               READ CALLFD01-FILE
                   AT END
                       MOVE SPACES TO CALLFD01-TRAN-HEADER
               END-READ
               IF CALLFD01-HDR-PRESENT
                   AND CALLFD01-HDR-BUSINESS-DATE NUMERIC
                   AND CALLFD01-HDR-BUSINESS-DATE NOT = ZERO
                   MOVE CALLFD01-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE 'CALLFD01' TO WS-FEED-ID
               END-IF
               CLOSE CALLFD01-FILE
           END-IF.
           IF WS-BUSINESS-DATE NOT = ZERO
               GO TO 2000-FIND-BUSINESS-DATE-EXIT
           END-IF.

           OPEN INPUT CALLFD02-FILE.
           IF WS-CALLFD02-OK
               READ CALLFD02-FILE
                   AT END
                       MOVE SPACES TO CALLFD02-TRAN-HEADER
               END-READ
               IF CALLFD02-HDR-PRESENT
                   AND CALLFD02-HDR-BUSINESS-DATE NUMERIC
                   AND CALLFD02-HDR-BUSINESS-DATE NOT = ZERO
                   MOVE CALLFD02-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE 'CALLFD02' TO WS-FEED-ID
               END-IF
               CLOSE CALLFD02-FILE
           END-IF.
           IF WS-BUSINESS-DATE NOT = ZERO
               GO TO 2000-FIND-BUSINESS-DATE-EXIT
           END-IF.

           OPEN INPUT CALLFD03-FILE.
           IF WS-CALLFD03-OK
               READ CALLFD03-FILE
                   AT END
                       MOVE SPACES TO CALLFD03-TRAN-HEADER
               END-READ
               IF CALLFD03-HDR-PRESENT
                   AND CALLFD03-HDR-BUSINESS-DATE NUMERIC
                   AND CALLFD03-HDR-BUSINESS-DATE NOT = ZERO
                   MOVE CALLFD03-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE 'CALLFD03' TO WS-FEED-ID
               END-IF
               CLOSE CALLFD03-FILE
           END-IF.
       2000-FIND-BUSINESS-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 3000-SET-CYCLE-ROW -- ALWAYS REWRITTEN, EVEN TO ZERO, SO  *
      * A LATER STEP CAN NEVER PICK UP A PREVIOUS NIGHT'S DATE.   *
      ***********************************************************
       3000-SET-CYCLE-ROW.
           MOVE ZERO TO CALLSTEP-BUSINESS-DATE.
           MOVE WS-CYCLE-STEP-NAME TO CALLSTEP-STEP-NAME.
           READ CALLSTEP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE SPACES TO CALLSTEP-CYCLE-DATA.
           MOVE WS-BUSINESS-DATE TO CALLSTEP-CYCLE-DATE.
           MOVE WS-CD-DATE TO CALLSTEP-CYCLE-SET-DATE.
           MOVE WS-CLOCK-HHMMSS TO CALLSTEP-CYCLE-SET-TIME.
           IF WS-CALLSTEP-NOTFOUND
               MOVE ZERO TO CALLSTEP-BUSINESS-DATE
               MOVE WS-CYCLE-STEP-NAME TO CALLSTEP-STEP-NAME
               WRITE CALLSTEP-RECORD
           ELSE
               REWRITE CALLSTEP-RECORD
           END-IF.
           IF NOT WS-CALLSTEP-OK
               DISPLAY 'CALLSTPI: UNABLE TO SET CYCLE ROW, STATUS='
                   WS-CALLSTEP-STATUS
               MOVE ZERO TO WS-BUSINESS-DATE
               GO TO 3000-SET-CYCLE-ROW-EXIT
           END-IF.
           IF WS-BUSINESS-DATE = ZERO
               DISPLAY 'CALLSTPI: NO FEED HEADER FOUND, STEP CONTROL '
                   'NOT ACTIVE FOR THIS RUN'
           ELSE
               DISPLAY 'CALLSTPI: CYCLE OPEN FOR BUSINESS DATE '
                   WS-BUSINESS-DATE ' (FROM ' WS-FEED-ID ')'
           END-IF.
       3000-SET-CYCLE-ROW-EXIT.
           EXIT.

      ***********************************************************
      * 4000-CHECK-GUARDED-STEPS -- COUNT THE GUARDED STEPS       *
      * ALREADY COMPLETE, STOPPING AT THE FIRST ONE THAT IS NOT:  *
      * EVERYTHING FROM THERE ON RUNS AGAIN AND ITS OUTPUT MUST   *
      * BE SCRATCHED.  NO CALLSTPG DD MEANS NOTHING IS GUARDED.   *
      ***********************************************************
       4000-CHECK-GUARDED-STEPS.
           OPEN INPUT CALLSTPG-FILE.
           IF NOT WS-CALLSTPG-OK
               GO TO 4000-CHECK-GUARDED-STEPS-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'N' TO WS-GUARD-STOP-SWITCH.
           PERFORM 4100-CHECK-ONE-GUARD
               THRU 4100-CHECK-ONE-GUARD-EXIT
               UNTIL WS-END-OF-FILE
               OR WS-GUARD-STOP.
           CLOSE CALLSTPG-FILE.
           IF WS-GUARDS-COMPLETE NOT = ZERO
               DISPLAY 'CALLSTPI: RESUBMISSION FOR ' WS-BUSINESS-DATE
                   ', ' WS-GUARDS-COMPLETE
                   ' GUARDED STEP(S) ALREADY COMPLETE, NOT SCRATCHED'
           END-IF.
       4000-CHECK-GUARDED-STEPS-EXIT.
           EXIT.

       4100-CHECK-ONE-GUARD.
           READ CALLSTPG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 4100-CHECK-ONE-GUARD-EXIT
           END-IF.
           IF CALLSTPG-STEP-NAME = SPACES
               GO TO 4100-CHECK-ONE-GUARD-EXIT
           END-IF.
           IF WS-GUARD-COUNT NOT LESS THAN WS-MAX-GUARDS
               DISPLAY 'CALLSTPI: MORE THAN ' WS-MAX-GUARDS
                   ' CALLSTPG CARDS, ' CALLSTPG-STEP-NAME ' IGNORED'
               GO TO 4100-CHECK-ONE-GUARD-EXIT
           END-IF.
           ADD 1 TO WS-GUARD-COUNT.
           MOVE WS-BUSINESS-DATE TO CALLSTEP-BUSINESS-DATE.
           MOVE CALLSTPG-STEP-NAME TO CALLSTEP-STEP-NAME.
           READ CALLSTEP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CALLSTEP-OK
               AND CALLSTEP-COMPLETE
               ADD 1 TO WS-GUARDS-COMPLETE
           ELSE
               MOVE 'Y' TO WS-GUARD-STOP-SWITCH
           END-IF.
       4100-CHECK-ONE-GUARD-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CALLSTEP-FILE.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
