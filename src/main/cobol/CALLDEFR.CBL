      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   DEFERRED-WORK FEED BUILDER.  WHILE A SUBPROGRAM'S
      *            CIRCUIT BREAKER IS OPEN (SEE CALLBRKR), CALLDYN
      *            SKIPS ITS CALLS AND APPENDS EACH TRANSACTION IMAGE
      *            -- PRIMARY AND CONTINUATIONS, WITH THE ORIGINAL
      *            SOURCE SYSTEM, SEQUENCE AND PRIORITY CLASS -- TO
      *            THE DEFERRED-WORK FILE (DD CALLDEFW), LOGGING
      *            DISPOSITION 'D' ON CALLERR.  THOSE IMAGES HAVE NO
      *            CONTROL RECORDS, AND CALLDEMO WILL NOT RUN A FILE
      *            WITHOUT THEM.  THIS PROGRAM RUNS ONCE PER CYCLE
      *            AND COPIES THE DEFERRED IMAGES, IN THE ORDER THEY
      *            WERE DEFERRED, TO THE DEFERRED FEED (DD CALLDEFF)
      *            UNDER ITS OWN 'HDR' (TODAY'S DATE, FEED ID
      *            CALLDEFR) AND 'TRL' (DETAIL COUNT), SO THE NEXT
      *            CYCLE CAN FEED IT BACK THROUGH THE FRONT OF THE
      *            PIPELINE EXACTLY AS CALLSUSM'S RESUBMISSION FILE
      *            IS FED -- SEE CALLDEFR.JCL.
      *
      *            A CONTROL RECORD FOUND ON CALLDEFW (THE FILE WAS
      *            HAND-SPLICED) IS DROPPED AND COUNTED RATHER THAN
      *            PASSED THROUGH MID-FILE.
      *
      *            RETURN CODES:
      *              0  - DEFERRED FEED WRITTEN
      *              4  - NOTHING WAS DEFERRED (AN EMPTY FEED IS
      *                   STILL WRITTEN, BUT THERE IS NOTHING TO
      *                   SCHEDULE), OR CONTROL RECORDS WERE DROPPED
      *             16  - CALLDEFW OR CALLDEFF COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLDEFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLDEFW-FILE ASSIGN TO CALLDEFW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLDEFW-STATUS.

           SELECT CALLDEFF-FILE ASSIGN TO CALLDEFF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLDEFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLDEFW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN.

       FD  CALLDEFF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLDEFF-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CALLDEFW-STATUS               PIC X(02).
           88  WS-CALLDEFW-OK                   VALUE '00'.
       77  WS-CALLDEFF-STATUS               PIC X(02).
           88  WS-CALLDEFF-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.

       77  WS-CD-DATE                       PIC 9(08).
       77  WS-READ-COUNT                    PIC 9(09)   VALUE ZERO.
       77  WS-WRITTEN-COUNT                 PIC 9(09)   VALUE ZERO.
       77  WS-PRIMARY-COUNT                 PIC 9(09)   VALUE ZERO.
       77  WS-DROPPED-COUNT                 PIC 9(09)   VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               PERFORM 2000-WRITE-FEED-HEADER
                   THRU 2000-WRITE-FEED-HEADER-EXIT

               PERFORM 3000-COPY-ONE-IMAGE
                   THRU 3000-COPY-ONE-IMAGE-EXIT
                   UNTIL WS-END-OF-FILE

               PERFORM 4000-WRITE-FEED-TRAILER
                   THRU 4000-WRITE-FEED-TRAILER-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-DROPPED-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-WRITTEN-COUNT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALLDEFW-FILE.
           IF NOT WS-CALLDEFW-OK
               DISPLAY 'CALLDEFR: UNABLE TO OPEN CALLDEFW, STATUS='
                   WS-CALLDEFW-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLDEFF-FILE.
           IF NOT WS-CALLDEFF-OK
               DISPLAY 'CALLDEFR: UNABLE TO OPEN CALLDEFF, STATUS='
                   WS-CALLDEFF-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLDEFW-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-WRITE-FEED-HEADER -- THE DEFERRED FEED GETS ITS OWN  *
      * 'HDR' CONTROL RECORD (TODAY'S DATE, THIS PROGRAM'S FEED   *
      * ID), THE SAME CONVENTION AS CALLSUSM'S RESUBMISSION FILE, *
      * SO CALLDEMO'S PROCESSED-DATE CHECK KEEPS IT APART FROM    *
      * THE DAILY FEED AND FROM THE RESUBMISSION FEED.            *
      ***********************************************************
       2000-WRITE-FEED-HEADER.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CALLDEMO-TRAN-HEADER.
           MOVE 'HDR' TO CALLDEMO-HDR-ID.
           MOVE WS-CD-DATE TO CALLDEMO-HDR-BUSINESS-DATE.
           MOVE 'CALLDEFR' TO CALLDEMO-HDR-FEED-ID.
           WRITE CALLDEFF-RECORD FROM CALLDEMO-TRAN-HEADER.
       2000-WRITE-FEED-HEADER-EXIT.
           EXIT.

      ***********************************************************
      * 3000-COPY-ONE-IMAGE -- CALLDYN WROTE EACH TRANSACTION AS  *
      * ITS PRIMARY FOLLOWED BY ITS CONTINUATIONS, SO THE IMAGES  *
      * ARE COPIED IN FILE ORDER AND A CHAIN NEVER SPLITS.        *
      ***********************************************************
       3000-COPY-ONE-IMAGE.
           READ CALLDEFW-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3000-COPY-ONE-IMAGE-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF CALLDEMO-HDR-PRESENT
               OR CALLDEMO-TRL-PRESENT
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY 'CALLDEFR: CONTROL RECORD ON CALLDEFW DROPPED, '
                   'RECORD ' WS-READ-COUNT
               GO TO 3000-COPY-ONE-IMAGE-EXIT
           END-IF.
           WRITE CALLDEFF-RECORD FROM CALLDEMO-TRAN-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           IF NOT CALLDEMO-TRAN-CONTINUATION
               ADD 1 TO WS-PRIMARY-COUNT
           END-IF.
       3000-COPY-ONE-IMAGE-EXIT.
           EXIT.

       4000-WRITE-FEED-TRAILER.
           MOVE SPACES TO CALLDEMO-TRAN-TRAILER.
           MOVE 'TRL' TO CALLDEMO-TRL-ID.
           MOVE WS-WRITTEN-COUNT TO CALLDEMO-TRL-RECORD-COUNT.
           WRITE CALLDEFF-RECORD FROM CALLDEMO-TRAN-TRAILER.
       4000-WRITE-FEED-TRAILER-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CALLDEFW-FILE.
           CLOSE CALLDEFF-FILE.
           DISPLAY 'CALLDEFR: READ=' WS-READ-COUNT
               ' WRITTEN=' WS-WRITTEN-COUNT
               ' TRANSACTIONS=' WS-PRIMARY-COUNT
               ' DROPPED=' WS-DROPPED-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
