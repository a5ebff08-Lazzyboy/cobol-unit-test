      *
      *            EVERY APPLIED CHANGE STAMPS THE ROW'S EFFECTIVE
      *            DATE FROM THE TRANSACTION AND WRITES A BEFORE/
      *            AFTER IMAGE AUDIT RECORD TO THE CALLMNTA TRAIL.
      *
      *            DUAL CONTROL: A SUBMISSION RUN (NO CALLMODE CARD)
      *            CHANGES NOTHING ON CALLSUBT.  EACH CARD THAT PASSES
      *            THE CARD EDITS IS WRITTEN TO THE CALLPEND PENDING-
      *            CHANGE FILE, STAMPED WITH THE SUBMITTER'S USER ID
      *            FROM THE CALLUSER CARD.  ONCE A SECOND USER HAS
      *            APPROVED IT THROUGH CALLPNDA, THE APPROVAL JOB RUNS
      *            THIS PROGRAM AGAIN WITH AN 'APPLY' CALLMODE CARD,
      *            WHICH APPLIES EVERY APPROVED CALLSUBT CHANGE IN
      *            SUBMISSION ORDER AND MARKS IT APPLIED OR APPLY-
      *            FAILED ON CALLPEND.  THE AUDIT RECORD CARRIES THE
      *            CHANGE-ID AND BOTH USER IDS.
      *
      *            RETURN CODES:
      *              0  - RUN COMPLETE (REJECTED CARDS ARE COUNTED
      *                   AND DISPLAYED)
      *             16  - A FILE COULD NOT BE OPENED, OR NO USER ID
      *                   ON THE CALLUSER CARD
      *
      * MODIFICATION HISTORY:
      *   12 OCT 2015  RS    ORIGINAL PROGRAM.
      *                      CALLSUBT-ALTERNATE-PROGRAM FAILOVER
      *                      FIELD; THE AUDIT BEFORE/AFTER IMAGES NOW
      *                      CARRY THE ALTERNATE PROGRAM NAME TOO.
      *   15 OCT 2026  RS    DUAL CONTROL.  CARDS NOW GO TO THE
      *                      CALLPEND PENDING FILE WITH THE
      *                      SUBMITTER'S ID; APPROVED CHANGES ARE
      *                      APPLIED BY AN 'APPLY' MODE RUN.  THE
      *                      CARD LAYOUT MOVED TO WORKING-STORAGE SO
      *                      BOTH MODES SHARE IT.  CALLSUBA REPLACED
      *                      BY THE WIDER CALLMNTA AUDIT RECORD.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLSUBM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLMODE-FILE ASSIGN TO CALLMODE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLMODE-STATUS.

           SELECT CALLUSER-FILE ASSIGN TO CALLUSER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLUSER-STATUS.

           SELECT CALLSUBM-FILE ASSIGN TO CALLSUBM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALLSUBT-TRAN-CODE
               FILE STATUS IS WS-CALLSUBT-STATUS.

           SELECT CALLPEND-FILE ASSIGN TO CALLPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALLPEND-CHANGE-ID
               FILE STATUS IS WS-CALLPEND-STATUS.

           SELECT CALLMNTA-FILE ASSIGN TO CALLMNTA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLMNTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLMODE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLMODE-RECORD.
           05  CALLMODE-RUN-MODE           PIC X(08).
               88  CALLMODE-APPLY              VALUE 'APPLY'.
           05  FILLER                      PIC X(72).

       FD  CALLUSER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLUSER-RECORD.
           05  CALLUSER-ID                 PIC X(08).
           05  FILLER                      PIC X(72).

       FD  CALLSUBM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLSUBM-CARD                   PIC X(80).

       FD  CALLSUBT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSUBT.

       FD  CALLPEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLPEND.

       FD  CALLMNTA-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CALLMNTA.

       WORKING-STORAGE SECTION.
       01  CALLSUBM-TRAN-RECORD.
           05  CALLSUBM-ACTION-CODE        PIC X(01).
               88  CALLSUBM-ADD                VALUE 'A'.
           05  CALLSUBM-EFFECTIVE-DATE     PIC 9(08).
           05  FILLER                      PIC X(55).

       77  WS-CALLMODE-STATUS           PIC X(02).
           88  WS-CALLMODE-OK               VALUE '00'.
       77  WS-CALLUSER-STATUS           PIC X(02).
           88  WS-CALLUSER-OK               VALUE '00'.
       77  WS-CALLSUBM-STATUS           PIC X(02).
           88  WS-CALLSUBM-OK               VALUE '00'.
       77  WS-CALLSUBT-STATUS           PIC X(02).
           88  WS-CALLSUBT-OK               VALUE '00'.
           88  WS-CALLSUBT-NOTFOUND         VALUE '23'.
       77  WS-CALLPEND-STATUS           PIC X(02).
           88  WS-CALLPEND-OK               VALUE '00'.
           88  WS-CALLPEND-DUPLICATE        VALUE '22'.
       77  WS-CALLMNTA-STATUS           PIC X(02).
           88  WS-CALLMNTA-OK               VALUE '00'.
       77  WS-EOF-SWITCH                PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE               VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED               VALUE 'Y'.
       77  WS-APPLY-MODE-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-APPLY-RUN                 VALUE 'Y'.
       77  WS-CARD-OK-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-CARD-OK                   VALUE 'Y'.
       77  WS-PEND-WRITTEN-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-PEND-WRITTEN              VALUE 'Y'.
       77  WS-CD-DATE                   PIC 9(08).
       77  WS-CD-TIME                   PIC 9(06).
       77  WS-USER-ID                   PIC X(08)   VALUE SPACES.
       77  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
       77  WS-RUN-TIME                  PIC 9(06)   VALUE ZERO.
       77  WS-SUBMIT-SEQ                PIC 9(04)   VALUE ZERO.
       77  WS-WRITE-TRIES               PIC 9(02)   VALUE ZERO.
       77  WS-MAX-WRITE-TRIES           PIC 9(02)   VALUE 10.
       77  WS-REJECTS-BEFORE            PIC 9(07)   VALUE ZERO.

       01  WS-CLOCK-TIME.
           05  WS-CLOCK-HHMMSS          PIC 9(06).
           05  WS-CLOCK-CC              PIC 9(02).

       01  WS-BEFORE-IMAGE.
           05  WS-BI-PROGRAM-NAME       PIC X(08).
           05  WS-BI-EFF-DATE           PIC X(08).
           05  WS-BI-ALT-PROGRAM        PIC X(08).

       01  WS-AFTER-IMAGE.
           05  WS-AI-PROGRAM-NAME       PIC X(08).
           05  WS-AI-ACTIVE-FLAG        PIC X(01).
           05  WS-AI-EFF-DATE           PIC X(08).
           05  WS-AI-ALT-PROGRAM        PIC X(08).

       77  WS-ADD-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-CHANGE-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-ACTIVATE-COUNT            PIC 9(07)   VALUE ZERO.
       77  WS-DEACTIVATE-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-ALTERNATE-COUNT           PIC 9(07)   VALUE ZERO.
       77  WS-REJECT-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-SUBMIT-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-APPLIED-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-APPLY-FAILED-COUNT        PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.

               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               IF WS-APPLY-RUN
                   PERFORM 3000-APPLY-APPROVED
                       THRU 3000-APPLY-APPROVED-EXIT
                       UNTIL WS-END-OF-FILE
               ELSE
                   PERFORM 2000-PROCESS-MAINTENANCE
                       THRU 2000-PROCESS-MAINTENANCE-EXIT
                       UNTIL WS-END-OF-FILE
               END-IF

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-MODE
               THRU 1050-READ-RUN-MODE-EXIT.
           IF WS-APPLY-RUN
               PERFORM 1300-OPEN-FOR-APPLY
                   THRU 1300-OPEN-FOR-APPLY-EXIT
           ELSE
               PERFORM 1200-OPEN-FOR-SUBMIT
                   THRU 1200-OPEN-FOR-SUBMIT-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1050-READ-RUN-MODE -- THE CALLMODE CARD IS OPTIONAL.  NO  *
      * DD, AN EMPTY DD, OR ANY MODE BUT 'APPLY' IS A SUBMISSION  *
      * RUN, WHICH NEVER TOUCHES CALLSUBT.                        *
      ***********************************************************
       1050-READ-RUN-MODE.
           OPEN INPUT CALLMODE-FILE.
           IF NOT WS-CALLMODE-OK
               GO TO 1050-READ-RUN-MODE-EXIT
           END-IF.
           READ CALLMODE-FILE
               AT END
                   MOVE SPACES TO CALLMODE-RECORD
           END-READ.
           IF CALLMODE-APPLY
               MOVE 'Y' TO WS-APPLY-MODE-SWITCH
               DISPLAY 'CALLSUBM: APPLY RUN -- APPROVED CALLPEND '
                   'CHANGES ONLY'
           END-IF.
           CLOSE CALLMODE-FILE.
       1050-READ-RUN-MODE-EXIT.
           EXIT.

      ***********************************************************
      * 1200-OPEN-FOR-SUBMIT -- THE SUBMITTER'S USER ID COMES     *
      * FROM THE CALLUSER CARD (THE JCL SUPPLIES &SYSUID); NO ID, *
      * NO SUBMISSION.  EVERY CHANGE-ID FROM THIS RUN CARRIES THE *
      * RUN'S START DATE AND TIME.                                *
      ***********************************************************
       1200-OPEN-FOR-SUBMIT.
           OPEN INPUT CALLUSER-FILE.
           IF WS-CALLUSER-OK
               READ CALLUSER-FILE
                   AT END
                       MOVE SPACES TO CALLUSER-RECORD
               END-READ
               MOVE CALLUSER-ID TO WS-USER-ID
               CLOSE CALLUSER-FILE
           END-IF.
           IF WS-USER-ID = SPACES
               DISPLAY 'CALLSUBM: NO SUBMITTER ID ON CALLUSER, '
                   'NOTHING SUBMITTED'
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1200-OPEN-FOR-SUBMIT-EXIT
           END-IF.

           OPEN INPUT CALLSUBM-FILE.
           IF NOT WS-CALLSUBM-OK
               DISPLAY 'CALLSUBM: UNABLE TO OPEN CALLSUBM, STATUS='
                   WS-CALLSUBM-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1200-OPEN-FOR-SUBMIT-EXIT
           END-IF.

           OPEN I-O CALLPEND-FILE.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLSUBM: UNABLE TO OPEN CALLPEND, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLSUBM-FILE
               GO TO 1200-OPEN-FOR-SUBMIT-EXIT
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-RUN-TIME.
       1200-OPEN-FOR-SUBMIT-EXIT.
           EXIT.

      ***********************************************************
      * 1300-OPEN-FOR-APPLY -- CALLPEND IS BROWSED FROM THE TOP   *
      * IN CHANGE-ID (SUBMISSION) ORDER.                          *
      ***********************************************************
       1300-OPEN-FOR-APPLY.
           OPEN I-O CALLPEND-FILE.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLSUBM: UNABLE TO OPEN CALLPEND, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1300-OPEN-FOR-APPLY-EXIT
           END-IF.

           OPEN I-O CALLSUBT-FILE.
               DISPLAY 'CALLSUBM: UNABLE TO OPEN CALLSUBT, STATUS='
                   WS-CALLSUBT-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPEND-FILE
               GO TO 1300-OPEN-FOR-APPLY-EXIT
           END-IF.

           OPEN EXTEND CALLMNTA-FILE.
           IF NOT WS-CALLMNTA-OK
               DISPLAY 'CALLSUBM: UNABLE TO OPEN CALLMNTA, STATUS='
                   WS-CALLMNTA-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPEND-FILE
               CLOSE CALLSUBT-FILE
               GO TO 1300-OPEN-FOR-APPLY-EXIT
           END-IF.

           MOVE LOW-VALUES TO CALLPEND-CHANGE-ID.
           START CALLPEND-FILE
               KEY IS NOT LESS THAN CALLPEND-CHANGE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
       1300-OPEN-FOR-APPLY-EXIT.
           EXIT.

      ***********************************************************
      * 2000-PROCESS-MAINTENANCE -- SUBMISSION RUN.  A CARD THAT  *
      * PASSES THE CARD EDITS GOES TO CALLPEND AS PENDING; WHAT   *
      * THE CARD WOULD DO TO CALLSUBT IS CHECKED WHEN IT IS       *
      * APPLIED, AGAINST THE FILE AS IT THEN STANDS.              *
      ***********************************************************
       2000-PROCESS-MAINTENANCE.
           READ CALLSUBM-FILE INTO CALLSUBM-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               PERFORM 2050-EDIT-CARD
                   THRU 2050-EDIT-CARD-EXIT
               IF WS-CARD-OK
                   PERFORM 2900-WRITE-PENDING
                       THRU 2900-WRITE-PENDING-EXIT
               END-IF
           END-IF.
       2000-PROCESS-MAINTENANCE-EXIT.
           EXIT.

       2050-EDIT-CARD.
           MOVE 'N' TO WS-CARD-OK-SWITCH.
           IF CALLSUBM-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLSUBM: BAD EFFECTIVE DATE FOR '
                   CALLSUBM-TRAN-CODE
               GO TO 2050-EDIT-CARD-EXIT
           END-IF.
           IF NOT CALLSUBM-ADD
               AND NOT CALLSUBM-CHANGE
               AND NOT CALLSUBM-ACTIVATE
               AND NOT CALLSUBM-DEACTIVATE
               AND NOT CALLSUBM-SET-ALTERNATE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLSUBM: INVALID ACTION CODE FOR '
                   CALLSUBM-TRAN-CODE
               GO TO 2050-EDIT-CARD-EXIT
           END-IF.
           IF (CALLSUBM-ADD OR CALLSUBM-CHANGE)
               AND CALLSUBM-PROGRAM-NAME = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLSUBM: NO PROGRAM NAME FOR '
                   CALLSUBM-TRAN-CODE
               GO TO 2050-EDIT-CARD-EXIT
           END-IF.
           MOVE 'Y' TO WS-CARD-OK-SWITCH.
       2050-EDIT-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2900-WRITE-PENDING -- ONE CALLPEND RECORD PER ACCEPTED    *
      * CARD.  A DUPLICATE CHANGE-ID (ANOTHER SUBMISSION IN THE   *
      * SAME SECOND) TAKES THE NEXT SEQUENCE NUMBER.              *
      ***********************************************************
       2900-WRITE-PENDING.
           MOVE 'N' TO WS-PEND-WRITTEN-SWITCH.
           MOVE ZERO TO WS-WRITE-TRIES.
           PERFORM 2910-TRY-PENDING-WRITE
               THRU 2910-TRY-PENDING-WRITE-EXIT
               UNTIL WS-PEND-WRITTEN
               OR WS-WRITE-TRIES NOT LESS THAN WS-MAX-WRITE-TRIES.
           IF WS-PEND-WRITTEN
               ADD 1 TO WS-SUBMIT-COUNT
               DISPLAY 'CALLSUBM: PENDING ' CALLPEND-CHANGE-ID ' '
                   CALLSUBM-ACTION-CODE ' ' CALLSUBM-TRAN-CODE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLSUBM: PENDING WRITE FAILED, STATUS='
                   WS-CALLPEND-STATUS ' ' CALLSUBM-TRAN-CODE
           END-IF.
       2900-WRITE-PENDING-EXIT.
           EXIT.

       2910-TRY-PENDING-WRITE.
           ADD 1 TO WS-WRITE-TRIES.
           ADD 1 TO WS-SUBMIT-SEQ.
           MOVE SPACES TO CALLPEND-RECORD.
           MOVE WS-RUN-DATE TO CALLPEND-SUBMIT-DATE.
           MOVE WS-RUN-TIME TO CALLPEND-SUBMIT-TIME.
           MOVE WS-SUBMIT-SEQ TO CALLPEND-SUBMIT-SEQ.
           SET CALLPEND-FOR-SUBT TO TRUE.
           SET CALLPEND-PENDING TO TRUE.
           MOVE WS-USER-ID TO CALLPEND-SUBMITTER-ID.
           MOVE ZERO TO CALLPEND-DECISION-DATE.
           MOVE CALLSUBM-TRAN-RECORD TO CALLPEND-CHANGE-DATA.
           WRITE CALLPEND-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-CALLPEND-OK
               MOVE 'Y' TO WS-PEND-WRITTEN-SWITCH
               GO TO 2910-TRY-PENDING-WRITE-EXIT
           END-IF.
           IF NOT WS-CALLPEND-DUPLICATE
               MOVE WS-MAX-WRITE-TRIES TO WS-WRITE-TRIES
           END-IF.
       2910-TRY-PENDING-WRITE-EXIT.
           EXIT.

      ***********************************************************
      * 3000-APPLY-APPROVED -- APPLY RUN.  EACH APPROVED CALLSUBT *
      * CHANGE IS APPLIED THROUGH THE SAME ACTION PARAGRAPHS AS   *
      * BEFORE AND MARKED APPLIED ('D') OR, IF THE FILE REFUSED   *
      * IT, APPLY-FAILED ('F') -- IT IS NEVER TRIED AGAIN.        *
      ***********************************************************
       3000-APPLY-APPROVED.
           READ CALLPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3000-APPLY-APPROVED-EXIT
           END-IF.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLSUBM: CALLPEND READ FAILED, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 3000-APPLY-APPROVED-EXIT
           END-IF.
           IF NOT CALLPEND-FOR-SUBT
               OR NOT CALLPEND-APPROVED
               GO TO 3000-APPLY-APPROVED-EXIT
           END-IF.

           MOVE SPACES TO CALLSUBM-TRAN-RECORD.
           MOVE CALLPEND-CHANGE-DATA TO CALLSUBM-TRAN-RECORD.
           MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
           PERFORM 3100-APPLY-ONE-CHANGE
               THRU 3100-APPLY-ONE-CHANGE-EXIT.
           IF WS-REJECT-COUNT = WS-REJECTS-BEFORE
               SET CALLPEND-APPLIED TO TRUE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               SET CALLPEND-APPLY-FAILED TO TRUE
               ADD 1 TO WS-APPLY-FAILED-COUNT
               DISPLAY 'CALLSUBM: APPLY FAILED FOR CHANGE '
                   CALLPEND-CHANGE-ID
           END-IF.
           REWRITE CALLPEND-RECORD.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLSUBM: CALLPEND REWRITE FAILED, STATUS='
                   WS-CALLPEND-STATUS ' CHANGE ' CALLPEND-CHANGE-ID
           END-IF.
       3000-APPLY-APPROVED-EXIT.
           EXIT.

       3100-APPLY-ONE-CHANGE.
           IF CALLSUBM-EFFECTIVE-DATE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLSUBM: BAD EFFECTIVE DATE FOR '
                   CALLSUBM-TRAN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN CALLSUBM-ADD
                       PERFORM 2100-ADD-ROUTE
                           THRU 2100-ADD-ROUTE-EXIT
                   WHEN CALLSUBM-CHANGE
                       PERFORM 2200-CHANGE-ROUTE
                           THRU 2200-CHANGE-ROUTE-EXIT
                   WHEN CALLSUBM-ACTIVATE
                       PERFORM 2300-ACTIVATE-ROUTE
                           THRU 2300-ACTIVATE-ROUTE-EXIT
                   WHEN CALLSUBM-DEACTIVATE
                       PERFORM 2400-DEACTIVATE-ROUTE
                           THRU 2400-DEACTIVATE-ROUTE-EXIT
                   WHEN CALLSUBM-SET-ALTERNATE
                       PERFORM 2450-SET-ALTERNATE-ROUTE
                           THRU 2450-SET-ALTERNATE-ROUTE-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'CALLSUBM: INVALID ACTION CODE FOR '
                           CALLSUBM-TRAN-CODE
               END-EVALUATE
           END-IF.
       3100-APPLY-ONE-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 2100-ADD-ROUTE -- A NEW TRAN-CODE ROW, WRITTEN ACTIVE.    *
      * AN EXISTING ROW IS REJECTED -- USE CHANGE OR ACTIVATE.    *

      ***********************************************************
      * 9000-WRITE-AUDIT-RECORD -- ONE BEFORE/AFTER IMAGE RECORD  *
      * PER APPLIED CHANGE, WITH THE CALLPEND CHANGE-ID AND BOTH  *
      * THE SUBMITTER'S AND THE APPROVER'S USER ID.  AN ADD HAS A *
      * BLANK BEFORE IMAGE.                                       *
      ***********************************************************
       9000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO CALLMNTA-RECORD.
           MOVE 'S' TO CALLMNTA-TARGET-FILE.
           MOVE CALLSUBM-ACTION-CODE TO CALLMNTA-ACTION-CODE.
           MOVE CALLSUBM-TRAN-CODE TO CALLMNTA-KEY.
           MOVE WS-BEFORE-IMAGE TO CALLMNTA-BEFORE-IMAGE.
           MOVE CALLSUBT-PROGRAM-NAME TO WS-AI-PROGRAM-NAME.
           MOVE CALLSUBT-ACTIVE-FLAG TO WS-AI-ACTIVE-FLAG.
           MOVE CALLSUBT-EFFECTIVE-DATE TO WS-AI-EFF-DATE.
           MOVE CALLSUBT-ALTERNATE-PROGRAM TO WS-AI-ALT-PROGRAM.
           MOVE WS-AFTER-IMAGE TO CALLMNTA-AFTER-IMAGE.
           MOVE CALLPEND-CHANGE-ID TO CALLMNTA-CHANGE-ID.
           MOVE CALLPEND-SUBMITTER-ID TO CALLMNTA-SUBMITTER-ID.
           MOVE CALLPEND-APPROVER-ID TO CALLMNTA-APPROVER-ID.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CD-TIME FROM TIME.
           MOVE WS-CD-DATE TO CALLMNTA-DATE.
           MOVE WS-CD-TIME TO CALLMNTA-TIME.
           WRITE CALLMNTA-RECORD.
       9000-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-APPLY-RUN
               CLOSE CALLPEND-FILE
               CLOSE CALLSUBT-FILE
               CLOSE CALLMNTA-FILE
               DISPLAY 'CALLSUBM: APPLIED=' WS-APPLIED-COUNT
                   ' APPLY-FAILED=' WS-APPLY-FAILED-COUNT
           ELSE
               CLOSE CALLSUBM-FILE
               CLOSE CALLPEND-FILE
               DISPLAY 'CALLSUBM: SUBMITTED=' WS-SUBMIT-COUNT
                   ' REJECTED=' WS-REJECT-COUNT
               GO TO 8000-TERMINATE-EXIT
           END-IF.
           DISPLAY 'CALLSUBM: ADDED=' WS-ADD-COUNT
               ' CHANGED=' WS-CHANGE-COUNT
               ' ACTIVATED=' WS-ACTIVATE-COUNT
