      *            (A HOLIDAY DECLARED LATE, A SATURDAY RUN ADDED)
      *            IS THE NORMAL CASE, NOT AN ERROR.
      *
      *            DUAL CONTROL: A SUBMISSION RUN (NO CALLMODE CARD)
      *            CHANGES NOTHING ON CALLCAL.  EACH CARD THAT PASSES
      *            THE CARD EDITS IS WRITTEN TO THE CALLPEND PENDING-
      *            CHANGE FILE, STAMPED WITH THE SUBMITTER'S USER ID
      *            FROM THE CALLUSER CARD.  ONCE A SECOND USER HAS
      *            APPROVED IT THROUGH CALLPNDA, THE APPROVAL JOB RUNS
      *            THIS PROGRAM AGAIN WITH AN 'APPLY' CALLMODE CARD,
      *            WHICH APPLIES EVERY APPROVED CALLCAL CHANGE IN
      *            SUBMISSION ORDER, MARKS IT APPLIED OR APPLY-FAILED
      *            ON CALLPEND AND WRITES A BEFORE/AFTER IMAGE AUDIT
      *            RECORD CARRYING BOTH USER IDS TO CALLMNTA.
      *
      *            RETURN CODES:
      *              0  - RUN COMPLETE (REJECTED CARDS ARE COUNTED
      *                   AND DISPLAYED)
      *             16  - A FILE COULD NOT BE OPENED, OR NO USER ID
      *                   ON THE CALLUSER CARD
      *
      * MODIFICATION HISTORY:
      *   28 DEC 2015  RS    ORIGINAL PROGRAM.
      *   15 OCT 2026  RS    DUAL CONTROL.  CARDS NOW GO TO THE
      *                      CALLPEND PENDING FILE WITH THE
      *                      SUBMITTER'S ID; APPROVED CHANGES ARE
      *                      APPLIED BY AN 'APPLY' MODE RUN AND
      *                      AUDITED TO CALLMNTA.  THE CARD LAYOUT
      *                      MOVED TO WORKING-STORAGE SO BOTH MODES
      *                      SHARE IT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLCALM.
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

           SELECT CALLCALM-FILE ASSIGN TO CALLCALM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALLCALR-DATE
               FILE STATUS IS WS-CALLCAL-STATUS.

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

       FD  CALLCALM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLCALM-CARD                   PIC X(80).

       FD  CALLCAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLCALR.

       FD  CALLPEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLPEND.

       FD  CALLMNTA-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY CALLMNTA.

       WORKING-STORAGE SECTION.
       01  CALLCALM-TRAN-RECORD.
           05  CALLCALM-ACTION-CODE        PIC X(01).
               88  CALLCALM-SET-BUSINESS       VALUE 'B'.
           05  CALLCALM-DESCRIPTION        PIC X(20).
           05  FILLER                      PIC X(51).

       77  WS-CALLMODE-STATUS           PIC X(02).
           88  WS-CALLMODE-OK               VALUE '00'.
       77  WS-CALLUSER-STATUS           PIC X(02).
           88  WS-CALLUSER-OK               VALUE '00'.
       77  WS-CALLCALM-STATUS           PIC X(02).
           88  WS-CALLCALM-OK               VALUE '00'.
       77  WS-CALLCAL-STATUS            PIC X(02).
           88  WS-CALLCAL-OK                VALUE '00'.
           88  WS-CALLCAL-NOTFOUND          VALUE '23'.
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
           05  WS-BI-DAY-TYPE           PIC X(01).
           05  WS-BI-DESCRIPTION        PIC X(20).

       01  WS-AFTER-IMAGE.
           05  WS-AI-DAY-TYPE           PIC X(01).
           05  WS-AI-DESCRIPTION        PIC X(20).

       77  WS-SET-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-DELETE-COUNT              PIC 9(07)   VALUE ZERO.
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
      * RUN, WHICH NEVER TOUCHES CALLCAL.                         *
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
               DISPLAY 'CALLCALM: APPLY RUN -- APPROVED CALLPEND '
                   'CHANGES ONLY'
           END-IF.
           CLOSE CALLMODE-FILE.
       1050-READ-RUN-MODE-EXIT.
           EXIT.

      ***********************************************************
      * 1200-OPEN-FOR-SUBMIT -- THE SUBMITTER'S USER ID COMES     *
      * FROM THE CALLUSER CARD (THE JCL SUPPLIES &SYSUID); NO ID, *
      * NO SUBMISSION.                                            *
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
               DISPLAY 'CALLCALM: NO SUBMITTER ID ON CALLUSER, '
                   'NOTHING SUBMITTED'
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1200-OPEN-FOR-SUBMIT-EXIT
           END-IF.

           OPEN INPUT CALLCALM-FILE.
           IF NOT WS-CALLCALM-OK
               DISPLAY 'CALLCALM: UNABLE TO OPEN CALLCALM, STATUS='
                   WS-CALLCALM-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1200-OPEN-FOR-SUBMIT-EXIT
           END-IF.

           OPEN I-O CALLPEND-FILE.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLCALM: UNABLE TO OPEN CALLPEND, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLCALM-FILE
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
               DISPLAY 'CALLCALM: UNABLE TO OPEN CALLPEND, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1300-OPEN-FOR-APPLY-EXIT
           END-IF.

           OPEN I-O CALLCAL-FILE.
               DISPLAY 'CALLCALM: UNABLE TO OPEN CALLCAL, STATUS='
                   WS-CALLCAL-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPEND-FILE
               GO TO 1300-OPEN-FOR-APPLY-EXIT
           END-IF.

           OPEN EXTEND CALLMNTA-FILE.
           IF NOT WS-CALLMNTA-OK
               DISPLAY 'CALLCALM: UNABLE TO OPEN CALLMNTA, STATUS='
                   WS-CALLMNTA-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPEND-FILE
               CLOSE CALLCAL-FILE
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
      * PASSES THE CARD EDITS GOES TO CALLPEND AS PENDING.        *
      ***********************************************************
       2000-PROCESS-MAINTENANCE.
           READ CALLCALM-FILE INTO CALLCALM-TRAN-RECORD
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
           IF CALLCALM-DATE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLCALM: BAD DATE ON CARD - '
                   CALLCALM-DATE
               GO TO 2050-EDIT-CARD-EXIT
           END-IF.
           IF NOT CALLCALM-SET-BUSINESS
               AND NOT CALLCALM-SET-HOLIDAY
               AND NOT CALLCALM-SET-WEEKEND
               AND NOT CALLCALM-DELETE-DATE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLCALM: INVALID ACTION CODE FOR '
                   CALLCALM-DATE
               GO TO 2050-EDIT-CARD-EXIT
           END-IF.
           MOVE 'Y' TO WS-CARD-OK-SWITCH.
       2050-EDIT-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2100-SET-DAY-TYPE -- WRITE OR OVERWRITE THE DATE'S ROW    *
      * WITH THE ACTION'S DAY TYPE (THE ACTION CODES ARE THE SAME *
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF WS-CALLCAL-OK
               MOVE CALLCALR-DAY-TYPE TO WS-BI-DAY-TYPE
               MOVE CALLCALR-DESCRIPTION TO WS-BI-DESCRIPTION
               MOVE CALLCALM-ACTION-CODE TO CALLCALR-DAY-TYPE
               MOVE CALLCALM-DESCRIPTION TO CALLCALR-DESCRIPTION
               REWRITE CALLCALR-RECORD
           END-IF.
           IF WS-CALLCAL-OK
               ADD 1 TO WS-SET-COUNT
               MOVE CALLCALR-DAY-TYPE TO WS-AI-DAY-TYPE
               MOVE CALLCALR-DESCRIPTION TO WS-AI-DESCRIPTION
               PERFORM 9000-WRITE-AUDIT-RECORD
                   THRU 9000-WRITE-AUDIT-RECORD-EXIT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLCALM: SET FAILED FOR ' CALLCALM-DATE
                       CALLCALM-DATE
           END-READ.
           IF WS-CALLCAL-OK
               MOVE CALLCALR-DAY-TYPE TO WS-BI-DAY-TYPE
               MOVE CALLCALR-DESCRIPTION TO WS-BI-DESCRIPTION
               MOVE SPACES TO WS-AFTER-IMAGE
               DELETE CALLCAL-FILE
               IF WS-CALLCAL-OK
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 9000-WRITE-AUDIT-RECORD
                       THRU 9000-WRITE-AUDIT-RECORD-EXIT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CALLCALM: DELETE FAILED FOR '
                       CALLCALM-DATE ' STATUS=' WS-CALLCAL-STATUS
               END-IF
           END-IF.
       2200-DELETE-DATE-EXIT.
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
               DISPLAY 'CALLCALM: PENDING ' CALLPEND-CHANGE-ID ' '
                   CALLCALM-ACTION-CODE ' ' CALLCALM-DATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLCALM: PENDING WRITE FAILED, STATUS='
                   WS-CALLPEND-STATUS ' ' CALLCALM-DATE
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
           SET CALLPEND-FOR-CAL TO TRUE.
           SET CALLPEND-PENDING TO TRUE.
           MOVE WS-USER-ID TO CALLPEND-SUBMITTER-ID.
           MOVE ZERO TO CALLPEND-DECISION-DATE.
           MOVE CALLCALM-TRAN-RECORD TO CALLPEND-CHANGE-DATA.
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
      * 3000-APPLY-APPROVED -- APPLY RUN.  EACH APPROVED CALLCAL  *
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
               DISPLAY 'CALLCALM: CALLPEND READ FAILED, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 3000-APPLY-APPROVED-EXIT
           END-IF.
           IF NOT CALLPEND-FOR-CAL
               OR NOT CALLPEND-APPROVED
               GO TO 3000-APPLY-APPROVED-EXIT
           END-IF.

           MOVE SPACES TO CALLCALM-TRAN-RECORD.
           MOVE CALLPEND-CHANGE-DATA TO CALLCALM-TRAN-RECORD.
           MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
           IF CALLCALM-DATE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CALLCALM: BAD DATE ON CARD - '
                   CALLCALM-DATE
           ELSE
               EVALUATE TRUE
                   WHEN CALLCALM-SET-BUSINESS
                   WHEN CALLCALM-SET-HOLIDAY
                   WHEN CALLCALM-SET-WEEKEND
                       PERFORM 2100-SET-DAY-TYPE
                           THRU 2100-SET-DAY-TYPE-EXIT
                   WHEN CALLCALM-DELETE-DATE
                       PERFORM 2200-DELETE-DATE
                           THRU 2200-DELETE-DATE-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'CALLCALM: INVALID ACTION CODE FOR '
                           CALLCALM-DATE
               END-EVALUATE
           END-IF.
           IF WS-REJECT-COUNT = WS-REJECTS-BEFORE
               SET CALLPEND-APPLIED TO TRUE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               SET CALLPEND-APPLY-FAILED TO TRUE
               ADD 1 TO WS-APPLY-FAILED-COUNT
               DISPLAY 'CALLCALM: APPLY FAILED FOR CHANGE '
                   CALLPEND-CHANGE-ID
           END-IF.
           REWRITE CALLPEND-RECORD.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLCALM: CALLPEND REWRITE FAILED, STATUS='
                   WS-CALLPEND-STATUS ' CHANGE ' CALLPEND-CHANGE-ID
           END-IF.
       3000-APPLY-APPROVED-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-APPLY-RUN
               CLOSE CALLPEND-FILE
               CLOSE CALLCAL-FILE
               CLOSE CALLMNTA-FILE
               DISPLAY 'CALLCALM: APPLIED=' WS-APPLIED-COUNT
                   ' APPLY-FAILED=' WS-APPLY-FAILED-COUNT
           ELSE
               CLOSE CALLCALM-FILE
               CLOSE CALLPEND-FILE
               DISPLAY 'CALLCALM: SUBMITTED=' WS-SUBMIT-COUNT
                   ' REJECTED=' WS-REJECT-COUNT
               GO TO 8000-TERMINATE-EXIT
           END-IF.
           DISPLAY 'CALLCALM: SET=' WS-SET-COUNT
               ' DELETED=' WS-DELETE-COUNT
               ' REJECTED=' WS-REJECT-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

      ***********************************************************
      * 9000-WRITE-AUDIT-RECORD -- ONE BEFORE/AFTER IMAGE RECORD  *
      * PER APPLIED CHANGE, WITH THE CALLPEND CHANGE-ID AND BOTH  *
      * THE SUBMITTER'S AND THE APPROVER'S USER ID.  A NEW DATE   *
      * HAS A BLANK BEFORE IMAGE, A DELETED ONE A BLANK AFTER.    *
      ***********************************************************
       9000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO CALLMNTA-RECORD.
           MOVE 'C' TO CALLMNTA-TARGET-FILE.
           MOVE CALLCALM-ACTION-CODE TO CALLMNTA-ACTION-CODE.
           MOVE CALLCALM-DATE TO CALLMNTA-KEY.
           MOVE WS-BEFORE-IMAGE TO CALLMNTA-BEFORE-IMAGE.
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

       9999-END.
           EXIT.
