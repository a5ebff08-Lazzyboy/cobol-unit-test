      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   DAILY REPORT OF THE CALLPEND PENDING-CHANGE FILE,
      *            RUN AS THE LAST STEP OF THE CALLPNDA APPROVAL JOB.
      *            LISTS, IN SUBMISSION ORDER:
      *              - EVERY CHANGE STILL PENDING, WITH ITS AGE IN
      *                DAYS -- THE APPROVERS' WORK LIST
      *              - EVERY CHANGE APPROVED, REJECTED OR EXPIRED
      *                TODAY, AND EVERY APPROVED CHANGE APPLIED OR
      *                REFUSED BY ITS FILE TODAY (THE APPLY RUNS
      *                KEEP THE DECISION DATE)
      *            WITH THE SUBMITTER AND APPROVER OF EACH, FOLLOWED
      *            BY A COUNT BY STATUS.  THE CHANGE-ID PRINTED IS
      *            THE ONE TO KEY ON A CALLPNDA DECISION CARD.
      *
      *            RETURN CODES:
      *              0  - REPORT PRINTED
      *             16  - A FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLPNDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLPEND-FILE ASSIGN TO CALLPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALLPEND-CHANGE-ID
               FILE STATUS IS WS-CALLPEND-STATUS.

           SELECT CALLPNDR-FILE ASSIGN TO CALLPNDR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPNDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLPEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLPEND.

       FD  CALLPNDR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLPNDR-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CALLPEND-STATUS               PIC X(02).
           88  WS-CALLPEND-OK                   VALUE '00'.
       77  WS-CALLPNDR-STATUS               PIC X(02).
           88  WS-CALLPNDR-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.

       77  WS-TODAY                         PIC 9(08)   VALUE ZERO.
       77  WS-TODAY-INTEGER                 PIC 9(08)   VALUE ZERO.
       77  WS-SUBMIT-INTEGER                PIC 9(08)   VALUE ZERO.
       77  WS-AGE-DAYS                      PIC 9(05)   VALUE ZERO.

       77  WS-PENDING-COUNT                 PIC 9(05)   VALUE ZERO.
       77  WS-APPROVED-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-REJECTED-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-EXPIRED-COUNT                 PIC 9(05)   VALUE ZERO.
       77  WS-APPLIED-COUNT                 PIC 9(05)   VALUE ZERO.
       77  WS-APPLY-FAILED-COUNT            PIC 9(05)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'CALLPNDR PENDING-CHANGE DAILY REPORT'.
       01  WS-HEADING-2.
           05  FILLER               PIC X(12) VALUE 'REPORT DATE '.
           05  WS-H2-DATE           PIC 9(08).
       01  WS-HEADING-3.
           05  FILLER               PIC X(20) VALUE 'CHANGE-ID'.
           05  FILLER               PIC X(04) VALUE 'FILE'.
           05  FILLER               PIC X(14) VALUE 'STATUS'.
           05  FILLER               PIC X(06) VALUE '   AGE'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'SUBMITTER'.
           05  FILLER               PIC X(10) VALUE 'APPROVER'.
           05  FILLER               PIC X(10) VALUE 'DECIDED'.
           05  FILLER               PIC X(11) VALUE 'CHANGE DATA'.
       01  WS-DETAIL-LINE.
           05  WS-DL-CHANGE-ID      PIC X(18).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TARGET         PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AGE            PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SUBMITTER      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-APPROVER       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DECIDED        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CHANGE-DATA    PIC X(29).
       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL          PIC X(30).
           05  WS-SL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               PERFORM 2000-REPORT-CHANGE
                   THRU 2000-REPORT-CHANGE-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 7900-PRINT-SUMMARY
                   THRU 7900-PRINT-SUMMARY-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALLPEND-FILE.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLPNDR: UNABLE TO OPEN CALLPEND, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLPNDR-FILE.
           IF NOT WS-CALLPNDR-OK
               DISPLAY 'CALLPNDR: UNABLE TO OPEN CALLPNDR, STATUS='
                   WS-CALLPNDR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPEND-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).

           WRITE CALLPNDR-LINE FROM WS-HEADING-1.
           MOVE WS-TODAY TO WS-H2-DATE.
           WRITE CALLPNDR-LINE FROM WS-HEADING-2.
           MOVE SPACES TO CALLPNDR-LINE.
           WRITE CALLPNDR-LINE.
           WRITE CALLPNDR-LINE FROM WS-HEADING-3.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-REPORT-CHANGE -- A PENDING CHANGE IS ALWAYS LISTED;  *
      * ANY OTHER ONLY IF ITS DECISION DATE IS TODAY.             *
      ***********************************************************
       2000-REPORT-CHANGE.
           READ CALLPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2000-REPORT-CHANGE-EXIT
           END-IF.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLPNDR: CALLPEND READ FAILED, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-REPORT-CHANGE-EXIT
           END-IF.
           IF NOT CALLPEND-PENDING
               AND CALLPEND-DECISION-DATE NOT = WS-TODAY
               GO TO 2000-REPORT-CHANGE-EXIT
           END-IF.

           MOVE SPACES TO WS-DL-STATUS.
           EVALUATE TRUE
               WHEN CALLPEND-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'PENDING' TO WS-DL-STATUS
               WHEN CALLPEND-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVED' TO WS-DL-STATUS
               WHEN CALLPEND-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO WS-DL-STATUS
               WHEN CALLPEND-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED' TO WS-DL-STATUS
               WHEN CALLPEND-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'APPLIED' TO WS-DL-STATUS
               WHEN CALLPEND-APPLY-FAILED
                   ADD 1 TO WS-APPLY-FAILED-COUNT
                   MOVE 'APPLY-FAILED' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE CALLPEND-STATUS TO WS-DL-STATUS
           END-EVALUATE.

           MOVE ZERO TO WS-AGE-DAYS.
           IF CALLPEND-SUBMIT-DATE NUMERIC
               COMPUTE WS-SUBMIT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (CALLPEND-SUBMIT-DATE)
               IF WS-SUBMIT-INTEGER < WS-TODAY-INTEGER
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-SUBMIT-INTEGER
               END-IF
           END-IF.

           MOVE CALLPEND-CHANGE-ID TO WS-DL-CHANGE-ID.
           MOVE CALLPEND-TARGET-FILE TO WS-DL-TARGET.
           MOVE WS-AGE-DAYS TO WS-DL-AGE.
           MOVE CALLPEND-SUBMITTER-ID TO WS-DL-SUBMITTER.
           MOVE CALLPEND-APPROVER-ID TO WS-DL-APPROVER.
           IF CALLPEND-DECISION-DATE = ZERO
               MOVE SPACES TO WS-DL-DECIDED
           ELSE
               MOVE CALLPEND-DECISION-DATE TO WS-DL-DECIDED
           END-IF.
           MOVE CALLPEND-CHANGE-DATA TO WS-DL-CHANGE-DATA.
           WRITE CALLPNDR-LINE FROM WS-DETAIL-LINE.
       2000-REPORT-CHANGE-EXIT.
           EXIT.

       7900-PRINT-SUMMARY.
           MOVE SPACES TO CALLPNDR-LINE.
           WRITE CALLPNDR-LINE.
           MOVE 'STILL PENDING' TO WS-SL-LABEL.
           MOVE WS-PENDING-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'APPROVED TODAY, NOT APPLIED' TO WS-SL-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'APPROVED AND APPLIED TODAY' TO WS-SL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'APPROVED, APPLY FAILED TODAY' TO WS-SL-LABEL.
           MOVE WS-APPLY-FAILED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'REJECTED TODAY' TO WS-SL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'EXPIRED TODAY' TO WS-SL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDR-LINE FROM WS-SUMMARY-LINE.
       7900-PRINT-SUMMARY-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CALLPEND-FILE.
           CLOSE CALLPNDR-FILE.
           DISPLAY 'CALLPNDR: PENDING=' WS-PENDING-COUNT
               ' APPROVED=' WS-APPROVED-COUNT
               ' APPLIED=' WS-APPLIED-COUNT
               ' REJECTED=' WS-REJECTED-COUNT
               ' EXPIRED=' WS-EXPIRED-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
