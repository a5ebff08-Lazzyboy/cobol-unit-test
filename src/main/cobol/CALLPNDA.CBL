      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   APPROVAL RUN FOR THE CALLPEND PENDING-CHANGE FILE.
      *            CALLSUBM, CALLAPPM AND CALLCALM NO LONGER CHANGE
      *            CALLSUBT, CALLAPPR OR CALLCAL WHEN A CARD IS
      *            SUBMITTED; THEY WRITE IT TO CALLPEND AS PENDING,
      *            STAMPED WITH THE SUBMITTER'S USER ID.  THIS PROGRAM
      *            TAKES THE SECOND USER'S DECISIONS.  IT RUNS AS THE
      *            FIRST STEP OF THE CALLPNDA JOB, AHEAD OF THE APPLY
      *            RUNS OF THE THREE MAINTENANCE PROGRAMS.
      *
      *            FIRST, EVERY CHANGE STILL PENDING MORE THAN THE
      *            EXPIRY PERIOD AFTER ITS SUBMISSION DATE IS MARKED
      *            EXPIRED ('E') -- IT CAN NO LONGER BE APPROVED AND
      *            MUST BE SUBMITTED AGAIN IF IT IS STILL WANTED.
      *
      *            THEN EACH DECISION CARD IS APPLIED TO ITS CHANGE.
      *            THE APPROVER'S USER ID COMES FROM THE CALLUSER
      *            CARD (THE JCL SUPPLIES &SYSUID).  A DECISION IS
      *            REFUSED, AND THE CHANGE LEFT AS IT WAS, WHEN:
      *              - THE DECISION CODE IS NOT 'A' OR 'R'
      *              - THE CHANGE-ID IS NOT ON CALLPEND
      *              - THE CHANGE IS NO LONGER PENDING (ALREADY
      *                DECIDED, EXPIRED OR APPLIED)
      *              - THE APPROVER IS THE USER WHO SUBMITTED IT
      *            AN ACCEPTED DECISION SETS THE CHANGE APPROVED ('A')
      *            OR REJECTED ('R') WITH THE APPROVER'S ID AND THE
      *            DECISION DATE.  EVERY EXPIRY AND DECISION IS LISTED
      *            ON CALLPNDP.
      *
      *            DECISION CARDS ON DD CALLPNDD:
      *              COL  1     DECISION  A - APPROVE  R - REJECT
      *              COLS 2-19  CHANGE-ID AS LISTED BY CALLPNDR
      *
      *            CONTROL CARD ON DD CALLPNDC (OPTIONAL):
      *              COLS 1-3   EXPIRY PERIOD IN DAYS (DEFAULT 007)
      *
      *            RETURN CODES:
      *              0  - ALL DECISIONS TAKEN
      *              4  - ONE OR MORE DECISIONS REFUSED
      *             16  - A FILE COULD NOT BE OPENED, OR NO USER ID
      *                   ON THE CALLUSER CARD
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLPNDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLUSER-FILE ASSIGN TO CALLUSER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLUSER-STATUS.

           SELECT CALLPNDC-FILE ASSIGN TO CALLPNDC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPNDC-STATUS.

           SELECT CALLPNDD-FILE ASSIGN TO CALLPNDD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPNDD-STATUS.

           SELECT CALLPEND-FILE ASSIGN TO CALLPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALLPEND-CHANGE-ID
               FILE STATUS IS WS-CALLPEND-STATUS.

           SELECT CALLPNDP-FILE ASSIGN TO CALLPNDP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPNDP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLUSER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLUSER-RECORD.
           05  CALLUSER-ID                 PIC X(08).
           05  FILLER                      PIC X(72).

       FD  CALLPNDC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPNDC-RECORD.
           05  CALLPNDC-EXPIRY-DAYS        PIC X(03).
           05  FILLER                      PIC X(77).

       FD  CALLPNDD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPNDD-RECORD.
           05  CALLPNDD-DECISION           PIC X(01).
               88  CALLPNDD-APPROVE            VALUE 'A'.
               88  CALLPNDD-REJECT             VALUE 'R'.
           05  CALLPNDD-CHANGE-ID          PIC X(18).
           05  FILLER                      PIC X(61).

       FD  CALLPEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLPEND.

       FD  CALLPNDP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLPNDP-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CALLUSER-STATUS               PIC X(02).
           88  WS-CALLUSER-OK                   VALUE '00'.
       77  WS-CALLPNDC-STATUS               PIC X(02).
           88  WS-CALLPNDC-OK                   VALUE '00'.
       77  WS-CALLPNDD-STATUS               PIC X(02).
           88  WS-CALLPNDD-OK                   VALUE '00'.
       77  WS-CALLPEND-STATUS               PIC X(02).
           88  WS-CALLPEND-OK                   VALUE '00'.
       77  WS-CALLPNDP-STATUS               PIC X(02).
           88  WS-CALLPNDP-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-BROWSE-END-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-BROWSE-END                    VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-REFUSED-SWITCH                PIC X(01)   VALUE 'N'.
           88  WS-DECISION-REFUSED              VALUE 'Y'.

       77  WS-DEFAULT-EXPIRY-DAYS           PIC 9(03)   VALUE 7.
       77  WS-EXPIRY-DAYS                   PIC 9(03)   VALUE ZERO.
       77  WS-APPROVER-ID                   PIC X(08)   VALUE SPACES.
       77  WS-TODAY                         PIC 9(08)   VALUE ZERO.
       77  WS-TODAY-INTEGER                 PIC 9(08)   VALUE ZERO.
       77  WS-SUBMIT-INTEGER                PIC 9(08)   VALUE ZERO.
       77  WS-AGE-DAYS                      PIC 9(05)   VALUE ZERO.
       77  WS-OUTCOME                       PIC X(40)   VALUE SPACES.

       77  WS-EXPIRED-COUNT                 PIC 9(05)   VALUE ZERO.
       77  WS-DECISION-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-APPROVED-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-REJECTED-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-REFUSED-COUNT                 PIC 9(05)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'CALLPNDA PENDING-CHANGE APPROVAL RUN'.
       01  WS-HEADING-2.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  WS-H2-DATE           PIC 9(08).
           05  FILLER               PIC X(12) VALUE '  APPROVER: '.
           05  WS-H2-APPROVER       PIC X(08).
           05  FILLER               PIC X(16) VALUE '  EXPIRY DAYS: '.
           05  WS-H2-EXPIRY         PIC ZZ9.
       01  WS-HEADING-3.
           05  FILLER               PIC X(20) VALUE 'CHANGE-ID'.
           05  FILLER               PIC X(04) VALUE 'FILE'.
           05  FILLER               PIC X(04) VALUE 'DEC'.
           05  FILLER               PIC X(10) VALUE 'SUBMITTER '.
           05  FILLER               PIC X(10) VALUE 'SUBMITTED '.
           05  FILLER               PIC X(30) VALUE
               'CHANGE DATA'.
           05  FILLER               PIC X(07) VALUE 'OUTCOME'.
       01  WS-DETAIL-LINE.
           05  WS-DL-CHANGE-ID      PIC X(18).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TARGET         PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-DECISION       PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-SUBMITTER      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SUBMIT-DATE    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CHANGE-DATA    PIC X(29).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-OUTCOME        PIC X(40).
       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL          PIC X(30).
           05  WS-SL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               PERFORM 2000-EXPIRE-PENDING
                   THRU 2000-EXPIRE-PENDING-EXIT
               PERFORM 3000-PROCESS-DECISION
                   THRU 3000-PROCESS-DECISION-EXIT
                   UNTIL WS-END-OF-FILE
               PERFORM 7900-PRINT-SUMMARY
                   THRU 7900-PRINT-SUMMARY-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               IF WS-REFUSED-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALLUSER-FILE.
           IF WS-CALLUSER-OK
               READ CALLUSER-FILE
                   AT END
                       MOVE SPACES TO CALLUSER-RECORD
               END-READ
               MOVE CALLUSER-ID TO WS-APPROVER-ID
               CLOSE CALLUSER-FILE
           END-IF.
           IF WS-APPROVER-ID = SPACES
               DISPLAY 'CALLPNDA: NO APPROVER ID ON CALLUSER, '
                   'NO DECISIONS TAKEN'
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN I-O CALLPEND-FILE.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLPNDA: UNABLE TO OPEN CALLPEND, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLPNDD-FILE.
           IF NOT WS-CALLPNDD-OK
               DISPLAY 'CALLPNDA: UNABLE TO OPEN CALLPNDD, STATUS='
                   WS-CALLPNDD-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPEND-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLPNDP-FILE.
           IF NOT WS-CALLPNDP-OK
               DISPLAY 'CALLPNDA: UNABLE TO OPEN CALLPNDP, STATUS='
                   WS-CALLPNDP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPEND-FILE
               CLOSE CALLPNDD-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1100-READ-CONTROL-CARD
               THRU 1100-READ-CONTROL-CARD-EXIT.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).

           WRITE CALLPNDP-LINE FROM WS-HEADING-1.
           MOVE WS-TODAY TO WS-H2-DATE.
           MOVE WS-APPROVER-ID TO WS-H2-APPROVER.
           MOVE WS-EXPIRY-DAYS TO WS-H2-EXPIRY.
           WRITE CALLPNDP-LINE FROM WS-HEADING-2.
           MOVE SPACES TO CALLPNDP-LINE.
           WRITE CALLPNDP-LINE.
           WRITE CALLPNDP-LINE FROM WS-HEADING-3.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-READ-CONTROL-CARD -- THE CALLPNDC DD IS OPTIONAL.    *
      * COLUMNS 1-3 OVERRIDE THE EXPIRY PERIOD; NO DD, AN EMPTY   *
      * DD OR A NON-NUMERIC OR ZERO PERIOD TAKES THE DEFAULT.     *
      ***********************************************************
       1100-READ-CONTROL-CARD.
           MOVE WS-DEFAULT-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
           OPEN INPUT CALLPNDC-FILE.
           IF NOT WS-CALLPNDC-OK
               GO TO 1100-READ-CONTROL-CARD-EXIT
           END-IF.
           READ CALLPNDC-FILE
               AT END
                   MOVE SPACES TO CALLPNDC-RECORD
           END-READ.
           IF CALLPNDC-EXPIRY-DAYS NUMERIC
               AND CALLPNDC-EXPIRY-DAYS NOT = '000'
               MOVE CALLPNDC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           END-IF.
           CLOSE CALLPNDC-FILE.
       1100-READ-CONTROL-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 2000-EXPIRE-PENDING -- BROWSE CALLPEND FROM THE TOP AND   *
      * EXPIRE EVERY PENDING CHANGE SUBMITTED MORE THAN THE       *
      * EXPIRY PERIOD AGO.  RUNS BEFORE THE DECISIONS, SO A       *
      * DECISION ON A CHANGE THAT HAS JUST EXPIRED IS REFUSED.    *
      ***********************************************************
       2000-EXPIRE-PENDING.
           MOVE LOW-VALUES TO CALLPEND-CHANGE-ID.
           START CALLPEND-FILE
               KEY IS NOT LESS THAN CALLPEND-CHANGE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-END-SWITCH
           END-START.
           PERFORM 2100-EXPIRE-NEXT
               THRU 2100-EXPIRE-NEXT-EXIT
               UNTIL WS-BROWSE-END.
       2000-EXPIRE-PENDING-EXIT.
           EXIT.

       2100-EXPIRE-NEXT.
           READ CALLPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-END-SWITCH
           END-READ.
           IF WS-BROWSE-END
               GO TO 2100-EXPIRE-NEXT-EXIT
           END-IF.
           IF NOT WS-CALLPEND-OK
               DISPLAY 'CALLPNDA: CALLPEND READ FAILED, STATUS='
                   WS-CALLPEND-STATUS
               MOVE 'Y' TO WS-BROWSE-END-SWITCH
               GO TO 2100-EXPIRE-NEXT-EXIT
           END-IF.
           IF NOT CALLPEND-PENDING
               OR CALLPEND-SUBMIT-DATE NOT NUMERIC
               GO TO 2100-EXPIRE-NEXT-EXIT
           END-IF.

           COMPUTE WS-SUBMIT-INTEGER =
               FUNCTION INTEGER-OF-DATE (CALLPEND-SUBMIT-DATE).
           IF WS-SUBMIT-INTEGER + WS-EXPIRY-DAYS
                   NOT LESS THAN WS-TODAY-INTEGER
               GO TO 2100-EXPIRE-NEXT-EXIT
           END-IF.

           SET CALLPEND-EXPIRED TO TRUE.
           MOVE WS-TODAY TO CALLPEND-DECISION-DATE.
           REWRITE CALLPEND-RECORD.
           IF WS-CALLPEND-OK
               ADD 1 TO WS-EXPIRED-COUNT
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-SUBMIT-INTEGER
               MOVE SPACES TO WS-OUTCOME
               STRING 'EXPIRED AFTER ' DELIMITED BY SIZE
                      WS-AGE-DAYS DELIMITED BY SIZE
                      ' DAYS' DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
           ELSE
               MOVE SPACES TO WS-OUTCOME
               STRING 'EXPIRY REWRITE FAILED, STATUS '
                          DELIMITED BY SIZE
                      WS-CALLPEND-STATUS DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
           END-IF.
           MOVE SPACE TO WS-DL-DECISION.
           PERFORM 7000-PRINT-CHANGE
               THRU 7000-PRINT-CHANGE-EXIT.
       2100-EXPIRE-NEXT-EXIT.
           EXIT.

      ***********************************************************
      * 3000-PROCESS-DECISION -- ONE DECISION CARD.  THE CHANGE   *
      * IS READ BY KEY AND THE DECISION REFUSED UNLESS IT IS      *
      * STILL PENDING AND WAS SUBMITTED BY SOMEONE ELSE.          *
      ***********************************************************
       3000-PROCESS-DECISION.
           READ CALLPNDD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3000-PROCESS-DECISION-EXIT
           END-IF.
           ADD 1 TO WS-DECISION-COUNT.
           MOVE CALLPNDD-DECISION TO WS-DL-DECISION.

           PERFORM 3100-EDIT-DECISION
               THRU 3100-EDIT-DECISION-EXIT.
           IF NOT WS-DECISION-REFUSED
               PERFORM 3200-RECORD-DECISION
                   THRU 3200-RECORD-DECISION-EXIT
           END-IF.
           IF WS-DECISION-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'CALLPNDA: ' CALLPNDD-CHANGE-ID ' '
                   WS-OUTCOME
           END-IF.
           PERFORM 7000-PRINT-CHANGE
               THRU 7000-PRINT-CHANGE-EXIT.
       3000-PROCESS-DECISION-EXIT.
           EXIT.

       3100-EDIT-DECISION.
           MOVE 'Y' TO WS-REFUSED-SWITCH.
           MOVE SPACES TO CALLPEND-RECORD.
           MOVE CALLPNDD-CHANGE-ID TO CALLPEND-CHANGE-ID.
           IF NOT CALLPNDD-APPROVE
               AND NOT CALLPNDD-REJECT
               MOVE 'REFUSED - DECISION NOT A OR R' TO WS-OUTCOME
               GO TO 3100-EDIT-DECISION-EXIT
           END-IF.

           READ CALLPEND-FILE
               KEY IS CALLPEND-CHANGE-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLPEND-OK
               MOVE SPACES TO CALLPEND-RECORD
               MOVE CALLPNDD-CHANGE-ID TO CALLPEND-CHANGE-ID
               MOVE 'REFUSED - CHANGE-ID NOT ON FILE' TO WS-OUTCOME
               GO TO 3100-EDIT-DECISION-EXIT
           END-IF.
           IF NOT CALLPEND-PENDING
               MOVE SPACES TO WS-OUTCOME
               STRING 'REFUSED - NOT PENDING, STATUS '
                          DELIMITED BY SIZE
                      CALLPEND-STATUS DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               GO TO 3100-EDIT-DECISION-EXIT
           END-IF.
           IF CALLPEND-SUBMITTER-ID = WS-APPROVER-ID
               MOVE 'REFUSED - APPROVER IS THE SUBMITTER'
                   TO WS-OUTCOME
               GO TO 3100-EDIT-DECISION-EXIT
           END-IF.
           MOVE 'N' TO WS-REFUSED-SWITCH.
       3100-EDIT-DECISION-EXIT.
           EXIT.

       3200-RECORD-DECISION.
           IF CALLPNDD-APPROVE
               SET CALLPEND-APPROVED TO TRUE
           ELSE
               SET CALLPEND-REJECTED TO TRUE
           END-IF.
           MOVE WS-APPROVER-ID TO CALLPEND-APPROVER-ID.
           MOVE WS-TODAY TO CALLPEND-DECISION-DATE.
           REWRITE CALLPEND-RECORD.
           IF NOT WS-CALLPEND-OK
               MOVE 'Y' TO WS-REFUSED-SWITCH
               MOVE SPACES TO WS-OUTCOME
               STRING 'REFUSED - REWRITE FAILED, STATUS '
                          DELIMITED BY SIZE
                      WS-CALLPEND-STATUS DELIMITED BY SIZE
                   INTO WS-OUTCOME
               END-STRING
               GO TO 3200-RECORD-DECISION-EXIT
           END-IF.
           IF CALLPEND-APPROVED
               ADD 1 TO WS-APPROVED-COUNT
               MOVE 'APPROVED' TO WS-OUTCOME
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED' TO WS-OUTCOME
           END-IF.
       3200-RECORD-DECISION-EXIT.
           EXIT.

      ***********************************************************
      * 7000-PRINT-CHANGE -- ONE LINE FOR THE CHANGE IN THE       *
      * CALLPEND RECORD AREA, WITH WS-OUTCOME.                    *
      ***********************************************************
       7000-PRINT-CHANGE.
           MOVE CALLPEND-CHANGE-ID TO WS-DL-CHANGE-ID.
           MOVE CALLPEND-TARGET-FILE TO WS-DL-TARGET.
           MOVE CALLPEND-SUBMITTER-ID TO WS-DL-SUBMITTER.
           MOVE CALLPEND-SUBMIT-DATE TO WS-DL-SUBMIT-DATE.
           MOVE CALLPEND-CHANGE-DATA TO WS-DL-CHANGE-DATA.
           MOVE WS-OUTCOME TO WS-DL-OUTCOME.
           WRITE CALLPNDP-LINE FROM WS-DETAIL-LINE.
       7000-PRINT-CHANGE-EXIT.
           EXIT.

       7900-PRINT-SUMMARY.
           MOVE SPACES TO CALLPNDP-LINE.
           WRITE CALLPNDP-LINE.
           MOVE 'CHANGES EXPIRED' TO WS-SL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDP-LINE FROM WS-SUMMARY-LINE.
           MOVE 'DECISIONS READ' TO WS-SL-LABEL.
           MOVE WS-DECISION-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDP-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CHANGES APPROVED' TO WS-SL-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDP-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CHANGES REJECTED' TO WS-SL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDP-LINE FROM WS-SUMMARY-LINE.
           MOVE 'DECISIONS REFUSED' TO WS-SL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-SL-COUNT.
           WRITE CALLPNDP-LINE FROM WS-SUMMARY-LINE.
       7900-PRINT-SUMMARY-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CALLPEND-FILE.
           CLOSE CALLPNDD-FILE.
           CLOSE CALLPNDP-FILE.
           DISPLAY 'CALLPNDA: EXPIRED=' WS-EXPIRED-COUNT
               ' APPROVED=' WS-APPROVED-COUNT
               ' REJECTED=' WS-REJECTED-COUNT
               ' REFUSED=' WS-REFUSED-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
