      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   DAILY LEDGER POSTING EXTRACT AND RETURN-SEVERITY
      *            WARNINGS REPORT FROM CALLDYN'S SUBPROGRAM RESPONSE
      *            JOURNAL.  CALLERR ONLY KEEPS THE INBOUND IMAGE OF A
      *            CALL AND HOW IT ENDED; THE JOURNAL (DD CALLJRNL,
      *            LAYOUT CALLJRNR) KEEPS WHAT THE SUBPROGRAM HANDED
      *            BACK.  THIS PROGRAM SORTS THE JOURNAL BY BUSINESS
      *            DATE, FEED ID, SOURCE SYSTEM AND SEQUENCE (CALL
      *            ORDER WITHIN A KEY) AND:
      *
      *              - WRITES THE POSTING EXTRACT FOR THE DOWNSTREAM
      *                LEDGER (DD CALLJPSX, LAYOUT CALLJPSX): A 'HDR',
      *                ONE 'DTL' PER SUCCESSFUL CALL (DISPOSITION 'S',
      *                RETURN SEVERITY 00) WITH THE RETURNED PARM
      *                BLOCK, AND A 'TRL' WITH THE DETAIL COUNT, THE
      *                RERUN COUNT AND THE SEQUENCE HASH TOTAL;
      *              - PRINTS THE WARNINGS REPORT (DD CALLJPSR)
      *                LISTING EVERY CALL THAT CAME BACK WITH A
      *                RETURN SEVERITY OTHER THAN 00 -- WHICH CALLDYN
      *                LOGS AS A FAILURE, SO IT IS NEVER POSTED --
      *                WITH THE SEVERITY, DISPOSITION AND RERUN FLAG.
      *
      *            A CALLDEMO RESTART RE-DRIVES THE TRANSACTIONS
      *            AFTER ITS LAST CHECKPOINT, SO ONE KEY CAN CARRY
      *            TWO SUCCESSFUL RESPONSES.  ONLY THE FIRST IS
      *            POSTED; THE REPLAY IS LISTED ON THE REPORT.  THE
      *            FEED ID IS PART OF THE KEY, SO A RESUBMITTED OR
      *            DEFERRED TRANSACTION (WHICH KEEPS ITS ORIGINAL
      *            SEQUENCE UNDER A NEW BUSINESS DATE) IS NEVER TAKEN
      *            FOR A REPLAY OF ANOTHER FEED'S TRANSACTION.  RERUNS
      *            FROM CALLRTRY AND CALLONL HAVE SEQUENCE ZERO (SEE
      *            CALLJRNR) AND EVERY SUCCESSFUL ONE IS POSTED,
      *            FLAGGED 'R' OR 'O' ON THE DETAIL.
      *
      *            RETURN CODES:
      *              0  - EXTRACT WRITTEN, NO WARNINGS
      *              4  - EXTRACT WRITTEN; NON-NORMAL SEVERITIES OR
      *                   REPLAYED RESPONSES ARE LISTED, OR THE
      *                   JOURNAL WAS EMPTY
      *              8  - THE SORT FAILED; THE EXTRACT IS INCOMPLETE
      *                   AND MUST NOT BE SENT
      *             16  - A FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLJPST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLJRNL-FILE ASSIGN TO CALLJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLJRNL-STATUS.

           SELECT CALLJPSX-FILE ASSIGN TO CALLJPSX
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLJPSX-STATUS.

           SELECT CALLJPSR-FILE ASSIGN TO CALLJPSR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLJPSR-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLJRNL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CALLJRNR.

       FD  CALLJPSX-FILE
           RECORD CONTAINS 168 CHARACTERS.
       COPY CALLJPSX.

       FD  CALLJPSR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLJPSR-LINE                   PIC X(132).

       SD  SORT-FILE.
       COPY CALLJRNR REPLACING LEADING ==CALLJRNR== BY ==SORT-JRN==.

       WORKING-STORAGE SECTION.
       77  WS-CALLJRNL-STATUS               PIC X(02).
           88  WS-CALLJRNL-OK                   VALUE '00'.
       77  WS-CALLJPSX-STATUS               PIC X(02).
           88  WS-CALLJPSX-OK                   VALUE '00'.
       77  WS-CALLJPSR-STATUS               PIC X(02).
           88  WS-CALLJPSR-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-SORT-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-SORT-END-OF-FILE              VALUE 'Y'.
       77  WS-KEY-POSTED-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-KEY-POSTED                    VALUE 'Y'.

       77  WS-CD-DATE                       PIC 9(08).
       77  WS-CD-TIME                       PIC 9(06).
       77  WS-FROM-DATE                     PIC 9(08)   VALUE 99999999.
       77  WS-TO-DATE                       PIC 9(08)   VALUE ZERO.
       01  WS-PREVIOUS-KEY.
           05  WS-PREV-BUSINESS-DATE        PIC 9(08)   VALUE ZERO.
           05  WS-PREV-FEED-ID              PIC X(08)   VALUE SPACES.
           05  WS-PREV-SOURCE-SYSTEM        PIC X(03)   VALUE SPACES.
           05  WS-PREV-SEQUENCE             PIC 9(07)   VALUE ZERO.

       77  WS-READ-COUNT                    PIC 9(09)   VALUE ZERO.
       77  WS-RETURNED-COUNT                PIC 9(09)   VALUE ZERO.
       77  WS-POSTED-COUNT                  PIC 9(09)   VALUE ZERO.
       77  WS-RERUN-POSTED-COUNT            PIC 9(09)   VALUE ZERO.
       77  WS-NOT-POSTED-COUNT              PIC 9(09)   VALUE ZERO.
       77  WS-REPLAYED-COUNT                PIC 9(09)   VALUE ZERO.
       77  WS-WARNING-COUNT                 PIC 9(09)   VALUE ZERO.
       77  WS-ERROR-COUNT                   PIC 9(09)   VALUE ZERO.
       77  WS-SEVERE-COUNT                  PIC 9(09)   VALUE ZERO.
       77  WS-OTHER-SEV-COUNT               PIC 9(09)   VALUE ZERO.
       77  WS-LISTED-COUNT                  PIC 9(09)   VALUE ZERO.
       77  WS-SEQUENCE-HASH                 PIC 9(15)   VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'CALLDEMO SUBPROGRAM RESPONSE WARNINGS   '.
           05  FILLER               PIC X(09) VALUE 'RUN DATE '.
           05  WS-H1-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(17) VALUE
               '  BUSINESS DATES '.
           05  WS-H1-FROM-DATE      PIC 9(08).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  WS-H1-TO-DATE        PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER               PIC X(10) VALUE 'BUS DATE'.
           05  FILLER               PIC X(10) VALUE 'FEED ID'.
           05  FILLER               PIC X(05) VALUE 'SRC'.
           05  FILLER               PIC X(09) VALUE 'SEQUENCE'.
           05  FILLER               PIC X(03) VALUE 'RR'.
           05  FILLER               PIC X(10) VALUE 'TRAN CODE'.
           05  FILLER               PIC X(10) VALUE 'PROGRAM'.
           05  FILLER               PIC X(03) VALUE 'D'.
           05  FILLER               PIC X(07) VALUE '   RC'.
           05  FILLER               PIC X(04) VALUE 'SEV'.
           05  FILLER               PIC X(03) VALUE 'F'.
           05  FILLER               PIC X(32) VALUE 'DATA FIELD'.
           05  FILLER               PIC X(24) VALUE 'NOTE'.
       01  WS-LIST-LINE.
           05  WS-LL-BUSINESS-DATE  PIC 9(08).
           05  FILLER               PIC X(02).
           05  WS-LL-FEED-ID        PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-LL-SOURCE-SYSTEM  PIC X(03).
           05  FILLER               PIC X(02).
           05  WS-LL-SEQUENCE       PIC 9(07).
           05  FILLER               PIC X(02).
           05  WS-LL-RERUN-FLAG     PIC X(01).
           05  FILLER               PIC X(02).
           05  WS-LL-TRAN-CODE      PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-LL-PROGRAM-NAME   PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-LL-DISPOSITION    PIC X(01).
           05  FILLER               PIC X(02).
           05  WS-LL-RETURN-CODE    PIC ----9.
           05  FILLER               PIC X(02).
           05  WS-LL-RETURN-SEV     PIC X(02).
           05  FILLER               PIC X(02).
           05  WS-LL-STATUS-FLAG    PIC X(01).
           05  FILLER               PIC X(02).
           05  WS-LL-DATA-FIELD     PIC X(30).
           05  FILLER               PIC X(02).
           05  WS-LL-NOTE           PIC X(24).
       01  WS-NO-WARNINGS-LINE.
           05  FILLER               PIC X(40) VALUE
               'NO NON-NORMAL RETURN SEVERITIES'.
       01  WS-SUMMARY-LINE-1.
           05  FILLER               PIC X(16) VALUE
               'JOURNAL RECORDS='.
           05  WS-SL-READ           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE '  POSTED='.
           05  WS-SL-POSTED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(17) VALUE
               '  RERUNS POSTED='.
           05  WS-SL-RERUN-POSTED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE
               '  NOT POSTED='.
           05  WS-SL-NOT-POSTED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE '  REPLAYED='.
           05  WS-SL-REPLAYED       PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER               PIC X(21) VALUE
               'RETURN SEVERITY  04='.
           05  WS-SL-WARNING        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(06) VALUE '  08='.
           05  WS-SL-ERROR          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(06) VALUE '  12='.
           05  WS-SL-SEVERE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE '  OTHER='.
           05  WS-SL-OTHER-SEV      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(22) VALUE
               '  EXTRACT SEQ HASH='.
           05  WS-SL-HASH           PIC 9(15).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-JRN-BUSINESS-DATE
                                    SORT-JRN-FEED-ID
                                    SORT-JRN-SOURCE-SYSTEM
                                    SORT-JRN-SEQUENCE
                                    SORT-JRN-CALL-DATE
                                    SORT-JRN-CALL-TIME
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2000-RELEASE-INPUT
                       THRU 2000-RELEASE-INPUT-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-POSTINGS
                       THRU 3000-WRITE-POSTINGS-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN SORT-RETURN NOT = ZERO
                       DISPLAY 'CALLJPST: SORT FAILED, SORT-RETURN='
                           SORT-RETURN
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-LISTED-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-READ-COUNT = ZERO
                       DISPLAY 'CALLJPST: RESPONSE JOURNAL IS EMPTY'
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALLJRNL-FILE.
           IF NOT WS-CALLJRNL-OK
               DISPLAY 'CALLJPST: UNABLE TO OPEN CALLJRNL, STATUS='
                   WS-CALLJRNL-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLJPSX-FILE.
           IF NOT WS-CALLJPSX-OK
               DISPLAY 'CALLJPST: UNABLE TO OPEN CALLJPSX, STATUS='
                   WS-CALLJPSX-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLJRNL-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLJPSR-FILE.
           IF NOT WS-CALLJPSR-OK
               DISPLAY 'CALLJPST: UNABLE TO OPEN CALLJPSR, STATUS='
                   WS-CALLJPSR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLJRNL-FILE
               CLOSE CALLJPSX-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-RELEASE-INPUT -- HAND EVERY JOURNAL RECORD TO THE    *
      * SORT WHILE TRACKING THE RANGE OF BUSINESS DATES FOR THE   *
      * EXTRACT HEADER AND THE REPORT HEADING.                    *
      ***********************************************************
       2000-RELEASE-INPUT.
           PERFORM 2100-RELEASE-ONE-RECORD
               THRU 2100-RELEASE-ONE-RECORD-EXIT
               UNTIL WS-END-OF-FILE.
       2000-RELEASE-INPUT-EXIT.
           EXIT.

       2100-RELEASE-ONE-RECORD.
           READ CALLJRNL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2100-RELEASE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF CALLJRNR-BUSINESS-DATE NUMERIC
               IF CALLJRNR-BUSINESS-DATE LESS THAN WS-FROM-DATE
                   MOVE CALLJRNR-BUSINESS-DATE TO WS-FROM-DATE
               END-IF
               IF CALLJRNR-BUSINESS-DATE GREATER THAN WS-TO-DATE
                   MOVE CALLJRNR-BUSINESS-DATE TO WS-TO-DATE
               END-IF
           END-IF.
           RELEASE SORT-JRN-RECORD FROM CALLJRNR-RECORD.
       2100-RELEASE-ONE-RECORD-EXIT.
           EXIT.

      ***********************************************************
      * 3000-WRITE-POSTINGS -- EXTRACT HEADER AND REPORT HEADING, *
      * THE SORTED RESPONSES, THEN THE EXTRACT TRAILER AND THE    *
      * REPORT SUMMARY.  AN EMPTY JOURNAL STILL GETS ITS CONTROL  *
      * RECORDS (COUNT ZERO, DATE RANGE ZEROES), AS CALLARCH DOES *
      * FOR AN EMPTY MONTH.                                       *
      ***********************************************************
       3000-WRITE-POSTINGS.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CD-TIME FROM TIME.
           IF WS-READ-COUNT = ZERO
               MOVE ZERO TO WS-FROM-DATE
               MOVE ZERO TO WS-TO-DATE
           END-IF.

           MOVE SPACES TO CALLJPSX-HEADER-RECORD.
           MOVE 'HDR' TO CALLJPSX-H-RECORD-TYPE.
           MOVE 'CALLJPST' TO CALLJPSX-H-INTERFACE-ID.
           MOVE WS-FROM-DATE TO CALLJPSX-H-DATE-FROM.
           MOVE WS-TO-DATE TO CALLJPSX-H-DATE-TO.
           MOVE WS-CD-DATE TO CALLJPSX-H-CREATE-DATE.
           MOVE WS-CD-TIME TO CALLJPSX-H-CREATE-TIME.
           WRITE CALLJPSX-HEADER-RECORD.

           MOVE WS-CD-DATE TO WS-H1-RUN-DATE.
           MOVE WS-FROM-DATE TO WS-H1-FROM-DATE.
           MOVE WS-TO-DATE TO WS-H1-TO-DATE.
           WRITE CALLJPSR-LINE FROM WS-HEADING-1.
           WRITE CALLJPSR-LINE FROM WS-HEADING-2.
           MOVE SPACES TO WS-LIST-LINE.

           PERFORM 3100-RETURN-ONE-RECORD
               THRU 3100-RETURN-ONE-RECORD-EXIT
               UNTIL WS-SORT-END-OF-FILE.

           MOVE SPACES TO CALLJPSX-TRAILER-RECORD.
           MOVE 'TRL' TO CALLJPSX-T-RECORD-TYPE.
           MOVE WS-POSTED-COUNT TO CALLJPSX-T-DETAIL-COUNT.
           MOVE WS-RERUN-POSTED-COUNT TO CALLJPSX-T-RERUN-COUNT.
           MOVE WS-SEQUENCE-HASH TO CALLJPSX-T-SEQUENCE-HASH.
           WRITE CALLJPSX-TRAILER-RECORD.

           PERFORM 7000-PRINT-SUMMARY
               THRU 7000-PRINT-SUMMARY-EXIT.
       3000-WRITE-POSTINGS-EXIT.
           EXIT.

      ***********************************************************
      * 3100-RETURN-ONE-RECORD -- A NEW BUSINESS DATE, FEED ID,   *
      * SOURCE SYSTEM OR SEQUENCE STARTS A NEW TRANSACTION.  A    *
      * NON-NORMAL SEVERITY IS LISTED; A SUCCESSFUL CALL IS       *
      * POSTED ONCE PER TRANSACTION (SEQUENCE ZERO -- A RERUN --  *
      * ALWAYS POSTS).  ANYTHING ELSE ENDED IN FAILURE OR WAS     *
      * FAILED OVER, AND IS ONLY COUNTED.                         *
      ***********************************************************
       3100-RETURN-ONE-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
           IF WS-SORT-END-OF-FILE
               GO TO 3100-RETURN-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-RETURNED-COUNT.

           IF SORT-JRN-KEY NOT = WS-PREVIOUS-KEY
               MOVE SORT-JRN-KEY TO WS-PREVIOUS-KEY
               MOVE 'N' TO WS-KEY-POSTED-SWITCH
           END-IF.

           IF NOT SORT-JRN-SEV-NORMAL
               PERFORM 3300-LIST-SEVERITY
                   THRU 3300-LIST-SEVERITY-EXIT
               ADD 1 TO WS-NOT-POSTED-COUNT
               GO TO 3100-RETURN-ONE-RECORD-EXIT
           END-IF.

           IF NOT SORT-JRN-DISP-SUCCESS
               ADD 1 TO WS-NOT-POSTED-COUNT
               GO TO 3100-RETURN-ONE-RECORD-EXIT
           END-IF.

           IF WS-KEY-POSTED
               AND SORT-JRN-SEQUENCE NOT = ZERO
               ADD 1 TO WS-REPLAYED-COUNT
               MOVE 'REPLAYED - NOT POSTED' TO WS-LL-NOTE
               PERFORM 3400-PRINT-LIST-LINE
                   THRU 3400-PRINT-LIST-LINE-EXIT
               GO TO 3100-RETURN-ONE-RECORD-EXIT
           END-IF.

           PERFORM 3200-WRITE-POSTING
               THRU 3200-WRITE-POSTING-EXIT.
           MOVE 'Y' TO WS-KEY-POSTED-SWITCH.
       3100-RETURN-ONE-RECORD-EXIT.
           EXIT.

       3200-WRITE-POSTING.
           MOVE SPACES TO CALLJPSX-DETAIL-RECORD.
           MOVE 'DTL' TO CALLJPSX-D-RECORD-TYPE.
           MOVE SORT-JRN-BUSINESS-DATE TO CALLJPSX-D-BUSINESS-DATE.
           MOVE SORT-JRN-FEED-ID TO CALLJPSX-D-FEED-ID.
           MOVE SORT-JRN-SOURCE-SYSTEM TO CALLJPSX-D-SOURCE-SYSTEM.
           MOVE SORT-JRN-SEQUENCE TO CALLJPSX-D-SEQUENCE.
           MOVE SORT-JRN-RERUN-FLAG TO CALLJPSX-D-RERUN-FLAG.
           MOVE SORT-JRN-TRAN-CODE TO CALLJPSX-D-TRAN-CODE.
           MOVE SORT-JRN-PROGRAM-NAME TO CALLJPSX-D-PROGRAM-NAME.
           MOVE SORT-JRN-STATUS-FLAG TO CALLJPSX-D-STATUS-FLAG.
           MOVE SORT-JRN-DATA-FIELD TO CALLJPSX-D-DATA-FIELD.
           MOVE SORT-JRN-DATA-EXTENSION TO CALLJPSX-D-DATA-EXTENSION.
           MOVE SORT-JRN-SEGMENT-COUNT TO CALLJPSX-D-SEGMENT-COUNT.
           WRITE CALLJPSX-DETAIL-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD SORT-JRN-SEQUENCE TO WS-SEQUENCE-HASH.
           IF SORT-JRN-RERUN
               ADD 1 TO WS-RERUN-POSTED-COUNT
           END-IF.
       3200-WRITE-POSTING-EXIT.
           EXIT.

      ***********************************************************
      * 3300-LIST-SEVERITY -- ONE REPORT LINE FOR A CALL THAT     *
      * CAME BACK WITH A RETURN SEVERITY OTHER THAN 00.  A VALUE  *
      * THAT IS NOT A DEFINED SEVERITY IS LISTED AS WELL.         *
      ***********************************************************
       3300-LIST-SEVERITY.
           EVALUATE TRUE
               WHEN SORT-JRN-SEV-WARNING
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE 'WARNING' TO WS-LL-NOTE
               WHEN SORT-JRN-SEV-ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'ERROR' TO WS-LL-NOTE
               WHEN SORT-JRN-SEV-SEVERE
                   ADD 1 TO WS-SEVERE-COUNT
                   MOVE 'SEVERE' TO WS-LL-NOTE
               WHEN OTHER
                   ADD 1 TO WS-OTHER-SEV-COUNT
                   MOVE 'UNDEFINED SEVERITY' TO WS-LL-NOTE
           END-EVALUATE.
           PERFORM 3400-PRINT-LIST-LINE
               THRU 3400-PRINT-LIST-LINE-EXIT.
       3300-LIST-SEVERITY-EXIT.
           EXIT.

       3400-PRINT-LIST-LINE.
           MOVE SORT-JRN-BUSINESS-DATE TO WS-LL-BUSINESS-DATE.
           MOVE SORT-JRN-FEED-ID TO WS-LL-FEED-ID.
           MOVE SORT-JRN-SOURCE-SYSTEM TO WS-LL-SOURCE-SYSTEM.
           MOVE SORT-JRN-SEQUENCE TO WS-LL-SEQUENCE.
           MOVE SORT-JRN-RERUN-FLAG TO WS-LL-RERUN-FLAG.
           MOVE SORT-JRN-TRAN-CODE TO WS-LL-TRAN-CODE.
           MOVE SORT-JRN-PROGRAM-NAME TO WS-LL-PROGRAM-NAME.
           MOVE SORT-JRN-DISPOSITION TO WS-LL-DISPOSITION.
           MOVE SORT-JRN-RETURN-CODE TO WS-LL-RETURN-CODE.
           IF SORT-JRN-RETURN-SEV NUMERIC
               MOVE SORT-JRN-RETURN-SEV TO WS-LL-RETURN-SEV
           ELSE
               MOVE '**' TO WS-LL-RETURN-SEV
           END-IF.
           MOVE SORT-JRN-STATUS-FLAG TO WS-LL-STATUS-FLAG.
           MOVE SORT-JRN-DATA-FIELD TO WS-LL-DATA-FIELD.
           WRITE CALLJPSR-LINE FROM WS-LIST-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-LIST-LINE.
       3400-PRINT-LIST-LINE-EXIT.
           EXIT.

       7000-PRINT-SUMMARY.
           IF WS-LISTED-COUNT = ZERO
               WRITE CALLJPSR-LINE FROM WS-NO-WARNINGS-LINE
           END-IF.
           MOVE SPACES TO CALLJPSR-LINE.
           WRITE CALLJPSR-LINE.
           MOVE WS-READ-COUNT TO WS-SL-READ.
           MOVE WS-POSTED-COUNT TO WS-SL-POSTED.
           MOVE WS-RERUN-POSTED-COUNT TO WS-SL-RERUN-POSTED.
           MOVE WS-NOT-POSTED-COUNT TO WS-SL-NOT-POSTED.
           MOVE WS-REPLAYED-COUNT TO WS-SL-REPLAYED.
           WRITE CALLJPSR-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-WARNING-COUNT TO WS-SL-WARNING.
           MOVE WS-ERROR-COUNT TO WS-SL-ERROR.
           MOVE WS-SEVERE-COUNT TO WS-SL-SEVERE.
           MOVE WS-OTHER-SEV-COUNT TO WS-SL-OTHER-SEV.
           MOVE WS-SEQUENCE-HASH TO WS-SL-HASH.
           WRITE CALLJPSR-LINE FROM WS-SUMMARY-LINE-2.
       7000-PRINT-SUMMARY-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CALLJRNL-FILE.
           CLOSE CALLJPSX-FILE.
           CLOSE CALLJPSR-FILE.
           DISPLAY 'CALLJPST: READ=' WS-READ-COUNT
               ' POSTED=' WS-POSTED-COUNT
               ' RERUNS=' WS-RERUN-POSTED-COUNT
               ' LISTED=' WS-LISTED-COUNT
               ' RANGE=' WS-FROM-DATE '-' WS-TO-DATE.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
