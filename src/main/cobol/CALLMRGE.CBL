      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   PARTITION MERGE FOR THE NIGHTLY CALLDEMO RUN.  ONCE
      *            EVERY PARTITION JOB (CALLDP01 THROUGH CALLDP04) HAS
      *            FINISHED, THIS PROGRAM FOOTS EACH PARTITION'S
      *            CALLDEMO RUN AGAINST THE CALLPCTL RECORD CALLSPLT
      *            WROTE FOR IT AND, ONLY IF ALL OF THEM FOOT, PUTS
      *            THE NIGHT BACK TOGETHER FOR EVERYTHING DOWNSTREAM:
      *
      *              - THE PARTITION AUDIT TRAILS (DD CALLERRP, THE
      *                PARTITION CALLERR DATASETS CONCATENATED) ARE
      *                APPENDED TO THE ONE DAILY CALLERR;
      *              - THE PARTITION DEFERRED-WORK FILES (DD CALLDEFP,
      *                OPTIONAL) ARE APPENDED TO CALLDEFW FOR CALLDEFR;
      *              - THE PARTITION RESPONSE JOURNALS (DD CALLJRNP,
      *                OPTIONAL) ARE APPENDED TO THE DAILY CALLJRNL
      *                FOR CALLJPST;
      *              - ONE RUN-LOG HEADER AND TRAILER FOR THE WHOLE
      *                NIGHT GO TO CALLRLOG -- PARTITION 00, THE
      *                EARLIEST PARTITION START, THE LATEST END, THE
      *                SUMMED COUNTS AND THE WORST PARTITION RC;
      *              - THE BUSINESS DATE AND FEED ID GO TO CALLPROC,
      *                WHICH THE PARTITIONS ONLY READ.
      *
      *            A PARTITION FOOTS WHEN ITS LATEST RUN FOR THE
      *            BUSINESS DATE ON CALLRLGP (THE PARTITION RUN LOGS
      *            CONCATENATED) HAS A TRAILER, ENDED RC 4 OR LESS,
      *            AND SHOWS EXACTLY THE TRANSACTION, CRITICAL AND
      *            BULK COUNTS ON ITS CALLPCTL RECORD.  IF ANY ONE
      *            DOES NOT, NOTHING IS MERGED: FIX AND RESUBMIT THAT
      *            PARTITION'S JOB ALONE, THEN RESUBMIT THE MERGE.
      *
      *            RETURN CODES:
      *              0  - MERGED, EVERY PARTITION RAN CLEAN
      *              4  - MERGED, A PARTITION ENDED RC 4
      *              8  - A PARTITION DID NOT FOOT, NOTHING MERGED
      *             12  - CALLPCTL MISSING OR INCONSISTENT, OR THE
      *                   DATE AND FEED ARE ALREADY ON CALLPROC
      *             16  - A FILE COULD NOT BE OPENED, OR THE NIGHT
      *                   WAS MERGED BUT COULD NOT BE RECORDED ON
      *                   CALLPROC (SEE 3400 BEFORE RESUBMITTING)
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      *   15 OCT 2026  RS    THE PARTITION RESPONSE JOURNALS (DD
      *                      CALLJRNP) ARE APPENDED TO THE DAILY
      *                      CALLJRNL WITH THE AUDIT TRAILS, AND THE
      *                      COUNT IS PRINTED ON THE MERGE REPORT.
      *                      WITHOUT THE CALLJRNP DD THERE IS NO
      *                      JOURNAL TO CARRY AND CALLJRNL IS NOT
      *                      OPENED.
      *   15 OCT 2026  RS    A FAILED OPEN OF CALLPROC AFTER THE MERGE
      *                      NOW ENDS THE STEP RC 16 SO CALLSTPX MARKS
      *                      IT FAILED, INSTEAD OF ENDING CLEAN WITH
      *                      THE DATE AND FEED NOT RECORDED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLMRGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLPCTL-FILE ASSIGN TO CALLPCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPCTL-STATUS.

           SELECT CALLRLGP-FILE ASSIGN TO CALLRLGP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLRLGP-STATUS.

           SELECT CALLERRP-FILE ASSIGN TO CALLERRP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLERRP-STATUS.

           SELECT CALLDEFP-FILE ASSIGN TO CALLDEFP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLDEFP-STATUS.

           SELECT CALLERR-FILE ASSIGN TO CALLERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLERR-STATUS.

           SELECT CALLDEFW-FILE ASSIGN TO CALLDEFW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLDEFW-STATUS.

           SELECT CALLJRNP-FILE ASSIGN TO CALLJRNP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLJRNP-STATUS.

           SELECT CALLJRNL-FILE ASSIGN TO CALLJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLJRNL-STATUS.

           SELECT CALLRLOG-FILE ASSIGN TO CALLRLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLRLOG-STATUS.

           SELECT CALLPROC-FILE ASSIGN TO CALLPROC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPROC-STATUS.

           SELECT CALLMRGR-FILE ASSIGN TO CALLMRGR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLMRGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLPCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLPCTL.

       FD  CALLRLGP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLRLOG REPLACING LEADING ==CALLRLOG== BY ==CALLRLGP==.

       FD  CALLERRP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLERRP-REC                    PIC X(80).

       FD  CALLDEFP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLDEFP-REC                    PIC X(80).

       FD  CALLERR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLERR-REC                     PIC X(80).

       FD  CALLDEFW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLDEFW-REC                    PIC X(80).

       FD  CALLJRNP-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CALLJRNP-REC                    PIC X(200).

       FD  CALLJRNL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CALLJRNL-REC                    PIC X(200).

       FD  CALLRLOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLRLOG.

       FD  CALLPROC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPROC-RECORD.
           05  CALLPROC-BUSINESS-DATE      PIC 9(08).
           05  CALLPROC-FEED-ID            PIC X(08).
           05  CALLPROC-RUN-ID             PIC 9(14).
           05  FILLER                      PIC X(50).

       FD  CALLMRGR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLMRGR-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CALLSTPL.
       77  WS-STEP-SAVE-RC                  PIC S9(04)  VALUE ZERO.

       77  WS-CALLPCTL-STATUS               PIC X(02).
           88  WS-CALLPCTL-OK                   VALUE '00'.
       77  WS-CALLRLGP-STATUS               PIC X(02).
           88  WS-CALLRLGP-OK                   VALUE '00'.
       77  WS-CALLERRP-STATUS               PIC X(02).
           88  WS-CALLERRP-OK                   VALUE '00'.
       77  WS-CALLDEFP-STATUS               PIC X(02).
           88  WS-CALLDEFP-OK                   VALUE '00'.
       77  WS-CALLERR-STATUS                PIC X(02).
           88  WS-CALLERR-OK                    VALUE '00'.
       77  WS-CALLDEFW-STATUS               PIC X(02).
           88  WS-CALLDEFW-OK                   VALUE '00'.
       77  WS-CALLJRNP-STATUS               PIC X(02).
           88  WS-CALLJRNP-OK                   VALUE '00'.
       77  WS-CALLJRNL-STATUS               PIC X(02).
           88  WS-CALLJRNL-OK                   VALUE '00'.
       77  WS-CALLRLOG-STATUS               PIC X(02).
           88  WS-CALLRLOG-OK                   VALUE '00'.
       77  WS-CALLPROC-STATUS               PIC X(02).
           88  WS-CALLPROC-OK                   VALUE '00'.
       77  WS-CALLMRGR-STATUS               PIC X(02).
           88  WS-CALLMRGR-OK                   VALUE '00'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-CONTROL-FAILED-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-FAILED                VALUE 'Y'.
       77  WS-FOOT-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-FOOT-FAILED                   VALUE 'Y'.
       77  WS-PROC-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-PROC-FAILED                   VALUE 'Y'.
       77  WS-DEFER-SWITCH                  PIC X(01)   VALUE 'N'.
           88  WS-DEFER-PRESENT                 VALUE 'Y'.
       77  WS-JOURNAL-SWITCH                PIC X(01)   VALUE 'N'.
           88  WS-JOURNAL-PRESENT               VALUE 'Y'.
       77  WS-MERGED-SWITCH                 PIC X(01)   VALUE 'N'.
           88  WS-MERGED                        VALUE 'Y'.
       77  WS-PCTL-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-PCTL-END-OF-FILE              VALUE 'Y'.
       77  WS-RLGP-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-RLGP-END-OF-FILE              VALUE 'Y'.
       77  WS-COPY-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-COPY-END-OF-FILE              VALUE 'Y'.
       77  WS-PROC-EOF-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-PROC-END-OF-FILE              VALUE 'Y'.

       77  WS-MAX-PARTITIONS                PIC 9(02)   VALUE 4.
       77  WS-PCTL-COUNT                    PIC 9(02)   VALUE ZERO.
       77  WS-PARTITION-NUMBER              PIC 9(02)   VALUE ZERO.
       77  WS-LAST-HDR-PARTITION            PIC 9(02)   VALUE ZERO.
       77  WS-BUSINESS-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-FEED-ID                       PIC X(08)   VALUE SPACES.
       77  WS-WORST-RC                      PIC 9(02)   VALUE ZERO.
       77  WS-ERR-COPY-COUNT                PIC 9(09)   VALUE ZERO.
       77  WS-DEFER-COPY-COUNT              PIC 9(09)   VALUE ZERO.
       77  WS-JRNL-COPY-COUNT               PIC 9(09)   VALUE ZERO.
       77  WS-TOTAL-EXPECTED                PIC 9(09)   VALUE ZERO.
       77  WS-TOTAL-TRAN-COUNT              PIC 9(09)   VALUE ZERO.
       77  WS-TOTAL-REJECT-COUNT            PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-CRITICAL-COUNT          PIC 9(09)   VALUE ZERO.
       77  WS-TOTAL-BULK-COUNT              PIC 9(09)   VALUE ZERO.
       77  WS-CD-DATE                       PIC 9(08).
       77  WS-CD-TIME                       PIC 9(06).
       01  WS-CLOCK-TIME.
           05  WS-CLOCK-HHMMSS              PIC 9(06).
           05  WS-CLOCK-CC                  PIC 9(02).
       01  WS-RUN-ID.
           05  WS-RUN-ID-DATE               PIC 9(08).
           05  WS-RUN-ID-TIME               PIC 9(06).
       01  WS-EARLIEST-START.
           05  WS-EARLIEST-START-DATE       PIC 9(08)   VALUE 99999999.
           05  WS-EARLIEST-START-TIME       PIC 9(06)   VALUE 999999.
       01  WS-LATEST-END.
           05  WS-LATEST-END-DATE           PIC 9(08)   VALUE ZERO.
           05  WS-LATEST-END-TIME           PIC 9(06)   VALUE ZERO.
       01  WS-COMPARE-STAMP.
           05  WS-COMPARE-DATE              PIC 9(08).
           05  WS-COMPARE-TIME              PIC 9(06).

      ***********************************************************
      * ONE ENTRY PER PARTITION: THE CALLPCTL COUNTS IT MUST FOOT *
      * TO, AND THE LATEST RUN FOUND FOR IT ON CALLRLGP.          *
      ***********************************************************
       01  CALLMRGE-PARTITION-TABLE.
           05  CALLMRGE-PARTITION-ENTRY OCCURS 4 TIMES
                   INDEXED BY CALLMRGE-TX.
               10  CALLMRGE-P-PCTL-SWITCH  PIC X(01).
                   88  CALLMRGE-P-PCTL-SEEN    VALUE 'Y'.
               10  CALLMRGE-P-DETAIL-COUNT PIC 9(09).
               10  CALLMRGE-P-EXPECTED-COUNT
                                           PIC 9(09).
               10  CALLMRGE-P-EXP-CRITICAL PIC 9(09).
               10  CALLMRGE-P-EXP-BULK     PIC 9(09).
               10  CALLMRGE-P-HDR-SWITCH   PIC X(01).
                   88  CALLMRGE-P-HDR-FOUND    VALUE 'Y'.
               10  CALLMRGE-P-TRL-SWITCH   PIC X(01).
                   88  CALLMRGE-P-TRL-FOUND    VALUE 'Y'.
               10  CALLMRGE-P-RUN-ID       PIC 9(14).
               10  CALLMRGE-P-START-DATE   PIC 9(08).
               10  CALLMRGE-P-START-TIME   PIC 9(06).
               10  CALLMRGE-P-END-DATE     PIC 9(08).
               10  CALLMRGE-P-END-TIME     PIC 9(06).
               10  CALLMRGE-P-TRAN-COUNT   PIC 9(09).
               10  CALLMRGE-P-REJECT-COUNT PIC 9(07).
               10  CALLMRGE-P-RETURN-CODE  PIC 9(02).
               10  CALLMRGE-P-CRITICAL-COUNT
                                           PIC 9(09).
               10  CALLMRGE-P-BULK-COUNT   PIC 9(09).
               10  CALLMRGE-P-STATUS-TEXT  PIC X(30).

       01  WS-MRG-HEADING-1.
           05  FILLER               PIC X(31) VALUE
               'CALLDEMO PARTITION MERGE REPORT'.
           05  FILLER               PIC X(16) VALUE
               '  BUSINESS DATE '.
           05  WS-MH-BUSINESS-DATE  PIC 9(08).
           05  FILLER               PIC X(06) VALUE '  FEED'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MH-FEED-ID        PIC X(08).
       01  WS-MRG-HEADING-2.
           05  FILLER               PIC X(06) VALUE 'PART  '.
           05  FILLER               PIC X(16) VALUE 'RUN ID          '.
           05  FILLER               PIC X(04) VALUE 'RC  '.
           05  FILLER               PIC X(12) VALUE '    EXPECTED'.
           05  FILLER               PIC X(12) VALUE '      DRIVEN'.
           05  FILLER               PIC X(12) VALUE '    CRITICAL'.
           05  FILLER               PIC X(12) VALUE '        BULK'.
           05  FILLER               PIC X(10) VALUE '   REJECTS'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE 'STATUS'.
       01  WS-MRG-PART-LINE.
           05  WS-MP-PARTITION      PIC 9(02).
           05  FILLER               PIC X(04).
           05  WS-MP-RUN-ID         PIC X(14).
           05  FILLER               PIC X(02).
           05  WS-MP-RETURN-CODE    PIC X(02).
           05  FILLER               PIC X(03).
           05  WS-MP-EXPECTED-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-MP-TRAN-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-MP-CRITICAL-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-MP-BULK-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-MP-REJECT-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02).
           05  WS-MP-STATUS-TEXT    PIC X(30).
       01  WS-MRG-TOTAL-LINE.
           05  FILLER               PIC X(06) VALUE 'TOTAL '.
           05  FILLER               PIC X(16) VALUE SPACES.
           05  WS-MT-RETURN-CODE    PIC 9(02).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-MT-EXPECTED-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MT-TRAN-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MT-CRITICAL-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MT-BULK-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MT-REJECT-COUNT   PIC Z,ZZZ,ZZ9.
       01  WS-MRG-COPY-LINE.
           05  FILLER               PIC X(20) VALUE
               'CALLERR APPENDED    '.
           05  WS-MC-ERR-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
               '   CALLDEFW APPENDED'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MC-DEFER-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
               '   CALLJRNL APPENDED'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MC-JRNL-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE
               '   MERGED RUN ID'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MC-RUN-ID         PIC X(14).
       01  WS-MRG-STATUS-LINE.
           05  WS-MS-TEXT           PIC X(80).

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
               PERFORM 1200-LOAD-CONTROL-FILE
                   THRU 1200-LOAD-CONTROL-FILE-EXIT

               IF NOT WS-CONTROL-FAILED
                   PERFORM 1500-SCAN-PARTITION-LOGS
                       THRU 1500-SCAN-PARTITION-LOGS-EXIT

                   PERFORM 1600-FOOT-ONE-PARTITION
                       THRU 1600-FOOT-ONE-PARTITION-EXIT
                       VARYING CALLMRGE-TX FROM 1 BY 1
                       UNTIL CALLMRGE-TX > WS-MAX-PARTITIONS

                   IF NOT WS-FOOT-FAILED
                       PERFORM 1700-CHECK-PROCESSED-FILE
                           THRU 1700-CHECK-PROCESSED-FILE-EXIT
                   END-IF

                   IF NOT WS-FOOT-FAILED
                       AND NOT WS-CONTROL-FAILED
                       PERFORM 3000-MERGE-PARTITIONS
                           THRU 3000-MERGE-PARTITIONS-EXIT
                   END-IF
               END-IF

               PERFORM 7000-PRINT-MERGE-REPORT
                   THRU 7000-PRINT-MERGE-REPORT-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-PROC-FAILED
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-CONTROL-FAILED
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-FOOT-FAILED
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       MOVE WS-WORST-RC TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM 8900-END-STEP
               THRU 8900-END-STEP-EXIT.

           STOP RUN.

      ***********************************************************
      * 1000-INITIALIZE -- CALLDEFP IS OPTIONAL: WITHOUT IT (OR   *
      * WITH NO CIRCUIT BREAKER IN USE) THERE IS NO DEFERRED WORK *
      * TO CARRY, AND CALLDEFW IS NOT OPENED.  CALLJRNP AND       *
      * CALLJRNL ARE OPTIONAL IN THE SAME WAY (1100).  CALLPROC   *
      * IS OPENED ONLY WHEN IT IS READ AND WHEN IT IS WRITTEN.    *
      ***********************************************************
       1000-INITIALIZE.
           INITIALIZE CALLMRGE-PARTITION-TABLE.

           OPEN INPUT CALLPCTL-FILE.
           IF NOT WS-CALLPCTL-OK
               DISPLAY 'CALLMRGE: UNABLE TO OPEN CALLPCTL, STATUS='
                   WS-CALLPCTL-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLRLGP-FILE.
           IF NOT WS-CALLRLGP-OK
               DISPLAY 'CALLMRGE: UNABLE TO OPEN CALLRLGP, STATUS='
                   WS-CALLRLGP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPCTL-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLERRP-FILE.
           IF NOT WS-CALLERRP-OK
               DISPLAY 'CALLMRGE: UNABLE TO OPEN CALLERRP, STATUS='
                   WS-CALLERRP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPCTL-FILE
               CLOSE CALLRLGP-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND CALLERR-FILE.
           IF NOT WS-CALLERR-OK
               DISPLAY 'CALLMRGE: UNABLE TO OPEN CALLERR, STATUS='
                   WS-CALLERR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPCTL-FILE
               CLOSE CALLRLGP-FILE
               CLOSE CALLERRP-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND CALLRLOG-FILE.
           IF NOT WS-CALLRLOG-OK
               DISPLAY 'CALLMRGE: UNABLE TO OPEN CALLRLOG, STATUS='
                   WS-CALLRLOG-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPCTL-FILE
               CLOSE CALLRLGP-FILE
               CLOSE CALLERRP-FILE
               CLOSE CALLERR-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLMRGR-FILE.
           IF NOT WS-CALLMRGR-OK
               DISPLAY 'CALLMRGE: UNABLE TO OPEN CALLMRGR, STATUS='
                   WS-CALLMRGR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPCTL-FILE
               CLOSE CALLRLGP-FILE
               CLOSE CALLERRP-FILE
               CLOSE CALLERR-FILE
               CLOSE CALLRLOG-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1100-OPEN-JOURNAL-FILES
               THRU 1100-OPEN-JOURNAL-FILES-EXIT.
           IF WS-OPEN-FAILED
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLDEFP-FILE.
           IF NOT WS-CALLDEFP-OK
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN EXTEND CALLDEFW-FILE.
           IF NOT WS-CALLDEFW-OK
               DISPLAY 'CALLMRGE: UNABLE TO OPEN CALLDEFW, STATUS='
                   WS-CALLDEFW-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPCTL-FILE
               CLOSE CALLRLGP-FILE
               CLOSE CALLERRP-FILE
               CLOSE CALLERR-FILE
               CLOSE CALLRLOG-FILE
               CLOSE CALLMRGR-FILE
               CLOSE CALLDEFP-FILE
               IF WS-JOURNAL-PRESENT
                   CLOSE CALLJRNP-FILE
                   CLOSE CALLJRNL-FILE
               END-IF
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE 'Y' TO WS-DEFER-SWITCH.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-OPEN-JOURNAL-FILES -- NO CALLJRNP MEANS NO RESPONSE  *
      * JOURNAL TO CARRY.  A CALLJRNP THAT OPENS WITH A CALLJRNL  *
      * THAT DOES NOT IS AN OPEN FAILURE LIKE ANY OTHER.          *
      ***********************************************************
       1100-OPEN-JOURNAL-FILES.
           OPEN INPUT CALLJRNP-FILE.
           IF NOT WS-CALLJRNP-OK
               GO TO 1100-OPEN-JOURNAL-FILES-EXIT
           END-IF.
           OPEN EXTEND CALLJRNL-FILE.
           IF NOT WS-CALLJRNL-OK
               DISPLAY 'CALLMRGE: UNABLE TO OPEN CALLJRNL, STATUS='
                   WS-CALLJRNL-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLPCTL-FILE
               CLOSE CALLRLGP-FILE
               CLOSE CALLERRP-FILE
               CLOSE CALLERR-FILE
               CLOSE CALLRLOG-FILE
               CLOSE CALLMRGR-FILE
               CLOSE CALLJRNP-FILE
               GO TO 1100-OPEN-JOURNAL-FILES-EXIT
           END-IF.
           MOVE 'Y' TO WS-JOURNAL-SWITCH.
       1100-OPEN-JOURNAL-FILES-EXIT.
           EXIT.

      ***********************************************************
      * 1200-LOAD-CONTROL-FILE -- CALLSPLT WRITES ONE CALLPCTL    *
      * RECORD PER PARTITION, ALL FOR ONE BUSINESS DATE AND FEED, *
      * AND NONE AT ALL WHEN THE ACCEPTED FILE WAS SHORT.  AN     *
      * EMPTY, PARTIAL OR MIXED FILE MEANS THE SPLIT DID NOT      *
      * COMPLETE, AND THERE IS NOTHING SAFE TO MERGE AGAINST.     *
      ***********************************************************
       1200-LOAD-CONTROL-FILE.
           PERFORM 1210-LOAD-ONE-CONTROL
               THRU 1210-LOAD-ONE-CONTROL-EXIT
               UNTIL WS-PCTL-END-OF-FILE.
           IF WS-CONTROL-FAILED
               GO TO 1200-LOAD-CONTROL-FILE-EXIT
           END-IF.
           IF WS-PCTL-COUNT NOT = WS-MAX-PARTITIONS
               DISPLAY 'CALLMRGE: CALLPCTL HAS ' WS-PCTL-COUNT
                   ' PARTITION RECORD(S), EXPECTED '
                   WS-MAX-PARTITIONS
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
           END-IF.
       1200-LOAD-CONTROL-FILE-EXIT.
           EXIT.

       1210-LOAD-ONE-CONTROL.
           READ CALLPCTL-FILE
               AT END
                   MOVE 'Y' TO WS-PCTL-EOF-SWITCH
           END-READ.
           IF WS-PCTL-END-OF-FILE
               GO TO 1210-LOAD-ONE-CONTROL-EXIT
           END-IF.
           IF CALLPCTL-PARTITION NOT NUMERIC
               OR CALLPCTL-PARTITION = ZERO
               OR CALLPCTL-PARTITION > WS-MAX-PARTITIONS
               DISPLAY 'CALLMRGE: CALLPCTL PARTITION '
                   CALLPCTL-PARTITION ' IS NOT VALID'
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
               MOVE 'Y' TO WS-PCTL-EOF-SWITCH
               GO TO 1210-LOAD-ONE-CONTROL-EXIT
           END-IF.
           IF WS-PCTL-COUNT = ZERO
               MOVE CALLPCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE CALLPCTL-FEED-ID TO WS-FEED-ID
           END-IF.
           IF CALLPCTL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               OR CALLPCTL-FEED-ID NOT = WS-FEED-ID
               DISPLAY 'CALLMRGE: CALLPCTL PARTITION '
                   CALLPCTL-PARTITION ' IS FOR '
                   CALLPCTL-BUSINESS-DATE ' ' CALLPCTL-FEED-ID
                   ', NOT ' WS-BUSINESS-DATE ' ' WS-FEED-ID
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
               MOVE 'Y' TO WS-PCTL-EOF-SWITCH
               GO TO 1210-LOAD-ONE-CONTROL-EXIT
           END-IF.
           SET CALLMRGE-TX TO CALLPCTL-PARTITION.
           IF CALLMRGE-P-PCTL-SEEN (CALLMRGE-TX)
               DISPLAY 'CALLMRGE: CALLPCTL PARTITION '
                   CALLPCTL-PARTITION ' APPEARS TWICE'
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
               MOVE 'Y' TO WS-PCTL-EOF-SWITCH
               GO TO 1210-LOAD-ONE-CONTROL-EXIT
           END-IF.
           ADD 1 TO WS-PCTL-COUNT.
           MOVE 'Y' TO CALLMRGE-P-PCTL-SWITCH (CALLMRGE-TX).
           MOVE CALLPCTL-DETAIL-COUNT
               TO CALLMRGE-P-DETAIL-COUNT (CALLMRGE-TX).
           MOVE CALLPCTL-EXPECTED-COUNT
               TO CALLMRGE-P-EXPECTED-COUNT (CALLMRGE-TX).
           MOVE CALLPCTL-CRITICAL-COUNT
               TO CALLMRGE-P-EXP-CRITICAL (CALLMRGE-TX).
           MOVE CALLPCTL-BULK-COUNT
               TO CALLMRGE-P-EXP-BULK (CALLMRGE-TX).
           ADD CALLPCTL-EXPECTED-COUNT TO WS-TOTAL-EXPECTED.
       1210-LOAD-ONE-CONTROL-EXIT.
           EXIT.

      ***********************************************************
      * 1500-SCAN-PARTITION-LOGS -- EACH PARTITION'S RUN LOG IS   *
      * ITS OWN DATASET, CONCATENATED UNDER CALLRLGP, SO A        *
      * TRAILER ALWAYS FOLLOWS ITS OWN HEADER.  A LATER HEADER    *
      * FOR THE SAME PARTITION AND DATE (A RESTART) REPLACES THE  *
      * EARLIER RUN, AND ONLY A TRAILER WITH THE CURRENT HEADER'S *
      * RUN ID COMPLETES IT.                                      *
      ***********************************************************
       1500-SCAN-PARTITION-LOGS.
           PERFORM 1510-SCAN-ONE-LOG-RECORD
               THRU 1510-SCAN-ONE-LOG-RECORD-EXIT
               UNTIL WS-RLGP-END-OF-FILE.
       1500-SCAN-PARTITION-LOGS-EXIT.
           EXIT.

       1510-SCAN-ONE-LOG-RECORD.
           READ CALLRLGP-FILE
               AT END
                   MOVE 'Y' TO WS-RLGP-EOF-SWITCH
           END-READ.
           IF WS-RLGP-END-OF-FILE
               GO TO 1510-SCAN-ONE-LOG-RECORD-EXIT
           END-IF.
           IF CALLRLGP-TYPE-HEADER
               MOVE ZERO TO WS-LAST-HDR-PARTITION
               IF CALLRLGP-HDR-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND CALLRLGP-HDR-PARTITION NUMERIC
                   AND CALLRLGP-HDR-PARTITION > ZERO
                   AND CALLRLGP-HDR-PARTITION
                       NOT > WS-MAX-PARTITIONS
                   MOVE CALLRLGP-HDR-PARTITION
                       TO WS-LAST-HDR-PARTITION
                   SET CALLMRGE-TX TO WS-LAST-HDR-PARTITION
                   MOVE 'Y' TO CALLMRGE-P-HDR-SWITCH (CALLMRGE-TX)
                   MOVE 'N' TO CALLMRGE-P-TRL-SWITCH (CALLMRGE-TX)
                   MOVE CALLRLGP-RUN-ID
                       TO CALLMRGE-P-RUN-ID (CALLMRGE-TX)
                   MOVE CALLRLGP-HDR-START-DATE
                       TO CALLMRGE-P-START-DATE (CALLMRGE-TX)
                   MOVE CALLRLGP-HDR-START-TIME
                       TO CALLMRGE-P-START-TIME (CALLMRGE-TX)
               END-IF
               GO TO 1510-SCAN-ONE-LOG-RECORD-EXIT
           END-IF.
           IF NOT CALLRLGP-TYPE-TRAILER
               OR WS-LAST-HDR-PARTITION = ZERO
               GO TO 1510-SCAN-ONE-LOG-RECORD-EXIT
           END-IF.
           SET CALLMRGE-TX TO WS-LAST-HDR-PARTITION.
           IF CALLRLGP-RUN-ID NOT = CALLMRGE-P-RUN-ID (CALLMRGE-TX)
               GO TO 1510-SCAN-ONE-LOG-RECORD-EXIT
           END-IF.
           MOVE 'Y' TO CALLMRGE-P-TRL-SWITCH (CALLMRGE-TX).
           MOVE CALLRLGP-TRL-END-DATE
               TO CALLMRGE-P-END-DATE (CALLMRGE-TX).
           MOVE CALLRLGP-TRL-END-TIME
               TO CALLMRGE-P-END-TIME (CALLMRGE-TX).
           MOVE CALLRLGP-TRL-TRAN-COUNT
               TO CALLMRGE-P-TRAN-COUNT (CALLMRGE-TX).
           MOVE CALLRLGP-TRL-REJECT-COUNT
               TO CALLMRGE-P-REJECT-COUNT (CALLMRGE-TX).
           MOVE CALLRLGP-TRL-RETURN-CODE
               TO CALLMRGE-P-RETURN-CODE (CALLMRGE-TX).
           MOVE CALLRLGP-TRL-CRITICAL-COUNT
               TO CALLMRGE-P-CRITICAL-COUNT (CALLMRGE-TX).
           MOVE CALLRLGP-TRL-BULK-COUNT
               TO CALLMRGE-P-BULK-COUNT (CALLMRGE-TX).
           MOVE ZERO TO WS-LAST-HDR-PARTITION.
       1510-SCAN-ONE-LOG-RECORD-EXIT.
           EXIT.

      ***********************************************************
      * 1600-FOOT-ONE-PARTITION -- THE PARTITION'S LATEST RUN     *
      * MUST HAVE FINISHED, CLEAN OR WITH WARNINGS ONLY, AND HAVE *
      * DRIVEN EXACTLY WHAT CALLSPLT GAVE IT, CLASS BY CLASS.     *
      ***********************************************************
       1600-FOOT-ONE-PARTITION.
           IF NOT CALLMRGE-P-HDR-FOUND (CALLMRGE-TX)
               MOVE 'NOT RUN FOR THE DATE'
                   TO CALLMRGE-P-STATUS-TEXT (CALLMRGE-TX)
               MOVE 'Y' TO WS-FOOT-FAILED-SWITCH
               GO TO 1600-FOOT-ONE-PARTITION-EXIT
           END-IF.
           IF NOT CALLMRGE-P-TRL-FOUND (CALLMRGE-TX)
               MOVE 'RUN DID NOT FINISH'
                   TO CALLMRGE-P-STATUS-TEXT (CALLMRGE-TX)
               MOVE 'Y' TO WS-FOOT-FAILED-SWITCH
               GO TO 1600-FOOT-ONE-PARTITION-EXIT
           END-IF.
           IF CALLMRGE-P-RETURN-CODE (CALLMRGE-TX) > 4
               MOVE 'RUN FAILED'
                   TO CALLMRGE-P-STATUS-TEXT (CALLMRGE-TX)
               MOVE 'Y' TO WS-FOOT-FAILED-SWITCH
               GO TO 1600-FOOT-ONE-PARTITION-EXIT
           END-IF.
           IF CALLMRGE-P-TRAN-COUNT (CALLMRGE-TX)
                   NOT = CALLMRGE-P-EXPECTED-COUNT (CALLMRGE-TX)
               OR CALLMRGE-P-CRITICAL-COUNT (CALLMRGE-TX)
                   NOT = CALLMRGE-P-EXP-CRITICAL (CALLMRGE-TX)
               OR CALLMRGE-P-BULK-COUNT (CALLMRGE-TX)
                   NOT = CALLMRGE-P-EXP-BULK (CALLMRGE-TX)
               MOVE 'COUNTS DO NOT FOOT TO CALLPCTL'
                   TO CALLMRGE-P-STATUS-TEXT (CALLMRGE-TX)
               MOVE 'Y' TO WS-FOOT-FAILED-SWITCH
               GO TO 1600-FOOT-ONE-PARTITION-EXIT
           END-IF.
           MOVE 'FOOTED'
               TO CALLMRGE-P-STATUS-TEXT (CALLMRGE-TX).
           IF CALLMRGE-P-RETURN-CODE (CALLMRGE-TX) > WS-WORST-RC
               MOVE CALLMRGE-P-RETURN-CODE (CALLMRGE-TX)
                   TO WS-WORST-RC
           END-IF.
           ADD CALLMRGE-P-TRAN-COUNT (CALLMRGE-TX)
               TO WS-TOTAL-TRAN-COUNT.
           ADD CALLMRGE-P-REJECT-COUNT (CALLMRGE-TX)
               TO WS-TOTAL-REJECT-COUNT.
           ADD CALLMRGE-P-CRITICAL-COUNT (CALLMRGE-TX)
               TO WS-TOTAL-CRITICAL-COUNT.
           ADD CALLMRGE-P-BULK-COUNT (CALLMRGE-TX)
               TO WS-TOTAL-BULK-COUNT.
           MOVE CALLMRGE-P-START-DATE (CALLMRGE-TX) TO WS-COMPARE-DATE.
           MOVE CALLMRGE-P-START-TIME (CALLMRGE-TX) TO WS-COMPARE-TIME.
           IF WS-COMPARE-STAMP < WS-EARLIEST-START
               MOVE WS-COMPARE-STAMP TO WS-EARLIEST-START
           END-IF.
           MOVE CALLMRGE-P-END-DATE (CALLMRGE-TX) TO WS-COMPARE-DATE.
           MOVE CALLMRGE-P-END-TIME (CALLMRGE-TX) TO WS-COMPARE-TIME.
           IF WS-COMPARE-STAMP > WS-LATEST-END
               MOVE WS-COMPARE-STAMP TO WS-LATEST-END
           END-IF.
       1600-FOOT-ONE-PARTITION-EXIT.
           EXIT.

      ***********************************************************
      * 1700-CHECK-PROCESSED-FILE -- THE SAME CHECK CALLDEMO      *
      * MAKES UP FRONT.  A DATE AND FEED ALREADY ON CALLPROC WERE *
      * MERGED BY AN EARLIER RUN, AND MERGING AGAIN WOULD DOUBLE  *
      * THE DAY'S AUDIT TRAIL.  NO CALLPROC IS A FIRST RUN.       *
      ***********************************************************
       1700-CHECK-PROCESSED-FILE.
           OPEN INPUT CALLPROC-FILE.
           IF NOT WS-CALLPROC-OK
               GO TO 1700-CHECK-PROCESSED-FILE-EXIT
           END-IF.
           PERFORM 1710-READ-ONE-PROCESSED
               THRU 1710-READ-ONE-PROCESSED-EXIT
               UNTIL WS-PROC-END-OF-FILE.
           CLOSE CALLPROC-FILE.
       1700-CHECK-PROCESSED-FILE-EXIT.
           EXIT.

       1710-READ-ONE-PROCESSED.
           READ CALLPROC-FILE
               AT END
                   MOVE 'Y' TO WS-PROC-EOF-SWITCH
           END-READ.
           IF WS-PROC-END-OF-FILE
               GO TO 1710-READ-ONE-PROCESSED-EXIT
           END-IF.
           IF CALLPROC-BUSINESS-DATE = WS-BUSINESS-DATE
               AND CALLPROC-FEED-ID = WS-FEED-ID
               DISPLAY 'CALLMRGE: BUSINESS DATE ' WS-BUSINESS-DATE
                   ' FEED ' WS-FEED-ID ' ALREADY MERGED BY RUN '
                   CALLPROC-RUN-ID
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
               MOVE 'Y' TO WS-PROC-EOF-SWITCH
           END-IF.
       1710-READ-ONE-PROCESSED-EXIT.
           EXIT.

      ***********************************************************
      * 3000-MERGE-PARTITIONS -- EVERY PARTITION FOOTED.  CARRY   *
      * THE AUDIT TRAIL, DEFERRED WORK AND RESPONSE JOURNAL       *
      * FORWARD, CLOSE THE NIGHT ON THE RUN LOG AS ONE RUN, AND   *
      * ONLY THEN RECORD THE DATE AS PROCESSED.                   *
      ***********************************************************
       3000-MERGE-PARTITIONS.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-CD-TIME.
           MOVE WS-CD-DATE TO WS-RUN-ID-DATE.
           MOVE WS-CD-TIME TO WS-RUN-ID-TIME.

           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 3100-COPY-ONE-ERROR
               THRU 3100-COPY-ONE-ERROR-EXIT
               UNTIL WS-COPY-END-OF-FILE.

           IF WS-DEFER-PRESENT
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM 3200-COPY-ONE-DEFERRED
                   THRU 3200-COPY-ONE-DEFERRED-EXIT
                   UNTIL WS-COPY-END-OF-FILE
           END-IF.

           IF WS-JOURNAL-PRESENT
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               PERFORM 3250-COPY-ONE-JOURNAL
                   THRU 3250-COPY-ONE-JOURNAL-EXIT
                   UNTIL WS-COPY-END-OF-FILE
           END-IF.

           PERFORM 3300-WRITE-RUN-LOG
               THRU 3300-WRITE-RUN-LOG-EXIT.

           PERFORM 3400-RECORD-PROCESSED-DATE
               THRU 3400-RECORD-PROCESSED-DATE-EXIT.

           MOVE 'Y' TO WS-MERGED-SWITCH.
       3000-MERGE-PARTITIONS-EXIT.
           EXIT.

       3100-COPY-ONE-ERROR.
           READ CALLERRP-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF WS-COPY-END-OF-FILE
               GO TO 3100-COPY-ONE-ERROR-EXIT
           END-IF.
           WRITE CALLERR-REC FROM CALLERRP-REC.
           ADD 1 TO WS-ERR-COPY-COUNT.
       3100-COPY-ONE-ERROR-EXIT.
           EXIT.

       3200-COPY-ONE-DEFERRED.
           READ CALLDEFP-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF WS-COPY-END-OF-FILE
               GO TO 3200-COPY-ONE-DEFERRED-EXIT
           END-IF.
           WRITE CALLDEFW-REC FROM CALLDEFP-REC.
           ADD 1 TO WS-DEFER-COPY-COUNT.
       3200-COPY-ONE-DEFERRED-EXIT.
           EXIT.

       3250-COPY-ONE-JOURNAL.
           READ CALLJRNP-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF WS-COPY-END-OF-FILE
               GO TO 3250-COPY-ONE-JOURNAL-EXIT
           END-IF.
           WRITE CALLJRNL-REC FROM CALLJRNP-REC.
           ADD 1 TO WS-JRNL-COPY-COUNT.
       3250-COPY-ONE-JOURNAL-EXIT.
           EXIT.

      ***********************************************************
      * 3300-WRITE-RUN-LOG -- ONE HEADER AND TRAILER FOR THE      *
      * WHOLE NIGHT UNDER THE MERGE'S OWN RUN ID, SO CALLRLGR AND *
      * CALLRUNQ SEE ONE CALLDEMO RUN PER BUSINESS DATE AS THEY   *
      * ALWAYS HAVE.  PARTITION 00 MARKS IT AS THE WHOLE FILE.    *
      ***********************************************************
       3300-WRITE-RUN-LOG.
           MOVE SPACES TO CALLRLOG-RECORD.
           SET CALLRLOG-TYPE-HEADER TO TRUE.
           MOVE WS-RUN-ID TO CALLRLOG-RUN-ID.
           MOVE WS-BUSINESS-DATE TO CALLRLOG-HDR-BUSINESS-DATE.
           MOVE WS-EARLIEST-START-DATE TO CALLRLOG-HDR-START-DATE.
           MOVE WS-EARLIEST-START-TIME TO CALLRLOG-HDR-START-TIME.
           MOVE ZERO TO CALLRLOG-HDR-PARTITION.
           WRITE CALLRLOG-RECORD.

           MOVE SPACES TO CALLRLOG-RECORD.
           SET CALLRLOG-TYPE-TRAILER TO TRUE.
           MOVE WS-RUN-ID TO CALLRLOG-RUN-ID.
           MOVE WS-LATEST-END-DATE TO CALLRLOG-TRL-END-DATE.
           MOVE WS-LATEST-END-TIME TO CALLRLOG-TRL-END-TIME.
           MOVE WS-TOTAL-TRAN-COUNT TO CALLRLOG-TRL-TRAN-COUNT.
           MOVE WS-TOTAL-REJECT-COUNT TO CALLRLOG-TRL-REJECT-COUNT.
           MOVE WS-WORST-RC TO CALLRLOG-TRL-RETURN-CODE.
           MOVE WS-TOTAL-CRITICAL-COUNT TO CALLRLOG-TRL-CRITICAL-COUNT.
           MOVE WS-TOTAL-BULK-COUNT TO CALLRLOG-TRL-BULK-COUNT.
           WRITE CALLRLOG-RECORD.
       3300-WRITE-RUN-LOG-EXIT.
           EXIT.

      ***********************************************************
      * 3400-RECORD-PROCESSED-DATE -- BY NOW THE NIGHT IS MERGED, *
      * SO A CALLPROC THAT WILL NOT OPEN ENDS THE STEP RC 16.     *
      * THE DATE AND FEED ARE NOT ON CALLPROC, SO A RESUBMITTED   *
      * MERGE WOULD APPEND EVERYTHING A SECOND TIME: ADD THE      *
      * CALLPROC RECORD BY HAND FROM THE MERGE REPORT INSTEAD.    *
      ***********************************************************
       3400-RECORD-PROCESSED-DATE.
           OPEN EXTEND CALLPROC-FILE.
           IF NOT WS-CALLPROC-OK
               DISPLAY 'CALLMRGE: UNABLE TO EXTEND CALLPROC, STATUS='
                   WS-CALLPROC-STATUS
               DISPLAY 'CALLMRGE: NIGHT MERGED BUT NOT RECORDED, RUN '
                   WS-RUN-ID
               MOVE 'Y' TO WS-PROC-FAILED-SWITCH
               GO TO 3400-RECORD-PROCESSED-DATE-EXIT
           END-IF.
           MOVE SPACES TO CALLPROC-RECORD.
           MOVE WS-BUSINESS-DATE TO CALLPROC-BUSINESS-DATE.
           MOVE WS-FEED-ID TO CALLPROC-FEED-ID.
           MOVE WS-RUN-ID TO CALLPROC-RUN-ID.
           WRITE CALLPROC-RECORD.
           CLOSE CALLPROC-FILE.
       3400-RECORD-PROCESSED-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 7000-PRINT-MERGE-REPORT -- ONE LINE PER PARTITION WITH    *
      * WHAT IT WAS GIVEN AND WHAT IT DROVE, THE NIGHT'S TOTALS,  *
      * AND WHETHER THE MERGE WAS DONE.                           *
      ***********************************************************
       7000-PRINT-MERGE-REPORT.
           MOVE WS-BUSINESS-DATE TO WS-MH-BUSINESS-DATE.
           MOVE WS-FEED-ID TO WS-MH-FEED-ID.
           WRITE CALLMRGR-LINE FROM WS-MRG-HEADING-1.
           WRITE CALLMRGR-LINE FROM WS-MRG-HEADING-2.
           PERFORM 7100-PRINT-ONE-PARTITION
               THRU 7100-PRINT-ONE-PARTITION-EXIT
               VARYING CALLMRGE-TX FROM 1 BY 1
               UNTIL CALLMRGE-TX > WS-MAX-PARTITIONS.
           MOVE WS-WORST-RC TO WS-MT-RETURN-CODE.
           MOVE WS-TOTAL-EXPECTED TO WS-MT-EXPECTED-COUNT.
           MOVE WS-TOTAL-TRAN-COUNT TO WS-MT-TRAN-COUNT.
           MOVE WS-TOTAL-CRITICAL-COUNT TO WS-MT-CRITICAL-COUNT.
           MOVE WS-TOTAL-BULK-COUNT TO WS-MT-BULK-COUNT.
           MOVE WS-TOTAL-REJECT-COUNT TO WS-MT-REJECT-COUNT.
           WRITE CALLMRGR-LINE FROM WS-MRG-TOTAL-LINE.
           MOVE WS-ERR-COPY-COUNT TO WS-MC-ERR-COUNT.
           MOVE WS-DEFER-COPY-COUNT TO WS-MC-DEFER-COUNT.
           MOVE WS-JRNL-COPY-COUNT TO WS-MC-JRNL-COUNT.
           IF WS-MERGED
               MOVE WS-RUN-ID TO WS-MC-RUN-ID
           ELSE
               MOVE SPACES TO WS-MC-RUN-ID
           END-IF.
           WRITE CALLMRGR-LINE FROM WS-MRG-COPY-LINE.
           EVALUATE TRUE
               WHEN WS-PROC-FAILED
                   MOVE 'PARTITIONS MERGED -- CALLPROC NOT UPDATED'
                       TO WS-MS-TEXT
               WHEN WS-MERGED
                   MOVE 'PARTITIONS MERGED' TO WS-MS-TEXT
               WHEN WS-CONTROL-FAILED
                   MOVE 'CONTROL CHECK FAILED -- NOT MERGED'
                       TO WS-MS-TEXT
               WHEN OTHER
                   MOVE 'A PARTITION DID NOT FOOT -- NOT MERGED'
                       TO WS-MS-TEXT
           END-EVALUATE.
           WRITE CALLMRGR-LINE FROM WS-MRG-STATUS-LINE.
       7000-PRINT-MERGE-REPORT-EXIT.
           EXIT.

       7100-PRINT-ONE-PARTITION.
           MOVE SPACES TO WS-MRG-PART-LINE.
           SET WS-PARTITION-NUMBER TO CALLMRGE-TX.
           MOVE WS-PARTITION-NUMBER TO WS-MP-PARTITION.
           IF CALLMRGE-P-HDR-FOUND (CALLMRGE-TX)
               MOVE CALLMRGE-P-RUN-ID (CALLMRGE-TX) TO WS-MP-RUN-ID
           END-IF.
           IF CALLMRGE-P-TRL-FOUND (CALLMRGE-TX)
               MOVE CALLMRGE-P-RETURN-CODE (CALLMRGE-TX)
                   TO WS-MP-RETURN-CODE
           END-IF.
           MOVE CALLMRGE-P-EXPECTED-COUNT (CALLMRGE-TX)
               TO WS-MP-EXPECTED-COUNT.
           MOVE CALLMRGE-P-TRAN-COUNT (CALLMRGE-TX)
               TO WS-MP-TRAN-COUNT.
           MOVE CALLMRGE-P-CRITICAL-COUNT (CALLMRGE-TX)
               TO WS-MP-CRITICAL-COUNT.
           MOVE CALLMRGE-P-BULK-COUNT (CALLMRGE-TX)
               TO WS-MP-BULK-COUNT.
           MOVE CALLMRGE-P-REJECT-COUNT (CALLMRGE-TX)
               TO WS-MP-REJECT-COUNT.
           MOVE CALLMRGE-P-STATUS-TEXT (CALLMRGE-TX)
               TO WS-MP-STATUS-TEXT.
           WRITE CALLMRGR-LINE FROM WS-MRG-PART-LINE.
       7100-PRINT-ONE-PARTITION-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CALLPCTL-FILE.
           CLOSE CALLRLGP-FILE.
           CLOSE CALLERRP-FILE.
           CLOSE CALLERR-FILE.
           CLOSE CALLRLOG-FILE.
           CLOSE CALLMRGR-FILE.
           IF WS-DEFER-PRESENT
               CLOSE CALLDEFP-FILE
               CLOSE CALLDEFW-FILE
           END-IF.
           IF WS-JOURNAL-PRESENT
               CLOSE CALLJRNP-FILE
               CLOSE CALLJRNL-FILE
           END-IF.
           DISPLAY 'CALLMRGE: BUSINESS DATE ' WS-BUSINESS-DATE
               ' FEED ' WS-FEED-ID
               ' DRIVEN=' WS-TOTAL-TRAN-COUNT
               ' CALLERR APPENDED=' WS-ERR-COPY-COUNT.
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
           MOVE 'CALLMRGE' TO CALLSTPX-PROGRAM-NAME.
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

       9999-END.
           EXIT.
