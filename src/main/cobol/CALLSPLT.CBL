      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   PARTITION SPLIT FOR THE NIGHTLY CALLDEMO RUN.  ONE
      *            CALLDEMO STEP DRIVING THE WHOLE ACCEPTED FILE
      *            TWICE (CRITICAL PASS, THEN BULK PASS) HAD BECOME
      *            THE LONG POLE OF THE BATCH WINDOW.  THIS PROGRAM
      *            CUTS THE ACCEPTED FILE INTO UP TO FOUR PARTITION
      *            FILES (DD CALLPT01 THROUGH CALLPT04) BY TRAN CODE,
      *            AS THE CALLPART PARTITION MAP ASSIGNS THEM, AND
      *            EACH PARTITION IS THEN RUN BY ITS OWN CALLDEMO JOB
      *            (CALLDP01 THROUGH CALLDP04), ALL FOUR AT ONCE.
      *
      *            A CONTINUATION CARRIES ITS PRIMARY'S TRAN CODE, SO
      *            A MULTI-SEGMENT TRANSACTION ALWAYS LANDS WHOLE IN
      *            ONE PARTITION, IN ITS ORIGINAL ORDER.  RECORDS
      *            KEEP THEIR PRIORITY-CLASS STAMP, SO EACH PARTITION
      *            STILL DRIVES ITS CRITICAL CLASS FIRST.  EVERY
      *            PARTITION FILE GETS THE ACCEPTED FILE'S HEADER
      *            (BUSINESS DATE, FEED ID) STAMPED WITH ITS
      *            PARTITION NUMBER AND A TRAILER WITH ITS OWN DETAIL
      *            COUNT; AN EMPTY PARTITION IS JUST A HEADER AND A
      *            ZERO TRAILER, SO ITS JOB RUNS CLEAN.  ONE CALLPCTL
      *            RECORD PER PARTITION CARRIES THE COUNTS CALLMRGE
      *            FOOTS EACH PARTITION'S RUN AGAINST.
      *
      *            THE CALLPART MAP (COLS 1-8 TRAN CODE, COLS 9-10
      *            PARTITION 01-04) IS THE ONLY THING TO CHANGE TO
      *            MOVE WORK BETWEEN PARTITIONS.  A ROW FOR TRAN CODE
      *            '*DEFAULT' SETS THE PARTITION FOR EVERY CODE NOT
      *            LISTED, OTHERWISE 01.  WITHOUT THE DD EVERYTHING
      *            GOES TO PARTITION 01 AND THE OTHERS RUN EMPTY.
      *
      *            A MISSING HEADER, OR A MISSING OR SHORT TRAILER ON
      *            THE ACCEPTED FILE, LEAVES THE PARTITION FILES
      *            WITHOUT TRAILERS AND WRITES NO CALLPCTL RECORD, SO
      *            NEITHER CALLDEMO NOR CALLMRGE WILL ACCEPT THEM.
      *
      *            RETURN CODES:
      *              0  - SPLIT CLEAN
      *              4  - SPLIT CLEAN, BUT THE PARTITION MAP HAD A
      *                   BAD OR DUPLICATE ROW, WAS FULL, OR WAS NOT
      *                   PRESENT (SEE SYSOUT)
      *              8  - TRAILER MISSING OR COUNT MISMATCH
      *             12  - HEADER MISSING OR INVALID
      *             16  - A FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      *   15 OCT 2026  RS    THE SEGMENT-CHAIN STATE IS NOW KEPT PER
      *                      PARTITION IN CALLSPLT-PARTITION-TABLE.
      *                      ONE SHARED CHAIN LET A RECORD BOUND FOR
      *                      ONE PARTITION CLOSE A CHAIN OPEN IN
      *                      ANOTHER, SO A CONTINUATION THAT CALLDEMO
      *                      ASSEMBLES WAS COUNTED AS AN ORPHAN, THE
      *                      CALLPCTL COUNTS DID NOT FOOT TO THE
      *                      PARTITION RUN LOGS, AND CALLMRGE REFUSED
      *                      A GOOD NIGHT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLSPLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLTRAN-FILE ASSIGN TO CALLTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLTRAN-STATUS.

           SELECT CALLPART-FILE ASSIGN TO CALLPART
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPART-STATUS.

           SELECT CALLPT01-FILE ASSIGN TO CALLPT01
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPT01-STATUS.

           SELECT CALLPT02-FILE ASSIGN TO CALLPT02
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPT02-STATUS.

           SELECT CALLPT03-FILE ASSIGN TO CALLPT03
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPT03-STATUS.

           SELECT CALLPT04-FILE ASSIGN TO CALLPT04
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPT04-STATUS.

           SELECT CALLPCTL-FILE ASSIGN TO CALLPCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLPCTL-STATUS.

           SELECT CALLSPLR-FILE ASSIGN TO CALLSPLR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSPLR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN.

       FD  CALLPART-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPART-RECORD.
           05  CALLPART-TRAN-CODE          PIC X(08).
               88  CALLPART-DEFAULT-ROW        VALUE '*DEFAULT'.
           05  CALLPART-PARTITION          PIC X(02).
           05  CALLPART-PARTITION-NUM REDEFINES CALLPART-PARTITION
                                           PIC 9(02).
           05  FILLER                      PIC X(70).

       FD  CALLPT01-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPT01-RECORD                 PIC X(80).

       FD  CALLPT02-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPT02-RECORD                 PIC X(80).

       FD  CALLPT03-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPT03-RECORD                 PIC X(80).

       FD  CALLPT04-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLPT04-RECORD                 PIC X(80).

       FD  CALLPCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLPCTL.

       FD  CALLSPLR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLSPLR-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CALLSTPL.
       77  WS-STEP-SAVE-RC                  PIC S9(04)  VALUE ZERO.

       77  WS-CALLTRAN-STATUS               PIC X(02).
           88  WS-CALLTRAN-OK                   VALUE '00'.
       77  WS-CALLPART-STATUS               PIC X(02).
           88  WS-CALLPART-OK                   VALUE '00'.
       77  WS-CALLPT01-STATUS               PIC X(02).
           88  WS-CALLPT01-OK                   VALUE '00'.
       77  WS-CALLPT02-STATUS               PIC X(02).
           88  WS-CALLPT02-OK                   VALUE '00'.
       77  WS-CALLPT03-STATUS               PIC X(02).
           88  WS-CALLPT03-OK                   VALUE '00'.
       77  WS-CALLPT04-STATUS               PIC X(02).
           88  WS-CALLPT04-OK                   VALUE '00'.
       77  WS-CALLPCTL-STATUS               PIC X(02).
           88  WS-CALLPCTL-OK                   VALUE '00'.
       77  WS-CALLSPLR-STATUS               PIC X(02).
           88  WS-CALLSPLR-OK                   VALUE '00'.
       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-MAP-EOF-SWITCH                PIC X(01)   VALUE 'N'.
           88  WS-MAP-END-OF-FILE               VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-CONTROL-FAILED-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-FAILED                VALUE 'Y'.
       77  WS-TRAILER-SWITCH                PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN                  VALUE 'Y'.
       77  WS-MISMATCH-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-COUNT-MISMATCH                VALUE 'Y'.
       77  WS-MAP-WARNING-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-MAP-WARNING                   VALUE 'Y'.
       77  WS-MAP-FOUND-SWITCH              PIC X(01)   VALUE 'N'.
           88  WS-MAP-FOUND                     VALUE 'Y'.

       77  WS-MAX-PARTITIONS                PIC 9(02)   VALUE 4.
       77  WS-MAX-MAP-ROWS                  PIC 9(04)   VALUE 500.
       77  WS-MAP-COUNT                     PIC 9(04)   VALUE ZERO.
       77  WS-DEFAULT-PARTITION             PIC 9(02)   VALUE 1.
       77  WS-TARGET-PARTITION              PIC 9(02)   VALUE 1.
       77  WS-BUSINESS-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-FEED-ID                       PIC X(08)   VALUE SPACES.
       77  WS-LOOKUP-TRAN-CODE              PIC X(08)   VALUE SPACES.
       77  WS-READ-COUNT                    PIC 9(09)   VALUE ZERO.
       77  WS-TRAILER-COUNT-IN              PIC 9(09)   VALUE ZERO.

      ***********************************************************
      * PARTITION MAP -- ONE ROW PER TRAN CODE FROM CALLPART.     *
      * THE FIRST ROW FOR A CODE WINS; A REPEAT IS REPORTED.      *
      ***********************************************************
       01  CALLSPLT-MAP-TABLE.
           05  CALLSPLT-MAP-ENTRY OCCURS 500 TIMES
                   INDEXED BY CALLSPLT-MX.
               10  CALLSPLT-M-TRAN-CODE    PIC X(08).
               10  CALLSPLT-M-PARTITION    PIC 9(02).

      ***********************************************************
      * PER-PARTITION COUNTS, WRITTEN TO CALLPCTL AT THE END,     *
      * AND THE SEGMENT CHAIN OPEN IN EACH PARTITION -- CALLDEMO  *
      * SEES ONLY ITS OWN PARTITION'S RECORDS, SO EACH CHAIN IS   *
      * FOLLOWED SEPARATELY.                                      *
      ***********************************************************
       01  CALLSPLT-PARTITION-TABLE.
           05  CALLSPLT-PARTITION-ENTRY OCCURS 4 TIMES
                   INDEXED BY CALLSPLT-TX.
               10  CALLSPLT-T-DETAIL-COUNT PIC 9(09).
               10  CALLSPLT-T-PRIMARY-COUNT
                                           PIC 9(09).
               10  CALLSPLT-T-EXPECTED-COUNT
                                           PIC 9(09).
               10  CALLSPLT-T-CRITICAL-COUNT
                                           PIC 9(09).
               10  CALLSPLT-T-BULK-COUNT   PIC 9(09).
               10  CALLSPLT-T-ORPHAN-COUNT PIC 9(09).
               10  CALLSPLT-T-CHAIN-SWITCH PIC X(01).
                   88  CALLSPLT-T-CHAIN-OPEN       VALUE 'Y'.
               10  CALLSPLT-T-CHAIN-TRAN-CODE
                                           PIC X(08).
               10  CALLSPLT-T-CHAIN-CLASS  PIC X(01).

       01  WS-SPL-HEADING-1.
           05  FILLER               PIC X(31) VALUE
               'CALLDEMO PARTITION SPLIT REPORT'.
           05  FILLER               PIC X(16) VALUE
               '  BUSINESS DATE '.
           05  WS-SH-BUSINESS-DATE  PIC 9(08).
           05  FILLER               PIC X(06) VALUE '  FEED'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SH-FEED-ID        PIC X(08).
       01  WS-SPL-HEADING-2.
           05  FILLER               PIC X(06) VALUE 'PART  '.
           05  FILLER               PIC X(12) VALUE '     DETAILS'.
           05  FILLER               PIC X(14) VALUE
               '  TRANSACTIONS'.
           05  FILLER               PIC X(12) VALUE '    EXPECTED'.
           05  FILLER               PIC X(12) VALUE '    CRITICAL'.
           05  FILLER               PIC X(12) VALUE '        BULK'.
           05  FILLER               PIC X(12) VALUE '     ORPHANS'.
       01  WS-SPL-PART-LINE.
           05  WS-SP-PARTITION      PIC 9(02).
           05  FILLER               PIC X(04).
           05  WS-SP-DETAIL-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03).
           05  WS-SP-PRIMARY-COUNT  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-SP-EXPECTED-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-SP-CRITICAL-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-SP-BULK-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-SP-ORPHAN-COUNT   PIC ZZZ,ZZZ,ZZ9.
       01  WS-SPL-TOTAL-LINE.
           05  FILLER               PIC X(05) VALUE 'READ='.
           05  WS-ST-READ-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE ' TRAILER='.
           05  WS-ST-TRAILER-COUNT  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE ' MAP ROWS='.
           05  WS-ST-MAP-COUNT      PIC ZZZ9.
           05  FILLER               PIC X(20) VALUE
               ' DEFAULT PARTITION='.
           05  WS-ST-DEFAULT        PIC 9(02).
       01  WS-SPL-STATUS-LINE.
           05  WS-SS-TEXT           PIC X(80).

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
               PERFORM 1200-LOAD-PARTITION-MAP
                   THRU 1200-LOAD-PARTITION-MAP-EXIT

               PERFORM 1500-VERIFY-FILE-HEADER
                   THRU 1500-VERIFY-FILE-HEADER-EXIT

               IF NOT WS-CONTROL-FAILED
                   PERFORM 2000-SPLIT-TRANSACTIONS
                       THRU 2000-SPLIT-TRANSACTIONS-EXIT
                       UNTIL WS-END-OF-FILE

                   PERFORM 6000-CHECK-FILE-TRAILER
                       THRU 6000-CHECK-FILE-TRAILER-EXIT
               END-IF

               PERFORM 7000-PRINT-SPLIT-REPORT
                   THRU 7000-PRINT-SPLIT-REPORT-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-CONTROL-FAILED
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-COUNT-MISMATCH
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-MAP-WARNING
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
           INITIALIZE CALLSPLT-PARTITION-TABLE.

           OPEN INPUT CALLTRAN-FILE.
           IF NOT WS-CALLTRAN-OK
               DISPLAY 'CALLSPLT: UNABLE TO OPEN CALLTRAN, STATUS='
                   WS-CALLTRAN-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLPT01-FILE.
           IF NOT WS-CALLPT01-OK
               DISPLAY 'CALLSPLT: UNABLE TO OPEN CALLPT01, STATUS='
                   WS-CALLPT01-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLTRAN-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLPT02-FILE.
           IF NOT WS-CALLPT02-OK
               DISPLAY 'CALLSPLT: UNABLE TO OPEN CALLPT02, STATUS='
                   WS-CALLPT02-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLTRAN-FILE
               CLOSE CALLPT01-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLPT03-FILE.
           IF NOT WS-CALLPT03-OK
               DISPLAY 'CALLSPLT: UNABLE TO OPEN CALLPT03, STATUS='
                   WS-CALLPT03-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLTRAN-FILE
               CLOSE CALLPT01-FILE
               CLOSE CALLPT02-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLPT04-FILE.
           IF NOT WS-CALLPT04-OK
               DISPLAY 'CALLSPLT: UNABLE TO OPEN CALLPT04, STATUS='
                   WS-CALLPT04-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLTRAN-FILE
               CLOSE CALLPT01-FILE
               CLOSE CALLPT02-FILE
               CLOSE CALLPT03-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLPCTL-FILE.
           IF NOT WS-CALLPCTL-OK
               DISPLAY 'CALLSPLT: UNABLE TO OPEN CALLPCTL, STATUS='
                   WS-CALLPCTL-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLTRAN-FILE
               CLOSE CALLPT01-FILE
               CLOSE CALLPT02-FILE
               CLOSE CALLPT03-FILE
               CLOSE CALLPT04-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLSPLR-FILE.
           IF NOT WS-CALLSPLR-OK
               DISPLAY 'CALLSPLT: UNABLE TO OPEN CALLSPLR, STATUS='
                   WS-CALLSPLR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLTRAN-FILE
               CLOSE CALLPT01-FILE
               CLOSE CALLPT02-FILE
               CLOSE CALLPT03-FILE
               CLOSE CALLPT04-FILE
               CLOSE CALLPCTL-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1200-LOAD-PARTITION-MAP -- THE CALLPART DD IS OPTIONAL,   *
      * THE SAME CONVENTION AS CALLCOLL'S CALLPRTY: WITHOUT IT    *
      * EVERY TRAN CODE GOES TO PARTITION 01, WHICH IS THE OLD    *
      * SINGLE-STREAM NIGHT WITH THREE IDLE JOBS BESIDE IT.       *
      ***********************************************************
       1200-LOAD-PARTITION-MAP.
           OPEN INPUT CALLPART-FILE.
           IF NOT WS-CALLPART-OK
               DISPLAY 'CALLSPLT: NO CALLPART PARTITION MAP, EVERY '
                   'TRAN CODE GOES TO PARTITION 01'
               MOVE 'Y' TO WS-MAP-WARNING-SWITCH
               GO TO 1200-LOAD-PARTITION-MAP-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-MAP-ROW
               THRU 1210-LOAD-ONE-MAP-ROW-EXIT
               UNTIL WS-MAP-END-OF-FILE.
           CLOSE CALLPART-FILE.
       1200-LOAD-PARTITION-MAP-EXIT.
           EXIT.

       1210-LOAD-ONE-MAP-ROW.
           READ CALLPART-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.
           IF WS-MAP-END-OF-FILE
               GO TO 1210-LOAD-ONE-MAP-ROW-EXIT
           END-IF.
           IF CALLPART-TRAN-CODE = SPACES
               GO TO 1210-LOAD-ONE-MAP-ROW-EXIT
           END-IF.
           IF CALLPART-PARTITION NOT NUMERIC
               OR CALLPART-PARTITION-NUM = ZERO
               OR CALLPART-PARTITION-NUM > WS-MAX-PARTITIONS
               DISPLAY 'CALLSPLT: BAD PARTITION ROW FOR '
                   CALLPART-TRAN-CODE ' PARTITION='
                   CALLPART-PARTITION ', ROW IGNORED'
               MOVE 'Y' TO WS-MAP-WARNING-SWITCH
               GO TO 1210-LOAD-ONE-MAP-ROW-EXIT
           END-IF.
           IF CALLPART-DEFAULT-ROW
               MOVE CALLPART-PARTITION-NUM TO WS-DEFAULT-PARTITION
               GO TO 1210-LOAD-ONE-MAP-ROW-EXIT
           END-IF.
           MOVE CALLPART-TRAN-CODE TO WS-LOOKUP-TRAN-CODE.
           PERFORM 2150-FIND-MAP-ROW
               THRU 2150-FIND-MAP-ROW-EXIT.
           IF WS-MAP-FOUND
               DISPLAY 'CALLSPLT: DUPLICATE PARTITION ROW FOR '
                   CALLPART-TRAN-CODE ', FIRST ROW KEPT'
               MOVE 'Y' TO WS-MAP-WARNING-SWITCH
               GO TO 1210-LOAD-ONE-MAP-ROW-EXIT
           END-IF.
           IF WS-MAP-COUNT NOT LESS THAN WS-MAX-MAP-ROWS
               DISPLAY 'CALLSPLT: PARTITION MAP FULL, DROPPING '
                   CALLPART-TRAN-CODE
               MOVE 'Y' TO WS-MAP-WARNING-SWITCH
               GO TO 1210-LOAD-ONE-MAP-ROW-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           SET CALLSPLT-MX TO WS-MAP-COUNT.
           MOVE CALLPART-TRAN-CODE
               TO CALLSPLT-M-TRAN-CODE (CALLSPLT-MX).
           MOVE CALLPART-PARTITION-NUM
               TO CALLSPLT-M-PARTITION (CALLSPLT-MX).
       1210-LOAD-ONE-MAP-ROW-EXIT.
           EXIT.

      ***********************************************************
      * 1500-VERIFY-FILE-HEADER -- THE ACCEPTED FILE'S 'HDR'      *
      * GOES TO EVERY PARTITION FILE, EACH STAMPED WITH ITS OWN   *
      * PARTITION NUMBER, SO EVERY PARTITION'S CALLDEMO RUNS THE  *
      * SAME BUSINESS-DATE CONTROLS THE WHOLE FILE WOULD HAVE.    *
      ***********************************************************
       1500-VERIFY-FILE-HEADER.
           READ CALLTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               OR NOT CALLDEMO-HDR-PRESENT
               DISPLAY 'CALLSPLT: FILE HEADER MISSING OR INVALID'
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
               GO TO 1500-VERIFY-FILE-HEADER-EXIT
           END-IF.
           MOVE CALLDEMO-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE CALLDEMO-HDR-FEED-ID TO WS-FEED-ID.
           MOVE 1 TO CALLDEMO-HDR-PARTITION.
           WRITE CALLPT01-RECORD FROM CALLDEMO-TRAN-HEADER.
           MOVE 2 TO CALLDEMO-HDR-PARTITION.
           WRITE CALLPT02-RECORD FROM CALLDEMO-TRAN-HEADER.
           MOVE 3 TO CALLDEMO-HDR-PARTITION.
           WRITE CALLPT03-RECORD FROM CALLDEMO-TRAN-HEADER.
           MOVE 4 TO CALLDEMO-HDR-PARTITION.
           WRITE CALLPT04-RECORD FROM CALLDEMO-TRAN-HEADER.
       1500-VERIFY-FILE-HEADER-EXIT.
           EXIT.

      ***********************************************************
      * 2000-SPLIT-TRANSACTIONS -- READ ONE DETAIL RECORD, FIND   *
      * ITS PARTITION BY TRAN CODE, COUNT IT THE WAY CALLDEMO     *
      * WILL, AND WRITE IT TO THAT PARTITION'S FILE.  THE 'TRL'   *
      * CONTROL RECORD ENDS THE FILE LOGICALLY; ITS COUNT IS      *
      * CHECKED IN 6000-CHECK-FILE-TRAILER.                       *
      ***********************************************************
       2000-SPLIT-TRANSACTIONS.
           READ CALLTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2000-SPLIT-TRANSACTIONS-EXIT
           END-IF.
           IF CALLDEMO-TRL-PRESENT
               MOVE CALLDEMO-TRL-RECORD-COUNT TO WS-TRAILER-COUNT-IN
               MOVE 'Y' TO WS-TRAILER-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 2000-SPLIT-TRANSACTIONS-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.

           PERFORM 2100-ASSIGN-PARTITION
               THRU 2100-ASSIGN-PARTITION-EXIT.
           SET CALLSPLT-TX TO WS-TARGET-PARTITION.
           ADD 1 TO CALLSPLT-T-DETAIL-COUNT (CALLSPLT-TX).

           PERFORM 2200-COUNT-TRANSACTION
               THRU 2200-COUNT-TRANSACTION-EXIT.

           EVALUATE WS-TARGET-PARTITION
               WHEN 1
                   WRITE CALLPT01-RECORD FROM CALLDEMO-TRAN-RECORD
               WHEN 2
                   WRITE CALLPT02-RECORD FROM CALLDEMO-TRAN-RECORD
               WHEN 3
                   WRITE CALLPT03-RECORD FROM CALLDEMO-TRAN-RECORD
               WHEN OTHER
                   WRITE CALLPT04-RECORD FROM CALLDEMO-TRAN-RECORD
           END-EVALUATE.
       2000-SPLIT-TRANSACTIONS-EXIT.
           EXIT.

      ***********************************************************
      * 2100-ASSIGN-PARTITION -- PARTITION FROM THE MAP BY TRAN   *
      * CODE, OR THE DEFAULT PARTITION WHEN THE CODE HAS NO ROW.  *
      * A CONTINUATION CARRIES ITS PRIMARY'S TRAN CODE, SO IT     *
      * ALWAYS FOLLOWS ITS PRIMARY INTO THE SAME PARTITION.       *
      ***********************************************************
       2100-ASSIGN-PARTITION.
           MOVE CALLDEMO-TRAN-CODE TO WS-LOOKUP-TRAN-CODE.
           PERFORM 2150-FIND-MAP-ROW
               THRU 2150-FIND-MAP-ROW-EXIT.
           IF WS-MAP-FOUND
               MOVE CALLSPLT-M-PARTITION (CALLSPLT-MX)
                   TO WS-TARGET-PARTITION
           ELSE
               MOVE WS-DEFAULT-PARTITION TO WS-TARGET-PARTITION
           END-IF.
       2100-ASSIGN-PARTITION-EXIT.
           EXIT.

      ***********************************************************
      * 2150-FIND-MAP-ROW -- LINEAR SCAN OF THE MAP FOR THE CODE  *
      * IN WS-LOOKUP-TRAN-CODE.  CALLSPLT-MX IS LEFT ON THE ROW   *
      * WHEN ONE IS FOUND.                                        *
      ***********************************************************
       2150-FIND-MAP-ROW.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH.
           IF WS-MAP-COUNT = ZERO
               GO TO 2150-FIND-MAP-ROW-EXIT
           END-IF.
           SET CALLSPLT-MX TO 1.
           SEARCH CALLSPLT-MAP-ENTRY
               AT END
                   MOVE 'N' TO WS-MAP-FOUND-SWITCH
               WHEN CALLSPLT-M-TRAN-CODE (CALLSPLT-MX)
                       = WS-LOOKUP-TRAN-CODE
                   MOVE 'Y' TO WS-MAP-FOUND-SWITCH
           END-SEARCH.
           IF WS-MAP-FOUND
               AND CALLSPLT-MX GREATER THAN WS-MAP-COUNT
               MOVE 'N' TO WS-MAP-FOUND-SWITCH
           END-IF.
       2150-FIND-MAP-ROW-EXIT.
           EXIT.

      ***********************************************************
      * 2200-COUNT-TRANSACTION -- FOLLOW THE SEGMENT CHAINS THE   *
      * WAY CALLDEMO ASSEMBLES THEM, ONE CHAIN PER PARTITION      *
      * (CALLSPLT-TX).  A PRIMARY OPENS ITS PARTITION'S CHAIN, A  *
      * CONTINUATION WITH THE CHAIN'S TRAN CODE EXTENDS IT, AND   *
      * ANY OTHER RECORD IN THAT PARTITION CLOSES IT.  A          *
      * CONTINUATION OUTSIDE A CHAIN IS AN ORPHAN: CALLDEMO READS *
      * IT BUT NEVER DRIVES OR COUNTS IT AS A TRANSACTION.  EVERY *
      * OTHER RECORD COUNTS UNDER THE PRIORITY CLASS OF ITS       *
      * CHAIN'S PRIMARY.                                          *
      ***********************************************************
       2200-COUNT-TRANSACTION.
           IF CALLDEMO-TRAN-CONTINUATION
               IF CALLSPLT-T-CHAIN-OPEN (CALLSPLT-TX)
                   AND CALLDEMO-TRAN-CODE
                       = CALLSPLT-T-CHAIN-TRAN-CODE (CALLSPLT-TX)
                   PERFORM 2250-COUNT-BY-CLASS
                       THRU 2250-COUNT-BY-CLASS-EXIT
               ELSE
                   MOVE 'N' TO CALLSPLT-T-CHAIN-SWITCH (CALLSPLT-TX)
                   ADD 1 TO CALLSPLT-T-ORPHAN-COUNT (CALLSPLT-TX)
               END-IF
               GO TO 2200-COUNT-TRANSACTION-EXIT
           END-IF.

           ADD 1 TO CALLSPLT-T-PRIMARY-COUNT (CALLSPLT-TX).
           IF CALLDEMO-TRAN-CRITICAL
               MOVE 'C' TO CALLSPLT-T-CHAIN-CLASS (CALLSPLT-TX)
           ELSE
               MOVE 'B' TO CALLSPLT-T-CHAIN-CLASS (CALLSPLT-TX)
           END-IF.
           IF CALLDEMO-TRAN-PRIMARY
               MOVE 'Y' TO CALLSPLT-T-CHAIN-SWITCH (CALLSPLT-TX)
               MOVE CALLDEMO-TRAN-CODE
                   TO CALLSPLT-T-CHAIN-TRAN-CODE (CALLSPLT-TX)
           ELSE
               MOVE 'N' TO CALLSPLT-T-CHAIN-SWITCH (CALLSPLT-TX)
           END-IF.
           PERFORM 2250-COUNT-BY-CLASS
               THRU 2250-COUNT-BY-CLASS-EXIT.
       2200-COUNT-TRANSACTION-EXIT.
           EXIT.

       2250-COUNT-BY-CLASS.
           ADD 1 TO CALLSPLT-T-EXPECTED-COUNT (CALLSPLT-TX).
           IF CALLSPLT-T-CHAIN-CLASS (CALLSPLT-TX) = 'C'
               ADD 1 TO CALLSPLT-T-CRITICAL-COUNT (CALLSPLT-TX)
           ELSE
               ADD 1 TO CALLSPLT-T-BULK-COUNT (CALLSPLT-TX)
           END-IF.
       2250-COUNT-BY-CLASS-EXIT.
           EXIT.

      ***********************************************************
      * 6000-CHECK-FILE-TRAILER -- A MISSING TRAILER OR A COUNT   *
      * THAT DOES NOT MATCH THE RECORDS READ IS A TRUNCATED FILE: *
      * NO PARTITION GETS A TRAILER AND NO CALLPCTL RECORD IS     *
      * WRITTEN, SO EVERY PARTITION'S CALLDEMO REFUSES ITS FILE   *
      * AND CALLMRGE HAS NOTHING TO MERGE AGAINST.                *
      ***********************************************************
       6000-CHECK-FILE-TRAILER.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'CALLSPLT: FILE TRAILER MISSING'
               MOVE 'Y' TO WS-MISMATCH-SWITCH
               GO TO 6000-CHECK-FILE-TRAILER-EXIT
           END-IF.
           IF WS-TRAILER-COUNT-IN NOT = WS-READ-COUNT
               DISPLAY 'CALLSPLT: TRAILER COUNT ' WS-TRAILER-COUNT-IN
                   ' DOES NOT MATCH RECORDS READ ' WS-READ-COUNT
               MOVE 'Y' TO WS-MISMATCH-SWITCH
               GO TO 6000-CHECK-FILE-TRAILER-EXIT
           END-IF.
           PERFORM 6100-CLOSE-ONE-PARTITION
               THRU 6100-CLOSE-ONE-PARTITION-EXIT
               VARYING CALLSPLT-TX FROM 1 BY 1
               UNTIL CALLSPLT-TX > WS-MAX-PARTITIONS.
       6000-CHECK-FILE-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 6100-CLOSE-ONE-PARTITION -- THE PARTITION FILE'S TRAILER  *
      * CARRIES ITS OWN DETAIL COUNT, AND ITS CALLPCTL RECORD THE *
      * COUNTS ITS RUN-LOG TRAILER MUST SHOW.                     *
      ***********************************************************
       6100-CLOSE-ONE-PARTITION.
           MOVE SPACES TO CALLDEMO-TRAN-TRAILER.
           MOVE 'TRL' TO CALLDEMO-TRL-ID.
           MOVE CALLSPLT-T-DETAIL-COUNT (CALLSPLT-TX)
               TO CALLDEMO-TRL-RECORD-COUNT.
           EVALUATE CALLSPLT-TX
               WHEN 1
                   WRITE CALLPT01-RECORD FROM CALLDEMO-TRAN-TRAILER
               WHEN 2
                   WRITE CALLPT02-RECORD FROM CALLDEMO-TRAN-TRAILER
               WHEN 3
                   WRITE CALLPT03-RECORD FROM CALLDEMO-TRAN-TRAILER
               WHEN OTHER
                   WRITE CALLPT04-RECORD FROM CALLDEMO-TRAN-TRAILER
           END-EVALUATE.

           MOVE SPACES TO CALLPCTL-RECORD.
           SET WS-TARGET-PARTITION TO CALLSPLT-TX.
           MOVE WS-TARGET-PARTITION TO CALLPCTL-PARTITION.
           MOVE WS-BUSINESS-DATE TO CALLPCTL-BUSINESS-DATE.
           MOVE WS-FEED-ID TO CALLPCTL-FEED-ID.
           MOVE CALLSPLT-T-DETAIL-COUNT (CALLSPLT-TX)
               TO CALLPCTL-DETAIL-COUNT.
           MOVE CALLSPLT-T-PRIMARY-COUNT (CALLSPLT-TX)
               TO CALLPCTL-PRIMARY-COUNT.
           MOVE CALLSPLT-T-EXPECTED-COUNT (CALLSPLT-TX)
               TO CALLPCTL-EXPECTED-COUNT.
           MOVE CALLSPLT-T-CRITICAL-COUNT (CALLSPLT-TX)
               TO CALLPCTL-CRITICAL-COUNT.
           MOVE CALLSPLT-T-BULK-COUNT (CALLSPLT-TX)
               TO CALLPCTL-BULK-COUNT.
           WRITE CALLPCTL-RECORD.
       6100-CLOSE-ONE-PARTITION-EXIT.
           EXIT.

      ***********************************************************
      * 7000-PRINT-SPLIT-REPORT -- ONE LINE PER PARTITION, THEN   *
      * THE READ AND TRAILER TOTALS, SO THE NIGHT OPERATOR CAN    *
      * SEE HOW EVENLY THE MAP SPREAD THE WORK.                   *
      ***********************************************************
       7000-PRINT-SPLIT-REPORT.
           MOVE WS-BUSINESS-DATE TO WS-SH-BUSINESS-DATE.
           MOVE WS-FEED-ID TO WS-SH-FEED-ID.
           WRITE CALLSPLR-LINE FROM WS-SPL-HEADING-1.
           WRITE CALLSPLR-LINE FROM WS-SPL-HEADING-2.
           PERFORM 7100-PRINT-ONE-PARTITION
               THRU 7100-PRINT-ONE-PARTITION-EXIT
               VARYING CALLSPLT-TX FROM 1 BY 1
               UNTIL CALLSPLT-TX > WS-MAX-PARTITIONS.
           MOVE WS-READ-COUNT TO WS-ST-READ-COUNT.
           MOVE WS-TRAILER-COUNT-IN TO WS-ST-TRAILER-COUNT.
           MOVE WS-MAP-COUNT TO WS-ST-MAP-COUNT.
           MOVE WS-DEFAULT-PARTITION TO WS-ST-DEFAULT.
           WRITE CALLSPLR-LINE FROM WS-SPL-TOTAL-LINE.
           EVALUATE TRUE
               WHEN WS-CONTROL-FAILED
                   MOVE 'HEADER MISSING -- NO PARTITION FILE IS USABLE'
                       TO WS-SS-TEXT
               WHEN WS-COUNT-MISMATCH
                   MOVE 'TRAILER MISSING OR SHORT -- NO TRAILERS'
                       TO WS-SS-TEXT
               WHEN OTHER
                   MOVE 'PARTITION FILES COMPLETE' TO WS-SS-TEXT
           END-EVALUATE.
           WRITE CALLSPLR-LINE FROM WS-SPL-STATUS-LINE.
       7000-PRINT-SPLIT-REPORT-EXIT.
           EXIT.

       7100-PRINT-ONE-PARTITION.
           MOVE SPACES TO WS-SPL-PART-LINE.
           SET WS-TARGET-PARTITION TO CALLSPLT-TX.
           MOVE WS-TARGET-PARTITION TO WS-SP-PARTITION.
           MOVE CALLSPLT-T-DETAIL-COUNT (CALLSPLT-TX)
               TO WS-SP-DETAIL-COUNT.
           MOVE CALLSPLT-T-PRIMARY-COUNT (CALLSPLT-TX)
               TO WS-SP-PRIMARY-COUNT.
           MOVE CALLSPLT-T-EXPECTED-COUNT (CALLSPLT-TX)
               TO WS-SP-EXPECTED-COUNT.
           MOVE CALLSPLT-T-CRITICAL-COUNT (CALLSPLT-TX)
               TO WS-SP-CRITICAL-COUNT.
           MOVE CALLSPLT-T-BULK-COUNT (CALLSPLT-TX)
               TO WS-SP-BULK-COUNT.
           MOVE CALLSPLT-T-ORPHAN-COUNT (CALLSPLT-TX)
               TO WS-SP-ORPHAN-COUNT.
           WRITE CALLSPLR-LINE FROM WS-SPL-PART-LINE.
       7100-PRINT-ONE-PARTITION-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CALLTRAN-FILE.
           CLOSE CALLPT01-FILE.
           CLOSE CALLPT02-FILE.
           CLOSE CALLPT03-FILE.
           CLOSE CALLPT04-FILE.
           CLOSE CALLPCTL-FILE.
           CLOSE CALLSPLR-FILE.
           DISPLAY 'CALLSPLT: READ=' WS-READ-COUNT
               ' MAP ROWS=' WS-MAP-COUNT
               ' DEFAULT PARTITION=' WS-DEFAULT-PARTITION.
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
           MOVE 'CALLSPLT' TO CALLSTPX-PROGRAM-NAME.
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
