      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   END-TO-END PIPELINE BALANCING FOR THE NIGHTLY
      *            CALLDEMO JOB STREAM.  EVERY STEP BALANCES ITSELF --
      *            CALLCOLL PRINTS CALLCBAL, CALLEDIT CHECKS ITS OWN
      *            HDR/TRL, CALLDEMO WRITES ITS CALLRLOG COUNTS AND
      *            CALLRECN CHECKS CALLEXP -- BUT NOTHING CHAINED THE
      *            COUNTS FROM ONE STEP TO THE NEXT, SO WHEN RECORDS
      *            WENT MISSING BETWEEN STAGES NOBODY COULD SAY WHICH
      *            STEP DROPPED THEM.  THIS PROGRAM RUNS AT THE END
      *            OF CALLDEMO.JCL AND TIES THE NIGHT TOGETHER, ONE
      *            SOURCE SYSTEM AT A TIME:
      *
      *              FEED      CALLFD01-03 TRAILER COUNT
      *                          = MERGED (CALLTRAN) + DUPLICATES
      *                            (CALLDUPS)                 CALLCOLL
      *              MERGED    = ACCEPTED (CALLACPT)
      *                          + SUSPENDED (CALLSUSP)       CALLEDIT
      *              ACCEPTED  LESS CONTINUATIONS AND ORPHANS
      *                          = TRANSACTIONS DRIVEN        CALLDEMO
      *              DRIVEN    = TRANSACTIONS WITH A FINAL
      *                          CALLDYN AUDIT RECORD         CALLDYN
      *
      *            A TRANSACTION COUNTS AS DRIVEN WHEN CALLDEMO'S
      *            CLASSIC CALL LOGGED IT (THE FIXED NOTREALN NAME
      *            WITH A TRAN CODE -- ONE PER LOGICAL TRANSACTION),
      *            AND AS AUDITED WHEN CALLDYN LOGGED ITS FINAL
      *            ATTEMPT (ANY DISPOSITION BUT 'O', WHICH IS ALWAYS
      *            FOLLOWED BY THE ALTERNATE'S OWN RECORD).  THE
      *            AUDIT RECORD IS ATTRIBUTED BY BUSINESS CONTENT
      *            RATHER THAN ITS SOURCE STAMP -- TRAN CODE,
      *            STATUS FLAG AND DATA FIELD -- AGAINST THE ACCEPTED
      *            FILE, THE SAME JOIN CALLACK USES.  CROSS-FEED
      *            DUPLICATES NEVER GET PAST CALLCOLL, SO THE CONTENT
      *            PINS DOWN THE SOURCE.
      *
      *            ONE PAGE IS PRINTED (DD CALLBALR): A LINE PER
      *            SOURCE SYSTEM WITH EVERY STAGE COUNT, A TOTAL LINE,
      *            AND AN OUT-OF-BALANCE LINE FOR EACH COMPARISON THAT
      *            DOES NOT TIE, NAMING THE STAGE WHERE THE RECORDS
      *            WENT MISSING (OR APPEARED).
      *
      *            THE INTAKE SIDE OF THE NIGHT IS ALSO APPENDED TO
      *            THE MONTH-TO-DATE VOLUME FILE (DD CALLVOL, LAYOUT
      *            CALLVOLR): ONE RECORD PER SOURCE SYSTEM AND TRAN
      *            CODE WITH THE RECORDS RECEIVED, THE DUPLICATES
      *            CALLCOLL REJECTED AND THE RECORDS CALLEDIT
      *            SUSPENDED, FOR THE MONTH-END CALLCHRG CHARGEBACK.
      *
      *            RETURN CODES:
      *              0  - EVERY STAGE TIES FOR EVERY SOURCE SYSTEM
      *              4  - IN BALANCE, BUT SOME AUDIT RECORDS COULD NOT
      *                   BE ATTRIBUTED OR THE CONTENT OR VOLUME TABLE
      *                   FILLED (A FULL CONTENT TABLE LEAVES THE
      *                   DRIVEN AND AUDITED STAGES UNCHECKED)
      *              8  - ONE OR MORE STAGES OUT OF BALANCE
      *              12 - CALLTRAN HEADER MISSING OR INVALID
      *              16 - A FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      *   15 OCT 2026  RS    JOB-STREAM STEP CONTROL.  CALLS CALLSTPX
      *                      BEFORE ANY FILE IS OPENED; A STEP ALREADY
      *                      COMPLETED FOR THE BUSINESS DATE (THE JOB
      *                      WAS RESUBMITTED) ENDS AT ONCE WITH ITS
      *                      ORIGINAL RETURN CODE, AND THE END OF A
      *                      STEP THAT RAN IS RECORDED ON CALLSTEP.
      *   15 OCT 2026  RS    WRITES THE NIGHT'S INTAKE VOLUMES BY
      *                      SOURCE SYSTEM AND TRAN CODE TO CALLVOL
      *                      (7500-WRITE-VOLUME-EXTRACT) FOR THE
      *                      MONTH-END CHARGEBACK.  THE AUDIT RECORD
      *                      NOW CARRIES A SOURCE STAMP, BUT THE
      *                      CONTENT JOIN IS KEPT: IT ALSO PROVES THE
      *                      RECORD BELONGS TO TONIGHT'S ACCEPTED FILE.
      *   15 OCT 2026  RS    THE DRIVEN CHECK NAMES THE PARTITION STEPS
      *                      (STEP011-STEP014 OF CALLDP01-CALLDP04)
      *                      NOW THAT CALLDEMO RUNS PARTITIONED.
      *   15 OCT 2026  RS    ACCEPTED-CONTENT TABLE RAISED TO 50000.
      *                      WHEN IT STILL FILLS, THE TRANSACTIONS LEFT
      *                      OUT CAN NEVER MATCH THEIR AUDIT RECORDS,
      *                      SO THE DRIVEN AND AUDITED COMPARISONS ARE
      *                      SKIPPED (RC 4, UNCHECKED) RATHER THAN
      *                      REPORTED OUT OF BALANCE AGAINST CALLDEMO.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CALLTRAN-FILE ASSIGN TO CALLTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLTRAN-STATUS.

           SELECT CALLDUPS-FILE ASSIGN TO CALLDUPS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLDUPS-STATUS.

           SELECT CALLACPT-FILE ASSIGN TO CALLACPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLACPT-STATUS.

           SELECT CALLSUSP-FILE ASSIGN TO CALLSUSP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSUSP-STATUS.

           SELECT CALLERR-FILE ASSIGN TO CALLERR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLERR-STATUS.

           SELECT CALLBALR-FILE ASSIGN TO CALLBALR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLBALR-STATUS.

           SELECT CALLVOL-FILE ASSIGN TO CALLVOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLVOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLFD01-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLFD01-RECORD                 PIC X(80).

       FD  CALLFD02-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLFD02-RECORD                 PIC X(80).

       FD  CALLFD03-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLFD03-RECORD                 PIC X(80).

       FD  CALLTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN.

       FD  CALLDUPS-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  CALLDUPS-RECORD.
           05  CALLDUPS-TRAN-IMAGE         PIC X(80).
           05  CALLDUPS-SOURCE-SYSTEM      PIC X(03).
           05  CALLDUPS-FIRST-SOURCE       PIC X(03).
           05  FILLER                      PIC X(04).

       FD  CALLACPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN REPLACING LEADING ==CALLDEMO== BY ==CALLACPT==.

       FD  CALLSUSP-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  CALLSUSP-RECORD.
           05  CALLSUSP-TRAN-IMAGE         PIC X(80).
           05  CALLSUSP-REASON-CODE        PIC X(02).
           05  FILLER                      PIC X(08).

       FD  CALLERR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLERR.

       FD  CALLBALR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLBALR-LINE                   PIC X(132).

       FD  CALLVOL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLVOLR.

       WORKING-STORAGE SECTION.
       COPY CALLSTPL.
       77  WS-STEP-SAVE-RC                  PIC S9(04)  VALUE ZERO.

       77  WS-CALLFD01-STATUS               PIC X(02).
           88  WS-CALLFD01-OK                   VALUE '00'.
       77  WS-CALLFD02-STATUS               PIC X(02).
           88  WS-CALLFD02-OK                   VALUE '00'.
       77  WS-CALLFD03-STATUS               PIC X(02).
           88  WS-CALLFD03-OK                   VALUE '00'.
       77  WS-CALLTRAN-STATUS               PIC X(02).
           88  WS-CALLTRAN-OK                   VALUE '00'.
       77  WS-CALLDUPS-STATUS               PIC X(02).
           88  WS-CALLDUPS-OK                   VALUE '00'.
       77  WS-CALLACPT-STATUS               PIC X(02).
           88  WS-CALLACPT-OK                   VALUE '00'.
       77  WS-CALLSUSP-STATUS               PIC X(02).
           88  WS-CALLSUSP-OK                   VALUE '00'.
       77  WS-CALLERR-STATUS                PIC X(02).
           88  WS-CALLERR-OK                    VALUE '00'.
       77  WS-CALLBALR-STATUS               PIC X(02).
           88  WS-CALLBALR-OK                   VALUE '00'.
       77  WS-CALLVOL-STATUS                PIC X(02).
           88  WS-CALLVOL-OK                    VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-CONTROL-FAILED-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-FAILED                VALUE 'Y'.
       77  WS-FOUND-SWITCH                  PIC X(01)   VALUE 'N'.
           88  WS-ENTRY-FOUND                   VALUE 'Y'.
       77  WS-CHAIN-SWITCH                  PIC X(01)   VALUE 'N'.
           88  WS-CHAIN-OPEN                    VALUE 'Y'.

      ***********************************************************
      * THE FIXED NAME CALLDEMO'S CLASSIC AND BASIC CALLS LOG     *
      * UNDER (TRUNCATED TO THE 8-BYTE AUDIT FIELD).  WITH A TRAN *
      * CODE IT MARKS A TRANSACTION CALLDEMO DROVE; WITHOUT ONE   *
      * IT IS THE START-UP BASIC CALL AND IS IGNORED.             *
      ***********************************************************
       77  WS-CLASSIC-PROGRAM-NAME          PIC X(08)
                                            VALUE 'NOTREALN'.

       77  WS-BUSINESS-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-SOURCE-SYSTEM                 PIC X(03).
       77  WS-SOURCE-INDEX                  PIC 9(01)   VALUE ZERO.
       77  WS-FEED-INDEX                    PIC 9(01)   VALUE ZERO.
       77  WS-CHAIN-TRAN-CODE               PIC X(08)   VALUE SPACES.
       77  WS-TABLE-INDEX                   PIC 9(05)   VALUE ZERO.
       77  WS-MAX-TRANSACTIONS              PIC 9(05)   VALUE 50000.
       77  WS-TRANSACTION-COUNT             PIC 9(05)   VALUE ZERO.
       77  WS-VOLUME-TRAN-CODE              PIC X(08).
       77  WS-VOLUME-INDEX                  PIC 9(04)   VALUE ZERO.
       77  WS-MAX-VOLUMES                   PIC 9(04)   VALUE 1000.
       77  WS-VOLUME-COUNT                  PIC 9(04)   VALUE ZERO.
       77  WS-VOLUME-FULL-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-VOLUME-WRITTEN-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-CD-DATE                       PIC 9(08).
       77  WS-CD-TIME                       PIC 9(06).

       77  WS-UNCHECKED-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-UNMATCHED-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-BAD-SOURCE-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-OUT-OF-BALANCE-COUNT          PIC 9(05)   VALUE ZERO.

       77  WS-LEFT-COUNT                    PIC 9(09)   VALUE ZERO.
       77  WS-RIGHT-COUNT                   PIC 9(09)   VALUE ZERO.
       77  WS-DIFFERENCE                    PIC 9(09)   VALUE ZERO.

       01  WS-LOOKUP-KEY.
           05  WS-LK-TRAN-CODE              PIC X(08).
           05  WS-LK-STATUS-FLAG            PIC X(01).
           05  WS-LK-DATA-FIELD             PIC X(30).

      ***********************************************************
      * FEED CONTROL-RECORD VIEWS -- THE SAME HDR/TRL LAYOUTS     *
      * CALLCOLL VERIFIES ON THE WAY IN.                          *
      ***********************************************************
       01  CALLBAL-FEED-CONTROL.
           05  CALLBAL-FC-RECORD           PIC X(80).
           05  CALLBAL-FC-TRL-VIEW REDEFINES CALLBAL-FC-RECORD.
               10  CALLBAL-FC-ID           PIC X(03).
                   88  CALLBAL-FC-TRL          VALUE 'TRL'.
               10  CALLBAL-FC-RECORD-COUNT PIC 9(09).
               10  FILLER                  PIC X(68).

      ***********************************************************
      * PER-SOURCE STAGE COUNTS -- ONE SLOT PER UPSTREAM FEED, IN *
      * FEED DD ORDER, THE SAME AS CALLCOLL'S FEED TABLE.  THE    *
      * LOGICAL COUNT IS DERIVED: ACCEPTED LESS CONTINUATIONS     *
      * FOLDED INTO THEIR PRIMARY AND ORPHANS CALLDEMO IGNORES.   *
      ***********************************************************
       01  CALLBAL-SOURCE-TABLE.
           05  CALLBAL-SOURCE-ENTRY OCCURS 3 TIMES
                   INDEXED BY CALLBAL-BX.
               10  CALLBAL-B-SOURCE         PIC X(03).
               10  CALLBAL-B-TRL-SWITCH     PIC X(01).
                   88  CALLBAL-B-TRL-SEEN       VALUE 'Y'.
               10  CALLBAL-B-FEED-TRAILER   PIC 9(09).
               10  CALLBAL-B-MERGED         PIC 9(09).
               10  CALLBAL-B-DUPLICATES     PIC 9(09).
               10  CALLBAL-B-ACCEPTED       PIC 9(09).
               10  CALLBAL-B-SUSPENDED      PIC 9(09).
               10  CALLBAL-B-SEGMENTS       PIC 9(09).
               10  CALLBAL-B-ORPHANS        PIC 9(09).
               10  CALLBAL-B-LOGICAL        PIC 9(09).
               10  CALLBAL-B-DRIVEN         PIC 9(09).
               10  CALLBAL-B-AUDITED        PIC 9(09).

       01  CALLBAL-TOTALS.
           05  CALLBAL-T-FEED-TRAILER       PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-MERGED             PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-DUPLICATES         PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-ACCEPTED           PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-SUSPENDED          PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-SEGMENTS           PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-ORPHANS            PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-LOGICAL            PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-DRIVEN             PIC 9(09)   VALUE ZERO.
           05  CALLBAL-T-AUDITED            PIC 9(09)   VALUE ZERO.

      ***********************************************************
      * ACCEPTED-CONTENT TABLE -- ONE ENTRY PER DISTINCT LOGICAL  *
      * TRANSACTION CONTENT ON CALLACPT, CARRYING THE SOURCE SLOT *
      * THE AUDIT RECORDS ARE ATTRIBUTED TO.  A REPEAT OF THE     *
      * SAME CONTENT ON ONE FEED SHARES THE ENTRY.                *
      ***********************************************************
       01  CALLBAL-TRANSACTION-TABLE.
           05  CALLBAL-TRANSACTION-ENTRY OCCURS 50000 TIMES
                   INDEXED BY CALLBAL-TX.
               10  CALLBAL-T-KEY            PIC X(39).
               10  CALLBAL-T-SOURCE-INDEX   PIC 9(01).

      ***********************************************************
      * INTAKE VOLUME TABLE -- ONE ENTRY PER SOURCE SYSTEM AND    *
      * TRAN CODE SEEN ON THE MERGED, DUPLICATE AND SUSPENSE      *
      * FILES, WRITTEN TO CALLVOL AT THE END OF THE RUN.          *
      ***********************************************************
       01  CALLBAL-VOLUME-TABLE.
           05  CALLBAL-VOLUME-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CALLBAL-VX.
               10  CALLBAL-V-SOURCE         PIC X(03).
               10  CALLBAL-V-TRAN-CODE      PIC X(08).
               10  CALLBAL-V-RECEIVED       PIC 9(07).
               10  CALLBAL-V-DUPLICATES     PIC 9(07).
               10  CALLBAL-V-SUSPENDED      PIC 9(07).

       01  WS-HEADING-1.
           05  FILLER               PIC X(44) VALUE
               'CALLDEMO END-TO-END PIPELINE BALANCING     '.
           05  FILLER               PIC X(15) VALUE 'BUSINESS DATE='.
           05  WS-H1-BUSINESS-DATE  PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER               PIC X(07) VALUE 'SOURCE '.
           05  FILLER               PIC X(10) VALUE ' FEED TRL '.
           05  FILLER               PIC X(10) VALUE '   MERGED '.
           05  FILLER               PIC X(10) VALUE '     DUPS '.
           05  FILLER               PIC X(10) VALUE ' ACCEPTED '.
           05  FILLER               PIC X(10) VALUE ' SUSPENDD '.
           05  FILLER               PIC X(10) VALUE ' SEGMENTS '.
           05  FILLER               PIC X(10) VALUE '  ORPHANS '.
           05  FILLER               PIC X(10) VALUE '  LOGICAL '.
           05  FILLER               PIC X(10) VALUE '   DRIVEN '.
           05  FILLER               PIC X(10) VALUE '  AUDITED '.
           05  FILLER               PIC X(10) VALUE 'STATUS    '.
       01  WS-DETAIL-LINE.
           05  WS-DL-SOURCE         PIC X(06).
           05  FILLER               PIC X(01).
           05  WS-DL-FEED-TRAILER   PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-MERGED         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-DUPLICATES     PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-ACCEPTED       PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-SUSPENDED      PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-SEGMENTS       PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-ORPHANS        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-LOGICAL        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-DRIVEN         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-AUDITED        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-STATUS         PIC X(10).
       01  WS-EXCEPTION-LINE.
           05  FILLER               PIC X(16) VALUE
               'OUT OF BALANCE: '.
           05  WS-EL-SOURCE         PIC X(03).
           05  FILLER               PIC X(08) VALUE ' STAGE '.
           05  WS-EL-STAGE          PIC X(20).
           05  FILLER               PIC X(01).
           05  WS-EL-LEFT-NAME      PIC X(16).
           05  WS-EL-LEFT-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(04) VALUE ' VS '.
           05  WS-EL-RIGHT-NAME     PIC X(18).
           05  WS-EL-RIGHT-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE ', '.
           05  WS-EL-DIFFERENCE     PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-EL-DIRECTION      PIC X(07).
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(22) VALUE
               'STAGES OUT OF BALANCE:'.
           05  WS-SL-OUT-COUNT      PIC ZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE '  UNMATCHED='.
           05  WS-SL-UNMATCHED      PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  UNCHECKED='.
           05  WS-SL-UNCHECKED      PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE '  BAD-SOURCE='.
           05  WS-SL-BAD-SOURCE     PIC Z,ZZZ,ZZ9.
       01  WS-IN-BALANCE-LINE.
           05  FILLER               PIC X(40) VALUE
               'ALL STAGES IN BALANCE FOR ALL SOURCES'.
       01  WS-UNCHECKED-LINE.
           05  FILLER               PIC X(37) VALUE
               'IN BALANCE THROUGH CALLEDIT -- DRIVEN'.
           05  FILLER               PIC X(44) VALUE
               ' AND AUDITED NOT CHECKED, CONTENT TABLE FULL'.

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
               PERFORM 2000-READ-FEED-TRAILERS
                   THRU 2000-READ-FEED-TRAILERS-EXIT

               PERFORM 3000-COUNT-MERGED
                   THRU 3000-COUNT-MERGED-EXIT

               IF NOT WS-CONTROL-FAILED
                   PERFORM 3500-COUNT-DUPLICATES
                       THRU 3500-COUNT-DUPLICATES-EXIT

                   PERFORM 4000-COUNT-ACCEPTED
                       THRU 4000-COUNT-ACCEPTED-EXIT

                   PERFORM 4500-COUNT-SUSPENDED
                       THRU 4500-COUNT-SUSPENDED-EXIT

                   PERFORM 5000-APPLY-AUDIT-TRAIL
                       THRU 5000-APPLY-AUDIT-TRAIL-EXIT

                   PERFORM 7000-PRINT-BALANCE-REPORT
                       THRU 7000-PRINT-BALANCE-REPORT-EXIT

                   PERFORM 7500-WRITE-VOLUME-EXTRACT
                       THRU 7500-WRITE-VOLUME-EXTRACT-EXIT
                       VARYING CALLBAL-VX FROM 1 BY 1
                       UNTIL CALLBAL-VX > WS-VOLUME-COUNT
               END-IF

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-CONTROL-FAILED
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-OUT-OF-BALANCE-COUNT NOT = ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-UNMATCHED-COUNT NOT = ZERO
                       OR WS-UNCHECKED-COUNT NOT = ZERO
                       OR WS-BAD-SOURCE-COUNT NOT = ZERO
                       OR WS-VOLUME-FULL-COUNT NOT = ZERO
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
           OPEN INPUT CALLFD01-FILE.
           IF NOT WS-CALLFD01-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLFD01, STATUS='
                   WS-CALLFD01-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLFD02-FILE.
           IF NOT WS-CALLFD02-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLFD02, STATUS='
                   WS-CALLFD02-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLFD03-FILE.
           IF NOT WS-CALLFD03-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLFD03, STATUS='
                   WS-CALLFD03-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               CLOSE CALLFD02-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLTRAN-FILE.
           IF NOT WS-CALLTRAN-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLTRAN, STATUS='
                   WS-CALLTRAN-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               CLOSE CALLFD02-FILE
               CLOSE CALLFD03-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLDUPS-FILE.
           IF NOT WS-CALLDUPS-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLDUPS, STATUS='
                   WS-CALLDUPS-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               CLOSE CALLFD02-FILE
               CLOSE CALLFD03-FILE
               CLOSE CALLTRAN-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLACPT-FILE.
           IF NOT WS-CALLACPT-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLACPT, STATUS='
                   WS-CALLACPT-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               CLOSE CALLFD02-FILE
               CLOSE CALLFD03-FILE
               CLOSE CALLTRAN-FILE
               CLOSE CALLDUPS-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLSUSP-FILE.
           IF NOT WS-CALLSUSP-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLSUSP, STATUS='
                   WS-CALLSUSP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               CLOSE CALLFD02-FILE
               CLOSE CALLFD03-FILE
               CLOSE CALLTRAN-FILE
               CLOSE CALLDUPS-FILE
               CLOSE CALLACPT-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLERR-FILE.
           IF NOT WS-CALLERR-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLERR, STATUS='
                   WS-CALLERR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               CLOSE CALLFD02-FILE
               CLOSE CALLFD03-FILE
               CLOSE CALLTRAN-FILE
               CLOSE CALLDUPS-FILE
               CLOSE CALLACPT-FILE
               CLOSE CALLSUSP-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLBALR-FILE.
           IF NOT WS-CALLBALR-OK
               DISPLAY 'CALLBAL: UNABLE TO OPEN CALLBALR, STATUS='
                   WS-CALLBALR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               CLOSE CALLFD02-FILE
               CLOSE CALLFD03-FILE
               CLOSE CALLTRAN-FILE
               CLOSE CALLDUPS-FILE
               CLOSE CALLACPT-FILE
               CLOSE CALLSUSP-FILE
               CLOSE CALLERR-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN EXTEND CALLVOL-FILE.
           IF NOT WS-CALLVOL-OK
               DISPLAY 'CALLBAL: UNABLE TO EXTEND CALLVOL, STATUS='
                   WS-CALLVOL-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLFD01-FILE
               CLOSE CALLFD02-FILE
               CLOSE CALLFD03-FILE
               CLOSE CALLTRAN-FILE
               CLOSE CALLDUPS-FILE
               CLOSE CALLACPT-FILE
               CLOSE CALLSUSP-FILE
               CLOSE CALLERR-FILE
               CLOSE CALLBALR-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1200-INIT-SOURCE-TABLE
               THRU 1200-INIT-SOURCE-TABLE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

       1200-INIT-SOURCE-TABLE.
           SET CALLBAL-BX TO 1.
           MOVE 'F01' TO CALLBAL-B-SOURCE (CALLBAL-BX).
           SET CALLBAL-BX TO 2.
           MOVE 'F02' TO CALLBAL-B-SOURCE (CALLBAL-BX).
           SET CALLBAL-BX TO 3.
           MOVE 'F03' TO CALLBAL-B-SOURCE (CALLBAL-BX).
           PERFORM 1210-CLEAR-ONE-SOURCE
               THRU 1210-CLEAR-ONE-SOURCE-EXIT
               VARYING CALLBAL-BX FROM 1 BY 1
               UNTIL CALLBAL-BX > 3.
       1200-INIT-SOURCE-TABLE-EXIT.
           EXIT.

       1210-CLEAR-ONE-SOURCE.
           MOVE 'N' TO CALLBAL-B-TRL-SWITCH (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-FEED-TRAILER (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-MERGED (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-DUPLICATES (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-ACCEPTED (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-SUSPENDED (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-SEGMENTS (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-ORPHANS (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-LOGICAL (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-DRIVEN (CALLBAL-BX).
           MOVE ZERO TO CALLBAL-B-AUDITED (CALLBAL-BX).
       1210-CLEAR-ONE-SOURCE-EXIT.
           EXIT.

      ***********************************************************
      * 1300-FIND-SOURCE -- WS-SOURCE-SYSTEM TO ITS SLOT NUMBER   *
      * IN WS-SOURCE-INDEX, OR ZERO (AND COUNTED) FOR A STAMP     *
      * THAT NAMES NO KNOWN FEED.                                 *
      ***********************************************************
       1300-FIND-SOURCE.
           MOVE ZERO TO WS-SOURCE-INDEX.
           PERFORM 1310-MATCH-ONE-SOURCE
               THRU 1310-MATCH-ONE-SOURCE-EXIT
               VARYING CALLBAL-BX FROM 1 BY 1
               UNTIL CALLBAL-BX > 3
               OR WS-SOURCE-INDEX NOT = ZERO.
           IF WS-SOURCE-INDEX = ZERO
               ADD 1 TO WS-BAD-SOURCE-COUNT
               DISPLAY 'CALLBAL: UNKNOWN SOURCE SYSTEM '
                   WS-SOURCE-SYSTEM
           ELSE
               SET CALLBAL-BX TO WS-SOURCE-INDEX
           END-IF.
       1300-FIND-SOURCE-EXIT.
           EXIT.

       1310-MATCH-ONE-SOURCE.
           IF CALLBAL-B-SOURCE (CALLBAL-BX) = WS-SOURCE-SYSTEM
               SET WS-SOURCE-INDEX TO CALLBAL-BX
           END-IF.
       1310-MATCH-ONE-SOURCE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-READ-FEED-TRAILERS -- THE UPSTREAM'S OWN TRAILER     *
      * COUNT IS THE STARTING POINT OF THE CHAIN: IT IS WHAT THE  *
      * SOURCE SYSTEM SAYS IT SENT.  ONE READ PARAGRAPH PER FEED  *
      * DD, THE SAME SHAPE AS CALLCOLL.                           *
      ***********************************************************
       2000-READ-FEED-TRAILERS.
           MOVE 1 TO WS-FEED-INDEX.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-READ-ONE-FD01
               THRU 2100-READ-ONE-FD01-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 2 TO WS-FEED-INDEX.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2200-READ-ONE-FD02
               THRU 2200-READ-ONE-FD02-EXIT
               UNTIL WS-END-OF-FILE.

           MOVE 3 TO WS-FEED-INDEX.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2300-READ-ONE-FD03
               THRU 2300-READ-ONE-FD03-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
       2000-READ-FEED-TRAILERS-EXIT.
           EXIT.

       2100-READ-ONE-FD01.
           READ CALLFD01-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               MOVE CALLFD01-RECORD TO CALLBAL-FC-RECORD
               PERFORM 2400-CHECK-FEED-RECORD
                   THRU 2400-CHECK-FEED-RECORD-EXIT
           END-IF.
       2100-READ-ONE-FD01-EXIT.
           EXIT.

       2200-READ-ONE-FD02.
           READ CALLFD02-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               MOVE CALLFD02-RECORD TO CALLBAL-FC-RECORD
               PERFORM 2400-CHECK-FEED-RECORD
                   THRU 2400-CHECK-FEED-RECORD-EXIT
           END-IF.
       2200-READ-ONE-FD02-EXIT.
           EXIT.

       2300-READ-ONE-FD03.
           READ CALLFD03-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-END-OF-FILE
               MOVE CALLFD03-RECORD TO CALLBAL-FC-RECORD
               PERFORM 2400-CHECK-FEED-RECORD
                   THRU 2400-CHECK-FEED-RECORD-EXIT
           END-IF.
       2300-READ-ONE-FD03-EXIT.
           EXIT.

       2400-CHECK-FEED-RECORD.
           IF CALLBAL-FC-TRL
               SET CALLBAL-BX TO WS-FEED-INDEX
               MOVE 'Y' TO CALLBAL-B-TRL-SWITCH (CALLBAL-BX)
               IF CALLBAL-FC-RECORD-COUNT NUMERIC
                   MOVE CALLBAL-FC-RECORD-COUNT
                       TO CALLBAL-B-FEED-TRAILER (CALLBAL-BX)
               END-IF
           END-IF.
       2400-CHECK-FEED-RECORD-EXIT.
           EXIT.

      ***********************************************************
      * 3000-COUNT-MERGED -- CALLCOLL'S OUTPUT, BY THE SOURCE     *
      * STAMP IT PUT ON EACH DETAIL.  THE HEADER SUPPLIES THE     *
      * BUSINESS DATE FOR THE PAGE; WITHOUT IT THERE IS NOTHING   *
      * TO BALANCE.                                               *
      ***********************************************************
       3000-COUNT-MERGED.
           READ CALLTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               OR NOT CALLDEMO-HDR-PRESENT
               DISPLAY 'CALLBAL: CALLTRAN HEADER MISSING OR INVALID'
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
               GO TO 3000-COUNT-MERGED-EXIT
           END-IF.
           MOVE CALLDEMO-HDR-BUSINESS-DATE TO WS-BUSINESS-DATE.
           PERFORM 3100-COUNT-ONE-MERGED
               THRU 3100-COUNT-ONE-MERGED-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
       3000-COUNT-MERGED-EXIT.
           EXIT.

       3100-COUNT-ONE-MERGED.
           READ CALLTRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3100-COUNT-ONE-MERGED-EXIT
           END-IF.
           IF CALLDEMO-TRL-PRESENT
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 3100-COUNT-ONE-MERGED-EXIT
           END-IF.
           MOVE CALLDEMO-TRAN-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
           PERFORM 1300-FIND-SOURCE
               THRU 1300-FIND-SOURCE-EXIT.
           IF WS-SOURCE-INDEX NOT = ZERO
               ADD 1 TO CALLBAL-B-MERGED (CALLBAL-BX)
               MOVE CALLDEMO-TRAN-CODE TO WS-VOLUME-TRAN-CODE
               PERFORM 6000-FIND-OR-ADD-VOLUME
                   THRU 6000-FIND-OR-ADD-VOLUME-EXIT
               IF WS-VOLUME-INDEX NOT = ZERO
                   ADD 1 TO CALLBAL-V-RECEIVED (CALLBAL-VX)
               END-IF
           END-IF.
       3100-COUNT-ONE-MERGED-EXIT.
           EXIT.

      ***********************************************************
      * 3500-COUNT-DUPLICATES -- CROSS-FEED DUPLICATES ARE        *
      * CHARGED TO THE FEED THEY ARRIVED ON, WHICH IS THE FEED    *
      * WHOSE TRAILER COUNTED THEM.                               *
      ***********************************************************
       3500-COUNT-DUPLICATES.
           PERFORM 3600-COUNT-ONE-DUPLICATE
               THRU 3600-COUNT-ONE-DUPLICATE-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
       3500-COUNT-DUPLICATES-EXIT.
           EXIT.

       3600-COUNT-ONE-DUPLICATE.
           READ CALLDUPS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3600-COUNT-ONE-DUPLICATE-EXIT
           END-IF.
           MOVE CALLDUPS-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
           PERFORM 1300-FIND-SOURCE
               THRU 1300-FIND-SOURCE-EXIT.
           IF WS-SOURCE-INDEX NOT = ZERO
               ADD 1 TO CALLBAL-B-DUPLICATES (CALLBAL-BX)
               MOVE CALLDUPS-TRAN-IMAGE (1:8) TO WS-VOLUME-TRAN-CODE
               PERFORM 6000-FIND-OR-ADD-VOLUME
                   THRU 6000-FIND-OR-ADD-VOLUME-EXIT
               IF WS-VOLUME-INDEX NOT = ZERO
                   ADD 1 TO CALLBAL-V-RECEIVED (CALLBAL-VX)
                   ADD 1 TO CALLBAL-V-DUPLICATES (CALLBAL-VX)
               END-IF
           END-IF.
       3600-COUNT-ONE-DUPLICATE-EXIT.
           EXIT.

      ***********************************************************
      * 4000-COUNT-ACCEPTED -- CALLEDIT'S ACCEPTED FILE, WHICH IS *
      * WHAT CALLDEMO READS.  EACH DETAIL IS CLASSIFIED THE WAY   *
      * CALLDEMO WILL TREAT IT: A CONTINUATION DIRECTLY BEHIND    *
      * ITS PRIMARY (SAME TRAN CODE) FOLDS INTO THAT TRANSACTION; *
      * ANY OTHER CONTINUATION IS AN ORPHAN CALLDEMO IGNORES;     *
      * EVERYTHING ELSE IS ONE LOGICAL TRANSACTION, WHOSE CONTENT *
      * GOES ON THE TABLE FOR THE AUDIT-TRAIL ATTRIBUTION.        *
      ***********************************************************
       4000-COUNT-ACCEPTED.
           MOVE 'N' TO WS-CHAIN-SWITCH.
           PERFORM 4100-COUNT-ONE-ACCEPTED
               THRU 4100-COUNT-ONE-ACCEPTED-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
       4000-COUNT-ACCEPTED-EXIT.
           EXIT.

       4100-COUNT-ONE-ACCEPTED.
           READ CALLACPT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 4100-COUNT-ONE-ACCEPTED-EXIT
           END-IF.
           IF CALLACPT-HDR-PRESENT
               GO TO 4100-COUNT-ONE-ACCEPTED-EXIT
           END-IF.
           IF CALLACPT-TRL-PRESENT
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 4100-COUNT-ONE-ACCEPTED-EXIT
           END-IF.
           MOVE CALLACPT-TRAN-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
           PERFORM 1300-FIND-SOURCE
               THRU 1300-FIND-SOURCE-EXIT.
           IF WS-SOURCE-INDEX = ZERO
               GO TO 4100-COUNT-ONE-ACCEPTED-EXIT
           END-IF.
           ADD 1 TO CALLBAL-B-ACCEPTED (CALLBAL-BX).

           IF CALLACPT-TRAN-CONTINUATION
               IF WS-CHAIN-OPEN
                   AND CALLACPT-TRAN-CODE = WS-CHAIN-TRAN-CODE
                   ADD 1 TO CALLBAL-B-SEGMENTS (CALLBAL-BX)
               ELSE
                   ADD 1 TO CALLBAL-B-ORPHANS (CALLBAL-BX)
               END-IF
               GO TO 4100-COUNT-ONE-ACCEPTED-EXIT
           END-IF.

           IF CALLACPT-TRAN-PRIMARY
               MOVE 'Y' TO WS-CHAIN-SWITCH
               MOVE CALLACPT-TRAN-CODE TO WS-CHAIN-TRAN-CODE
           ELSE
               MOVE 'N' TO WS-CHAIN-SWITCH
           END-IF.
           ADD 1 TO CALLBAL-B-LOGICAL (CALLBAL-BX).

           MOVE CALLACPT-TRAN-CODE TO WS-LK-TRAN-CODE.
           MOVE CALLACPT-TRAN-STATUS-FLAG TO WS-LK-STATUS-FLAG.
           MOVE CALLACPT-TRAN-DATA-FIELD TO WS-LK-DATA-FIELD.
           PERFORM 4200-FIND-TRANSACTION
               THRU 4200-FIND-TRANSACTION-EXIT.
           IF WS-TABLE-INDEX NOT = ZERO
               GO TO 4100-COUNT-ONE-ACCEPTED-EXIT
           END-IF.
           IF WS-TRANSACTION-COUNT NOT LESS THAN WS-MAX-TRANSACTIONS
               ADD 1 TO WS-UNCHECKED-COUNT
               GO TO 4100-COUNT-ONE-ACCEPTED-EXIT
           END-IF.
           ADD 1 TO WS-TRANSACTION-COUNT.
           SET CALLBAL-TX TO WS-TRANSACTION-COUNT.
           MOVE WS-LOOKUP-KEY TO CALLBAL-T-KEY (CALLBAL-TX).
           MOVE WS-SOURCE-INDEX TO CALLBAL-T-SOURCE-INDEX (CALLBAL-TX).
       4100-COUNT-ONE-ACCEPTED-EXIT.
           EXIT.

       4200-FIND-TRANSACTION.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-TABLE-INDEX.
           PERFORM 4210-MATCH-ONE-TRANSACTION
               THRU 4210-MATCH-ONE-TRANSACTION-EXIT
               VARYING CALLBAL-TX FROM 1 BY 1
               UNTIL CALLBAL-TX > WS-TRANSACTION-COUNT
               OR WS-ENTRY-FOUND.
       4200-FIND-TRANSACTION-EXIT.
           EXIT.

       4210-MATCH-ONE-TRANSACTION.
           IF CALLBAL-T-KEY (CALLBAL-TX) = WS-LOOKUP-KEY
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-TABLE-INDEX TO CALLBAL-TX
           END-IF.
       4210-MATCH-ONE-TRANSACTION-EXIT.
           EXIT.

      ***********************************************************
      * 4500-COUNT-SUSPENDED -- CALLEDIT'S REJECTS, BY THE SOURCE *
      * STAMP CARRIED IN THE SUSPENDED IMAGE.                     *
      ***********************************************************
       4500-COUNT-SUSPENDED.
           PERFORM 4600-COUNT-ONE-SUSPENDED
               THRU 4600-COUNT-ONE-SUSPENDED-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
       4500-COUNT-SUSPENDED-EXIT.
           EXIT.

       4600-COUNT-ONE-SUSPENDED.
           READ CALLSUSP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 4600-COUNT-ONE-SUSPENDED-EXIT
           END-IF.
           MOVE CALLSUSP-TRAN-IMAGE (40:3) TO WS-SOURCE-SYSTEM.
           PERFORM 1300-FIND-SOURCE
               THRU 1300-FIND-SOURCE-EXIT.
           IF WS-SOURCE-INDEX NOT = ZERO
               ADD 1 TO CALLBAL-B-SUSPENDED (CALLBAL-BX)
               MOVE CALLSUSP-TRAN-IMAGE (1:8) TO WS-VOLUME-TRAN-CODE
               PERFORM 6000-FIND-OR-ADD-VOLUME
                   THRU 6000-FIND-OR-ADD-VOLUME-EXIT
               IF WS-VOLUME-INDEX NOT = ZERO
                   ADD 1 TO CALLBAL-V-SUSPENDED (CALLBAL-VX)
               END-IF
           END-IF.
       4600-COUNT-ONE-SUSPENDED-EXIT.
           EXIT.

      ***********************************************************
      * 5000-APPLY-AUDIT-TRAIL -- EVERY CALLERR RECORD WITH A     *
      * TRAN CODE IS ATTRIBUTED TO ITS SOURCE THROUGH THE         *
      * ACCEPTED-CONTENT TABLE.  A CLASSIC-CALL RECORD COUNTS THE *
      * TRANSACTION AS DRIVEN; A CALLDYN RECORD OTHER THAN 'O' IS *
      * THE FINAL DISPOSITION AND COUNTS IT AS AUDITED.  CONTENT  *
      * NOT ON THE ACCEPTED FILE (A RETRY RECORD OR A LEFTOVER    *
      * FROM ANOTHER DAY) IS COUNTED UNMATCHED, NOT BALANCED.     *
      ***********************************************************
       5000-APPLY-AUDIT-TRAIL.
           PERFORM 5100-APPLY-ONE-AUDIT
               THRU 5100-APPLY-ONE-AUDIT-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
       5000-APPLY-AUDIT-TRAIL-EXIT.
           EXIT.

       5100-APPLY-ONE-AUDIT.
           READ CALLERR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 5100-APPLY-ONE-AUDIT-EXIT
           END-IF.
           IF CALLERR-TRAN-CODE = SPACES
               GO TO 5100-APPLY-ONE-AUDIT-EXIT
           END-IF.
           IF CALLERR-PROGRAM-NAME NOT = WS-CLASSIC-PROGRAM-NAME
               AND CALLERR-DISP-FAILED-OVER
               GO TO 5100-APPLY-ONE-AUDIT-EXIT
           END-IF.
           MOVE CALLERR-TRAN-CODE TO WS-LK-TRAN-CODE.
           MOVE CALLERR-STATUS-FLAG TO WS-LK-STATUS-FLAG.
           MOVE CALLERR-DATA-FIELD TO WS-LK-DATA-FIELD.
           PERFORM 4200-FIND-TRANSACTION
               THRU 4200-FIND-TRANSACTION-EXIT.
           IF WS-TABLE-INDEX = ZERO
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 5100-APPLY-ONE-AUDIT-EXIT
           END-IF.
           SET CALLBAL-TX TO WS-TABLE-INDEX.
           SET CALLBAL-BX TO CALLBAL-T-SOURCE-INDEX (CALLBAL-TX).
           IF CALLERR-PROGRAM-NAME = WS-CLASSIC-PROGRAM-NAME
               ADD 1 TO CALLBAL-B-DRIVEN (CALLBAL-BX)
           ELSE
               ADD 1 TO CALLBAL-B-AUDITED (CALLBAL-BX)
           END-IF.
       5100-APPLY-ONE-AUDIT-EXIT.
           EXIT.

      ***********************************************************
      * 6000-FIND-OR-ADD-VOLUME -- THE INTAKE VOLUME SLOT FOR THE *
      * SOURCE SYSTEM IN WS-SOURCE-SYSTEM AND WS-VOLUME-TRAN-CODE,*
      * LEFT SET IN CALLBAL-VX.  WS-VOLUME-INDEX COMES BACK ZERO  *
      * (AND THE RECORD IS COUNTED) WHEN THE COMBINATION IS NEW   *
      * AND THE TABLE IS FULL.                                    *
      ***********************************************************
       6000-FIND-OR-ADD-VOLUME.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-VOLUME-INDEX.
           PERFORM 6100-MATCH-ONE-VOLUME
               THRU 6100-MATCH-ONE-VOLUME-EXIT
               VARYING CALLBAL-VX FROM 1 BY 1
               UNTIL CALLBAL-VX > WS-VOLUME-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SET CALLBAL-VX TO WS-VOLUME-INDEX
               GO TO 6000-FIND-OR-ADD-VOLUME-EXIT
           END-IF.
           IF WS-VOLUME-COUNT NOT LESS THAN WS-MAX-VOLUMES
               ADD 1 TO WS-VOLUME-FULL-COUNT
               GO TO 6000-FIND-OR-ADD-VOLUME-EXIT
           END-IF.
           ADD 1 TO WS-VOLUME-COUNT.
           MOVE WS-VOLUME-COUNT TO WS-VOLUME-INDEX.
           SET CALLBAL-VX TO WS-VOLUME-COUNT.
           MOVE WS-SOURCE-SYSTEM TO CALLBAL-V-SOURCE (CALLBAL-VX).
           MOVE WS-VOLUME-TRAN-CODE TO CALLBAL-V-TRAN-CODE (CALLBAL-VX).
           MOVE ZERO TO CALLBAL-V-RECEIVED (CALLBAL-VX).
           MOVE ZERO TO CALLBAL-V-DUPLICATES (CALLBAL-VX).
           MOVE ZERO TO CALLBAL-V-SUSPENDED (CALLBAL-VX).
       6000-FIND-OR-ADD-VOLUME-EXIT.
           EXIT.

       6100-MATCH-ONE-VOLUME.
           IF CALLBAL-V-SOURCE (CALLBAL-VX) = WS-SOURCE-SYSTEM
               AND CALLBAL-V-TRAN-CODE (CALLBAL-VX)
                   = WS-VOLUME-TRAN-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-VOLUME-INDEX TO CALLBAL-VX
           END-IF.
       6100-MATCH-ONE-VOLUME-EXIT.
           EXIT.

      ***********************************************************
      * 7000-PRINT-BALANCE-REPORT -- ONE PAGE: A LINE PER SOURCE  *
      * SYSTEM, THE TOTAL LINE, THEN AN OUT-OF-BALANCE LINE FOR   *
      * EVERY COMPARISON THAT DOES NOT TIE.                       *
      ***********************************************************
       7000-PRINT-BALANCE-REPORT.
           MOVE WS-BUSINESS-DATE TO WS-H1-BUSINESS-DATE.
           WRITE CALLBALR-LINE FROM WS-HEADING-1.
           MOVE SPACES TO CALLBALR-LINE.
           WRITE CALLBALR-LINE.
           WRITE CALLBALR-LINE FROM WS-HEADING-2.
           PERFORM 7100-PRINT-ONE-SOURCE
               THRU 7100-PRINT-ONE-SOURCE-EXIT
               VARYING CALLBAL-BX FROM 1 BY 1
               UNTIL CALLBAL-BX > 3.
           PERFORM 7200-PRINT-TOTAL-LINE
               THRU 7200-PRINT-TOTAL-LINE-EXIT.
           MOVE SPACES TO CALLBALR-LINE.
           WRITE CALLBALR-LINE.
           PERFORM 7300-CHECK-ONE-SOURCE
               THRU 7300-CHECK-ONE-SOURCE-EXIT
               VARYING CALLBAL-BX FROM 1 BY 1
               UNTIL CALLBAL-BX > 3.
           IF WS-OUT-OF-BALANCE-COUNT = ZERO
               IF WS-UNCHECKED-COUNT = ZERO
                   WRITE CALLBALR-LINE FROM WS-IN-BALANCE-LINE
               ELSE
                   WRITE CALLBALR-LINE FROM WS-UNCHECKED-LINE
               END-IF
           END-IF.
           MOVE SPACES TO CALLBALR-LINE.
           WRITE CALLBALR-LINE.
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-SL-OUT-COUNT.
           MOVE WS-UNMATCHED-COUNT TO WS-SL-UNMATCHED.
           MOVE WS-UNCHECKED-COUNT TO WS-SL-UNCHECKED.
           MOVE WS-BAD-SOURCE-COUNT TO WS-SL-BAD-SOURCE.
           WRITE CALLBALR-LINE FROM WS-SUMMARY-LINE.
       7000-PRINT-BALANCE-REPORT-EXIT.
           EXIT.

       7100-PRINT-ONE-SOURCE.
           COMPUTE CALLBAL-B-LOGICAL (CALLBAL-BX) =
               CALLBAL-B-ACCEPTED (CALLBAL-BX)
               - CALLBAL-B-SEGMENTS (CALLBAL-BX)
               - CALLBAL-B-ORPHANS (CALLBAL-BX).
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CALLBAL-B-SOURCE (CALLBAL-BX) TO WS-DL-SOURCE.
           MOVE CALLBAL-B-FEED-TRAILER (CALLBAL-BX)
               TO WS-DL-FEED-TRAILER.
           MOVE CALLBAL-B-MERGED (CALLBAL-BX) TO WS-DL-MERGED.
           MOVE CALLBAL-B-DUPLICATES (CALLBAL-BX) TO WS-DL-DUPLICATES.
           MOVE CALLBAL-B-ACCEPTED (CALLBAL-BX) TO WS-DL-ACCEPTED.
           MOVE CALLBAL-B-SUSPENDED (CALLBAL-BX) TO WS-DL-SUSPENDED.
           MOVE CALLBAL-B-SEGMENTS (CALLBAL-BX) TO WS-DL-SEGMENTS.
           MOVE CALLBAL-B-ORPHANS (CALLBAL-BX) TO WS-DL-ORPHANS.
           MOVE CALLBAL-B-LOGICAL (CALLBAL-BX) TO WS-DL-LOGICAL.
           MOVE CALLBAL-B-DRIVEN (CALLBAL-BX) TO WS-DL-DRIVEN.
           MOVE CALLBAL-B-AUDITED (CALLBAL-BX) TO WS-DL-AUDITED.
           IF CALLBAL-B-TRL-SEEN (CALLBAL-BX)
               AND CALLBAL-B-FEED-TRAILER (CALLBAL-BX) =
                   CALLBAL-B-MERGED (CALLBAL-BX)
                   + CALLBAL-B-DUPLICATES (CALLBAL-BX)
               AND CALLBAL-B-MERGED (CALLBAL-BX) =
                   CALLBAL-B-ACCEPTED (CALLBAL-BX)
                   + CALLBAL-B-SUSPENDED (CALLBAL-BX)
               IF WS-UNCHECKED-COUNT NOT = ZERO
                   MOVE 'UNCHECKED ' TO WS-DL-STATUS
               ELSE
                   IF CALLBAL-B-LOGICAL (CALLBAL-BX) =
                       CALLBAL-B-DRIVEN (CALLBAL-BX)
                       AND CALLBAL-B-DRIVEN (CALLBAL-BX) =
                           CALLBAL-B-AUDITED (CALLBAL-BX)
                       MOVE 'IN BALANCE' TO WS-DL-STATUS
                   ELSE
                       MOVE 'OUT       ' TO WS-DL-STATUS
                   END-IF
               END-IF
           ELSE
               MOVE 'OUT       ' TO WS-DL-STATUS
           END-IF.
           WRITE CALLBALR-LINE FROM WS-DETAIL-LINE.

           ADD CALLBAL-B-FEED-TRAILER (CALLBAL-BX)
               TO CALLBAL-T-FEED-TRAILER.
           ADD CALLBAL-B-MERGED (CALLBAL-BX) TO CALLBAL-T-MERGED.
           ADD CALLBAL-B-DUPLICATES (CALLBAL-BX)
               TO CALLBAL-T-DUPLICATES.
           ADD CALLBAL-B-ACCEPTED (CALLBAL-BX) TO CALLBAL-T-ACCEPTED.
           ADD CALLBAL-B-SUSPENDED (CALLBAL-BX)
               TO CALLBAL-T-SUSPENDED.
           ADD CALLBAL-B-SEGMENTS (CALLBAL-BX) TO CALLBAL-T-SEGMENTS.
           ADD CALLBAL-B-ORPHANS (CALLBAL-BX) TO CALLBAL-T-ORPHANS.
           ADD CALLBAL-B-LOGICAL (CALLBAL-BX) TO CALLBAL-T-LOGICAL.
           ADD CALLBAL-B-DRIVEN (CALLBAL-BX) TO CALLBAL-T-DRIVEN.
           ADD CALLBAL-B-AUDITED (CALLBAL-BX) TO CALLBAL-T-AUDITED.
       7100-PRINT-ONE-SOURCE-EXIT.
           EXIT.

       7200-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'TOTAL ' TO WS-DL-SOURCE.
           MOVE CALLBAL-T-FEED-TRAILER TO WS-DL-FEED-TRAILER.
           MOVE CALLBAL-T-MERGED TO WS-DL-MERGED.
           MOVE CALLBAL-T-DUPLICATES TO WS-DL-DUPLICATES.
           MOVE CALLBAL-T-ACCEPTED TO WS-DL-ACCEPTED.
           MOVE CALLBAL-T-SUSPENDED TO WS-DL-SUSPENDED.
           MOVE CALLBAL-T-SEGMENTS TO WS-DL-SEGMENTS.
           MOVE CALLBAL-T-ORPHANS TO WS-DL-ORPHANS.
           MOVE CALLBAL-T-LOGICAL TO WS-DL-LOGICAL.
           MOVE CALLBAL-T-DRIVEN TO WS-DL-DRIVEN.
           MOVE CALLBAL-T-AUDITED TO WS-DL-AUDITED.
           WRITE CALLBALR-LINE FROM WS-DETAIL-LINE.
       7200-PRINT-TOTAL-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 7300-CHECK-ONE-SOURCE -- WALK THE CHAIN IN PIPELINE ORDER *
      * AND NAME THE STEP AT EACH BREAK.  A FEED WITH NO TRAILER  *
      * AT ALL NEVER BALANCED ON THE WAY IN AND SAYS SO.  ONCE    *
      * THE CONTENT TABLE HAS FILLED, TRANSACTIONS LEFT OUT OF IT *
      * CAN NEVER MATCH THEIR AUDIT RECORDS, SO THE DRIVEN AND    *
      * AUDITED STAGES ARE NOT COMPARED (RC 4, UNCHECKED).        *
      ***********************************************************
       7300-CHECK-ONE-SOURCE.
           MOVE CALLBAL-B-SOURCE (CALLBAL-BX) TO WS-EL-SOURCE.

           IF NOT CALLBAL-B-TRL-SEEN (CALLBAL-BX)
               MOVE 'UPSTREAM FEED       ' TO WS-EL-STAGE
               MOVE 'FEED TRAILER    ' TO WS-EL-LEFT-NAME
               MOVE 'MERGED+DUPS       ' TO WS-EL-RIGHT-NAME
               MOVE ZERO TO WS-LEFT-COUNT
               COMPUTE WS-RIGHT-COUNT =
                   CALLBAL-B-MERGED (CALLBAL-BX)
                   + CALLBAL-B-DUPLICATES (CALLBAL-BX)
               PERFORM 7400-WRITE-EXCEPTION
                   THRU 7400-WRITE-EXCEPTION-EXIT
           ELSE
               MOVE 'CALLCOLL STEP003    ' TO WS-EL-STAGE
               MOVE 'FEED TRAILER    ' TO WS-EL-LEFT-NAME
               MOVE 'MERGED+DUPS       ' TO WS-EL-RIGHT-NAME
               MOVE CALLBAL-B-FEED-TRAILER (CALLBAL-BX)
                   TO WS-LEFT-COUNT
               COMPUTE WS-RIGHT-COUNT =
                   CALLBAL-B-MERGED (CALLBAL-BX)
                   + CALLBAL-B-DUPLICATES (CALLBAL-BX)
               PERFORM 7400-WRITE-EXCEPTION
                   THRU 7400-WRITE-EXCEPTION-EXIT
           END-IF.

           MOVE 'CALLEDIT STEP005    ' TO WS-EL-STAGE.
           MOVE 'MERGED          ' TO WS-EL-LEFT-NAME.
           MOVE 'ACCEPTED+SUSPENDED' TO WS-EL-RIGHT-NAME.
           MOVE CALLBAL-B-MERGED (CALLBAL-BX) TO WS-LEFT-COUNT.
           COMPUTE WS-RIGHT-COUNT =
               CALLBAL-B-ACCEPTED (CALLBAL-BX)
               + CALLBAL-B-SUSPENDED (CALLBAL-BX).
           PERFORM 7400-WRITE-EXCEPTION
               THRU 7400-WRITE-EXCEPTION-EXIT.

           IF WS-UNCHECKED-COUNT NOT = ZERO
               GO TO 7300-CHECK-ONE-SOURCE-EXIT
           END-IF.

           MOVE 'CALLDEMO STEP011-014' TO WS-EL-STAGE.
           MOVE 'ACCEPTED LOGICAL' TO WS-EL-LEFT-NAME.
           MOVE 'DRIVEN            ' TO WS-EL-RIGHT-NAME.
           MOVE CALLBAL-B-LOGICAL (CALLBAL-BX) TO WS-LEFT-COUNT.
           MOVE CALLBAL-B-DRIVEN (CALLBAL-BX) TO WS-RIGHT-COUNT.
           PERFORM 7400-WRITE-EXCEPTION
               THRU 7400-WRITE-EXCEPTION-EXIT.

           MOVE 'CALLDYN AUDIT TRAIL ' TO WS-EL-STAGE.
           MOVE 'DRIVEN          ' TO WS-EL-LEFT-NAME.
           MOVE 'CALLERR AUDITED   ' TO WS-EL-RIGHT-NAME.
           MOVE CALLBAL-B-DRIVEN (CALLBAL-BX) TO WS-LEFT-COUNT.
           MOVE CALLBAL-B-AUDITED (CALLBAL-BX) TO WS-RIGHT-COUNT.
           PERFORM 7400-WRITE-EXCEPTION
               THRU 7400-WRITE-EXCEPTION-EXIT.
       7300-CHECK-ONE-SOURCE-EXIT.
           EXIT.

      ***********************************************************
      * 7400-WRITE-EXCEPTION -- THE CALLER LOADS THE STAGE, THE   *
      * TWO COUNTS AND THEIR NAMES.  NOTHING PRINTS WHEN THEY     *
      * TIE (EXCEPT A FEED WITH NO TRAILER, WHICH NEVER TIES).    *
      * MISSING MEANS THE STAGE PUT OUT FEWER THAN IT TOOK IN;    *
      * EXTRA MEANS MORE.                                         *
      ***********************************************************
       7400-WRITE-EXCEPTION.
           IF WS-LEFT-COUNT = WS-RIGHT-COUNT
               AND WS-EL-STAGE NOT = 'UPSTREAM FEED       '
               GO TO 7400-WRITE-EXCEPTION-EXIT
           END-IF.
           IF WS-LEFT-COUNT GREATER THAN WS-RIGHT-COUNT
               COMPUTE WS-DIFFERENCE = WS-LEFT-COUNT - WS-RIGHT-COUNT
               MOVE 'MISSING' TO WS-EL-DIRECTION
           ELSE
               COMPUTE WS-DIFFERENCE = WS-RIGHT-COUNT - WS-LEFT-COUNT
               MOVE 'EXTRA  ' TO WS-EL-DIRECTION
           END-IF.
           IF WS-EL-STAGE = 'UPSTREAM FEED       '
               MOVE 'NO TRL ' TO WS-EL-DIRECTION
           END-IF.
           MOVE WS-LEFT-COUNT TO WS-EL-LEFT-COUNT.
           MOVE WS-RIGHT-COUNT TO WS-EL-RIGHT-COUNT.
           MOVE WS-DIFFERENCE TO WS-EL-DIFFERENCE.
           WRITE CALLBALR-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-OUT-OF-BALANCE-COUNT.
           DISPLAY 'CALLBAL: OUT OF BALANCE, SOURCE ' WS-EL-SOURCE
               ' STAGE ' WS-EL-STAGE
               ' DIFFERENCE ' WS-DIFFERENCE ' ' WS-EL-DIRECTION.
       7400-WRITE-EXCEPTION-EXIT.
           EXIT.

      ***********************************************************
      * 7500-WRITE-VOLUME-EXTRACT -- ONE CALLVOL RECORD PER       *
      * VOLUME TABLE ENTRY, DATED WITH THE NIGHT'S BUSINESS DATE. *
      ***********************************************************
       7500-WRITE-VOLUME-EXTRACT.
           IF WS-VOLUME-WRITTEN-COUNT = ZERO
               ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CD-TIME FROM TIME
           END-IF.
           MOVE SPACES TO CALLVOLR-RECORD.
           MOVE WS-BUSINESS-DATE TO CALLVOLR-BUSINESS-DATE.
           MOVE CALLBAL-V-SOURCE (CALLBAL-VX) TO CALLVOLR-SOURCE-SYSTEM.
           MOVE CALLBAL-V-TRAN-CODE (CALLBAL-VX) TO CALLVOLR-TRAN-CODE.
           MOVE CALLBAL-V-RECEIVED (CALLBAL-VX)
               TO CALLVOLR-RECEIVED-COUNT.
           MOVE CALLBAL-V-DUPLICATES (CALLBAL-VX)
               TO CALLVOLR-DUPLICATE-COUNT.
           MOVE CALLBAL-V-SUSPENDED (CALLBAL-VX)
               TO CALLVOLR-SUSPENDED-COUNT.
           MOVE WS-CD-DATE TO CALLVOLR-CREATE-DATE.
           MOVE WS-CD-TIME TO CALLVOLR-CREATE-TIME.
           WRITE CALLVOLR-RECORD.
           ADD 1 TO WS-VOLUME-WRITTEN-COUNT.
       7500-WRITE-VOLUME-EXTRACT-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-UNCHECKED-COUNT NOT = ZERO
               DISPLAY 'CALLBAL: ' WS-UNCHECKED-COUNT
                   ' TRANSACTION(S) UNTRACKED, TABLE FULL'
           END-IF.
           IF WS-VOLUME-FULL-COUNT NOT = ZERO
               DISPLAY 'CALLBAL: ' WS-VOLUME-FULL-COUNT
                   ' INTAKE RECORD(S) NOT IN CALLVOL, TABLE FULL'
           END-IF.
           CLOSE CALLFD01-FILE.
           CLOSE CALLFD02-FILE.
           CLOSE CALLFD03-FILE.
           CLOSE CALLTRAN-FILE.
           CLOSE CALLDUPS-FILE.
           CLOSE CALLACPT-FILE.
           CLOSE CALLSUSP-FILE.
           CLOSE CALLERR-FILE.
           CLOSE CALLBALR-FILE.
           CLOSE CALLVOL-FILE.
           DISPLAY 'CALLBAL: OUT-OF-BALANCE=' WS-OUT-OF-BALANCE-COUNT
               ' UNMATCHED=' WS-UNMATCHED-COUNT
               ' UNCHECKED=' WS-UNCHECKED-COUNT
               ' VOLUMES=' WS-VOLUME-WRITTEN-COUNT.
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
           MOVE 'CALLBAL' TO CALLSTPX-PROGRAM-NAME.
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
