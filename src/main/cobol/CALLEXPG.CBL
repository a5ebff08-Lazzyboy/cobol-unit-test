      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   BUILDS TONIGHT'S CALLEXP EXPECTED-CALLS FILE FROM
      *            THE CALLHIST HISTORY KSDS AND THE CALLCAL PROCESSING
      *            CALENDAR.  CALLEXP USED TO BE KEYED BY HAND WITH
      *            STATIC COUNTS, SO IT WAS WRONG AFTER EVERY HOLIDAY,
      *            EVERY MONTH-END SPIKE AND EVERY TRAN CODE ADDED
      *            THROUGH CALLSUBM, AND CALLRECN'S EXCEPTIONS WERE
      *            IGNORED.  RUNS IN THE CALLEXPG JOB, WHICH THE
      *            SCHEDULER RELEASES AHEAD OF THE NIGHT'S CALLDEMO.
      *
      *            THE NIGHT'S BUSINESS DATE COMES FROM THE 'HDR' OF
      *            THE FIRST UPSTREAM FEED THAT HAS ONE (CALLFD01,
      *            ELSE CALLFD02, ELSE CALLFD03), AS IN CALLSTPI, OR
      *            FROM THE CALLEXPC CONTROL CARD.  CALLCAL CLASSIFIES
      *            THAT DATE, IN THIS ORDER, AS THE FIRST BUSINESS DAY
      *            OF ITS MONTH ('F'), THE LAST ('L'), THE FIRST
      *            BUSINESS DAY AFTER A HOLIDAY ('H'), OR AN ORDINARY
      *            DAY ('W').  THE COMPARABLE PRIOR DAYS ARE THE
      *            BUSINESS DAYS IN THE CALLHIST RETENTION WINDOW OF
      *            THE SAME CLASS -- FOR AN ORDINARY DAY, THE SAME
      *            WEEKDAY AS WELL.  IF NO PRIOR DAY OF A SPECIAL
      *            CLASS IS IN THE WINDOW, THE SAME WEEKDAY IS USED.
      *
      *            ONE CALLEXP ROW IS WRITTEN FOR EVERY CALLSUBT ROW
      *            ACTIVE AND EFFECTIVE FOR THE DATE.  ITS EXPECTED
      *            COUNT IS THE AVERAGE SUCCESSFUL VOLUME (CALL COUNT
      *            LESS ERROR COUNT) OF THE PAIR ON THE COMPARABLE
      *            DAYS THAT HAVE HISTORY, COUNTING ONLY DAYS ON OR
      *            AFTER THE ROW'S EFFECTIVE DATE; THE LOW AND HIGH
      *            COUNTS ARE THAT AVERAGE LESS AND PLUS THE TOLERANCE
      *            PERCENTAGE.  A ROW WITH NO SUCH HISTORY (A TRAN
      *            CODE NEWLY ADDED) GETS AN OPEN BAND, BASIS 'N', SO
      *            IT IS LISTED BUT NEVER FLAGGED.  A ROW NOT ON LAST
      *            NIGHT'S CALLEXP (DD CALLEXPO) IS MARKED NEW SINCE
      *            THE LAST RUN; A ROW ON LAST NIGHT'S FILE WHOSE
      *            ROUTE IS NO LONGER ACTIVE IS LISTED AS DROPPED.
      *
      *            CONTROL CARD ON DD CALLEXPC (OPTIONAL):
      *              COLS 1-3   TOLERANCE PERCENTAGE (DEFAULT 020)
      *              COLS 4-11  BUSINESS DATE YYYYMMDD, OVERRIDING
      *                         THE FEED HEADERS (BLANK = FEEDS)
      *
      *            RETURN CODES:
      *              0  - CALLEXP BUILT
      *              4  - BUILT WITH WARNINGS (NO COMPARABLE DAY HAD
      *                   HISTORY, CALLCAL GAPS IN THE WINDOW, NO
      *                   PRIOR CALLEXP, OR ROUTING TABLE FULL)
      *              8  - A CALLEXP WRITE FAILED
      *             12  - NO BUSINESS DATE, OR THE DATE IS NOT A
      *                   BUSINESS DAY ON CALLCAL -- NOTHING BUILT
      *             16  - A REQUIRED FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLEXPG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLHIST-FILE ASSIGN TO CALLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALLHSTR-KEY
               FILE STATUS IS WS-CALLHIST-STATUS.

           SELECT CALLCAL-FILE ASSIGN TO CALLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLCALR-DATE
               FILE STATUS IS WS-CALLCAL-STATUS.

           SELECT CALLSUBT-FILE ASSIGN TO CALLSUBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALLSUBT-TRAN-CODE
               FILE STATUS IS WS-CALLSUBT-STATUS.

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

           SELECT CALLEXPC-FILE ASSIGN TO CALLEXPC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLEXPC-STATUS.

           SELECT CALLEXPO-FILE ASSIGN TO CALLEXPO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLEXPO-STATUS.

           SELECT CALLEXP-FILE ASSIGN TO CALLEXP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLEXP-STATUS.

           SELECT CALLEXPR-FILE ASSIGN TO CALLEXPR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLEXPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLHSTR.

       FD  CALLCAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLCALR.

       FD  CALLSUBT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSUBT.

       FD  CALLFD01-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN REPLACING LEADING ==CALLDEMO== BY ==CALLFD01==.

       FD  CALLFD02-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN REPLACING LEADING ==CALLDEMO== BY ==CALLFD02==.

       FD  CALLFD03-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN REPLACING LEADING ==CALLDEMO== BY ==CALLFD03==.

       FD  CALLEXPC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLEXPC-RECORD.
           05  CALLEXPC-TOLERANCE-PCT      PIC 9(03).
           05  CALLEXPC-BUSINESS-DATE      PIC 9(08).
           05  FILLER                      PIC X(69).

       FD  CALLEXPO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLEXP REPLACING LEADING ==CALLEXP== BY ==CALLEXPO==.

       FD  CALLEXP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLEXP.

       FD  CALLEXPR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLEXPR-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CALLHIST-STATUS               PIC X(02).
           88  WS-CALLHIST-OK                   VALUE '00'.
       77  WS-CALLCAL-STATUS                PIC X(02).
           88  WS-CALLCAL-OK                    VALUE '00'.
       77  WS-CALLSUBT-STATUS               PIC X(02).
           88  WS-CALLSUBT-OK                   VALUE '00'.
       77  WS-CALLFD01-STATUS               PIC X(02).
           88  WS-CALLFD01-OK                   VALUE '00'.
       77  WS-CALLFD02-STATUS               PIC X(02).
           88  WS-CALLFD02-OK                   VALUE '00'.
       77  WS-CALLFD03-STATUS               PIC X(02).
           88  WS-CALLFD03-OK                   VALUE '00'.
       77  WS-CALLEXPC-STATUS               PIC X(02).
           88  WS-CALLEXPC-OK                   VALUE '00'.
       77  WS-CALLEXPO-STATUS               PIC X(02).
           88  WS-CALLEXPO-OK                   VALUE '00'.
       77  WS-CALLEXP-STATUS                PIC X(02).
           88  WS-CALLEXP-OK                    VALUE '00'.
       77  WS-CALLEXPR-STATUS               PIC X(02).
           88  WS-CALLEXPR-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-REFUSED-SWITCH                PIC X(01)   VALUE 'N'.
           88  WS-BUILD-REFUSED                 VALUE 'Y'.
       77  WS-PRIOR-FILE-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-PRIOR-FILE-READ               VALUE 'Y'.
       77  WS-FOUND-SWITCH                  PIC X(01)   VALUE 'N'.
           88  WS-ENTRY-FOUND                   VALUE 'Y'.
       77  WS-WALK-DONE-SWITCH              PIC X(01)   VALUE 'N'.
           88  WS-WALK-DONE                     VALUE 'Y'.
       77  WS-WALK-FOUND-SWITCH             PIC X(01)   VALUE 'N'.
           88  WS-WALK-FOUND                    VALUE 'Y'.
       77  WS-HOLIDAY-SEEN-SWITCH           PIC X(01)   VALUE 'N'.
           88  WS-HOLIDAY-SEEN                  VALUE 'Y'.
       77  WS-AFTER-HOLIDAY-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS-AFTER-HOLIDAY                 VALUE 'Y'.

       77  WS-DEFAULT-TOLERANCE             PIC 9(03)   VALUE 20.
       77  WS-TOLERANCE-PCT                 PIC 9(03)   VALUE ZERO.
       77  WS-LOOKBACK-DAYS                 PIC 9(03)   VALUE 45.
       77  WS-MAX-WALK-DAYS                 PIC 9(02)   VALUE 10.
       77  WS-OPEN-HIGH                     PIC 9(07)   VALUE 9999999.

       77  WS-TARGET-DATE                   PIC 9(08)   VALUE ZERO.
       77  WS-DATE-SOURCE                   PIC X(08)   VALUE SPACES.
       77  WS-TARGET-CLASS                  PIC X(01)   VALUE SPACE.
       77  WS-TARGET-WEEKDAY                PIC 9(01)   VALUE ZERO.
       77  WS-MATCH-CLASS                   PIC X(01)   VALUE SPACE.
       77  WS-DAY-CLASS                     PIC X(01)   VALUE SPACE.
       77  WS-WEEKDAY                       PIC 9(01)   VALUE ZERO.
       77  WS-QUOTIENT                      PIC 9(08)   VALUE ZERO.
       77  WS-CLASS-INTEGER                 PIC 9(08)   VALUE ZERO.
       77  WS-WALK-INTEGER                  PIC 9(08)   VALUE ZERO.
       77  WS-WALK-STEP                     PIC S9(01)  VALUE ZERO.
       77  WS-WALK-COUNT                    PIC 9(02)   VALUE ZERO.
       77  WS-SCAN-INTEGER                  PIC 9(08)   VALUE ZERO.
       77  WS-SCAN-DATE                     PIC 9(08)   VALUE ZERO.
       77  WS-SCAN-DAYS                     PIC 9(03)   VALUE ZERO.

       01  WS-CLASS-DATE                    PIC 9(08)   VALUE ZERO.
       01  WS-CLASS-DATE-R REDEFINES WS-CLASS-DATE.
           05  WS-CLASS-YYYYMM              PIC 9(06).
           05  WS-CLASS-DD                  PIC 9(02).
       01  WS-WALK-DATE                     PIC 9(08)   VALUE ZERO.
       01  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
           05  WS-WALK-YYYYMM               PIC 9(06).
           05  WS-WALK-DD                   PIC 9(02).

       77  WS-MAX-COMP                      PIC 9(02)   VALUE 10.
       77  WS-COMP-COUNT                    PIC 9(02)   VALUE ZERO.
       77  WS-HIST-DAY-COUNT                PIC 9(02)   VALUE ZERO.
       77  WS-PAIR-DAYS                     PIC 9(02)   VALUE ZERO.

       77  WS-MAX-PAIRS                     PIC 9(04)   VALUE 500.
       77  WS-PAIR-COUNT                    PIC 9(04)   VALUE ZERO.
       77  WS-TABLE-INDEX                   PIC 9(04)   VALUE ZERO.
       77  WS-TABLE-FULL-COUNT              PIC 9(05)   VALUE ZERO.

       77  WS-HIST-READ-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-WRITTEN-COUNT                 PIC 9(05)   VALUE ZERO.
       77  WS-NEW-COUNT                     PIC 9(05)   VALUE ZERO.
       77  WS-NO-HISTORY-COUNT              PIC 9(05)   VALUE ZERO.
       77  WS-DROPPED-COUNT                 PIC 9(05)   VALUE ZERO.
       77  WS-CAL-GAP-COUNT                 PIC 9(05)   VALUE ZERO.
       77  WS-WRITE-ERROR-COUNT             PIC 9(05)   VALUE ZERO.

       77  WS-DAY-VOLUME                    PIC 9(07)   VALUE ZERO.
       77  WS-EXPECTED                      PIC 9(07)   VALUE ZERO.
       77  WS-LOW                           PIC 9(07)   VALUE ZERO.
       77  WS-HIGH                          PIC 9(07)   VALUE ZERO.

       01  CALLEXPG-COMP-TABLE.
           05  CALLEXPG-COMP-ENTRY OCCURS 10 TIMES
                   INDEXED BY CALLEXPG-CX.
               10  CALLEXPG-C-DATE          PIC 9(08).
               10  CALLEXPG-C-HISTORY-SWITCH
                                            PIC X(01).
                   88  CALLEXPG-C-HAS-HISTORY   VALUE 'Y'.

       01  CALLEXPG-PAIR-TABLE.
           05  CALLEXPG-PAIR-ENTRY OCCURS 500 TIMES
                   INDEXED BY CALLEXPG-PX.
               10  CALLEXPG-P-PROGRAM-NAME  PIC X(08).
               10  CALLEXPG-P-TRAN-CODE     PIC X(08).
               10  CALLEXPG-P-EFFECTIVE     PIC 9(08).
               10  CALLEXPG-P-TOTAL         PIC 9(09).
               10  CALLEXPG-P-PRIOR-SWITCH  PIC X(01).
                   88  CALLEXPG-P-ON-PRIOR      VALUE 'Y'.

       01  WS-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'CALLEXPG EXPECTED-CALLS BUILD'.
       01  WS-HEADING-2.
           05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
           05  WS-H2-DATE           PIC 9(08).
           05  FILLER               PIC X(08) VALUE ' (FROM '.
           05  WS-H2-SOURCE         PIC X(08).
           05  FILLER               PIC X(14) VALUE ')  DAY CLASS: '.
           05  WS-H2-CLASS          PIC X(01).
           05  FILLER               PIC X(10) VALUE '  BASIS: '.
           05  WS-H2-BASIS          PIC X(01).
           05  FILLER               PIC X(14) VALUE '  TOLERANCE: '.
           05  WS-H2-TOLERANCE      PIC ZZ9.
           05  FILLER               PIC X(01) VALUE '%'.
       01  WS-COMP-LINE.
           05  FILLER               PIC X(18) VALUE
               '  COMPARABLE DAY: '.
           05  WS-CL-DATE           PIC 9(08).
           05  FILLER               PIC X(11) VALUE '  HISTORY: '.
           05  WS-CL-HISTORY        PIC X(03).
       01  WS-HEADING-3.
           05  FILLER               PIC X(09) VALUE 'PROGRAM  '.
           05  FILLER               PIC X(09) VALUE 'TRANCODE '.
           05  FILLER               PIC X(06) VALUE 'BASIS '.
           05  FILLER               PIC X(05) VALUE 'DAYS '.
           05  FILLER               PIC X(10) VALUE '  EXPECTED'.
           05  FILLER               PIC X(10) VALUE '       LOW'.
           05  FILLER               PIC X(10) VALUE '      HIGH'.
           05  FILLER               PIC X(06) VALUE '  NOTE'.
       01  WS-DETAIL-LINE.
           05  WS-DL-PROGRAM        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-TRAN-CODE      PIC X(08).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-BASIS          PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-DAYS           PIC Z9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-EXPECTED       PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-LOW            PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-HIGH           PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE           PIC X(30).
       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL          PIC X(30).
           05  WS-SL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               PERFORM 1200-FIND-TARGET-DATE
                   THRU 1200-FIND-TARGET-DATE-EXIT
               IF NOT WS-BUILD-REFUSED
                   PERFORM 1300-CHECK-TARGET-DATE
                       THRU 1300-CHECK-TARGET-DATE-EXIT
               END-IF
               IF NOT WS-BUILD-REFUSED
                   PERFORM 2000-CLASSIFY-TARGET
                       THRU 2000-CLASSIFY-TARGET-EXIT
                   PERFORM 3000-FIND-COMPARABLE-DAYS
                       THRU 3000-FIND-COMPARABLE-DAYS-EXIT
                   PERFORM 4000-LOAD-ROUTING
                       THRU 4000-LOAD-ROUTING-EXIT
                   PERFORM 5000-ACCUMULATE-HISTORY
                       THRU 5000-ACCUMULATE-HISTORY-EXIT
                   PERFORM 5500-PRINT-BASIS
                       THRU 5500-PRINT-BASIS-EXIT
                   PERFORM 6000-COMPARE-PRIOR-FILE
                       THRU 6000-COMPARE-PRIOR-FILE-EXIT
                   PERFORM 7000-WRITE-EXPECTED
                       THRU 7000-WRITE-EXPECTED-EXIT
                   PERFORM 7900-PRINT-SUMMARY
                       THRU 7900-PRINT-SUMMARY-EXIT
               END-IF

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-BUILD-REFUSED
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-WRITE-ERROR-COUNT NOT = ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-HIST-DAY-COUNT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-CAL-GAP-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-TABLE-FULL-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN NOT WS-PRIOR-FILE-READ
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALLHIST-FILE.
           IF NOT WS-CALLHIST-OK
               DISPLAY 'CALLEXPG: UNABLE TO OPEN CALLHIST, STATUS='
                   WS-CALLHIST-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLCAL-FILE.
           IF NOT WS-CALLCAL-OK
               DISPLAY 'CALLEXPG: UNABLE TO OPEN CALLCAL, STATUS='
                   WS-CALLCAL-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLHIST-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLSUBT-FILE.
           IF NOT WS-CALLSUBT-OK
               DISPLAY 'CALLEXPG: UNABLE TO OPEN CALLSUBT, STATUS='
                   WS-CALLSUBT-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLHIST-FILE
               CLOSE CALLCAL-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLEXP-FILE.
           IF NOT WS-CALLEXP-OK
               DISPLAY 'CALLEXPG: UNABLE TO OPEN CALLEXP, STATUS='
                   WS-CALLEXP-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLHIST-FILE
               CLOSE CALLCAL-FILE
               CLOSE CALLSUBT-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLEXPR-FILE.
           IF NOT WS-CALLEXPR-OK
               DISPLAY 'CALLEXPG: UNABLE TO OPEN CALLEXPR, STATUS='
                   WS-CALLEXPR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLHIST-FILE
               CLOSE CALLCAL-FILE
               CLOSE CALLSUBT-FILE
               CLOSE CALLEXP-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1100-READ-CONTROL-CARD
               THRU 1100-READ-CONTROL-CARD-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 1100-READ-CONTROL-CARD -- THE CALLEXPC DD IS OPTIONAL.    *
      * COLUMNS 1-3 OVERRIDE THE TOLERANCE PERCENTAGE; COLUMNS    *
      * 4-11, WHEN NOT BLANK, NAME THE BUSINESS DATE TO BUILD     *
      * FOR (A RERUN FOR A PAST NIGHT, OR NO FEED HEADERS).       *
      ***********************************************************
       1100-READ-CONTROL-CARD.
           MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE-PCT.
           OPEN INPUT CALLEXPC-FILE.
           IF NOT WS-CALLEXPC-OK
               GO TO 1100-READ-CONTROL-CARD-EXIT
           END-IF.
           READ CALLEXPC-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-CALLEXPC-OK
               IF CALLEXPC-TOLERANCE-PCT NUMERIC
                   MOVE CALLEXPC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
               ELSE
                   DISPLAY 'CALLEXPG: INVALID CALLEXPC TOLERANCE, '
                       'USING DEFAULT OF ' WS-DEFAULT-TOLERANCE
               END-IF
               IF CALLEXPC-BUSINESS-DATE NUMERIC
                   AND CALLEXPC-BUSINESS-DATE NOT = ZERO
                   MOVE CALLEXPC-BUSINESS-DATE TO WS-TARGET-DATE
                   MOVE 'CALLEXPC' TO WS-DATE-SOURCE
               END-IF
           END-IF.
           CLOSE CALLEXPC-FILE.
       1100-READ-CONTROL-CARD-EXIT.
           EXIT.

      ***********************************************************
      * 1200-FIND-TARGET-DATE -- UNLESS THE CONTROL CARD NAMED    *
      * IT, THE FIRST FEED WITH A VALID 'HDR' SETS THE DATE, THE  *
      * SAME RULE AS CALLSTPI.                                    *
      ***********************************************************
       1200-FIND-TARGET-DATE.
           IF WS-TARGET-DATE NOT = ZERO
               GO TO 1200-FIND-TARGET-DATE-EXIT
           END-IF.
           OPEN INPUT CALLFD01-FILE.
           IF WS-CALLFD01-OK
               READ CALLFD01-FILE
                   AT END
                       MOVE SPACES TO CALLFD01-TRAN-HEADER
               END-READ
               IF CALLFD01-HDR-PRESENT
                   AND CALLFD01-HDR-BUSINESS-DATE NUMERIC
                   AND CALLFD01-HDR-BUSINESS-DATE NOT = ZERO
                   MOVE CALLFD01-HDR-BUSINESS-DATE TO WS-TARGET-DATE
                   MOVE 'CALLFD01' TO WS-DATE-SOURCE
               END-IF
               CLOSE CALLFD01-FILE
           END-IF.
           IF WS-TARGET-DATE NOT = ZERO
               GO TO 1200-FIND-TARGET-DATE-EXIT
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
                   MOVE CALLFD02-HDR-BUSINESS-DATE TO WS-TARGET-DATE
                   MOVE 'CALLFD02' TO WS-DATE-SOURCE
               END-IF
               CLOSE CALLFD02-FILE
           END-IF.
           IF WS-TARGET-DATE NOT = ZERO
               GO TO 1200-FIND-TARGET-DATE-EXIT
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
                   MOVE CALLFD03-HDR-BUSINESS-DATE TO WS-TARGET-DATE
                   MOVE 'CALLFD03' TO WS-DATE-SOURCE
               END-IF
               CLOSE CALLFD03-FILE
           END-IF.
           IF WS-TARGET-DATE = ZERO
               DISPLAY 'CALLEXPG: NO FEED HEADER AND NO CALLEXPC '
                   'DATE, CALLEXP NOT BUILT'
               MOVE 'Y' TO WS-REFUSED-SWITCH
           END-IF.
       1200-FIND-TARGET-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 1300-CHECK-TARGET-DATE -- THE DATE MUST BE A BUSINESS DAY *
      * ON CALLCAL OR NOTHING IS BUILT.                           *
      ***********************************************************
       1300-CHECK-TARGET-DATE.
           MOVE WS-TARGET-DATE TO CALLCALR-DATE.
           READ CALLCAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLCAL-OK
               DISPLAY 'CALLEXPG: CALLCAL NOT LOADED FOR '
                   WS-TARGET-DATE ', CALLEXP NOT BUILT'
               MOVE 'Y' TO WS-REFUSED-SWITCH
               GO TO 1300-CHECK-TARGET-DATE-EXIT
           END-IF.
           IF NOT CALLCALR-BUSINESS-DAY
               DISPLAY 'CALLEXPG: ' WS-TARGET-DATE
                   ' IS NOT A BUSINESS DAY ON CALLCAL, CALLEXP NOT '
                   'BUILT'
               MOVE 'Y' TO WS-REFUSED-SWITCH
               GO TO 1300-CHECK-TARGET-DATE-EXIT
           END-IF.
           DISPLAY 'CALLEXPG: BUILDING CALLEXP FOR ' WS-TARGET-DATE
               ' (FROM ' WS-DATE-SOURCE ')'.
       1300-CHECK-TARGET-DATE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-CLASSIFY-TARGET -- THE NIGHT'S OWN CLASS AND WEEKDAY *
      * DECIDE WHICH PRIOR DAYS ARE COMPARABLE.                   *
      ***********************************************************
       2000-CLASSIFY-TARGET.
           MOVE WS-TARGET-DATE TO WS-CLASS-DATE.
           PERFORM 2100-CLASSIFY-DATE
               THRU 2100-CLASSIFY-DATE-EXIT.
           MOVE WS-DAY-CLASS TO WS-TARGET-CLASS.
           MOVE WS-WEEKDAY TO WS-TARGET-WEEKDAY.
       2000-CLASSIFY-TARGET-EXIT.
           EXIT.

      ***********************************************************
      * 2100-CLASSIFY-DATE -- CLASSIFY THE BUSINESS DAY IN        *
      * WS-CLASS-DATE.  THE PREVIOUS BUSINESS DAY IN ANOTHER      *
      * MONTH MAKES IT THE FIRST OF ITS MONTH ('F'); THE NEXT ONE *
      * IN ANOTHER MONTH MAKES IT THE LAST ('L'); A HOLIDAY       *
      * BETWEEN IT AND THE PREVIOUS BUSINESS DAY MAKES IT A DAY   *
      * AFTER A HOLIDAY ('H'); ANYTHING ELSE IS ORDINARY ('W').   *
      * THE WEEKDAY IS THE DAY INTEGER MODULO 7 (1 = MONDAY).     *
      * THE CALENDAR WALK IN EITHER DIRECTION STOPS AT THE FIRST  *
      * DATE CALLCAL DOES NOT HAVE, WHICH THEN DECIDES NOTHING.   *
      ***********************************************************
       2100-CLASSIFY-DATE.
           COMPUTE WS-CLASS-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CLASS-DATE).
           DIVIDE WS-CLASS-INTEGER BY 7
               GIVING WS-QUOTIENT
               REMAINDER WS-WEEKDAY.

           MOVE -1 TO WS-WALK-STEP.
           PERFORM 2110-WALK-CALENDAR
               THRU 2110-WALK-CALENDAR-EXIT.
           MOVE WS-HOLIDAY-SEEN-SWITCH TO WS-AFTER-HOLIDAY-SWITCH.
           IF WS-WALK-FOUND
               AND WS-WALK-YYYYMM NOT = WS-CLASS-YYYYMM
               MOVE 'F' TO WS-DAY-CLASS
               GO TO 2100-CLASSIFY-DATE-EXIT
           END-IF.

           MOVE 1 TO WS-WALK-STEP.
           PERFORM 2110-WALK-CALENDAR
               THRU 2110-WALK-CALENDAR-EXIT.
           IF WS-WALK-FOUND
               AND WS-WALK-YYYYMM NOT = WS-CLASS-YYYYMM
               MOVE 'L' TO WS-DAY-CLASS
               GO TO 2100-CLASSIFY-DATE-EXIT
           END-IF.

           IF WS-AFTER-HOLIDAY
               MOVE 'H' TO WS-DAY-CLASS
           ELSE
               MOVE 'W' TO WS-DAY-CLASS
           END-IF.
       2100-CLASSIFY-DATE-EXIT.
           EXIT.

       2110-WALK-CALENDAR.
           MOVE 'N' TO WS-WALK-DONE-SWITCH.
           MOVE 'N' TO WS-WALK-FOUND-SWITCH.
           MOVE 'N' TO WS-HOLIDAY-SEEN-SWITCH.
           MOVE ZERO TO WS-WALK-COUNT.
           MOVE WS-CLASS-INTEGER TO WS-WALK-INTEGER.
           PERFORM 2120-WALK-ONE-DAY
               THRU 2120-WALK-ONE-DAY-EXIT
               UNTIL WS-WALK-DONE.
       2110-WALK-CALENDAR-EXIT.
           EXIT.

       2120-WALK-ONE-DAY.
           ADD 1 TO WS-WALK-COUNT.
           IF WS-WALK-COUNT GREATER THAN WS-MAX-WALK-DAYS
               MOVE 'Y' TO WS-WALK-DONE-SWITCH
               GO TO 2120-WALK-ONE-DAY-EXIT
           END-IF.
           COMPUTE WS-WALK-INTEGER = WS-WALK-INTEGER + WS-WALK-STEP.
           COMPUTE WS-WALK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INTEGER).
           MOVE WS-WALK-DATE TO CALLCALR-DATE.
           READ CALLCAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLCAL-OK
               ADD 1 TO WS-CAL-GAP-COUNT
               MOVE 'Y' TO WS-WALK-DONE-SWITCH
               GO TO 2120-WALK-ONE-DAY-EXIT
           END-IF.
           IF CALLCALR-BUSINESS-DAY
               MOVE 'Y' TO WS-WALK-FOUND-SWITCH
               MOVE 'Y' TO WS-WALK-DONE-SWITCH
               GO TO 2120-WALK-ONE-DAY-EXIT
           END-IF.
           IF CALLCALR-HOLIDAY
               MOVE 'Y' TO WS-HOLIDAY-SEEN-SWITCH
           END-IF.
       2120-WALK-ONE-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 3000-FIND-COMPARABLE-DAYS -- WALK BACK THROUGH THE        *
      * CALLHIST RETENTION WINDOW COLLECTING UP TO WS-MAX-COMP    *
      * BUSINESS DAYS OF THE NIGHT'S CLASS.  A SPECIAL CLASS WITH *
      * NO EXAMPLE IN THE WINDOW FALLS BACK TO THE SAME WEEKDAY.  *
      ***********************************************************
       3000-FIND-COMPARABLE-DAYS.
           MOVE WS-TARGET-CLASS TO WS-MATCH-CLASS.
           PERFORM 3050-SCAN-WINDOW
               THRU 3050-SCAN-WINDOW-EXIT.
           IF WS-COMP-COUNT = ZERO
               AND WS-MATCH-CLASS NOT = 'W'
               DISPLAY 'CALLEXPG: NO PRIOR DAY OF CLASS '
                   WS-MATCH-CLASS ' IN THE WINDOW, USING THE SAME '
                   'WEEKDAY'
               MOVE 'W' TO WS-MATCH-CLASS
               PERFORM 3050-SCAN-WINDOW
                   THRU 3050-SCAN-WINDOW-EXIT
           END-IF.
       3000-FIND-COMPARABLE-DAYS-EXIT.
           EXIT.

       3050-SCAN-WINDOW.
           MOVE ZERO TO WS-COMP-COUNT.
           MOVE ZERO TO WS-SCAN-DAYS.
           COMPUTE WS-SCAN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TARGET-DATE).
           PERFORM 3100-CHECK-ONE-PRIOR-DAY
               THRU 3100-CHECK-ONE-PRIOR-DAY-EXIT
               UNTIL WS-SCAN-DAYS NOT LESS THAN WS-LOOKBACK-DAYS
               OR WS-COMP-COUNT NOT LESS THAN WS-MAX-COMP.
       3050-SCAN-WINDOW-EXIT.
           EXIT.

       3100-CHECK-ONE-PRIOR-DAY.
           ADD 1 TO WS-SCAN-DAYS.
           SUBTRACT 1 FROM WS-SCAN-INTEGER.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER (WS-SCAN-INTEGER).
           MOVE WS-SCAN-DATE TO CALLCALR-DATE.
           READ CALLCAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLCAL-OK
               ADD 1 TO WS-CAL-GAP-COUNT
               GO TO 3100-CHECK-ONE-PRIOR-DAY-EXIT
           END-IF.
           IF NOT CALLCALR-BUSINESS-DAY
               GO TO 3100-CHECK-ONE-PRIOR-DAY-EXIT
           END-IF.
           MOVE WS-SCAN-DATE TO WS-CLASS-DATE.
           PERFORM 2100-CLASSIFY-DATE
               THRU 2100-CLASSIFY-DATE-EXIT.
           IF WS-DAY-CLASS NOT = WS-MATCH-CLASS
               GO TO 3100-CHECK-ONE-PRIOR-DAY-EXIT
           END-IF.
           IF WS-MATCH-CLASS = 'W'
               AND WS-WEEKDAY NOT = WS-TARGET-WEEKDAY
               GO TO 3100-CHECK-ONE-PRIOR-DAY-EXIT
           END-IF.
           ADD 1 TO WS-COMP-COUNT.
           SET CALLEXPG-CX TO WS-COMP-COUNT.
           MOVE WS-SCAN-DATE TO CALLEXPG-C-DATE (CALLEXPG-CX).
           MOVE 'N' TO CALLEXPG-C-HISTORY-SWITCH (CALLEXPG-CX).
       3100-CHECK-ONE-PRIOR-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 4000-LOAD-ROUTING -- BROWSE CALLSUBT FROM THE TOP.  EVERY *
      * ROW ACTIVE AND ALREADY EFFECTIVE ON THE NIGHT GETS A      *
      * CALLEXP ROW; AN ACTIVE ROW WITH A LATER EFFECTIVE DATE IS *
      * NOT ROUTED TONIGHT AND IS LEFT OUT.                       *
      ***********************************************************
       4000-LOAD-ROUTING.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO CALLSUBT-TRAN-CODE.
           START CALLSUBT-FILE
               KEY IS NOT LESS THAN CALLSUBT-TRAN-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM 4100-LOAD-ONE-ROUTE
               THRU 4100-LOAD-ONE-ROUTE-EXIT
               UNTIL WS-END-OF-FILE.
       4000-LOAD-ROUTING-EXIT.
           EXIT.

       4100-LOAD-ONE-ROUTE.
           READ CALLSUBT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 4100-LOAD-ONE-ROUTE-EXIT
           END-IF.
           IF NOT WS-CALLSUBT-OK
               DISPLAY 'CALLEXPG: CALLSUBT READ FAILED, STATUS='
                   WS-CALLSUBT-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 4100-LOAD-ONE-ROUTE-EXIT
           END-IF.
           IF NOT CALLSUBT-ACTIVE
               GO TO 4100-LOAD-ONE-ROUTE-EXIT
           END-IF.
           IF CALLSUBT-EFFECTIVE-DATE NUMERIC
               AND CALLSUBT-EFFECTIVE-DATE GREATER THAN WS-TARGET-DATE
               GO TO 4100-LOAD-ONE-ROUTE-EXIT
           END-IF.
           IF WS-PAIR-COUNT NOT LESS THAN WS-MAX-PAIRS
               ADD 1 TO WS-TABLE-FULL-COUNT
               DISPLAY 'CALLEXPG: ROUTING TABLE FULL, DROPPING '
                   CALLSUBT-TRAN-CODE
               GO TO 4100-LOAD-ONE-ROUTE-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
           SET CALLEXPG-PX TO WS-PAIR-COUNT.
           MOVE CALLSUBT-PROGRAM-NAME
               TO CALLEXPG-P-PROGRAM-NAME (CALLEXPG-PX).
           MOVE CALLSUBT-TRAN-CODE
               TO CALLEXPG-P-TRAN-CODE (CALLEXPG-PX).
           IF CALLSUBT-EFFECTIVE-DATE NUMERIC
               MOVE CALLSUBT-EFFECTIVE-DATE
                   TO CALLEXPG-P-EFFECTIVE (CALLEXPG-PX)
           ELSE
               MOVE ZERO TO CALLEXPG-P-EFFECTIVE (CALLEXPG-PX)
           END-IF.
           MOVE ZERO TO CALLEXPG-P-TOTAL (CALLEXPG-PX).
           MOVE 'N' TO CALLEXPG-P-PRIOR-SWITCH (CALLEXPG-PX).
       4100-LOAD-ONE-ROUTE-EXIT.
           EXIT.

      ***********************************************************
      * 5000-ACCUMULATE-HISTORY -- SWEEP THE WHOLE HISTORY FILE.  *
      * A RECORD DATED ON A COMPARABLE DAY MARKS THAT DAY AS      *
      * HAVING HISTORY (A DAY WITH NO RECORDS AT ALL NEVER RAN    *
      * AND MUST NOT DRAG THE AVERAGE DOWN) AND, FOR A ROUTED     *
      * PAIR ON OR AFTER ITS EFFECTIVE DATE, ADDS THE DAY'S       *
      * SUCCESSFUL VOLUME -- CALL COUNT LESS ERROR COUNT, WHICH   *
      * IS WHAT CALLRECN COUNTS.                                  *
      ***********************************************************
       5000-ACCUMULATE-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO CALLHSTR-KEY.
           START CALLHIST-FILE
               KEY IS NOT LESS THAN CALLHSTR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM 5100-ACCUMULATE-ONE-RECORD
               THRU 5100-ACCUMULATE-ONE-RECORD-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE ZERO TO WS-HIST-DAY-COUNT.
           PERFORM 5200-COUNT-HISTORY-DAY
               THRU 5200-COUNT-HISTORY-DAY-EXIT
               VARYING CALLEXPG-CX FROM 1 BY 1
               UNTIL CALLEXPG-CX > WS-COMP-COUNT.
           IF WS-HIST-DAY-COUNT = ZERO
               DISPLAY 'CALLEXPG: NO COMPARABLE DAY HAS HISTORY, '
                   'EVERY ROW GETS AN OPEN BAND'
           END-IF.
       5000-ACCUMULATE-HISTORY-EXIT.
           EXIT.

       5100-ACCUMULATE-ONE-RECORD.
           READ CALLHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 5100-ACCUMULATE-ONE-RECORD-EXIT
           END-IF.
           IF NOT WS-CALLHIST-OK
               DISPLAY 'CALLEXPG: CALLHIST READ FAILED, STATUS='
                   WS-CALLHIST-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 5100-ACCUMULATE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-HIST-READ-COUNT.

           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 5110-MATCH-COMP-DAY
               THRU 5110-MATCH-COMP-DAY-EXIT
               VARYING CALLEXPG-CX FROM 1 BY 1
               UNTIL CALLEXPG-CX > WS-COMP-COUNT
               OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND
               GO TO 5100-ACCUMULATE-ONE-RECORD-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-TABLE-INDEX.
           PERFORM 5120-MATCH-PAIR
               THRU 5120-MATCH-PAIR-EXIT
               VARYING CALLEXPG-PX FROM 1 BY 1
               UNTIL CALLEXPG-PX > WS-PAIR-COUNT
               OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND
               GO TO 5100-ACCUMULATE-ONE-RECORD-EXIT
           END-IF.
           SET CALLEXPG-PX TO WS-TABLE-INDEX.
           IF CALLHSTR-DATE LESS THAN CALLEXPG-P-EFFECTIVE (CALLEXPG-PX)
               GO TO 5100-ACCUMULATE-ONE-RECORD-EXIT
           END-IF.
           IF CALLHSTR-ERROR-COUNT LESS THAN CALLHSTR-CALL-COUNT
               COMPUTE WS-DAY-VOLUME =
                   CALLHSTR-CALL-COUNT - CALLHSTR-ERROR-COUNT
               ADD WS-DAY-VOLUME TO CALLEXPG-P-TOTAL (CALLEXPG-PX)
           END-IF.
       5100-ACCUMULATE-ONE-RECORD-EXIT.
           EXIT.

       5110-MATCH-COMP-DAY.
           IF CALLEXPG-C-DATE (CALLEXPG-CX) = CALLHSTR-DATE
               MOVE 'Y' TO WS-FOUND-SWITCH
               MOVE 'Y' TO CALLEXPG-C-HISTORY-SWITCH (CALLEXPG-CX)
           END-IF.
       5110-MATCH-COMP-DAY-EXIT.
           EXIT.

       5120-MATCH-PAIR.
           IF CALLEXPG-P-PROGRAM-NAME (CALLEXPG-PX)
                   = CALLHSTR-PROGRAM-NAME
               AND CALLEXPG-P-TRAN-CODE (CALLEXPG-PX)
                   = CALLHSTR-TRAN-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-TABLE-INDEX TO CALLEXPG-PX
           END-IF.
       5120-MATCH-PAIR-EXIT.
           EXIT.

       5200-COUNT-HISTORY-DAY.
           IF CALLEXPG-C-HAS-HISTORY (CALLEXPG-CX)
               ADD 1 TO WS-HIST-DAY-COUNT
           END-IF.
       5200-COUNT-HISTORY-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 5500-PRINT-BASIS -- REPORT HEADING: THE NIGHT, ITS CLASS, *
      * THE CLASS ACTUALLY MATCHED AND EVERY COMPARABLE DAY.      *
      ***********************************************************
       5500-PRINT-BASIS.
           WRITE CALLEXPR-LINE FROM WS-HEADING-1.
           MOVE WS-TARGET-DATE TO WS-H2-DATE.
           MOVE WS-DATE-SOURCE TO WS-H2-SOURCE.
           MOVE WS-TARGET-CLASS TO WS-H2-CLASS.
           MOVE WS-MATCH-CLASS TO WS-H2-BASIS.
           MOVE WS-TOLERANCE-PCT TO WS-H2-TOLERANCE.
           WRITE CALLEXPR-LINE FROM WS-HEADING-2.
           PERFORM 5510-PRINT-ONE-COMP-DAY
               THRU 5510-PRINT-ONE-COMP-DAY-EXIT
               VARYING CALLEXPG-CX FROM 1 BY 1
               UNTIL CALLEXPG-CX > WS-COMP-COUNT.
           MOVE SPACES TO CALLEXPR-LINE.
           WRITE CALLEXPR-LINE.
           WRITE CALLEXPR-LINE FROM WS-HEADING-3.
       5500-PRINT-BASIS-EXIT.
           EXIT.

       5510-PRINT-ONE-COMP-DAY.
           MOVE CALLEXPG-C-DATE (CALLEXPG-CX) TO WS-CL-DATE.
           IF CALLEXPG-C-HAS-HISTORY (CALLEXPG-CX)
               MOVE 'YES' TO WS-CL-HISTORY
           ELSE
               MOVE 'NO ' TO WS-CL-HISTORY
           END-IF.
           WRITE CALLEXPR-LINE FROM WS-COMP-LINE.
       5510-PRINT-ONE-COMP-DAY-EXIT.
           EXIT.

      ***********************************************************
      * 6000-COMPARE-PRIOR-FILE -- LAST NIGHT'S CALLEXP (DD       *
      * CALLEXPO) IS OPTIONAL.  A ROUTED PAIR ON IT IS NOT NEW;   *
      * A ROW ON IT WHOSE PAIR IS NO LONGER ROUTED IS DROPPED.    *
      * WITHOUT IT NOTHING CAN BE CALLED NEW.                     *
      ***********************************************************
       6000-COMPARE-PRIOR-FILE.
           OPEN INPUT CALLEXPO-FILE.
           IF NOT WS-CALLEXPO-OK
               DISPLAY 'CALLEXPG: NO PRIOR CALLEXP, STATUS='
                   WS-CALLEXPO-STATUS ', NEW ROWS NOT MARKED'
               GO TO 6000-COMPARE-PRIOR-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-PRIOR-FILE-SWITCH.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 6100-COMPARE-ONE-ROW
               THRU 6100-COMPARE-ONE-ROW-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE CALLEXPO-FILE.
       6000-COMPARE-PRIOR-FILE-EXIT.
           EXIT.

       6100-COMPARE-ONE-ROW.
           READ CALLEXPO-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 6100-COMPARE-ONE-ROW-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-TABLE-INDEX.
           PERFORM 6110-MATCH-PRIOR-ROW
               THRU 6110-MATCH-PRIOR-ROW-EXIT
               VARYING CALLEXPG-PX FROM 1 BY 1
               UNTIL CALLEXPG-PX > WS-PAIR-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SET CALLEXPG-PX TO WS-TABLE-INDEX
               MOVE 'Y' TO CALLEXPG-P-PRIOR-SWITCH (CALLEXPG-PX)
               GO TO 6100-COMPARE-ONE-ROW-EXIT
           END-IF.
           ADD 1 TO WS-DROPPED-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CALLEXPO-SUBPROGRAM-NAME TO WS-DL-PROGRAM.
           MOVE CALLEXPO-TRAN-CODE TO WS-DL-TRAN-CODE.
           MOVE 'DROPPED - NO LONGER ROUTED' TO WS-DL-NOTE.
           WRITE CALLEXPR-LINE FROM WS-DETAIL-LINE.
       6100-COMPARE-ONE-ROW-EXIT.
           EXIT.

       6110-MATCH-PRIOR-ROW.
           IF CALLEXPG-P-PROGRAM-NAME (CALLEXPG-PX)
                   = CALLEXPO-SUBPROGRAM-NAME
               AND CALLEXPG-P-TRAN-CODE (CALLEXPG-PX)
                   = CALLEXPO-TRAN-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-TABLE-INDEX TO CALLEXPG-PX
           END-IF.
       6110-MATCH-PRIOR-ROW-EXIT.
           EXIT.

      ***********************************************************
      * 7000-WRITE-EXPECTED -- ONE CALLEXP ROW PER ROUTED PAIR.   *
      * THE AVERAGE IS OVER THE COMPARABLE DAYS WITH HISTORY ON   *
      * OR AFTER THE PAIR'S EFFECTIVE DATE.  THE LOW COUNT IS     *
      * TRUNCATED AND THE HIGH COUNT ROUNDED, SO A SMALL VOLUME   *
      * STILL GETS A BAND.  NO SUCH DAY MEANS AN OPEN BAND.       *
      ***********************************************************
       7000-WRITE-EXPECTED.
           PERFORM 7100-WRITE-ONE-ROW
               THRU 7100-WRITE-ONE-ROW-EXIT
               VARYING CALLEXPG-PX FROM 1 BY 1
               UNTIL CALLEXPG-PX > WS-PAIR-COUNT.
       7000-WRITE-EXPECTED-EXIT.
           EXIT.

       7100-WRITE-ONE-ROW.
           MOVE ZERO TO WS-PAIR-DAYS.
           PERFORM 7110-COUNT-PAIR-DAY
               THRU 7110-COUNT-PAIR-DAY-EXIT
               VARYING CALLEXPG-CX FROM 1 BY 1
               UNTIL CALLEXPG-CX > WS-COMP-COUNT.

           MOVE SPACES TO CALLEXP-RECORD.
           MOVE CALLEXPG-P-PROGRAM-NAME (CALLEXPG-PX)
               TO CALLEXP-SUBPROGRAM-NAME.
           MOVE CALLEXPG-P-TRAN-CODE (CALLEXPG-PX)
               TO CALLEXP-TRAN-CODE.
           MOVE WS-TARGET-DATE TO CALLEXP-BUILD-DATE.
           MOVE WS-PAIR-DAYS TO CALLEXP-COMPARABLE-DAYS.
           MOVE SPACES TO WS-DETAIL-LINE.

           IF WS-PAIR-DAYS = ZERO
               MOVE ZERO TO WS-EXPECTED
               MOVE ZERO TO WS-LOW
               MOVE WS-OPEN-HIGH TO WS-HIGH
               MOVE 'N' TO CALLEXP-BASIS
               ADD 1 TO WS-NO-HISTORY-COUNT
               MOVE 'NO HISTORY - OPEN BAND' TO WS-DL-NOTE
           ELSE
               COMPUTE WS-EXPECTED ROUNDED =
                   CALLEXPG-P-TOTAL (CALLEXPG-PX) / WS-PAIR-DAYS
               IF WS-TOLERANCE-PCT NOT LESS THAN 100
                   MOVE ZERO TO WS-LOW
               ELSE
                   COMPUTE WS-LOW =
                       WS-EXPECTED * (100 - WS-TOLERANCE-PCT) / 100
               END-IF
               COMPUTE WS-HIGH ROUNDED =
                   WS-EXPECTED * (100 + WS-TOLERANCE-PCT) / 100
                   ON SIZE ERROR
                       MOVE WS-OPEN-HIGH TO WS-HIGH
               END-COMPUTE
               MOVE WS-MATCH-CLASS TO CALLEXP-BASIS
           END-IF.
           MOVE WS-EXPECTED TO CALLEXP-EXPECTED-COUNT.
           MOVE WS-LOW TO CALLEXP-LOW-COUNT.
           MOVE WS-HIGH TO CALLEXP-HIGH-COUNT.

           IF WS-PRIOR-FILE-READ
               AND NOT CALLEXPG-P-ON-PRIOR (CALLEXPG-PX)
               MOVE 'Y' TO CALLEXP-NEW-FLAG
               ADD 1 TO WS-NEW-COUNT
               MOVE 'NEW SINCE LAST RUN' TO WS-DL-NOTE
           ELSE
               MOVE 'N' TO CALLEXP-NEW-FLAG
           END-IF.

           WRITE CALLEXP-RECORD.
           IF WS-CALLEXP-OK
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               ADD 1 TO WS-WRITE-ERROR-COUNT
               DISPLAY 'CALLEXPG: CALLEXP WRITE FAILED, STATUS='
                   WS-CALLEXP-STATUS ' ' CALLEXP-SUBPROGRAM-NAME
                   ' ' CALLEXP-TRAN-CODE
               MOVE 'NOT WRITTEN' TO WS-DL-NOTE
           END-IF.

           MOVE CALLEXP-SUBPROGRAM-NAME TO WS-DL-PROGRAM.
           MOVE CALLEXP-TRAN-CODE TO WS-DL-TRAN-CODE.
           MOVE CALLEXP-BASIS TO WS-DL-BASIS.
           MOVE WS-PAIR-DAYS TO WS-DL-DAYS.
           MOVE WS-EXPECTED TO WS-DL-EXPECTED.
           MOVE WS-LOW TO WS-DL-LOW.
           MOVE WS-HIGH TO WS-DL-HIGH.
           WRITE CALLEXPR-LINE FROM WS-DETAIL-LINE.
       7100-WRITE-ONE-ROW-EXIT.
           EXIT.

       7110-COUNT-PAIR-DAY.
           IF CALLEXPG-C-HAS-HISTORY (CALLEXPG-CX)
               AND CALLEXPG-C-DATE (CALLEXPG-CX)
                   NOT LESS THAN CALLEXPG-P-EFFECTIVE (CALLEXPG-PX)
               ADD 1 TO WS-PAIR-DAYS
           END-IF.
       7110-COUNT-PAIR-DAY-EXIT.
           EXIT.

       7900-PRINT-SUMMARY.
           MOVE SPACES TO CALLEXPR-LINE.
           WRITE CALLEXPR-LINE.
           MOVE 'CALLEXP ROWS WRITTEN:' TO WS-SL-LABEL.
           MOVE WS-WRITTEN-COUNT TO WS-SL-COUNT.
           WRITE CALLEXPR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'NEW SINCE LAST RUN:' TO WS-SL-LABEL.
           MOVE WS-NEW-COUNT TO WS-SL-COUNT.
           WRITE CALLEXPR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'NO HISTORY (OPEN BAND):' TO WS-SL-LABEL.
           MOVE WS-NO-HISTORY-COUNT TO WS-SL-COUNT.
           WRITE CALLEXPR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'DROPPED FROM LAST RUN:' TO WS-SL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-SL-COUNT.
           WRITE CALLEXPR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'COMPARABLE DAYS WITH HISTORY:' TO WS-SL-LABEL.
           MOVE WS-HIST-DAY-COUNT TO WS-SL-COUNT.
           WRITE CALLEXPR-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CALLCAL DATES NOT LOADED:' TO WS-SL-LABEL.
           MOVE WS-CAL-GAP-COUNT TO WS-SL-COUNT.
           WRITE CALLEXPR-LINE FROM WS-SUMMARY-LINE.
       7900-PRINT-SUMMARY-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-TABLE-FULL-COUNT NOT = ZERO
               DISPLAY 'CALLEXPG: ' WS-TABLE-FULL-COUNT
                   ' CALLSUBT ROW(S) DROPPED, TABLE FULL'
           END-IF.
           CLOSE CALLHIST-FILE.
           CLOSE CALLCAL-FILE.
           CLOSE CALLSUBT-FILE.
           CLOSE CALLEXP-FILE.
           CLOSE CALLEXPR-FILE.
           DISPLAY 'CALLEXPG: WRITTEN=' WS-WRITTEN-COUNT
               ' NEW=' WS-NEW-COUNT
               ' NO-HISTORY=' WS-NO-HISTORY-COUNT
               ' HISTORY-READ=' WS-HIST-READ-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
