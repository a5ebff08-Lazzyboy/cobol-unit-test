      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTH-END PER-SOURCE-SYSTEM VOLUME AND CHARGEBACK
      *            STATEMENT.  RUNS AFTER CALLARCH AGAINST THE MONTH'S
      *            ARCHIVE GENERATION (DD CALLARCI) AND PRODUCES, FOR
      *            EACH UPSTREAM SOURCE SYSTEM, A STATEMENT (DD
      *            CALLCHGR) OF WHAT WE PROCESSED ON ITS BEHALF BY
      *            TRAN CODE:
      *              RECEIVED   - FEED DETAIL RECORDS DELIVERED
      *              DUPLICATES - REJECTED BY CALLCOLL
      *              SUSPENDED  - SUSPENDED BY CALLEDIT
      *                           (THESE THREE FROM THE CALLBAL
      *                           VOLUME FILE, DD CALLVOLI)
      *              EXECUTED   - 'S' AUDIT RECORDS
      *              FAILED OVR - 'O' AUDIT RECORDS
      *                           (THESE TWO FROM THE ARCHIVE; THE
      *                           CLASSIC-CALL RECORDS CALLDEMO LOGS
      *                           BESIDE THE ROUTED CALL ARE NOT
      *                           BILLED)
      *              PERM FAIL  - CASES CALLCASE OPENED FOR CALLPERM
      *                           RECORDS ('O' ACTIONS ON THE CASE
      *                           AUDIT FILE, DD CALLCASA)
      *              MULTI-SEG  - EXECUTED TRANSACTIONS OF MORE THAN
      *                           ONE SEGMENT, AND THE SEGMENTS THEY
      *                           CARRIED
      *            EACH TRAN CODE IS PRICED FROM THE RATE KSDS (DD
      *            CALLRATE, LAYOUT CALLRATR) BY SOURCE SYSTEM AND
      *            TRAN CODE, FALLING BACK TO THE SOURCE SYSTEM'S
      *            '*DEFAULT' ROW.  EACH STATEMENT IS ALSO WRITTEN TO
      *            THE GL BILLING EXTRACT (DD CALLCHGX, LAYOUT
      *            CALLCHGX) AS ITS OWN HDR/DTL/TRL GROUP.
      *
      *            THE STATEMENTS ARE FOOTED TO THE ARCHIVE: THE LAST
      *            PAGE COUNTS EVERY ARCHIVED AUDIT RECORD BY SOURCE
      *            SYSTEM AND DISPOSITION (BLANK SOURCE SHOWN AS
      *            UNATTRIBUTED) AND PROVES THE COLUMN TOTALS AGAINST
      *            THE GENERATION'S TRAILER CONTROL TOTALS.  IT THEN
      *            PROVES WHAT WAS BILLED: THE EXECUTED AND FAILED
      *            OVR TOTALS OF ALL THE STATEMENTS, PLUS THE RECORDS
      *            OF THAT DISPOSITION NOT BILLED (CLASSIC CALLS, NO
      *            SOURCE SYSTEM, OR LEFT OFF A FULL STATEMENT
      *            TABLE), MUST EQUAL THE TRAILER SUCCESS AND
      *            FAILOVER COUNTS.
      *
      *            THE BILLING PERIOD IS THE GENERATION'S HEADER DATE
      *            RANGE.  VOLUME RECORDS DATED AFTER IT ARE WRITTEN
      *            TO DD CALLVOLO, WHICH THE JOB COPIES BACK OVER THE
      *            MONTH-TO-DATE VOLUME FILE, SO NEXT MONTH STARTS
      *            WITH ONLY ITS OWN NIGHTS.  A RERUN NIGHT'S SECOND
      *            SET OF VOLUME RECORDS REPLACES THE FIRST.
      *
      *            RETURN CODES:
      *              0  - STATEMENTS FOOT TO THE ARCHIVE, ALL PRICED
      *              4  - A LINE HAD NO RATE ROW (PRICED AT ZERO AND
      *                   FLAGGED), OR ACTIVITY CARRIED NO SOURCE
      *                   SYSTEM AND COULD NOT BE BILLED
      *              8  - THE ARCHIVE OR THE BILLED EXECUTED AND
      *                   FAILED OVR TOTALS DO NOT FOOT TO THE ARCHIVE
      *                   TRAILER, OR A TABLE FILLED AND ACTIVITY WAS
      *                   LEFT OFF THE STATEMENTS
      *              12 - ARCHIVE HEADER OR TRAILER MISSING OR OUT OF
      *                   SEQUENCE; NO STATEMENTS PRODUCED
      *              16 - A FILE COULD NOT BE OPENED, OR THE RATE
      *                   FILE COULD NOT BE READ
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      *   15 OCT 2026  RS    THE FOOTING NOW ALSO PROVES THE BILLED
      *                      QUANTITIES: STATEMENT EXECUTED AND FAILED
      *                      OVR TOTALS PLUS THE CLASSIC, UNATTRIBUTED
      *                      AND LEFT-OFF RECORDS AGAINST THE TRAILER
      *                      SUCCESS AND FAILOVER COUNTS (7920), WITH
      *                      ANY DIFFERENCE PRINTED AND RC 8.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLCHRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLARCI-FILE ASSIGN TO CALLARCI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLARCI-STATUS.

           SELECT CALLVOLI-FILE ASSIGN TO CALLVOLI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLVOLI-STATUS.

           SELECT CALLCASA-FILE ASSIGN TO CALLCASA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLCASA-STATUS.

           SELECT CALLRATE-FILE ASSIGN TO CALLRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLRATR-KEY
               FILE STATUS IS WS-CALLRATE-STATUS.

           SELECT CALLCHGR-FILE ASSIGN TO CALLCHGR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLCHGR-STATUS.

           SELECT CALLCHGX-FILE ASSIGN TO CALLCHGX
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLCHGX-STATUS.

           SELECT CALLVOLO-FILE ASSIGN TO CALLVOLO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLVOLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLARCI-FILE
           RECORD CONTAINS 90 CHARACTERS.
       COPY CALLARCV.

       FD  CALLVOLI-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLVOLR.

       FD  CALLCASA-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLCASA-RECORD.
           05  CALLCASA-CASE-NO            PIC 9(07).
           05  CALLCASA-ACTION-CODE        PIC X(01).
               88  CALLCASA-ACTION-OPEN        VALUE 'O'.
           05  CALLCASA-TRAN-CODE          PIC X(08).
           05  CALLCASA-STATUS-FLAG        PIC X(01).
           05  CALLCASA-DATA-FIELD         PIC X(30).
           05  CALLCASA-AGE-DAYS           PIC 9(03).
           05  CALLCASA-TIMESTAMP.
               10  CALLCASA-DATE           PIC 9(08).
               10  CALLCASA-TIME           PIC 9(06).
           05  CALLCASA-SOURCE-SYSTEM      PIC X(03).
           05  FILLER                      PIC X(13).

       FD  CALLRATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLRATR.

       FD  CALLCHGR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLCHGR-LINE                   PIC X(132).

       FD  CALLCHGX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLCHGX.

       FD  CALLVOLO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLVOLO-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CALLERR.

       77  WS-CALLARCI-STATUS               PIC X(02).
           88  WS-CALLARCI-OK                   VALUE '00'.
       77  WS-CALLVOLI-STATUS               PIC X(02).
           88  WS-CALLVOLI-OK                   VALUE '00'.
       77  WS-CALLCASA-STATUS               PIC X(02).
           88  WS-CALLCASA-OK                   VALUE '00'.
       77  WS-CALLRATE-STATUS               PIC X(02).
           88  WS-CALLRATE-OK                   VALUE '00'.
           88  WS-CALLRATE-NOTFOUND             VALUE '23'.
       77  WS-CALLCHGR-STATUS               PIC X(02).
           88  WS-CALLCHGR-OK                   VALUE '00'.
       77  WS-CALLCHGX-STATUS               PIC X(02).
           88  WS-CALLCHGX-OK                   VALUE '00'.
       77  WS-CALLVOLO-STATUS               PIC X(02).
           88  WS-CALLVOLO-OK                   VALUE '00'.

       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-CONTROL-FAILED-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-FAILED                VALUE 'Y'.
       77  WS-LOOKUP-FAILED-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS-LOOKUP-FAILED                 VALUE 'Y'.
       77  WS-FOUND-SWITCH                  PIC X(01)   VALUE 'N'.
           88  WS-ENTRY-FOUND                   VALUE 'Y'.
       77  WS-HEADER-SWITCH                 PIC X(01)   VALUE 'N'.
           88  WS-HEADER-SEEN                   VALUE 'Y'.
       77  WS-TRAILER-SWITCH                PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN                  VALUE 'Y'.

      ***********************************************************
      * THE FIXED NAME CALLDEMO'S CLASSIC AND BASIC CALLS LOG     *
      * UNDER.  THE CLASSIC CALL IS LOGGED BESIDE THE ROUTED CALL *
      * FOR THE SAME TRANSACTION, SO IT IS FOOTED BUT NOT BILLED. *
      ***********************************************************
       77  WS-CLASSIC-PROGRAM-NAME          PIC X(08)
                                            VALUE 'NOTREALN'.
       77  WS-DEFAULT-TRAN-CODE             PIC X(08)
                                            VALUE '*DEFAULT'.

       77  WS-FROM-DATE                     PIC 9(08)   VALUE ZERO.
       77  WS-TO-DATE                       PIC 9(08)   VALUE ZERO.
       77  WS-CD-DATE                       PIC 9(08).
       77  WS-CD-TIME                       PIC 9(06).
       77  WS-CURRENT-SOURCE                PIC X(03)   VALUE SPACES.

       77  WS-FOOT-INDEX                    PIC 9(01)   VALUE ZERO.
       77  WS-BILLED-INDEX                  PIC 9(01)   VALUE ZERO.
       77  WS-BILLED-DIFFERENCE             PIC S9(10)  VALUE ZERO.
       77  WS-CATEGORY-INDEX                PIC 9(01)   VALUE ZERO.
       77  WS-SOURCE-INDEX                  PIC 9(02)   VALUE ZERO.
       77  WS-MAX-SOURCES                   PIC 9(02)   VALUE 20.
       77  WS-SOURCE-COUNT                  PIC 9(02)   VALUE ZERO.
       77  WS-LINE-INDEX                    PIC 9(04)   VALUE ZERO.
       77  WS-INSERT-INDEX                  PIC 9(04)   VALUE ZERO.
       77  WS-MAX-LINES                     PIC 9(04)   VALUE 500.
       77  WS-LINE-COUNT                    PIC 9(04)   VALUE ZERO.
       77  WS-VOLUME-INDEX                  PIC 9(04)   VALUE ZERO.
       77  WS-MAX-VOLUMES                   PIC 9(04)   VALUE 5000.
       77  WS-VOLUME-COUNT                  PIC 9(04)   VALUE ZERO.

       77  WS-DETAIL-READ-COUNT             PIC 9(09)   VALUE ZERO.
       77  WS-SOURCE-FULL-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-LINE-FULL-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-VOLUME-FULL-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-UNATTRIBUTED-COUNT            PIC 9(07)   VALUE ZERO.
       77  WS-UNPRICED-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-VOLUME-READ-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-VOLUME-REPLACED-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-VOLUME-CARRIED-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-VOLUME-EARLY-COUNT            PIC 9(07)   VALUE ZERO.
       77  WS-PERMFAIL-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-OUT-OF-BALANCE-COUNT          PIC 9(05)   VALUE ZERO.
       77  WS-STATEMENT-COUNT               PIC 9(04)   VALUE ZERO.
       77  WS-EXTRACT-COUNT                 PIC 9(07)   VALUE ZERO.

       77  WS-CATEGORY-AMOUNT               PIC 9(09)V99 VALUE ZERO.
       77  WS-GRAND-AMOUNT                  PIC 9(11)V99 VALUE ZERO.

       01  WS-LINE-KEY.
           05  WS-LINE-SOURCE               PIC X(03).
           05  WS-LINE-TRAN-CODE            PIC X(08).

       01  WS-VOLUME-KEY.
           05  WS-VOLUME-BUSINESS-DATE      PIC 9(08).
           05  WS-VOLUME-SOURCE             PIC X(03).
           05  WS-VOLUME-TRAN-CODE          PIC X(08).

      ***********************************************************
      * CHARGE CATEGORIES, IN CALLRATR RATE ORDER.  THE STATEMENT *
      * LINE QUANTITIES AND RATES ARE SUBSCRIPTED THE SAME WAY.   *
      ***********************************************************
       01  CALLCHRG-CATEGORY-VALUES.
           05  FILLER                       PIC X(02)   VALUE 'RC'.
           05  FILLER                       PIC X(02)   VALUE 'DU'.
           05  FILLER                       PIC X(02)   VALUE 'SU'.
           05  FILLER                       PIC X(02)   VALUE 'EX'.
           05  FILLER                       PIC X(02)   VALUE 'FO'.
           05  FILLER                       PIC X(02)   VALUE 'PF'.
           05  FILLER                       PIC X(02)   VALUE 'SG'.
       01  CALLCHRG-CATEGORY-TABLE REDEFINES CALLCHRG-CATEGORY-VALUES.
           05  CALLCHRG-CATEGORY-CODE       PIC X(02)   OCCURS 7 TIMES.

      ***********************************************************
      * FOOTING COLUMNS, IN CALLARCV TRAILER ORDER: THE RECORD    *
      * COUNT, THEN ONE COUNT PER DISPOSITION (S N R F O D).      *
      ***********************************************************
       01  CALLCHRG-FOOT-NAME-VALUES.
           05  FILLER                       PIC X(08)
                                            VALUE 'RECORDS '.
           05  FILLER                       PIC X(08)
                                            VALUE 'SUCCESS '.
           05  FILLER                       PIC X(08)
                                            VALUE 'NOTFOUND'.
           05  FILLER                       PIC X(08)
                                            VALUE 'NOTAPPR '.
           05  FILLER                       PIC X(08)
                                            VALUE 'FAILED  '.
           05  FILLER                       PIC X(08)
                                            VALUE 'FAILOVER'.
           05  FILLER                       PIC X(08)
                                            VALUE 'DEFERRED'.
       01  CALLCHRG-FOOT-NAME-TABLE REDEFINES CALLCHRG-FOOT-NAME-VALUES.
           05  CALLCHRG-FOOT-NAME           PIC X(08)   OCCURS 7 TIMES.

      ***********************************************************
      * BILLED COLUMNS -- THE TWO STATEMENT COLUMNS TAKEN FROM    *
      * THE ARCHIVE (CATEGORIES EX AND FO), EACH WITH THE FOOTING *
      * COLUMN OF THE TRAILER COUNT IT MUST PROVE TO.             *
      ***********************************************************
       01  CALLCHRG-BILLED-VALUES.
           05  FILLER                       PIC X(12)
                                            VALUE 'EXECUTED'.
           05  FILLER                       PIC 9(01)   VALUE 2.
           05  FILLER                       PIC X(12)
                                            VALUE 'FAILED OVR'.
           05  FILLER                       PIC 9(01)   VALUE 6.
       01  CALLCHRG-BILLED-DEFINITION REDEFINES CALLCHRG-BILLED-VALUES.
           05  CALLCHRG-BILLED-DEF          OCCURS 2 TIMES.
               10  CALLCHRG-BD-NAME         PIC X(12).
               10  CALLCHRG-BD-FOOT-COLUMN  PIC 9(01).

      ***********************************************************
      * BILLED PROOF -- PER BILLED COLUMN, THE STATEMENT TOTAL    *
      * AND EVERY ARCHIVED RECORD OF THAT DISPOSITION THAT WAS    *
      * NOT BILLED, BY THE REASON IT WAS NOT.                     *
      ***********************************************************
       01  CALLCHRG-BILLED-TABLE.
           05  CALLCHRG-BILLED-ENTRY        OCCURS 2 TIMES.
               10  CALLCHRG-B-STATEMENTS    PIC 9(09).
               10  CALLCHRG-B-CLASSIC       PIC 9(09).
               10  CALLCHRG-B-UNATTRIBUTED  PIC 9(09).
               10  CALLCHRG-B-LEFT-OFF      PIC 9(09).
               10  CALLCHRG-B-ACCOUNTED     PIC 9(09).

       01  CALLCHRG-TRAILER-COUNTS.
           05  CALLCHRG-T-COUNT             PIC 9(09)   OCCURS 7 TIMES.
       01  CALLCHRG-FOOT-TOTALS.
           05  CALLCHRG-FT-COUNT            PIC 9(09)   OCCURS 7 TIMES.
       01  CALLCHRG-FOOT-WORK.
           05  CALLCHRG-FW-COUNT            PIC 9(09)   OCCURS 7 TIMES.

      ***********************************************************
      * FOOTING TABLE -- ONE ENTRY PER SOURCE SYSTEM SEEN ON THE  *
      * ARCHIVE (BLANK INCLUDED), COUNTS IN FOOTING COLUMN ORDER. *
      ***********************************************************
       01  CALLCHRG-SOURCE-TABLE.
           05  CALLCHRG-SOURCE-ENTRY OCCURS 20 TIMES
                   INDEXED BY CALLCHRG-FX.
               10  CALLCHRG-F-SOURCE        PIC X(03).
               10  CALLCHRG-F-COUNTS.
                   15  CALLCHRG-F-COUNT     PIC 9(09)   OCCURS 7 TIMES.

      ***********************************************************
      * STATEMENT TABLE -- ONE LINE PER SOURCE SYSTEM AND TRAN    *
      * CODE, KEPT IN KEY ORDER AS LINES ARE ADDED SO THE         *
      * STATEMENTS PRINT WITHOUT A SORT.                          *
      ***********************************************************
       01  CALLCHRG-STATEMENT-TABLE.
           05  CALLCHRG-STATEMENT-ENTRY OCCURS 500 TIMES
                   INDEXED BY CALLCHRG-SX.
               10  CALLCHRG-S-KEY.
                   15  CALLCHRG-S-SOURCE    PIC X(03).
                   15  CALLCHRG-S-TRAN-CODE PIC X(08).
               10  CALLCHRG-S-QUANTITIES.
                   15  CALLCHRG-S-QUANTITY  PIC 9(09)   OCCURS 7 TIMES.
               10  CALLCHRG-S-MULTI-SEGMENT PIC 9(09).
               10  CALLCHRG-S-RATES.
                   15  CALLCHRG-S-RATE      PIC 9(03)V9(04)
                                            OCCURS 7 TIMES.
               10  CALLCHRG-S-GL-ACCOUNT    PIC X(10).
               10  CALLCHRG-S-RATE-SWITCH   PIC X(01).
                   88  CALLCHRG-S-RATE-EXACT    VALUE 'E'.
                   88  CALLCHRG-S-RATE-DEFAULT  VALUE 'D'.
                   88  CALLCHRG-S-RATE-MISSING  VALUE 'M'.
               10  CALLCHRG-S-AMOUNT        PIC 9(09)V99.

      ***********************************************************
      * VOLUME TABLE -- THE PERIOD'S CALLVOL RECORDS BY BUSINESS  *
      * DATE, SOURCE SYSTEM AND TRAN CODE.  A LATER RECORD FOR    *
      * THE SAME KEY (A RERUN NIGHT) REPLACES THE EARLIER ONE.    *
      ***********************************************************
       01  CALLCHRG-VOLUME-TABLE.
           05  CALLCHRG-VOLUME-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CALLCHRG-VX.
               10  CALLCHRG-V-KEY.
                   15  CALLCHRG-V-BUSINESS-DATE PIC 9(08).
                   15  CALLCHRG-V-SOURCE    PIC X(03).
                   15  CALLCHRG-V-TRAN-CODE PIC X(08).
               10  CALLCHRG-V-RECEIVED      PIC 9(07).
               10  CALLCHRG-V-DUPLICATES    PIC 9(07).
               10  CALLCHRG-V-SUSPENDED     PIC 9(07).

       01  CALLCHRG-STATEMENT-TOTALS.
           05  CALLCHRG-ST-QUANTITY         PIC 9(09)   OCCURS 7 TIMES.
           05  CALLCHRG-ST-MULTI-SEGMENT    PIC 9(09).
           05  CALLCHRG-ST-AMOUNT           PIC 9(11)V99.
           05  CALLCHRG-ST-DETAIL-COUNT     PIC 9(07).
           05  CALLCHRG-ST-TOTAL-QUANTITY   PIC 9(11).

       01  WS-HEADING-1.
           05  FILLER               PIC X(38) VALUE
               'CALLDEMO MONTHLY CHARGEBACK STATEMENT '.
           05  FILLER               PIC X(15) VALUE
               ' SOURCE SYSTEM '.
           05  WS-H1-SOURCE         PIC X(03).
           05  FILLER               PIC X(09) VALUE '  PERIOD '.
           05  WS-H1-FROM-DATE      PIC 9(08).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  WS-H1-TO-DATE        PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER               PIC X(09) VALUE 'TRAN CODE'.
           05  FILLER               PIC X(12) VALUE '   RECEIVED '.
           05  FILLER               PIC X(12) VALUE ' DUPLICATES '.
           05  FILLER               PIC X(12) VALUE '  SUSPENDED '.
           05  FILLER               PIC X(12) VALUE '   EXECUTED '.
           05  FILLER               PIC X(12) VALUE ' FAILED OVR '.
           05  FILLER               PIC X(12) VALUE '  PERM FAIL '.
           05  FILLER               PIC X(12) VALUE '  MULTI-SEG '.
           05  FILLER               PIC X(12) VALUE '   SEGMENTS '.
           05  FILLER               PIC X(15) VALUE
               '        AMOUNT '.
           05  FILLER               PIC X(12) VALUE 'NOTE'.
       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-CODE      PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-RECEIVED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-DUPLICATES     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-SUSPENDED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-EXECUTED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-FAILOVER       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-PERMFAIL       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-MULTI-SEGMENT  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-SEGMENTS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01).
           05  WS-DL-NOTE           PIC X(12).
       01  WS-NO-ACTIVITY-LINE.
           05  FILLER               PIC X(40) VALUE
               'NO BILLABLE ACTIVITY FOR THE PERIOD'.

       01  WS-FOOT-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'CALLDEMO CHARGEBACK FOOTING TO ARCHIVE  '.
           05  FILLER               PIC X(07) VALUE 'PERIOD '.
           05  WS-FH1-FROM-DATE     PIC 9(08).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  WS-FH1-TO-DATE       PIC 9(08).
       01  WS-FOOT-HEADING-2.
           05  FILLER               PIC X(12) VALUE 'SOURCE'.
           05  FILLER               PIC X(12) VALUE '    RECORDS '.
           05  FILLER               PIC X(12) VALUE '    SUCCESS '.
           05  FILLER               PIC X(12) VALUE '   NOTFOUND '.
           05  FILLER               PIC X(12) VALUE '    NOTAPPR '.
           05  FILLER               PIC X(12) VALUE '     FAILED '.
           05  FILLER               PIC X(12) VALUE '   FAILOVER '.
           05  FILLER               PIC X(12) VALUE '   DEFERRED '.
           05  FILLER               PIC X(14) VALUE 'STATUS'.
       01  WS-FOOT-LINE.
           05  WS-FL-LABEL          PIC X(12).
           05  WS-FL-COLUMN OCCURS 7 TIMES.
               10  WS-FL-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(01).
           05  WS-FL-STATUS         PIC X(14).
       01  WS-EXCEPTION-LINE.
           05  FILLER               PIC X(16) VALUE
               'OUT OF BALANCE: '.
           05  WS-EL-COLUMN         PIC X(08).
           05  FILLER               PIC X(12) VALUE ' STATEMENTS '.
           05  WS-EL-FOOTED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
               ' VS ARCHIVE TRAILER '.
           05  WS-EL-TRAILER        PIC ZZZ,ZZZ,ZZ9.
       01  WS-PROOF-HEADING-1.
           05  FILLER               PIC X(40) VALUE
               'BILLED QUANTITIES FOOTED TO ARCHIVE TRL'.
       01  WS-PROOF-HEADING-2.
           05  FILLER               PIC X(12) VALUE 'COLUMN'.
           05  FILLER               PIC X(12) VALUE ' STATEMENTS '.
           05  FILLER               PIC X(12) VALUE '    CLASSIC '.
           05  FILLER               PIC X(12) VALUE '  NO SOURCE '.
           05  FILLER               PIC X(12) VALUE '   LEFT OFF '.
           05  FILLER               PIC X(12) VALUE '  ACCOUNTED '.
           05  FILLER               PIC X(12) VALUE 'ARCHIVE TRL '.
           05  FILLER               PIC X(12) VALUE ' DIFFERENCE '.
           05  FILLER               PIC X(14) VALUE 'STATUS'.
       01  WS-PROOF-LINE.
           05  WS-PL-COLUMN         PIC X(12).
           05  WS-PL-STATEMENTS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-PL-CLASSIC        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-PL-UNATTRIBUTED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-PL-LEFT-OFF       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-PL-ACCOUNTED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-PL-TRAILER        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-PL-DIFFERENCE     PIC ---,---,--9.
           05  FILLER               PIC X(01).
           05  WS-PL-STATUS         PIC X(14).
       01  WS-SUMMARY-LINE-1.
           05  FILLER               PIC X(11) VALUE 'STATEMENTS='.
           05  WS-SL-STATEMENTS     PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE
               '  BILLED TOTAL='.
           05  WS-SL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE '  UNPRICED='.
           05  WS-SL-UNPRICED       PIC ZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE
               '  UNATTRIBUTED='.
           05  WS-SL-UNATTRIBUTED   PIC Z,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER               PIC X(18) VALUE
               'VOLUME RECORDS IN='.
           05  WS-SL-VOLUME-READ    PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
               '  REPLACED BY RERUN='.
           05  WS-SL-REPLACED       PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(18) VALUE
               '  CARRIED FORWARD='.
           05  WS-SL-CARRIED        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE
               '  BEFORE PERIOD='.
           05  WS-SL-EARLY          PIC Z,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER               PIC X(27) VALUE
               'LEFT OFF STATEMENTS: LINES='.
           05  WS-SL-LINE-FULL      PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE '  VOLUMES='.
           05  WS-SL-VOLUME-FULL    PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE '  SOURCES='.
           05  WS-SL-SOURCE-FULL    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               PERFORM 2000-READ-ARCHIVE
                   THRU 2000-READ-ARCHIVE-EXIT

               IF NOT WS-CONTROL-FAILED
                   PERFORM 3000-LOAD-VOLUMES
                       THRU 3000-LOAD-VOLUMES-EXIT

                   PERFORM 4000-COUNT-CASE-AUDIT
                       THRU 4000-COUNT-CASE-AUDIT-EXIT

                   PERFORM 5000-PRICE-ONE-LINE
                       THRU 5000-PRICE-ONE-LINE-EXIT
                       VARYING CALLCHRG-SX FROM 1 BY 1
                       UNTIL CALLCHRG-SX > WS-LINE-COUNT

                   PERFORM 7000-PRINT-STATEMENTS
                       THRU 7000-PRINT-STATEMENTS-EXIT

                   PERFORM 7500-PRINT-FOOTING
                       THRU 7500-PRINT-FOOTING-EXIT
               END-IF

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-LOOKUP-FAILED
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-CONTROL-FAILED
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-OUT-OF-BALANCE-COUNT NOT = ZERO
                       OR WS-SOURCE-FULL-COUNT NOT = ZERO
                       OR WS-LINE-FULL-COUNT NOT = ZERO
                       OR WS-VOLUME-FULL-COUNT NOT = ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-UNPRICED-COUNT NOT = ZERO
                       OR WS-UNATTRIBUTED-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CD-TIME FROM TIME.

           OPEN INPUT CALLARCI-FILE.
           IF NOT WS-CALLARCI-OK
               DISPLAY 'CALLCHRG: UNABLE TO OPEN CALLARCI, STATUS='
                   WS-CALLARCI-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLVOLI-FILE.
           IF NOT WS-CALLVOLI-OK
               DISPLAY 'CALLCHRG: UNABLE TO OPEN CALLVOLI, STATUS='
                   WS-CALLVOLI-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLARCI-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLCASA-FILE.
           IF NOT WS-CALLCASA-OK
               DISPLAY 'CALLCHRG: UNABLE TO OPEN CALLCASA, STATUS='
                   WS-CALLCASA-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLARCI-FILE
               CLOSE CALLVOLI-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CALLRATE-FILE.
           IF NOT WS-CALLRATE-OK
               DISPLAY 'CALLCHRG: UNABLE TO OPEN CALLRATE, STATUS='
                   WS-CALLRATE-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLARCI-FILE
               CLOSE CALLVOLI-FILE
               CLOSE CALLCASA-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLCHGR-FILE.
           IF NOT WS-CALLCHGR-OK
               DISPLAY 'CALLCHRG: UNABLE TO OPEN CALLCHGR, STATUS='
                   WS-CALLCHGR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLARCI-FILE
               CLOSE CALLVOLI-FILE
               CLOSE CALLCASA-FILE
               CLOSE CALLRATE-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLCHGX-FILE.
           IF NOT WS-CALLCHGX-OK
               DISPLAY 'CALLCHRG: UNABLE TO OPEN CALLCHGX, STATUS='
                   WS-CALLCHGX-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLARCI-FILE
               CLOSE CALLVOLI-FILE
               CLOSE CALLCASA-FILE
               CLOSE CALLRATE-FILE
               CLOSE CALLCHGR-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLVOLO-FILE.
           IF NOT WS-CALLVOLO-OK
               DISPLAY 'CALLCHRG: UNABLE TO OPEN CALLVOLO, STATUS='
                   WS-CALLVOLO-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLARCI-FILE
               CLOSE CALLVOLI-FILE
               CLOSE CALLCASA-FILE
               CLOSE CALLRATE-FILE
               CLOSE CALLCHGR-FILE
               CLOSE CALLCHGX-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE ZERO TO CALLCHRG-TRAILER-COUNTS.
           MOVE ZERO TO CALLCHRG-FOOT-TOTALS.
           MOVE ZERO TO CALLCHRG-BILLED-TABLE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-READ-ARCHIVE -- ONE GENERATION: AN 'H' RECORD FIRST, *
      * THEN THE 'D' RECORDS, THEN ONE 'T' RECORD.  ANYTHING ELSE *
      * MEANS THE STATEMENTS CANNOT BE FOOTED, SO THE RUN STOPS   *
      * (RC=12) BEFORE ANY STATEMENT IS WRITTEN.                  *
      ***********************************************************
       2000-READ-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-READ-ONE-ARCHIVE
               THRU 2100-READ-ONE-ARCHIVE-EXIT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-HEADER-SEEN
               DISPLAY 'CALLCHRG: ARCHIVE HEADER RECORD MISSING'
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
           END-IF.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'CALLCHRG: ARCHIVE TRAILER RECORD MISSING'
               MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
           END-IF.
       2000-READ-ARCHIVE-EXIT.
           EXIT.

       2100-READ-ONE-ARCHIVE.
           READ CALLARCI-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2100-READ-ONE-ARCHIVE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CALLARCV-TYPE-HEADER
                   AND NOT WS-HEADER-SEEN
                   MOVE 'Y' TO WS-HEADER-SWITCH
                   MOVE CALLARCV-H-FROM-DATE TO WS-FROM-DATE
                   MOVE CALLARCV-H-TO-DATE TO WS-TO-DATE
               WHEN CALLARCV-TYPE-DETAIL
                   AND WS-HEADER-SEEN
                   AND NOT WS-TRAILER-SEEN
                   PERFORM 2200-COUNT-ONE-DETAIL
                       THRU 2200-COUNT-ONE-DETAIL-EXIT
               WHEN CALLARCV-TYPE-TRAILER
                   AND WS-HEADER-SEEN
                   AND NOT WS-TRAILER-SEEN
                   PERFORM 2300-SAVE-TRAILER
                       THRU 2300-SAVE-TRAILER-EXIT
               WHEN OTHER
                   DISPLAY 'CALLCHRG: ARCHIVE RECORD OUT OF SEQUENCE, '
                       'TYPE=' CALLARCV-RECORD-TYPE
                   MOVE 'Y' TO WS-CONTROL-FAILED-SWITCH
           END-EVALUATE.
       2100-READ-ONE-ARCHIVE-EXIT.
           EXIT.

      ***********************************************************
      * 2200-COUNT-ONE-DETAIL -- EVERY AUDIT RECORD IS COUNTED    *
      * FOR THE FOOTING UNDER ITS SOURCE SYSTEM.  ROUTED-CALL     *
      * RECORDS THAT EXECUTED OR FAILED OVER ARE ALSO BILLED TO   *
      * THEIR SOURCE SYSTEM AND TRAN CODE; ONE WITH NO SOURCE     *
      * SYSTEM CANNOT BE BILLED AND IS COUNTED AS UNATTRIBUTED.   *
      * AN EXECUTED OR FAILED-OVER RECORD THAT IS NOT BILLED IS   *
      * COUNTED IN THE BILLED PROOF UNDER THE REASON (7920).      *
      ***********************************************************
       2200-COUNT-ONE-DETAIL.
           MOVE CALLARCV-DETAIL-IMAGE TO CALLERR-RECORD.
           ADD 1 TO WS-DETAIL-READ-COUNT.

           EVALUATE TRUE
               WHEN CALLERR-DISP-SUCCESS
                   MOVE 2 TO WS-FOOT-INDEX
               WHEN CALLERR-DISP-NOT-FOUND
                   MOVE 3 TO WS-FOOT-INDEX
               WHEN CALLERR-DISP-NOT-APPROVED
                   MOVE 4 TO WS-FOOT-INDEX
               WHEN CALLERR-DISP-CALL-FAILED
                   MOVE 5 TO WS-FOOT-INDEX
               WHEN CALLERR-DISP-FAILED-OVER
                   MOVE 6 TO WS-FOOT-INDEX
               WHEN CALLERR-DISP-DEFERRED
                   MOVE 7 TO WS-FOOT-INDEX
               WHEN OTHER
                   MOVE ZERO TO WS-FOOT-INDEX
           END-EVALUATE.

           MOVE CALLERR-SOURCE-SYSTEM TO WS-LINE-SOURCE.
           PERFORM 6000-FIND-OR-ADD-SOURCE
               THRU 6000-FIND-OR-ADD-SOURCE-EXIT.
           IF WS-SOURCE-INDEX NOT = ZERO
               ADD 1 TO CALLCHRG-F-COUNT (CALLCHRG-FX, 1)
               IF WS-FOOT-INDEX NOT = ZERO
                   ADD 1 TO CALLCHRG-F-COUNT (CALLCHRG-FX,
                       WS-FOOT-INDEX)
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CALLERR-DISP-SUCCESS
                   MOVE 1 TO WS-BILLED-INDEX
               WHEN CALLERR-DISP-FAILED-OVER
                   MOVE 2 TO WS-BILLED-INDEX
               WHEN OTHER
                   GO TO 2200-COUNT-ONE-DETAIL-EXIT
           END-EVALUATE.
           IF CALLERR-PROGRAM-NAME = WS-CLASSIC-PROGRAM-NAME
               ADD 1 TO CALLCHRG-B-CLASSIC (WS-BILLED-INDEX)
               GO TO 2200-COUNT-ONE-DETAIL-EXIT
           END-IF.
           IF CALLERR-SOURCE-SYSTEM = SPACES
               ADD 1 TO WS-UNATTRIBUTED-COUNT
               ADD 1 TO CALLCHRG-B-UNATTRIBUTED (WS-BILLED-INDEX)
               GO TO 2200-COUNT-ONE-DETAIL-EXIT
           END-IF.

           MOVE CALLERR-TRAN-CODE TO WS-LINE-TRAN-CODE.
           PERFORM 6200-FIND-OR-ADD-LINE
               THRU 6200-FIND-OR-ADD-LINE-EXIT.
           IF WS-LINE-INDEX = ZERO
               ADD 1 TO CALLCHRG-B-LEFT-OFF (WS-BILLED-INDEX)
               GO TO 2200-COUNT-ONE-DETAIL-EXIT
           END-IF.
           IF CALLERR-DISP-FAILED-OVER
               ADD 1 TO CALLCHRG-S-QUANTITY (CALLCHRG-SX, 5)
               GO TO 2200-COUNT-ONE-DETAIL-EXIT
           END-IF.
           ADD 1 TO CALLCHRG-S-QUANTITY (CALLCHRG-SX, 4).
           IF CALLERR-SEGMENT-COUNT NUMERIC
               AND CALLERR-SEGMENT-COUNT > 1
               ADD 1 TO CALLCHRG-S-MULTI-SEGMENT (CALLCHRG-SX)
               ADD CALLERR-SEGMENT-COUNT
                   TO CALLCHRG-S-QUANTITY (CALLCHRG-SX, 7)
           END-IF.
       2200-COUNT-ONE-DETAIL-EXIT.
           EXIT.

      ***********************************************************
      * 2300-SAVE-TRAILER -- THE TRAILER CONTROL TOTALS, IN       *
      * FOOTING COLUMN ORDER.  A GENERATION WRITTEN BEFORE THE    *
      * TRAILER CARRIED A DEFERRED COUNT HAS SPACES THERE.        *
      ***********************************************************
       2300-SAVE-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SWITCH.
           MOVE CALLARCV-T-RECORD-COUNT TO CALLCHRG-T-COUNT (1).
           MOVE CALLARCV-T-SUCCESS-COUNT TO CALLCHRG-T-COUNT (2).
           MOVE CALLARCV-T-NOTFOUND-COUNT TO CALLCHRG-T-COUNT (3).
           MOVE CALLARCV-T-NOTAPPR-COUNT TO CALLCHRG-T-COUNT (4).
           MOVE CALLARCV-T-FAILED-COUNT TO CALLCHRG-T-COUNT (5).
           MOVE CALLARCV-T-FAILOVER-COUNT TO CALLCHRG-T-COUNT (6).
           IF CALLARCV-T-DEFERRED-COUNT NUMERIC
               MOVE CALLARCV-T-DEFERRED-COUNT TO CALLCHRG-T-COUNT (7)
           ELSE
               MOVE ZERO TO CALLCHRG-T-COUNT (7)
           END-IF.
       2300-SAVE-TRAILER-EXIT.
           EXIT.

      ***********************************************************
      * 3000-LOAD-VOLUMES -- THE MONTH-TO-DATE VOLUME FILE.       *
      * RECORDS INSIDE THE PERIOD GO TO THE VOLUME TABLE; THOSE   *
      * AFTER IT ARE CARRIED FORWARD TO CALLVOLO FOR NEXT MONTH;  *
      * THOSE BEFORE IT WERE BILLED LAST MONTH AND ARE DROPPED.   *
      * THE TABLE IS THEN POSTED TO THE STATEMENT LINES.          *
      ***********************************************************
       3000-LOAD-VOLUMES.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 3100-READ-ONE-VOLUME
               THRU 3100-READ-ONE-VOLUME-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3500-POST-ONE-VOLUME
               THRU 3500-POST-ONE-VOLUME-EXIT
               VARYING CALLCHRG-VX FROM 1 BY 1
               UNTIL CALLCHRG-VX > WS-VOLUME-COUNT.
       3000-LOAD-VOLUMES-EXIT.
           EXIT.

       3100-READ-ONE-VOLUME.
           READ CALLVOLI-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 3100-READ-ONE-VOLUME-EXIT
           END-IF.
           ADD 1 TO WS-VOLUME-READ-COUNT.
           IF CALLVOLR-BUSINESS-DATE > WS-TO-DATE
               WRITE CALLVOLO-RECORD FROM CALLVOLR-RECORD
               ADD 1 TO WS-VOLUME-CARRIED-COUNT
               GO TO 3100-READ-ONE-VOLUME-EXIT
           END-IF.
           IF CALLVOLR-BUSINESS-DATE < WS-FROM-DATE
               ADD 1 TO WS-VOLUME-EARLY-COUNT
               GO TO 3100-READ-ONE-VOLUME-EXIT
           END-IF.
           IF CALLVOLR-SOURCE-SYSTEM = SPACES
               ADD 1 TO WS-UNATTRIBUTED-COUNT
               GO TO 3100-READ-ONE-VOLUME-EXIT
           END-IF.

           MOVE CALLVOLR-KEY TO WS-VOLUME-KEY.
           PERFORM 6500-FIND-OR-ADD-VOLUME
               THRU 6500-FIND-OR-ADD-VOLUME-EXIT.
           IF WS-VOLUME-INDEX = ZERO
               GO TO 3100-READ-ONE-VOLUME-EXIT
           END-IF.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-VOLUME-REPLACED-COUNT
           END-IF.
           MOVE CALLVOLR-RECEIVED-COUNT
               TO CALLCHRG-V-RECEIVED (CALLCHRG-VX).
           MOVE CALLVOLR-DUPLICATE-COUNT
               TO CALLCHRG-V-DUPLICATES (CALLCHRG-VX).
           MOVE CALLVOLR-SUSPENDED-COUNT
               TO CALLCHRG-V-SUSPENDED (CALLCHRG-VX).
       3100-READ-ONE-VOLUME-EXIT.
           EXIT.

       3500-POST-ONE-VOLUME.
           MOVE CALLCHRG-V-SOURCE (CALLCHRG-VX) TO WS-LINE-SOURCE.
           MOVE CALLCHRG-V-TRAN-CODE (CALLCHRG-VX) TO WS-LINE-TRAN-CODE.
           PERFORM 6200-FIND-OR-ADD-LINE
               THRU 6200-FIND-OR-ADD-LINE-EXIT.
           IF WS-LINE-INDEX = ZERO
               GO TO 3500-POST-ONE-VOLUME-EXIT
           END-IF.
           ADD CALLCHRG-V-RECEIVED (CALLCHRG-VX)
               TO CALLCHRG-S-QUANTITY (CALLCHRG-SX, 1).
           ADD CALLCHRG-V-DUPLICATES (CALLCHRG-VX)
               TO CALLCHRG-S-QUANTITY (CALLCHRG-SX, 2).
           ADD CALLCHRG-V-SUSPENDED (CALLCHRG-VX)
               TO CALLCHRG-S-QUANTITY (CALLCHRG-SX, 3).
       3500-POST-ONE-VOLUME-EXIT.
           EXIT.

      ***********************************************************
      * 4000-COUNT-CASE-AUDIT -- EVERY CASE CALLCASE OPENED IN    *
      * THE PERIOD IS ONE PERMANENT FAILURE FOR ITS SOURCE SYSTEM *
      * AND TRAN CODE.  THE CASE AUDIT FILE IS NEVER RESET, SO    *
      * THE AUDIT DATE SELECTS THE PERIOD.                        *
      ***********************************************************
       4000-COUNT-CASE-AUDIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4100-COUNT-ONE-CASE-AUDIT
               THRU 4100-COUNT-ONE-CASE-AUDIT-EXIT
               UNTIL WS-END-OF-FILE.
       4000-COUNT-CASE-AUDIT-EXIT.
           EXIT.

       4100-COUNT-ONE-CASE-AUDIT.
           READ CALLCASA-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 4100-COUNT-ONE-CASE-AUDIT-EXIT
           END-IF.
           IF NOT CALLCASA-ACTION-OPEN
               GO TO 4100-COUNT-ONE-CASE-AUDIT-EXIT
           END-IF.
           IF CALLCASA-DATE < WS-FROM-DATE
               OR CALLCASA-DATE > WS-TO-DATE
               GO TO 4100-COUNT-ONE-CASE-AUDIT-EXIT
           END-IF.
           IF CALLCASA-SOURCE-SYSTEM = SPACES
               ADD 1 TO WS-UNATTRIBUTED-COUNT
               GO TO 4100-COUNT-ONE-CASE-AUDIT-EXIT
           END-IF.
           MOVE CALLCASA-SOURCE-SYSTEM TO WS-LINE-SOURCE.
           MOVE CALLCASA-TRAN-CODE TO WS-LINE-TRAN-CODE.
           PERFORM 6200-FIND-OR-ADD-LINE
               THRU 6200-FIND-OR-ADD-LINE-EXIT.
           IF WS-LINE-INDEX = ZERO
               GO TO 4100-COUNT-ONE-CASE-AUDIT-EXIT
           END-IF.
           ADD 1 TO CALLCHRG-S-QUANTITY (CALLCHRG-SX, 6).
           ADD 1 TO WS-PERMFAIL-COUNT.
       4100-COUNT-ONE-CASE-AUDIT-EXIT.
           EXIT.

      ***********************************************************
      * 5000-PRICE-ONE-LINE -- RATE ROW FOR THE SOURCE SYSTEM AND *
      * TRAN CODE, ELSE THE SOURCE SYSTEM'S '*DEFAULT' ROW.  WITH *
      * NEITHER, THE LINE IS PRICED AT ZERO AND FLAGGED (RC=4).   *
      * EACH CATEGORY IS EXTENDED AND ROUNDED ON ITS OWN, SO THE  *
      * LINE AMOUNT IS THE SUM OF ITS BILLING EXTRACT DETAILS.    *
      ***********************************************************
       5000-PRICE-ONE-LINE.
           MOVE CALLCHRG-S-SOURCE (CALLCHRG-SX)
               TO CALLRATR-SOURCE-SYSTEM.
           MOVE CALLCHRG-S-TRAN-CODE (CALLCHRG-SX)
               TO CALLRATR-TRAN-CODE.
           PERFORM 5100-READ-RATE
               THRU 5100-READ-RATE-EXIT.
           IF WS-ENTRY-FOUND
               MOVE 'E' TO CALLCHRG-S-RATE-SWITCH (CALLCHRG-SX)
           ELSE
               MOVE WS-DEFAULT-TRAN-CODE TO CALLRATR-TRAN-CODE
               PERFORM 5100-READ-RATE
                   THRU 5100-READ-RATE-EXIT
               IF WS-ENTRY-FOUND
                   MOVE 'D' TO CALLCHRG-S-RATE-SWITCH (CALLCHRG-SX)
               END-IF
           END-IF.

           IF WS-ENTRY-FOUND
               MOVE CALLRATR-RATES TO CALLCHRG-S-RATES (CALLCHRG-SX)
               MOVE CALLRATR-GL-ACCOUNT
                   TO CALLCHRG-S-GL-ACCOUNT (CALLCHRG-SX)
           ELSE
               MOVE 'M' TO CALLCHRG-S-RATE-SWITCH (CALLCHRG-SX)
               MOVE ZERO TO CALLCHRG-S-RATES (CALLCHRG-SX)
               MOVE SPACES TO CALLCHRG-S-GL-ACCOUNT (CALLCHRG-SX)
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.

           MOVE ZERO TO CALLCHRG-S-AMOUNT (CALLCHRG-SX).
           PERFORM 5200-EXTEND-ONE-CATEGORY
               THRU 5200-EXTEND-ONE-CATEGORY-EXIT
               VARYING WS-CATEGORY-INDEX FROM 1 BY 1
               UNTIL WS-CATEGORY-INDEX > 7.
       5000-PRICE-ONE-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 5100-READ-RATE -- DIRECT READ BY CALLRATR-KEY.  ANY       *
      * STATUS BUT FOUND OR NOT-FOUND IS A BROKEN RATE FILE: THE  *
      * LINE IS TREATED AS UNPRICED AND THE RUN ENDS RC=16.       *
      ***********************************************************
       5100-READ-RATE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           READ CALLRATE-FILE
               KEY IS CALLRATR-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CALLRATE-OK
               MOVE 'Y' TO WS-FOUND-SWITCH
               GO TO 5100-READ-RATE-EXIT
           END-IF.
           IF NOT WS-CALLRATE-NOTFOUND
               DISPLAY 'CALLCHRG: CALLRATE READ FAILED, STATUS='
                   WS-CALLRATE-STATUS
               MOVE 'Y' TO WS-LOOKUP-FAILED-SWITCH
           END-IF.
       5100-READ-RATE-EXIT.
           EXIT.

       5200-EXTEND-ONE-CATEGORY.
           COMPUTE WS-CATEGORY-AMOUNT ROUNDED =
               CALLCHRG-S-QUANTITY (CALLCHRG-SX, WS-CATEGORY-INDEX)
               * CALLCHRG-S-RATE (CALLCHRG-SX, WS-CATEGORY-INDEX).
           ADD WS-CATEGORY-AMOUNT TO CALLCHRG-S-AMOUNT (CALLCHRG-SX).
       5200-EXTEND-ONE-CATEGORY-EXIT.
           EXIT.

      ***********************************************************
      * 6000-FIND-OR-ADD-SOURCE -- THE FOOTING SLOT FOR THE       *
      * SOURCE SYSTEM IN WS-LINE-SOURCE, LEFT SET IN CALLCHRG-FX. *
      * WS-SOURCE-INDEX COMES BACK ZERO (AND THE RECORD IS        *
      * COUNTED) WHEN THE SOURCE IS NEW AND THE TABLE IS FULL.    *
      ***********************************************************
       6000-FIND-OR-ADD-SOURCE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-SOURCE-INDEX.
           PERFORM 6100-MATCH-ONE-SOURCE
               THRU 6100-MATCH-ONE-SOURCE-EXIT
               VARYING CALLCHRG-FX FROM 1 BY 1
               UNTIL CALLCHRG-FX > WS-SOURCE-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SET CALLCHRG-FX TO WS-SOURCE-INDEX
               GO TO 6000-FIND-OR-ADD-SOURCE-EXIT
           END-IF.
           IF WS-SOURCE-COUNT NOT LESS THAN WS-MAX-SOURCES
               ADD 1 TO WS-SOURCE-FULL-COUNT
               GO TO 6000-FIND-OR-ADD-SOURCE-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE WS-SOURCE-COUNT TO WS-SOURCE-INDEX.
           SET CALLCHRG-FX TO WS-SOURCE-COUNT.
           MOVE WS-LINE-SOURCE TO CALLCHRG-F-SOURCE (CALLCHRG-FX).
           MOVE ZERO TO CALLCHRG-F-COUNTS (CALLCHRG-FX).
       6000-FIND-OR-ADD-SOURCE-EXIT.
           EXIT.

       6100-MATCH-ONE-SOURCE.
           IF CALLCHRG-F-SOURCE (CALLCHRG-FX) = WS-LINE-SOURCE
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-SOURCE-INDEX TO CALLCHRG-FX
           END-IF.
       6100-MATCH-ONE-SOURCE-EXIT.
           EXIT.

      ***********************************************************
      * 6200-FIND-OR-ADD-LINE -- THE STATEMENT LINE FOR           *
      * WS-LINE-KEY, LEFT SET IN CALLCHRG-SX.  THE TABLE IS KEPT  *
      * IN KEY ORDER: THE SCAN STOPS AT THE MATCH OR AT THE FIRST *
      * HIGHER KEY, AND A NEW LINE IS OPENED THERE BY SHIFTING    *
      * THE LINES ABOVE IT UP ONE SLOT.  WS-LINE-INDEX COMES BACK *
      * ZERO (AND THE RECORD IS COUNTED) WHEN THE TABLE IS FULL.  *
      ***********************************************************
       6200-FIND-OR-ADD-LINE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-LINE-INDEX.
           MOVE ZERO TO WS-INSERT-INDEX.
           PERFORM 6300-MATCH-ONE-LINE
               THRU 6300-MATCH-ONE-LINE-EXIT
               VARYING CALLCHRG-SX FROM 1 BY 1
               UNTIL CALLCHRG-SX > WS-LINE-COUNT
               OR WS-ENTRY-FOUND
               OR WS-INSERT-INDEX NOT = ZERO.
           IF WS-ENTRY-FOUND
               SET CALLCHRG-SX TO WS-LINE-INDEX
               GO TO 6200-FIND-OR-ADD-LINE-EXIT
           END-IF.
           IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
               ADD 1 TO WS-LINE-FULL-COUNT
               GO TO 6200-FIND-OR-ADD-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-INSERT-INDEX = ZERO
               MOVE WS-LINE-COUNT TO WS-INSERT-INDEX
           END-IF.
           PERFORM 6400-SHIFT-ONE-LINE
               THRU 6400-SHIFT-ONE-LINE-EXIT
               VARYING CALLCHRG-SX FROM WS-LINE-COUNT BY -1
               UNTIL CALLCHRG-SX NOT > WS-INSERT-INDEX.
           MOVE WS-INSERT-INDEX TO WS-LINE-INDEX.
           SET CALLCHRG-SX TO WS-INSERT-INDEX.
           MOVE WS-LINE-KEY TO CALLCHRG-S-KEY (CALLCHRG-SX).
           MOVE ZERO TO CALLCHRG-S-QUANTITIES (CALLCHRG-SX).
           MOVE ZERO TO CALLCHRG-S-MULTI-SEGMENT (CALLCHRG-SX).
           MOVE ZERO TO CALLCHRG-S-RATES (CALLCHRG-SX).
           MOVE SPACES TO CALLCHRG-S-GL-ACCOUNT (CALLCHRG-SX).
           MOVE SPACE TO CALLCHRG-S-RATE-SWITCH (CALLCHRG-SX).
           MOVE ZERO TO CALLCHRG-S-AMOUNT (CALLCHRG-SX).
       6200-FIND-OR-ADD-LINE-EXIT.
           EXIT.

       6300-MATCH-ONE-LINE.
           IF CALLCHRG-S-KEY (CALLCHRG-SX) = WS-LINE-KEY
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-LINE-INDEX TO CALLCHRG-SX
           ELSE
               IF CALLCHRG-S-KEY (CALLCHRG-SX) > WS-LINE-KEY
                   SET WS-INSERT-INDEX TO CALLCHRG-SX
               END-IF
           END-IF.
       6300-MATCH-ONE-LINE-EXIT.
           EXIT.

       6400-SHIFT-ONE-LINE.
           MOVE CALLCHRG-STATEMENT-ENTRY (CALLCHRG-SX - 1)
               TO CALLCHRG-STATEMENT-ENTRY (CALLCHRG-SX).
       6400-SHIFT-ONE-LINE-EXIT.
           EXIT.

      ***********************************************************
      * 6500-FIND-OR-ADD-VOLUME -- THE VOLUME SLOT FOR            *
      * WS-VOLUME-KEY, LEFT SET IN CALLCHRG-VX, WITH              *
      * WS-ENTRY-FOUND SET WHEN THE KEY WAS ALREADY THERE.        *
      * WS-VOLUME-INDEX COMES BACK ZERO (AND THE RECORD IS        *
      * COUNTED) WHEN THE KEY IS NEW AND THE TABLE IS FULL.       *
      ***********************************************************
       6500-FIND-OR-ADD-VOLUME.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-VOLUME-INDEX.
           PERFORM 6600-MATCH-ONE-VOLUME
               THRU 6600-MATCH-ONE-VOLUME-EXIT
               VARYING CALLCHRG-VX FROM 1 BY 1
               UNTIL CALLCHRG-VX > WS-VOLUME-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SET CALLCHRG-VX TO WS-VOLUME-INDEX
               GO TO 6500-FIND-OR-ADD-VOLUME-EXIT
           END-IF.
           IF WS-VOLUME-COUNT NOT LESS THAN WS-MAX-VOLUMES
               ADD 1 TO WS-VOLUME-FULL-COUNT
               GO TO 6500-FIND-OR-ADD-VOLUME-EXIT
           END-IF.
           ADD 1 TO WS-VOLUME-COUNT.
           MOVE WS-VOLUME-COUNT TO WS-VOLUME-INDEX.
           SET CALLCHRG-VX TO WS-VOLUME-COUNT.
           MOVE WS-VOLUME-KEY TO CALLCHRG-V-KEY (CALLCHRG-VX).
       6500-FIND-OR-ADD-VOLUME-EXIT.
           EXIT.

       6600-MATCH-ONE-VOLUME.
           IF CALLCHRG-V-KEY (CALLCHRG-VX) = WS-VOLUME-KEY
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-VOLUME-INDEX TO CALLCHRG-VX
           END-IF.
       6600-MATCH-ONE-VOLUME-EXIT.
           EXIT.

      ***********************************************************
      * 7000-PRINT-STATEMENTS -- THE STATEMENT LINES ARE IN KEY   *
      * ORDER, SO A CHANGE OF SOURCE SYSTEM CLOSES ONE STATEMENT  *
      * (TOTAL LINE, EXTRACT TRAILER) AND OPENS THE NEXT          *
      * (HEADINGS, EXTRACT HEADER).                               *
      ***********************************************************
       7000-PRINT-STATEMENTS.
           IF WS-LINE-COUNT = ZERO
               MOVE SPACES TO WS-H1-SOURCE
               MOVE WS-FROM-DATE TO WS-H1-FROM-DATE
               MOVE WS-TO-DATE TO WS-H1-TO-DATE
               WRITE CALLCHGR-LINE FROM WS-HEADING-1
               WRITE CALLCHGR-LINE FROM WS-NO-ACTIVITY-LINE
               GO TO 7000-PRINT-STATEMENTS-EXIT
           END-IF.
           MOVE SPACES TO WS-CURRENT-SOURCE.
           PERFORM 7100-PRINT-ONE-LINE
               THRU 7100-PRINT-ONE-LINE-EXIT
               VARYING CALLCHRG-SX FROM 1 BY 1
               UNTIL CALLCHRG-SX > WS-LINE-COUNT.
           PERFORM 7300-END-STATEMENT
               THRU 7300-END-STATEMENT-EXIT.
       7000-PRINT-STATEMENTS-EXIT.
           EXIT.

       7100-PRINT-ONE-LINE.
           IF CALLCHRG-S-SOURCE (CALLCHRG-SX) NOT = WS-CURRENT-SOURCE
               IF WS-CURRENT-SOURCE NOT = SPACES
                   PERFORM 7300-END-STATEMENT
                       THRU 7300-END-STATEMENT-EXIT
               END-IF
               PERFORM 7200-START-STATEMENT
                   THRU 7200-START-STATEMENT-EXIT
           END-IF.

           MOVE CALLCHRG-S-TRAN-CODE (CALLCHRG-SX) TO WS-DL-TRAN-CODE.
           MOVE CALLCHRG-S-QUANTITY (CALLCHRG-SX, 1) TO WS-DL-RECEIVED.
           MOVE CALLCHRG-S-QUANTITY (CALLCHRG-SX, 2)
               TO WS-DL-DUPLICATES.
           MOVE CALLCHRG-S-QUANTITY (CALLCHRG-SX, 3) TO WS-DL-SUSPENDED.
           MOVE CALLCHRG-S-QUANTITY (CALLCHRG-SX, 4) TO WS-DL-EXECUTED.
           MOVE CALLCHRG-S-QUANTITY (CALLCHRG-SX, 5) TO WS-DL-FAILOVER.
           MOVE CALLCHRG-S-QUANTITY (CALLCHRG-SX, 6) TO WS-DL-PERMFAIL.
           MOVE CALLCHRG-S-MULTI-SEGMENT (CALLCHRG-SX)
               TO WS-DL-MULTI-SEGMENT.
           MOVE CALLCHRG-S-QUANTITY (CALLCHRG-SX, 7) TO WS-DL-SEGMENTS.
           MOVE CALLCHRG-S-AMOUNT (CALLCHRG-SX) TO WS-DL-AMOUNT.
           EVALUATE TRUE
               WHEN CALLCHRG-S-RATE-DEFAULT (CALLCHRG-SX)
                   MOVE 'DEFAULT RATE' TO WS-DL-NOTE
               WHEN CALLCHRG-S-RATE-MISSING (CALLCHRG-SX)
                   MOVE 'NO RATE' TO WS-DL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-DL-NOTE
           END-EVALUATE.
           WRITE CALLCHGR-LINE FROM WS-DETAIL-LINE.

           ADD CALLCHRG-S-MULTI-SEGMENT (CALLCHRG-SX)
               TO CALLCHRG-ST-MULTI-SEGMENT.
           ADD CALLCHRG-S-AMOUNT (CALLCHRG-SX) TO CALLCHRG-ST-AMOUNT.
           PERFORM 7400-WRITE-EXTRACT-DETAIL
               THRU 7400-WRITE-EXTRACT-DETAIL-EXIT
               VARYING WS-CATEGORY-INDEX FROM 1 BY 1
               UNTIL WS-CATEGORY-INDEX > 7.
       7100-PRINT-ONE-LINE-EXIT.
           EXIT.

       7200-START-STATEMENT.
           MOVE CALLCHRG-S-SOURCE (CALLCHRG-SX) TO WS-CURRENT-SOURCE.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE ZERO TO CALLCHRG-STATEMENT-TOTALS.

           IF WS-STATEMENT-COUNT > 1
               MOVE SPACES TO CALLCHGR-LINE
               WRITE CALLCHGR-LINE
           END-IF.
           MOVE WS-CURRENT-SOURCE TO WS-H1-SOURCE.
           MOVE WS-FROM-DATE TO WS-H1-FROM-DATE.
           MOVE WS-TO-DATE TO WS-H1-TO-DATE.
           WRITE CALLCHGR-LINE FROM WS-HEADING-1.
           WRITE CALLCHGR-LINE FROM WS-HEADING-2.

           MOVE SPACES TO CALLCHGX-HEADER-RECORD.
           MOVE 'HDR' TO CALLCHGX-H-RECORD-TYPE.
           MOVE 'CALLCHRG' TO CALLCHGX-H-INTERFACE-ID.
           MOVE WS-CURRENT-SOURCE TO CALLCHGX-H-SOURCE-SYSTEM.
           MOVE WS-FROM-DATE TO CALLCHGX-H-PERIOD-FROM.
           MOVE WS-TO-DATE TO CALLCHGX-H-PERIOD-TO.
           MOVE WS-CD-DATE TO CALLCHGX-H-CREATE-DATE.
           MOVE WS-CD-TIME TO CALLCHGX-H-CREATE-TIME.
           WRITE CALLCHGX-HEADER-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
       7200-START-STATEMENT-EXIT.
           EXIT.

       7300-END-STATEMENT.
           MOVE 'TOTAL' TO WS-DL-TRAN-CODE.
           MOVE CALLCHRG-ST-QUANTITY (1) TO WS-DL-RECEIVED.
           MOVE CALLCHRG-ST-QUANTITY (2) TO WS-DL-DUPLICATES.
           MOVE CALLCHRG-ST-QUANTITY (3) TO WS-DL-SUSPENDED.
           MOVE CALLCHRG-ST-QUANTITY (4) TO WS-DL-EXECUTED.
           MOVE CALLCHRG-ST-QUANTITY (5) TO WS-DL-FAILOVER.
           MOVE CALLCHRG-ST-QUANTITY (6) TO WS-DL-PERMFAIL.
           MOVE CALLCHRG-ST-MULTI-SEGMENT TO WS-DL-MULTI-SEGMENT.
           MOVE CALLCHRG-ST-QUANTITY (7) TO WS-DL-SEGMENTS.
           MOVE CALLCHRG-ST-AMOUNT TO WS-DL-AMOUNT.
           MOVE SPACES TO WS-DL-NOTE.
           WRITE CALLCHGR-LINE FROM WS-DETAIL-LINE.

           MOVE SPACES TO CALLCHGX-TRAILER-RECORD.
           MOVE 'TRL' TO CALLCHGX-T-RECORD-TYPE.
           MOVE WS-CURRENT-SOURCE TO CALLCHGX-T-SOURCE-SYSTEM.
           MOVE CALLCHRG-ST-DETAIL-COUNT TO CALLCHGX-T-DETAIL-COUNT.
           MOVE CALLCHRG-ST-TOTAL-QUANTITY
               TO CALLCHGX-T-TOTAL-QUANTITY.
           MOVE CALLCHRG-ST-AMOUNT TO CALLCHGX-T-TOTAL-AMOUNT.
           WRITE CALLCHGX-TRAILER-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD CALLCHRG-ST-AMOUNT TO WS-GRAND-AMOUNT.
           ADD CALLCHRG-ST-QUANTITY (4) TO CALLCHRG-B-STATEMENTS (1).
           ADD CALLCHRG-ST-QUANTITY (5) TO CALLCHRG-B-STATEMENTS (2).
       7300-END-STATEMENT-EXIT.
           EXIT.

      ***********************************************************
      * 7400-WRITE-EXTRACT-DETAIL -- ONE BILLING EXTRACT DETAIL   *
      * FOR A CATEGORY OF THE CURRENT LINE WITH A NON-ZERO        *
      * QUANTITY, EXTENDED EXACTLY AS 5200 PRICED IT.             *
      ***********************************************************
       7400-WRITE-EXTRACT-DETAIL.
           ADD CALLCHRG-S-QUANTITY (CALLCHRG-SX, WS-CATEGORY-INDEX)
               TO CALLCHRG-ST-QUANTITY (WS-CATEGORY-INDEX).
           IF CALLCHRG-S-QUANTITY (CALLCHRG-SX, WS-CATEGORY-INDEX)
               = ZERO
               GO TO 7400-WRITE-EXTRACT-DETAIL-EXIT
           END-IF.
           COMPUTE WS-CATEGORY-AMOUNT ROUNDED =
               CALLCHRG-S-QUANTITY (CALLCHRG-SX, WS-CATEGORY-INDEX)
               * CALLCHRG-S-RATE (CALLCHRG-SX, WS-CATEGORY-INDEX).
           MOVE SPACES TO CALLCHGX-DETAIL-RECORD.
           MOVE 'DTL' TO CALLCHGX-D-RECORD-TYPE.
           MOVE WS-CURRENT-SOURCE TO CALLCHGX-D-SOURCE-SYSTEM.
           MOVE CALLCHRG-S-TRAN-CODE (CALLCHRG-SX)
               TO CALLCHGX-D-TRAN-CODE.
           MOVE CALLCHRG-CATEGORY-CODE (WS-CATEGORY-INDEX)
               TO CALLCHGX-D-CATEGORY.
           MOVE CALLCHRG-S-GL-ACCOUNT (CALLCHRG-SX)
               TO CALLCHGX-D-GL-ACCOUNT.
           MOVE CALLCHRG-S-QUANTITY (CALLCHRG-SX, WS-CATEGORY-INDEX)
               TO CALLCHGX-D-QUANTITY.
           MOVE CALLCHRG-S-RATE (CALLCHRG-SX, WS-CATEGORY-INDEX)
               TO CALLCHGX-D-UNIT-RATE.
           MOVE WS-CATEGORY-AMOUNT TO CALLCHGX-D-AMOUNT.
           WRITE CALLCHGX-DETAIL-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD 1 TO CALLCHRG-ST-DETAIL-COUNT.
           ADD CALLCHRG-S-QUANTITY (CALLCHRG-SX, WS-CATEGORY-INDEX)
               TO CALLCHRG-ST-TOTAL-QUANTITY.
       7400-WRITE-EXTRACT-DETAIL-EXIT.
           EXIT.

      ***********************************************************
      * 7500-PRINT-FOOTING -- A LINE PER SOURCE SYSTEM OF ITS     *
      * ARCHIVED AUDIT RECORDS BY DISPOSITION, THE COLUMN TOTALS, *
      * AND THE ARCHIVE TRAILER'S CONTROL TOTALS.  EVERY COLUMN   *
      * THAT DOES NOT TIE GETS AN OUT-OF-BALANCE LINE (RC=8).     *
      * THE BILLED PROOF (7920) FOLLOWS.                          *
      ***********************************************************
       7500-PRINT-FOOTING.
           MOVE SPACES TO CALLCHGR-LINE.
           WRITE CALLCHGR-LINE.
           MOVE WS-FROM-DATE TO WS-FH1-FROM-DATE.
           MOVE WS-TO-DATE TO WS-FH1-TO-DATE.
           WRITE CALLCHGR-LINE FROM WS-FOOT-HEADING-1.
           WRITE CALLCHGR-LINE FROM WS-FOOT-HEADING-2.

           PERFORM 7600-PRINT-SOURCE-FOOTING
               THRU 7600-PRINT-SOURCE-FOOTING-EXIT
               VARYING CALLCHRG-FX FROM 1 BY 1
               UNTIL CALLCHRG-FX > WS-SOURCE-COUNT.

           MOVE CALLCHRG-FOOT-TOTALS TO CALLCHRG-FOOT-WORK.
           MOVE 'TOTAL' TO WS-FL-LABEL.
           MOVE SPACES TO WS-FL-STATUS.
           PERFORM 7700-MOVE-FOOT-COLUMN
               THRU 7700-MOVE-FOOT-COLUMN-EXIT
               VARYING WS-FOOT-INDEX FROM 1 BY 1
               UNTIL WS-FOOT-INDEX > 7.
           WRITE CALLCHGR-LINE FROM WS-FOOT-LINE.

           PERFORM 7800-CHECK-FOOT-COLUMN
               THRU 7800-CHECK-FOOT-COLUMN-EXIT
               VARYING WS-FOOT-INDEX FROM 1 BY 1
               UNTIL WS-FOOT-INDEX > 7.

           MOVE CALLCHRG-TRAILER-COUNTS TO CALLCHRG-FOOT-WORK.
           MOVE 'ARCHIVE TRL' TO WS-FL-LABEL.
           IF WS-OUT-OF-BALANCE-COUNT = ZERO
               MOVE 'IN BALANCE' TO WS-FL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-FL-STATUS
           END-IF.
           PERFORM 7700-MOVE-FOOT-COLUMN
               THRU 7700-MOVE-FOOT-COLUMN-EXIT
               VARYING WS-FOOT-INDEX FROM 1 BY 1
               UNTIL WS-FOOT-INDEX > 7.
           WRITE CALLCHGR-LINE FROM WS-FOOT-LINE.

           IF WS-OUT-OF-BALANCE-COUNT NOT = ZERO
               PERFORM 7900-WRITE-FOOT-EXCEPTION
                   THRU 7900-WRITE-FOOT-EXCEPTION-EXIT
                   VARYING WS-FOOT-INDEX FROM 1 BY 1
                   UNTIL WS-FOOT-INDEX > 7
           END-IF.

           MOVE SPACES TO CALLCHGR-LINE.
           WRITE CALLCHGR-LINE.
           WRITE CALLCHGR-LINE FROM WS-PROOF-HEADING-1.
           WRITE CALLCHGR-LINE FROM WS-PROOF-HEADING-2.
           PERFORM 7920-PROVE-BILLED-COLUMN
               THRU 7920-PROVE-BILLED-COLUMN-EXIT
               VARYING WS-BILLED-INDEX FROM 1 BY 1
               UNTIL WS-BILLED-INDEX > 2.

           MOVE SPACES TO CALLCHGR-LINE.
           WRITE CALLCHGR-LINE.
           MOVE WS-STATEMENT-COUNT TO WS-SL-STATEMENTS.
           MOVE WS-GRAND-AMOUNT TO WS-SL-AMOUNT.
           MOVE WS-UNPRICED-COUNT TO WS-SL-UNPRICED.
           MOVE WS-UNATTRIBUTED-COUNT TO WS-SL-UNATTRIBUTED.
           WRITE CALLCHGR-LINE FROM WS-SUMMARY-LINE-1.
           MOVE WS-VOLUME-READ-COUNT TO WS-SL-VOLUME-READ.
           MOVE WS-VOLUME-REPLACED-COUNT TO WS-SL-REPLACED.
           MOVE WS-VOLUME-CARRIED-COUNT TO WS-SL-CARRIED.
           MOVE WS-VOLUME-EARLY-COUNT TO WS-SL-EARLY.
           WRITE CALLCHGR-LINE FROM WS-SUMMARY-LINE-2.
           IF WS-LINE-FULL-COUNT NOT = ZERO
               OR WS-VOLUME-FULL-COUNT NOT = ZERO
               OR WS-SOURCE-FULL-COUNT NOT = ZERO
               MOVE WS-LINE-FULL-COUNT TO WS-SL-LINE-FULL
               MOVE WS-VOLUME-FULL-COUNT TO WS-SL-VOLUME-FULL
               MOVE WS-SOURCE-FULL-COUNT TO WS-SL-SOURCE-FULL
               WRITE CALLCHGR-LINE FROM WS-SUMMARY-LINE-3
           END-IF.
       7500-PRINT-FOOTING-EXIT.
           EXIT.

       7600-PRINT-SOURCE-FOOTING.
           IF CALLCHRG-F-SOURCE (CALLCHRG-FX) = SPACES
               MOVE 'UNATTRIBUTED' TO WS-FL-LABEL
           ELSE
               MOVE CALLCHRG-F-SOURCE (CALLCHRG-FX) TO WS-FL-LABEL
           END-IF.
           MOVE SPACES TO WS-FL-STATUS.
           MOVE CALLCHRG-F-COUNTS (CALLCHRG-FX) TO CALLCHRG-FOOT-WORK.
           PERFORM 7700-MOVE-FOOT-COLUMN
               THRU 7700-MOVE-FOOT-COLUMN-EXIT
               VARYING WS-FOOT-INDEX FROM 1 BY 1
               UNTIL WS-FOOT-INDEX > 7.
           WRITE CALLCHGR-LINE FROM WS-FOOT-LINE.
           PERFORM 7650-ADD-FOOT-COLUMN
               THRU 7650-ADD-FOOT-COLUMN-EXIT
               VARYING WS-FOOT-INDEX FROM 1 BY 1
               UNTIL WS-FOOT-INDEX > 7.
       7600-PRINT-SOURCE-FOOTING-EXIT.
           EXIT.

       7650-ADD-FOOT-COLUMN.
           ADD CALLCHRG-FW-COUNT (WS-FOOT-INDEX)
               TO CALLCHRG-FT-COUNT (WS-FOOT-INDEX).
       7650-ADD-FOOT-COLUMN-EXIT.
           EXIT.

       7700-MOVE-FOOT-COLUMN.
           MOVE CALLCHRG-FW-COUNT (WS-FOOT-INDEX)
               TO WS-FL-COUNT (WS-FOOT-INDEX).
       7700-MOVE-FOOT-COLUMN-EXIT.
           EXIT.

       7800-CHECK-FOOT-COLUMN.
           IF CALLCHRG-FT-COUNT (WS-FOOT-INDEX)
               NOT = CALLCHRG-T-COUNT (WS-FOOT-INDEX)
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF.
       7800-CHECK-FOOT-COLUMN-EXIT.
           EXIT.

       7900-WRITE-FOOT-EXCEPTION.
           IF CALLCHRG-FT-COUNT (WS-FOOT-INDEX)
               = CALLCHRG-T-COUNT (WS-FOOT-INDEX)
               GO TO 7900-WRITE-FOOT-EXCEPTION-EXIT
           END-IF.
           MOVE CALLCHRG-FOOT-NAME (WS-FOOT-INDEX) TO WS-EL-COLUMN.
           MOVE CALLCHRG-FT-COUNT (WS-FOOT-INDEX) TO WS-EL-FOOTED.
           MOVE CALLCHRG-T-COUNT (WS-FOOT-INDEX) TO WS-EL-TRAILER.
           WRITE CALLCHGR-LINE FROM WS-EXCEPTION-LINE.
       7900-WRITE-FOOT-EXCEPTION-EXIT.
           EXIT.

      ***********************************************************
      * 7920-PROVE-BILLED-COLUMN -- ONE BILLED COLUMN: WHAT THE   *
      * STATEMENTS CARRY PLUS WHAT WAS ARCHIVED BUT NOT BILLED    *
      * MUST EQUAL THE TRAILER COUNT FOR THAT DISPOSITION.  A     *
      * DIFFERENCE IS PRINTED ON THE LINE AND FAILS THE RUN       *
      * (RC=8).                                                   *
      ***********************************************************
       7920-PROVE-BILLED-COLUMN.
           COMPUTE CALLCHRG-B-ACCOUNTED (WS-BILLED-INDEX) =
               CALLCHRG-B-STATEMENTS (WS-BILLED-INDEX)
               + CALLCHRG-B-CLASSIC (WS-BILLED-INDEX)
               + CALLCHRG-B-UNATTRIBUTED (WS-BILLED-INDEX)
               + CALLCHRG-B-LEFT-OFF (WS-BILLED-INDEX).
           MOVE CALLCHRG-BD-FOOT-COLUMN (WS-BILLED-INDEX)
               TO WS-FOOT-INDEX.
           COMPUTE WS-BILLED-DIFFERENCE =
               CALLCHRG-B-ACCOUNTED (WS-BILLED-INDEX)
               - CALLCHRG-T-COUNT (WS-FOOT-INDEX).

           MOVE CALLCHRG-BD-NAME (WS-BILLED-INDEX) TO WS-PL-COLUMN.
           MOVE CALLCHRG-B-STATEMENTS (WS-BILLED-INDEX)
               TO WS-PL-STATEMENTS.
           MOVE CALLCHRG-B-CLASSIC (WS-BILLED-INDEX) TO WS-PL-CLASSIC.
           MOVE CALLCHRG-B-UNATTRIBUTED (WS-BILLED-INDEX)
               TO WS-PL-UNATTRIBUTED.
           MOVE CALLCHRG-B-LEFT-OFF (WS-BILLED-INDEX)
               TO WS-PL-LEFT-OFF.
           MOVE CALLCHRG-B-ACCOUNTED (WS-BILLED-INDEX)
               TO WS-PL-ACCOUNTED.
           MOVE CALLCHRG-T-COUNT (WS-FOOT-INDEX) TO WS-PL-TRAILER.
           MOVE WS-BILLED-DIFFERENCE TO WS-PL-DIFFERENCE.
           IF WS-BILLED-DIFFERENCE = ZERO
               MOVE 'IN BALANCE' TO WS-PL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-PL-STATUS
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               DISPLAY 'CALLCHRG: BILLED '
                   CALLCHRG-BD-NAME (WS-BILLED-INDEX)
                   ' DOES NOT FOOT TO ARCHIVE TRAILER, DIFFERENCE '
                   WS-PL-DIFFERENCE
           END-IF.
           WRITE CALLCHGR-LINE FROM WS-PROOF-LINE.
       7920-PROVE-BILLED-COLUMN-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-UNATTRIBUTED-COUNT NOT = ZERO
               DISPLAY 'CALLCHRG: ' WS-UNATTRIBUTED-COUNT
                   ' BILLABLE RECORD(S) WITH NO SOURCE SYSTEM'
           END-IF.
           IF WS-UNPRICED-COUNT NOT = ZERO
               DISPLAY 'CALLCHRG: ' WS-UNPRICED-COUNT
                   ' STATEMENT LINE(S) WITH NO RATE ROW'
           END-IF.
           CLOSE CALLARCI-FILE.
           CLOSE CALLVOLI-FILE.
           CLOSE CALLCASA-FILE.
           CLOSE CALLRATE-FILE.
           CLOSE CALLCHGR-FILE.
           CLOSE CALLCHGX-FILE.
           CLOSE CALLVOLO-FILE.
           DISPLAY 'CALLCHRG: DETAILS=' WS-DETAIL-READ-COUNT
               ' STATEMENTS=' WS-STATEMENT-COUNT
               ' EXTRACT=' WS-EXTRACT-COUNT
               ' OUT-OF-BALANCE=' WS-OUT-OF-BALANCE-COUNT
               ' PERM-FAILURES=' WS-PERMFAIL-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
