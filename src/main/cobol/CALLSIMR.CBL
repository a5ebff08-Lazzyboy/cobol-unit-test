      **********************************************************************
      * AUTHOR:    R SUBRAMANIAN
      * DATE:      15 OCT 2026
      * PURPOSE:   ROUTING-IMPACT REPORT FOR A PROPOSED CALLSUBT OR
      *            CALLAPPR CHANGE.  READS THE CALLSIMD DETAIL FILE
      *            WRITTEN BY CALLDYN DURING A VALIDATE-ONLY CALLDEMO
      *            RUN (SEE CALLSIM.JCL) AND PRINTS, PER TRAN CODE,
      *            THE PROGRAM THE CODE ROUTES TO TODAY AGAINST THE
      *            PROGRAM IT WOULD ROUTE TO UNDER THE CANDIDATE
      *            FILES, WITH EACH SIDE'S ALTERNATE AND LOOKUP/
      *            APPROVAL OUTCOME, AND THE NUMBER OF TONIGHT'S
      *            TRANSACTIONS THAT WOULD NEWLY FAIL LOOKUP ('N')
      *            OR APPROVAL ('R') -- THE DISPOSITIONS THAT USED TO
      *            SURFACE ON CALLERR THE MORNING AFTER THE CHANGE.
      *            THE REPORT IS ATTACHED TO THE ROUTING CHANGE
      *            TICKET.
      *
      *            RETURN CODES:
      *              0  - NO TRANSACTION WOULD NEWLY FAIL
      *              4  - NOTHING NEWLY FAILS, BUT A CONTROL FILE
      *                   I/O ERROR LEFT SOME ROUTING UNRESOLVED OR
      *                   THE TRAN-CODE TABLE FILLED
      *              8  - ONE OR MORE TRANSACTIONS WOULD NEWLY FAIL
      *                   LOOKUP OR APPROVAL UNDER THE CANDIDATE
      *              16 - A FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL PROGRAM.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLSIMR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLSIMD-FILE ASSIGN TO CALLSIMD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSIMD-STATUS.

           SELECT CALLSIMR-FILE ASSIGN TO CALLSIMR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSIMR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLSIMD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSIMD.

       FD  CALLSIMR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CALLSIMR-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CALLSIMD-STATUS               PIC X(02).
           88  WS-CALLSIMD-OK                   VALUE '00'.
       77  WS-CALLSIMR-STATUS               PIC X(02).
           88  WS-CALLSIMR-OK                   VALUE '00'.
       77  WS-EOF-SWITCH                    PIC X(01)   VALUE 'N'.
           88  WS-END-OF-FILE                   VALUE 'Y'.
       77  WS-OPEN-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-OPEN-FAILED                   VALUE 'Y'.
       77  WS-FOUND-SWITCH                  PIC X(01)   VALUE 'N'.
           88  WS-ENTRY-FOUND                   VALUE 'Y'.

       77  WS-CODE-COUNT                    PIC 9(05)   VALUE ZERO.
       77  WS-MAX-CODES                     PIC 9(05)   VALUE 500.
       77  WS-TABLE-INDEX                   PIC 9(05)   VALUE ZERO.
       77  WS-TABLE-FULL-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-RECORD-COUNT                  PIC 9(09)   VALUE ZERO.
       77  WS-NEW-NOT-FOUND-COUNT           PIC 9(09)   VALUE ZERO.
       77  WS-NEW-NOT-APPROVED-COUNT        PIC 9(09)   VALUE ZERO.
       77  WS-NEW-ROUTABLE-COUNT            PIC 9(09)   VALUE ZERO.
       77  WS-UNRESOLVED-COUNT              PIC 9(09)   VALUE ZERO.
       77  WS-CHANGED-CODE-COUNT            PIC 9(05)   VALUE ZERO.

      ***********************************************************
      * ONE ENTRY PER TRAN CODE SEEN ON THE SIMULATED FILE.  THE  *
      * ROUTING IS THE SAME FOR EVERY TRANSACTION OF A CODE, SO   *
      * THE FIRST RECORD'S ROUTING IS KEPT AND THE REST ARE       *
      * COUNTED AGAINST IT.                                       *
      ***********************************************************
       01  CALLSIMR-CODE-TABLE.
           05  CALLSIMR-CODE-ENTRY OCCURS 500 TIMES
                   INDEXED BY CALLSIMR-CX.
               10  CALLSIMR-C-TRAN-CODE     PIC X(08).
               10  CALLSIMR-C-CURRENT       PIC X(18).
               10  CALLSIMR-C-CANDIDATE     PIC X(18).
               10  CALLSIMR-C-TRAN-COUNT    PIC 9(07).
               10  CALLSIMR-C-NEW-FAIL-COUNT PIC 9(07).

       01  WS-ROUTING-VIEW.
           05  WS-RV-PROGRAM                PIC X(08).
           05  WS-RV-RESULT                 PIC X(01).
           05  WS-RV-ALTERNATE              PIC X(08).
           05  WS-RV-ALT-RESULT             PIC X(01).

       01  WS-HEADING-1.
           05  FILLER               PIC X(50) VALUE
               'CALLDEMO ROUTING-IMPACT SIMULATION (VALIDATE ONLY)'.
       01  WS-HEADING-2.
           05  FILLER               PIC X(09) VALUE 'TRANCODE '.
           05  FILLER               PIC X(08) VALUE '    TXNS'.
           05  FILLER               PIC X(08) VALUE ' TODAY: '.
           05  FILLER               PIC X(08) VALUE 'PROGRAM '.
           05  FILLER               PIC X(03) VALUE ' R '.
           05  FILLER               PIC X(08) VALUE 'ALT PGM '.
           05  FILLER               PIC X(04) VALUE ' R  '.
           05  FILLER               PIC X(11) VALUE 'CANDIDATE: '.
           05  FILLER               PIC X(08) VALUE 'PROGRAM '.
           05  FILLER               PIC X(03) VALUE ' R '.
           05  FILLER               PIC X(08) VALUE 'ALT PGM '.
           05  FILLER               PIC X(04) VALUE ' R  '.
           05  FILLER               PIC X(10) VALUE 'NEW FAILS '.
           05  FILLER               PIC X(06) VALUE 'IMPACT'.
       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-CODE      PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-TRAN-COUNT     PIC ZZZZ,ZZ9.
           05  FILLER               PIC X(08).
           05  WS-DL-CUR-PROGRAM    PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-CUR-RESULT     PIC X(01).
           05  FILLER               PIC X(01).
           05  WS-DL-CUR-ALTERNATE  PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-CUR-ALT-RESULT PIC X(01).
           05  FILLER               PIC X(13).
           05  WS-DL-CAN-PROGRAM    PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-CAN-RESULT     PIC X(01).
           05  FILLER               PIC X(01).
           05  WS-DL-CAN-ALTERNATE  PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DL-CAN-ALT-RESULT PIC X(01).
           05  FILLER               PIC X(02).
           05  WS-DL-NEW-FAILS      PIC ZZZZ,ZZ9.
           05  FILLER               PIC X(02).
           05  WS-DL-IMPACT         PIC X(16).
       01  WS-LEGEND-LINE.
           05  FILLER               PIC X(47) VALUE
               'R = S ROUTED AND APPROVED, N NOT FOUND/INACTIVE'.
           05  FILLER               PIC X(34) VALUE
               ', R NOT APPROVED, F FILE ERROR'.
       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(32) VALUE
               'TRANSACTIONS SIMULATED:'.
           05  WS-TL-RECORD-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(22) VALUE
               '   TRAN CODES CHANGED:'.
           05  WS-TL-CHANGED-COUNT  PIC ZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(32) VALUE
               'WOULD NEWLY FAIL LOOKUP (N):'.
           05  WS-TL-NEW-NOT-FOUND  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(32) VALUE
               'WOULD NEWLY FAIL APPROVAL (R):'.
           05  WS-TL-NEW-NOT-APPR   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(32) VALUE
               'WOULD NEWLY ROUTE (WAS N OR R):'.
           05  WS-TL-NEW-ROUTABLE   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-5.
           05  FILLER               PIC X(32) VALUE
               'UNRESOLVED (FILE ERROR):'.
           05  WS-TL-UNRESOLVED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(22) VALUE
               '   CODES NOT TABULATED'.
           05  FILLER               PIC X(01) VALUE ':'.
           05  WS-TL-TABLE-FULL     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT WS-OPEN-FAILED
               PERFORM 2000-APPLY-DETAIL
                   THRU 2000-APPLY-DETAIL-EXIT
                   UNTIL WS-END-OF-FILE

               PERFORM 4000-PRINT-IMPACT
                   THRU 4000-PRINT-IMPACT-EXIT

               PERFORM 8000-TERMINATE
                   THRU 8000-TERMINATE-EXIT

               EVALUATE TRUE
                   WHEN WS-NEW-NOT-FOUND-COUNT NOT = ZERO
                       OR WS-NEW-NOT-APPROVED-COUNT NOT = ZERO
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-UNRESOLVED-COUNT NOT = ZERO
                       OR WS-TABLE-FULL-COUNT NOT = ZERO
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALLSIMD-FILE.
           IF NOT WS-CALLSIMD-OK
               DISPLAY 'CALLSIMR: UNABLE TO OPEN CALLSIMD, STATUS='
                   WS-CALLSIMD-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CALLSIMR-FILE.
           IF NOT WS-CALLSIMR-OK
               DISPLAY 'CALLSIMR: UNABLE TO OPEN CALLSIMR, STATUS='
                   WS-CALLSIMR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED-SWITCH
               CLOSE CALLSIMD-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-APPLY-DETAIL -- ONE SIMULATED TRANSACTION.  A CODE   *
      * THAT ROUTES TODAY BUT FAILS UNDER THE CANDIDATE IS A NEW  *
      * FAILURE; ONE THAT FAILED TODAY AND ROUTES UNDER THE       *
      * CANDIDATE IS COUNTED AS NEWLY ROUTED.  AN 'N' TODAY THAT  *
      * BECOMES AN 'R' IS STILL A NEW APPROVAL FAILURE -- THE ROW *
      * WAS ADDED BUT ITS PROGRAM NEVER APPROVED.                 *
      ***********************************************************
       2000-APPLY-DETAIL.
           READ CALLSIMD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2000-APPLY-DETAIL-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.

           PERFORM 2100-FIND-OR-ADD-CODE
               THRU 2100-FIND-OR-ADD-CODE-EXIT.

           IF CALLSIMD-CUR-IO-ERROR
               OR CALLSIMD-CAN-IO-ERROR
               ADD 1 TO WS-UNRESOLVED-COUNT
               GO TO 2000-APPLY-DETAIL-EXIT
           END-IF.

           IF CALLSIMD-CAN-NOT-FOUND
               AND NOT CALLSIMD-CUR-NOT-FOUND
               ADD 1 TO WS-NEW-NOT-FOUND-COUNT
               PERFORM 2200-COUNT-NEW-FAILURE
                   THRU 2200-COUNT-NEW-FAILURE-EXIT
           END-IF.
           IF CALLSIMD-CAN-NOT-APPROVED
               AND NOT CALLSIMD-CUR-NOT-APPROVED
               ADD 1 TO WS-NEW-NOT-APPROVED-COUNT
               PERFORM 2200-COUNT-NEW-FAILURE
                   THRU 2200-COUNT-NEW-FAILURE-EXIT
           END-IF.
           IF CALLSIMD-CAN-ROUTED
               AND NOT CALLSIMD-CUR-ROUTED
               ADD 1 TO WS-NEW-ROUTABLE-COUNT
           END-IF.
       2000-APPLY-DETAIL-EXIT.
           EXIT.

       2100-FIND-OR-ADD-CODE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-TABLE-INDEX.
           PERFORM 2110-MATCH-ONE-CODE
               THRU 2110-MATCH-ONE-CODE-EXIT
               VARYING CALLSIMR-CX FROM 1 BY 1
               UNTIL CALLSIMR-CX > WS-CODE-COUNT
               OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SET CALLSIMR-CX TO WS-TABLE-INDEX
               ADD 1 TO CALLSIMR-C-TRAN-COUNT (CALLSIMR-CX)
               GO TO 2100-FIND-OR-ADD-CODE-EXIT
           END-IF.
           IF WS-CODE-COUNT NOT LESS THAN WS-MAX-CODES
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2100-FIND-OR-ADD-CODE-EXIT
           END-IF.
           ADD 1 TO WS-CODE-COUNT.
           SET CALLSIMR-CX TO WS-CODE-COUNT.
           SET WS-TABLE-INDEX TO CALLSIMR-CX.
           MOVE CALLSIMD-TRAN-CODE
               TO CALLSIMR-C-TRAN-CODE (CALLSIMR-CX).
           MOVE CALLSIMD-CURRENT TO CALLSIMR-C-CURRENT (CALLSIMR-CX).
           MOVE CALLSIMD-CANDIDATE
               TO CALLSIMR-C-CANDIDATE (CALLSIMR-CX).
           MOVE 1 TO CALLSIMR-C-TRAN-COUNT (CALLSIMR-CX).
           MOVE ZERO TO CALLSIMR-C-NEW-FAIL-COUNT (CALLSIMR-CX).
       2100-FIND-OR-ADD-CODE-EXIT.
           EXIT.

       2110-MATCH-ONE-CODE.
           IF CALLSIMR-C-TRAN-CODE (CALLSIMR-CX) = CALLSIMD-TRAN-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-TABLE-INDEX TO CALLSIMR-CX
           END-IF.
       2110-MATCH-ONE-CODE-EXIT.
           EXIT.

       2200-COUNT-NEW-FAILURE.
           IF WS-TABLE-INDEX NOT = ZERO
               SET CALLSIMR-CX TO WS-TABLE-INDEX
               ADD 1 TO CALLSIMR-C-NEW-FAIL-COUNT (CALLSIMR-CX)
           END-IF.
       2200-COUNT-NEW-FAILURE-EXIT.
           EXIT.

      ***********************************************************
      * 4000-PRINT-IMPACT -- ONE LINE PER TRAN CODE, IN THE ORDER *
      * THE CODES FIRST APPEARED ON THE FILE, THEN THE TOTALS.    *
      ***********************************************************
       4000-PRINT-IMPACT.
           WRITE CALLSIMR-LINE FROM WS-HEADING-1.
           WRITE CALLSIMR-LINE FROM WS-LEGEND-LINE.
           MOVE SPACES TO CALLSIMR-LINE.
           WRITE CALLSIMR-LINE.
           WRITE CALLSIMR-LINE FROM WS-HEADING-2.
           PERFORM 4100-PRINT-ONE-CODE
               THRU 4100-PRINT-ONE-CODE-EXIT
               VARYING CALLSIMR-CX FROM 1 BY 1
               UNTIL CALLSIMR-CX > WS-CODE-COUNT.
           MOVE SPACES TO CALLSIMR-LINE.
           WRITE CALLSIMR-LINE.
           MOVE WS-RECORD-COUNT TO WS-TL-RECORD-COUNT.
           MOVE WS-CHANGED-CODE-COUNT TO WS-TL-CHANGED-COUNT.
           WRITE CALLSIMR-LINE FROM WS-TOTAL-LINE-1.
           MOVE WS-NEW-NOT-FOUND-COUNT TO WS-TL-NEW-NOT-FOUND.
           WRITE CALLSIMR-LINE FROM WS-TOTAL-LINE-2.
           MOVE WS-NEW-NOT-APPROVED-COUNT TO WS-TL-NEW-NOT-APPR.
           WRITE CALLSIMR-LINE FROM WS-TOTAL-LINE-3.
           MOVE WS-NEW-ROUTABLE-COUNT TO WS-TL-NEW-ROUTABLE.
           WRITE CALLSIMR-LINE FROM WS-TOTAL-LINE-4.
           MOVE WS-UNRESOLVED-COUNT TO WS-TL-UNRESOLVED.
           MOVE WS-TABLE-FULL-COUNT TO WS-TL-TABLE-FULL.
           WRITE CALLSIMR-LINE FROM WS-TOTAL-LINE-5.
       4000-PRINT-IMPACT-EXIT.
           EXIT.

       4100-PRINT-ONE-CODE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CALLSIMR-C-TRAN-CODE (CALLSIMR-CX) TO WS-DL-TRAN-CODE.
           MOVE CALLSIMR-C-TRAN-COUNT (CALLSIMR-CX) TO WS-DL-TRAN-COUNT.
           MOVE CALLSIMR-C-CURRENT (CALLSIMR-CX) TO WS-ROUTING-VIEW.
           MOVE WS-RV-PROGRAM TO WS-DL-CUR-PROGRAM.
           MOVE WS-RV-RESULT TO WS-DL-CUR-RESULT.
           MOVE WS-RV-ALTERNATE TO WS-DL-CUR-ALTERNATE.
           MOVE WS-RV-ALT-RESULT TO WS-DL-CUR-ALT-RESULT.
           MOVE CALLSIMR-C-CANDIDATE (CALLSIMR-CX) TO WS-ROUTING-VIEW.
           MOVE WS-RV-PROGRAM TO WS-DL-CAN-PROGRAM.
           MOVE WS-RV-RESULT TO WS-DL-CAN-RESULT.
           MOVE WS-RV-ALTERNATE TO WS-DL-CAN-ALTERNATE.
           MOVE WS-RV-ALT-RESULT TO WS-DL-CAN-ALT-RESULT.
           MOVE CALLSIMR-C-NEW-FAIL-COUNT (CALLSIMR-CX)
               TO WS-DL-NEW-FAILS.
           EVALUATE TRUE
               WHEN CALLSIMR-C-NEW-FAIL-COUNT (CALLSIMR-CX) NOT = ZERO
                   AND WS-DL-CAN-RESULT = 'N'
                   MOVE 'NEW NOT FOUND   ' TO WS-DL-IMPACT
               WHEN CALLSIMR-C-NEW-FAIL-COUNT (CALLSIMR-CX) NOT = ZERO
                   MOVE 'NEW NOT APPROVED' TO WS-DL-IMPACT
               WHEN WS-DL-CAN-RESULT = 'S'
                   AND WS-DL-CUR-RESULT NOT = 'S'
                   MOVE 'NOW ROUTES      ' TO WS-DL-IMPACT
               WHEN WS-DL-CUR-PROGRAM NOT = WS-DL-CAN-PROGRAM
                   MOVE 'ROUTE CHANGED   ' TO WS-DL-IMPACT
               WHEN WS-DL-CUR-ALTERNATE NOT = WS-DL-CAN-ALTERNATE
                   OR WS-DL-CUR-ALT-RESULT NOT = WS-DL-CAN-ALT-RESULT
                   MOVE 'FAILOVER CHANGED' TO WS-DL-IMPACT
               WHEN WS-DL-CUR-RESULT NOT = WS-DL-CAN-RESULT
                   MOVE 'RESULT CHANGED  ' TO WS-DL-IMPACT
               WHEN OTHER
                   MOVE SPACES TO WS-DL-IMPACT
           END-EVALUATE.
           IF WS-DL-IMPACT NOT = SPACES
               ADD 1 TO WS-CHANGED-CODE-COUNT
           END-IF.
           WRITE CALLSIMR-LINE FROM WS-DETAIL-LINE.
       4100-PRINT-ONE-CODE-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CALLSIMD-FILE.
           CLOSE CALLSIMR-FILE.
           DISPLAY 'CALLSIMR: SIMULATED=' WS-RECORD-COUNT
               ' NEW-NOT-FOUND=' WS-NEW-NOT-FOUND-COUNT
               ' NEW-NOT-APPROVED=' WS-NEW-NOT-APPROVED-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.

       9999-END.
           EXIT.
