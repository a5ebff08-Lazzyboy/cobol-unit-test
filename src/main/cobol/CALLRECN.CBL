      *            TRANSACTION DROPPED UPSTREAM IS CAUGHT THE SAME DAY
      *            INSTEAD OF WHEN A DOWNSTREAM REPORT TURNS UP WRONG.
      *
      *            CALLEXP IS NOW BUILT EACH NIGHT BY CALLEXPG WITH A
      *            LOW/HIGH BAND PER ROW.  AN ENTRY IS MISSING WHEN
      *            NOTHING RAN BUT SOMETHING WAS EXPECTED, LOW WHEN
      *            THE ACTUAL IS UNDER THE BAND AND HIGH WHEN OVER
      *            IT.  A ROW KEYED BY HAND WITHOUT A BAND KEEPS THE
      *            OLD RULE: EXPECTED IS THE FLOOR, NO CEILING.
      *
      *            RETURN CODES:
      *              0  - EVERY ENTRY WITHIN ITS BAND
      *              8  - ONE OR MORE MISSING, LOW OR HIGH
      *             16  - A FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY:
      *   18 AUG 2015  RS    ORIGINAL PROGRAM.
      *   02 SEP 2015  RS    WIDENED WS-DL-EXPECTED AND WS-DL-ACTUAL
      *                      AFTER EACH OPEN AND STOPS CLEANLY (RC=16)
      *                      INSTEAD OF FALLING THROUGH TO READ/WRITE
      *                      AGAINST A FILE THAT NEVER OPENED.
      *   15 OCT 2026  RS    RECONCILES AGAINST THE CALLEXP LOW/HIGH
      *                      BAND -- ACTUALS UNDER THE BAND PRINT AS
      *                      LOW AND OVER IT AS HIGH, NOT ONLY CALLS
      *                      THAT NEVER HAPPENED AS MISSING.  REPORT
      *                      SHOWS THE BAND AND COUNTS EACH STATUS.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLRECN.
       77  WS-EXP-COUNT                     PIC 9(05)   VALUE ZERO.
       77  WS-EX                            PIC 9(05)   VALUE ZERO.
       77  WS-MISSING-COUNT                 PIC 9(05)   VALUE ZERO.
       77  WS-BELOW-COUNT                   PIC 9(05)   VALUE ZERO.
       77  WS-ABOVE-COUNT                   PIC 9(05)   VALUE ZERO.
       77  WS-NO-CEILING                    PIC 9(07)   VALUE 9999999.
       77  WS-MAX-EXPECTED                  PIC 9(05)   VALUE 500.
       77  WS-TABLE-FULL-COUNT              PIC 9(05)   VALUE ZERO.

               10  CALLRECN-E-SUBPROGRAM    PIC X(08).
               10  CALLRECN-E-TRAN-CODE     PIC X(08).
               10  CALLRECN-E-EXPECTED      PIC 9(07).
               10  CALLRECN-E-LOW           PIC 9(07).
               10  CALLRECN-E-HIGH          PIC 9(07).
               10  CALLRECN-E-ACTUAL        PIC 9(07).

       01  WS-HEADING-1.
           05  FILLER               PIC X(08) VALUE 'PROGRAM '.
           05  FILLER               PIC X(08) VALUE 'TRANCODE'.
           05  FILLER               PIC X(09) VALUE 'EXPECTED '.
           05  FILLER               PIC X(09) VALUE '     LOW '.
           05  FILLER               PIC X(09) VALUE '    HIGH '.
           05  FILLER               PIC X(08) VALUE 'ACTUAL  '.
           05  FILLER               PIC X(10) VALUE 'STATUS    '.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(01).
           05  WS-DL-EXPECTED       PIC ZZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-LOW            PIC ZZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-HIGH           PIC ZZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-ACTUAL         PIC ZZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-DL-STATUS         PIC X(07).
           05  FILLER               PIC X(22) VALUE
               'EXPECTED BUT MISSING:'.
           05  WS-SL-MISSING-COUNT  PIC ZZZ,ZZ9.
       01  WS-BAND-SUMMARY-LINE.
           05  FILLER               PIC X(12) VALUE
               'BELOW BAND:'.
           05  WS-SL-BELOW-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE
               '   ABOVE BAND:'.
           05  WS-SL-ABOVE-COUNT    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

                   THRU 8000-TERMINATE-EXIT

               IF WS-MISSING-COUNT NOT = ZERO
                   OR WS-BELOW-COUNT NOT = ZERO
                   OR WS-ABOVE-COUNT NOT = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
      ***********************************************************
      * 2000-LOAD-EXPECTED -- BUILD THE IN-MEMORY TABLE OF        *
      * EXPECTED SUBPROGRAM/TRANSACTION-CODE EXECUTIONS FOR THE   *
      * RUN FROM THE CALLEXP CONTROL FILE.  A ROW WITHOUT A BAND  *
      * (KEYED BY HAND) TAKES EXPECTED AS ITS FLOOR AND HAS NO    *
      * CEILING.                                                   *
      ***********************************************************
       2000-LOAD-EXPECTED.
           READ CALLEXP-FILE
                       TO CALLRECN-E-TRAN-CODE (CALLRECN-EX)
                   MOVE CALLEXP-EXPECTED-COUNT
                       TO CALLRECN-E-EXPECTED (CALLRECN-EX)
                   IF CALLEXP-LOW-COUNT NUMERIC
                       AND CALLEXP-HIGH-COUNT NUMERIC
                       MOVE CALLEXP-LOW-COUNT
                           TO CALLRECN-E-LOW (CALLRECN-EX)
                       MOVE CALLEXP-HIGH-COUNT
                           TO CALLRECN-E-HIGH (CALLRECN-EX)
                   ELSE
                       MOVE CALLEXP-EXPECTED-COUNT
                           TO CALLRECN-E-LOW (CALLRECN-EX)
                       MOVE WS-NO-CEILING
                           TO CALLRECN-E-HIGH (CALLRECN-EX)
                   END-IF
                   MOVE ZERO TO CALLRECN-E-ACTUAL (CALLRECN-EX)
               END-IF
           END-IF.

      ***********************************************************
      * 4000-PRINT-RECONCILIATION -- ONE LINE PER EXPECTED ENTRY; *
      * AN ENTRY WITH NO CALLS WHERE SOME WERE EXPECTED IS        *
      * FLAGGED MISSING, ONE UNDER ITS BAND LOW AND ONE OVER ITS  *
      * BAND HIGH.                                                 *
      ***********************************************************
       4000-PRINT-RECONCILIATION.
           WRITE CALLRECN-LINE FROM WS-HEADING-1.
               UNTIL CALLRECN-EX > WS-EXP-COUNT.
           MOVE WS-MISSING-COUNT TO WS-SL-MISSING-COUNT.
           WRITE CALLRECN-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-BELOW-COUNT TO WS-SL-BELOW-COUNT.
           MOVE WS-ABOVE-COUNT TO WS-SL-ABOVE-COUNT.
           WRITE CALLRECN-LINE FROM WS-BAND-SUMMARY-LINE.
       4000-PRINT-RECONCILIATION-EXIT.
           EXIT.

           MOVE CALLRECN-E-SUBPROGRAM (CALLRECN-EX) TO WS-DL-SUBPROGRAM.
           MOVE CALLRECN-E-TRAN-CODE (CALLRECN-EX) TO WS-DL-TRAN-CODE.
           MOVE CALLRECN-E-EXPECTED (CALLRECN-EX) TO WS-DL-EXPECTED.
           MOVE CALLRECN-E-LOW (CALLRECN-EX) TO WS-DL-LOW.
           MOVE CALLRECN-E-HIGH (CALLRECN-EX) TO WS-DL-HIGH.
           MOVE CALLRECN-E-ACTUAL (CALLRECN-EX) TO WS-DL-ACTUAL.
           EVALUATE TRUE
               WHEN CALLRECN-E-ACTUAL (CALLRECN-EX) = ZERO
                   AND CALLRECN-E-LOW (CALLRECN-EX) NOT = ZERO
                   MOVE 'MISSING' TO WS-DL-STATUS
                   ADD 1 TO WS-MISSING-COUNT
               WHEN CALLRECN-E-ACTUAL (CALLRECN-EX)
                   LESS THAN CALLRECN-E-LOW (CALLRECN-EX)
                   MOVE 'LOW    ' TO WS-DL-STATUS
                   ADD 1 TO WS-BELOW-COUNT
               WHEN CALLRECN-E-ACTUAL (CALLRECN-EX)
                   GREATER THAN CALLRECN-E-HIGH (CALLRECN-EX)
                   MOVE 'HIGH   ' TO WS-DL-STATUS
                   ADD 1 TO WS-ABOVE-COUNT
               WHEN OTHER
                   MOVE 'OK     ' TO WS-DL-STATUS
           END-EVALUATE.
           WRITE CALLRECN-LINE FROM WS-DETAIL-LINE.
       4100-PRINT-ONE-ENTRY-EXIT.
           EXIT.
