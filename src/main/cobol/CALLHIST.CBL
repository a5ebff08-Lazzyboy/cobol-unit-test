      *            DAILY DATASET AND CALLRPT ONLY SUMMARIZES ONE DAY,
      *            SO NOTHING NOTICED WHEN A SUBPROGRAM'S VOLUME
      *            QUIETLY DRIFTED.  THIS PROGRAM ROLLS EACH DAY'S
      *            AUDIT RECORDS UP BY PROGRAM NAME, TRAN CODE, DATE
      *            AND SOURCE SYSTEM, ADDS THEM INTO THE KEYED HISTORY
      *            FILE, AND AGES OFF RECORDS OLDER THAN THE RETENTION
      *            HORIZON (WS-RETENTION-DAYS).  THE CALLTRND REPORT
      *            COMPARES TODAY AGAINST THE TRAILING AVERAGE FROM
      *            THIS FILE.
      *
      *            THE ERROR-COUNT ROLL-UP USES THE SAME RULE AS
      *            CALLRPT: A NON-ZERO CALLERR-RETURN-CODE IS AN
      *                      FILE, SO ADDING MADE A SAME-DAY RERUN
      *                      DOUBLE THAT DAY'S COUNTS AND CORRUPT
      *                      THE CALLTRND BASELINE.
      *   15 OCT 2026  RS    THE ROLL-UP IS NOW BY PROGRAM NAME, TRAN
      *                      CODE, DATE AND SOURCE SYSTEM (THE NEW
      *                      CALLERR STAMP AND CALLHSTR KEY FIELD),
      *                      AND THE TABLE IS RAISED TO 1500 ENTRIES
      *                      FOR THE FINER GRAIN.  RECORDS WITH NO
      *                      SOURCE ROLL UP UNDER A BLANK SOURCE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLHIST.
       77  WS-CUTOFF-DATE                   PIC 9(08).
       77  WS-DATE-INTEGER                  PIC 9(08).

       77  WS-MAX-ENTRIES                   PIC 9(04)   VALUE 1500.
       77  WS-ENTRY-COUNT                   PIC 9(04)   VALUE ZERO.
       77  WS-TABLE-INDEX                   PIC 9(04)   VALUE ZERO.
       77  WS-TABLE-FULL-COUNT              PIC 9(05)   VALUE ZERO.
       77  WS-AGED-OFF-COUNT                PIC 9(07)   VALUE ZERO.

       01  CALLHIST-ROLLUP-TABLE.
           05  CALLHIST-ROLLUP-ENTRY OCCURS 1500 TIMES
                   INDEXED BY CALLHIST-RX.
               10  CALLHIST-R-PROGRAM-NAME  PIC X(08).
               10  CALLHIST-R-TRAN-CODE     PIC X(08).
               10  CALLHIST-R-DATE          PIC 9(08).
               10  CALLHIST-R-SOURCE-SYSTEM PIC X(03).
               10  CALLHIST-R-CALL-COUNT    PIC 9(07).
               10  CALLHIST-R-ERROR-COUNT   PIC 9(07).


      ***********************************************************
      * 2000-ROLL-UP-AUDIT -- READ EACH AUDIT RECORD AND ROLL IT  *
      * UP IN MEMORY BY PROGRAM NAME, TRAN CODE, DATE AND SOURCE  *
      * SYSTEM -- THE RECORD'S OWN DATE, SO A FILE SPANNING MORE  *
      * THAN ONE DAY STILL CONSOLIDATES CORRECTLY.                *
      ***********************************************************
       2000-ROLL-UP-AUDIT.
           READ CALLERR-FILE
                       TO CALLHIST-R-TRAN-CODE (CALLHIST-RX)
                   MOVE CALLERR-DATE
                       TO CALLHIST-R-DATE (CALLHIST-RX)
                   MOVE CALLERR-SOURCE-SYSTEM
                       TO CALLHIST-R-SOURCE-SYSTEM (CALLHIST-RX)
                   MOVE ZERO TO CALLHIST-R-CALL-COUNT (CALLHIST-RX)
                   MOVE ZERO TO CALLHIST-R-ERROR-COUNT (CALLHIST-RX)
                   MOVE WS-ENTRY-COUNT TO WS-TABLE-INDEX
               AND CALLHIST-R-TRAN-CODE (CALLHIST-RX)
                   = CALLERR-TRAN-CODE
               AND CALLHIST-R-DATE (CALLHIST-RX) = CALLERR-DATE
               AND CALLHIST-R-SOURCE-SYSTEM (CALLHIST-RX)
                   = CALLERR-SOURCE-SYSTEM
               MOVE 'Y' TO WS-FOUND-SWITCH
               SET WS-TABLE-INDEX TO CALLHIST-RX
           END-IF.
           MOVE CALLHIST-R-TRAN-CODE (CALLHIST-RX)
               TO CALLHSTR-TRAN-CODE.
           MOVE CALLHIST-R-DATE (CALLHIST-RX) TO CALLHSTR-DATE.
           MOVE CALLHIST-R-SOURCE-SYSTEM (CALLHIST-RX)
               TO CALLHSTR-SOURCE-SYSTEM.
           READ CALLHIST-FILE
               KEY IS CALLHSTR-KEY
               INVALID KEY
               MOVE CALLHIST-R-TRAN-CODE (CALLHIST-RX)
                   TO CALLHSTR-TRAN-CODE
               MOVE CALLHIST-R-DATE (CALLHIST-RX) TO CALLHSTR-DATE
               MOVE CALLHIST-R-SOURCE-SYSTEM (CALLHIST-RX)
                   TO CALLHSTR-SOURCE-SYSTEM
               MOVE CALLHIST-R-CALL-COUNT (CALLHIST-RX)
                   TO CALLHSTR-CALL-COUNT
               MOVE CALLHIST-R-ERROR-COUNT (CALLHIST-RX)
                   ' KEY=' CALLHSTR-PROGRAM-NAME
                   ' ' CALLHSTR-TRAN-CODE
                   ' ' CALLHSTR-DATE
                   ' ' CALLHSTR-SOURCE-SYSTEM
           END-IF.
       3000-POST-ONE-ENTRY-EXIT.
           EXIT.
