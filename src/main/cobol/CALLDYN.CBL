      *                      ANYWHERE, SO CALLRTRY NEVER PICKED IT
      *                      UP AND THE 'O' RECORD CLAIMED THE
      *                      BACKUP CARRIED WORK IT NEVER RAN.
      *   15 OCT 2026  RS    VALIDATE-ONLY MODE.  A CALLER THAT PASSES
      *                      'V' IN LS-RESULT-STATUS (CALLDEMO UNDER
      *                      ITS VALIDATE RUN-MODE CARD) GETS THE
      *                      LOOKUP, APPROVAL AND FAILOVER RESOLUTION
      *                      DONE TWICE -- AGAINST THE PRODUCTION
      *                      CALLSUBT/CALLAPPR AND AGAINST THE
      *                      CANDIDATE COPIES ON DD CALLSUBC/CALLAPPC
      *                      -- WITH ONE CALLSIMD DETAIL RECORD
      *                      WRITTEN PER TRANSACTION.  NO SUBPROGRAM
      *                      IS CALLED AND CALLERR IS NEVER OPENED.
      *                      THE MODE IS FIXED BY THE FIRST CALL OF
      *                      THE RUN, WHEN THE FILES ARE OPENED.
      *   15 OCT 2026  RS    CIRCUIT BREAKER.  EACH CALL NOW CONSULTS
      *                      THE ROUTED PROGRAM'S ROW ON THE CALLBRKR
      *                      KSDS (SHARED BY CALLDEMO, CALLRTRY AND
      *                      CALLONL): A ROW THAT HAS SEEN ITS
      *                      THRESHOLD OF CONSECUTIVE CALL FAILURES
      *                      TRIPS OPEN, AND WHILE IT IS OPEN THE
      *                      CALL IS SKIPPED -- STRAIGHT TO THE
      *                      ALTERNATE WHEN THE ROW HAS ONE WHOSE OWN
      *                      BREAKER IS CLOSED, OTHERWISE THE
      *                      TRANSACTION IMAGE IS WRITTEN TO THE
      *                      DEFERRED-WORK FILE (DD CALLDEFW) AND
      *                      LOGGED UNDER NEW DISPOSITION 'D'
      *                      (RESULT STATUS 'D' TO THE CALLER).
      *                      AFTER THE ROW'S PROBE INTERVAL OF
      *                      SKIPPED TRANSACTIONS ONE CALL IS LET
      *                      THROUGH; SUCCESS CLOSES THE BREAKER.
      *                      WITHOUT THE CALLBRKR OR CALLDEFW DD THE
      *                      BREAKER IS INACTIVE AND CALLS RUN AS
      *                      BEFORE.  CALLDEFR WRAPS THE DEFERRED
      *                      FILE IN HDR/TRL FOR THE NEXT CYCLE.
      *   15 OCT 2026  RS    9000-LOG-ERROR NOW STAMPS THE AUDIT
      *                      RECORD WITH THE SOURCE SYSTEM AND SEGMENT
      *                      COUNT FROM THE PARM BLOCK, FOR THE
      *                      PER-SOURCE HISTORY AND CHARGEBACK.
      *   15 OCT 2026  RS    RESPONSE JOURNAL.  EVERY CALL THAT COMES
      *                      BACK FROM ITS SUBPROGRAM NOW ALSO WRITES
      *                      A CALLJRNR RECORD TO DD CALLJRNL HOLDING
      *                      THE PARM BLOCK AS RETURNED (STATUS FLAG,
      *                      RETURN SEVERITY, DATA FIELD AND
      *                      EXTENSION), KEYED BY THE BUSINESS DATE,
      *                      FEED ID, SOURCE SYSTEM AND SEQUENCE FROM
      *                      THE PARM ORIGIN AND CARRYING THE CALLER'S
      *                      RERUN FLAG -- CALLERR KEEPS ONLY THE
      *                      INBOUND IMAGE.  WITHOUT THE CALLJRNL DD
      *                      THE JOURNAL IS INACTIVE; IT IS NEVER
      *                      OPENED ON A VALIDATE-ONLY RUN.
      *   15 OCT 2026  RS    A TRANSACTION DEFERRED AFTER ITS PRIMARY
      *                      CALL FAILED WAS PARKED ON CALLDEFW WITH
      *                      WHATEVER THE FAILED SUBPROGRAM LEFT IN
      *                      THE PARM BLOCK, SO CALLDEFR REDROVE
      *                      ALTERED INPUT.  THE INBOUND STATUS FLAG,
      *                      DATA FIELD AND EXTENSION ARE NOW SAVED
      *                      BEFORE THE CALL AND 8100-WRITE-DEFERRED-
      *                      IMAGE BUILDS THE IMAGE FROM THAT COPY.
      *   15 OCT 2026  RS    THE INBOUND IMAGE IS NOW SAVED BEFORE THE
      *                      LOOKUP AND IS WHAT 9000-LOG-ERROR WRITES
      *                      TO CALLERR, SO A SUBPROGRAM THAT REWRITES
      *                      THE STATUS FLAG OR DATA FIELD NO LONGER
      *                      CHANGES ITS AUDIT RECORD.  THE ALTERNATE
      *                      IS CALLED WITH THE INBOUND IMAGE, NOT
      *                      WHAT THE FAILED PRIMARY LEFT BEHIND.  AN
      *                      ALTERNATE REFUSED BY CALLAPPR NO LONGER
      *                      LOGS ITS OWN 'R': 5000 ALREADY LOGS THE
      *                      ONE TERMINAL 'F' OR 'D' FOR THE
      *                      TRANSACTION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLDYN.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLERR-STATUS.

           SELECT CALLSUBC-FILE ASSIGN TO CALLSUBC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLSUBC-TRAN-CODE
               FILE STATUS IS WS-CALLSUBC-STATUS.

           SELECT CALLAPPC-FILE ASSIGN TO CALLAPPC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLAPPC-PROGRAM-NAME
               FILE STATUS IS WS-CALLAPPC-STATUS.

           SELECT CALLSIMD-FILE ASSIGN TO CALLSIMD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLSIMD-STATUS.

           SELECT CALLBRKR-FILE ASSIGN TO CALLBRKR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALLBRKR-PROGRAM-NAME
               FILE STATUS IS WS-CALLBRKR-STATUS.

           SELECT CALLDEFW-FILE ASSIGN TO CALLDEFW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLDEFW-STATUS.

           SELECT CALLJRNL-FILE ASSIGN TO CALLJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALLJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLSUBT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALLERR-REC                     PIC X(80).

       FD  CALLSUBC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSUBT REPLACING LEADING ==CALLSUBT== BY ==CALLSUBC==.

       FD  CALLAPPC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLAPPR REPLACING LEADING ==CALLAPPR== BY ==CALLAPPC==.

       FD  CALLSIMD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLSIMD.

       FD  CALLBRKR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLBRKR.

       FD  CALLDEFW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CALLTRAN REPLACING LEADING ==CALLDEMO== BY ==CALLDEFW==.

       FD  CALLJRNL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CALLJRNR.

       WORKING-STORAGE SECTION.
       77  WS-CALLSUBT-STATUS              PIC X(02).
           88  WS-CALLSUBT-OK                  VALUE '00'.
           88  WS-CALLAPPR-NOTFOUND            VALUE '23'.
       77  WS-CALLERR-STATUS               PIC X(02).
           88  WS-CALLERR-OK                    VALUE '00'.
       77  WS-CALLSUBC-STATUS              PIC X(02).
           88  WS-CALLSUBC-OK                  VALUE '00'.
       77  WS-CALLAPPC-STATUS              PIC X(02).
           88  WS-CALLAPPC-OK                  VALUE '00'.
       77  WS-CALLSIMD-STATUS              PIC X(02).
           88  WS-CALLSIMD-OK                  VALUE '00'.
       77  WS-CALLBRKR-STATUS              PIC X(02).
           88  WS-CALLBRKR-OK                  VALUE '00'.
       77  WS-CALLDEFW-STATUS              PIC X(02).
           88  WS-CALLDEFW-OK                  VALUE '00'.
       77  WS-CALLJRNL-STATUS              PIC X(02).
           88  WS-CALLJRNL-OK                  VALUE '00'.
       77  WS-FILES-OPEN-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-FILES-ARE-OPEN               VALUE 'Y'.
       77  WS-VALIDATE-CALL-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-VALIDATE-CALL                VALUE 'Y'.
       77  WS-SIMULATION-SWITCH            PIC X(01)   VALUE 'N'.
           88  WS-SIMULATION-RUN               VALUE 'Y'.
       77  WS-SIM-APPROVAL                 PIC X(01).
       77  WS-BREAKER-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-BREAKER-ACTIVE               VALUE 'Y'.
       77  WS-JOURNAL-SWITCH               PIC X(01)   VALUE 'N'.
           88  WS-JOURNAL-ACTIVE               VALUE 'Y'.
       77  WS-CALL-RETURNED-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-CALL-RETURNED                VALUE 'Y'.
       77  WS-PRIMARY-SKIPPED-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-PRIMARY-SKIPPED              VALUE 'Y'.
       77  WS-FAILOVER-SWITCH              PIC X(01)   VALUE 'N'.
           88  WS-IN-FAILOVER                  VALUE 'Y'.
       77  WS-BRK-PROGRAM-NAME             PIC X(08).
       77  WS-BRK-ACTION                   PIC X(01).
           88  WS-BRK-CALL                     VALUE 'C'.
           88  WS-BRK-PROBE                    VALUE 'P'.
           88  WS-BRK-SKIP                     VALUE 'S'.
       77  WS-DEFAULT-PROBE-INTERVAL       PIC 9(05)   VALUE 100.
       77  WS-PROBE-INTERVAL               PIC 9(05).
       77  WS-DEFER-SEG-SEQ                PIC 9(01).
       01  WS-DEFER-EXTENSION.
           05  WS-DE-SLOT                  PIC X(30)   OCCURS 3 TIMES
                                           INDEXED BY WS-DE-X.
       77  WS-SUBPROGRAM-NAME              PIC X(08).
       77  WS-ALTERNATE-NAME               PIC X(08).
       77  WS-PRIMARY-NAME                 PIC X(08).
       77  WS-SAVE-RETURN-CODE             PIC S9(04).
       01  WS-SAVE-INBOUND-PARM.
           05  WS-SAVE-STATUS-FLAG         PIC X(01).
           05  WS-SAVE-DATA-FIELD          PIC X(30).
           05  WS-SAVE-DATA-EXTENSION      PIC X(90).
       COPY CALLERR REPLACING LEADING ==CALLERR== BY ==WS-ERR-AREA==.
       77  WS-CD-DATE                      PIC 9(08).
       77  WS-CD-TIME                      PIC 9(06).
           88  LS-RESULT-NOT-FOUND             VALUE 'N'.
           88  LS-RESULT-NOT-APPROVED          VALUE 'R'.
           88  LS-RESULT-CALL-FAILED           VALUE 'F'.
           88  LS-RESULT-DEFERRED              VALUE 'D'.
           88  LS-REQUEST-VALIDATE             VALUE 'V'.
       01  LS-SUBPROGRAM-NAME              PIC X(08).

       PROCEDURE DIVISION USING LS-TRAN-CODE LS-PARM LS-RESULT-STATUS
           MOVE ZERO TO WS-SAVE-RETURN-CODE.
           MOVE ZERO TO WS-ELAPSED-HUNDREDTHS.

           IF WS-SIMULATION-RUN
               IF LS-RESULT-STATUS = SPACE
                   PERFORM 6000-SIMULATE-ROUTING
                       THRU 6000-SIMULATE-ROUTING-EXIT
               END-IF
               MOVE WS-SUBPROGRAM-NAME TO LS-SUBPROGRAM-NAME
               GOBACK
           END-IF.

           MOVE LS-PARM-STATUS-FLAG TO WS-SAVE-STATUS-FLAG.
           MOVE LS-PARM-DATA-FIELD TO WS-SAVE-DATA-FIELD.
           MOVE LS-PARM-DATA-EXTENSION TO WS-SAVE-DATA-EXTENSION.

           IF LS-RESULT-STATUS = SPACE
               PERFORM 2000-LOOKUP-SUBPROGRAM
                   THRU 2000-LOOKUP-SUBPROGRAM-EXIT
                   THRU 3000-VALIDATE-APPROVED-EXIT
           END-IF.

           MOVE 'N' TO WS-PRIMARY-SKIPPED-SWITCH.
           IF LS-RESULT-STATUS = SPACE
               AND WS-BREAKER-ACTIVE
               MOVE WS-SUBPROGRAM-NAME TO WS-BRK-PROGRAM-NAME
               PERFORM 7000-CHECK-BREAKER
                   THRU 7000-CHECK-BREAKER-EXIT
               IF WS-BRK-SKIP
                   MOVE 'Y' TO WS-PRIMARY-SKIPPED-SWITCH
               END-IF
           END-IF.

           IF LS-RESULT-STATUS = SPACE
               AND NOT WS-PRIMARY-SKIPPED
               PERFORM 4000-DYNAMIC-CALL
                   THRU 4000-DYNAMIC-CALL-EXIT
           END-IF.

           IF (LS-RESULT-CALL-FAILED OR WS-PRIMARY-SKIPPED)
               AND WS-ALTERNATE-NAME NOT = SPACES
               PERFORM 5000-FAILOVER-CALL
                   THRU 5000-FAILOVER-CALL-EXIT
           END-IF.

           IF WS-PRIMARY-SKIPPED
               AND WS-ALTERNATE-NAME = SPACES
               AND LS-RESULT-STATUS = SPACE
               PERFORM 8000-DEFER-TRANSACTION
                   THRU 8000-DEFER-TRANSACTION-EXIT
           END-IF.

           MOVE WS-SUBPROGRAM-NAME TO LS-SUBPROGRAM-NAME.

           GOBACK.
      * 1000-INITIALIZE -- OPEN THE CONTROL AND AUDIT FILES THE   *
      * FIRST TIME THIS SUBPROGRAM IS CALLED.  IT STAYS RESIDENT  *
      * FOR THE LIFE OF THE RUN SO THE FILES ARE OPENED ONCE.     *
      * A VALIDATE-ONLY REQUEST ON THAT FIRST CALL OPENS THE      *
      * CANDIDATE COPIES AND THE CALLSIMD DETAIL FILE INSTEAD OF  *
      * CALLERR, AND THE WHOLE RUN STAYS IN SIMULATION.           *
      ***********************************************************
       1000-INITIALIZE.
           IF LS-REQUEST-VALIDATE
               MOVE 'Y' TO WS-VALIDATE-CALL-SWITCH
           ELSE
               MOVE 'N' TO WS-VALIDATE-CALL-SWITCH
           END-IF.
           MOVE SPACE TO LS-RESULT-STATUS.
           IF NOT WS-FILES-ARE-OPEN
               OPEN INPUT CALLSUBT-FILE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF

               IF WS-VALIDATE-CALL
                   PERFORM 1100-OPEN-SIMULATION-FILES
                       THRU 1100-OPEN-SIMULATION-FILES-EXIT
                   GO TO 1000-INITIALIZE-EXIT
               END-IF

               OPEN EXTEND CALLERR-FILE
               IF NOT WS-CALLERR-OK
                   DISPLAY 'CALLDYN: UNABLE TO OPEN CALLERR, STATUS='
                   GO TO 1000-INITIALIZE-EXIT
               END-IF

               PERFORM 1200-OPEN-BREAKER-FILES
                   THRU 1200-OPEN-BREAKER-FILES-EXIT

               PERFORM 1300-OPEN-JOURNAL-FILE
                   THRU 1300-OPEN-JOURNAL-FILE-EXIT

               MOVE 'Y' TO WS-FILES-OPEN-SWITCH
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-OPEN-SIMULATION-FILES.
           OPEN INPUT CALLSUBC-FILE.
           IF NOT WS-CALLSUBC-OK
               DISPLAY 'CALLDYN: UNABLE TO OPEN CALLSUBC, STATUS='
                   WS-CALLSUBC-STATUS
               MOVE 'F' TO LS-RESULT-STATUS
               CLOSE CALLSUBT-FILE
               CLOSE CALLAPPR-FILE
               GO TO 1100-OPEN-SIMULATION-FILES-EXIT
           END-IF.

           OPEN INPUT CALLAPPC-FILE.
           IF NOT WS-CALLAPPC-OK
               DISPLAY 'CALLDYN: UNABLE TO OPEN CALLAPPC, STATUS='
                   WS-CALLAPPC-STATUS
               MOVE 'F' TO LS-RESULT-STATUS
               CLOSE CALLSUBT-FILE
               CLOSE CALLAPPR-FILE
               CLOSE CALLSUBC-FILE
               GO TO 1100-OPEN-SIMULATION-FILES-EXIT
           END-IF.

           OPEN OUTPUT CALLSIMD-FILE.
           IF NOT WS-CALLSIMD-OK
               DISPLAY 'CALLDYN: UNABLE TO OPEN CALLSIMD, STATUS='
                   WS-CALLSIMD-STATUS
               MOVE 'F' TO LS-RESULT-STATUS
               CLOSE CALLSUBT-FILE
               CLOSE CALLAPPR-FILE
               CLOSE CALLSUBC-FILE
               CLOSE CALLAPPC-FILE
               GO TO 1100-OPEN-SIMULATION-FILES-EXIT
           END-IF.

           MOVE 'Y' TO WS-SIMULATION-SWITCH.
           MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
       1100-OPEN-SIMULATION-FILES-EXIT.
           EXIT.

      ***********************************************************
      * 1200-OPEN-BREAKER-FILES -- THE CALLBRKR CONTROL KSDS AND  *
      * THE CALLDEFW DEFERRED-WORK FILE ARE OPTIONAL.  A BREAKER  *
      * THAT CANNOT PARK ITS WORK MUST NOT SKIP IT, SO UNLESS     *
      * BOTH OPEN THE BREAKER STAYS INACTIVE FOR THE RUN AND      *
      * EVERY CALL IS ISSUED AS IT ALWAYS WAS.                    *
      ***********************************************************
       1200-OPEN-BREAKER-FILES.
           OPEN I-O CALLBRKR-FILE.
           IF NOT WS-CALLBRKR-OK
               DISPLAY 'CALLDYN: CALLBRKR NOT AVAILABLE, STATUS='
                   WS-CALLBRKR-STATUS ', CIRCUIT BREAKER INACTIVE'
               GO TO 1200-OPEN-BREAKER-FILES-EXIT
           END-IF.

           OPEN EXTEND CALLDEFW-FILE.
           IF NOT WS-CALLDEFW-OK
               DISPLAY 'CALLDYN: CALLDEFW NOT AVAILABLE, STATUS='
                   WS-CALLDEFW-STATUS ', CIRCUIT BREAKER INACTIVE'
               CLOSE CALLBRKR-FILE
               GO TO 1200-OPEN-BREAKER-FILES-EXIT
           END-IF.

           MOVE 'Y' TO WS-BREAKER-SWITCH.
       1200-OPEN-BREAKER-FILES-EXIT.
           EXIT.

      ***********************************************************
      * 1300-OPEN-JOURNAL-FILE -- THE CALLJRNL RESPONSE JOURNAL   *
      * IS OPTIONAL.  WITHOUT IT THE CALLS RUN AND ARE AUDITED ON *
      * CALLERR AS BEFORE, BUT NO RESPONSE IS KEPT.               *
      ***********************************************************
       1300-OPEN-JOURNAL-FILE.
           OPEN EXTEND CALLJRNL-FILE.
           IF NOT WS-CALLJRNL-OK
               DISPLAY 'CALLDYN: CALLJRNL NOT AVAILABLE, STATUS='
                   WS-CALLJRNL-STATUS ', RESPONSE JOURNAL INACTIVE'
               GO TO 1300-OPEN-JOURNAL-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-JOURNAL-SWITCH.
       1300-OPEN-JOURNAL-FILE-EXIT.
           EXIT.

      ***********************************************************
      * 2000-LOOKUP-SUBPROGRAM -- RESOLVE THE TRANSACTION CODE    *
      * TO A SUBPROGRAM NAME VIA THE KEYED CALLSUBT CONTROL FILE. *

      ***********************************************************
      * 3000-VALIDATE-APPROVED -- REJECT A TYPO OR A RETIRED      *
      * SUBPROGRAM NAME BEFORE THE CALL IS EVER ISSUED.  AN       *
      * ALTERNATE REFUSED DURING FAILOVER IS NOT LOGGED HERE:     *
      * 5000 LOGS THE TRANSACTION'S ONE TERMINAL RECORD.          *
      ***********************************************************
       3000-VALIDATE-APPROVED.
           MOVE WS-SUBPROGRAM-NAME TO CALLAPPR-PROGRAM-NAME.
                   MOVE 'F' TO LS-RESULT-STATUS
               END-IF
           END-IF.
           IF LS-RESULT-STATUS = 'R'
               AND WS-IN-FAILOVER
               DISPLAY 'CALLDYN: ALTERNATE ' WS-SUBPROGRAM-NAME
                   ' NOT APPROVED, TRAN-CODE=' LS-TRAN-CODE
               GO TO 3000-VALIDATE-APPROVED-EXIT
           END-IF.
           IF LS-RESULT-STATUS = 'R' OR LS-RESULT-STATUS = 'F'
               PERFORM 9000-LOG-ERROR THRU 9000-LOG-ERROR-EXIT
           END-IF.
      ***********************************************************
      * 4000-DYNAMIC-CALL -- ISSUE THE ACTUAL CALL UNDER          *
      * ON EXCEPTION / NOT ON EXCEPTION, CHECK RETURN-CODE, AND   *
      * LOG AN AUDIT RECORD EITHER WAY.  A CALL THAT CAME BACK    *
      * IS ALSO JOURNALLED WITH THE PARM BLOCK AS RETURNED.       *
      ***********************************************************
       4000-DYNAMIC-CALL.
           MOVE 0 TO RETURN-CODE.
           SET LS-PARM-SEV-NORMAL TO TRUE.
           MOVE 'N' TO WS-CALL-RETURNED-SWITCH.
           PERFORM 4100-CLOCK-START THRU 4100-CLOCK-START-EXIT.
           CALL WS-SUBPROGRAM-NAME
               USING LS-PARM
                   MOVE 'F' TO LS-RESULT-STATUS
               NOT ON EXCEPTION
                   MOVE 'S' TO LS-RESULT-STATUS
                   MOVE 'Y' TO WS-CALL-RETURNED-SWITCH
           END-CALL.
           PERFORM 4200-CLOCK-STOP THRU 4200-CLOCK-STOP-EXIT.
           MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
               MOVE 'F' TO LS-RESULT-STATUS
           END-IF.
           PERFORM 9000-LOG-ERROR THRU 9000-LOG-ERROR-EXIT.
           IF WS-CALL-RETURNED
               AND WS-JOURNAL-ACTIVE
               PERFORM 4300-WRITE-JOURNAL
                   THRU 4300-WRITE-JOURNAL-EXIT
           END-IF.
           IF WS-BREAKER-ACTIVE
               PERFORM 7200-RECORD-CALL-OUTCOME
                   THRU 7200-RECORD-CALL-OUTCOME-EXIT
           END-IF.
       4000-DYNAMIC-CALL-EXIT.
           EXIT.

       4200-CLOCK-STOP-EXIT.
           EXIT.

      ***********************************************************
      * 4300-WRITE-JOURNAL -- ONE CALLJRNR RECORD FOR A CALL THAT *
      * CAME BACK, WITH THE DISPOSITION, RETURN CODE AND STAMP    *
      * 9000-LOG-ERROR HAS JUST PUT ON ITS AUDIT RECORD.  A       *
      * CALLER THAT PASSED NO BUSINESS DATE IS JOURNALLED UNDER   *
      * THE CALL DATE.  A WRITE FAILURE IS REPORTED AND THE RUN   *
      * GOES ON -- THE CALL ITSELF HAS ALREADY HAPPENED.          *
      ***********************************************************
       4300-WRITE-JOURNAL.
           MOVE SPACES TO CALLJRNR-RECORD.
           IF LS-PARM-BUSINESS-DATE NUMERIC
               AND LS-PARM-BUSINESS-DATE NOT = ZERO
               MOVE LS-PARM-BUSINESS-DATE TO CALLJRNR-BUSINESS-DATE
           ELSE
               MOVE WS-ERR-AREA-DATE TO CALLJRNR-BUSINESS-DATE
           END-IF.
           MOVE LS-PARM-FEED-ID TO CALLJRNR-FEED-ID.
           MOVE LS-PARM-SOURCE-SYSTEM TO CALLJRNR-SOURCE-SYSTEM.
           IF LS-PARM-SEQUENCE NUMERIC
               MOVE LS-PARM-SEQUENCE TO CALLJRNR-SEQUENCE
           ELSE
               MOVE ZERO TO CALLJRNR-SEQUENCE
           END-IF.
           MOVE WS-ERR-AREA-DATE TO CALLJRNR-CALL-DATE.
           MOVE WS-ERR-AREA-TIME TO CALLJRNR-CALL-TIME.
           MOVE LS-PARM-RERUN-FLAG TO CALLJRNR-RERUN-FLAG.
           MOVE LS-TRAN-CODE TO CALLJRNR-TRAN-CODE.
           MOVE WS-SUBPROGRAM-NAME TO CALLJRNR-PROGRAM-NAME.
           MOVE WS-ERR-AREA-DISPOSITION TO CALLJRNR-DISPOSITION.
           MOVE WS-SAVE-RETURN-CODE TO CALLJRNR-RETURN-CODE.
           MOVE LS-PARM-PRIORITY-CLASS TO CALLJRNR-PRIORITY-CLASS.
           MOVE LS-PARM-STATUS-FLAG TO CALLJRNR-STATUS-FLAG.
           MOVE LS-PARM-DATA-FIELD TO CALLJRNR-DATA-FIELD.
           MOVE LS-PARM-RETURN-SEV TO CALLJRNR-RETURN-SEV.
           MOVE LS-PARM-DATA-EXTENSION TO CALLJRNR-DATA-EXTENSION.
           MOVE WS-ERR-AREA-SEGMENT-COUNT TO CALLJRNR-SEGMENT-COUNT.
           WRITE CALLJRNR-RECORD.
           IF NOT WS-CALLJRNL-OK
               DISPLAY 'CALLDYN: CALLJRNL WRITE FAILED, STATUS='
                   WS-CALLJRNL-STATUS ' TRAN-CODE=' LS-TRAN-CODE
           END-IF.
       4300-WRITE-JOURNAL-EXIT.
           EXIT.

      ***********************************************************
      * 5000-FAILOVER-CALL -- THE PRIMARY CALL FAILED AND THE     *
      * CALLSUBT ROW NAMES A DESIGNATED FALLBACK SUBPROGRAM.      *
      * PROGRAM NAME, SO CALLRPT SHOWS HOW OFTEN THE BACKUP RAN.  *
      * IF THE VALIDATION REJECTS THE ALTERNATE, THE FAILOVER     *
      * NEVER RAN -- A TERMINAL 'F' IS LOGGED UNDER THE PRIMARY'S *
      * NAME SO CALLRTRY STILL PICKS THE TRANSACTION UP, AND THE  *
      * REFUSAL ITSELF GOES TO SYSOUT ONLY, SO THE TRANSACTION    *
      * HAS ONE TERMINAL AUDIT RECORD.  THE ALTERNATE IS CALLED   *
      * WITH THE INBOUND IMAGE, NOT WHAT THE PRIMARY LEFT.        *
      * THE SAME PATH CARRIES A PRIMARY WHOSE CIRCUIT BREAKER IS  *
      * OPEN (SKIPPED, NOT FAILED).  IF THE ALTERNATE'S OWN       *
      * BREAKER IS OPEN TOO -- OR A SKIPPED PRIMARY'S ALTERNATE   *
      * IS NOT APPROVED -- NOTHING CAN CARRY THE WORK TONIGHT AND *
      * THE TRANSACTION IS DEFERRED.                              *
      ***********************************************************
       5000-FAILOVER-CALL.
           MOVE WS-SUBPROGRAM-NAME TO WS-PRIMARY-NAME.
           MOVE WS-ALTERNATE-NAME TO WS-SUBPROGRAM-NAME.
           MOVE SPACE TO LS-RESULT-STATUS.
           MOVE ZERO TO WS-ELAPSED-HUNDREDTHS.
           MOVE 'Y' TO WS-FAILOVER-SWITCH.
           PERFORM 3000-VALIDATE-APPROVED
               THRU 3000-VALIDATE-APPROVED-EXIT.
           MOVE 'N' TO WS-FAILOVER-SWITCH.
           IF LS-RESULT-STATUS = SPACE
               AND WS-BREAKER-ACTIVE
               MOVE WS-SUBPROGRAM-NAME TO WS-BRK-PROGRAM-NAME
               PERFORM 7000-CHECK-BREAKER
                   THRU 7000-CHECK-BREAKER-EXIT
               IF WS-BRK-SKIP
                   MOVE WS-PRIMARY-NAME TO WS-SUBPROGRAM-NAME
                   PERFORM 8000-DEFER-TRANSACTION
                       THRU 8000-DEFER-TRANSACTION-EXIT
                   GO TO 5000-FAILOVER-CALL-EXIT
               END-IF
           END-IF.
           IF LS-RESULT-STATUS = SPACE
               MOVE WS-SAVE-STATUS-FLAG TO LS-PARM-STATUS-FLAG
               MOVE WS-SAVE-DATA-FIELD TO LS-PARM-DATA-FIELD
               MOVE WS-SAVE-DATA-EXTENSION TO LS-PARM-DATA-EXTENSION
               PERFORM 4000-DYNAMIC-CALL
                   THRU 4000-DYNAMIC-CALL-EXIT
           ELSE
               MOVE SPACES TO WS-ALTERNATE-NAME
               MOVE ZERO TO WS-ELAPSED-HUNDREDTHS
               IF LS-RESULT-STATUS = 'R'
                   IF WS-PRIMARY-SKIPPED
                       MOVE SPACE TO LS-RESULT-STATUS
                       PERFORM 8000-DEFER-TRANSACTION
                           THRU 8000-DEFER-TRANSACTION-EXIT
                   ELSE
                       MOVE 'F' TO LS-RESULT-STATUS
                       PERFORM 9000-LOG-ERROR
                           THRU 9000-LOG-ERROR-EXIT
                   END-IF
               ELSE
      *            THE VALIDATION I/O FAILURE ALREADY LOGGED ITS
      *            OWN TERMINAL 'F' UNDER THE ALTERNATE'S NAME.
       5000-FAILOVER-CALL-EXIT.
           EXIT.

      ***********************************************************
      * 6000-SIMULATE-ROUTING -- VALIDATE-ONLY RUN.  RESOLVE THE  *
      * TRAN CODE AGAINST TODAY'S FILES AND THE CANDIDATES, THE   *
      * SAME LOOKUP/APPROVAL RULES AS 2000/3000, PLUS THE         *
      * ALTERNATE'S STANDING SO A FAILOVER THAT WOULD BE REFUSED  *
      * SHOWS UP BEFORE THE NIGHT IT IS NEEDED.  NOTHING IS       *
      * CALLED AND NOTHING GOES TO CALLERR.  THE CALLER GETS THE  *
      * CANDIDATE'S ANSWER BACK, SO ITS REJECT COUNT IS WHAT THE  *
      * CANDIDATE WOULD PRODUCE.                                  *
      ***********************************************************
       6000-SIMULATE-ROUTING.
           MOVE SPACES TO CALLSIMD-RECORD.
           MOVE LS-TRAN-CODE TO CALLSIMD-TRAN-CODE.
           PERFORM 6100-RESOLVE-CURRENT
               THRU 6100-RESOLVE-CURRENT-EXIT.
           PERFORM 6200-RESOLVE-CANDIDATE
               THRU 6200-RESOLVE-CANDIDATE-EXIT.
           WRITE CALLSIMD-RECORD.
           MOVE CALLSIMD-CAN-RESULT TO LS-RESULT-STATUS.
           MOVE CALLSIMD-CAN-PROGRAM TO WS-SUBPROGRAM-NAME.
       6000-SIMULATE-ROUTING-EXIT.
           EXIT.

       6100-RESOLVE-CURRENT.
           MOVE LS-TRAN-CODE TO CALLSUBT-TRAN-CODE.
           READ CALLSUBT-FILE
               KEY IS CALLSUBT-TRAN-CODE
               INVALID KEY
                   MOVE 'N' TO CALLSIMD-CUR-RESULT
           END-READ.
           IF NOT WS-CALLSUBT-OK
               IF CALLSIMD-CUR-RESULT = SPACE
                   MOVE 'F' TO CALLSIMD-CUR-RESULT
               END-IF
               GO TO 6100-RESOLVE-CURRENT-EXIT
           END-IF.
           IF CALLSUBT-INACTIVE
               MOVE 'N' TO CALLSIMD-CUR-RESULT
               GO TO 6100-RESOLVE-CURRENT-EXIT
           END-IF.
           MOVE CALLSUBT-PROGRAM-NAME TO CALLSIMD-CUR-PROGRAM.
           MOVE CALLSUBT-ALTERNATE-PROGRAM TO CALLSIMD-CUR-ALTERNATE.
           MOVE CALLSIMD-CUR-PROGRAM TO CALLAPPR-PROGRAM-NAME.
           PERFORM 6110-CHECK-CURRENT-APPROVAL
               THRU 6110-CHECK-CURRENT-APPROVAL-EXIT.
           MOVE WS-SIM-APPROVAL TO CALLSIMD-CUR-RESULT.
           IF CALLSIMD-CUR-ALTERNATE NOT = SPACES
               MOVE CALLSIMD-CUR-ALTERNATE TO CALLAPPR-PROGRAM-NAME
               PERFORM 6110-CHECK-CURRENT-APPROVAL
                   THRU 6110-CHECK-CURRENT-APPROVAL-EXIT
               MOVE WS-SIM-APPROVAL TO CALLSIMD-CUR-ALT-RESULT
           END-IF.
       6100-RESOLVE-CURRENT-EXIT.
           EXIT.

       6110-CHECK-CURRENT-APPROVAL.
           MOVE 'S' TO WS-SIM-APPROVAL.
           READ CALLAPPR-FILE
               KEY IS CALLAPPR-PROGRAM-NAME
               INVALID KEY
                   MOVE 'R' TO WS-SIM-APPROVAL
           END-READ.
           IF WS-CALLAPPR-OK
               IF NOT CALLAPPR-APPROVED
                   MOVE 'R' TO WS-SIM-APPROVAL
               END-IF
           ELSE
               IF WS-SIM-APPROVAL = 'S'
                   MOVE 'F' TO WS-SIM-APPROVAL
               END-IF
           END-IF.
       6110-CHECK-CURRENT-APPROVAL-EXIT.
           EXIT.

       6200-RESOLVE-CANDIDATE.
           MOVE LS-TRAN-CODE TO CALLSUBC-TRAN-CODE.
           READ CALLSUBC-FILE
               KEY IS CALLSUBC-TRAN-CODE
               INVALID KEY
                   MOVE 'N' TO CALLSIMD-CAN-RESULT
           END-READ.
           IF NOT WS-CALLSUBC-OK
               IF CALLSIMD-CAN-RESULT = SPACE
                   MOVE 'F' TO CALLSIMD-CAN-RESULT
               END-IF
               GO TO 6200-RESOLVE-CANDIDATE-EXIT
           END-IF.
           IF CALLSUBC-INACTIVE
               MOVE 'N' TO CALLSIMD-CAN-RESULT
               GO TO 6200-RESOLVE-CANDIDATE-EXIT
           END-IF.
           MOVE CALLSUBC-PROGRAM-NAME TO CALLSIMD-CAN-PROGRAM.
           MOVE CALLSUBC-ALTERNATE-PROGRAM TO CALLSIMD-CAN-ALTERNATE.
           MOVE CALLSIMD-CAN-PROGRAM TO CALLAPPC-PROGRAM-NAME.
           PERFORM 6210-CHECK-CANDIDATE-APPROVAL
               THRU 6210-CHECK-CANDIDATE-APPROVAL-EXIT.
           MOVE WS-SIM-APPROVAL TO CALLSIMD-CAN-RESULT.
           IF CALLSIMD-CAN-ALTERNATE NOT = SPACES
               MOVE CALLSIMD-CAN-ALTERNATE TO CALLAPPC-PROGRAM-NAME
               PERFORM 6210-CHECK-CANDIDATE-APPROVAL
                   THRU 6210-CHECK-CANDIDATE-APPROVAL-EXIT
               MOVE WS-SIM-APPROVAL TO CALLSIMD-CAN-ALT-RESULT
           END-IF.
       6200-RESOLVE-CANDIDATE-EXIT.
           EXIT.

       6210-CHECK-CANDIDATE-APPROVAL.
           MOVE 'S' TO WS-SIM-APPROVAL.
           READ CALLAPPC-FILE
               KEY IS CALLAPPC-PROGRAM-NAME
               INVALID KEY
                   MOVE 'R' TO WS-SIM-APPROVAL
           END-READ.
           IF WS-CALLAPPC-OK
               IF NOT CALLAPPC-APPROVED
                   MOVE 'R' TO WS-SIM-APPROVAL
               END-IF
           ELSE
               IF WS-SIM-APPROVAL = 'S'
                   MOVE 'F' TO WS-SIM-APPROVAL
               END-IF
           END-IF.
       6210-CHECK-CANDIDATE-APPROVAL-EXIT.
           EXIT.

      ***********************************************************
      * 7000-CHECK-BREAKER -- LOOK UP WS-BRK-PROGRAM-NAME ON THE  *
      * CALLBRKR KSDS.  NO ROW, A CLOSED ROW, OR A READ PROBLEM   *
      * MEANS CALL AS NORMAL ('C').  AN OPEN ROW SKIPS THE CALL   *
      * ('S') UNTIL ITS PROBE INTERVAL OF SKIPS HAS PASSED, THEN  *
      * LETS ONE CALL THROUGH AS A PROBE ('P') AND STARTS THE     *
      * INTERVAL AGAIN.  THE ROW IS REWRITTEN EACH TIME SO THE    *
      * COUNT IS SHARED WITH EVERY OTHER CALLER OF CALLDYN.       *
      ***********************************************************
       7000-CHECK-BREAKER.
           MOVE 'C' TO WS-BRK-ACTION.
           MOVE WS-BRK-PROGRAM-NAME TO CALLBRKR-PROGRAM-NAME.
           READ CALLBRKR-FILE
               KEY IS CALLBRKR-PROGRAM-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLBRKR-OK
               GO TO 7000-CHECK-BREAKER-EXIT
           END-IF.
           IF NOT CALLBRKR-OPEN
               GO TO 7000-CHECK-BREAKER-EXIT
           END-IF.

           IF CALLBRKR-PROBE-INTERVAL NUMERIC
               AND CALLBRKR-PROBE-INTERVAL NOT = ZERO
               MOVE CALLBRKR-PROBE-INTERVAL TO WS-PROBE-INTERVAL
           ELSE
               MOVE WS-DEFAULT-PROBE-INTERVAL TO WS-PROBE-INTERVAL
           END-IF.
           IF CALLBRKR-SKIP-COUNT NOT NUMERIC
               MOVE ZERO TO CALLBRKR-SKIP-COUNT
           END-IF.
           IF CALLBRKR-SKIP-TOTAL NOT NUMERIC
               MOVE ZERO TO CALLBRKR-SKIP-TOTAL
           END-IF.

           IF CALLBRKR-SKIP-COUNT LESS THAN WS-PROBE-INTERVAL
               ADD 1 TO CALLBRKR-SKIP-COUNT
               IF CALLBRKR-SKIP-TOTAL LESS THAN 9999999
                   ADD 1 TO CALLBRKR-SKIP-TOTAL
               END-IF
               MOVE 'S' TO WS-BRK-ACTION
           ELSE
               MOVE ZERO TO CALLBRKR-SKIP-COUNT
               MOVE 'P' TO WS-BRK-ACTION
               DISPLAY 'CALLDYN: CIRCUIT BREAKER PROBE, PROGRAM='
                   WS-BRK-PROGRAM-NAME
           END-IF.
           PERFORM 7900-REWRITE-BREAKER
               THRU 7900-REWRITE-BREAKER-EXIT.
       7000-CHECK-BREAKER-EXIT.
           EXIT.

      ***********************************************************
      * 7200-RECORD-CALL-OUTCOME -- FEED THE CALL JUST ISSUED     *
      * BACK INTO ITS PROGRAM'S BREAKER.  A SUCCESS ENDS THE      *
      * FAILURE RUN AND CLOSES AN OPEN BREAKER (THE PROBE WORKED).*
      * A FAILURE EXTENDS THE RUN; ON A CLOSED BREAKER REACHING   *
      * THE THRESHOLD IT TRIPS OPEN, AND ON AN OPEN ONE (A FAILED *
      * PROBE) THE PROBE INTERVAL SIMPLY STARTS AGAIN.            *
      ***********************************************************
       7200-RECORD-CALL-OUTCOME.
           MOVE WS-SUBPROGRAM-NAME TO CALLBRKR-PROGRAM-NAME.
           READ CALLBRKR-FILE
               KEY IS CALLBRKR-PROGRAM-NAME
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CALLBRKR-OK
               GO TO 7200-RECORD-CALL-OUTCOME-EXIT
           END-IF.
           IF CALLBRKR-FAIL-COUNT NOT NUMERIC
               MOVE ZERO TO CALLBRKR-FAIL-COUNT
           END-IF.
           IF CALLBRKR-THRESHOLD NOT NUMERIC
               MOVE ZERO TO CALLBRKR-THRESHOLD
           END-IF.
           IF CALLBRKR-TRIP-COUNT NOT NUMERIC
               MOVE ZERO TO CALLBRKR-TRIP-COUNT
           END-IF.

           IF LS-RESULT-SUCCESS
               IF CALLBRKR-FAIL-COUNT = ZERO
                   AND NOT CALLBRKR-OPEN
                   GO TO 7200-RECORD-CALL-OUTCOME-EXIT
               END-IF
               IF CALLBRKR-OPEN
                   DISPLAY 'CALLDYN: CIRCUIT BREAKER CLOSED, PROGRAM='
                       CALLBRKR-PROGRAM-NAME
                   PERFORM 7950-STAMP-BREAKER-CHANGE
                       THRU 7950-STAMP-BREAKER-CHANGE-EXIT
               END-IF
               SET CALLBRKR-CLOSED TO TRUE
               MOVE ZERO TO CALLBRKR-FAIL-COUNT
               MOVE ZERO TO CALLBRKR-SKIP-COUNT
               PERFORM 7900-REWRITE-BREAKER
                   THRU 7900-REWRITE-BREAKER-EXIT
               GO TO 7200-RECORD-CALL-OUTCOME-EXIT
           END-IF.

           IF CALLBRKR-FAIL-COUNT LESS THAN 99999
               ADD 1 TO CALLBRKR-FAIL-COUNT
           END-IF.
           IF CALLBRKR-OPEN
               MOVE ZERO TO CALLBRKR-SKIP-COUNT
               DISPLAY 'CALLDYN: CIRCUIT BREAKER PROBE FAILED, '
                   'PROGRAM=' CALLBRKR-PROGRAM-NAME
           ELSE
               IF CALLBRKR-THRESHOLD NOT = ZERO
                   AND CALLBRKR-FAIL-COUNT
                       NOT LESS THAN CALLBRKR-THRESHOLD
                   SET CALLBRKR-OPEN TO TRUE
                   MOVE ZERO TO CALLBRKR-SKIP-COUNT
                   IF CALLBRKR-TRIP-COUNT LESS THAN 99999
                       ADD 1 TO CALLBRKR-TRIP-COUNT
                   END-IF
                   PERFORM 7950-STAMP-BREAKER-CHANGE
                       THRU 7950-STAMP-BREAKER-CHANGE-EXIT
                   DISPLAY 'CALLDYN: CIRCUIT BREAKER OPENED, PROGRAM='
                       CALLBRKR-PROGRAM-NAME
                       ' CONSECUTIVE FAILURES=' CALLBRKR-FAIL-COUNT
               END-IF
           END-IF.
           PERFORM 7900-REWRITE-BREAKER
               THRU 7900-REWRITE-BREAKER-EXIT.
       7200-RECORD-CALL-OUTCOME-EXIT.
           EXIT.

      ***********************************************************
      * 7900/7950 -- A FAILED REWRITE IS REPORTED BUT DOES NOT    *
      * FAIL THE CALL; THE WORST CASE IS A BREAKER THAT TRIPS OR  *
      * PROBES ONE TRANSACTION LATE.                              *
      ***********************************************************
       7900-REWRITE-BREAKER.
           REWRITE CALLBRKR-RECORD.
           IF NOT WS-CALLBRKR-OK
               DISPLAY 'CALLDYN: CALLBRKR REWRITE FAILED, STATUS='
                   WS-CALLBRKR-STATUS ' PROGRAM='
                   CALLBRKR-PROGRAM-NAME
           END-IF.
       7900-REWRITE-BREAKER-EXIT.
           EXIT.

       7950-STAMP-BREAKER-CHANGE.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CD-TIME FROM TIME.
           MOVE WS-CD-DATE TO CALLBRKR-CHANGE-DATE.
           MOVE WS-CD-TIME TO CALLBRKR-CHANGE-TIME.
       7950-STAMP-BREAKER-CHANGE-EXIT.
           EXIT.

      ***********************************************************
      * 8000-DEFER-TRANSACTION -- NOTHING CAN TAKE THE CALL       *
      * TONIGHT.  PARK THE TRANSACTION IMAGE ON CALLDEFW AND LOG  *
      * DISPOSITION 'D' UNDER THE ROUTED PROGRAM'S NAME.  IF THE  *
      * IMAGE CANNOT BE WRITTEN THE WORK IS NOT DROPPED: IT IS    *
      * LOGGED AS A TERMINAL 'F' SO CALLRTRY PICKS IT UP.         *
      ***********************************************************
       8000-DEFER-TRANSACTION.
           MOVE SPACES TO WS-ALTERNATE-NAME.
           MOVE ZERO TO WS-SAVE-RETURN-CODE.
           MOVE ZERO TO WS-ELAPSED-HUNDREDTHS.
           PERFORM 8100-WRITE-DEFERRED-IMAGE
               THRU 8100-WRITE-DEFERRED-IMAGE-EXIT.
           IF WS-CALLDEFW-OK
               MOVE 'D' TO LS-RESULT-STATUS
           ELSE
               DISPLAY 'CALLDYN: CALLDEFW WRITE FAILED, STATUS='
                   WS-CALLDEFW-STATUS ' TRAN-CODE=' LS-TRAN-CODE
               MOVE 'F' TO LS-RESULT-STATUS
           END-IF.
           PERFORM 9000-LOG-ERROR THRU 9000-LOG-ERROR-EXIT.
       8000-DEFER-TRANSACTION-EXIT.
           EXIT.

      ***********************************************************
      * 8100-WRITE-DEFERRED-IMAGE -- REBUILD THE CALLTRAN IMAGE   *
      * FROM THE INBOUND PARM BLOCK SAVED BEFORE ANY CALL (A      *
      * FAILED PRIMARY MAY HAVE ALTERED LS-PARM): THE PRIMARY     *
      * RECORD WITH ITS ORIGIN STAMPS, THEN ONE CONTINUATION PER  *
      * ASSEMBLED EXTENSION SLOT, SO A MULTI-SEGMENT TRANSACTION  *
      * GOES BACK INTO THE PIPELINE AS THE SAME CHAIN CALLEDIT    *
      * ACCEPTED.                                                 *
      ***********************************************************
       8100-WRITE-DEFERRED-IMAGE.
           MOVE SPACES TO CALLDEFW-TRAN-RECORD.
           MOVE LS-TRAN-CODE TO CALLDEFW-TRAN-CODE.
           MOVE WS-SAVE-STATUS-FLAG TO CALLDEFW-TRAN-STATUS-FLAG.
           MOVE WS-SAVE-DATA-FIELD TO CALLDEFW-TRAN-DATA-FIELD.
           MOVE LS-PARM-SOURCE-SYSTEM TO CALLDEFW-TRAN-SOURCE-SYSTEM.
           IF LS-PARM-SEQUENCE NUMERIC
               MOVE LS-PARM-SEQUENCE TO CALLDEFW-TRAN-SEQUENCE
           ELSE
               MOVE ZERO TO CALLDEFW-TRAN-SEQUENCE
           END-IF.
           MOVE LS-PARM-PRIORITY-CLASS
               TO CALLDEFW-TRAN-PRIORITY-CLASS.
           IF LS-PARM-SEGMENT-COUNT NUMERIC
               AND LS-PARM-SEGMENT-COUNT GREATER THAN 1
               SET CALLDEFW-TRAN-PRIMARY TO TRUE
           END-IF.
           WRITE CALLDEFW-TRAN-RECORD.
           IF NOT WS-CALLDEFW-OK
               GO TO 8100-WRITE-DEFERRED-IMAGE-EXIT
           END-IF.
           IF NOT CALLDEFW-TRAN-PRIMARY
               GO TO 8100-WRITE-DEFERRED-IMAGE-EXIT
           END-IF.
           MOVE WS-SAVE-DATA-EXTENSION TO WS-DEFER-EXTENSION.
           PERFORM 8110-WRITE-ONE-CONTINUATION
               THRU 8110-WRITE-ONE-CONTINUATION-EXIT
               VARYING WS-DE-X FROM 1 BY 1
               UNTIL WS-DE-X > 3
               OR WS-DE-X NOT LESS THAN LS-PARM-SEGMENT-COUNT
               OR NOT WS-CALLDEFW-OK.
       8100-WRITE-DEFERRED-IMAGE-EXIT.
           EXIT.

       8110-WRITE-ONE-CONTINUATION.
           MOVE SPACE TO CALLDEFW-TRAN-STATUS-FLAG.
           MOVE WS-DE-SLOT (WS-DE-X) TO CALLDEFW-TRAN-DATA-FIELD.
           SET CALLDEFW-TRAN-CONTINUATION TO TRUE.
           SET WS-DEFER-SEG-SEQ TO WS-DE-X.
           MOVE WS-DEFER-SEG-SEQ TO CALLDEFW-TRAN-SEGMENT-SEQ.
           IF CALLDEFW-TRAN-SEQUENCE NOT = ZERO
               ADD 1 TO CALLDEFW-TRAN-SEQUENCE
           END-IF.
           WRITE CALLDEFW-TRAN-RECORD.
       8110-WRITE-ONE-CONTINUATION-EXIT.
           EXIT.

      ***********************************************************
      * 9000-LOG-ERROR -- WRITE ONE AUDIT/ERROR RECORD FOR THIS   *
      * CALL ATTEMPT, REGARDLESS OF OUTCOME, SO THE RUN IS        *
      * DIAGNOSABLE THE NEXT MORNING WITHOUT A CORE DUMP.  THE    *
      * STATUS FLAG AND DATA FIELD ARE THE INBOUND IMAGE SAVED    *
      * AT ENTRY, SO CALLBAL, CALLACK AND CALLRTRY SEE WHAT THE   *
      * TRANSACTION CARRIED, NOT WHAT A SUBPROGRAM HANDED BACK.   *
      ***********************************************************
       9000-LOG-ERROR.
           MOVE WS-SUBPROGRAM-NAME    TO WS-ERR-AREA-PROGRAM-NAME.
           MOVE LS-TRAN-CODE          TO WS-ERR-AREA-TRAN-CODE.
           MOVE WS-SAVE-STATUS-FLAG   TO WS-ERR-AREA-STATUS-FLAG.
           MOVE WS-SAVE-DATA-FIELD    TO WS-ERR-AREA-DATA-FIELD.
           MOVE WS-SAVE-RETURN-CODE   TO WS-ERR-AREA-RETURN-CODE.
           EVALUATE TRUE
               WHEN LS-RESULT-STATUS = 'S'
                   SET WS-ERR-AREA-DISP-NOT-FOUND     TO TRUE
               WHEN LS-RESULT-STATUS = 'R'
                   SET WS-ERR-AREA-DISP-NOT-APPROVED  TO TRUE
               WHEN LS-RESULT-STATUS = 'D'
                   SET WS-ERR-AREA-DISP-DEFERRED      TO TRUE
               WHEN WS-ALTERNATE-NAME NOT = SPACES
                   AND WS-SUBPROGRAM-NAME NOT = WS-ALTERNATE-NAME
                   SET WS-ERR-AREA-DISP-FAILED-OVER   TO TRUE
           MOVE WS-CD-TIME TO WS-ERR-AREA-TIME.
           MOVE WS-ELAPSED-HUNDREDTHS
               TO WS-ERR-AREA-ELAPSED-HUNDREDTHS.
           MOVE LS-PARM-SOURCE-SYSTEM TO WS-ERR-AREA-SOURCE-SYSTEM.
           IF LS-PARM-SEGMENT-COUNT NUMERIC
               MOVE LS-PARM-SEGMENT-COUNT TO WS-ERR-AREA-SEGMENT-COUNT
           ELSE
               MOVE 1 TO WS-ERR-AREA-SEGMENT-COUNT
           END-IF.
           WRITE CALLERR-REC FROM WS-ERR-AREA-RECORD.
       9000-LOG-ERROR-EXIT.
           EXIT.
