      *                      CALLPERM RECORD WROTE ITS 'O' AUDIT
      *                      RECORD AGAINST WHATEVER CASE SAT IN
      *                      THE LAST SLOT.
      *   15 OCT 2026  RS    THE SOURCE SYSTEM CALLRTRY NOW CARRIES ON
      *                      THE CALLPERM RECORD IS KEPT WITH THE
      *                      CASE (CARRY FILE AND TABLE), WRITTEN ON
      *                      EVERY CALLCASA AUDIT RECORD AND PUT BACK
      *                      ON A RETURN-TO-RETRY RECORD.  THE
      *                      MONTH-END CALLCHRG CHARGEBACK COUNTS THE
      *                      'O' AUDIT RECORDS AS PERMANENT FAILURES
      *                      BY SOURCE SYSTEM.  CASES CARRIED FROM
      *                      BEFORE THIS CHANGE HAVE A BLANK SOURCE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLCASE.
           05  CALLCASA-TIMESTAMP.
               10  CALLCASA-DATE           PIC 9(08).
               10  CALLCASA-TIME           PIC 9(06).
           05  CALLCASA-SOURCE-SYSTEM      PIC X(03).
           05  FILLER                      PIC X(13).

       FD  CALLCAGR-FILE
           RECORD CONTAINS 132 CHARACTERS.
           05  CALLCASR-RETRY-COUNT        PIC 9(02).
           05  CALLCASR-OPEN-DATE          PIC 9(08).
           05  CALLCASR-AGE-DAYS           PIC 9(03).
           05  CALLCASR-SOURCE-SYSTEM      PIC X(03).
           05  FILLER                      PIC X(38).

      ***********************************************************
      * PENDING-RETRY QUEUE RECORD, AS CALLRTRY DEFINES IT --     *
           05  CALLRTRQ-STATUS-FLAG        PIC X(01).
           05  CALLRTRQ-DATA-FIELD         PIC X(30).
           05  CALLRTRQ-RETRY-COUNT        PIC 9(02).
           05  CALLRTRQ-SOURCE-SYSTEM      PIC X(03).
           05  FILLER                      PIC X(36).

       77  WS-CALLCASI-STATUS               PIC X(02).
           88  WS-CALLCASI-OK                   VALUE '00'.
               10  CALLCASE-C-RETRY-COUNT   PIC 9(02).
               10  CALLCASE-C-OPEN-DATE     PIC 9(08).
               10  CALLCASE-C-AGE-DAYS      PIC 9(03).
               10  CALLCASE-C-SOURCE-SYSTEM PIC X(03).
               10  CALLCASE-C-DISP          PIC X(01).
                   88  CALLCASE-C-OPEN          VALUE ' '.
                   88  CALLCASE-C-CLOSED        VALUE 'C' 'W' 'R'.
           MOVE CALLRTRQ-TRAN-CODE TO CALLCASR-TRAN-CODE.
           MOVE CALLRTRQ-STATUS-FLAG TO CALLCASR-STATUS-FLAG.
           MOVE CALLRTRQ-DATA-FIELD TO CALLCASR-DATA-FIELD.
           MOVE CALLRTRQ-SOURCE-SYSTEM TO CALLCASR-SOURCE-SYSTEM.
           IF CALLRTRQ-RETRY-COUNT NUMERIC
               MOVE CALLRTRQ-RETRY-COUNT TO CALLCASR-RETRY-COUNT
           ELSE
               TO CALLCASE-C-OPEN-DATE (CALLCASE-CX).
           MOVE CALLCASR-AGE-DAYS
               TO CALLCASE-C-AGE-DAYS (CALLCASE-CX).
           MOVE CALLCASR-SOURCE-SYSTEM
               TO CALLCASE-C-SOURCE-SYSTEM (CALLCASE-CX).
           MOVE SPACE TO CALLCASE-C-DISP (CALLCASE-CX).
       2500-STORE-CASE-ENTRY-EXIT.
           EXIT.
               TO CALLRTRQ-STATUS-FLAG.
           MOVE CALLCASE-C-DATA-FIELD (CALLCASE-CX)
               TO CALLRTRQ-DATA-FIELD.
           MOVE CALLCASE-C-SOURCE-SYSTEM (CALLCASE-CX)
               TO CALLRTRQ-SOURCE-SYSTEM.
           MOVE ZERO TO CALLRTRQ-RETRY-COUNT.
           WRITE CALLRTRO-RECORD FROM CALLRTRQ-RECORD.
       3300-RETURN-TO-RETRY-QUEUE-EXIT.
               TO CALLCASR-OPEN-DATE.
           MOVE CALLCASE-C-AGE-DAYS (CALLCASE-CX)
               TO CALLCASR-AGE-DAYS.
           MOVE CALLCASE-C-SOURCE-SYSTEM (CALLCASE-CX)
               TO CALLCASR-SOURCE-SYSTEM.
           WRITE CALLCASO-RECORD FROM CALLCASR-RECORD.
           ADD 1 TO WS-STILL-OPEN-COUNT.
       6000-CARRY-ONE-CASE-EXIT.
               TO CALLCASA-DATA-FIELD.
           MOVE CALLCASE-C-AGE-DAYS (CALLCASE-CX)
               TO CALLCASA-AGE-DAYS.
           MOVE CALLCASE-C-SOURCE-SYSTEM (CALLCASE-CX)
               TO CALLCASA-SOURCE-SYSTEM.
           ACCEPT WS-CD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CD-TIME FROM TIME.
           MOVE WS-CD-DATE TO CALLCASA-DATE.
