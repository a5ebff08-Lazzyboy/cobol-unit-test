      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    ROUTING-SIMULATION DETAIL RECORD.  WRITTEN BY
      *             CALLDYN, IN PLACE OF THE CALLERR AUDIT RECORD AND
      *             THE CALL ITSELF, WHEN CALLDEMO RUNS IN VALIDATE-
      *             ONLY MODE.  ONE RECORD PER TRANSACTION, CARRYING
      *             THE ROUTING RESOLVED TWICE -- ONCE AGAINST THE
      *             PRODUCTION CALLSUBT/CALLAPPR FILES AND ONCE
      *             AGAINST THE CANDIDATE COPIES (DD CALLSUBC AND
      *             CALLAPPC) -- FOR THE CALLSIMR ROUTING-IMPACT
      *             REPORT.
      *
      *             RESULT VALUES (PRIMARY):
      *               'S' - WOULD BE CALLED (ROUTED AND APPROVED)
      *               'N' - LOOKUP WOULD FAIL (NO ROW OR INACTIVE)
      *               'R' - APPROVAL WOULD FAIL (NOT ON CALLAPPR OR
      *                     RETIRED)
      *               'F' - CONTROL FILE I/O ERROR, NO ANSWER
      *             ALTERNATE RESULT: 'S' OR 'R' FOR THE FAILOVER
      *             PROGRAM'S OWN CALLAPPR STANDING ('F' ON AN I/O
      *             ERROR); SPACE WHEN THE ROW HAS NO ALTERNATE.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLSIMD-RECORD.
           05  CALLSIMD-TRAN-CODE          PIC X(08).
           05  CALLSIMD-CURRENT.
               10  CALLSIMD-CUR-PROGRAM    PIC X(08).
               10  CALLSIMD-CUR-RESULT     PIC X(01).
                   88  CALLSIMD-CUR-ROUTED     VALUE 'S'.
                   88  CALLSIMD-CUR-NOT-FOUND  VALUE 'N'.
                   88  CALLSIMD-CUR-NOT-APPROVED VALUE 'R'.
                   88  CALLSIMD-CUR-IO-ERROR   VALUE 'F'.
               10  CALLSIMD-CUR-ALTERNATE  PIC X(08).
               10  CALLSIMD-CUR-ALT-RESULT PIC X(01).
           05  CALLSIMD-CANDIDATE.
               10  CALLSIMD-CAN-PROGRAM    PIC X(08).
               10  CALLSIMD-CAN-RESULT     PIC X(01).
                   88  CALLSIMD-CAN-ROUTED     VALUE 'S'.
                   88  CALLSIMD-CAN-NOT-FOUND  VALUE 'N'.
                   88  CALLSIMD-CAN-NOT-APPROVED VALUE 'R'.
                   88  CALLSIMD-CAN-IO-ERROR   VALUE 'F'.
               10  CALLSIMD-CAN-ALTERNATE  PIC X(08).
               10  CALLSIMD-CAN-ALT-RESULT PIC X(01).
           05  FILLER                      PIC X(36).
