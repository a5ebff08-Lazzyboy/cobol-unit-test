      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    JOB-STREAM STEP-CONTROL RECORD.  KEYED BY BUSINESS
      *             DATE AND JCL STEP NAME, ONE ROW PER STEP OF THE
      *             CALLDEMO JOB STREAM PER BUSINESS DATE.  MAINTAINED
      *             AS AN INDEXED (VSAM KSDS) FILE, DEFINED BY
      *             CALLSTPB.JCL.  CALLSTPX (CALLED BY EVERY PROGRAM IN
      *             THE STREAM) WRITES THE ROW AS 'S' AT START-UP AND
      *             REWRITES IT AS 'C' OR 'F' AT COMPLETION; A STEP
      *             WHOSE ROW IS ALREADY 'C' FOR THE BUSINESS DATE IS
      *             SKIPPED WHEN THE JOB IS RESUBMITTED.
      *
      *             STATUS          'S' STARTED (STILL RUNNING, OR
      *                             ABENDED -- NO COMPLETION WAS
      *                             RECORDED), 'C' COMPLETED CLEANLY
      *                             (RC 4 OR LESS), 'F' FAILED (RC
      *                             OVER 4).
      *             RUN-COUNT       TIMES THE STEP HAS ACTUALLY RUN
      *                             FOR THE DATE.
      *             SKIP-COUNT      TIMES A RESUBMISSION SKIPPED IT.
      *
      *             THE CYCLE ROW (BUSINESS DATE ZERO, STEP NAME
      *             '*CYCLE*') CARRIES THE BUSINESS DATE OF THE RUN IN
      *             PROGRESS, SET BY CALLSTPI AT THE TOP OF THE JOB
      *             FROM THE FEED HEADERS.  THE OTHER STEPS TAKE THEIR
      *             BUSINESS DATE FROM IT.  ZERO MEANS NO CYCLE IS OPEN
      *             AND STEP CONTROL IS NOT ACTIVE.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLSTEP-RECORD.
           05  CALLSTEP-KEY.
               10  CALLSTEP-BUSINESS-DATE  PIC 9(08).
               10  CALLSTEP-STEP-NAME      PIC X(08).
           05  CALLSTEP-STEP-DATA.
               10  CALLSTEP-PROGRAM-NAME   PIC X(08).
               10  CALLSTEP-STATUS         PIC X(01).
                   88  CALLSTEP-STARTED        VALUE 'S'.
                   88  CALLSTEP-COMPLETE       VALUE 'C'.
                   88  CALLSTEP-FAILED         VALUE 'F'.
               10  CALLSTEP-START-DATE     PIC 9(08).
               10  CALLSTEP-START-TIME     PIC 9(06).
               10  CALLSTEP-END-DATE       PIC 9(08).
               10  CALLSTEP-END-TIME       PIC 9(06).
               10  CALLSTEP-RETURN-CODE    PIC 9(03).
               10  CALLSTEP-RUN-COUNT      PIC 9(03).
               10  CALLSTEP-SKIP-COUNT     PIC 9(03).
               10  FILLER                  PIC X(18).
           05  CALLSTEP-CYCLE-DATA REDEFINES CALLSTEP-STEP-DATA.
               10  CALLSTEP-CYCLE-DATE     PIC 9(08).
               10  CALLSTEP-CYCLE-SET-DATE PIC 9(08).
               10  CALLSTEP-CYCLE-SET-TIME PIC 9(06).
               10  FILLER                  PIC X(42).
