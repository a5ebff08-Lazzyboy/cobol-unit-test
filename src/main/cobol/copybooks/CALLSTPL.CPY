      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    PARAMETER BLOCK PASSED ON EVERY CALL TO CALLSTPX,
      *             THE JOB-STREAM STEP-CONTROL SUBPROGRAM.  A PROGRAM
      *             IN THE CALLDEMO STREAM CALLS IT TWICE:
      *
      *             'B' BEGIN -- FIRST THING, BEFORE ANY FILE IS
      *                 OPENED.  THE CALLER SETS THE FUNCTION AND ITS
      *                 PROGRAM NAME.  CALLSTPX RETURNS THE ACTION:
      *                   'R'  RUN THE STEP (THE START IS RECORDED)
      *                   'S'  SKIP IT -- ALREADY COMPLETED FOR THIS
      *                        BUSINESS DATE.  THE CALLER ENDS AT
      *                        ONCE WITH THE RETURN CODE RETURNED
      *                        HERE (THE ONE THE STEP FIRST ENDED
      *                        WITH), SO THE JOB'S COND TESTS SEE THE
      *                        SAME RESULT AS ON THE ORIGINAL RUN.
      *                   'I'  STEP CONTROL NOT ACTIVE (NO CALLSTPN
      *                        CARD, NO CALLSTEP FILE, OR NO OPEN
      *                        CYCLE) -- RUN AS ALWAYS.
      *             'E' END -- JUST BEFORE STOP RUN, ONLY WHEN BEGIN
      *                 RETURNED 'R'.  THE CALLER SETS THE RETURN
      *                 CODE IT IS ABOUT TO END WITH.
      *
      *             CALLING CALLSTPX RESETS THE RETURN-CODE SPECIAL
      *             REGISTER; THE CALLER SAVES AND RESTORES IT AROUND
      *             THE 'E' CALL.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLSTPX-PARM.
           05  CALLSTPX-FUNCTION           PIC X(01).
               88  CALLSTPX-BEGIN-STEP         VALUE 'B'.
               88  CALLSTPX-END-STEP           VALUE 'E'.
           05  CALLSTPX-PROGRAM-NAME       PIC X(08).
           05  CALLSTPX-ACTION             PIC X(01).
               88  CALLSTPX-RUN-STEP           VALUE 'R'.
               88  CALLSTPX-SKIP-STEP          VALUE 'S'.
               88  CALLSTPX-NOT-ACTIVE         VALUE 'I'.
           05  CALLSTPX-BUSINESS-DATE      PIC 9(08).
           05  CALLSTPX-STEP-NAME          PIC X(08).
           05  CALLSTPX-RETURN-CODE        PIC 9(03).
