      *             EXPECTED.  COMPARED AGAINST THE CALLERR AUDIT
      *             TRAIL BY CALLRECN.
      *
      *             BUILT EACH NIGHT BY CALLEXPG FROM CALLHIST AND
      *             CALLCAL.  EXPECTED-COUNT IS THE AVERAGE VOLUME ON
      *             COMPARABLE PRIOR DAYS; LOW-COUNT AND HIGH-COUNT
      *             ARE THAT AVERAGE LESS AND PLUS THE TOLERANCE, AND
      *             CALLRECN FLAGS ANY ACTUAL OUTSIDE THEM.  A ROW
      *             KEYED BY HAND WITH THE RANGE LEFT BLANK IS STILL
      *             READ THE OLD WAY -- EXPECTED-COUNT IS THE FLOOR
      *             AND THERE IS NO CEILING.
      *
      * MODIFICATION HISTORY:
      *   18 AUG 2015  RS    ORIGINAL COPYBOOK.
      *   15 OCT 2026  RS    ADDED LOW-COUNT, HIGH-COUNT, BASIS,
      *                      COMPARABLE-DAYS, NEW-FLAG AND BUILD-DATE
      *                      FROM FILLER FOR THE CALLEXPG BUILD.
      **********************************************************************
       01  CALLEXP-RECORD.
           05  CALLEXP-SUBPROGRAM-NAME     PIC X(08).
           05  CALLEXP-TRAN-CODE           PIC X(08).
           05  CALLEXP-EXPECTED-COUNT      PIC 9(07).
           05  CALLEXP-LOW-COUNT           PIC 9(07).
           05  CALLEXP-HIGH-COUNT          PIC 9(07).
           05  CALLEXP-BASIS               PIC X(01).
               88  CALLEXP-BASIS-WEEKDAY       VALUE 'W'.
               88  CALLEXP-BASIS-FIRST-DAY     VALUE 'F'.
               88  CALLEXP-BASIS-LAST-DAY      VALUE 'L'.
               88  CALLEXP-BASIS-AFTER-HOLIDAY VALUE 'H'.
               88  CALLEXP-BASIS-NO-HISTORY    VALUE 'N'.
           05  CALLEXP-COMPARABLE-DAYS     PIC 9(02).
           05  CALLEXP-NEW-FLAG            PIC X(01).
               88  CALLEXP-NEW-SINCE-LAST      VALUE 'Y'.
           05  CALLEXP-BUILD-DATE          PIC 9(08).
           05  FILLER                      PIC X(31).
