      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    PENDING CONTROL-FILE CHANGE.  CALLSUBM, CALLAPPM
      *             AND CALLCALM NO LONGER APPLY A MAINTENANCE CARD
      *             WHEN IT IS SUBMITTED -- EACH CARD IS WRITTEN HERE,
      *             STAMPED WITH THE SUBMITTER'S USER ID, AS STATUS
      *             'P'.  CALLPNDA TAKES A SECOND USER'S APPROVE OR
      *             REJECT DECISION ('A'/'R'), REFUSING ONE FROM THE
      *             SUBMITTER, AND EXPIRES ('E') ANY CHANGE STILL
      *             PENDING PAST THE EXPIRY PERIOD.  THE SAME
      *             MAINTENANCE PROGRAMS, RUN WITH THE 'APPLY' MODE
      *             CARD, THEN APPLY THE APPROVED CHANGES FOR THEIR
      *             OWN FILE AND MARK EACH ONE APPLIED ('D') OR, WHEN
      *             THE FILE REFUSED IT, APPLY-FAILED ('F').
      *
      *             KSDS KEYED BY CHANGE-ID (SUBMISSION DATE, TIME
      *             AND SEQUENCE WITHIN THE RUN), SO A BROWSE RETURNS
      *             CHANGES IN THE ORDER THEY WERE SUBMITTED.
      *             CHANGE-DATA IS THE MAINTENANCE CARD ITSELF (THE
      *             PART OF IT THE PROGRAM USES).
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLPEND-RECORD.
           05  CALLPEND-CHANGE-ID.
               10  CALLPEND-SUBMIT-DATE    PIC 9(08).
               10  CALLPEND-SUBMIT-TIME    PIC 9(06).
               10  CALLPEND-SUBMIT-SEQ     PIC 9(04).
           05  CALLPEND-TARGET-FILE        PIC X(01).
               88  CALLPEND-FOR-SUBT           VALUE 'S'.
               88  CALLPEND-FOR-APPR           VALUE 'A'.
               88  CALLPEND-FOR-CAL            VALUE 'C'.
           05  CALLPEND-STATUS             PIC X(01).
               88  CALLPEND-PENDING            VALUE 'P'.
               88  CALLPEND-APPROVED           VALUE 'A'.
               88  CALLPEND-REJECTED           VALUE 'R'.
               88  CALLPEND-EXPIRED            VALUE 'E'.
               88  CALLPEND-APPLIED            VALUE 'D'.
               88  CALLPEND-APPLY-FAILED       VALUE 'F'.
           05  CALLPEND-SUBMITTER-ID       PIC X(08).
           05  CALLPEND-APPROVER-ID        PIC X(08).
           05  CALLPEND-DECISION-DATE      PIC 9(08).
           05  CALLPEND-CHANGE-DATA        PIC X(29).
           05  FILLER                      PIC X(07).
