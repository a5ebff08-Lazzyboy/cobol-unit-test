      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    CONTROL-FILE MAINTENANCE AUDIT RECORD, WRITTEN BY
      *             CALLSUBM, CALLAPPM AND CALLCALM FOR EVERY APPROVED
      *             CHANGE THEY APPLY.  THE BEFORE/AFTER IMAGE LAYOUT
      *             OF THE OLD CALLSUBA TRAIL, WIDENED TO COVER ALL
      *             THREE FILES AND TO CARRY THE PENDING CHANGE-ID
      *             AND BOTH THE SUBMITTER'S AND THE APPROVER'S USER
      *             ID.  AN ADD HAS A BLANK BEFORE IMAGE; A DELETE A
      *             BLANK AFTER IMAGE.
      *
      *             IMAGES BY TARGET FILE:
      *               S (CALLSUBT)  PROGRAM X(08), ACTIVE FLAG X(01),
      *                             EFFECTIVE DATE X(08), ALTERNATE
      *                             PROGRAM X(08)
      *               A (CALLAPPR)  STATUS X(01), EFFECTIVE DATE X(08)
      *               C (CALLCAL)   DAY TYPE X(01), DESCRIPTION X(20)
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLMNTA-RECORD.
           05  CALLMNTA-TARGET-FILE        PIC X(01).
           05  CALLMNTA-ACTION-CODE        PIC X(01).
           05  CALLMNTA-KEY                PIC X(08).
           05  CALLMNTA-BEFORE-IMAGE       PIC X(29).
           05  CALLMNTA-AFTER-IMAGE        PIC X(29).
           05  CALLMNTA-CHANGE-ID          PIC X(18).
           05  CALLMNTA-SUBMITTER-ID       PIC X(08).
           05  CALLMNTA-APPROVER-ID        PIC X(08).
           05  CALLMNTA-TIMESTAMP.
               10  CALLMNTA-DATE           PIC 9(08).
               10  CALLMNTA-TIME           PIC 9(06).
           05  FILLER                      PIC X(04).
