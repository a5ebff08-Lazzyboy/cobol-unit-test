      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    DAILY INTAKE VOLUME RECORD.  CALLBAL APPENDS ONE
      *             RECORD PER SOURCE SYSTEM AND TRAN CODE FOR THE
      *             NIGHT IT BALANCES: THE DETAIL RECORDS THE FEED
      *             DELIVERED (MERGED PLUS CROSS-FEED DUPLICATES),
      *             THE DUPLICATES CALLCOLL REJECTED AND THE RECORDS
      *             CALLEDIT SUSPENDED.  THE AUDIT TRAIL ONLY SEES
      *             WHAT GOT PAST THOSE STEPS, SO THIS IS THE ONE
      *             PLACE THE INTAKE SIDE OF THE NIGHT IS KEPT PAST
      *             THE NEXT CYCLE.  THE FILE ACCUMULATES THROUGH
      *             THE MONTH (VOLUME.MTD) AND IS READ BY THE
      *             MONTH-END CALLCHRG CHARGEBACK.  A RERUN OF THE
      *             SAME NIGHT APPENDS A SECOND SET; THE READER
      *             KEEPS THE LAST RECORD FOR EACH KEY.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLVOLR-RECORD.
           05  CALLVOLR-KEY.
               10  CALLVOLR-BUSINESS-DATE  PIC 9(08).
               10  CALLVOLR-SOURCE-SYSTEM  PIC X(03).
               10  CALLVOLR-TRAN-CODE      PIC X(08).
           05  CALLVOLR-RECEIVED-COUNT     PIC 9(07).
           05  CALLVOLR-DUPLICATE-COUNT    PIC 9(07).
           05  CALLVOLR-SUSPENDED-COUNT    PIC 9(07).
           05  CALLVOLR-CREATE-STAMP.
               10  CALLVOLR-CREATE-DATE    PIC 9(08).
               10  CALLVOLR-CREATE-TIME    PIC 9(06).
           05  FILLER                      PIC X(26).
