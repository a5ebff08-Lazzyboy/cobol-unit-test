      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    SUBPROGRAM RESPONSE JOURNAL RECORD.  CALLDYN WRITES
      *             ONE TO DD CALLJRNL FOR EVERY CALL THAT COMES BACK
      *             FROM ITS SUBPROGRAM -- WHATEVER THE OUTCOME -- WITH
      *             THE PARM BLOCK EXACTLY AS THE SUBPROGRAM RETURNED
      *             IT.  A CALL THAT COULD NOT BE LOADED, OR WAS NEVER
      *             ISSUED (LOOKUP/APPROVAL REJECT, DEFERRED), HAS NO
      *             RESPONSE AND IS ONLY ON CALLERR.
      *
      *             THE KEY IS THE BUSINESS DATE, FEED ID, SOURCE
      *             SYSTEM AND MERGE SEQUENCE OF THE TRANSACTION.  THE
      *             FEED ID KEEPS APART AN OFF-CYCLE FEED (CALLSUSM,
      *             CALLDEFR) WHOSE TRANSACTIONS KEEP THEIR ORIGINAL
      *             SEQUENCES UNDER A NEW BUSINESS DATE.  A FAILED-OVER
      *             CALL JOURNALS BOTH ATTEMPTS UNDER THE ONE KEY, IN
      *             CALL ORDER.  RERUNS CARRY RERUN FLAG 'R' (CALLRTRY)
      *             OR 'O' (CALLONL); THE AUDIT RECORD THEY ARE DRIVEN
      *             FROM DOES NOT CARRY THE MERGE SEQUENCE, SO THEIR
      *             SEQUENCE IS ZERO, THEIR FEED ID IS BLANK, AND THE
      *             TRAN CODE AND DATA FIELD IDENTIFY THE TRANSACTION.
      *             A CALLER THAT PASSES NO BUSINESS DATE IS JOURNALLED
      *             UNDER THE CALL DATE.
      *
      *             THE DISPOSITION AND RETURN CODE ARE THOSE LOGGED
      *             ON THE MATCHING CALLERR RECORD ('S', 'F' OR 'O').
      *             THE DAILY CALLJPST PROGRAM TURNS THE JOURNAL INTO
      *             THE LEDGER POSTING EXTRACT AND THE RETURN-SEVERITY
      *             WARNINGS REPORT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLJRNR-RECORD.
           05  CALLJRNR-KEY.
               10  CALLJRNR-BUSINESS-DATE  PIC 9(08).
               10  CALLJRNR-FEED-ID        PIC X(08).
               10  CALLJRNR-SOURCE-SYSTEM  PIC X(03).
               10  CALLJRNR-SEQUENCE       PIC 9(07).
           05  CALLJRNR-CALL-STAMP.
               10  CALLJRNR-CALL-DATE      PIC 9(08).
               10  CALLJRNR-CALL-TIME      PIC 9(06).
           05  CALLJRNR-RERUN-FLAG         PIC X(01).
               88  CALLJRNR-ORIGINAL-RUN       VALUE SPACE.
               88  CALLJRNR-RETRY-RERUN        VALUE 'R'.
               88  CALLJRNR-ONLINE-RERUN       VALUE 'O'.
               88  CALLJRNR-RERUN              VALUE 'R' 'O'.
           05  CALLJRNR-TRAN-CODE          PIC X(08).
           05  CALLJRNR-PROGRAM-NAME       PIC X(08).
           05  CALLJRNR-DISPOSITION        PIC X(01).
               88  CALLJRNR-DISP-SUCCESS       VALUE 'S'.
               88  CALLJRNR-DISP-CALL-FAILED   VALUE 'F'.
               88  CALLJRNR-DISP-FAILED-OVER   VALUE 'O'.
           05  CALLJRNR-RETURN-CODE        PIC S9(04).
           05  CALLJRNR-PRIORITY-CLASS     PIC X(01).
      *        THE PARM BLOCK AS RETURNED BY THE SUBPROGRAM.
           05  CALLJRNR-RESPONSE.
               10  CALLJRNR-STATUS-FLAG    PIC X(01).
               10  CALLJRNR-DATA-FIELD     PIC X(30).
               10  CALLJRNR-RETURN-SEV     PIC 9(02).
                   88  CALLJRNR-SEV-NORMAL     VALUE 00.
                   88  CALLJRNR-SEV-WARNING    VALUE 04.
                   88  CALLJRNR-SEV-ERROR      VALUE 08.
                   88  CALLJRNR-SEV-SEVERE     VALUE 12.
               10  CALLJRNR-DATA-EXTENSION PIC X(90).
               10  CALLJRNR-SEGMENT-COUNT  PIC 9(01).
           05  FILLER                      PIC X(13).
