      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    LEDGER POSTING EXTRACT RECORD, WRITTEN BY THE DAILY
      *             CALLJPST PROGRAM FROM CALLDYN'S RESPONSE JOURNAL
      *             (CALLJRNR).  ONE GENERATION PER RUN:
      *               'HDR' - INTERFACE ID, THE RANGE OF BUSINESS
      *                       DATES POSTED AND THE CREATION STAMP;
      *               'DTL' - ONE PER TRANSACTION WHOSE CALL
      *                       COMPLETED SUCCESSFULLY (DISPOSITION
      *                       'S', RETURN SEVERITY 00), IN BUSINESS
      *                       DATE, FEED ID, SOURCE SYSTEM AND
      *                       SEQUENCE ORDER,
      *                       CARRYING THE PARM BLOCK THE SUBPROGRAM
      *                       RETURNED;
      *               'TRL' - DETAIL COUNT, HOW MANY OF THOSE WERE
      *                       RERUNS, AND THE HASH TOTAL OF THE
      *                       DETAIL SEQUENCE NUMBERS.
      *             A RERUN DETAIL (FLAG 'R' OR 'O') HAS SEQUENCE ZERO
      *             AND A BLANK FEED ID -- SEE CALLJRNR.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLJPSX-HEADER-RECORD.
           05  CALLJPSX-H-RECORD-TYPE      PIC X(03).
               88  CALLJPSX-TYPE-HEADER        VALUE 'HDR'.
               88  CALLJPSX-TYPE-DETAIL        VALUE 'DTL'.
               88  CALLJPSX-TYPE-TRAILER       VALUE 'TRL'.
           05  CALLJPSX-H-INTERFACE-ID     PIC X(08).
           05  CALLJPSX-H-DATE-FROM        PIC 9(08).
           05  CALLJPSX-H-DATE-TO          PIC 9(08).
           05  CALLJPSX-H-CREATE-DATE      PIC 9(08).
           05  CALLJPSX-H-CREATE-TIME      PIC 9(06).
           05  FILLER                      PIC X(127).

       01  CALLJPSX-DETAIL-RECORD.
           05  CALLJPSX-D-RECORD-TYPE      PIC X(03).
           05  CALLJPSX-D-BUSINESS-DATE    PIC 9(08).
           05  CALLJPSX-D-FEED-ID          PIC X(08).
           05  CALLJPSX-D-SOURCE-SYSTEM    PIC X(03).
           05  CALLJPSX-D-SEQUENCE         PIC 9(07).
           05  CALLJPSX-D-RERUN-FLAG       PIC X(01).
           05  CALLJPSX-D-TRAN-CODE        PIC X(08).
           05  CALLJPSX-D-PROGRAM-NAME     PIC X(08).
           05  CALLJPSX-D-STATUS-FLAG      PIC X(01).
           05  CALLJPSX-D-DATA-FIELD       PIC X(30).
           05  CALLJPSX-D-DATA-EXTENSION   PIC X(90).
           05  CALLJPSX-D-SEGMENT-COUNT    PIC 9(01).

       01  CALLJPSX-TRAILER-RECORD.
           05  CALLJPSX-T-RECORD-TYPE      PIC X(03).
           05  CALLJPSX-T-DETAIL-COUNT     PIC 9(09).
           05  CALLJPSX-T-RERUN-COUNT      PIC 9(09).
           05  CALLJPSX-T-SEQUENCE-HASH    PIC 9(15).
           05  FILLER                      PIC X(132).
