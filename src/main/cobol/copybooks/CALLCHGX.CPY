      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    CHARGEBACK BILLING EXTRACT RECORD FOR THE GL
      *             INTERFACE, WRITTEN BY THE MONTH-END CALLCHRG
      *             CHARGEBACK.  EACH SOURCE SYSTEM'S STATEMENT IS ONE
      *             SELF-CONTAINED GROUP:
      *               'HDR' - SOURCE SYSTEM, BILLING PERIOD (THE
      *                       ARCHIVE GENERATION'S DATE RANGE) AND
      *                       CREATION STAMP;
      *               'DTL' - ONE PER TRAN CODE AND CHARGE CATEGORY
      *                       WITH A NON-ZERO QUANTITY (CATEGORY CODES
      *                       AS IN CALLRATR), WITH THE UNIT RATE AND
      *                       THE EXTENDED AMOUNT;
      *               'TRL' - DETAIL COUNT AND THE QUANTITY AND AMOUNT
      *                       TOTALS OF THE GROUP, WHICH EQUAL THE
      *                       STATEMENT'S PRINTED TOTAL.
      *             A DETAIL THAT NO RATE ROW PRICED CARRIES A ZERO
      *             RATE AND AMOUNT AND A BLANK GL ACCOUNT.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLCHGX-HEADER-RECORD.
           05  CALLCHGX-H-RECORD-TYPE      PIC X(03).
               88  CALLCHGX-TYPE-HEADER        VALUE 'HDR'.
               88  CALLCHGX-TYPE-DETAIL        VALUE 'DTL'.
               88  CALLCHGX-TYPE-TRAILER       VALUE 'TRL'.
           05  CALLCHGX-H-INTERFACE-ID     PIC X(08).
           05  CALLCHGX-H-SOURCE-SYSTEM    PIC X(03).
           05  CALLCHGX-H-PERIOD-FROM      PIC 9(08).
           05  CALLCHGX-H-PERIOD-TO        PIC 9(08).
           05  CALLCHGX-H-CREATE-DATE      PIC 9(08).
           05  CALLCHGX-H-CREATE-TIME      PIC 9(06).
           05  FILLER                      PIC X(36).

       01  CALLCHGX-DETAIL-RECORD.
           05  CALLCHGX-D-RECORD-TYPE      PIC X(03).
           05  CALLCHGX-D-SOURCE-SYSTEM    PIC X(03).
           05  CALLCHGX-D-TRAN-CODE        PIC X(08).
           05  CALLCHGX-D-CATEGORY         PIC X(02).
           05  CALLCHGX-D-GL-ACCOUNT       PIC X(10).
           05  CALLCHGX-D-QUANTITY         PIC 9(09).
           05  CALLCHGX-D-UNIT-RATE        PIC 9(03)V9(04).
           05  CALLCHGX-D-AMOUNT           PIC 9(09)V99.
           05  FILLER                      PIC X(27).

       01  CALLCHGX-TRAILER-RECORD.
           05  CALLCHGX-T-RECORD-TYPE      PIC X(03).
           05  CALLCHGX-T-SOURCE-SYSTEM    PIC X(03).
           05  CALLCHGX-T-DETAIL-COUNT     PIC 9(07).
           05  CALLCHGX-T-TOTAL-QUANTITY   PIC 9(11).
           05  CALLCHGX-T-TOTAL-AMOUNT     PIC 9(11)V99.
           05  FILLER                      PIC X(43).
