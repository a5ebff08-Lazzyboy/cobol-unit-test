      **********************************************************************
      * AUTHOR:     R SUBRAMANIAN
      * DATE:       15 OCT 2026
      * PURPOSE:    CHARGEBACK RATE RECORD.  ONE ROW PER SOURCE SYSTEM
      *             AND TRAN CODE ON THE RATE KSDS (KEY = THE FIRST 11
      *             BYTES), READ BY THE MONTH-END CALLCHRG CHARGEBACK
      *             TO PRICE EACH SOURCE SYSTEM'S VOLUMES.  A ROW WITH
      *             TRAN CODE '*DEFAULT' PRICES EVERY TRAN CODE OF
      *             THAT SOURCE SYSTEM WITHOUT A ROW OF ITS OWN.
      *
      *             SEVEN UNIT RATES, IN CURRENCY UNITS WITH FOUR
      *             DECIMALS, IN THE CALLCHRG CATEGORY ORDER:
      *               1 RC - TRANSACTION RECORD RECEIVED
      *               2 DU - DUPLICATE REJECTED BY CALLCOLL
      *               3 SU - RECORD SUSPENDED BY CALLEDIT
      *               4 EX - TRANSACTION EXECUTED
      *               5 FO - CALL FAILED OVER TO AN ALTERNATE
      *               6 PF - PERMANENT FAILURE (CASE OPENED)
      *               7 SG - SEGMENT OF A MULTI-SEGMENT TRANSACTION
      *             THE GL ACCOUNT IS CARRIED ON EVERY BILLING EXTRACT
      *             DETAIL PRICED FROM THE ROW.
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RS    ORIGINAL COPYBOOK.
      **********************************************************************
       01  CALLRATR-RECORD.
           05  CALLRATR-KEY.
               10  CALLRATR-SOURCE-SYSTEM  PIC X(03).
               10  CALLRATR-TRAN-CODE      PIC X(08).
                   88  CALLRATR-DEFAULT-ROW    VALUE '*DEFAULT'.
           05  CALLRATR-RATES.
               10  CALLRATR-RECEIVED-RATE  PIC 9(03)V9(04).
               10  CALLRATR-DUPLICATE-RATE PIC 9(03)V9(04).
               10  CALLRATR-SUSPENDED-RATE PIC 9(03)V9(04).
               10  CALLRATR-EXECUTED-RATE  PIC 9(03)V9(04).
               10  CALLRATR-FAILOVER-RATE  PIC 9(03)V9(04).
               10  CALLRATR-PERMFAIL-RATE  PIC 9(03)V9(04).
               10  CALLRATR-SEGMENT-RATE   PIC 9(03)V9(04).
           05  CALLRATR-RATE-TABLE REDEFINES CALLRATR-RATES.
               10  CALLRATR-RATE           PIC 9(03)V9(04)
                                           OCCURS 7 TIMES.
           05  CALLRATR-GL-ACCOUNT         PIC X(10).
           05  FILLER                      PIC X(10).
