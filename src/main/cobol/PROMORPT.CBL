      * the window, the promo terms, and the units and revenue that
      * actually sold on it. A promotion nothing sold on prints with
      * zeros; that is the effectiveness answer too.
      * - SLSDTL1 lines now end with the shipping warehouse code.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROMORPT.
           05  SDL-LINE-COST            PIC S9(07)V99 COMP-3.
           05  SDL-PROMO-FLAG           PIC X(01).
               88  SDL-IS-PROMO-PRICED  VALUE 'P'.
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

       FD  PROMO-REPORT-FILE
           LABEL RECORDS ARE STANDARD
