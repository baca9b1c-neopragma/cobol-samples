      * SLSHIST2 for tomorrow. Returns are already negative on the
      * detail and net straight in. SLSHRPT answers the trend
      * questions from the history.
      * - SLSDTL1 lines now end with the shipping warehouse code.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SLSHROLL.
           05  SDL-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SDL-LINE-COST            PIC S9(07)V99 COMP-3.
           05  SDL-PROMO-FLAG           PIC X(01).
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

      * Yesterday's history: one record per customer, SKU group, and
      * fiscal period.
