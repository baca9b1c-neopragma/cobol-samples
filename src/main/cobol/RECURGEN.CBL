      * desk retires it. A contract more than one interval behind
      * bills once per night until it catches up, each catch-up
      * visible on the register.
      * - The invoice record now carries INV-SHIP-WAREHOUSE, the
      *   warehouse the goods shipped from, ahead of the line count.
      * - Quarterly and annual contract invoices are flagged 'Q' or 'A'
      *   in INV-RETURN, the way ADJMEMO flags its memos, so INVCALC
      *   credits their revenue to deferred revenue and schedules it
      *   for monthly recognition by DEFRREL instead of booking the
      *   whole term as revenue the night it bills.
      * - The invoice record now carries INV-COMPANY-CODE; a generated
      *   invoice leaves it blank, billing under the home company.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECURGEN.
           05  INV-RETURN               PIC X.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.
           MOVE ZERO TO INV-FREIGHT-AMOUNT
           MOVE ZERO TO INV-HANDLING-AMOUNT
           MOVE RCB-JURISDICTION-CODE TO INV-JURISDICTION-CODE
      * A quarterly or annual contract bills service not yet given;
      * the flag tells INVCALC to defer its revenue over the term.
           IF RCB-IS-QUARTERLY
           OR RCB-IS-ANNUAL
               MOVE RCB-FREQUENCY TO INV-RETURN
           ELSE
               MOVE SPACE TO INV-RETURN
           END-IF
           MOVE RCB-SKU TO INV-LINE-SKU(1)
           MOVE RCB-UNIT-PRICE TO INV-LINE-UNIT-PRICE(1)
           MOVE RCB-QUANTITY TO INV-LINE-QUANTITY(1)
