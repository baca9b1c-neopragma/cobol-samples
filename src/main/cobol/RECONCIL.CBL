      *   5. The dollars on INVTOT1 against the dollars on GLEXTR1 -
      *      every invoice's revenue and tax lines should add back
      *      to the invoice totals to the penny.
      * - INTFMT1 lines and the invoice record now carry the shipping
      *   warehouse code.
      * - The INVOICE, INVTOT1 and GLEXTR1 layouts now carry the
      *   operating company code.
      * - The INVTOT1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - INVMERGE's JOBSTAT counts stand in for INVCALC's on a
      *   partitioned month-end night.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RECONCIL.
           10  ITM-INV-DATE               PIC X(08).
           10  ITM-RETURN                 PIC X.
           10  ITM-CUSTOMER-NO            PIC X(08).
           10  ITM-SHIP-TO-ID             PIC X(04).
           10  ITM-SHIP-WAREHOUSE         PIC X(02).
           10  ITM-COMPANY-CODE           PIC X(02).

      * Same layout INVCALC reads from INVFILE1.
       FD  INVOICE-FILE
           05  INV-RETURN               PIC X.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.
           05  ITR-DUE-DATE             PIC X(08).
           05  ITR-FREIGHT-AMOUNT       PIC S9(07)V99 COMP-3.
           05  ITR-HANDLING-AMOUNT      PIC S9(07)V99 COMP-3.
           05  ITR-COMPANY-CODE         PIC X(02).
           05  ITR-CURRENCY-CODE        PIC X(03).
           05  ITR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  ITR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.
           05  ITR-TAX-REMITTED-BY      PIC X(01).
      * The restocking fee kept back on a return against an RMA,
      * already inside the before-tax total; zero otherwise.
           05  ITR-RESTOCK-FEE          PIC S9(07)V99 COMP-3.

      * Same layout INVCALC writes to GLEXTR1.
       FD  GL-EXTRACT-FILE
           05  GL-ACCOUNT               PIC X(08).
           05  GL-AMOUNT                PIC S9(09)V99 COMP-3.
           05  GL-AMOUNT-TYPE           PIC X.
           05  GL-COMPANY-CODE          PIC X(02).

       FD  BALANCING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
                               MOVE JBS-RECORD-COUNT
                                   TO WS-REFORMER-COUNT
                               MOVE 'Y' TO WS-REFORMER-SEEN-SWITCH
      * On a partitioned month-end night the streams report as
      * INVCALC1 to INVCALC4 and INVMERGE reports the merged
      * night, so its counts stand in for a single INVCALC run.
                           WHEN 'INVCALC '
                           WHEN 'INVMERGE'
                               MOVE JBS-RECORD-COUNT
                                   TO WS-INVCALC-COUNT
                               MOVE JBS-EXCEPTION-COUNT
