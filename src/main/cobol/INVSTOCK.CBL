      * and a NEGATIVE exception line whenever we billed what the
      * master says we never had - the stock-out showing up here
      * instead of in a partner complaint.
      * - Every SKU at or under its reorder point (a NEGATIVE one
      *   included, when it has a reorder point) is also written to
      *   REORDER1 with its closing balance, so PORDSUG can turn it
      *   into a suggested purchase-order line instead of a buyer
      *   working from the printout.
      * - RCPTRANS is now written by PORCPT, which passes on only the
      *   receipts it matched to an open purchase-order line and holds
      *   the rest on its receiving exception report; this step waits
      *   for PORCPT as well as INVCALC before it posts anything.
      * - On-hand is now kept per SKU per warehouse. INVONH1 carries
      *   a warehouse code ('01' is the home warehouse, and a blank
      *   one on an older master is read as '01') and the units in
      *   transit to that warehouse. Receipts and sales relief post to
      *   the warehouse named on RCPTRANS and SLSDTL1. XFRTRANS moves
      *   stock between warehouses: a ship record takes the units out
      *   of the sending warehouse and puts them in transit to the
      *   receiving one, and a receive record lands them there. A
      *   transfer that fails its edits is logged and counted, never
      *   posted. STKSTAT1 prints each warehouse with its own total
      *   and a company total, and a warehouse is flagged for reorder
      *   when its closing balance plus what is in transit to it is
      *   at or under its reorder point. REORDER1 names the warehouse.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      * - A warehouse the in-storage table has no room for now stops
      *   the run with return code 8 before the new on-hand master is
      *   written, instead of dropping that warehouse's stock.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVSTOCK.
           SELECT STOCK-STATUS-FILE ASSIGN TO 'STKSTAT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STOCK-STATUS-STATUS.
           SELECT REORDER-FILE ASSIGN TO 'REORDER1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REORDER-STATUS.
           SELECT TRANSFER-TRANS-FILE ASSIGN TO 'XFRTRANS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TRANSFER-TRANS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Yesterday's on-hand master, one record per SKU per
      * warehouse, warehouse by warehouse. ONH-IN-TRANSIT is what has
      * been shipped to this warehouse from another and not yet
      * received; it is not part of ONH-ON-HAND anywhere.
       FD  ON-HAND-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ON-HAND-RECORD.
       01  ON-HAND-RECORD.
           05  ONH-SKU                  PIC X(10).
           05  ONH-WAREHOUSE-CODE       PIC X(02).
           05  ONH-ON-HAND              PIC S9(09) COMP-3.
           05  ONH-REORDER-POINT        PIC S9(09) COMP-3.
           05  ONH-LAST-ACTIVITY-DATE   PIC X(08).
           05  ONH-IN-TRANSIT           PIC S9(09) COMP-3.

      * The day's receipts PORCPT matched to open purchase orders.
       FD  RECEIPT-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECEIPT-TRANS-RECORD.
           05  RCP-SKU                  PIC X(10).
           05  RCP-QUANTITY             PIC 9(05).
           05  RCP-RECEIPT-DATE         PIC X(08).
           05  RCP-WAREHOUSE-CODE       PIC X(02).

      * Same layout INVCALC writes to SLSDTL1.
       FD  SALES-DETAIL-FILE
           05  SDL-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SDL-LINE-COST            PIC S9(07)V99 COMP-3.
           05  SDL-PROMO-FLAG           PIC X(01).
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

      * Tomorrow's on-hand master, same layout.
       FD  ON-HAND-NEW-FILE
           DATA RECORD IS ON-HAND-NEW-RECORD.
       01  ON-HAND-NEW-RECORD.
           05  ONN-SKU                  PIC X(10).
           05  ONN-WAREHOUSE-CODE       PIC X(02).
           05  ONN-ON-HAND              PIC S9(09) COMP-3.
           05  ONN-REORDER-POINT        PIC S9(09) COMP-3.
           05  ONN-LAST-ACTIVITY-DATE   PIC X(08).
           05  ONN-IN-TRANSIT           PIC S9(09) COMP-3.

       FD  STOCK-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STOCK-STATUS-LINE.
       01  STOCK-STATUS-LINE            PIC X(132).

      * One record per SKU and warehouse that closed at or under its
      * reorder point, the same layout PORDSUG reads.
       FD  REORDER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REORDER-RECORD.
       01  REORDER-RECORD.
           05  ROR-SKU                  PIC X(10).
           05  ROR-CLOSING-BALANCE      PIC S9(09) COMP-3.
           05  ROR-REORDER-POINT        PIC S9(09) COMP-3.
           05  ROR-RUN-DATE             PIC X(08).
           05  ROR-WAREHOUSE-CODE       PIC X(02).
           05  ROR-IN-TRANSIT           PIC S9(09) COMP-3.

      * Stock moving between warehouses, keyed by the warehouses at
      * either end. 'S' is the sending warehouse shipping the units,
      * 'R' the receiving warehouse taking them in.
       FD  TRANSFER-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRANSFER-TRANS-RECORD.
       01  TRANSFER-TRANS-RECORD.
           05  XFR-TRANSFER-TYPE        PIC X(01).
               88  XFR-IS-SHIPMENT      VALUE 'S'.
               88  XFR-IS-RECEIPT       VALUE 'R'.
           05  XFR-TRANSFER-NUMBER      PIC X(08).
           05  XFR-SKU                  PIC X(10).
           05  XFR-FROM-WAREHOUSE       PIC X(02).
           05  XFR-TO-WAREHOUSE         PIC X(02).
           05  XFR-QUANTITY             PIC X(05).
           05  XFR-QUANTITY-NUMERIC REDEFINES XFR-QUANTITY
                                        PIC 9(05).
           05  XFR-TRANSFER-DATE        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
               88  ON-HAND-NEW-OK       VALUE '00'.
           05  STOCK-STATUS-STATUS      PIC X(02).
               88  STOCK-STATUS-OK      VALUE '00'.
           05  REORDER-STATUS           PIC X(02).
               88  REORDER-OK           VALUE '00'.
           05  TRANSFER-TRANS-STATUS    PIC X(02).
               88  TRANSFER-TRANS-OK    VALUE '00'.
               88  END-OF-TRANSFER-TRANS VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The whole master in memory, extended in place by receipts,
      * transfers and shipments; a SKU that first appears at a
      * warehouse tonight (a receipt for a new item, a transfer to a
      * warehouse that never stocked it, or a billing against stock
      * we never logged) gets an entry with a zero opening balance.
       01  WS-STOCK-TABLE-AREA.
           05  WS-STOCK-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-STOCK-ENTRIES     PIC S9(05) COMP-3 VALUE 4000.
           05  WS-STOCK-ENTRY OCCURS 1 TO 4000
                       DEPENDING ON WS-STOCK-COUNT
                       INDEXED BY STOCK-INDEX.
               10  WS-STK-SKU           PIC X(10).
               10  WS-STK-WAREHOUSE     PIC X(02).
               10  WS-STK-OPENING       PIC S9(09) COMP-3.
               10  WS-STK-RECEIPTS      PIC S9(09) COMP-3.
               10  WS-STK-SHIPPED       PIC S9(09) COMP-3.
               10  WS-STK-RETURNED      PIC S9(09) COMP-3.
               10  WS-STK-TRANSFER-IN   PIC S9(09) COMP-3.
               10  WS-STK-TRANSFER-OUT  PIC S9(09) COMP-3.
               10  WS-STK-IN-TRANSIT    PIC S9(09) COMP-3.
               10  WS-STK-REORDER-POINT PIC S9(09) COMP-3.
               10  WS-STK-LAST-ACTIVITY PIC X(08).
               10  WS-STK-CLOSING       PIC S9(09) COMP-3.

      * Every warehouse met tonight, kept in warehouse-code order so
      * the new master and the report come out warehouse by
      * warehouse, with that warehouse's report totals.
       01  WS-WAREHOUSE-TABLE-AREA.
           05  WS-WAREHOUSE-COUNT       PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-WAREHOUSES        PIC S9(03) COMP-3 VALUE 20.
           05  WS-WAREHOUSE-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-WAREHOUSE-COUNT
                       INDEXED BY WAREHOUSE-INDEX.
               10  WS-WHS-CODE          PIC X(02).
               10  WS-WHS-TOTALS.
                   15  WS-WHS-OPENING       PIC S9(09) COMP-3.
                   15  WS-WHS-RECEIPTS      PIC S9(09) COMP-3.
                   15  WS-WHS-SHIPPED       PIC S9(09) COMP-3.
                   15  WS-WHS-RETURNED      PIC S9(09) COMP-3.
                   15  WS-WHS-TRANSFER-IN   PIC S9(09) COMP-3.
                   15  WS-WHS-TRANSFER-OUT  PIC S9(09) COMP-3.
                   15  WS-WHS-CLOSING       PIC S9(09) COMP-3.
                   15  WS-WHS-IN-TRANSIT    PIC S9(09) COMP-3.

       01  WS-COMPANY-TOTALS.
           05  WS-CO-OPENING            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-RECEIPTS           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-SHIPPED            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-RETURNED           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-TRANSFER-IN        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-TRANSFER-OUT       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-CLOSING            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-IN-TRANSIT         PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-STOCK-WORK-AREAS.
           05  WS-STOCK-SUB             PIC S9(05) COMP.
           05  WS-SOURCE-SUB            PIC S9(05) COMP.
           05  WS-WAREHOUSE-SUB         PIC S9(03) COMP.
           05  WS-SHIFT-SUB             PIC S9(03) COMP.
           05  WS-LOOKUP-SKU            PIC X(10).
           05  WS-LOOKUP-WAREHOUSE      PIC X(02).
           05  WS-HOME-WAREHOUSE        PIC X(02) VALUE '01'.
           05  WS-AVAILABLE-BALANCE     PIC S9(09) COMP-3.
           05  WS-NEGATIVE-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REORDER-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSFER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSFER-REJECT-COUNT PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSFER-ACTIVITY     PIC X(08).
           05  WS-TRANSFER-REJECT-TEXT  PIC X(60).
           05  WS-RUN-DATE-TEXT         PIC X(08).

       01  STOCK-HEADING-LINE.
           05  SHD-RUN-DATE             PIC X(08).
       01  STOCK-COLUMN-HEADINGS.
           05  FILLER                   PIC X(12) VALUE 'SKU'.
           05  FILLER                   PIC X(04) VALUE 'WH'.
           05  FILLER                   PIC X(13) VALUE
                   '    OPENING'.
           05  FILLER                   PIC X(12) VALUE
                   '   RECEIPTS'.
           05  FILLER                   PIC X(12) VALUE
                   '    SHIPPED'.
           05  FILLER                   PIC X(12) VALUE
                   '   RETURNED'.
           05  FILLER                   PIC X(12) VALUE
                   '    XFER IN'.
           05  FILLER                   PIC X(12) VALUE
                   '   XFER OUT'.
           05  FILLER                   PIC X(13) VALUE
                   '    CLOSING'.
           05  FILLER                   PIC X(13) VALUE
                   ' IN TRANSIT'.
           05  FILLER                   PIC X(09) VALUE 'EXCEPTION'.

       01  STOCK-DETAIL-LINE.
           05  SDT-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SDT-WAREHOUSE            PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SDT-OPENING              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SDT-RECEIPTS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SDT-RETURNED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SDT-TRANSFER-IN          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SDT-TRANSFER-OUT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SDT-CLOSING              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SDT-IN-TRANSIT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SDT-EXCEPTION            PIC X(08).

      * One layout for both the warehouse total and the company
      * total; the label says which.
       01  STOCK-TOTAL-LINE.
           05  STT-LABEL                PIC X(16).
           05  STT-OPENING              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  STT-RECEIPTS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  STT-SHIPPED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  STT-RETURNED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  STT-TRANSFER-IN          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  STT-TRANSFER-OUT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  STT-CLOSING              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  STT-IN-TRANSIT           PIC ZZZ,ZZZ,ZZ9.

       01  STOCK-TRAILER-LINE.
           05  FILLER                   PIC X(16)
                   VALUE 'SKUS TRACKED:   '.
           05  FILLER                   PIC X(14)
                   VALUE '  NEGATIVE:   '.
           05  STL-NEGATIVE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(15)
                   VALUE '  TRANSFERS:   '.
           05  STL-TRANSFER-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(14)
                   VALUE '  REJECTED:   '.
           05  STL-REJECT-COUNT         PIC ZZZ,ZZ9.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
               GO TO END-OF-PROGRAM
           END-IF

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'PORCPT' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'INVSTOCK PRODUCER PORCPT'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSTOCK PRODUCER PORCPT NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-ON-HAND-MASTER
           PERFORM POST-ALL-RECEIPTS
           PERFORM POST-ALL-TRANSFERS
           PERFORM RELIEVE-ALL-SHIPMENTS
           PERFORM CLOSE-ALL-BALANCES
           PERFORM WRITE-NEW-MASTER
               PERFORM UNTIL END-OF-ON-HAND
                   READ ON-HAND-FILE
                   IF ON-HAND-OK
                       PERFORM LOAD-ONE-MASTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE ON-HAND-FILE
           END-IF
           .
       LOAD-ONE-MASTER-RECORD.
           IF WS-STOCK-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-STOCK-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSTOCK STOCK TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               IF ONH-WAREHOUSE-CODE IS EQUAL TO SPACES
                   MOVE WS-HOME-WAREHOUSE TO WS-LOOKUP-WAREHOUSE
               ELSE
                   MOVE ONH-WAREHOUSE-CODE TO WS-LOOKUP-WAREHOUSE
               END-IF
               ADD 1 TO WS-STOCK-COUNT
               MOVE ONH-SKU TO WS-STK-SKU(WS-STOCK-COUNT)
               MOVE WS-LOOKUP-WAREHOUSE
                   TO WS-STK-WAREHOUSE(WS-STOCK-COUNT)
               MOVE ONH-ON-HAND TO WS-STK-OPENING(WS-STOCK-COUNT)
               MOVE ZERO TO WS-STK-RECEIPTS(WS-STOCK-COUNT)
               MOVE ZERO TO WS-STK-SHIPPED(WS-STOCK-COUNT)
               MOVE ZERO TO WS-STK-RETURNED(WS-STOCK-COUNT)
               MOVE ZERO TO WS-STK-TRANSFER-IN(WS-STOCK-COUNT)
               MOVE ZERO TO WS-STK-TRANSFER-OUT(WS-STOCK-COUNT)
               IF ONH-IN-TRANSIT IS NUMERIC
                   MOVE ONH-IN-TRANSIT
                       TO WS-STK-IN-TRANSIT(WS-STOCK-COUNT)
               ELSE
                   MOVE ZERO TO WS-STK-IN-TRANSIT(WS-STOCK-COUNT)
               END-IF
               MOVE ONH-REORDER-POINT
                   TO WS-STK-REORDER-POINT(WS-STOCK-COUNT)
               MOVE ONH-LAST-ACTIVITY-DATE
                   TO WS-STK-LAST-ACTIVITY(WS-STOCK-COUNT)
               MOVE ZERO TO WS-STK-CLOSING(WS-STOCK-COUNT)
               PERFORM REGISTER-WAREHOUSE
           END-IF
           .
       POST-ALL-RECEIPTS.
           OPEN INPUT RECEIPT-TRANS-FILE
           IF NOT RECEIPT-TRANS-OK
           .
       POST-ONE-RECEIPT.
           MOVE RCP-SKU TO WS-LOOKUP-SKU
           IF RCP-WAREHOUSE-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-WAREHOUSE TO WS-LOOKUP-WAREHOUSE
           ELSE
               MOVE RCP-WAREHOUSE-CODE TO WS-LOOKUP-WAREHOUSE
           END-IF
           PERFORM LOCATE-OR-ADD-STOCK-ENTRY
           IF WS-STOCK-SUB IS GREATER THAN ZERO
               ADD RCP-QUANTITY TO WS-STK-RECEIPTS(WS-STOCK-SUB)
                   TO WS-STK-LAST-ACTIVITY(WS-STOCK-SUB)
           END-IF
           .
      * No XFRTRANS means nothing moved between warehouses today.
       POST-ALL-TRANSFERS.
           OPEN INPUT TRANSFER-TRANS-FILE
           IF NOT TRANSFER-TRANS-OK
               DISPLAY 'STATUS ON TRANSFER-TRANS-FILE OPEN: '
                       TRANSFER-TRANS-STATUS
               DISPLAY 'NO TRANSFERS POSTED TONIGHT'
           ELSE
               PERFORM UNTIL END-OF-TRANSFER-TRANS
                   READ TRANSFER-TRANS-FILE
                   IF TRANSFER-TRANS-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM EDIT-ONE-TRANSFER
                       IF WS-TRANSFER-REJECT-TEXT IS EQUAL TO SPACES
                           PERFORM POST-ONE-TRANSFER
                       ELSE
                           PERFORM REJECT-ONE-TRANSFER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TRANSFER-TRANS-FILE
           END-IF
           .
       EDIT-ONE-TRANSFER.
           MOVE SPACES TO WS-TRANSFER-REJECT-TEXT
           EVALUATE TRUE
               WHEN NOT XFR-IS-SHIPMENT AND NOT XFR-IS-RECEIPT
                   MOVE 'INVSTOCK TRANSFER TYPE NOT S OR R'
                       TO WS-TRANSFER-REJECT-TEXT
               WHEN XFR-SKU IS EQUAL TO SPACES
                   MOVE 'INVSTOCK TRANSFER HAS NO SKU'
                       TO WS-TRANSFER-REJECT-TEXT
               WHEN XFR-QUANTITY IS NOT NUMERIC
                   MOVE 'INVSTOCK TRANSFER QUANTITY NOT NUMERIC'
                       TO WS-TRANSFER-REJECT-TEXT
               WHEN XFR-QUANTITY-NUMERIC IS EQUAL TO ZERO
                   MOVE 'INVSTOCK TRANSFER QUANTITY IS ZERO'
                       TO WS-TRANSFER-REJECT-TEXT
               WHEN XFR-FROM-WAREHOUSE IS EQUAL TO SPACES
                       OR XFR-TO-WAREHOUSE IS EQUAL TO SPACES
                   MOVE 'INVSTOCK TRANSFER WAREHOUSE MISSING'
                       TO WS-TRANSFER-REJECT-TEXT
               WHEN XFR-FROM-WAREHOUSE IS EQUAL TO XFR-TO-WAREHOUSE
                   MOVE 'INVSTOCK TRANSFER TO ITS OWN WAREHOUSE'
                       TO WS-TRANSFER-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       REJECT-ONE-TRANSFER.
           ADD 1 TO WS-TRANSFER-REJECT-COUNT
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE WS-TRANSFER-REJECT-TEXT TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE XFR-TRANSFER-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           MOVE SPACE TO WS-EL-SEVERITY-CODE
           .
      * A shipment leaves the sending warehouse today and sits in
      * transit to the receiving one until its receipt is keyed;
      * the receipt lands it in the receiving warehouse's stock.
       POST-ONE-TRANSFER.
           ADD 1 TO WS-TRANSFER-COUNT
           IF XFR-TRANSFER-DATE IS EQUAL TO SPACES
               MOVE WS-RUN-DATE-TEXT TO WS-TRANSFER-ACTIVITY
           ELSE
               MOVE XFR-TRANSFER-DATE TO WS-TRANSFER-ACTIVITY
           END-IF
           MOVE XFR-SKU TO WS-LOOKUP-SKU
           MOVE ZERO TO WS-SOURCE-SUB
           IF XFR-IS-SHIPMENT
               MOVE XFR-FROM-WAREHOUSE TO WS-LOOKUP-WAREHOUSE
               PERFORM LOCATE-OR-ADD-STOCK-ENTRY
               MOVE WS-STOCK-SUB TO WS-SOURCE-SUB
           END-IF
           MOVE XFR-TO-WAREHOUSE TO WS-LOOKUP-WAREHOUSE
           PERFORM LOCATE-OR-ADD-STOCK-ENTRY
           IF XFR-IS-SHIPMENT
               IF WS-SOURCE-SUB IS GREATER THAN ZERO
                   ADD XFR-QUANTITY-NUMERIC
                       TO WS-STK-TRANSFER-OUT(WS-SOURCE-SUB)
                   MOVE WS-TRANSFER-ACTIVITY
                       TO WS-STK-LAST-ACTIVITY(WS-SOURCE-SUB)
               END-IF
               IF WS-STOCK-SUB IS GREATER THAN ZERO
                   ADD XFR-QUANTITY-NUMERIC
                       TO WS-STK-IN-TRANSIT(WS-STOCK-SUB)
               END-IF
           ELSE
               IF WS-STOCK-SUB IS GREATER THAN ZERO
                   PERFORM LAND-ONE-TRANSFER
               END-IF
           END-IF
           .
      * A receipt for more than the shipments we know of (the ship
      * record keyed late, or keyed short) still lands in full, but
      * in-transit stops at zero and the desk is told.
       LAND-ONE-TRANSFER.
           ADD XFR-QUANTITY-NUMERIC
               TO WS-STK-TRANSFER-IN(WS-STOCK-SUB)
           MOVE WS-TRANSFER-ACTIVITY
               TO WS-STK-LAST-ACTIVITY(WS-STOCK-SUB)
           IF XFR-QUANTITY-NUMERIC IS GREATER THAN
                   WS-STK-IN-TRANSIT(WS-STOCK-SUB)
               MOVE ZERO TO WS-STK-IN-TRANSIT(WS-STOCK-SUB)
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSTOCK TRANSFER RECEIVED EXCEEDS IN TRANSIT'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               MOVE XFR-TRANSFER-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           ELSE
               SUBTRACT XFR-QUANTITY-NUMERIC
                   FROM WS-STK-IN-TRANSIT(WS-STOCK-SUB)
           END-IF
           .
       RELIEVE-ALL-SHIPMENTS.
           OPEN INPUT SALES-DETAIL-FILE
           IF NOT SALES-DETAIL-OK
           CLOSE SALES-DETAIL-FILE
           .
      * A return line puts its units back; everything else relieves
      * on-hand by the quantity billed, at the warehouse it shipped
      * from.
       RELIEVE-ONE-DETAIL-LINE.
           MOVE SDL-SKU TO WS-LOOKUP-SKU
           IF SDL-WAREHOUSE-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-WAREHOUSE TO WS-LOOKUP-WAREHOUSE
           ELSE
               MOVE SDL-WAREHOUSE-CODE TO WS-LOOKUP-WAREHOUSE
           END-IF
           PERFORM LOCATE-OR-ADD-STOCK-ENTRY
           IF WS-STOCK-SUB IS GREATER THAN ZERO
               IF SDL-LINE-REVENUE IS LESS THAN ZERO
                   TO WS-STK-LAST-ACTIVITY(WS-STOCK-SUB)
           END-IF
           .
      * Finds the entry for WS-LOOKUP-SKU at WS-LOOKUP-WAREHOUSE,
      * adding one with a zero opening balance when the SKU is new to
      * that warehouse.
       LOCATE-OR-ADD-STOCK-ENTRY.
           MOVE ZERO TO WS-STOCK-SUB
           SET STOCK-INDEX TO 1
                       MOVE 'INVSTOCK STOCK TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE WS-LOOKUP-SKU TO WS-EL-REFERENCE-KEY
                       MOVE WS-LOOKUP-WAREHOUSE
                           TO WS-EL-REFERENCE-KEY(12:2)
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       MOVE SPACES TO WS-EL-REFERENCE-KEY
                       ADD 1 TO WS-STOCK-COUNT
                       MOVE WS-LOOKUP-SKU
                           TO WS-STK-SKU(WS-STOCK-COUNT)
                       MOVE WS-LOOKUP-WAREHOUSE
                           TO WS-STK-WAREHOUSE(WS-STOCK-COUNT)
                       MOVE ZERO TO WS-STK-OPENING(WS-STOCK-COUNT)
                       MOVE ZERO TO WS-STK-RECEIPTS(WS-STOCK-COUNT)
                       MOVE ZERO TO WS-STK-SHIPPED(WS-STOCK-COUNT)
                       MOVE ZERO TO WS-STK-RETURNED(WS-STOCK-COUNT)
                       MOVE ZERO
                           TO WS-STK-TRANSFER-IN(WS-STOCK-COUNT)
                       MOVE ZERO
                           TO WS-STK-TRANSFER-OUT(WS-STOCK-COUNT)
                       MOVE ZERO
                           TO WS-STK-IN-TRANSIT(WS-STOCK-COUNT)
                       MOVE ZERO TO WS-STK-REORDER-POINT
                                  (WS-STOCK-COUNT)
                       MOVE WS-RUN-DATE-TEXT
                           TO WS-STK-LAST-ACTIVITY(WS-STOCK-COUNT)
                       MOVE ZERO TO WS-STK-CLOSING(WS-STOCK-COUNT)
                       MOVE WS-STOCK-COUNT TO WS-STOCK-SUB
                       PERFORM REGISTER-WAREHOUSE
                   END-IF
               WHEN WS-STK-SKU(STOCK-INDEX)
                        IS EQUAL TO WS-LOOKUP-SKU
                   AND WS-STK-WAREHOUSE(STOCK-INDEX)
                        IS EQUAL TO WS-LOOKUP-WAREHOUSE
                   SET WS-STOCK-SUB TO STOCK-INDEX
           END-SEARCH
           .
      * Adds WS-LOOKUP-WAREHOUSE to the warehouse table in its place
      * in code order, unless it is already there. A warehouse the
      * table has no room for would drop its stock from the new
      * master, so the run stops before the master is written.
       REGISTER-WAREHOUSE.
           SET WAREHOUSE-INDEX TO 1
           SEARCH WS-WAREHOUSE-ENTRY
               AT END
                   IF WS-WAREHOUSE-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-WAREHOUSES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'INVSTOCK WAREHOUSE TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE WS-LOOKUP-WAREHOUSE TO WS-EL-REFERENCE-KEY
                       MOVE 'F' TO WS-EL-SEVERITY-CODE
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       MOVE SPACES TO WS-EL-REFERENCE-KEY
                       MOVE SPACE TO WS-EL-SEVERITY-CODE
                       DISPLAY 'INVSTOCK WAREHOUSE TABLE IS FULL AT '
                               WS-LOOKUP-WAREHOUSE ' - RUN STOPPED'
                       MOVE 8 TO WS-RETURN-CODE-VALUE
                       GO TO END-OF-PROGRAM
                   ELSE
                       PERFORM INSERT-WAREHOUSE
                   END-IF
               WHEN WS-WHS-CODE(WAREHOUSE-INDEX)
                        IS EQUAL TO WS-LOOKUP-WAREHOUSE
                   CONTINUE
           END-SEARCH
           .
       INSERT-WAREHOUSE.
           ADD 1 TO WS-WAREHOUSE-COUNT
           MOVE WS-WAREHOUSE-COUNT TO WS-WAREHOUSE-SUB
           PERFORM SHIFT-ONE-WAREHOUSE
               VARYING WS-SHIFT-SUB FROM WS-WAREHOUSE-COUNT BY -1
               UNTIL WS-SHIFT-SUB IS LESS THAN 2
                  OR WS-WHS-CODE(WS-SHIFT-SUB - 1)
                       IS LESS THAN WS-LOOKUP-WAREHOUSE
           MOVE WS-LOOKUP-WAREHOUSE TO WS-WHS-CODE(WS-WAREHOUSE-SUB)
           INITIALIZE WS-WHS-TOTALS(WS-WAREHOUSE-SUB)
           .
       SHIFT-ONE-WAREHOUSE.
           MOVE WS-WAREHOUSE-ENTRY(WS-SHIFT-SUB - 1)
               TO WS-WAREHOUSE-ENTRY(WS-SHIFT-SUB)
           SUBTRACT 1 FROM WS-WAREHOUSE-SUB
           .
       CLOSE-ALL-BALANCES.
           PERFORM CLOSE-ONE-BALANCE
               VARYING WS-STOCK-SUB FROM 1 BY 1
               WS-STK-OPENING(WS-STOCK-SUB)
                   + WS-STK-RECEIPTS(WS-STOCK-SUB)
                   + WS-STK-RETURNED(WS-STOCK-SUB)
                   + WS-STK-TRANSFER-IN(WS-STOCK-SUB)
                   - WS-STK-SHIPPED(WS-STOCK-SUB)
                   - WS-STK-TRANSFER-OUT(WS-STOCK-SUB)
           .
      * Written warehouse by warehouse, so the master (and the count
      * sheets built from it) comes out grouped by warehouse.
       WRITE-NEW-MASTER.
           OPEN OUTPUT ON-HAND-NEW-FILE
           IF NOT ON-HAND-NEW-OK
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM WRITE-ONE-WAREHOUSE-MASTER
               VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
               UNTIL WS-WAREHOUSE-SUB IS GREATER THAN
                     WS-WAREHOUSE-COUNT
           CLOSE ON-HAND-NEW-FILE
           .
       WRITE-ONE-WAREHOUSE-MASTER.
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING WS-STOCK-SUB FROM 1 BY 1
               UNTIL WS-STOCK-SUB IS GREATER THAN WS-STOCK-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           IF WS-STK-WAREHOUSE(WS-STOCK-SUB) IS EQUAL TO
                   WS-WHS-CODE(WS-WAREHOUSE-SUB)
               MOVE WS-STK-SKU(WS-STOCK-SUB) TO ONN-SKU
               MOVE WS-STK-WAREHOUSE(WS-STOCK-SUB)
                   TO ONN-WAREHOUSE-CODE
               MOVE WS-STK-CLOSING(WS-STOCK-SUB) TO ONN-ON-HAND
               MOVE WS-STK-REORDER-POINT(WS-STOCK-SUB)
                   TO ONN-REORDER-POINT
               MOVE WS-STK-LAST-ACTIVITY(WS-STOCK-SUB)
                   TO ONN-LAST-ACTIVITY-DATE
               MOVE WS-STK-IN-TRANSIT(WS-STOCK-SUB) TO ONN-IN-TRANSIT
               WRITE ON-HAND-NEW-RECORD
           END-IF
           .
       WRITE-STOCK-STATUS-REPORT.
           OPEN OUTPUT STOCK-STATUS-FILE
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT REORDER-FILE
           IF NOT REORDER-OK
               DISPLAY 'STATUS ON REORDER-FILE OPEN: '
                       REORDER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSTOCK STATUS ON REORDER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           MOVE WS-CDT-DATE TO SHD-RUN-DATE
           WRITE STOCK-STATUS-LINE FROM STOCK-HEADING-LINE
           MOVE SPACES TO STOCK-STATUS-LINE
           WRITE STOCK-STATUS-LINE
           WRITE STOCK-STATUS-LINE FROM STOCK-COLUMN-HEADINGS
           PERFORM WRITE-ONE-WAREHOUSE-SECTION
               VARYING WS-WAREHOUSE-SUB FROM 1 BY 1
               UNTIL WS-WAREHOUSE-SUB IS GREATER THAN
                     WS-WAREHOUSE-COUNT
           MOVE SPACES TO STOCK-STATUS-LINE
           WRITE STOCK-STATUS-LINE
           MOVE 'COMPANY TOTAL' TO STT-LABEL
           MOVE WS-CO-OPENING TO STT-OPENING
           MOVE WS-CO-RECEIPTS TO STT-RECEIPTS
           MOVE WS-CO-SHIPPED TO STT-SHIPPED
           MOVE WS-CO-RETURNED TO STT-RETURNED
           MOVE WS-CO-TRANSFER-IN TO STT-TRANSFER-IN
           MOVE WS-CO-TRANSFER-OUT TO STT-TRANSFER-OUT
           MOVE WS-CO-CLOSING TO STT-CLOSING
           MOVE WS-CO-IN-TRANSIT TO STT-IN-TRANSIT
           WRITE STOCK-STATUS-LINE FROM STOCK-TOTAL-LINE
           MOVE SPACES TO STOCK-STATUS-LINE
           WRITE STOCK-STATUS-LINE
           MOVE WS-STOCK-COUNT TO STL-SKU-COUNT
           MOVE WS-REORDER-COUNT TO STL-REORDER-COUNT
           MOVE WS-NEGATIVE-COUNT TO STL-NEGATIVE-COUNT
           MOVE WS-TRANSFER-COUNT TO STL-TRANSFER-COUNT
           MOVE WS-TRANSFER-REJECT-COUNT TO STL-REJECT-COUNT
           WRITE STOCK-STATUS-LINE FROM STOCK-TRAILER-LINE
           CLOSE STOCK-STATUS-FILE
           CLOSE REORDER-FILE
           .
      * One warehouse's SKUs, then its total line, which also rolls
      * into the company total.
       WRITE-ONE-WAREHOUSE-SECTION.
           PERFORM WRITE-ONE-STATUS-LINE
               VARYING WS-STOCK-SUB FROM 1 BY 1
               UNTIL WS-STOCK-SUB IS GREATER THAN WS-STOCK-COUNT
           MOVE 'WHSE    TOTAL' TO STT-LABEL
           MOVE WS-WHS-CODE(WS-WAREHOUSE-SUB) TO STT-LABEL(6:2)
           MOVE WS-WHS-OPENING(WS-WAREHOUSE-SUB) TO STT-OPENING
           MOVE WS-WHS-RECEIPTS(WS-WAREHOUSE-SUB) TO STT-RECEIPTS
           MOVE WS-WHS-SHIPPED(WS-WAREHOUSE-SUB) TO STT-SHIPPED
           MOVE WS-WHS-RETURNED(WS-WAREHOUSE-SUB) TO STT-RETURNED
           MOVE WS-WHS-TRANSFER-IN(WS-WAREHOUSE-SUB)
               TO STT-TRANSFER-IN
           MOVE WS-WHS-TRANSFER-OUT(WS-WAREHOUSE-SUB)
               TO STT-TRANSFER-OUT
           MOVE WS-WHS-CLOSING(WS-WAREHOUSE-SUB) TO STT-CLOSING
           MOVE WS-WHS-IN-TRANSIT(WS-WAREHOUSE-SUB) TO STT-IN-TRANSIT
           WRITE STOCK-STATUS-LINE FROM STOCK-TOTAL-LINE
           MOVE SPACES TO STOCK-STATUS-LINE
           WRITE STOCK-STATUS-LINE
           ADD WS-WHS-OPENING(WS-WAREHOUSE-SUB) TO WS-CO-OPENING
           ADD WS-WHS-RECEIPTS(WS-WAREHOUSE-SUB) TO WS-CO-RECEIPTS
           ADD WS-WHS-SHIPPED(WS-WAREHOUSE-SUB) TO WS-CO-SHIPPED
           ADD WS-WHS-RETURNED(WS-WAREHOUSE-SUB) TO WS-CO-RETURNED
           ADD WS-WHS-TRANSFER-IN(WS-WAREHOUSE-SUB)
               TO WS-CO-TRANSFER-IN
           ADD WS-WHS-TRANSFER-OUT(WS-WAREHOUSE-SUB)
               TO WS-CO-TRANSFER-OUT
           ADD WS-WHS-CLOSING(WS-WAREHOUSE-SUB) TO WS-CO-CLOSING
           ADD WS-WHS-IN-TRANSIT(WS-WAREHOUSE-SUB) TO WS-CO-IN-TRANSIT
           .
       WRITE-ONE-STATUS-LINE.
           IF WS-STK-WAREHOUSE(WS-STOCK-SUB) IS EQUAL TO
                   WS-WHS-CODE(WS-WAREHOUSE-SUB)
               PERFORM REPORT-ONE-STOCK-ENTRY
           END-IF
           .
      * Units in transit to a warehouse count toward its reorder test,
      * so a transfer already on the road does not also raise a
      * purchase; a negative balance is still reported as one.
       REPORT-ONE-STOCK-ENTRY.
           MOVE WS-STK-SKU(WS-STOCK-SUB) TO SDT-SKU
           MOVE WS-STK-WAREHOUSE(WS-STOCK-SUB) TO SDT-WAREHOUSE
           MOVE WS-STK-OPENING(WS-STOCK-SUB) TO SDT-OPENING
           MOVE WS-STK-RECEIPTS(WS-STOCK-SUB) TO SDT-RECEIPTS
           MOVE WS-STK-SHIPPED(WS-STOCK-SUB) TO SDT-SHIPPED
           MOVE WS-STK-RETURNED(WS-STOCK-SUB) TO SDT-RETURNED
           MOVE WS-STK-TRANSFER-IN(WS-STOCK-SUB) TO SDT-TRANSFER-IN
           MOVE WS-STK-TRANSFER-OUT(WS-STOCK-SUB) TO SDT-TRANSFER-OUT
           MOVE WS-STK-CLOSING(WS-STOCK-SUB) TO SDT-CLOSING
           MOVE WS-STK-IN-TRANSIT(WS-STOCK-SUB) TO SDT-IN-TRANSIT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-STK-CLOSING(WS-STOCK-SUB)
                   + WS-STK-IN-TRANSIT(WS-STOCK-SUB)
           EVALUATE TRUE
               WHEN WS-STK-CLOSING(WS-STOCK-SUB) IS LESS THAN ZERO
                   MOVE 'NEGATIVE' TO SDT-EXCEPTION
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE WS-STK-SKU(WS-STOCK-SUB)
                       TO WS-EL-REFERENCE-KEY
                   MOVE WS-STK-WAREHOUSE(WS-STOCK-SUB)
                       TO WS-EL-REFERENCE-KEY(12:2)
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
                   IF WS-STK-REORDER-POINT(WS-STOCK-SUB)
                           IS GREATER THAN ZERO
                       AND WS-AVAILABLE-BALANCE IS NOT GREATER THAN
                           WS-STK-REORDER-POINT(WS-STOCK-SUB)
                       PERFORM WRITE-REORDER-RECORD
                   END-IF
               WHEN WS-STK-REORDER-POINT(WS-STOCK-SUB)
                       IS GREATER THAN ZERO
                   AND WS-AVAILABLE-BALANCE
                       IS NOT GREATER THAN
                       WS-STK-REORDER-POINT(WS-STOCK-SUB)
                   MOVE 'REORDER' TO SDT-EXCEPTION
                   ADD 1 TO WS-REORDER-COUNT
                   PERFORM WRITE-REORDER-RECORD
               WHEN OTHER
                   MOVE SPACES TO SDT-EXCEPTION
           END-EVALUATE
           WRITE STOCK-STATUS-LINE FROM STOCK-DETAIL-LINE
           ADD WS-STK-OPENING(WS-STOCK-SUB)
               TO WS-WHS-OPENING(WS-WAREHOUSE-SUB)
           ADD WS-STK-RECEIPTS(WS-STOCK-SUB)
               TO WS-WHS-RECEIPTS(WS-WAREHOUSE-SUB)
           ADD WS-STK-SHIPPED(WS-STOCK-SUB)
               TO WS-WHS-SHIPPED(WS-WAREHOUSE-SUB)
           ADD WS-STK-RETURNED(WS-STOCK-SUB)
               TO WS-WHS-RETURNED(WS-WAREHOUSE-SUB)
           ADD WS-STK-TRANSFER-IN(WS-STOCK-SUB)
               TO WS-WHS-TRANSFER-IN(WS-WAREHOUSE-SUB)
           ADD WS-STK-TRANSFER-OUT(WS-STOCK-SUB)
               TO WS-WHS-TRANSFER-OUT(WS-WAREHOUSE-SUB)
           ADD WS-STK-CLOSING(WS-STOCK-SUB)
               TO WS-WHS-CLOSING(WS-WAREHOUSE-SUB)
           ADD WS-STK-IN-TRANSIT(WS-STOCK-SUB)
               TO WS-WHS-IN-TRANSIT(WS-WAREHOUSE-SUB)
           .
       WRITE-REORDER-RECORD.
           MOVE WS-STK-SKU(WS-STOCK-SUB) TO ROR-SKU
           MOVE WS-STK-WAREHOUSE(WS-STOCK-SUB) TO ROR-WAREHOUSE-CODE
           MOVE WS-STK-CLOSING(WS-STOCK-SUB) TO ROR-CLOSING-BALANCE
           MOVE WS-STK-IN-TRANSIT(WS-STOCK-SUB) TO ROR-IN-TRANSIT
           MOVE WS-STK-REORDER-POINT(WS-STOCK-SUB)
               TO ROR-REORDER-POINT
           MOVE WS-RUN-DATE-TEXT TO ROR-RUN-DATE
           WRITE REORDER-RECORD
           .
       END-OF-PROGRAM.
           DISPLAY 'NEGATIVE ON-HAND SKUS: ' WS-NEGATIVE-COUNT
