      *****************************************************************
      * Program name:    PORCPT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Matching the warehouse's receipts to the purchase orders we
      * actually placed before any of them reaches on-hand. The
      * receiving dock keys each receipt onto RCVTRANS against the
      * PO number and line it came in on. This step looks the line up
      * on the open purchase-order file POOPEN1, and only a receipt
      * that matches an open line, for that line's SKU, and for no
      * more than the balance still due is posted: it is added to the
      * line's received quantity and passed on to RCPTRANS, which
      * INVSTOCK posts into INVONH1 exactly as before. Everything
      * else is held - listed on the RCVEXCP1 receiving exception
      * report with the reason - and never touches on-hand:
      *   - no PO number keyed, or a PO line that is not open;
      *   - a SKU that is not the SKU on the PO line;
      *   - a quantity that is missing or zero;
      *   - an over-receipt, more than the line's balance due. The
      *     whole receipt is held, not the excess, so the buyer and
      *     the dock settle it with the vendor before anything posts.
      * A posted receipt short of the balance due leaves the line
      * open with its partial receipt recorded; one that brings the
      * line to its ordered quantity closes it. The RCVRPT1 receiving
      * report lists every posted receipt with the ordered quantity,
      * received to date and balance still due.
      *
      * POOPEN1 is rolled to POOPENR, tonight's open purchase orders
      * after receiving, which PORDSUG counts as on order and POREL
      * applies the buyers' releases to.
      * - Receipts name the warehouse whose dock took the goods in
      *   (blank is the home warehouse, '01') and RCPTRANS passes it
      *   on so INVSTOCK posts the units to that warehouse.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PORCPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO 'POOPEN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPEN-PO-STATUS.
           SELECT RECEIVING-TRANS-FILE ASSIGN TO 'RCVTRANS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECEIVING-TRANS-STATUS.
           SELECT OPEN-PO-NEW-FILE ASSIGN TO 'POOPENR'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPEN-PO-NEW-STATUS.
           SELECT RECEIPT-TRANS-FILE ASSIGN TO 'RCPTRANS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECEIPT-TRANS-STATUS.
           SELECT RECEIVING-REPORT-FILE ASSIGN TO 'RCVRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECEIVING-REPORT-STATUS.
           SELECT RECEIVING-EXCEPTION-FILE ASSIGN TO 'RCVEXCP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECEIVING-EXCEPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout POREL writes.
       FD  OPEN-PO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPEN-PO-RECORD.
       01  OPEN-PO-RECORD.
           05  OPO-PO-NUMBER            PIC 9(08).
           05  OPO-LINE-NUMBER          PIC 9(03).
           05  OPO-VENDOR-NUMBER        PIC X(06).
           05  OPO-SKU                  PIC X(10).
           05  OPO-ORDERED-QUANTITY     PIC S9(07) COMP-3.
           05  OPO-RECEIVED-QUANTITY    PIC S9(07) COMP-3.
           05  OPO-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  OPO-ORDER-DATE           PIC X(08).
           05  OPO-PROMISED-DATE        PIC X(08).
           05  OPO-LINE-STATUS          PIC X(01).
               88  OPO-LINE-IS-OPEN     VALUE 'O'.
               88  OPO-LINE-IS-CLOSED   VALUE 'C'.
           05  OPO-LAST-RECEIPT-DATE    PIC X(08).
           05  FILLER                   PIC X(02).

      * The day's receipts as the dock keyed them, one per PO line
      * received.
       FD  RECEIVING-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECEIVING-TRANS-RECORD.
       01  RECEIVING-TRANS-RECORD.
           05  RCV-PO-NUMBER            PIC X(08).
           05  RCV-LINE-NUMBER          PIC X(03).
           05  RCV-SKU                  PIC X(10).
           05  RCV-QUANTITY             PIC X(05).
           05  RCV-QUANTITY-NUMERIC REDEFINES RCV-QUANTITY
                                        PIC 9(05).
           05  RCV-RECEIPT-DATE         PIC X(08).
      * Receiving dock's warehouse; blank is the home warehouse, '01'.
           05  RCV-WAREHOUSE-CODE       PIC X(02).
           05  FILLER                   PIC X(04).

      * Tonight's open purchase orders after receiving, same layout.
       FD  OPEN-PO-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPEN-PO-NEW-RECORD.
       01  OPEN-PO-NEW-RECORD.
           05  OPN-PO-NUMBER            PIC 9(08).
           05  OPN-LINE-NUMBER          PIC 9(03).
           05  OPN-VENDOR-NUMBER        PIC X(06).
           05  OPN-SKU                  PIC X(10).
           05  OPN-ORDERED-QUANTITY     PIC S9(07) COMP-3.
           05  OPN-RECEIVED-QUANTITY    PIC S9(07) COMP-3.
           05  OPN-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  OPN-ORDER-DATE           PIC X(08).
           05  OPN-PROMISED-DATE        PIC X(08).
           05  OPN-LINE-STATUS          PIC X(01).
           05  OPN-LAST-RECEIPT-DATE    PIC X(08).
           05  FILLER                   PIC X(02).

      * Same layout INVSTOCK reads.
       FD  RECEIPT-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECEIPT-TRANS-RECORD.
       01  RECEIPT-TRANS-RECORD.
           05  RCP-SKU                  PIC X(10).
           05  RCP-QUANTITY             PIC 9(05).
           05  RCP-RECEIPT-DATE         PIC X(08).
           05  RCP-WAREHOUSE-CODE       PIC X(02).

       FD  RECEIVING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECEIVING-REPORT-LINE.
       01  RECEIVING-REPORT-LINE        PIC X(100).

       FD  RECEIVING-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECEIVING-EXCEPTION-LINE.
       01  RECEIVING-EXCEPTION-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  OPEN-PO-STATUS           PIC X(02).
               88  OPEN-PO-OK           VALUE '00'.
               88  END-OF-OPEN-PO       VALUE '10'.
           05  RECEIVING-TRANS-STATUS   PIC X(02).
               88  RECEIVING-TRANS-OK   VALUE '00'.
               88  END-OF-RECEIVING-TRANS VALUE '10'.
           05  OPEN-PO-NEW-STATUS       PIC X(02).
               88  OPEN-PO-NEW-OK       VALUE '00'.
           05  RECEIPT-TRANS-STATUS     PIC X(02).
               88  RECEIPT-TRANS-OK     VALUE '00'.
           05  RECEIVING-REPORT-STATUS  PIC X(02).
               88  RECEIVING-REPORT-OK  VALUE '00'.
           05  RECEIVING-EXCEPTION-STATUS PIC X(02).
               88  RECEIVING-EXCEPTION-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'PORCPT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'PORCPT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

       01  WS-OPEN-PO-TABLE-AREA.
           05  WS-OPEN-PO-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-OPEN-PO-ENTRY
                   OCCURS 1 TO 9000
                   DEPENDING ON WS-OPEN-PO-COUNT
                   INDEXED BY OPEN-PO-INDEX.
               10  WS-OPL-PO-NUMBER         PIC 9(08).
               10  WS-OPL-LINE-NUMBER       PIC 9(03).
               10  WS-OPL-VENDOR-NUMBER     PIC X(06).
               10  WS-OPL-SKU               PIC X(10).
               10  WS-OPL-ORDERED-QUANTITY  PIC S9(07) COMP-3.
               10  WS-OPL-RECEIVED-QUANTITY PIC S9(07) COMP-3.
               10  WS-OPL-UNIT-COST         PIC S9(05)V99 COMP-3.
               10  WS-OPL-ORDER-DATE        PIC X(08).
               10  WS-OPL-PROMISED-DATE     PIC X(08).
               10  WS-OPL-LINE-STATUS       PIC X(01).
                   88  WS-OPL-IS-OPEN       VALUE 'O'.
               10  WS-OPL-LAST-RECEIPT-DATE PIC X(08).
       01  WS-MAX-OPEN-PO-ENTRIES       PIC S9(05) COMP-3 VALUE 9000.

       01  WS-RECEIVING-WORK-AREAS.
           05  WS-LOOKUP-PO-NUMBER      PIC 9(08).
           05  WS-LOOKUP-LINE-NUMBER    PIC 9(03).
           05  WS-BALANCE-DUE           PIC S9(07) COMP-3.
           05  WS-RECEIPT-DATE          PIC X(08).
           05  WS-RECEIPT-WAREHOUSE     PIC X(02).
           05  WS-HOLD-REASON           PIC X(34).
           05  WS-LINE-FOUND-SWITCH     PIC X VALUE 'N'.
               88  PO-LINE-IS-OPEN      VALUE 'Y'.

       01  WS-RECEIVING-TOTALS.
           05  WS-RECEIPT-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-POSTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINES-COMPLETED       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-HELD-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-UNITS-POSTED          PIC S9(09) COMP-3 VALUE ZERO.

       01  RECEIVING-HEADING-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'PURCHASE-ORDER RECEIPTS POSTED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHD-RUN-DATE             PIC X(08).
       01  RECEIVING-COLUMN-HEADINGS.
           05  FILLER                   PIC X(14) VALUE 'PO-LINE'.
           05  FILLER                   PIC X(12) VALUE 'SKU'.
           05  FILLER                   PIC X(10) VALUE 'RECEIVED'.
           05  FILLER                   PIC X(11) VALUE '    ORDERED'.
           05  FILLER                   PIC X(11) VALUE '    TO DATE'.
           05  FILLER                   PIC X(12) VALUE ' BALANCE DUE'.
           05  FILLER                   PIC X(10) VALUE '  LINE'.
       01  RECEIVING-DETAIL-LINE.
           05  RDT-PO-NUMBER            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  RDT-LINE-NUMBER          PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDT-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDT-RECEIVED             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDT-ORDERED              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDT-RECEIVED-TO-DATE     PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RDT-BALANCE-DUE          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RDT-LINE-STATUS          PIC X(08).
       01  RECEIVING-TRAILER-LINE.
           05  FILLER                   PIC X(17)
                   VALUE 'RECEIPTS KEYED:  '.
           05  RTR-RECEIPT-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12) VALUE '  POSTED:   '.
           05  RTR-POSTED-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(19)
                   VALUE '  LINES COMPLETED: '.
           05  RTR-LINES-COMPLETED      PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  HELD:   '.
           05  RTR-HELD-COUNT           PIC ZZ,ZZ9.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'RECEIPTS HELD - NOT POSTED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EHD-RUN-DATE             PIC X(08).
       01  EXCEPTION-DETAIL-LINE.
           05  EDT-PO-NUMBER            PIC X(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  EDT-LINE-NUMBER          PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDT-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDT-QUANTITY             PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDT-RECEIPT-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDT-HOLD-REASON          PIC X(34).
           05  EDT-BALANCE-LABEL        PIC X(06).
           05  EDT-BALANCE-DUE          PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'PORCPT'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.

       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-OPEN-PO-TABLE

           OPEN OUTPUT RECEIPT-TRANS-FILE
           IF NOT RECEIPT-TRANS-OK
               DISPLAY 'STATUS ON RECEIPT-TRANS-FILE OPEN: '
                       RECEIPT-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORCPT STATUS ON RECEIPT-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT RECEIVING-REPORT-FILE
           IF NOT RECEIVING-REPORT-OK
               DISPLAY 'STATUS ON RECEIVING-REPORT-FILE OPEN: '
                       RECEIVING-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORCPT STATUS ON RECEIVING-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT RECEIVING-EXCEPTION-FILE
           IF NOT RECEIVING-EXCEPTION-OK
               DISPLAY 'STATUS ON RECEIVING-EXCEPTION-FILE OPEN: '
                       RECEIVING-EXCEPTION-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORCPT STATUS ON RECEIVING-EXCEPTION-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE TO RHD-RUN-DATE
           WRITE RECEIVING-REPORT-LINE FROM RECEIVING-HEADING-LINE
           MOVE SPACES TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE FROM RECEIVING-COLUMN-HEADINGS
           MOVE WS-CDT-DATE TO EHD-RUN-DATE
           WRITE RECEIVING-EXCEPTION-LINE FROM EXCEPTION-HEADING-LINE
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE

           OPEN INPUT RECEIVING-TRANS-FILE
           IF NOT RECEIVING-TRANS-OK
               DISPLAY 'STATUS ON RECEIVING-TRANS-FILE OPEN: '
                       RECEIVING-TRANS-STATUS
               DISPLAY 'NO RECEIPTS KEYED TODAY'
           ELSE
               PERFORM UNTIL END-OF-RECEIVING-TRANS
                   READ RECEIVING-TRANS-FILE
                   IF RECEIVING-TRANS-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       ADD 1 TO WS-RECEIPT-COUNT
                       PERFORM MATCH-ONE-RECEIPT
                   END-IF
               END-PERFORM
               CLOSE RECEIVING-TRANS-FILE
           END-IF

           OPEN OUTPUT OPEN-PO-NEW-FILE
           IF NOT OPEN-PO-NEW-OK
               DISPLAY 'STATUS ON OPEN-PO-NEW-FILE OPEN: '
                       OPEN-PO-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORCPT STATUS ON OPEN-PO-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM WRITE-ONE-OPEN-PO-LINE
               VARYING OPEN-PO-INDEX FROM 1 BY 1
               UNTIL OPEN-PO-INDEX > WS-OPEN-PO-COUNT
           CLOSE OPEN-PO-NEW-FILE

           PERFORM WRITE-RECEIVING-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * A missing POOPEN1 means nothing has been released yet; every
      * receipt keyed against a PO is then held.
       LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE
           IF NOT OPEN-PO-OK
               DISPLAY 'STATUS ON OPEN-PO-FILE OPEN: '
                       OPEN-PO-STATUS
               DISPLAY 'NO OPEN PURCHASE ORDERS ON FILE'
           ELSE
               PERFORM UNTIL END-OF-OPEN-PO
                   READ OPEN-PO-FILE
                   IF OPEN-PO-OK
                       PERFORM LOAD-ONE-OPEN-PO-LINE
                   END-IF
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF
           .
       LOAD-ONE-OPEN-PO-LINE.
           IF WS-OPEN-PO-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-OPEN-PO-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORCPT OPEN PO TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           ADD 1 TO WS-OPEN-PO-COUNT
           MOVE OPO-PO-NUMBER TO WS-OPL-PO-NUMBER(WS-OPEN-PO-COUNT)
           MOVE OPO-LINE-NUMBER
               TO WS-OPL-LINE-NUMBER(WS-OPEN-PO-COUNT)
           MOVE OPO-VENDOR-NUMBER
               TO WS-OPL-VENDOR-NUMBER(WS-OPEN-PO-COUNT)
           MOVE OPO-SKU TO WS-OPL-SKU(WS-OPEN-PO-COUNT)
           MOVE OPO-ORDERED-QUANTITY
               TO WS-OPL-ORDERED-QUANTITY(WS-OPEN-PO-COUNT)
           MOVE OPO-RECEIVED-QUANTITY
               TO WS-OPL-RECEIVED-QUANTITY(WS-OPEN-PO-COUNT)
           MOVE OPO-UNIT-COST TO WS-OPL-UNIT-COST(WS-OPEN-PO-COUNT)
           MOVE OPO-ORDER-DATE TO WS-OPL-ORDER-DATE(WS-OPEN-PO-COUNT)
           MOVE OPO-PROMISED-DATE
               TO WS-OPL-PROMISED-DATE(WS-OPEN-PO-COUNT)
           MOVE OPO-LINE-STATUS
               TO WS-OPL-LINE-STATUS(WS-OPEN-PO-COUNT)
           MOVE OPO-LAST-RECEIPT-DATE
               TO WS-OPL-LAST-RECEIPT-DATE(WS-OPEN-PO-COUNT)
           .
       MATCH-ONE-RECEIPT.
           MOVE 'N' TO WS-LINE-FOUND-SWITCH
           MOVE ZERO TO WS-BALANCE-DUE
           IF RCV-RECEIPT-DATE IS EQUAL TO SPACES
               MOVE WS-CDT-DATE TO WS-RECEIPT-DATE
           ELSE
               MOVE RCV-RECEIPT-DATE TO WS-RECEIPT-DATE
           END-IF
           IF RCV-WAREHOUSE-CODE IS EQUAL TO SPACES
               MOVE '01' TO WS-RECEIPT-WAREHOUSE
           ELSE
               MOVE RCV-WAREHOUSE-CODE TO WS-RECEIPT-WAREHOUSE
           END-IF
           IF RCV-PO-NUMBER IS NUMERIC
                   AND RCV-LINE-NUMBER IS NUMERIC
                   AND WS-OPEN-PO-COUNT IS GREATER THAN ZERO
               MOVE RCV-PO-NUMBER TO WS-LOOKUP-PO-NUMBER
               MOVE RCV-LINE-NUMBER TO WS-LOOKUP-LINE-NUMBER
               SET OPEN-PO-INDEX TO 1
               SEARCH WS-OPEN-PO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPL-PO-NUMBER(OPEN-PO-INDEX)
                            IS EQUAL TO WS-LOOKUP-PO-NUMBER
                   AND  WS-OPL-LINE-NUMBER(OPEN-PO-INDEX)
                            IS EQUAL TO WS-LOOKUP-LINE-NUMBER
                   AND  WS-OPL-IS-OPEN(OPEN-PO-INDEX)
                       SET PO-LINE-IS-OPEN TO TRUE
                       COMPUTE WS-BALANCE-DUE =
                           WS-OPL-ORDERED-QUANTITY(OPEN-PO-INDEX)
                               - WS-OPL-RECEIVED-QUANTITY
                                     (OPEN-PO-INDEX)
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN RCV-PO-NUMBER IS EQUAL TO SPACES
                       OR RCV-PO-NUMBER IS EQUAL TO ZERO
                   MOVE 'NO PURCHASE ORDER KEYED' TO WS-HOLD-REASON
                   PERFORM HOLD-ONE-RECEIPT
               WHEN NOT PO-LINE-IS-OPEN
                   MOVE 'PO LINE NOT OPEN ON POOPEN1'
                       TO WS-HOLD-REASON
                   PERFORM HOLD-ONE-RECEIPT
               WHEN RCV-SKU IS NOT EQUAL TO
                       WS-OPL-SKU(OPEN-PO-INDEX)
                   MOVE 'SKU IS NOT THE SKU ON THE PO LINE'
                       TO WS-HOLD-REASON
                   PERFORM HOLD-ONE-RECEIPT
               WHEN RCV-QUANTITY IS NOT NUMERIC
                       OR RCV-QUANTITY-NUMERIC IS EQUAL TO ZERO
                   MOVE 'QUANTITY MISSING OR ZERO'
                       TO WS-HOLD-REASON
                   PERFORM HOLD-ONE-RECEIPT
               WHEN RCV-QUANTITY-NUMERIC IS GREATER THAN
                       WS-BALANCE-DUE
                   MOVE 'OVER-RECEIPT - MORE THAN BALANCE'
                       TO WS-HOLD-REASON
                   PERFORM HOLD-ONE-RECEIPT
               WHEN OTHER
                   PERFORM POST-ONE-RECEIPT
           END-EVALUATE
           .
      * Over-receipts show the balance that was still due; every
      * other hold has none to show.
       HOLD-ONE-RECEIPT.
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE RCV-PO-NUMBER TO EDT-PO-NUMBER
           MOVE RCV-LINE-NUMBER TO EDT-LINE-NUMBER
           MOVE RCV-SKU TO EDT-SKU
           MOVE RCV-QUANTITY TO EDT-QUANTITY
           MOVE WS-RECEIPT-DATE TO EDT-RECEIPT-DATE
           MOVE WS-HOLD-REASON TO EDT-HOLD-REASON
           IF PO-LINE-IS-OPEN
                   AND RCV-QUANTITY IS NUMERIC
                   AND RCV-QUANTITY-NUMERIC IS GREATER THAN
                       WS-BALANCE-DUE
               MOVE ' DUE ' TO EDT-BALANCE-LABEL
               MOVE WS-BALANCE-DUE TO EDT-BALANCE-DUE
           ELSE
               MOVE SPACES TO EDT-BALANCE-LABEL
               MOVE ZERO TO EDT-BALANCE-DUE
           END-IF
           WRITE RECEIVING-EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
           .
      * A receipt that brings the line to its ordered quantity closes
      * the line; anything short leaves it open as a partial.
       POST-ONE-RECEIPT.
           ADD 1 TO WS-POSTED-COUNT
           ADD RCV-QUANTITY-NUMERIC TO WS-UNITS-POSTED
           ADD RCV-QUANTITY-NUMERIC
               TO WS-OPL-RECEIVED-QUANTITY(OPEN-PO-INDEX)
           MOVE WS-RECEIPT-DATE
               TO WS-OPL-LAST-RECEIPT-DATE(OPEN-PO-INDEX)
           SUBTRACT RCV-QUANTITY-NUMERIC FROM WS-BALANCE-DUE
           IF WS-BALANCE-DUE IS EQUAL TO ZERO
               MOVE 'C' TO WS-OPL-LINE-STATUS(OPEN-PO-INDEX)
               ADD 1 TO WS-LINES-COMPLETED
               MOVE 'COMPLETE' TO RDT-LINE-STATUS
           ELSE
               MOVE 'PARTIAL' TO RDT-LINE-STATUS
           END-IF
           MOVE RCV-SKU TO RCP-SKU
           MOVE RCV-QUANTITY-NUMERIC TO RCP-QUANTITY
           MOVE WS-RECEIPT-DATE TO RCP-RECEIPT-DATE
           MOVE WS-RECEIPT-WAREHOUSE TO RCP-WAREHOUSE-CODE
           WRITE RECEIPT-TRANS-RECORD
           MOVE WS-OPL-PO-NUMBER(OPEN-PO-INDEX) TO RDT-PO-NUMBER
           MOVE WS-OPL-LINE-NUMBER(OPEN-PO-INDEX) TO RDT-LINE-NUMBER
           MOVE RCV-SKU TO RDT-SKU
           MOVE RCV-QUANTITY-NUMERIC TO RDT-RECEIVED
           MOVE WS-OPL-ORDERED-QUANTITY(OPEN-PO-INDEX) TO RDT-ORDERED
           MOVE WS-OPL-RECEIVED-QUANTITY(OPEN-PO-INDEX)
               TO RDT-RECEIVED-TO-DATE
           MOVE WS-BALANCE-DUE TO RDT-BALANCE-DUE
           WRITE RECEIVING-REPORT-LINE FROM RECEIVING-DETAIL-LINE
           .
      * Lines received in full tonight are dropped rather than
      * carried forward.
       WRITE-ONE-OPEN-PO-LINE.
           IF WS-OPL-IS-OPEN(OPEN-PO-INDEX)
               MOVE SPACES TO OPEN-PO-NEW-RECORD
               MOVE WS-OPL-PO-NUMBER(OPEN-PO-INDEX) TO OPN-PO-NUMBER
               MOVE WS-OPL-LINE-NUMBER(OPEN-PO-INDEX)
                   TO OPN-LINE-NUMBER
               MOVE WS-OPL-VENDOR-NUMBER(OPEN-PO-INDEX)
                   TO OPN-VENDOR-NUMBER
               MOVE WS-OPL-SKU(OPEN-PO-INDEX) TO OPN-SKU
               MOVE WS-OPL-ORDERED-QUANTITY(OPEN-PO-INDEX)
                   TO OPN-ORDERED-QUANTITY
               MOVE WS-OPL-RECEIVED-QUANTITY(OPEN-PO-INDEX)
                   TO OPN-RECEIVED-QUANTITY
               MOVE WS-OPL-UNIT-COST(OPEN-PO-INDEX) TO OPN-UNIT-COST
               MOVE WS-OPL-ORDER-DATE(OPEN-PO-INDEX)
                   TO OPN-ORDER-DATE
               MOVE WS-OPL-PROMISED-DATE(OPEN-PO-INDEX)
                   TO OPN-PROMISED-DATE
               MOVE WS-OPL-LINE-STATUS(OPEN-PO-INDEX)
                   TO OPN-LINE-STATUS
               MOVE WS-OPL-LAST-RECEIPT-DATE(OPEN-PO-INDEX)
                   TO OPN-LAST-RECEIPT-DATE
               WRITE OPEN-PO-NEW-RECORD
           END-IF
           .
       WRITE-RECEIVING-TRAILER.
           MOVE WS-RECEIPT-COUNT TO RTR-RECEIPT-COUNT
           MOVE WS-POSTED-COUNT TO RTR-POSTED-COUNT
           MOVE WS-LINES-COMPLETED TO RTR-LINES-COMPLETED
           MOVE WS-HELD-COUNT TO RTR-HELD-COUNT
           MOVE SPACES TO RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE
           WRITE RECEIVING-REPORT-LINE FROM RECEIVING-TRAILER-LINE
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE FROM RECEIVING-TRAILER-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'RECEIPTS POSTED: ' WS-POSTED-COUNT
           DISPLAY 'RECEIPTS HELD: ' WS-HELD-COUNT
           CLOSE RECEIPT-TRANS-FILE
           CLOSE RECEIVING-REPORT-FILE
           CLOSE RECEIVING-EXCEPTION-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           IF WS-RUN-COMPLETED
               MOVE ZERO TO WS-SC-COMPLETION-CODE
           ELSE
               MOVE 8 TO WS-SC-COMPLETION-CODE
           END-IF
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
