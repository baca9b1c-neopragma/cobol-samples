      * is logged to EXCPLOG and counted; it will post once the
      * invoice arrives on a later night's INVTOT1 and the payment
      * file is re-dropped.
      * - The INVTOT1, PMTFILE1 and INVHIST1 layouts now carry the
      *   operating company code, and each new history record takes the
      *   company from its INVTOT1 totals record.
      * - Each history record now carries the invoice's billing
      *   currency, booked exchange rate and currency total from
      *   INVTOT1, so statements, revaluation and cash application can
      *   work a foreign item in its own currency after it leaves
      *   tonight's extract.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - INVHIST1 carries an alternate key on customer number and
      *   invoice date (IHR-CUSTOMER-DATE-KEY, duplicates allowed),
      *   kept current by this job's updates; a status of '02' is a
      *   good result.
      * - Each invoice's line detail is now kept on a line-history
      *   master, INVLHST1, keyed by invoice and line number: the SKU,
      *   the description as billed from PRODMAST, quantity, unit
      *   price, the computed SLSDTL1 line revenue and the line's
      *   TAXAUD1 tax. Line zero carries the document fields INVHIST1
      *   does not (due date, freight, handling, tax remitter), so
      *   INVREPRT can reproduce the invoice after INVFILE1 is gone. A
      *   re-totaled invoice has its old lines replaced.
      * - The INVTOT1 layout and the line-zero record on INVLHST1 now
      *   carry the restocking fee kept back on a return, so a reprint
      *   shows it.
      * - A return carries the number of the invoice it credits, so it
      *   no longer replaces that invoice's line-zero and line records
      *   on INVLHST1; the sale's lines stay on file for reprint and
      *   for backout.
      * - A return now records its restocking fee on the sale's line
      *   zero, leaving the rest of that line and the sale's lines as
      *   they were, so the fee reprints on the credit memo.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HISTUPDT.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  ALTERNATE RECORD KEY IS IHR-CUSTOMER-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT INVOICE-FILE ASSIGN TO 'INVFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SLSDTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-DETAIL-STATUS.
           SELECT TAX-AUDIT-FILE ASSIGN TO 'TAXAUD1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TAX-AUDIT-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
           SELECT LINE-HISTORY-FILE ASSIGN TO 'INVLHST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ILH-LINE-KEY
                  FILE STATUS IS LINE-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to INVOICE-TOTALS-FILE (INVTOT1).
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
      * Run-date header INVCALC stamps as the first record of the
      * extract; VERIFY-INVOICE-TOTALS-HEADER refuses the file
      * when it is missing or carries a prior date.
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).


      * Same layout ARAGE reads from PMTFILE1.
               88  PMT-IS-CASH          VALUE ' ', 'C'.
               88  PMT-IS-DISCOUNT      VALUE 'D'.
               88  PMT-IS-REVERSAL      VALUE 'R'.
           05  PMT-COMPANY-CODE         PIC X(02).

      * The cumulative invoice-history master, keyed by invoice
      * number and shared with HISTINQ and HISTPURG.
           DATA RECORD IS INVOICE-HISTORY-RECORD.
       01  INVOICE-HISTORY-RECORD.
           05  IHR-INVOICE-NUMBER       PIC X(08).
      * Alternate key: a customer's invoices in date order.
           05  IHR-CUSTOMER-DATE-KEY.
               10  IHR-CUSTOMER-NUMBER  PIC X(08).
               10  IHR-INVOICE-DATE     PIC X(08).
           05  IHR-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
      * Billing currency, booked rate and currency total as INVCALC
      * stamped them on INVTOT1.
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout INVCALC reads from INVFILE1; the feed's unit
      * price and taxable flag are taken from it per line.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE.
       01  INVOICE.
           05  INV-DATE                 PIC X(08).
           05  INV-NUMBER               PIC X(08).
           05  INV-CUSTOMER-NUMBER      PIC X(08).
           05  INV-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  INV-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  INV-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  INV-JURISDICTION-CODE    PIC X(02).
           05  INV-RETURN               PIC X.
               88  INV-IS-RETURN        VALUE 'R'.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.
               10  INV-LINE-SKU         PIC X(10).
               10  INV-LINE-UNIT-PRICE  PIC S9(05)V99 COMP-3.
               10  INV-LINE-QUANTITY    PIC S9(05) COMP-3.
               10  INV-LINE-TAXABLE     PIC X.

      * Same layout INVCALC writes to SLSDTL1; only accepted
      * invoices' lines are on it.
       FD  SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALES-DETAIL-RECORD.
       01  SALES-DETAIL-RECORD.
           05  SDL-INVOICE-NUMBER       PIC X(08).
           05  SDL-INVOICE-DATE         PIC X(08).
           05  SDL-CUSTOMER-NUMBER      PIC X(08).
           05  SDL-LINE-NUMBER          PIC S9(05) COMP-3.
           05  SDL-SKU                  PIC X(10).
           05  SDL-QUANTITY             PIC S9(05) COMP-3.
           05  SDL-LINE-REVENUE         PIC S9(07)V99 COMP-3.
           05  SDL-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SDL-LINE-COST            PIC S9(07)V99 COMP-3.
           05  SDL-PROMO-FLAG           PIC X(01).
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

      * Same layout INVCALC writes to TAXAUD1: one record per tax
      * component per taxable line, line zero for freight and
      * handling; the run-date header is skipped as data.
       FD  TAX-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TAX-AUDIT-RECORD.
       01  TAX-AUDIT-RECORD.
           05  TAD-INVOICE-NUMBER       PIC X(08).
           05  TAD-INVOICE-DATE         PIC X(08).
           05  TAD-LINE-NUMBER          PIC S9(05) COMP-3.
           05  TAD-SKU                  PIC X(10).
           05  TAD-JURISDICTION-CODE    PIC X(02).
           05  TAD-COMPONENT-CODE       PIC X(01).
           05  TAD-TAX-RATE             PIC SV9(5) COMP-3.
           05  TAD-TAXABLE-AMOUNT       PIC S9(07)V99 COMP-3.
           05  TAD-TAX-AMOUNT           PIC S9(05)V9(03) COMP-3.
           05  TAD-CERTIFICATE-NUMBER   PIC X(12).
           05  TAD-COMPANY-CODE         PIC X(02).
           05  TAD-TAX-REMITTED-BY      PIC X(01).

      * Same layout INVCALC reads from PRODMAST; only the
      * description is needed here.
       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRODUCT-MASTER-RECORD.
       01  PRODUCT-MASTER-RECORD.
           05  PM-SKU                   PIC X(10).
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-PRICE            PIC S9(05)V99 COMP-3.
           05  PM-TAXABLE-CLASS         PIC X(01).
           05  PM-STATUS                PIC X(01).
               88  PM-IS-ACTIVE         VALUE 'A'.
           05  PM-UNIT-COST             PIC S9(05)V99 COMP-3.
           05  FILLER                   PIC X(30).

      * The invoice line-history master, keyed by invoice number and
      * line number and shared with INVREPRT and HISTPURG. Lines one
      * up are the billed lines; line zero is the invoice's document
      * record.
       FD  LINE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINE-HISTORY-RECORD.
       01  LINE-HISTORY-RECORD.
           05  ILH-LINE-KEY.
               10  ILH-INVOICE-NUMBER   PIC X(08).
               10  ILH-LINE-NUMBER      PIC 9(03).
           05  ILH-INVOICE-DATE         PIC X(08).
           05  ILH-CUSTOMER-NUMBER      PIC X(08).
           05  ILH-SKU                  PIC X(10).
           05  ILH-DESCRIPTION          PIC X(30).
           05  ILH-QUANTITY             PIC S9(05) COMP-3.
           05  ILH-UNIT-PRICE           PIC S9(05)V99 COMP-3.
           05  ILH-LINE-REVENUE         PIC S9(07)V99 COMP-3.
           05  ILH-LINE-TAX             PIC S9(05)V9(03) COMP-3.
           05  ILH-TAXABLE              PIC X(01).
           05  FILLER                   PIC X(15).
      * Line zero: what the document needs beyond INVHIST1.
       01  LINE-HISTORY-DOCUMENT.
           05  ILD-LINE-KEY.
               10  ILD-INVOICE-NUMBER   PIC X(08).
               10  ILD-LINE-NUMBER      PIC 9(03).
           05  ILD-INVOICE-DATE         PIC X(08).
           05  ILD-CUSTOMER-NUMBER      PIC X(08).
           05  ILD-DUE-DATE             PIC X(08).
           05  ILD-FREIGHT-AMOUNT       PIC S9(07)V99 COMP-3.
           05  ILD-HANDLING-AMOUNT      PIC S9(07)V99 COMP-3.
           05  ILD-TAX-REMITTED-BY      PIC X(01).
           05  ILD-RESTOCK-FEE          PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(49).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  PAYMENT-FILE-STATUS      PIC X(02).
               88  PAYMENT-FILE-OK      VALUE '00'.
               88  END-OF-PAYMENT-FILE  VALUE '10'.
      * '02' is a good read or write where another invoice shares
      * the customer-and-date alternate key.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00' '02'.
               88  HISTORY-KEY-NOT-FOUND VALUE '23'.
               88  HISTORY-FILE-MISSING VALUE '35'.
           05  INVOICE-FILE-STATUS      PIC X(02).
               88  INVOICE-FILE-OK      VALUE '00'.
               88  END-OF-INVOICE-FILE  VALUE '10'.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  SALES-DETAIL-OK      VALUE '00'.
               88  END-OF-SALES-DETAIL  VALUE '10'.
           05  TAX-AUDIT-STATUS         PIC X(02).
               88  TAX-AUDIT-OK         VALUE '00'.
               88  END-OF-TAX-AUDIT     VALUE '10'.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
           05  LINE-HISTORY-STATUS      PIC X(02).
               88  LINE-HISTORY-OK      VALUE '00'.
               88  LINE-HISTORY-DUPLICATE VALUE '22'.
               88  LINE-HISTORY-MISSING VALUE '35'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-INVOICES-REFRESHED    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PAYMENTS-POSTED       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PAYMENTS-UNMATCHED    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-RETAINED        PIC S9(07) COMP-3 VALUE ZERO.

       01  WS-LINE-HISTORY-SWITCH       PIC X VALUE 'N'.
           88  LINE-HISTORY-AVAILABLE   VALUE 'Y'.
       01  WS-PRODUCT-MASTER-SWITCH     PIC X VALUE 'N'.
           88  PRODUCT-MASTER-AVAILABLE VALUE 'Y'.

      * The night's computed line revenues and the tax summed over
      * each line's components, keyed invoice number plus line
      * number. SLSDTL1, TAXAUD1 and INVFILE1 all run in the order
      * INVCALC processed the invoices, so the lookup is a forward
      * cursor that only falls back to a full scan on a miss - the
      * same lookup INVPRINT uses.
       01  WS-LINE-DETAIL-TABLE-AREA.
           05  WS-LINE-DTL-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-LINE-DTL-ENTRIES  PIC S9(05) COMP-3
                                        VALUE 20000.
           05  WS-LINE-DTL-ENTRY OCCURS 1 TO 20000
                       DEPENDING ON WS-LINE-DTL-COUNT.
               10  WS-LDT-INVOICE-NUMBER PIC X(08).
               10  WS-LDT-LINE-NUMBER   PIC S9(05) COMP-3.
               10  WS-LDT-REVENUE       PIC S9(07)V99 COMP-3.
               10  WS-LDT-TAX           PIC S9(05)V9(03) COMP-3.
       01  WS-LINE-DETAIL-WORK.
           05  WS-LDT-CURSOR            PIC S9(05) COMP-3 VALUE 1.
           05  WS-LDT-SCAN-SUB          PIC S9(05) COMP.
           05  WS-LDT-FOUND-SW          PIC X.
               88  WS-LINE-DETAIL-FOUND VALUE 'Y'.
           05  WS-LDT-FOUND-SUB         PIC S9(05) COMP.
           05  WS-LDT-WANTED-INVOICE    PIC X(08).
           05  WS-LDT-WANTED-LINE       PIC S9(05) COMP-3.
           05  WS-LINE-SUB              PIC S9(05) COMP.

      * Stale-extract control: set when the run-date header on the
      * extract is missing or from a prior date, so the run stops
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM OPEN-LINE-HISTORY-MASTER

           PERFORM APPLY-INVOICE-TOTALS
           IF WS-EXTRACT-IS-STALE
               GO TO END-OF-PROGRAM
           END-IF
           IF LINE-HISTORY-AVAILABLE
               PERFORM APPLY-LINE-DETAIL THRU APPLY-LINE-DETAIL-EXIT
           END-IF
           PERFORM APPLY-PAYMENTS

           GO TO END-OF-PROGRAM
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * The line-history master is created the same way on its
      * first run. When it cannot be opened the invoice and payment
      * history is still applied; the night's lines are simply not
      * retained, and the run ends with a warning.
       OPEN-LINE-HISTORY-MASTER.
           OPEN I-O LINE-HISTORY-FILE
           IF LINE-HISTORY-MISSING
               OPEN OUTPUT LINE-HISTORY-FILE
               CLOSE LINE-HISTORY-FILE
               OPEN I-O LINE-HISTORY-FILE
           END-IF
           IF LINE-HISTORY-OK
               SET LINE-HISTORY-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'STATUS ON LINE-HISTORY-FILE OPEN: '
                       LINE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'HISTUPDT STATUS ON LINE-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       APPLY-INVOICE-TOTALS.
           OPEN INPUT INVOICE-TOTALS-FILE
           IF NOT INVOICE-TOTALS-OK
                   MOVE ITR-JURISDICTION-CODE
                       TO IHR-JURISDICTION-CODE
                   MOVE ITR-RETURN TO IHR-RETURN
                   MOVE ITR-COMPANY-CODE TO IHR-COMPANY-CODE
                   MOVE ITR-CURRENCY-CODE TO IHR-CURRENCY-CODE
                   MOVE ITR-EXCHANGE-RATE TO IHR-EXCHANGE-RATE
                   MOVE ITR-CURRENCY-AMOUNT TO IHR-CURRENCY-AMOUNT
                   PERFORM SET-HISTORY-STATUS
                   REWRITE INVOICE-HISTORY-RECORD
                   PERFORM CHECK-HISTORY-WRITE-STATUS
                   MOVE ITR-JURISDICTION-CODE
                       TO IHR-JURISDICTION-CODE
                   MOVE ITR-RETURN TO IHR-RETURN
                   MOVE ITR-COMPANY-CODE TO IHR-COMPANY-CODE
                   MOVE ITR-CURRENCY-CODE TO IHR-CURRENCY-CODE
                   MOVE ITR-EXCHANGE-RATE TO IHR-EXCHANGE-RATE
                   MOVE ITR-CURRENCY-AMOUNT TO IHR-CURRENCY-AMOUNT
                   MOVE ZERO TO IHR-AMOUNT-PAID
                   MOVE SPACES TO IHR-LAST-PAYMENT-DATE
                   PERFORM SET-HISTORY-STATUS
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-EVALUATE
           IF LINE-HISTORY-AVAILABLE
           AND INVOICE-HISTORY-OK
               IF ITR-IS-RETURN
                   PERFORM RECORD-RETURN-RESTOCK-FEE
               ELSE
                   PERFORM REFRESH-DOCUMENT-LINE
               END-IF
           END-IF
           .
      * A return carries the number of the sale it credits, and the
      * lines, freight and handling on file are the sale's; the
      * restocking fee kept back is all the return adds to line
      * zero. A sale posted before line history was kept has no line
      * zero, and one is written from the return's totals to carry
      * the fee.
       RECORD-RETURN-RESTOCK-FEE.
           MOVE ITR-INVOICE-NUMBER TO ILD-INVOICE-NUMBER
           MOVE ZERO TO ILD-LINE-NUMBER
           READ LINE-HISTORY-FILE
           IF LINE-HISTORY-OK
               MOVE ITR-RESTOCK-FEE TO ILD-RESTOCK-FEE
               REWRITE LINE-HISTORY-DOCUMENT
               PERFORM CHECK-LINE-HISTORY-STATUS
           ELSE
               PERFORM REFRESH-DOCUMENT-LINE
           END-IF
           .
      * Whatever lines the invoice had from an earlier night go
      * first, so a re-total that dropped a line leaves nothing
      * behind; line zero is then written fresh from the totals and
      * APPLY-LINE-DETAIL adds tonight's lines after it.
       REFRESH-DOCUMENT-LINE.
           MOVE ITR-INVOICE-NUMBER TO ILH-INVOICE-NUMBER
           MOVE ZERO TO ILH-LINE-NUMBER
           START LINE-HISTORY-FILE
               KEY IS NOT LESS THAN ILH-LINE-KEY
           END-START
           PERFORM UNTIL NOT LINE-HISTORY-OK
               READ LINE-HISTORY-FILE NEXT
               IF LINE-HISTORY-OK
                   IF ILH-INVOICE-NUMBER IS EQUAL TO ITR-INVOICE-NUMBER
                       DELETE LINE-HISTORY-FILE RECORD
                       PERFORM CHECK-LINE-HISTORY-STATUS
                   ELSE
                       MOVE '10' TO LINE-HISTORY-STATUS
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO LINE-HISTORY-DOCUMENT
           MOVE ITR-INVOICE-NUMBER TO ILD-INVOICE-NUMBER
           MOVE ZERO TO ILD-LINE-NUMBER
           MOVE ITR-INVOICE-DATE TO ILD-INVOICE-DATE
           MOVE ITR-CUSTOMER-NUMBER TO ILD-CUSTOMER-NUMBER
           MOVE ITR-DUE-DATE TO ILD-DUE-DATE
           MOVE ITR-FREIGHT-AMOUNT TO ILD-FREIGHT-AMOUNT
           MOVE ITR-HANDLING-AMOUNT TO ILD-HANDLING-AMOUNT
           MOVE ITR-TAX-REMITTED-BY TO ILD-TAX-REMITTED-BY
           MOVE ITR-RESTOCK-FEE TO ILD-RESTOCK-FEE
           WRITE LINE-HISTORY-DOCUMENT
           PERFORM CHECK-LINE-HISTORY-STATUS
           .
      * Tonight's billed lines: the computed revenue from SLSDTL1,
      * the tax from TAXAUD1, and the SKU, quantity, feed price and
      * taxable flag from INVFILE1. A line with no SLSDTL1 revenue
      * belongs to a rejected invoice and is not retained. Without
      * SLSDTL1 nothing can be retained; without TAXAUD1 the lines
      * are kept with no tax; without PRODMAST, with no description.
       APPLY-LINE-DETAIL.
           PERFORM LOAD-LINE-REVENUES
           IF WS-LINE-DTL-COUNT IS EQUAL TO ZERO
               GO TO APPLY-LINE-DETAIL-EXIT
           END-IF
           PERFORM LOAD-LINE-TAXES
           OPEN INPUT PRODUCT-MASTER-FILE
           IF PRODUCT-MASTER-OK
               SET PRODUCT-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'STATUS ON PRODUCT-MASTER-FILE OPEN: '
                       PRODUCT-MASTER-STATUS
           END-IF
           OPEN INPUT INVOICE-FILE
           IF NOT INVOICE-FILE-OK
               DISPLAY 'STATUS ON INVOICE-FILE OPEN: '
                       INVOICE-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'HISTUPDT STATUS ON INVOICE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           ELSE
               PERFORM UNTIL END-OF-INVOICE-FILE
                   READ INVOICE-FILE
                   IF INVOICE-FILE-OK
                   AND NOT INV-IS-RETURN
                       PERFORM RETAIN-ONE-LINE
                           VARYING WS-LINE-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SUB > INV-LINE-ITEM-COUNT
                   END-IF
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF
           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           .
       APPLY-LINE-DETAIL-EXIT.
           EXIT.
       LOAD-LINE-REVENUES.
           OPEN INPUT SALES-DETAIL-FILE
           IF NOT SALES-DETAIL-OK
               DISPLAY 'STATUS ON SALES-DETAIL-FILE OPEN: '
                       SALES-DETAIL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'HISTUPDT STATUS ON SALES-DETAIL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
               MOVE ZERO TO WS-LINE-DTL-COUNT
           ELSE
               PERFORM UNTIL END-OF-SALES-DETAIL
                   READ SALES-DETAIL-FILE
                   IF SALES-DETAIL-OK
                       PERFORM LOAD-ONE-LINE-REVENUE
                   END-IF
               END-PERFORM
               CLOSE SALES-DETAIL-FILE
           END-IF
           .
       LOAD-ONE-LINE-REVENUE.
           IF WS-LINE-DTL-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-LINE-DTL-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'HISTUPDT LINE DETAIL TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-LINE-DTL-COUNT
               MOVE SDL-INVOICE-NUMBER
                   TO WS-LDT-INVOICE-NUMBER(WS-LINE-DTL-COUNT)
               MOVE SDL-LINE-NUMBER
                   TO WS-LDT-LINE-NUMBER(WS-LINE-DTL-COUNT)
               MOVE SDL-LINE-REVENUE
                   TO WS-LDT-REVENUE(WS-LINE-DTL-COUNT)
               MOVE ZERO TO WS-LDT-TAX(WS-LINE-DTL-COUNT)
           END-IF
           .
      * Each component record adds into its line's tax; the run-date
      * header and the line-zero freight and handling records have
      * no billed line to land on and are passed over.
       LOAD-LINE-TAXES.
           OPEN INPUT TAX-AUDIT-FILE
           IF NOT TAX-AUDIT-OK
               DISPLAY 'STATUS ON TAX-AUDIT-FILE OPEN: '
                       TAX-AUDIT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'HISTUPDT STATUS ON TAX-AUDIT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-TAX-AUDIT
                   READ TAX-AUDIT-FILE
                   IF TAX-AUDIT-OK
                   AND TAD-INVOICE-NUMBER(1:3) NOT = 'HDR'
                   AND TAD-LINE-NUMBER IS GREATER THAN ZERO
                       MOVE TAD-INVOICE-NUMBER
                           TO WS-LDT-WANTED-INVOICE
                       MOVE TAD-LINE-NUMBER TO WS-LDT-WANTED-LINE
                       PERFORM LOOK-UP-LINE-DETAIL
                           THRU LOOK-UP-LINE-DETAIL-EXIT
                       IF WS-LINE-DETAIL-FOUND
                           ADD TAD-TAX-AMOUNT
                               TO WS-LDT-TAX(WS-LDT-FOUND-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TAX-AUDIT-FILE
           END-IF
           .
       RETAIN-ONE-LINE.
           MOVE INV-NUMBER TO WS-LDT-WANTED-INVOICE
           MOVE WS-LINE-SUB TO WS-LDT-WANTED-LINE
           PERFORM LOOK-UP-LINE-DETAIL THRU LOOK-UP-LINE-DETAIL-EXIT
           IF WS-LINE-DETAIL-FOUND
               MOVE SPACES TO LINE-HISTORY-RECORD
               MOVE INV-NUMBER TO ILH-INVOICE-NUMBER
               MOVE WS-LINE-SUB TO ILH-LINE-NUMBER
               MOVE INV-DATE TO ILH-INVOICE-DATE
               MOVE INV-CUSTOMER-NUMBER TO ILH-CUSTOMER-NUMBER
               MOVE INV-LINE-SKU(WS-LINE-SUB) TO ILH-SKU
               IF PRODUCT-MASTER-AVAILABLE
                   MOVE INV-LINE-SKU(WS-LINE-SUB) TO PM-SKU
                   READ PRODUCT-MASTER-FILE
                   IF PRODUCT-MASTER-OK
                       MOVE PM-DESCRIPTION TO ILH-DESCRIPTION
                   END-IF
               END-IF
               MOVE INV-LINE-QUANTITY(WS-LINE-SUB) TO ILH-QUANTITY
               MOVE INV-LINE-UNIT-PRICE(WS-LINE-SUB) TO ILH-UNIT-PRICE
               MOVE WS-LDT-REVENUE(WS-LDT-FOUND-SUB)
                   TO ILH-LINE-REVENUE
               MOVE WS-LDT-TAX(WS-LDT-FOUND-SUB) TO ILH-LINE-TAX
               MOVE INV-LINE-TAXABLE(WS-LINE-SUB) TO ILH-TAXABLE
               WRITE LINE-HISTORY-RECORD
      *        The same invoice twice on one night's feed: the later
      *        copy is the one INVCALC totaled last.
               IF LINE-HISTORY-DUPLICATE
                   REWRITE LINE-HISTORY-RECORD
               END-IF
               PERFORM CHECK-LINE-HISTORY-STATUS
               IF LINE-HISTORY-OK
                   ADD 1 TO WS-LINES-RETAINED
               END-IF
           END-IF
           .
      * Forward cursor over the line-detail table for the invoice
      * and line in WS-LDT-WANTED-INVOICE and WS-LDT-WANTED-LINE; a
      * miss wraps once through the whole table before giving up.
       LOOK-UP-LINE-DETAIL.
           MOVE 'N' TO WS-LDT-FOUND-SW
           IF WS-LINE-DTL-COUNT IS EQUAL TO ZERO
               GO TO LOOK-UP-LINE-DETAIL-EXIT
           END-IF
           MOVE WS-LDT-CURSOR TO WS-LDT-SCAN-SUB
           PERFORM UNTIL WS-LINE-DETAIL-FOUND
                   OR WS-LDT-SCAN-SUB IS GREATER THAN
                       WS-LINE-DTL-COUNT
               PERFORM JUDGE-ONE-DETAIL-ENTRY
               ADD 1 TO WS-LDT-SCAN-SUB
           END-PERFORM
           IF NOT WS-LINE-DETAIL-FOUND
               MOVE 1 TO WS-LDT-SCAN-SUB
               PERFORM UNTIL WS-LINE-DETAIL-FOUND
                       OR WS-LDT-SCAN-SUB IS NOT LESS THAN
                           WS-LDT-CURSOR
                   PERFORM JUDGE-ONE-DETAIL-ENTRY
                   ADD 1 TO WS-LDT-SCAN-SUB
               END-PERFORM
           END-IF
           .
       LOOK-UP-LINE-DETAIL-EXIT.
           EXIT.
       JUDGE-ONE-DETAIL-ENTRY.
           IF WS-LDT-INVOICE-NUMBER(WS-LDT-SCAN-SUB)
                   IS EQUAL TO WS-LDT-WANTED-INVOICE
           AND WS-LDT-LINE-NUMBER(WS-LDT-SCAN-SUB)
                   IS EQUAL TO WS-LDT-WANTED-LINE
               SET WS-LINE-DETAIL-FOUND TO TRUE
               MOVE WS-LDT-SCAN-SUB TO WS-LDT-FOUND-SUB
               MOVE WS-LDT-SCAN-SUB TO WS-LDT-CURSOR
           END-IF
           .
       CHECK-LINE-HISTORY-STATUS.
           IF NOT LINE-HISTORY-OK
               DISPLAY 'STATUS ON LINE-HISTORY WRITE: '
                       LINE-HISTORY-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'HISTUPDT STATUS ON LINE-HISTORY WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE ILH-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       APPLY-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           DISPLAY 'PAYMENTS POSTED:            ' WS-PAYMENTS-POSTED
           DISPLAY 'PAYMENTS UNMATCHED:         '
                   WS-PAYMENTS-UNMATCHED
           DISPLAY 'INVOICE LINES RETAINED:     ' WS-LINES-RETAINED
           CLOSE INVOICE-HISTORY-FILE
           IF LINE-HISTORY-AVAILABLE
               CLOSE LINE-HISTORY-FILE
           END-IF
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
