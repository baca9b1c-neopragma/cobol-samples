      *   repriced, discounted, or return invoice foots to its own
      *   printed subtotal; the invoice-level freight and handling
      *   carried on INVTOT1 print as their own lines above it.
      * - An invoice numbered by INVASM prints the partner's own
      *   invoice number, from the INVXREF1 cross-reference, as a
      *   YOUR REFERENCE line under the title, so the customer can
      *   match our bill to the order their partner placed.
      * - The invoice record now carries INV-SHIP-WAREHOUSE, the
      *   warehouse the goods shipped from, ahead of the line count.
      * - SLSDTL1 lines now end with the shipping warehouse code.
      * - A customer whose CUSTMAST delivery code is 'E' is billed
      *   electronically by INVEDI, which must run first: an invoice on
      *   tonight's EDILOG1 transmission log no longer prints, and an
      *   electronic customer's invoice INVEDI held prints with a
      *   warning.
      * - A credit or debit memo from ADJMEMO prints under a CREDIT
      *   MEMO or DEBIT MEMO title with an ADJUSTS INVOICE line naming
      *   the invoice it adjusts, taken from the ADJMLOG1 memo log.
      * - The remit-to block now comes from the CMPYMST1 company master
      *   for the invoice's INV-COMPANY-CODE (a blank company being the
      *   home company '01'): the company's legal name and its remit
      *   lines. A company not on the master, or with no remit lines,
      *   still prints the consolidated lockbox address.
      * - An invoice billed in a foreign currency (INVCALC's
      *   ITR-CURRENCY-CODE) prints in that currency under an AMOUNTS
      *   IN line: lines, charges and tax restated at the booked
      *   exchange rate, and the total due from INVCALC's currency
      *   total.
      * - An invoice whose tax a marketplace facilitator remits
      *   (ITR-TAX-REMITTED-BY P on INVTOT1) still prints its sales
      *   tax, followed by a line saying the marketplace facilitator
      *   collected and remits it.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      * - A credit memo prints the restocking fee kept back on the
      *   return as its own line beside freight and handling, so its
      *   lines and charges foot to the printed subtotal. The INVTOT1
      *   run-date header is now declared under the INVTOT1 FD it is
      *   read from.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVPRINT.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT MEMO-LOG-FILE ASSIGN TO 'ADJMLOG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMO-LOG-STATUS.
           SELECT EDI-LOG-FILE ASSIGN TO 'EDILOG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EDI-LOG-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'CMPYMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMPANY-MASTER-STATUS.
           SELECT INVOICE-DOCUMENT-FILE ASSIGN TO 'INVDOC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-DOCUMENT-STATUS.
           05  INV-JURISDICTION-CODE    PIC X(02).
           05  INV-RETURN               PIC X.
               88 IS-RETURN             VALUE 'R'.
               88 IS-CREDIT-MEMO        VALUE 'C'.
               88 IS-DEBIT-MEMO         VALUE 'D'.
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
               88  ITR-TAX-PARTNER-REMITTED VALUE 'P'.
      * The restocking fee kept back on a return against an RMA,
      * already inside the before-tax total; zero otherwise.
           05  ITR-RESTOCK-FEE          PIC S9(07)V99 COMP-3.
      * Run-date header INVCALC stamps as the first record of the
      * extract; VERIFY-INVOICE-TOTALS-HEADER refuses the file
      * when it is missing or carries a prior date.
       01  INVOICE-TOTALS-HEADER.
           05  ITH-RECORD-TYPE          PIC X(03).
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).

      * Same layout INVCALC writes to SLSDTL1: the computed, signed
      * line revenue, so the document's lines foot to its own
           05  SDL-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SDL-LINE-COST            PIC S9(07)V99 COMP-3.
           05  SDL-PROMO-FLAG           PIC X(01).
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

      * Same layout INVCALC reads from CUSTMAST.
       FD  CUSTOMER-MASTER-FILE
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  CM-INVOICE-DELIVERY      PIC X(01).
           05  FILLER                   PIC X(29).

      * Same layout INVCALC reads from PRODMAST; only the
      * description is needed here.
           05  PM-UNIT-COST             PIC S9(05)V99 COMP-3.
           05  FILLER                   PIC X(30).

      * Same layout INVASM appends to INVXREF1.
       FD  INVOICE-XREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-XREF-RECORD.
       01  INVOICE-XREF-RECORD.
           05  IXR-INVOICE-NUMBER       PIC X(08).
           05  IXR-PARTNER-INVOICE-NO   PIC X(16).
           05  IXR-CUSTOMER-NUMBER      PIC X(08).
           05  IXR-INVOICE-DATE         PIC X(08).
           05  IXR-ASSIGNED-DATE        PIC X(08).

      * Same layout ADJMEMO appends to ADJMLOG1; only the memo
      * number and the invoice it adjusts are needed here.
       FD  MEMO-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMO-LOG-RECORD.
       01  MEMO-LOG-RECORD.
           05  AML-MEMO-NUMBER          PIC X(08).
           05  AML-MEMO-TYPE            PIC X(01).
           05  AML-CUSTOMER-NUMBER      PIC X(08).
           05  AML-ORIG-INVOICE-NUMBER  PIC X(08).
           05  AML-REASON-CODE          PIC X(02).
           05  AML-AMOUNT               PIC S9(05)V99 COMP-3.
           05  AML-TAXABLE              PIC X(01).
           05  AML-APPROVED-BY          PIC X(08).
           05  AML-MEMO-DATE            PIC X(08).

      * Same layout INVEDI appends to EDILOG1; only the invoice
      * number and the date sent are needed here.
       FD  EDI-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EDI-LOG-RECORD.
       01  EDI-LOG-RECORD.
           05  ELG-CONTROL-NUMBER       PIC 9(09).
           05  ELG-PARTNER-ID           PIC X(08).
           05  ELG-ROUTING              PIC X(20).
           05  ELG-INVOICE-NUMBER       PIC X(08).
           05  ELG-CUSTOMER-NUMBER      PIC X(08).
           05  ELG-INVOICE-TOTAL        PIC S9(07)V99 COMP-3.
           05  ELG-SENT-DATE            PIC X(08).
           05  ELG-SENT-TIME            PIC X(06).
           05  FILLER                   PIC X(08).

      * Operating-company master: the legal name and remit-to lines
      * each company prints on its own documents.
       FD  COMPANY-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPANY-MASTER-RECORD.
       01  COMPANY-MASTER-RECORD.
           05  CMP-COMPANY-CODE         PIC X(02).
           05  CMP-LEGAL-NAME           PIC X(30).
           05  CMP-REMIT-LINE-1         PIC X(30).
           05  CMP-REMIT-LINE-2         PIC X(30).
           05  CMP-REMIT-LINE-3         PIC X(30).
           05  CMP-TAX-REGISTRATION     PIC X(20).
           05  CMP-STATUS               PIC X(01).
               88  CMP-IS-ACTIVE        VALUE 'A'.
           05  FILLER                   PIC X(17).

       FD  INVOICE-DOCUMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-DOCUMENT-LINE.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
               88  PRODUCT-SKU-NOT-FOUND VALUE '23'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
           05  MEMO-LOG-STATUS          PIC X(02).
               88  MEMO-LOG-OK          VALUE '00'.
               88  END-OF-MEMO-LOG      VALUE '10'.
           05  INVOICE-DOCUMENT-STATUS  PIC X(02).
               88  INVOICE-DOCUMENT-OK  VALUE '00'.
           05  COMPANY-MASTER-STATUS    PIC X(02).
               88  COMPANY-MASTER-OK    VALUE '00'.
               88  END-OF-COMPANY-MASTER VALUE '10'.
           05  EDI-LOG-STATUS           PIC X(02).
               88  EDI-LOG-OK           VALUE '00'.
               88  END-OF-EDI-LOG       VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
               10  WS-TOT-DUE-DATE       PIC X(08).
               10  WS-TOT-FREIGHT        PIC S9(07)V99 COMP-3.
               10  WS-TOT-HANDLING       PIC S9(07)V99 COMP-3.
               10  WS-TOT-RESTOCK-FEE    PIC S9(07)V99 COMP-3.
               10  WS-TOT-PARTNER-NO     PIC X(16).
               10  WS-TOT-ADJUSTED-INVOICE PIC X(08).
               10  WS-TOT-CURRENCY-CODE  PIC X(03).
               10  WS-TOT-EXCHANGE-RATE  PIC 9(03)V9(06).
               10  WS-TOT-CURRENCY-AMOUNT PIC S9(07)V99 COMP-3.
               10  WS-TOT-TAX-REMITTED-BY PIC X(01).
                   88  WS-TOT-TAX-PARTNER-REMITTED VALUE 'P'.
       01  WS-INVOICE-ACCEPTED-SWITCH   PIC X.
           88  INVOICE-WAS-ACCEPTED     VALUE 'Y'.

               10  WS-BT-STATE           PIC X(02).
               10  WS-BT-POSTAL-CODE     PIC X(10).
               10  WS-BT-TERMS-CODE      PIC X(02).
               10  WS-BT-INVOICE-DELIVERY PIC X(01).
                   88  WS-BT-DELIVERS-ELECTRONIC VALUE 'E'.
       01  WS-BILL-TO-FOUND-SWITCH      PIC X.
           88  BILL-TO-WAS-FOUND        VALUE 'Y'.

      * The invoices INVEDI sent electronically tonight, from the
      * transmission log; these are left off the paper run.
       01  WS-SENT-TABLE-AREA.
           05  WS-SENT-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-SENT-ENTRIES      PIC S9(05) COMP-3 VALUE 5000.
           05  WS-SENT-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-SENT-COUNT
                       INDEXED BY SENT-INDEX.
               10  WS-SNT-INVOICE-NUMBER PIC X(08).
       01  WS-INVOICE-SENT-SWITCH       PIC X.
           88  INVOICE-WAS-SENT         VALUE 'Y'.

       01  WS-PRODUCT-MASTER-SWITCH     PIC X VALUE 'N'.
           88  PRODUCT-MASTER-AVAILABLE VALUE 'Y'.

           05  WS-EXTENDED-AMOUNT       PIC S9(09)V99 COMP-3.
           05  WS-LINE-DESCRIPTION      PIC X(30).
           05  WS-DOCUMENTS-PRINTED     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DOCUMENTS-SUPPRESSED  PIC S9(07) COMP-3 VALUE ZERO.
      * A foreign-currency invoice prints every amount in the
      * customer's currency, at the rate INVCALC booked it at.
           05  WS-DOCUMENT-AMOUNT       PIC S9(09)V9(03) COMP-3.
           05  WS-DOCUMENT-FOREIGN-SWITCH PIC X.
               88  DOCUMENT-IS-FOREIGN  VALUE 'Y'.

      * Stale-extract control: set when the run-date header on the
      * extract is missing or from a prior date, so the run stops
           05  FILLER                   PIC X(07) VALUE '  DUE  '.
           05  DTL-DUE-DATE             PIC X(10).

       01  DOCUMENT-REFERENCE-LINE.
           05  FILLER                   PIC X(16)
                   VALUE 'YOUR REFERENCE  '.
           05  DRF-PARTNER-INVOICE-NO   PIC X(16).

       01  DOCUMENT-ADJUSTMENT-LINE.
           05  FILLER                   PIC X(16)
                   VALUE 'ADJUSTS INVOICE '.
           05  DAJ-ORIG-INVOICE-NUMBER  PIC X(08).

       01  DOCUMENT-CURRENCY-LINE.
           05  FILLER                   PIC X(16)
                   VALUE 'AMOUNTS IN      '.
           05  DCU-CURRENCY-CODE        PIC X(03).

       01  DOCUMENT-FACILITATOR-LINE.
           05  FILLER                   PIC X(36)
                   VALUE 'SALES TAX COLLECTED AND REMITTED BY '.
           05  FILLER                   PIC X(27)
                   VALUE 'THE MARKETPLACE FACILITATOR'.

       01  DOCUMENT-TERMS-LINE.
           05  FILLER                   PIC X(07) VALUE 'TERMS  '.
           05  DTM-TERMS-CODE           PIC X(02).
           05  FILLER                   PIC X(14)
                   VALUE 'HANDLING      '.
           05  DHA-HANDLING             PIC $,$$$,$$9.99-.
       01  DOCUMENT-RESTOCK-LINE.
           05  FILLER                   PIC X(46) VALUE SPACES.
           05  FILLER                   PIC X(14)
                   VALUE 'RESTOCKING FEE'.
           05  DRS-RESTOCK-FEE          PIC $,$$$,$$9.99-.

       01  DOCUMENT-SUBTOTAL-LINE.
           05  FILLER                   PIC X(46) VALUE SPACES.
                   VALUE 'TOTAL DUE     '.
           05  DTO-TOTAL-AMOUNT         PIC $,$$$,$$9.99-.

      * Remit-to block per operating company, from CMPYMST1. A
      * company missing from the master, or with no remit lines on
      * it, prints the old consolidated lockbox address.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.
       01  WS-REMIT-COMPANY-CODE        PIC X(02).
       01  WS-COMPANY-TABLE-AREA.
           05  WS-COMPANY-COUNT         PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPANY-ENTRIES   PIC S9(03) COMP-3 VALUE 20.
           05  WS-COMPANY-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-COMPANY-COUNT
                       INDEXED BY COMPANY-INDEX.
               10  WS-CMP-COMPANY-CODE  PIC X(02).
               10  WS-CMP-LEGAL-NAME    PIC X(30).
               10  WS-CMP-REMIT-LINE-1  PIC X(30).
               10  WS-CMP-REMIT-LINE-2  PIC X(30).
               10  WS-CMP-REMIT-LINE-3  PIC X(30).
       01  WS-COMPANY-FOUND-SWITCH      PIC X.
           88  COMPANY-WAS-FOUND        VALUE 'Y'.
       01  REMIT-TO-LINE-1.
           05  FILLER                   PIC X(10)
                   VALUE 'REMIT TO: '.
           05  RTL-REMIT-NAME           PIC X(30).
       01  REMIT-TO-LINE-2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  RTL-REMIT-TEXT           PIC X(30).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           IF WS-EXTRACT-IS-STALE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-PARTNER-REFERENCES
           PERFORM LOAD-ADJUSTMENT-REFERENCES
           PERFORM LOAD-BILL-TO-ADDRESSES
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-ELECTRONIC-SENDS
           PERFORM OPEN-PRODUCT-MASTER

           OPEN INPUT INVOICE-FILE
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM LOOK-UP-ACCEPTED-INVOICE
                   IF INVOICE-WAS-ACCEPTED
                       PERFORM CHECK-ELECTRONIC-DELIVERY
                       IF INVOICE-WAS-SENT
                           ADD 1 TO WS-DOCUMENTS-SUPPRESSED
                       ELSE
                           PERFORM PRINT-ONE-DOCUMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                   TO WS-TOT-FREIGHT(WS-TOTALS-COUNT)
               MOVE ITR-HANDLING-AMOUNT
                   TO WS-TOT-HANDLING(WS-TOTALS-COUNT)
               MOVE ITR-RESTOCK-FEE
                   TO WS-TOT-RESTOCK-FEE(WS-TOTALS-COUNT)
               MOVE SPACES TO WS-TOT-PARTNER-NO(WS-TOTALS-COUNT)
               MOVE SPACES
                   TO WS-TOT-ADJUSTED-INVOICE(WS-TOTALS-COUNT)
               MOVE ITR-CURRENCY-CODE
                   TO WS-TOT-CURRENCY-CODE(WS-TOTALS-COUNT)
               MOVE ITR-EXCHANGE-RATE
                   TO WS-TOT-EXCHANGE-RATE(WS-TOTALS-COUNT)
               MOVE ITR-CURRENCY-AMOUNT
                   TO WS-TOT-CURRENCY-AMOUNT(WS-TOTALS-COUNT)
               MOVE ITR-TAX-REMITTED-BY
                   TO WS-TOT-TAX-REMITTED-BY(WS-TOTALS-COUNT)
           END-IF
           .
      * Only the cross-reference entries for invoices accepted tonight
      * are kept, on the totals entry they belong to. A missing file
      * prints every document without the reference line.
       LOAD-PARTNER-REFERENCES.
           OPEN INPUT INVOICE-XREF-FILE
           IF NOT INVOICE-XREF-OK
               DISPLAY 'STATUS ON INVOICE-XREF-FILE OPEN: '
                       INVOICE-XREF-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVPRINT STATUS ON INVOICE-XREF-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-INVOICE-XREF
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                   AND WS-TOTALS-COUNT IS GREATER THAN ZERO
                       SET TOTALS-INDEX TO 1
                       SEARCH WS-TOTALS-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-TOT-INVOICE-NUMBER(TOTALS-INDEX)
                                    IS EQUAL TO IXR-INVOICE-NUMBER
                               MOVE IXR-PARTNER-INVOICE-NO
                                   TO WS-TOT-PARTNER-NO(TOTALS-INDEX)
                       END-SEARCH
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           .
      * The same for the memo log: each credit or debit memo accepted
      * tonight picks up the invoice it adjusts. A missing log prints
      * the memos without the adjustment line.
       LOAD-ADJUSTMENT-REFERENCES.
           OPEN INPUT MEMO-LOG-FILE
           IF NOT MEMO-LOG-OK
               DISPLAY 'STATUS ON MEMO-LOG-FILE OPEN: '
                       MEMO-LOG-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVPRINT STATUS ON MEMO-LOG-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-MEMO-LOG
                   READ MEMO-LOG-FILE
                   IF MEMO-LOG-OK
                   AND WS-TOTALS-COUNT IS GREATER THAN ZERO
                       SET TOTALS-INDEX TO 1
                       SEARCH WS-TOTALS-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-TOT-INVOICE-NUMBER(TOTALS-INDEX)
                                    IS EQUAL TO AML-MEMO-NUMBER
                               MOVE AML-ORIG-INVOICE-NUMBER
                                   TO WS-TOT-ADJUSTED-INVOICE
                                          (TOTALS-INDEX)
                       END-SEARCH
                   END-IF
               END-PERFORM
               CLOSE MEMO-LOG-FILE
           END-IF
           .
       LOAD-LINE-REVENUES.
                   TO WS-BT-POSTAL-CODE(WS-BILL-TO-COUNT)
               MOVE CM-TERMS-CODE
                   TO WS-BT-TERMS-CODE(WS-BILL-TO-COUNT)
               MOVE CM-INVOICE-DELIVERY
                   TO WS-BT-INVOICE-DELIVERY(WS-BILL-TO-COUNT)
           END-IF
           .
      * No CMPYMST1 leaves the company table empty; every document
      * then carries the consolidated lockbox address as before.
       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF NOT COMPANY-MASTER-OK
               DISPLAY 'STATUS ON COMPANY-MASTER-FILE OPEN: '
                       COMPANY-MASTER-STATUS
               MOVE ZERO TO WS-COMPANY-COUNT
           ELSE
               PERFORM UNTIL END-OF-COMPANY-MASTER
                   READ COMPANY-MASTER-FILE
                   IF COMPANY-MASTER-OK
                       PERFORM LOAD-ONE-COMPANY
                   END-IF
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF
           .
       LOAD-ONE-COMPANY.
           IF WS-COMPANY-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-COMPANY-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVPRINT COMPANY TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-COMPANY-COUNT
               MOVE CMP-COMPANY-CODE
                   TO WS-CMP-COMPANY-CODE(WS-COMPANY-COUNT)
               MOVE CMP-LEGAL-NAME
                   TO WS-CMP-LEGAL-NAME(WS-COMPANY-COUNT)
               MOVE CMP-REMIT-LINE-1
                   TO WS-CMP-REMIT-LINE-1(WS-COMPANY-COUNT)
               MOVE CMP-REMIT-LINE-2
                   TO WS-CMP-REMIT-LINE-2(WS-COMPANY-COUNT)
               MOVE CMP-REMIT-LINE-3
                   TO WS-CMP-REMIT-LINE-3(WS-COMPANY-COUNT)
           END-IF
           .
      * The remit-to block for WS-REMIT-COMPANY-CODE: the company's
      * legal name and its remit lines, skipping blank ones.
       PRINT-REMIT-TO-BLOCK.
           MOVE 'N' TO WS-COMPANY-FOUND-SWITCH
           IF WS-COMPANY-COUNT IS GREATER THAN ZERO
               SET COMPANY-INDEX TO 1
               SEARCH WS-COMPANY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CMP-COMPANY-CODE(COMPANY-INDEX)
                            IS EQUAL TO WS-REMIT-COMPANY-CODE
                   AND  WS-CMP-REMIT-LINE-1(COMPANY-INDEX)
                            IS NOT EQUAL TO SPACES
                       SET COMPANY-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF COMPANY-WAS-FOUND
               MOVE WS-CMP-LEGAL-NAME(COMPANY-INDEX)
                   TO RTL-REMIT-NAME
               WRITE INVOICE-DOCUMENT-LINE FROM REMIT-TO-LINE-1
                   AFTER ADVANCING 1 LINE
               MOVE WS-CMP-REMIT-LINE-1(COMPANY-INDEX)
                   TO RTL-REMIT-TEXT
               WRITE INVOICE-DOCUMENT-LINE FROM REMIT-TO-LINE-2
                   AFTER ADVANCING 1 LINE
               IF WS-CMP-REMIT-LINE-2(COMPANY-INDEX)
                       IS NOT EQUAL TO SPACES
                   MOVE WS-CMP-REMIT-LINE-2(COMPANY-INDEX)
                       TO RTL-REMIT-TEXT
                   WRITE INVOICE-DOCUMENT-LINE FROM REMIT-TO-LINE-2
                       AFTER ADVANCING 1 LINE
               END-IF
               IF WS-CMP-REMIT-LINE-3(COMPANY-INDEX)
                       IS NOT EQUAL TO SPACES
                   MOVE WS-CMP-REMIT-LINE-3(COMPANY-INDEX)
                       TO RTL-REMIT-TEXT
                   WRITE INVOICE-DOCUMENT-LINE FROM REMIT-TO-LINE-2
                       AFTER ADVANCING 1 LINE
               END-IF
           ELSE
               MOVE 'CONSOLIDATED RECEIVABLES' TO RTL-REMIT-NAME
               WRITE INVOICE-DOCUMENT-LINE FROM REMIT-TO-LINE-1
                   AFTER ADVANCING 1 LINE
               MOVE 'PO BOX 4400' TO RTL-REMIT-TEXT
               WRITE INVOICE-DOCUMENT-LINE FROM REMIT-TO-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE 'NEWARK NJ 07101' TO RTL-REMIT-TEXT
               WRITE INVOICE-DOCUMENT-LINE FROM REMIT-TO-LINE-2
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      * Only entries stamped with tonight's date count; a missing log
      * means nothing went electronically and everything prints.
       LOAD-ELECTRONIC-SENDS.
           OPEN INPUT EDI-LOG-FILE
           IF NOT EDI-LOG-OK
               DISPLAY 'STATUS ON EDI-LOG-FILE OPEN: '
                       EDI-LOG-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVPRINT STATUS ON EDI-LOG-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-SENT-COUNT
           ELSE
               PERFORM UNTIL END-OF-EDI-LOG
                   READ EDI-LOG-FILE
                   IF EDI-LOG-OK
                   AND ELG-SENT-DATE IS EQUAL TO WS-CDT-DATE
                       PERFORM LOAD-ONE-SENT-ENTRY
                   END-IF
               END-PERFORM
               CLOSE EDI-LOG-FILE
           END-IF
           .
       LOAD-ONE-SENT-ENTRY.
           IF WS-SENT-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-SENT-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVPRINT SENT INVOICE TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-SENT-COUNT
               MOVE ELG-INVOICE-NUMBER
                   TO WS-SNT-INVOICE-NUMBER(WS-SENT-COUNT)
           END-IF
           .
      * The master stays open for the whole run and is READ by key
               END-SEARCH
           END-IF
           .
      * An invoice on tonight's transmission log was billed
      * electronically and does not print. An electronic customer's
      * invoice that INVEDI held prints as before, with a warning so
      * billing knows the paper copy is the only one.
       CHECK-ELECTRONIC-DELIVERY.
           MOVE 'N' TO WS-INVOICE-SENT-SWITCH
           IF WS-SENT-COUNT IS GREATER THAN ZERO
               SET SENT-INDEX TO 1
               SEARCH WS-SENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SNT-INVOICE-NUMBER(SENT-INDEX)
                            IS EQUAL TO INV-NUMBER
                       SET INVOICE-WAS-SENT TO TRUE
               END-SEARCH
           END-IF
           IF NOT INVOICE-WAS-SENT
           AND WS-BILL-TO-COUNT IS GREATER THAN ZERO
               SET BILL-TO-INDEX TO 1
               SEARCH WS-BILL-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BT-CUSTOMER-NUMBER(BILL-TO-INDEX)
                            IS EQUAL TO INV-CUSTOMER-NUMBER
                       IF WS-BT-DELIVERS-ELECTRONIC(BILL-TO-INDEX)
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'ELECTRONIC INVOICE NOT SENT - PRINTED'
                               TO WS-EL-EXCEPTION-TEXT
                           MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                           MOVE SPACES TO WS-EL-REFERENCE-KEY
                       END-IF
               END-SEARCH
           END-IF
           .
       PRINT-ONE-DOCUMENT.
           ADD 1 TO WS-DOCUMENTS-PRINTED
           IF WS-TOT-CURRENCY-CODE(TOTALS-INDEX) IS NOT EQUAL TO SPACES
           AND WS-TOT-EXCHANGE-RATE(TOTALS-INDEX) IS GREATER THAN ZERO
               SET DOCUMENT-IS-FOREIGN TO TRUE
           ELSE
               MOVE 'N' TO WS-DOCUMENT-FOREIGN-SWITCH
           END-IF
           PERFORM PRINT-BILL-TO-BLOCK
           EVALUATE TRUE
               WHEN IS-RETURN
               WHEN IS-CREDIT-MEMO
                   MOVE 'CREDIT MEMO' TO DTL-TITLE
               WHEN IS-DEBIT-MEMO
                   MOVE 'DEBIT MEMO ' TO DTL-TITLE
               WHEN OTHER
                   MOVE 'INVOICE    ' TO DTL-TITLE
           END-EVALUATE
           MOVE INV-NUMBER TO DTL-INVOICE-NUMBER
           PERFORM FORMAT-INVOICE-DATE
           PERFORM FORMAT-DUE-DATE
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-TITLE-LINE
               AFTER ADVANCING 2 LINES
           IF WS-TOT-PARTNER-NO(TOTALS-INDEX) IS NOT EQUAL TO SPACES
               MOVE WS-TOT-PARTNER-NO(TOTALS-INDEX)
                   TO DRF-PARTNER-INVOICE-NO
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-REFERENCE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-TOT-ADJUSTED-INVOICE(TOTALS-INDEX)
                   IS NOT EQUAL TO SPACES
               MOVE WS-TOT-ADJUSTED-INVOICE(TOTALS-INDEX)
                   TO DAJ-ORIG-INVOICE-NUMBER
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-ADJUSTMENT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF BILL-TO-WAS-FOUND
               MOVE WS-BT-TERMS-CODE(BILL-TO-INDEX)
                   TO DTM-TERMS-CODE
           END-IF
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-TERMS-LINE
               AFTER ADVANCING 1 LINE
           IF DOCUMENT-IS-FOREIGN
               MOVE WS-TOT-CURRENCY-CODE(TOTALS-INDEX)
                   TO DCU-CURRENCY-CODE
               WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-CURRENCY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE AFTER ADVANCING 1 LINE

               UNTIL WS-LINE-SUB > INV-LINE-ITEM-COUNT

           IF WS-TOT-FREIGHT(TOTALS-INDEX) IS NOT EQUAL TO ZERO
               MOVE WS-TOT-FREIGHT(TOTALS-INDEX)
                   TO WS-DOCUMENT-AMOUNT
               PERFORM STATE-DOCUMENT-AMOUNT
               MOVE WS-DOCUMENT-AMOUNT TO DFR-FREIGHT
               IF DOCUMENT-IS-FOREIGN
                   INSPECT DFR-FREIGHT REPLACING ALL '$' BY SPACE
               END-IF
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-FREIGHT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-TOT-HANDLING(TOTALS-INDEX) IS NOT EQUAL TO ZERO
               MOVE WS-TOT-HANDLING(TOTALS-INDEX)
                   TO WS-DOCUMENT-AMOUNT
               PERFORM STATE-DOCUMENT-AMOUNT
               MOVE WS-DOCUMENT-AMOUNT TO DHA-HANDLING
               IF DOCUMENT-IS-FOREIGN
                   INSPECT DHA-HANDLING REPLACING ALL '$' BY SPACE
               END-IF
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-HANDLING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-TOT-RESTOCK-FEE(TOTALS-INDEX) IS NOT EQUAL TO ZERO
               MOVE WS-TOT-RESTOCK-FEE(TOTALS-INDEX)
                   TO WS-DOCUMENT-AMOUNT
               PERFORM STATE-DOCUMENT-AMOUNT
               MOVE WS-DOCUMENT-AMOUNT TO DRS-RESTOCK-FEE
               IF DOCUMENT-IS-FOREIGN
                   INSPECT DRS-RESTOCK-FEE REPLACING ALL '$' BY SPACE
               END-IF
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-RESTOCK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-TOT-BEFORE-TAX(TOTALS-INDEX) TO WS-DOCUMENT-AMOUNT
           PERFORM STATE-DOCUMENT-AMOUNT
           MOVE WS-DOCUMENT-AMOUNT TO DST-BEFORE-TAX
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-TOT-JURISDICTION(TOTALS-INDEX)
               TO DTX-JURISDICTION
           MOVE WS-TOT-SALES-TAX(TOTALS-INDEX) TO WS-DOCUMENT-AMOUNT
           PERFORM STATE-DOCUMENT-AMOUNT
           MOVE WS-DOCUMENT-AMOUNT TO DTX-SALES-TAX
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-TAX-LINE
               AFTER ADVANCING 1 LINE
      * The customer still sees the tax, and is told who remits it.
           IF WS-TOT-TAX-PARTNER-REMITTED(TOTALS-INDEX)
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-FACILITATOR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF DOCUMENT-IS-FOREIGN
               MOVE WS-TOT-CURRENCY-AMOUNT(TOTALS-INDEX)
                   TO DTO-TOTAL-AMOUNT
               INSPECT DST-BEFORE-TAX REPLACING ALL '$' BY SPACE
               INSPECT DTX-SALES-TAX REPLACING ALL '$' BY SPACE
               INSPECT DTO-TOTAL-AMOUNT REPLACING ALL '$' BY SPACE
           ELSE
               MOVE WS-TOT-TOTAL-AMOUNT(TOTALS-INDEX)
                   TO DTO-TOTAL-AMOUNT
           END-IF
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE AFTER ADVANCING 1 LINE
           IF INV-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-REMIT-COMPANY-CODE
           ELSE
               MOVE INV-COMPANY-CODE TO WS-REMIT-COMPANY-CODE
           END-IF
           PERFORM PRINT-REMIT-TO-BLOCK
           IF NOT INVOICE-DOCUMENT-OK
               DISPLAY 'STATUS ON INVOICE-DOCUMENT WRITE: '
                       INVOICE-DOCUMENT-STATUS
           MOVE INV-LINE-SKU(WS-LINE-SUB) TO DIL-SKU
           MOVE WS-LINE-DESCRIPTION TO DIL-DESCRIPTION
           MOVE INV-LINE-QUANTITY(WS-LINE-SUB) TO DIL-QUANTITY
           MOVE INV-LINE-UNIT-PRICE(WS-LINE-SUB) TO WS-DOCUMENT-AMOUNT
           PERFORM STATE-DOCUMENT-AMOUNT
           MOVE WS-DOCUMENT-AMOUNT TO DIL-UNIT-PRICE
           PERFORM LOOK-UP-LINE-REVENUE
               THRU LOOK-UP-LINE-REVENUE-EXIT
           IF WS-LINE-REVENUE-FOUND
               COMPUTE WS-EXTENDED-AMOUNT =
                   INV-LINE-QUANTITY(WS-LINE-SUB)
                       * INV-LINE-UNIT-PRICE(WS-LINE-SUB)
           END-IF
           MOVE WS-EXTENDED-AMOUNT TO WS-DOCUMENT-AMOUNT
           PERFORM STATE-DOCUMENT-AMOUNT
           MOVE WS-DOCUMENT-AMOUNT TO DIL-EXTENDED
           IF DOCUMENT-IS-FOREIGN
               INSPECT DIL-UNIT-PRICE REPLACING ALL '$' BY SPACE
               INSPECT DIL-EXTENDED REPLACING ALL '$' BY SPACE
           END-IF
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-ITEM-LINE
               AFTER ADVANCING 1 LINE
           AND WS-LRV-LINE-NUMBER(WS-LRV-SCAN-SUB)
                   IS EQUAL TO WS-LINE-SUB
               SET WS-LINE-REVENUE-FOUND TO TRUE
               MOVE WS-LRV-REVENUE(WS-LRV-SCAN-SUB)
                   TO WS-EXTENDED-AMOUNT
               MOVE WS-LRV-SCAN-SUB TO WS-LRV-CURSOR
           END-IF
           .
      * A home-currency amount in WS-DOCUMENT-AMOUNT, restated in
      * the document's currency at the invoice's booked rate. The
      * total due prints INVCALC's own currency total, so the
      * customer is billed exactly what the receivable was booked at.
       STATE-DOCUMENT-AMOUNT.
           IF DOCUMENT-IS-FOREIGN
               COMPUTE WS-DOCUMENT-AMOUNT ROUNDED =
                   WS-DOCUMENT-AMOUNT
                       / WS-TOT-EXCHANGE-RATE(TOTALS-INDEX)
           END-IF
           .
       LOOK-UP-LINE-DESCRIPTION.
           MOVE SPACES TO WS-LINE-DESCRIPTION
           IF PRODUCT-MASTER-AVAILABLE
       END-OF-PROGRAM.
           DISPLAY 'INVOICE DOCUMENTS PRINTED: '
                   WS-DOCUMENTS-PRINTED
           DISPLAY 'SENT ELECTRONICALLY:       '
                   WS-DOCUMENTS-SUPPRESSED
           CLOSE INVOICE-FILE
           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
