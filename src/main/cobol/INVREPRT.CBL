      *****************************************************************
      * Program name:    INVREPRT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Reproducing a customer document on request from history.
      *
      * A customer who lost an invoice, or an auditor who wants to
      * see what was billed, used to get a HISTINQ line of totals and
      * nothing more - INVFILE1 and the night's INVDOC1 were long
      * gone. This program reads request cards carrying an invoice
      * number, fetches the invoice from the INVHIST1 master and its
      * lines from the INVLHST1 line history HISTUPDT maintains, and
      * prints the document on INVDUP1 in the INVDOC1 layout INVPRINT
      * uses: the bill-to block from CUSTMAST, the title, partner
      * reference and adjusted-invoice lines, terms, the billed lines
      * with their descriptions and computed extensions, freight,
      * handling, tax, total due, and the company's remit-to block.
      * Every reprint carries a DUPLICATE COPY line with the date it
      * was reprinted, so it can never be mistaken for a new bill.
      *
      * The lines print as they were billed - the description is the
      * one retained when the invoice was posted, not today's product
      * master. An invoice posted before line history was kept prints
      * its header and totals with a note that the lines were not
      * retained. A number not on the history master is logged and
      * counted, and the run ends with a return code of 4.
      * - A reprinted credit memo shows the restocking fee kept back on
      *   the return as its own line beside freight and handling.
      * - A returned invoice is filed under the number of the sale it
      *   credits, over the sale's lines, so its reprint leaves out the
      *   sale's lines, freight and handling: it notes that the line
      *   detail is not retained and shows the return's restocking fee
      *   with its own totals.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVREPRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRINT-REQUEST-FILE ASSIGN TO 'RPRTREQ1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPRINT-REQUEST-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT LINE-HISTORY-FILE ASSIGN TO 'INVLHST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ILH-LINE-KEY
                  FILE STATUS IS LINE-HISTORY-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT MEMO-LOG-FILE ASSIGN TO 'ADJMLOG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMO-LOG-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'CMPYMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMPANY-MASTER-STATUS.
           SELECT INVOICE-DOCUMENT-FILE ASSIGN TO 'INVDUP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-DOCUMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One requested invoice per card.
       FD  REPRINT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRINT-REQUEST-RECORD.
       01  REPRINT-REQUEST-RECORD.
           05  RRQ-INVOICE-NUMBER       PIC X(08).
           05  RRQ-REQUESTED-BY         PIC X(08).

      * Same layout HISTUPDT maintains on INVHIST1.
       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-HISTORY-RECORD.
       01  INVOICE-HISTORY-RECORD.
           05  IHR-INVOICE-NUMBER       PIC X(08).
           05  IHR-CUSTOMER-NUMBER      PIC X(08).
           05  IHR-INVOICE-DATE         PIC X(08).
           05  IHR-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  IHR-JURISDICTION-CODE    PIC X(02).
           05  IHR-RETURN               PIC X.
               88  IHR-IS-RETURN        VALUE 'R'.
               88  IHR-IS-CREDIT-MEMO   VALUE 'C'.
               88  IHR-IS-DEBIT-MEMO    VALUE 'D'.
           05  IHR-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout HISTUPDT maintains on INVLHST1: line zero is the
      * invoice's document record, lines one up the billed lines.
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
               88  ILD-TAX-PARTNER-REMITTED VALUE 'P'.
           05  ILD-RESTOCK-FEE          PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(49).

      * Same layout INVCALC reads from CUSTMAST.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER       PIC X(08).
           05  CM-CUSTOMER-NAME         PIC X(30).
           05  CM-CREDIT-LIMIT          PIC S9(07)V99 COMP-3.
           05  CM-BIRTH-DATE            PIC X(08).
           05  CM-ADDRESS-LINE-1        PIC X(30).
           05  CM-ADDRESS-LINE-2        PIC X(30).
           05  CM-CITY                  PIC X(20).
           05  CM-STATE                 PIC X(02).
           05  CM-POSTAL-CODE           PIC X(10).
           05  CM-CONTACT-NAME          PIC X(25).
           05  CM-CONTACT-PHONE         PIC X(15).
           05  CM-TERMS-CODE            PIC X(02).
           05  CM-STATEMENT-CYCLE       PIC X(01).
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  CM-INVOICE-DELIVERY      PIC X(01).
           05  FILLER                   PIC X(29).

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

      * Same layout INVPRINT writes to INVDOC1.
       FD  INVOICE-DOCUMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-DOCUMENT-LINE.
       01  INVOICE-DOCUMENT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  REPRINT-REQUEST-STATUS   PIC X(02).
               88  REPRINT-REQUEST-OK   VALUE '00'.
               88  END-OF-REPRINT-REQUESTS VALUE '10'.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
               88  HISTORY-KEY-NOT-FOUND VALUE '23'.
           05  LINE-HISTORY-STATUS      PIC X(02).
               88  LINE-HISTORY-OK      VALUE '00'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
           05  MEMO-LOG-STATUS          PIC X(02).
               88  MEMO-LOG-OK          VALUE '00'.
               88  END-OF-MEMO-LOG      VALUE '10'.
           05  COMPANY-MASTER-STATUS    PIC X(02).
               88  COMPANY-MASTER-OK    VALUE '00'.
               88  END-OF-COMPANY-MASTER VALUE '10'.
           05  INVOICE-DOCUMENT-STATUS  PIC X(02).
               88  INVOICE-DOCUMENT-OK  VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'INVREPRT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'INVREPRT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The return code is held here until GOBACK time - the EXCPLOG
      * and JOBSTAT calls in END-OF-PROGRAM would otherwise clear the
      * register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

      * The bill-to block per customer, loaded from CUSTMAST the
      * same way INVPRINT loads it, plus the terms code the
      * document quotes.
       01  WS-BILL-TO-TABLE-AREA.
           05  WS-BILL-TO-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-BILL-TO-ENTRIES   PIC S9(05) COMP-3 VALUE 1000.
           05  WS-BILL-TO-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-BILL-TO-COUNT
                       INDEXED BY BILL-TO-INDEX.
               10  WS-BT-CUSTOMER-NUMBER PIC X(08).
               10  WS-BT-CUSTOMER-NAME   PIC X(30).
               10  WS-BT-ADDRESS-LINE-1  PIC X(30).
               10  WS-BT-ADDRESS-LINE-2  PIC X(30).
               10  WS-BT-CITY            PIC X(20).
               10  WS-BT-STATE           PIC X(02).
               10  WS-BT-POSTAL-CODE     PIC X(10).
               10  WS-BT-TERMS-CODE      PIC X(02).
       01  WS-BILL-TO-FOUND-SWITCH      PIC X.
           88  BILL-TO-WAS-FOUND        VALUE 'Y'.

      * What the document needs beyond INVHIST1, from the invoice's
      * line zero; an invoice posted before line history was kept
      * has none, and prints with no due date or charges.
       01  WS-DOCUMENT-FIELDS.
           05  WS-DOC-DUE-DATE          PIC X(08).
           05  WS-DOC-FREIGHT           PIC S9(07)V99 COMP-3.
           05  WS-DOC-HANDLING          PIC S9(07)V99 COMP-3.
           05  WS-DOC-RESTOCK-FEE       PIC S9(07)V99 COMP-3.
           05  WS-DOC-TAX-REMITTED-BY   PIC X(01).
               88  WS-DOC-TAX-PARTNER-REMITTED VALUE 'P'.
           05  WS-DOC-PARTNER-NO        PIC X(16).
           05  WS-DOC-ADJUSTED-INVOICE  PIC X(08).

       01  WS-DOCUMENT-WORK-AREAS.
           05  WS-DOCUMENT-LINES        PIC S9(05) COMP-3.
           05  WS-DOCUMENTS-PRINTED     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REQUESTS-NOT-FOUND    PIC S9(07) COMP-3 VALUE ZERO.
      * A foreign-currency invoice prints every amount in the
      * customer's currency, at the rate INVCALC booked it at.
           05  WS-DOCUMENT-AMOUNT       PIC S9(09)V9(03) COMP-3.
           05  WS-DOCUMENT-FOREIGN-SWITCH PIC X.
               88  DOCUMENT-IS-FOREIGN  VALUE 'Y'.

      * The mailing block, indented to land in a standard window
      * envelope when the invoice is tri-folded.
       01  BILL-TO-NAME-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  BTN-CUSTOMER-NAME        PIC X(30).
       01  BILL-TO-ADDRESS-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  BTA-ADDRESS-TEXT         PIC X(30).
       01  BILL-TO-CITY-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  BTC-CITY                 PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BTC-STATE                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BTC-POSTAL-CODE          PIC X(10).
       01  BILL-TO-MISSING-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  BTM-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(29)
                   VALUE 'NO BILL-TO ADDRESS ON MASTER'.

       01  DOCUMENT-TITLE-LINE.
           05  DTL-TITLE                PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(08) VALUE '  DATE  '.
           05  DTL-INVOICE-DATE         PIC X(10).
           05  FILLER                   PIC X(07) VALUE '  DUE  '.
           05  DTL-DUE-DATE             PIC X(10).

      * Under the title on every reprint.
       01  DOCUMENT-DUPLICATE-LINE.
           05  FILLER                   PIC X(26)
                   VALUE '*** DUPLICATE COPY ***    '.
           05  FILLER                   PIC X(10) VALUE 'REPRINTED '.
           05  DDP-REPRINT-DATE         PIC X(10).

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

       01  DOCUMENT-ITEM-LINE.
           05  DIL-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DIL-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DIL-QUANTITY             PIC Z,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DIL-UNIT-PRICE           PIC $$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DIL-EXTENDED             PIC $,$$$,$$9.99-.

       01  DOCUMENT-NO-LINES-LINE.
           05  FILLER                   PIC X(41)
                   VALUE 'LINE DETAIL NOT RETAINED FOR THIS INVOICE'.

       01  DOCUMENT-FREIGHT-LINE.
           05  FILLER                   PIC X(46) VALUE SPACES.
           05  FILLER                   PIC X(14)
                   VALUE 'FREIGHT       '.
           05  DFR-FREIGHT              PIC $,$$$,$$9.99-.
       01  DOCUMENT-HANDLING-LINE.
           05  FILLER                   PIC X(46) VALUE SPACES.
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
           05  FILLER                   PIC X(14)
                   VALUE 'BEFORE TAX    '.
           05  DST-BEFORE-TAX           PIC $,$$$,$$9.99-.

       01  DOCUMENT-TAX-LINE.
           05  FILLER                   PIC X(46) VALUE SPACES.
           05  FILLER                   PIC X(10)
                   VALUE 'SALES TAX '.
           05  DTX-JURISDICTION         PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTX-SALES-TAX            PIC $$,$$9.999-.

       01  DOCUMENT-TOTAL-LINE.
           05  FILLER                   PIC X(46) VALUE SPACES.
           05  FILLER                   PIC X(14)
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

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE WS-CDT-DATE(1:4) TO DDP-REPRINT-DATE(1:4)
           MOVE '/' TO DDP-REPRINT-DATE(5:1)
           MOVE WS-CDT-DATE(5:2) TO DDP-REPRINT-DATE(6:2)
           MOVE '/' TO DDP-REPRINT-DATE(8:1)
           MOVE WS-CDT-DATE(7:2) TO DDP-REPRINT-DATE(9:2)

           OPEN INPUT REPRINT-REQUEST-FILE
           IF NOT REPRINT-REQUEST-OK
               DISPLAY 'STATUS ON REPRINT-REQUEST-FILE OPEN: '
                       REPRINT-REQUEST-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVREPRT STATUS ON REPRINT-REQUEST-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVREPRT STATUS ON INVOICE-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT LINE-HISTORY-FILE
           IF NOT LINE-HISTORY-OK
               DISPLAY 'STATUS ON LINE-HISTORY-FILE OPEN: '
                       LINE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVREPRT STATUS ON LINE-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT INVOICE-DOCUMENT-FILE
           IF NOT INVOICE-DOCUMENT-OK
               DISPLAY 'STATUS ON INVOICE-DOCUMENT-FILE OPEN: '
                       INVOICE-DOCUMENT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVREPRT STATUS ON INVOICE-DOCUMENT OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-BILL-TO-ADDRESSES
           PERFORM LOAD-COMPANY-MASTER

           PERFORM UNTIL END-OF-REPRINT-REQUESTS
               READ REPRINT-REQUEST-FILE
               IF REPRINT-REQUEST-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM ANSWER-ONE-REQUEST
               END-IF
           END-PERFORM

           IF WS-REQUESTS-NOT-FOUND IS GREATER THAN ZERO
           AND WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF

           GO TO END-OF-PROGRAM
           .
       ANSWER-ONE-REQUEST.
           MOVE RRQ-INVOICE-NUMBER TO IHR-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
           EVALUATE TRUE
               WHEN INVOICE-HISTORY-OK
                   PERFORM GATHER-DOCUMENT-FIELDS
                   PERFORM PRINT-ONE-DOCUMENT
               WHEN HISTORY-KEY-NOT-FOUND
                   DISPLAY 'INVREPRT INVOICE NOT ON HISTORY MASTER: '
                           RRQ-INVOICE-NUMBER
                   ADD 1 TO WS-REQUESTS-NOT-FOUND
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'INVREPRT REQUESTED INVOICE NOT ON HISTORY'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE RRQ-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
                   MOVE 'W' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
               WHEN OTHER
                   DISPLAY 'STATUS ON INVOICE-HISTORY READ: '
                           INVOICE-HISTORY-STATUS
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'INVREPRT STATUS ON INVOICE-HISTORY READ'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 8 TO WS-RETURN-CODE-VALUE
           END-EVALUATE
           .
      * Line zero, the partner's reference and the adjusted invoice.
      * The cross-reference and memo logs are cumulative, so a
      * missing one only costs the document its reference line.
       GATHER-DOCUMENT-FIELDS.
           MOVE SPACES TO WS-DOC-DUE-DATE
           MOVE ZERO TO WS-DOC-FREIGHT
           MOVE ZERO TO WS-DOC-HANDLING
           MOVE ZERO TO WS-DOC-RESTOCK-FEE
           MOVE SPACE TO WS-DOC-TAX-REMITTED-BY
           MOVE SPACES TO WS-DOC-PARTNER-NO
           MOVE SPACES TO WS-DOC-ADJUSTED-INVOICE
           MOVE IHR-INVOICE-NUMBER TO ILD-INVOICE-NUMBER
           MOVE ZERO TO ILD-LINE-NUMBER
           READ LINE-HISTORY-FILE
           IF LINE-HISTORY-OK
               MOVE ILD-DUE-DATE TO WS-DOC-DUE-DATE
               MOVE ILD-FREIGHT-AMOUNT TO WS-DOC-FREIGHT
               MOVE ILD-HANDLING-AMOUNT TO WS-DOC-HANDLING
               MOVE ILD-RESTOCK-FEE TO WS-DOC-RESTOCK-FEE
               MOVE ILD-TAX-REMITTED-BY TO WS-DOC-TAX-REMITTED-BY
           END-IF
           OPEN INPUT INVOICE-XREF-FILE
           IF INVOICE-XREF-OK
               PERFORM UNTIL END-OF-INVOICE-XREF
                       OR WS-DOC-PARTNER-NO IS NOT EQUAL TO SPACES
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                   AND IXR-INVOICE-NUMBER IS EQUAL TO
                           IHR-INVOICE-NUMBER
                       MOVE IXR-PARTNER-INVOICE-NO
                           TO WS-DOC-PARTNER-NO
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           OPEN INPUT MEMO-LOG-FILE
           IF MEMO-LOG-OK
               PERFORM UNTIL END-OF-MEMO-LOG
                       OR WS-DOC-ADJUSTED-INVOICE IS NOT EQUAL TO SPACES
                   READ MEMO-LOG-FILE
                   IF MEMO-LOG-OK
                   AND AML-MEMO-NUMBER IS EQUAL TO IHR-INVOICE-NUMBER
                       MOVE AML-ORIG-INVOICE-NUMBER
                           TO WS-DOC-ADJUSTED-INVOICE
                   END-IF
               END-PERFORM
               CLOSE MEMO-LOG-FILE
           END-IF
           .
       LOAD-BILL-TO-ADDRESSES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVREPRT STATUS ON CUSTOMER-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-BILL-TO-COUNT
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       PERFORM LOAD-ONE-BILL-TO-ADDRESS
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       LOAD-ONE-BILL-TO-ADDRESS.
           IF WS-BILL-TO-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-BILL-TO-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVREPRT BILL-TO TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-BILL-TO-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-BT-CUSTOMER-NUMBER(WS-BILL-TO-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO WS-BT-CUSTOMER-NAME(WS-BILL-TO-COUNT)
               MOVE CM-ADDRESS-LINE-1
                   TO WS-BT-ADDRESS-LINE-1(WS-BILL-TO-COUNT)
               MOVE CM-ADDRESS-LINE-2
                   TO WS-BT-ADDRESS-LINE-2(WS-BILL-TO-COUNT)
               MOVE CM-CITY TO WS-BT-CITY(WS-BILL-TO-COUNT)
               MOVE CM-STATE TO WS-BT-STATE(WS-BILL-TO-COUNT)
               MOVE CM-POSTAL-CODE
                   TO WS-BT-POSTAL-CODE(WS-BILL-TO-COUNT)
               MOVE CM-TERMS-CODE
                   TO WS-BT-TERMS-CODE(WS-BILL-TO-COUNT)
           END-IF
           .
      * No CMPYMST1 leaves the company table empty; every document
      * then carries the consolidated lockbox address.
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
               MOVE 'INVREPRT COMPANY TABLE IS FULL'
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
       PRINT-ONE-DOCUMENT.
           ADD 1 TO WS-DOCUMENTS-PRINTED
           IF IHR-CURRENCY-CODE IS NOT EQUAL TO SPACES
           AND IHR-EXCHANGE-RATE IS GREATER THAN ZERO
               SET DOCUMENT-IS-FOREIGN TO TRUE
           ELSE
               MOVE 'N' TO WS-DOCUMENT-FOREIGN-SWITCH
           END-IF
           PERFORM PRINT-BILL-TO-BLOCK
           EVALUATE TRUE
               WHEN IHR-IS-RETURN
               WHEN IHR-IS-CREDIT-MEMO
                   MOVE 'CREDIT MEMO' TO DTL-TITLE
               WHEN IHR-IS-DEBIT-MEMO
                   MOVE 'DEBIT MEMO ' TO DTL-TITLE
               WHEN OTHER
                   MOVE 'INVOICE    ' TO DTL-TITLE
           END-EVALUATE
           MOVE IHR-INVOICE-NUMBER TO DTL-INVOICE-NUMBER
           PERFORM FORMAT-INVOICE-DATE
           PERFORM FORMAT-DUE-DATE
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-TITLE-LINE
               AFTER ADVANCING 2 LINES
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-DUPLICATE-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DOC-PARTNER-NO IS NOT EQUAL TO SPACES
               MOVE WS-DOC-PARTNER-NO TO DRF-PARTNER-INVOICE-NO
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-REFERENCE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DOC-ADJUSTED-INVOICE IS NOT EQUAL TO SPACES
               MOVE WS-DOC-ADJUSTED-INVOICE TO DAJ-ORIG-INVOICE-NUMBER
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-ADJUSTMENT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF BILL-TO-WAS-FOUND
               MOVE WS-BT-TERMS-CODE(BILL-TO-INDEX)
                   TO DTM-TERMS-CODE
           ELSE
               MOVE SPACES TO DTM-TERMS-CODE
           END-IF
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-TERMS-LINE
               AFTER ADVANCING 1 LINE
           IF DOCUMENT-IS-FOREIGN
               MOVE IHR-CURRENCY-CODE TO DCU-CURRENCY-CODE
               WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-CURRENCY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE AFTER ADVANCING 1 LINE

      *    A return is filed under the number of the sale it credits,
      *    and the lines, freight and handling on INVLHST1 are the
      *    sale's; only the restocking fee kept back is the return's.
           IF IHR-IS-RETURN
               WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-NO-LINES-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM PRINT-ITEM-LINES
               PERFORM PRINT-FREIGHT-AND-HANDLING
           END-IF
           IF WS-DOC-RESTOCK-FEE IS NOT EQUAL TO ZERO
               MOVE WS-DOC-RESTOCK-FEE TO WS-DOCUMENT-AMOUNT
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
           MOVE IHR-TOTAL-BEFORE-TAX TO WS-DOCUMENT-AMOUNT
           PERFORM STATE-DOCUMENT-AMOUNT
           MOVE WS-DOCUMENT-AMOUNT TO DST-BEFORE-TAX
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE IHR-JURISDICTION-CODE TO DTX-JURISDICTION
           MOVE IHR-TOTAL-SALES-TAX TO WS-DOCUMENT-AMOUNT
           PERFORM STATE-DOCUMENT-AMOUNT
           MOVE WS-DOCUMENT-AMOUNT TO DTX-SALES-TAX
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-TAX-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DOC-TAX-PARTNER-REMITTED
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-FACILITATOR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF DOCUMENT-IS-FOREIGN
               MOVE IHR-CURRENCY-AMOUNT TO DTO-TOTAL-AMOUNT
               INSPECT DST-BEFORE-TAX REPLACING ALL '$' BY SPACE
               INSPECT DTX-SALES-TAX REPLACING ALL '$' BY SPACE
               INSPECT DTO-TOTAL-AMOUNT REPLACING ALL '$' BY SPACE
           ELSE
               MOVE IHR-TOTAL-AMOUNT TO DTO-TOTAL-AMOUNT
           END-IF
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO INVOICE-DOCUMENT-LINE
           WRITE INVOICE-DOCUMENT-LINE AFTER ADVANCING 1 LINE
           IF IHR-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-REMIT-COMPANY-CODE
           ELSE
               MOVE IHR-COMPANY-CODE TO WS-REMIT-COMPANY-CODE
           END-IF
           PERFORM PRINT-REMIT-TO-BLOCK
           IF NOT INVOICE-DOCUMENT-OK
               DISPLAY 'STATUS ON INVOICE-DOCUMENT WRITE: '
                       INVOICE-DOCUMENT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVREPRT STATUS ON INVOICE-DOCUMENT WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       PRINT-FREIGHT-AND-HANDLING.
           IF WS-DOC-FREIGHT IS NOT EQUAL TO ZERO
               MOVE WS-DOC-FREIGHT TO WS-DOCUMENT-AMOUNT
               PERFORM STATE-DOCUMENT-AMOUNT
               MOVE WS-DOCUMENT-AMOUNT TO DFR-FREIGHT
               IF DOCUMENT-IS-FOREIGN
                   INSPECT DFR-FREIGHT REPLACING ALL '$' BY SPACE
               END-IF
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-FREIGHT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DOC-HANDLING IS NOT EQUAL TO ZERO
               MOVE WS-DOC-HANDLING TO WS-DOCUMENT-AMOUNT
               PERFORM STATE-DOCUMENT-AMOUNT
               MOVE WS-DOCUMENT-AMOUNT TO DHA-HANDLING
               IF DOCUMENT-IS-FOREIGN
                   INSPECT DHA-HANDLING REPLACING ALL '$' BY SPACE
               END-IF
               WRITE INVOICE-DOCUMENT-LINE
                   FROM DOCUMENT-HANDLING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      * The mailing block opens the page, in window-envelope
      * position; BILL-TO-INDEX is left pointing at the customer for
      * the terms line that follows.
       PRINT-BILL-TO-BLOCK.
           MOVE 'N' TO WS-BILL-TO-FOUND-SWITCH
           IF WS-BILL-TO-COUNT IS GREATER THAN ZERO
               SET BILL-TO-INDEX TO 1
               SEARCH WS-BILL-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BT-CUSTOMER-NUMBER(BILL-TO-INDEX)
                            IS EQUAL TO IHR-CUSTOMER-NUMBER
                       SET BILL-TO-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF BILL-TO-WAS-FOUND
               MOVE WS-BT-CUSTOMER-NAME(BILL-TO-INDEX)
                   TO BTN-CUSTOMER-NAME
               WRITE INVOICE-DOCUMENT-LINE FROM BILL-TO-NAME-LINE
                   AFTER ADVANCING PAGE
               MOVE WS-BT-ADDRESS-LINE-1(BILL-TO-INDEX)
                   TO BTA-ADDRESS-TEXT
               WRITE INVOICE-DOCUMENT-LINE FROM BILL-TO-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-BT-ADDRESS-LINE-2(BILL-TO-INDEX)
                       IS NOT EQUAL TO SPACES
                   MOVE WS-BT-ADDRESS-LINE-2(BILL-TO-INDEX)
                       TO BTA-ADDRESS-TEXT
                   WRITE INVOICE-DOCUMENT-LINE
                       FROM BILL-TO-ADDRESS-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE WS-BT-CITY(BILL-TO-INDEX) TO BTC-CITY
               MOVE WS-BT-STATE(BILL-TO-INDEX) TO BTC-STATE
               MOVE WS-BT-POSTAL-CODE(BILL-TO-INDEX)
                   TO BTC-POSTAL-CODE
               WRITE INVOICE-DOCUMENT-LINE FROM BILL-TO-CITY-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE IHR-CUSTOMER-NUMBER TO BTM-CUSTOMER-NUMBER
               WRITE INVOICE-DOCUMENT-LINE FROM BILL-TO-MISSING-LINE
                   AFTER ADVANCING PAGE
           END-IF
           .
      * The billed lines in line-number order, starting after line
      * zero and stopping at the next invoice's key.
       PRINT-ITEM-LINES.
           MOVE ZERO TO WS-DOCUMENT-LINES
           MOVE IHR-INVOICE-NUMBER TO ILH-INVOICE-NUMBER
           MOVE 1 TO ILH-LINE-NUMBER
           START LINE-HISTORY-FILE
               KEY IS NOT LESS THAN ILH-LINE-KEY
           END-START
           PERFORM UNTIL NOT LINE-HISTORY-OK
               READ LINE-HISTORY-FILE NEXT
               IF LINE-HISTORY-OK
                   IF ILH-INVOICE-NUMBER IS EQUAL TO IHR-INVOICE-NUMBER
                       PERFORM PRINT-ONE-ITEM-LINE
                   ELSE
                       MOVE '10' TO LINE-HISTORY-STATUS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DOCUMENT-LINES IS EQUAL TO ZERO
               WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-NO-LINES-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      * The extension is the computed, signed line revenue INVCALC
      * booked, so the lines foot to the printed subtotal exactly as
      * they did on the original.
       PRINT-ONE-ITEM-LINE.
           ADD 1 TO WS-DOCUMENT-LINES
           MOVE ILH-SKU TO DIL-SKU
           MOVE ILH-DESCRIPTION TO DIL-DESCRIPTION
           MOVE ILH-QUANTITY TO DIL-QUANTITY
           MOVE ILH-UNIT-PRICE TO WS-DOCUMENT-AMOUNT
           PERFORM STATE-DOCUMENT-AMOUNT
           MOVE WS-DOCUMENT-AMOUNT TO DIL-UNIT-PRICE
           MOVE ILH-LINE-REVENUE TO WS-DOCUMENT-AMOUNT
           PERFORM STATE-DOCUMENT-AMOUNT
           MOVE WS-DOCUMENT-AMOUNT TO DIL-EXTENDED
           IF DOCUMENT-IS-FOREIGN
               INSPECT DIL-UNIT-PRICE REPLACING ALL '$' BY SPACE
               INSPECT DIL-EXTENDED REPLACING ALL '$' BY SPACE
           END-IF
           WRITE INVOICE-DOCUMENT-LINE FROM DOCUMENT-ITEM-LINE
               AFTER ADVANCING 1 LINE
           .
      * A home-currency amount in WS-DOCUMENT-AMOUNT, restated in
      * the document's currency at the invoice's booked rate.
       STATE-DOCUMENT-AMOUNT.
           IF DOCUMENT-IS-FOREIGN
               COMPUTE WS-DOCUMENT-AMOUNT ROUNDED =
                   WS-DOCUMENT-AMOUNT / IHR-EXCHANGE-RATE
           END-IF
           .
       FORMAT-INVOICE-DATE.
           MOVE IHR-INVOICE-DATE(1:4) TO DTL-INVOICE-DATE(1:4)
           MOVE '/' TO DTL-INVOICE-DATE(5:1)
           MOVE IHR-INVOICE-DATE(5:2) TO DTL-INVOICE-DATE(6:2)
           MOVE '/' TO DTL-INVOICE-DATE(8:1)
           MOVE IHR-INVOICE-DATE(7:2) TO DTL-INVOICE-DATE(9:2)
           .
       FORMAT-DUE-DATE.
           IF WS-DOC-DUE-DATE IS EQUAL TO SPACES
               MOVE SPACES TO DTL-DUE-DATE
           ELSE
               MOVE WS-DOC-DUE-DATE(1:4) TO DTL-DUE-DATE(1:4)
               MOVE '/' TO DTL-DUE-DATE(5:1)
               MOVE WS-DOC-DUE-DATE(5:2) TO DTL-DUE-DATE(6:2)
               MOVE '/' TO DTL-DUE-DATE(8:1)
               MOVE WS-DOC-DUE-DATE(7:2) TO DTL-DUE-DATE(9:2)
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'DUPLICATE DOCUMENTS PRINTED: '
                   WS-DOCUMENTS-PRINTED
           DISPLAY 'REQUESTS NOT ON HISTORY:     '
                   WS-REQUESTS-NOT-FOUND
           CLOSE REPRINT-REQUEST-FILE
           CLOSE INVOICE-HISTORY-FILE
           CLOSE LINE-HISTORY-FILE
           CLOSE INVOICE-DOCUMENT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
