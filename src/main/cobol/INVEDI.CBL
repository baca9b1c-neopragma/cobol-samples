      *****************************************************************
      * Program name:    INVEDI
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Building an outbound electronic invoice transmission, in the
      * spirit of an EDI 810, for each trading partner whose
      * customers take their invoices electronically.
      *
      * INVPRINT prints every accepted invoice on paper, and billing
      * was re-keying the larger partners' invoices into their
      * portals. A customer whose CUSTMAST delivery code is 'E' is
      * now billed electronically instead: this program runs after
      * INVCALC, picks that customer's invoices off tonight's INVTOT1
      * extract, takes the lines from SLSDTL1 and the bill-to block
      * from CUSTMAST, and writes them to EDIOUT1 as one transmission
      * per partner - the active partner on PARTMST1 whose billing
      * customer the invoice is for, routed to the partner's ack
      * routing.
      *
      * Every record on EDIOUT1 is a 150-byte segment, identified by
      * its first three characters:
      *
      *   TXH - transmission header: control number, partner,
      *         routing, date and time built
      *   INH - invoice header: number, dates, INV or CRM (credit
      *         memo), customer, terms, the partner's own reference
      *   BTO - bill-to name and address
      *   LIN - one per line: SKU, quantity, unit price, signed
      *         extended amount
      *   TAX - taxable amount and tax for the invoice jurisdiction
      *   CHG - freight (FRT), handling (HDL) or a return's
      *         restocking fee (RSF), only when charged
      *   SUM - invoice summary: line count, before tax, tax, total
      *   TXT - transmission trailer: the control number again, the
      *         count of segments (TXH and TXT included), the count of
      *         invoices, and a hash total of the invoice totals
      *         without sign, so the partner can prove it got the
      *         whole transmission
      *
      * Each transmission takes the next control number after the
      * highest on the transmission log, EDILOG1, and every invoice
      * sent is appended to the log - control number, partner,
      * routing, invoice, customer, total, date and time sent - so
      * billing can answer what went to whom and when. INVPRINT
      * reads tonight's log entries and leaves those invoices off
      * the paper run; an electronic customer's invoice that is not
      * on the log (no active partner bills to the customer, or no
      * sales detail) is held here with an exception and prints on
      * paper as before.
      * - A credit memo from ADJMEMO is sent as document type CRM, the
      *   same as a return.
      * - The INVTOT1 layout and the partner master now carry the
      *   operating company code.
      * - The INVTOT1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      * - A credit memo's restocking fee, now carried on INVTOT1, goes
      *   out as its own CHG segment with charge code RSF.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVEDI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-TOTALS-FILE ASSIGN TO 'INVTOT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-TOTALS-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SLSDTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-DETAIL-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT PARTNER-FILE ASSIGN TO 'PARTMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PARTNER-FILE-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT EDI-TRANSMISSION-FILE ASSIGN TO 'EDIOUT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EDI-TRANSMISSION-STATUS.
           SELECT EDI-LOG-FILE ASSIGN TO 'EDILOG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EDI-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to INVOICE-TOTALS-FILE (INVTOT1).
       FD  INVOICE-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-TOTALS-RECORD.
       01  INVOICE-TOTALS-RECORD.
           05  ITR-INVOICE-DATE         PIC X(08).
           05  ITR-INVOICE-NUMBER       PIC X(08).
           05  ITR-CUSTOMER-NUMBER      PIC X(08).
           05  ITR-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  ITR-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  ITR-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  ITR-JURISDICTION-CODE    PIC X(02).
           05  ITR-RETURN               PIC X.
               88  ITR-IS-RETURN        VALUE 'R'.
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
       01  INVOICE-TOTALS-HEADER.
           05  ITH-RECORD-TYPE          PIC X(03).
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).

      * Same layout INVCALC writes to SLSDTL1.
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

      * Same layout CUSTMNT maintains on CUSTMAST.
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
      * 'E' bills the customer electronically through its trading
      * partner; space or 'P' is a paper invoice.
           05  CM-INVOICE-DELIVERY      PIC X(01).
               88  CM-DELIVERS-ELECTRONIC VALUE 'E'.
           05  FILLER                   PIC X(29).

      * Same layout PARTMNT maintains on PARTMST1.
       FD  PARTNER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARTNER-RECORD.
       01  PARTNER-RECORD.
           05  PTM-PARTNER-ID           PIC X(08).
           05  PTM-PARTNER-NAME         PIC X(30).
           05  PTM-LAYOUT-CODE          PIC X(01).
           05  PTM-FEED-TAG             PIC X(01).
           05  PTM-BILLING-CUSTOMER     PIC X(08).
           05  PTM-DEFAULT-CURRENCY     PIC X(03).
           05  PTM-CONTACT-NAME         PIC X(30).
           05  PTM-CONTACT-PHONE        PIC X(15).
           05  PTM-ACK-ROUTING          PIC X(20).
           05  PTM-STATUS               PIC X(01).
               88  PTM-IS-ACTIVE        VALUE 'A'.
           05  PTM-STATUS-DATE          PIC X(08).
           05  PTM-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(23).

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

      * One segment per record; the layouts are the WORKING-STORAGE
      * images below.
       FD  EDI-TRANSMISSION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EDI-SEGMENT-RECORD.
       01  EDI-SEGMENT-RECORD           PIC X(150).

      * One record per invoice sent. INVPRINT reads the same layout
      * to leave tonight's electronic invoices off the paper run.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  INVOICE-TOTALS-STATUS    PIC X(02).
               88  INVOICE-TOTALS-OK    VALUE '00'.
               88  END-OF-INVOICE-TOTALS VALUE '10'.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  SALES-DETAIL-OK      VALUE '00'.
               88  END-OF-SALES-DETAIL  VALUE '10'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  PARTNER-FILE-STATUS      PIC X(02).
               88  PARTNER-FILE-OK      VALUE '00'.
               88  END-OF-PARTNER-FILE  VALUE '10'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
           05  EDI-TRANSMISSION-STATUS  PIC X(02).
               88  EDI-TRANSMISSION-OK  VALUE '00'.
           05  EDI-LOG-STATUS           PIC X(02).
               88  EDI-LOG-OK           VALUE '00'.
               88  END-OF-EDI-LOG       VALUE '10'.
               88  EDI-LOG-MISSING      VALUE '35'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'INVEDI'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'INVEDI'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'INVEDI'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Active partners that bill to a customer, in PARTMST1 order;
      * the transmissions are written in this order. The invoice
      * count is tallied once the invoices and their lines are
      * loaded, and a partner with none gets no transmission.
       01  WS-PARTNER-TABLE-AREA.
           05  WS-PARTNER-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-PARTNER-ENTRIES   PIC S9(05) COMP-3 VALUE 500.
           05  WS-PARTNER-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-PARTNER-COUNT
                       INDEXED BY PARTNER-INDEX.
               10  WS-PTR-PARTNER-ID     PIC X(08).
               10  WS-PTR-BILLING-CUSTOMER PIC X(08).
               10  WS-PTR-ACK-ROUTING    PIC X(20).
               10  WS-PTR-INVOICE-COUNT  PIC S9(05) COMP-3.

      * The electronic-delivery customers only, with the bill-to
      * block and terms the segments carry and the partner that
      * bills for them (zero when no active partner does).
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 1000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-ECU-CUSTOMER-NUMBER PIC X(08).
               10  WS-ECU-CUSTOMER-NAME  PIC X(30).
               10  WS-ECU-ADDRESS-LINE-1 PIC X(30).
               10  WS-ECU-ADDRESS-LINE-2 PIC X(30).
               10  WS-ECU-CITY           PIC X(20).
               10  WS-ECU-STATE          PIC X(02).
               10  WS-ECU-POSTAL-CODE    PIC X(10).
               10  WS-ECU-TERMS-CODE     PIC X(02).
               10  WS-ECU-PARTNER-SUB    PIC S9(05) COMP-3.

      * Tonight's invoices for those customers, in INVTOT1 order. A
      * partner subscript of zero means the invoice is held and
      * goes to paper. The lines are a run of the line table
      * starting at the first-line subscript.
       01  WS-INVOICE-TABLE-AREA.
           05  WS-INVOICE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-INVOICE-ENTRIES   PIC S9(05) COMP-3 VALUE 5000.
           05  WS-INVOICE-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-INVOICE-COUNT
                       INDEXED BY INVOICE-INDEX.
               10  WS-EIV-INVOICE-NUMBER PIC X(08).
               10  WS-EIV-INVOICE-DATE   PIC X(08).
               10  WS-EIV-DUE-DATE       PIC X(08).
               10  WS-EIV-RETURN         PIC X(01).
                   88  WS-EIV-IS-RETURN  VALUE 'R'.
                   88  WS-EIV-IS-CREDIT-MEMO VALUE 'C'.
               10  WS-EIV-CUSTOMER-SUB   PIC S9(05) COMP-3.
               10  WS-EIV-PARTNER-SUB    PIC S9(05) COMP-3.
               10  WS-EIV-TOTAL-AMOUNT   PIC S9(07)V99 COMP-3.
               10  WS-EIV-BEFORE-TAX     PIC S9(07)V99 COMP-3.
               10  WS-EIV-SALES-TAX      PIC S9(05)V9(03) COMP-3.
               10  WS-EIV-JURISDICTION   PIC X(02).
               10  WS-EIV-FREIGHT        PIC S9(07)V99 COMP-3.
               10  WS-EIV-HANDLING       PIC S9(07)V99 COMP-3.
               10  WS-EIV-RESTOCK-FEE    PIC S9(07)V99 COMP-3.
               10  WS-EIV-PARTNER-NO     PIC X(16).
               10  WS-EIV-FIRST-LINE     PIC S9(05) COMP-3.
               10  WS-EIV-LINE-COUNT     PIC S9(05) COMP-3.

      * The sales detail lines of the invoices above. INVCALC writes
      * an invoice's lines together, so each invoice's lines are one
      * unbroken run of entries.
       01  WS-LINE-TABLE-AREA.
           05  WS-LINE-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-LINE-ENTRIES      PIC S9(05) COMP-3
                                        VALUE 20000.
           05  WS-LINE-ENTRY OCCURS 1 TO 20000
                       DEPENDING ON WS-LINE-COUNT.
               10  WS-ELN-LINE-NUMBER    PIC S9(05) COMP-3.
               10  WS-ELN-SKU            PIC X(10).
               10  WS-ELN-QUANTITY       PIC S9(05) COMP-3.
               10  WS-ELN-REVENUE        PIC S9(07)V99 COMP-3.

       01  WS-LOOKUP-SWITCHES.
           05  WS-PARTNER-FOUND-SWITCH  PIC X.
               88  PARTNER-WAS-FOUND    VALUE 'Y'.
           05  WS-CUSTOMER-FOUND-SWITCH PIC X.
               88  CUSTOMER-WAS-FOUND   VALUE 'Y'.
           05  WS-DETAIL-INVOICE-SWITCH PIC X VALUE 'N'.
               88  DETAIL-INVOICE-WANTED VALUE 'Y'.
           05  WS-DETAIL-INVOICE-NUMBER PIC X(08) VALUE LOW-VALUES.
           05  WS-DETAIL-INVOICE-SUB    PIC S9(05) COMP.

       01  WS-TRANSMISSION-WORK-AREAS.
           05  WS-PARTNER-SUB           PIC S9(05) COMP.
           05  WS-CUSTOMER-SUB          PIC S9(05) COMP.
           05  WS-INVOICE-SUB           PIC S9(05) COMP.
           05  WS-LINE-SUB              PIC S9(05) COMP.
           05  WS-LAST-LINE-SUB         PIC S9(05) COMP.
           05  WS-LAST-CONTROL-NUMBER   PIC 9(09) VALUE ZERO.
           05  WS-SEGMENT-COUNT         PIC 9(07).
           05  WS-TRANSMITTED-INVOICES  PIC 9(05).
           05  WS-HASH-TOTAL            PIC 9(11)V99.
           05  WS-TRANSMISSIONS-WRITTEN PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-INVOICES-SENT         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-INVOICES-HELD         PIC S9(07) COMP-3 VALUE ZERO.

      * Stale-extract control and the return code, held until GOBACK
      * time the same way INVPRINT holds them.
       01  WS-HEADER-CHECK-FIELDS.
           05  WS-EXTRACT-STALE-SWITCH  PIC X VALUE 'N'.
               88  WS-EXTRACT-IS-STALE  VALUE 'Y'.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.

      * Segment images. Amounts are zoned with a leading separate
      * sign, so the partner's translator needs no packed-decimal
      * or overpunch handling.
       01  TXH-SEGMENT.
           05  TXH-SEGMENT-ID           PIC X(03) VALUE 'TXH'.
           05  TXH-CONTROL-NUMBER       PIC 9(09).
           05  TXH-PARTNER-ID           PIC X(08).
           05  TXH-ROUTING              PIC X(20).
           05  TXH-DATE                 PIC X(08).
           05  TXH-TIME                 PIC X(06).
           05  FILLER                   PIC X(96) VALUE SPACES.
       01  INH-SEGMENT.
           05  INH-SEGMENT-ID           PIC X(03) VALUE 'INH'.
           05  INH-INVOICE-NUMBER       PIC X(08).
           05  INH-INVOICE-DATE         PIC X(08).
           05  INH-DUE-DATE             PIC X(08).
           05  INH-DOCUMENT-TYPE        PIC X(03).
           05  INH-CUSTOMER-NUMBER      PIC X(08).
           05  INH-TERMS-CODE           PIC X(02).
           05  INH-PARTNER-INVOICE-NO   PIC X(16).
           05  FILLER                   PIC X(94) VALUE SPACES.
       01  BTO-SEGMENT.
           05  BTO-SEGMENT-ID           PIC X(03) VALUE 'BTO'.
           05  BTO-CUSTOMER-NUMBER      PIC X(08).
           05  BTO-CUSTOMER-NAME        PIC X(30).
           05  BTO-ADDRESS-LINE-1       PIC X(30).
           05  BTO-ADDRESS-LINE-2       PIC X(30).
           05  BTO-CITY                 PIC X(20).
           05  BTO-STATE                PIC X(02).
           05  BTO-POSTAL-CODE          PIC X(10).
           05  FILLER                   PIC X(17) VALUE SPACES.
       01  LIN-SEGMENT.
           05  LIN-SEGMENT-ID           PIC X(03) VALUE 'LIN'.
           05  LIN-INVOICE-NUMBER       PIC X(08).
           05  LIN-LINE-NUMBER          PIC 9(05).
           05  LIN-SKU                  PIC X(10).
           05  LIN-QUANTITY             PIC S9(05)
                                        SIGN IS LEADING SEPARATE.
           05  LIN-UNIT-PRICE           PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  LIN-EXTENDED-AMOUNT      PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(98) VALUE SPACES.
       01  TAX-SEGMENT.
           05  TAX-SEGMENT-ID           PIC X(03) VALUE 'TAX'.
           05  TAX-INVOICE-NUMBER       PIC X(08).
           05  TAX-JURISDICTION         PIC X(02).
           05  TAX-TAXABLE-AMOUNT       PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  TAX-SALES-TAX            PIC S9(05)V9(03)
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(118) VALUE SPACES.
       01  CHG-SEGMENT.
           05  CHG-SEGMENT-ID           PIC X(03) VALUE 'CHG'.
           05  CHG-INVOICE-NUMBER       PIC X(08).
           05  CHG-CHARGE-CODE          PIC X(03).
           05  CHG-AMOUNT               PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(126) VALUE SPACES.
       01  SUM-SEGMENT.
           05  SUM-SEGMENT-ID           PIC X(03) VALUE 'SUM'.
           05  SUM-INVOICE-NUMBER       PIC X(08).
           05  SUM-LINE-COUNT           PIC 9(05).
           05  SUM-BEFORE-TAX           PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  SUM-SALES-TAX            PIC S9(05)V9(03)
                                        SIGN IS LEADING SEPARATE.
           05  SUM-TOTAL-AMOUNT         PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(105) VALUE SPACES.
       01  TXT-SEGMENT.
           05  TXT-SEGMENT-ID           PIC X(03) VALUE 'TXT'.
           05  TXT-CONTROL-NUMBER       PIC 9(09).
           05  TXT-SEGMENT-COUNT        PIC 9(07).
           05  TXT-INVOICE-COUNT        PIC 9(05).
           05  TXT-HASH-TOTAL           PIC 9(11)V99.
           05  FILLER                   PIC X(113) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'INVCALC' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'INVEDI PRODUCER INVCALC'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI PRODUCER INVCALC NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-PARTNER-TABLE
           PERFORM LOAD-ELECTRONIC-CUSTOMERS
           PERFORM LOAD-INVOICE-TOTALS
           IF WS-EXTRACT-IS-STALE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-PARTNER-REFERENCES
           PERFORM LOAD-INVOICE-LINES
           IF WS-RETURN-CODE-VALUE IS GREATER THAN 4
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM TALLY-PARTNER-INVOICES
               VARYING WS-INVOICE-SUB FROM 1 BY 1
               UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT

           PERFORM OPEN-TRANSMISSION-LOG
           IF WS-RETURN-CODE-VALUE IS GREATER THAN 4
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT EDI-TRANSMISSION-FILE
           IF NOT EDI-TRANSMISSION-OK
               DISPLAY 'STATUS ON EDI-TRANSMISSION-FILE OPEN: '
                       EDI-TRANSMISSION-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON EDI-TRANSMISSION OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-ONE-TRANSMISSION
               VARYING WS-PARTNER-SUB FROM 1 BY 1
               UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT

           GO TO END-OF-PROGRAM
           .
      * Only an active partner with a billing customer can carry an
      * invoice; a consolidator bills nobody and is skipped. A
      * missing master leaves the table empty, and every electronic
      * customer's invoices are held for paper.
       LOAD-PARTNER-TABLE.
           OPEN INPUT PARTNER-FILE
           IF NOT PARTNER-FILE-OK
               DISPLAY 'STATUS ON PARTNER-FILE OPEN: '
                       PARTNER-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON PARTNER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-PARTNER-COUNT
           ELSE
               PERFORM UNTIL END-OF-PARTNER-FILE
                   READ PARTNER-FILE
                   IF PARTNER-FILE-OK
                   AND PTM-IS-ACTIVE
                   AND PTM-BILLING-CUSTOMER IS NOT EQUAL TO SPACES
                       PERFORM LOAD-ONE-PARTNER-ENTRY
                   END-IF
               END-PERFORM
               CLOSE PARTNER-FILE
           END-IF
           .
       LOAD-ONE-PARTNER-ENTRY.
           IF WS-PARTNER-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-PARTNER-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI PARTNER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-PARTNER-COUNT
               MOVE PTM-PARTNER-ID
                   TO WS-PTR-PARTNER-ID(WS-PARTNER-COUNT)
               MOVE PTM-BILLING-CUSTOMER
                   TO WS-PTR-BILLING-CUSTOMER(WS-PARTNER-COUNT)
               MOVE PTM-ACK-ROUTING
                   TO WS-PTR-ACK-ROUTING(WS-PARTNER-COUNT)
               MOVE ZERO TO WS-PTR-INVOICE-COUNT(WS-PARTNER-COUNT)
           END-IF
           .
       LOAD-ELECTRONIC-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON CUSTOMER-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-CUSTOMER-COUNT
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                   AND CM-DELIVERS-ELECTRONIC
                   AND NOT CM-IS-MERGED
                       PERFORM LOAD-ONE-CUSTOMER-ENTRY
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
      * The partner is found here once per customer, not once per
      * invoice; a customer no active partner bills for is logged
      * now and its invoices are held for paper.
       LOAD-ONE-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-CUSTOMER-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI CUSTOMER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-ECU-CUSTOMER-NUMBER(WS-CUSTOMER-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO WS-ECU-CUSTOMER-NAME(WS-CUSTOMER-COUNT)
               MOVE CM-ADDRESS-LINE-1
                   TO WS-ECU-ADDRESS-LINE-1(WS-CUSTOMER-COUNT)
               MOVE CM-ADDRESS-LINE-2
                   TO WS-ECU-ADDRESS-LINE-2(WS-CUSTOMER-COUNT)
               MOVE CM-CITY TO WS-ECU-CITY(WS-CUSTOMER-COUNT)
               MOVE CM-STATE TO WS-ECU-STATE(WS-CUSTOMER-COUNT)
               MOVE CM-POSTAL-CODE
                   TO WS-ECU-POSTAL-CODE(WS-CUSTOMER-COUNT)
               MOVE CM-TERMS-CODE
                   TO WS-ECU-TERMS-CODE(WS-CUSTOMER-COUNT)
               MOVE ZERO TO WS-ECU-PARTNER-SUB(WS-CUSTOMER-COUNT)
               MOVE 'N' TO WS-PARTNER-FOUND-SWITCH
               IF WS-PARTNER-COUNT IS GREATER THAN ZERO
                   SET PARTNER-INDEX TO 1
                   SEARCH WS-PARTNER-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PTR-BILLING-CUSTOMER(PARTNER-INDEX)
                                IS EQUAL TO CM-CUSTOMER-NUMBER
                           SET PARTNER-WAS-FOUND TO TRUE
                           SET WS-ECU-PARTNER-SUB(WS-CUSTOMER-COUNT)
                               TO PARTNER-INDEX
                   END-SEARCH
               END-IF
               IF NOT PARTNER-WAS-FOUND
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 4 TO WS-RETURN-CODE-VALUE
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'ELECTRONIC CUSTOMER HAS NO TRADING PARTNER'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'E' TO WS-EL-SEVERITY-CODE
                   MOVE CM-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
               END-IF
           END-IF
           .
       LOAD-INVOICE-TOTALS.
           OPEN INPUT INVOICE-TOTALS-FILE
           IF NOT INVOICE-TOTALS-OK
               DISPLAY 'STATUS ON INVOICE-TOTALS-FILE OPEN: '
                       INVOICE-TOTALS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON INVOICE-TOTALS OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 'Y' TO WS-EXTRACT-STALE-SWITCH
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM VERIFY-INVOICE-TOTALS-HEADER
               PERFORM UNTIL END-OF-INVOICE-TOTALS
                       OR WS-EXTRACT-IS-STALE
                   READ INVOICE-TOTALS-FILE
                   IF INVOICE-TOTALS-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM LOAD-ONE-INVOICE-ENTRY
                   END-IF
               END-PERFORM
               CLOSE INVOICE-TOTALS-FILE
           END-IF
           .
      * Only an electronic customer's invoice is kept; the rest are
      * INVPRINT's alone.
       LOAD-ONE-INVOICE-ENTRY.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           IF WS-CUSTOMER-COUNT IS GREATER THAN ZERO
               SET CUSTOMER-INDEX TO 1
               SEARCH WS-CUSTOMER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ECU-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                            IS EQUAL TO ITR-CUSTOMER-NUMBER
                       SET CUSTOMER-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF CUSTOMER-WAS-FOUND
               PERFORM ADD-ONE-INVOICE-ENTRY
           END-IF
           .
       ADD-ONE-INVOICE-ENTRY.
           IF WS-INVOICE-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-INVOICE-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI INVOICE TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-INVOICE-COUNT
               MOVE ITR-INVOICE-NUMBER
                   TO WS-EIV-INVOICE-NUMBER(WS-INVOICE-COUNT)
               MOVE ITR-INVOICE-DATE
                   TO WS-EIV-INVOICE-DATE(WS-INVOICE-COUNT)
               MOVE ITR-DUE-DATE TO WS-EIV-DUE-DATE(WS-INVOICE-COUNT)
               MOVE ITR-RETURN TO WS-EIV-RETURN(WS-INVOICE-COUNT)
               SET WS-EIV-CUSTOMER-SUB(WS-INVOICE-COUNT)
                   TO CUSTOMER-INDEX
               MOVE WS-ECU-PARTNER-SUB(CUSTOMER-INDEX)
                   TO WS-EIV-PARTNER-SUB(WS-INVOICE-COUNT)
               MOVE ITR-TOTAL-AMOUNT
                   TO WS-EIV-TOTAL-AMOUNT(WS-INVOICE-COUNT)
               MOVE ITR-TOTAL-BEFORE-TAX
                   TO WS-EIV-BEFORE-TAX(WS-INVOICE-COUNT)
               MOVE ITR-TOTAL-SALES-TAX
                   TO WS-EIV-SALES-TAX(WS-INVOICE-COUNT)
               MOVE ITR-JURISDICTION-CODE
                   TO WS-EIV-JURISDICTION(WS-INVOICE-COUNT)
               MOVE ITR-FREIGHT-AMOUNT
                   TO WS-EIV-FREIGHT(WS-INVOICE-COUNT)
               MOVE ITR-HANDLING-AMOUNT
                   TO WS-EIV-HANDLING(WS-INVOICE-COUNT)
               MOVE ITR-RESTOCK-FEE
                   TO WS-EIV-RESTOCK-FEE(WS-INVOICE-COUNT)
               MOVE SPACES TO WS-EIV-PARTNER-NO(WS-INVOICE-COUNT)
               MOVE ZERO TO WS-EIV-FIRST-LINE(WS-INVOICE-COUNT)
               MOVE ZERO TO WS-EIV-LINE-COUNT(WS-INVOICE-COUNT)
           END-IF
           .
      * The partner's own invoice number for an invoice INVASM
      * numbered; a missing file sends every invoice without one.
       LOAD-PARTNER-REFERENCES.
           OPEN INPUT INVOICE-XREF-FILE
           IF NOT INVOICE-XREF-OK
               DISPLAY 'STATUS ON INVOICE-XREF-FILE OPEN: '
                       INVOICE-XREF-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON INVOICE-XREF-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-INVOICE-XREF
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                   AND WS-INVOICE-COUNT IS GREATER THAN ZERO
                       SET INVOICE-INDEX TO 1
                       SEARCH WS-INVOICE-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-EIV-INVOICE-NUMBER(INVOICE-INDEX)
                                    IS EQUAL TO IXR-INVOICE-NUMBER
                               MOVE IXR-PARTNER-INVOICE-NO
                                   TO WS-EIV-PARTNER-NO(INVOICE-INDEX)
                       END-SEARCH
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           .
      * An invoice without its lines cannot be sent, so an
      * unreadable detail file stops the run before anything is
      * logged - INVPRINT then prints every invoice on paper.
       LOAD-INVOICE-LINES.
           OPEN INPUT SALES-DETAIL-FILE
           IF NOT SALES-DETAIL-OK
               DISPLAY 'STATUS ON SALES-DETAIL-FILE OPEN: '
                       SALES-DETAIL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON SALES-DETAIL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM UNTIL END-OF-SALES-DETAIL
                   READ SALES-DETAIL-FILE
                   IF SALES-DETAIL-OK
                       PERFORM LOAD-ONE-INVOICE-LINE
                   END-IF
               END-PERFORM
               CLOSE SALES-DETAIL-FILE
           END-IF
           .
      * The invoice table is searched once per invoice, when the
      * detail moves on to a new invoice number, not once per line.
      * When the line table fills mid-invoice that invoice is held
      * rather than sent short.
       LOAD-ONE-INVOICE-LINE.
           IF SDL-INVOICE-NUMBER IS NOT EQUAL TO
                   WS-DETAIL-INVOICE-NUMBER
               MOVE SDL-INVOICE-NUMBER TO WS-DETAIL-INVOICE-NUMBER
               MOVE 'N' TO WS-DETAIL-INVOICE-SWITCH
               IF WS-INVOICE-COUNT IS GREATER THAN ZERO
                   SET INVOICE-INDEX TO 1
                   SEARCH WS-INVOICE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-EIV-INVOICE-NUMBER(INVOICE-INDEX)
                                IS EQUAL TO SDL-INVOICE-NUMBER
                           SET DETAIL-INVOICE-WANTED TO TRUE
                           SET WS-DETAIL-INVOICE-SUB TO INVOICE-INDEX
                   END-SEARCH
               END-IF
           END-IF
           IF DETAIL-INVOICE-WANTED
               PERFORM ADD-ONE-INVOICE-LINE
           END-IF
           .
       ADD-ONE-INVOICE-LINE.
           IF WS-LINE-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-LINE-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI LINE TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE SDL-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               MOVE ZERO TO WS-EIV-PARTNER-SUB(WS-DETAIL-INVOICE-SUB)
               MOVE 'N' TO WS-DETAIL-INVOICE-SWITCH
           ELSE
               ADD 1 TO WS-LINE-COUNT
               IF WS-EIV-LINE-COUNT(WS-DETAIL-INVOICE-SUB)
                       IS EQUAL TO ZERO
                   MOVE WS-LINE-COUNT
                       TO WS-EIV-FIRST-LINE(WS-DETAIL-INVOICE-SUB)
               END-IF
               ADD 1 TO WS-EIV-LINE-COUNT(WS-DETAIL-INVOICE-SUB)
               MOVE SDL-LINE-NUMBER
                   TO WS-ELN-LINE-NUMBER(WS-LINE-COUNT)
               MOVE SDL-SKU TO WS-ELN-SKU(WS-LINE-COUNT)
               MOVE SDL-QUANTITY TO WS-ELN-QUANTITY(WS-LINE-COUNT)
               MOVE SDL-LINE-REVENUE
                   TO WS-ELN-REVENUE(WS-LINE-COUNT)
           END-IF
           .
      * The counts every transmission's trailer is built from. An
      * invoice with no partner, or with no lines on the detail, is
      * held for paper here.
       TALLY-PARTNER-INVOICES.
           IF WS-EIV-PARTNER-SUB(WS-INVOICE-SUB) IS GREATER THAN ZERO
           AND WS-EIV-LINE-COUNT(WS-INVOICE-SUB) IS EQUAL TO ZERO
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 4 TO WS-RETURN-CODE-VALUE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NO SALES DETAIL FOR ELECTRONIC INVOICE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'E' TO WS-EL-SEVERITY-CODE
               MOVE WS-EIV-INVOICE-NUMBER(WS-INVOICE-SUB)
                   TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               MOVE ZERO TO WS-EIV-PARTNER-SUB(WS-INVOICE-SUB)
           END-IF
           IF WS-EIV-PARTNER-SUB(WS-INVOICE-SUB) IS GREATER THAN ZERO
               MOVE WS-EIV-PARTNER-SUB(WS-INVOICE-SUB)
                   TO WS-PARTNER-SUB
               ADD 1 TO WS-PTR-INVOICE-COUNT(WS-PARTNER-SUB)
           ELSE
               ADD 1 TO WS-INVOICES-HELD
           END-IF
           .
      * The highest control number already on the log is found
      * first, then the log is reopened for append - created on the
      * first night, the same way INVCALC opens RMACRED1.
       OPEN-TRANSMISSION-LOG.
           OPEN INPUT EDI-LOG-FILE
           IF EDI-LOG-OK
               PERFORM UNTIL END-OF-EDI-LOG
                   READ EDI-LOG-FILE
                   IF EDI-LOG-OK
                   AND ELG-CONTROL-NUMBER IS GREATER THAN
                           WS-LAST-CONTROL-NUMBER
                       MOVE ELG-CONTROL-NUMBER
                           TO WS-LAST-CONTROL-NUMBER
                   END-IF
               END-PERFORM
               CLOSE EDI-LOG-FILE
           END-IF
           OPEN EXTEND EDI-LOG-FILE
           IF EDI-LOG-MISSING
               OPEN OUTPUT EDI-LOG-FILE
           END-IF
           IF NOT EDI-LOG-OK
               DISPLAY 'STATUS ON EDI-LOG-FILE EXTEND: '
                       EDI-LOG-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON EDI-LOG-FILE EXTEND'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       WRITE-ONE-TRANSMISSION.
           IF WS-PTR-INVOICE-COUNT(WS-PARTNER-SUB) IS GREATER THAN
                   ZERO
               ADD 1 TO WS-LAST-CONTROL-NUMBER
               ADD 1 TO WS-TRANSMISSIONS-WRITTEN
               MOVE ZERO TO WS-SEGMENT-COUNT
               MOVE ZERO TO WS-TRANSMITTED-INVOICES
               MOVE ZERO TO WS-HASH-TOTAL
               MOVE WS-LAST-CONTROL-NUMBER TO TXH-CONTROL-NUMBER
               MOVE WS-PTR-PARTNER-ID(WS-PARTNER-SUB)
                   TO TXH-PARTNER-ID
               MOVE WS-PTR-ACK-ROUTING(WS-PARTNER-SUB)
                   TO TXH-ROUTING
               MOVE WS-CDT-DATE TO TXH-DATE
               MOVE WS-CDT-TIME(1:6) TO TXH-TIME
               MOVE TXH-SEGMENT TO EDI-SEGMENT-RECORD
               PERFORM WRITE-EDI-SEGMENT
               PERFORM WRITE-ONE-PARTNER-INVOICE
                   VARYING WS-INVOICE-SUB FROM 1 BY 1
                   UNTIL WS-INVOICE-SUB > WS-INVOICE-COUNT
               ADD 1 TO WS-SEGMENT-COUNT
               MOVE WS-LAST-CONTROL-NUMBER TO TXT-CONTROL-NUMBER
               MOVE WS-SEGMENT-COUNT TO TXT-SEGMENT-COUNT
               MOVE WS-TRANSMITTED-INVOICES TO TXT-INVOICE-COUNT
               MOVE WS-HASH-TOTAL TO TXT-HASH-TOTAL
               MOVE TXT-SEGMENT TO EDI-SEGMENT-RECORD
               PERFORM WRITE-EDI-SEGMENT
           END-IF
           .
       WRITE-ONE-PARTNER-INVOICE.
           IF WS-EIV-PARTNER-SUB(WS-INVOICE-SUB) IS EQUAL TO
                   WS-PARTNER-SUB
               PERFORM WRITE-INVOICE-SEGMENTS
               PERFORM LOG-ONE-INVOICE-SENT
           END-IF
           .
       WRITE-INVOICE-SEGMENTS.
           MOVE WS-EIV-CUSTOMER-SUB(WS-INVOICE-SUB) TO WS-CUSTOMER-SUB
           ADD 1 TO WS-TRANSMITTED-INVOICES
           ADD 1 TO WS-INVOICES-SENT
           IF WS-EIV-TOTAL-AMOUNT(WS-INVOICE-SUB) IS LESS THAN ZERO
               SUBTRACT WS-EIV-TOTAL-AMOUNT(WS-INVOICE-SUB)
                   FROM WS-HASH-TOTAL
           ELSE
               ADD WS-EIV-TOTAL-AMOUNT(WS-INVOICE-SUB)
                   TO WS-HASH-TOTAL
           END-IF

           MOVE WS-EIV-INVOICE-NUMBER(WS-INVOICE-SUB)
               TO INH-INVOICE-NUMBER
           MOVE WS-EIV-INVOICE-DATE(WS-INVOICE-SUB) TO INH-INVOICE-DATE
           MOVE WS-EIV-DUE-DATE(WS-INVOICE-SUB) TO INH-DUE-DATE
           IF WS-EIV-IS-RETURN(WS-INVOICE-SUB)
           OR WS-EIV-IS-CREDIT-MEMO(WS-INVOICE-SUB)
               MOVE 'CRM' TO INH-DOCUMENT-TYPE
           ELSE
               MOVE 'INV' TO INH-DOCUMENT-TYPE
           END-IF
           MOVE WS-ECU-CUSTOMER-NUMBER(WS-CUSTOMER-SUB)
               TO INH-CUSTOMER-NUMBER
           MOVE WS-ECU-TERMS-CODE(WS-CUSTOMER-SUB) TO INH-TERMS-CODE
           MOVE WS-EIV-PARTNER-NO(WS-INVOICE-SUB)
               TO INH-PARTNER-INVOICE-NO
           MOVE INH-SEGMENT TO EDI-SEGMENT-RECORD
           PERFORM WRITE-EDI-SEGMENT

           MOVE WS-ECU-CUSTOMER-NUMBER(WS-CUSTOMER-SUB)
               TO BTO-CUSTOMER-NUMBER
           MOVE WS-ECU-CUSTOMER-NAME(WS-CUSTOMER-SUB)
               TO BTO-CUSTOMER-NAME
           MOVE WS-ECU-ADDRESS-LINE-1(WS-CUSTOMER-SUB)
               TO BTO-ADDRESS-LINE-1
           MOVE WS-ECU-ADDRESS-LINE-2(WS-CUSTOMER-SUB)
               TO BTO-ADDRESS-LINE-2
           MOVE WS-ECU-CITY(WS-CUSTOMER-SUB) TO BTO-CITY
           MOVE WS-ECU-STATE(WS-CUSTOMER-SUB) TO BTO-STATE
           MOVE WS-ECU-POSTAL-CODE(WS-CUSTOMER-SUB) TO BTO-POSTAL-CODE
           MOVE BTO-SEGMENT TO EDI-SEGMENT-RECORD
           PERFORM WRITE-EDI-SEGMENT

           COMPUTE WS-LAST-LINE-SUB =
               WS-EIV-FIRST-LINE(WS-INVOICE-SUB)
                   + WS-EIV-LINE-COUNT(WS-INVOICE-SUB) - 1
           PERFORM WRITE-ONE-LINE-SEGMENT
               VARYING WS-LINE-SUB
               FROM WS-EIV-FIRST-LINE(WS-INVOICE-SUB) BY 1
               UNTIL WS-LINE-SUB > WS-LAST-LINE-SUB

           MOVE WS-EIV-INVOICE-NUMBER(WS-INVOICE-SUB)
               TO TAX-INVOICE-NUMBER
           MOVE WS-EIV-JURISDICTION(WS-INVOICE-SUB) TO TAX-JURISDICTION
           MOVE WS-EIV-BEFORE-TAX(WS-INVOICE-SUB)
               TO TAX-TAXABLE-AMOUNT
           MOVE WS-EIV-SALES-TAX(WS-INVOICE-SUB) TO TAX-SALES-TAX
           MOVE TAX-SEGMENT TO EDI-SEGMENT-RECORD
           PERFORM WRITE-EDI-SEGMENT

           MOVE WS-EIV-INVOICE-NUMBER(WS-INVOICE-SUB)
               TO CHG-INVOICE-NUMBER
           IF WS-EIV-FREIGHT(WS-INVOICE-SUB) IS NOT EQUAL TO ZERO
               MOVE 'FRT' TO CHG-CHARGE-CODE
               MOVE WS-EIV-FREIGHT(WS-INVOICE-SUB) TO CHG-AMOUNT
               MOVE CHG-SEGMENT TO EDI-SEGMENT-RECORD
               PERFORM WRITE-EDI-SEGMENT
           END-IF
           IF WS-EIV-HANDLING(WS-INVOICE-SUB) IS NOT EQUAL TO ZERO
               MOVE 'HDL' TO CHG-CHARGE-CODE
               MOVE WS-EIV-HANDLING(WS-INVOICE-SUB) TO CHG-AMOUNT
               MOVE CHG-SEGMENT TO EDI-SEGMENT-RECORD
               PERFORM WRITE-EDI-SEGMENT
           END-IF
           IF WS-EIV-RESTOCK-FEE(WS-INVOICE-SUB) IS NOT EQUAL TO ZERO
               MOVE 'RSF' TO CHG-CHARGE-CODE
               MOVE WS-EIV-RESTOCK-FEE(WS-INVOICE-SUB) TO CHG-AMOUNT
               MOVE CHG-SEGMENT TO EDI-SEGMENT-RECORD
               PERFORM WRITE-EDI-SEGMENT
           END-IF

           MOVE WS-EIV-INVOICE-NUMBER(WS-INVOICE-SUB)
               TO SUM-INVOICE-NUMBER
           MOVE WS-EIV-LINE-COUNT(WS-INVOICE-SUB) TO SUM-LINE-COUNT
           MOVE WS-EIV-BEFORE-TAX(WS-INVOICE-SUB) TO SUM-BEFORE-TAX
           MOVE WS-EIV-SALES-TAX(WS-INVOICE-SUB) TO SUM-SALES-TAX
           MOVE WS-EIV-TOTAL-AMOUNT(WS-INVOICE-SUB)
               TO SUM-TOTAL-AMOUNT
           MOVE SUM-SEGMENT TO EDI-SEGMENT-RECORD
           PERFORM WRITE-EDI-SEGMENT
           .
      * The extended amount is INVCALC's computed, signed revenue,
      * so the lines foot to the summary; the unit price is derived
      * from it, the price the customer was actually charged.
       WRITE-ONE-LINE-SEGMENT.
           MOVE WS-EIV-INVOICE-NUMBER(WS-INVOICE-SUB)
               TO LIN-INVOICE-NUMBER
           MOVE WS-ELN-LINE-NUMBER(WS-LINE-SUB) TO LIN-LINE-NUMBER
           MOVE WS-ELN-SKU(WS-LINE-SUB) TO LIN-SKU
           MOVE WS-ELN-QUANTITY(WS-LINE-SUB) TO LIN-QUANTITY
           MOVE WS-ELN-REVENUE(WS-LINE-SUB) TO LIN-EXTENDED-AMOUNT
           IF WS-ELN-QUANTITY(WS-LINE-SUB) IS EQUAL TO ZERO
               MOVE ZERO TO LIN-UNIT-PRICE
           ELSE
               COMPUTE LIN-UNIT-PRICE ROUNDED =
                   WS-ELN-REVENUE(WS-LINE-SUB)
                       / WS-ELN-QUANTITY(WS-LINE-SUB)
           END-IF
           MOVE LIN-SEGMENT TO EDI-SEGMENT-RECORD
           PERFORM WRITE-EDI-SEGMENT
           .
       WRITE-EDI-SEGMENT.
           WRITE EDI-SEGMENT-RECORD
           ADD 1 TO WS-SEGMENT-COUNT
           IF NOT EDI-TRANSMISSION-OK
               DISPLAY 'STATUS ON EDI-TRANSMISSION WRITE: '
                       EDI-TRANSMISSION-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON EDI-TRANSMISSION WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       LOG-ONE-INVOICE-SENT.
           MOVE SPACES TO EDI-LOG-RECORD
           MOVE WS-LAST-CONTROL-NUMBER TO ELG-CONTROL-NUMBER
           MOVE WS-PTR-PARTNER-ID(WS-PARTNER-SUB) TO ELG-PARTNER-ID
           MOVE WS-PTR-ACK-ROUTING(WS-PARTNER-SUB) TO ELG-ROUTING
           MOVE WS-EIV-INVOICE-NUMBER(WS-INVOICE-SUB)
               TO ELG-INVOICE-NUMBER
           MOVE WS-ECU-CUSTOMER-NUMBER(WS-CUSTOMER-SUB)
               TO ELG-CUSTOMER-NUMBER
           MOVE WS-EIV-TOTAL-AMOUNT(WS-INVOICE-SUB)
               TO ELG-INVOICE-TOTAL
           MOVE WS-CDT-DATE TO ELG-SENT-DATE
           MOVE WS-CDT-TIME(1:6) TO ELG-SENT-TIME
           WRITE EDI-LOG-RECORD
           IF NOT EDI-LOG-OK
               DISPLAY 'STATUS ON EDI-LOG-FILE WRITE: '
                       EDI-LOG-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI STATUS ON EDI-LOG-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * The first record of the extract must be tonight's run-date
      * header, the same check INVPRINT makes.
       VERIFY-INVOICE-TOTALS-HEADER.
           READ INVOICE-TOTALS-FILE
           IF INVOICE-TOTALS-OK
              AND ITH-IS-HEADER
              AND ITH-RUN-DATE = WS-CDT-DATE
               CONTINUE
           ELSE
               DISPLAY 'INVEDI INVTOT1 HEADER MISSING OR STALE'
               MOVE 'Y' TO WS-EXTRACT-STALE-SWITCH
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVEDI INVTOT1 RUN-DATE HEADER MISSING/STALE'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'EDI TRANSMISSIONS WRITTEN: '
                   WS-TRANSMISSIONS-WRITTEN
           DISPLAY 'EDI INVOICES SENT:         '
                   WS-INVOICES-SENT
           DISPLAY 'EDI INVOICES HELD:         '
                   WS-INVOICES-HELD
           CLOSE EDI-TRANSMISSION-FILE
           CLOSE EDI-LOG-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           MOVE WS-RETURN-CODE-VALUE TO WS-SC-COMPLETION-CODE
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
