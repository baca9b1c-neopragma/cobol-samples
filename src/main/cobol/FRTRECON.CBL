      *****************************************************************
      * Program name:    FRTRECON
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Reconciling what the carriers charge us for freight against
      * what we bill our customers for it.
      *
      * INVCALC bills each invoice's freight to the customer and
      * posts it to the freight-recovery account, but the carriers'
      * own freight invoices were keyed by hand and nobody could say
      * whether the freight we bill covers the freight we pay. This
      * program reads the carriers' freight invoice files - each
      * carrier's file concatenated under CARRFRT1 - and matches every
      * shipment charge to our invoice: by our invoice number when
      * the carrier quotes it, otherwise by the shipment reference,
      * which is the partner's document number INVASM keeps against
      * our internal number on the INVXREF1 cross-reference. Our side
      * comes from the INVTOT1 extracts concatenated for whatever span
      * the carrier bills cover; the run-date headers are skipped,
      * and returns and credit memos are left out because no carrier
      * is paid to haul them.
      *
      * The freight cost is posted through a balanced journal the
      * same way COGSJRNL posts cost of sales: per carrier, a debit
      * to freight expense and a credit to freight payable (reversed
      * for a carrier's net credit), tagged FRT plus the carrier code
      * in place of an invoice number. The batch must prove to the
      * penny; a proved batch is appended to GLJHIST1 under its own
      * number from the shared GLBATCH1 counter, capped with its
      * BATCHCTL record. A batch that does not prove, or a file that
      * will not open, ends the run with RETURN-CODE 8.
      *
      * FRTRPT1 shows freight recovered against freight paid by
      * invoice, by customer and by carrier; lists the shipments we
      * paid for but never billed (no invoice found, or an invoice
      * that billed no freight) and the invoices that billed freight
      * with no carrier charge behind them; and names the customers
      * whose recovery consistently runs below cost - at least
      * FRCMINSH matched shipments (default 3) with FRCBLPCT percent
      * or more of them (default 75) recovering less than was paid.
      * Shipments paid for but never billed end the run with
      * RETURN-CODE 4.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      * - Freight paid is journaled to the operating company of the
      *   invoice it hauled - the home company when no invoice matched -
      *   in one GLBATCH1 batch per company, each proved and released
      *   to GLJHIST1 under its own BATCHCTL record and footed on
      *   FRTRPT1. Each company's expense and payable accounts come
      *   from its type E and type P GLACCTM1 rows, falling back to
      *   5400FRT and 2050FRTP.
      * - The cross-reference table now holds 20000 entries, as INVASM's
      *   does, and one too big for it stops the run with return code 8
      *   instead of reporting charges as having no invoice. A shipment
      *   reference on more than one cross-reference entry (partner
      *   numbers are unique only within a customer) is held unbilled
      *   as AMBIGUOUS REF, with the candidate invoices, customers and
      *   dates listed for the desk.
      * - Only cross-reference entries assigned within the XREFDAYS
      *   window INVASM uses (default 90 days) are loaded, so the table
      *   no longer fills as INVXREF1 grows.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FRTRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-FREIGHT-FILE ASSIGN TO 'CARRFRT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CARRIER-FREIGHT-STATUS.
           SELECT INVOICE-TOTALS-FILE ASSIGN TO 'INVTOT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-TOTALS-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT FREIGHT-JOURNAL-FILE ASSIGN TO 'FRTJRN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FREIGHT-JOURNAL-STATUS.
           SELECT FREIGHT-REPORT-FILE ASSIGN TO 'FRTRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FREIGHT-REPORT-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLACCTM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACCOUNT-MAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One shipment charge per record, in the layout the carriers
      * agreed to send. The carrier quotes our invoice number, the
      * shipment reference, or both; a negative charge is a carrier
      * credit or adjustment.
       FD  CARRIER-FREIGHT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CARRIER-FREIGHT-RECORD.
       01  CARRIER-FREIGHT-RECORD.
           05  CFI-CARRIER-CODE         PIC X(05).
           05  CFI-CARRIER-INVOICE-NO   PIC X(12).
           05  CFI-PRO-NUMBER           PIC X(12).
           05  CFI-SHIP-DATE            PIC X(08).
           05  CFI-INVOICE-NUMBER       PIC X(08).
           05  CFI-SHIPMENT-REFERENCE   PIC X(16).
           05  CFI-FREIGHT-CHARGE       PIC S9(07)V99.
           05  FILLER                   PIC X(10).

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
               88  ITR-IS-CREDIT-MEMO   VALUE 'C'.
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
      * Run-date header INVCALC stamps as the first record of each
      * night's extract.
       01  INVOICE-TOTALS-HEADER.
           05  ITH-RECORD-TYPE          PIC X(03).
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).

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

      * Same journal-line layout GLJRNL writes to GLJRNL1: a debit
      * or a credit, never both. The invoice-number field carries
      * FRT plus the carrier code, the invoice-date field the run
      * date.
       FD  FREIGHT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FREIGHT-JOURNAL-RECORD.
       01  FREIGHT-JOURNAL-RECORD.
           05  JRN-ACCOUNT              PIC X(08).
           05  JRN-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JRN-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

       FD  FREIGHT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FREIGHT-REPORT-LINE.
       01  FREIGHT-REPORT-LINE          PIC X(132).

      * The shared GLBATCH1 counter every ledger batch draws from.
       FD  BATCH-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-NUMBER-RECORD.
       01  BATCH-NUMBER-RECORD.
           05  BNR-LAST-BATCH-NUMBER    PIC 9(06).

      * The same cumulative journal history GLJRNL, CASHGLEX and
      * COGSJRNL append to, each batch capped with its BATCHCTL
      * control record.
       FD  JOURNAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOURNAL-HISTORY-RECORD.
       01  JOURNAL-HISTORY-RECORD.
           05  JHR-ACCOUNT              PIC X(08).
           05  JHR-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JHR-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JHR-INVOICE-NUMBER       PIC X(08).
           05  JHR-INVOICE-DATE         PIC X(08).
           05  JHR-BATCH-NUMBER         PIC 9(06).
           05  JHR-COMPANY-CODE         PIC X(02).
       01  BATCH-CONTROL-RECORD.
           05  BCT-RECORD-TYPE          PIC X(08).
           05  BCT-LINE-COUNT           PIC S9(09) COMP-3.
           05  BCT-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
           05  BCT-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

      * Same layout INVCALC loads from GLACCTM1. Type E maps an
      * operating company's freight expense account, type P its
      * freight payable; the map key is not used. A row with no
      * company code is the home company's.
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCOUNT-MAP-RECORD.
       01  ACCOUNT-MAP-RECORD.
           05  GLM-MAP-TYPE             PIC X.
               88  GLM-IS-FREIGHT-EXPENSE-MAP VALUE 'E'.
               88  GLM-IS-FREIGHT-PAYABLE-MAP VALUE 'P'.
           05  GLM-MAP-KEY              PIC X(04).
           05  GLM-ACCOUNT              PIC X(08).
           05  GLM-COMPANY-CODE         PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CARRIER-FREIGHT-STATUS   PIC X(02).
               88  CARRIER-FREIGHT-OK   VALUE '00'.
               88  END-OF-CARRIER-FREIGHT VALUE '10'.
           05  INVOICE-TOTALS-STATUS    PIC X(02).
               88  INVOICE-TOTALS-OK    VALUE '00'.
               88  END-OF-INVOICE-TOTALS VALUE '10'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
           05  FREIGHT-JOURNAL-STATUS   PIC X(02).
               88  FREIGHT-JOURNAL-OK   VALUE '00'.
               88  END-OF-FREIGHT-JOURNAL VALUE '10'.
           05  FREIGHT-REPORT-STATUS    PIC X(02).
               88  FREIGHT-REPORT-OK    VALUE '00'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.
           05  ACCOUNT-MAP-STATUS       PIC X(02).
               88  ACCOUNT-MAP-OK       VALUE '00'.
               88  END-OF-ACCOUNT-MAP   VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'FRTRECON'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'FRTRECON'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

      * Work area mirroring DATECALC's LINKAGE SECTION.
       01  WS-DATE-CALC-CONVERSION.
           05  WS-DC-FUNCTION-CODE             PIC X(02).
           05  WS-DC-YEAR-1                    PIC 9(04).
           05  WS-DC-MONTH-1                   PIC 9(02).
           05  WS-DC-DAY-1                     PIC 9(02).
           05  WS-DC-YEAR-2                    PIC 9(04).
           05  WS-DC-MONTH-2                   PIC 9(02).
           05  WS-DC-DAY-2                     PIC 9(02).
           05  WS-DC-NUMBER-OF-DAYS            PIC S9(07).
           05  WS-DC-FISCAL-YEAR-START-MONTH   PIC 9(02).
           05  WS-DC-DATE-VALID-SWITCH         PIC X.
               88  WS-DC-DATE-IS-VALID         VALUE 'Y'.
           05  WS-DC-BUSINESS-DAY-SWITCH       PIC X.
           05  WS-DC-RESULT-YEAR               PIC 9(04).
           05  WS-DC-RESULT-MONTH              PIC 9(02).
           05  WS-DC-RESULT-DAY                PIC 9(02).
           05  WS-DC-RESULT-DAY-OF-WEEK        PIC 9.
           05  WS-DC-RESULT-DAYS               PIC S9(07).
           05  WS-DC-RESULT-FISCAL-YEAR        PIC 9(04).
           05  WS-DC-RESULT-FISCAL-PERIOD      PIC 9(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * A customer is reported as consistently below cost when it
      * has at least the minimum number of matched shipments and at
      * least this percent of them recovered less than was paid.
       01  WS-BELOW-COST-THRESHOLDS.
           05  WS-MINIMUM-SHIPMENTS     PIC 9(03) VALUE 3.
           05  WS-BELOW-COST-PERCENT    PIC 9(03) VALUE 75.

      * Cross-reference window: the XREFDAYS card INVASM uses for its
      * resend check bounds the entries loaded here too (default 90
      * days). Carrier bills arrive within weeks of the shipment, and
      * entries assigned before the cutoff stay on INVXREF1 for the
      * inquiries.
       01  WS-XREF-WINDOW-FIELDS.
           05  WS-XREF-WINDOW-DAYS      PIC S9(05) COMP-3 VALUE 90.
           05  WS-XWD-AS-INTEGER        PIC 9(05).
           05  WS-XREF-CUTOFF-DATE      PIC X(08).
           05  WS-XCD-FIELDS REDEFINES WS-XREF-CUTOFF-DATE.
               10  WS-XCD-YEAR          PIC 9(04).
               10  WS-XCD-MONTH         PIC 9(02).
               10  WS-XCD-DAY           PIC 9(02).

      * Freight expense and the payable the carriers are owed, for
      * a company with no type E or type P row on GLACCTM1.
       01  WS-GL-ACCOUNTS.
           05  WS-FREIGHT-EXPENSE-ACCOUNT PIC X(08) VALUE '5400FRT'.
           05  WS-FREIGHT-PAYABLE-ACCOUNT PIC X(08) VALUE '2050FRTP'.

      * The type E and type P mappings loaded at start of run; an
      * unopenable file leaves the table empty and every company on
      * the fallback accounts.
       01  WS-ACCOUNT-MAP-TABLE-AREA.
           05  WS-ACCOUNT-MAP-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ACCOUNT-MAPS      PIC S9(05) COMP-3 VALUE 200.
           05  WS-ACCOUNT-MAP-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-ACCOUNT-MAP-COUNT
                       INDEXED BY ACCOUNT-MAP-INDEX.
               10  WS-MAP-TYPE          PIC X.
               10  WS-MAP-ACCOUNT       PIC X(08).
               10  WS-MAP-COMPANY       PIC X(02).
       01  WS-MAP-LOOKUP-AREA.
           05  WS-MAP-LOOKUP-TYPE       PIC X.
           05  WS-MAPPED-ACCOUNT        PIC X(08).

      * Our invoices from the INVTOT1 extracts, extended in place
      * with the carrier charges matched to them. An invoice that
      * appears on more than one night's extract keeps its latest
      * totals.
       01  WS-INVOICE-TABLE-AREA.
           05  WS-INVOICE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-INVOICES          PIC S9(05) COMP-3 VALUE 10000.
           05  WS-INVOICE-ENTRY OCCURS 1 TO 10000
                       DEPENDING ON WS-INVOICE-COUNT
                       INDEXED BY INVOICE-INDEX.
               10  WS-INV-NUMBER        PIC X(08).
               10  WS-INV-CUSTOMER      PIC X(08).
               10  WS-INV-DATE          PIC X(08).
               10  WS-INV-RECOVERED     PIC S9(07)V99 COMP-3.
               10  WS-INV-PAID          PIC S9(07)V99 COMP-3.
               10  WS-INV-CHARGE-COUNT  PIC S9(03) COMP-3.
               10  WS-INV-CARRIER       PIC X(05).
               10  WS-INV-COMPANY       PIC X(02).

      * Partner document numbers against our internal numbers, sized
      * as INVASM sizes its own load of the same file. A partner
      * number is unique only within its customer.
       01  WS-XREF-TABLE-AREA.
           05  WS-XREF-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-XREFS             PIC S9(05) COMP-3 VALUE 20000.
           05  WS-XREF-ENTRY OCCURS 1 TO 20000
                       DEPENDING ON WS-XREF-COUNT
                       INDEXED BY XREF-INDEX.
               10  WS-XRF-PARTNER-NO    PIC X(16).
               10  WS-XRF-INVOICE-NUMBER PIC X(08).
               10  WS-XRF-CUSTOMER      PIC X(08).
               10  WS-XRF-INVOICE-DATE  PIC X(08).

       01  WS-CARRIER-TABLE-AREA.
           05  WS-CARRIER-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CARRIERS          PIC S9(05) COMP-3 VALUE 100.
           05  WS-CARRIER-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-CARRIER-COUNT
                       INDEXED BY CARRIER-INDEX.
               10  WS-CAR-CODE          PIC X(05).
               10  WS-CAR-CHARGE-COUNT  PIC S9(07) COMP-3.
               10  WS-CAR-PAID          PIC S9(11)V99 COMP-3.
               10  WS-CAR-RECOVERED     PIC S9(11)V99 COMP-3.
               10  WS-CAR-UNBILLED      PIC S9(11)V99 COMP-3.

       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMERS         PIC S9(05) COMP-3 VALUE 5000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-CUS-NUMBER        PIC X(08).
               10  WS-CUS-INVOICE-COUNT PIC S9(07) COMP-3.
               10  WS-CUS-RECOVERED     PIC S9(11)V99 COMP-3.
               10  WS-CUS-PAID          PIC S9(11)V99 COMP-3.
               10  WS-CUS-MATCHED-COUNT PIC S9(07) COMP-3.
               10  WS-CUS-BELOW-COUNT   PIC S9(07) COMP-3.

      * Freight paid per operating company and carrier, the way it
      * is journaled: a charge is owed by the company whose invoice
      * it hauled, and one matched to no invoice by the home
      * company.
       01  WS-POSTING-TABLE-AREA.
           05  WS-POSTING-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-POSTINGS          PIC S9(05) COMP-3 VALUE 500.
           05  WS-POSTING-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-POSTING-COUNT
                       INDEXED BY POSTING-INDEX.
               10  WS-PST-COMPANY-CODE  PIC X(02).
               10  WS-PST-CARRIER       PIC X(05).
               10  WS-PST-PAID          PIC S9(11)V99 COMP-3.

      * Carrier charges with nothing billed behind them, held for
      * their own section of the report.
       01  WS-UNBILLED-TABLE-AREA.
           05  WS-UNBILLED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-UNBILLED          PIC S9(05) COMP-3 VALUE 2000.
           05  WS-UNBILLED-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-UNBILLED-COUNT
                       INDEXED BY UNBILLED-INDEX.
               10  WS-UNB-CARRIER       PIC X(05).
               10  WS-UNB-CARRIER-INVOICE PIC X(12).
               10  WS-UNB-PRO-NUMBER    PIC X(12).
               10  WS-UNB-SHIP-DATE     PIC X(08).
               10  WS-UNB-INVOICE-NUMBER PIC X(08).
               10  WS-UNB-SHIPMENT-REF  PIC X(16).
               10  WS-UNB-CHARGE        PIC S9(07)V99 COMP-3.
               10  WS-UNB-REASON        PIC X(18).

       01  WS-MATCH-WORK-AREAS.
           05  WS-LOOKUP-INVOICE-NUMBER PIC X(08).
           05  WS-INVOICE-FOUND-SWITCH  PIC X VALUE 'N'.
               88  INVOICE-WAS-FOUND    VALUE 'Y'.
           05  WS-UNBILLED-REASON       PIC X(18).
           05  WS-XREF-HIT-COUNT        PIC S9(05) COMP-3.
           05  WS-XREF-HIT-INVOICE      PIC X(08).
           05  WS-SECTION-TITLE         PIC X(60).

       01  WS-RECONCILIATION-TOTALS.
           05  WS-CHARGES-READ          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CHARGES-MATCHED       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TOTAL-PAID            PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-TOTAL-RECOVERED       PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-TOTAL-UNBILLED        PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-NO-CHARGE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NO-CHARGE-RECOVERED   PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-BELOW-COST-CUSTOMERS  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DIFFERENCE            PIC S9(11)V99 COMP-3.
           05  WS-RECOVERY-PERCENT      PIC S9(05)V9 COMP-3.

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-POSTING-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-CARRIER-TAG.
               10  FILLER               PIC X(03) VALUE 'FRT'.
               10  WS-CARRIER-TAG-CODE  PIC X(05).
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-POSTING-EXPENSE-ACCOUNT PIC X(08).
           05  WS-POSTING-PAYABLE-ACCOUNT PIC X(08).
      *    Tonight's batch numbers: the GLBATCH1 counter plus one for
      *    the home company, then the next number for each other
      *    company as its first freight turns up. The counter only
      *    advances when the batches release.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-NEXT-BATCH-NUMBER     PIC 9(06).
           05  WS-HOME-COMPANY          PIC X(02) VALUE '01'.
           05  WS-LOOKUP-COMPANY-CODE   PIC X(02).
           05  WS-JOURNAL-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.

      * One batch per operating company, each proved on its own.
       01  WS-COMPANY-BATCH-AREA.
           05  WS-COMPANY-BATCH-COUNT   PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPANY-BATCHES   PIC S9(03) COMP-3 VALUE 20.
           05  WS-COMPANY-BATCH-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-COMPANY-BATCH-COUNT
                       INDEXED BY COMPANY-BATCH-INDEX.
               10  WS-CBT-COMPANY-CODE  PIC X(02).
               10  WS-CBT-BATCH-NUMBER  PIC 9(06).
               10  WS-CBT-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-CBT-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
               10  WS-CBT-LINE-COUNT    PIC S9(09) COMP-3.

       01  FRT-HEADING-LINE-1.
           05  FILLER                   PIC X(32)
                   VALUE 'FREIGHT RECOVERY RECONCILIATION'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FHD-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'BATCH: '.
           05  FHD-BATCH-NUMBER         PIC 9(06).

       01  FRT-INVOICE-HEADINGS.
           05  FILLER                   PIC X(10) VALUE 'INVOICE'.
           05  FILLER                   PIC X(10) VALUE 'DATE'.
           05  FILLER                   PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(07) VALUE 'CARR.'.
           05  FILLER                   PIC X(05) VALUE 'SHP'.
           05  FILLER                   PIC X(16) VALUE
                   '      RECOVERED'.
           05  FILLER                   PIC X(16) VALUE
                   '           PAID'.
           05  FILLER                   PIC X(14) VALUE
                   '    DIFFERENCE'.

       01  FRT-INVOICE-LINE.
           05  FIL-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FIL-INVOICE-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FIL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FIL-CARRIER              PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FIL-CHARGE-COUNT         PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FIL-RECOVERED            PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FIL-PAID                 PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FIL-DIFFERENCE           PIC $$,$$$,$$9.99-.

       01  FRT-CUSTOMER-HEADINGS.
           05  FILLER                   PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(09) VALUE ' INVOICES'.
           05  FILLER                   PIC X(18) VALUE
                   '         RECOVERED'.
           05  FILLER                   PIC X(18) VALUE
                   '              PAID'.
           05  FILLER                   PIC X(18) VALUE
                   '        DIFFERENCE'.
           05  FILLER                   PIC X(09) VALUE '   RECOV%'.
           05  FILLER                   PIC X(12) VALUE
                   '  BELOW/SHPD'.

       01  FRT-CUSTOMER-LINE.
           05  FCL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FCL-INVOICE-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FCL-RECOVERED            PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FCL-PAID                 PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FCL-DIFFERENCE           PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FCL-RECOVERY-PERCENT     PIC ZZZZ9.9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FCL-BELOW-COUNT          PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  FCL-MATCHED-COUNT        PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FCL-BELOW-COST-FLAG      PIC X(11).

       01  FRT-CARRIER-HEADINGS.
           05  FILLER                   PIC X(07) VALUE 'CARR.'.
           05  FILLER                   PIC X(09) VALUE '  CHARGES'.
           05  FILLER                   PIC X(18) VALUE
                   '              PAID'.
           05  FILLER                   PIC X(18) VALUE
                   '         RECOVERED'.
           05  FILLER                   PIC X(18) VALUE
                   '        DIFFERENCE'.
           05  FILLER                   PIC X(18) VALUE
                   '   PAID NOT BILLED'.

       01  FRT-CARRIER-LINE.
           05  FRL-CARRIER              PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FRL-CHARGE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FRL-PAID                 PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FRL-RECOVERED            PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FRL-DIFFERENCE           PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FRL-UNBILLED             PIC $$$$,$$$,$$9.99-.

       01  FRT-UNBILLED-HEADINGS.
           05  FILLER                   PIC X(07) VALUE 'CARR.'.
           05  FILLER                   PIC X(14) VALUE 'CARRIER INV.'.
           05  FILLER                   PIC X(14) VALUE 'PRO NUMBER'.
           05  FILLER                   PIC X(10) VALUE 'SHIPPED'.
           05  FILLER                   PIC X(10) VALUE 'INVOICE'.
           05  FILLER                   PIC X(18) VALUE 'SHIPMENT REF.'.
           05  FILLER                   PIC X(16) VALUE
                   '        CHARGE'.
           05  FILLER                   PIC X(18) VALUE 'REASON'.

       01  FRT-UNBILLED-LINE.
           05  FUL-CARRIER              PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FUL-CARRIER-INVOICE      PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FUL-PRO-NUMBER           PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FUL-SHIP-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FUL-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FUL-SHIPMENT-REF         PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FUL-CHARGE               PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FUL-REASON               PIC X(18).

       01  FRT-TOTAL-LINE.
           05  FTL-CAPTION              PIC X(40).
           05  FTL-COMPANY-CAPTION REDEFINES FTL-CAPTION.
               10  FILLER               PIC X(08).
               10  FTC-COMPANY-CODE     PIC X(02).
               10  FILLER               PIC X(07).
               10  FTC-BATCH-NUMBER     PIC 9(06).
               10  FILLER               PIC X(17).
           05  FTL-AMOUNT               PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FTL-COUNT                PIC ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 when
      * everything paid was billed, 4 when shipments were paid for
      * and never billed, 8 when the batch did not prove or a file
      * would not open - the batch must not be released.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-CLEAN          VALUE 0.
               88  WS-RC-REJECTED       VALUE 8.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'FRTRECON'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-RECONCILIATION-CARDS
           PERFORM LOAD-ACCOUNT-MAP

           PERFORM LOAD-INVOICE-TOTALS
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-INVOICE-XREF
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT CARRIER-FREIGHT-FILE
           IF NOT CARRIER-FREIGHT-OK
               DISPLAY 'STATUS ON CARRIER-FREIGHT-FILE OPEN: '
                       CARRIER-FREIGHT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON STATUS ON CARRIER-FREIGHT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT FREIGHT-JOURNAL-FILE
           IF NOT FREIGHT-JOURNAL-OK
               DISPLAY 'STATUS ON FREIGHT-JOURNAL-FILE OPEN: '
                       FREIGHT-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON STATUS ON FREIGHT-JOURNAL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT FREIGHT-REPORT-FILE
           IF NOT FREIGHT-REPORT-OK
               DISPLAY 'STATUS ON FREIGHT-REPORT-FILE OPEN: '
                       FREIGHT-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON STATUS ON FREIGHT-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO WS-LOOKUP-COMPANY-CODE
           PERFORM FIND-COMPANY-BATCH

           PERFORM UNTIL END-OF-CARRIER-FREIGHT
               READ CARRIER-FREIGHT-FILE
               IF CARRIER-FREIGHT-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM MATCH-ONE-CARRIER-CHARGE
                       THRU MATCH-ONE-CARRIER-CHARGE-EXIT
               END-IF
           END-PERFORM

           PERFORM JOURNALIZE-ONE-POSTING
               VARYING POSTING-INDEX FROM 1 BY 1
               UNTIL POSTING-INDEX IS GREATER THAN WS-POSTING-COUNT

           PERFORM PROVE-THE-BATCH

           IF NOT WS-RC-REJECTED
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF

           PERFORM WRITE-THE-REPORT

           IF WS-UNBILLED-COUNT IS GREATER THAN ZERO
           AND WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF

           GO TO END-OF-PROGRAM
           .
      * A missing INVCPARM leaves the below-cost thresholds and the
      * cross-reference window at their defaults.
       LOAD-RECONCILIATION-CARDS.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON INVCPARM LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'DEFAULTING FREIGHT RECOVERY THRESHOLDS'
           ELSE
               MOVE 'FRCMINSH' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-MINIMUM-SHIPMENTS
               END-IF
               MOVE 'FRCBLPCT' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-BELOW-COST-PERCENT
               END-IF
               MOVE 'XREFDAYS' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:5) IS NUMERIC
                   MOVE WS-CC-VALUE(1:5) TO WS-XWD-AS-INTEGER
                   MOVE WS-XWD-AS-INTEGER TO WS-XREF-WINDOW-DAYS
               END-IF
           END-IF
           MOVE WS-XREF-WINDOW-DAYS TO WS-XWD-AS-INTEGER
           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           COMPUTE WS-DC-NUMBER-OF-DAYS = ZERO - WS-XREF-WINDOW-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-XCD-YEAR
           MOVE WS-DC-RESULT-MONTH TO WS-XCD-MONTH
           MOVE WS-DC-RESULT-DAY TO WS-XCD-DAY
      *    A single shipment is not a pattern, and past 100 percent
      *    no customer could qualify.
           IF WS-MINIMUM-SHIPMENTS IS LESS THAN 2
               MOVE 2 TO WS-MINIMUM-SHIPMENTS
           END-IF
           IF WS-BELOW-COST-PERCENT IS GREATER THAN 100
               MOVE 100 TO WS-BELOW-COST-PERCENT
           END-IF
           .
       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT ACCOUNT-MAP-OK
               DISPLAY 'STATUS ON ACCOUNT-MAP-FILE OPEN: '
                       ACCOUNT-MAP-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON ACCOUNT MAP UNAVAILABLE - DEFAULTS USED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE ZERO TO WS-ACCOUNT-MAP-COUNT
           ELSE
               PERFORM UNTIL END-OF-ACCOUNT-MAP
                   READ ACCOUNT-MAP-FILE
                   IF ACCOUNT-MAP-OK
                   AND (GLM-IS-FREIGHT-EXPENSE-MAP
                     OR GLM-IS-FREIGHT-PAYABLE-MAP)
                       IF WS-ACCOUNT-MAP-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-ACCOUNT-MAPS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'FRTRECON ACCOUNT MAP TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-ACCOUNT-MAP-COUNT
                           MOVE GLM-MAP-TYPE
                               TO WS-MAP-TYPE(WS-ACCOUNT-MAP-COUNT)
                           MOVE GLM-ACCOUNT
                               TO WS-MAP-ACCOUNT
                                      (WS-ACCOUNT-MAP-COUNT)
                           IF GLM-COMPANY-CODE IS EQUAL TO SPACES
                               MOVE WS-HOME-COMPANY
                                   TO WS-MAP-COMPANY
                                          (WS-ACCOUNT-MAP-COUNT)
                           ELSE
                               MOVE GLM-COMPANY-CODE
                                   TO WS-MAP-COMPANY
                                          (WS-ACCOUNT-MAP-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           .
       LOAD-INVOICE-TOTALS.
           OPEN INPUT INVOICE-TOTALS-FILE
           IF NOT INVOICE-TOTALS-OK
               DISPLAY 'STATUS ON INVOICE-TOTALS-FILE OPEN: '
                       INVOICE-TOTALS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON STATUS ON INVOICE-TOTALS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-INVOICE-TOTALS
                   READ INVOICE-TOTALS-FILE
                   IF INVOICE-TOTALS-OK
                   AND NOT ITH-IS-HEADER
                   AND NOT ITR-IS-RETURN
                   AND NOT ITR-IS-CREDIT-MEMO
                       PERFORM LOAD-ONE-INVOICE
                           THRU LOAD-ONE-INVOICE-EXIT
                   END-IF
               END-PERFORM
               CLOSE INVOICE-TOTALS-FILE
           END-IF
           .
       LOAD-ONE-INVOICE.
           MOVE ITR-INVOICE-NUMBER TO WS-LOOKUP-INVOICE-NUMBER
           PERFORM FIND-INVOICE
           IF NOT INVOICE-WAS-FOUND
               IF WS-INVOICE-COUNT IS GREATER THAN
                       OR EQUAL TO WS-MAX-INVOICES
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'FRTRECON INVOICE TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   GO TO LOAD-ONE-INVOICE-EXIT
               END-IF
               ADD 1 TO WS-INVOICE-COUNT
               SET INVOICE-INDEX TO WS-INVOICE-COUNT
               MOVE ZERO TO WS-INV-PAID(INVOICE-INDEX)
               MOVE ZERO TO WS-INV-CHARGE-COUNT(INVOICE-INDEX)
               MOVE SPACES TO WS-INV-CARRIER(INVOICE-INDEX)
           END-IF
           MOVE ITR-INVOICE-NUMBER TO WS-INV-NUMBER(INVOICE-INDEX)
           MOVE ITR-CUSTOMER-NUMBER TO WS-INV-CUSTOMER(INVOICE-INDEX)
           MOVE ITR-INVOICE-DATE TO WS-INV-DATE(INVOICE-INDEX)
           MOVE ITR-FREIGHT-AMOUNT TO WS-INV-RECOVERED(INVOICE-INDEX)
           IF ITR-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-INV-COMPANY(INVOICE-INDEX)
           ELSE
               MOVE ITR-COMPANY-CODE TO WS-INV-COMPANY(INVOICE-INDEX)
           END-IF
           .
       LOAD-ONE-INVOICE-EXIT.
           EXIT.
      * A missing cross-reference still lets charges that quote our
      * invoice number match; shipment references then go unmatched.
      * Only entries assigned inside the XREFDAYS window are loaded.
      * A window too big for the table would leave references
      * unmatched and report their charges as having no invoice, so
      * the run stops before anything is written.
       LOAD-INVOICE-XREF.
           OPEN INPUT INVOICE-XREF-FILE
           IF NOT INVOICE-XREF-OK
               DISPLAY 'STATUS ON INVOICE-XREF-FILE OPEN: '
                       INVOICE-XREF-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON NO INVXREF1 - SHIPMENT REFS UNMATCHED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE ZERO TO WS-XREF-COUNT
           ELSE
               PERFORM UNTIL END-OF-INVOICE-XREF
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                       PERFORM LOAD-ONE-XREF-ENTRY
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           .
      * An entry with no usable assigned date is kept, as RETNPURG
      * keeps an undated record.
       LOAD-ONE-XREF-ENTRY.
           IF IXR-ASSIGNED-DATE IS NUMERIC
           AND IXR-ASSIGNED-DATE IS LESS THAN WS-XREF-CUTOFF-DATE
               CONTINUE
           ELSE
               IF WS-XREF-COUNT IS GREATER THAN
                       OR EQUAL TO WS-MAX-XREFS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'FRTRECON INVXREF1 TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
                   DISPLAY 'FRTRECON INVXREF1 TABLE IS FULL'
                           ' - RUN STOPPED'
                   DISPLAY 'CROSS-REFERENCE WINDOW DAYS: '
                           WS-XWD-AS-INTEGER
                   SET WS-RC-REJECTED TO TRUE
                   MOVE '10' TO INVOICE-XREF-STATUS
               ELSE
                   ADD 1 TO WS-XREF-COUNT
                   MOVE IXR-PARTNER-INVOICE-NO
                       TO WS-XRF-PARTNER-NO(WS-XREF-COUNT)
                   MOVE IXR-INVOICE-NUMBER
                       TO WS-XRF-INVOICE-NUMBER(WS-XREF-COUNT)
                   MOVE IXR-CUSTOMER-NUMBER
                       TO WS-XRF-CUSTOMER(WS-XREF-COUNT)
                   MOVE IXR-INVOICE-DATE
                       TO WS-XRF-INVOICE-DATE(WS-XREF-COUNT)
               END-IF
           END-IF
           .
      * The last released batch number plus one from the shared
      * counter; a missing counter starts the sequence at 1.
       LOAD-BATCH-NUMBER.
           OPEN INPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               READ BATCH-NUMBER-FILE
               IF BATCH-NUMBER-OK
                   COMPUTE WS-BATCH-NUMBER =
                       BNR-LAST-BATCH-NUMBER + 1
               END-IF
               CLOSE BATCH-NUMBER-FILE
           END-IF
           MOVE WS-BATCH-NUMBER TO WS-NEXT-BATCH-NUMBER
           DISPLAY 'FREIGHT JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * Positions COMPANY-BATCH-INDEX on the company's batch, opening
      * one under the next batch number the first time the company
      * is seen. A full table leaves the line in the last batch and
      * says so; the night will not release.
       FIND-COMPANY-BATCH.
           SET COMPANY-BATCH-INDEX TO 1
           SEARCH WS-COMPANY-BATCH-ENTRY
               AT END
                   PERFORM OPEN-COMPANY-BATCH
               WHEN WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                        IS EQUAL TO WS-LOOKUP-COMPANY-CODE
                   CONTINUE
           END-SEARCH
           .
       OPEN-COMPANY-BATCH.
           IF WS-COMPANY-BATCH-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-COMPANY-BATCHES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON COMPANY BATCH TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
               SET COMPANY-BATCH-INDEX TO WS-COMPANY-BATCH-COUNT
           ELSE
               ADD 1 TO WS-COMPANY-BATCH-COUNT
               SET COMPANY-BATCH-INDEX TO WS-COMPANY-BATCH-COUNT
               MOVE WS-LOOKUP-COMPANY-CODE
                   TO WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               MOVE WS-NEXT-BATCH-NUMBER
                   TO WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               MOVE ZERO TO WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
                            WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
                            WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
               ADD 1 TO WS-NEXT-BATCH-NUMBER
               DISPLAY 'COMPANY ' WS-LOOKUP-COMPANY-CODE
                       ' FREIGHT JOURNAL BATCH NUMBER: '
                       WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
           END-IF
           .
      * Our invoice number first; failing that, the shipment
      * reference through the cross-reference. Two customers can
      * send the same partner number, so a reference on more than
      * one entry names no invoice for certain; its charge is held
      * and the candidates listed for the desk. A charge against an
      * invoice that billed no freight was paid for but never billed
      * just as surely as one with no invoice at all.
       MATCH-ONE-CARRIER-CHARGE.
           ADD 1 TO WS-CHARGES-READ
           ADD CFI-FREIGHT-CHARGE TO WS-TOTAL-PAID
           PERFORM POST-CHARGE-TO-CARRIER
           IF CARRIER-INDEX IS GREATER THAN WS-CARRIER-COUNT
               GO TO MATCH-ONE-CARRIER-CHARGE-EXIT
           END-IF

           MOVE 'N' TO WS-INVOICE-FOUND-SWITCH
           MOVE ZERO TO WS-XREF-HIT-COUNT
           IF CFI-INVOICE-NUMBER IS NOT EQUAL TO SPACES
               MOVE CFI-INVOICE-NUMBER TO WS-LOOKUP-INVOICE-NUMBER
               PERFORM FIND-INVOICE
           END-IF
           IF NOT INVOICE-WAS-FOUND
           AND CFI-SHIPMENT-REFERENCE IS NOT EQUAL TO SPACES
           AND WS-XREF-COUNT IS GREATER THAN ZERO
               PERFORM COUNT-ONE-XREF-HIT
                   VARYING XREF-INDEX FROM 1 BY 1
                   UNTIL XREF-INDEX IS GREATER THAN WS-XREF-COUNT
               IF WS-XREF-HIT-COUNT IS EQUAL TO 1
                   MOVE WS-XREF-HIT-INVOICE
                       TO WS-LOOKUP-INVOICE-NUMBER
                   PERFORM FIND-INVOICE
               END-IF
               IF WS-XREF-HIT-COUNT IS GREATER THAN 1
                   PERFORM LIST-AMBIGUOUS-REFERENCE
               END-IF
           END-IF

      *    The charge is owed by the company whose invoice it hauled;
      *    one with no invoice behind it falls to the home company.
           IF INVOICE-WAS-FOUND
               MOVE WS-INV-COMPANY(INVOICE-INDEX)
                   TO WS-LOOKUP-COMPANY-CODE
           ELSE
               MOVE WS-HOME-COMPANY TO WS-LOOKUP-COMPANY-CODE
           END-IF
           PERFORM POST-CHARGE-TO-COMPANY

           IF NOT INVOICE-WAS-FOUND
               IF WS-XREF-HIT-COUNT IS GREATER THAN 1
                   MOVE 'AMBIGUOUS REF' TO WS-UNBILLED-REASON
               ELSE
                   MOVE 'NO INVOICE FOUND' TO WS-UNBILLED-REASON
               END-IF
               PERFORM HOLD-UNBILLED-CHARGE
               GO TO MATCH-ONE-CARRIER-CHARGE-EXIT
           END-IF

           ADD 1 TO WS-CHARGES-MATCHED
           ADD CFI-FREIGHT-CHARGE TO WS-INV-PAID(INVOICE-INDEX)
           ADD 1 TO WS-INV-CHARGE-COUNT(INVOICE-INDEX)
           IF WS-INV-CARRIER(INVOICE-INDEX) IS EQUAL TO SPACES
               MOVE CFI-CARRIER-CODE TO WS-INV-CARRIER(INVOICE-INDEX)
           END-IF
           IF WS-INV-RECOVERED(INVOICE-INDEX) IS EQUAL TO ZERO
               MOVE 'NO FREIGHT BILLED' TO WS-UNBILLED-REASON
               PERFORM HOLD-UNBILLED-CHARGE
           END-IF
           .
       MATCH-ONE-CARRIER-CHARGE-EXIT.
           EXIT.
       COUNT-ONE-XREF-HIT.
           IF WS-XRF-PARTNER-NO(XREF-INDEX)
                   IS EQUAL TO CFI-SHIPMENT-REFERENCE
               ADD 1 TO WS-XREF-HIT-COUNT
               MOVE WS-XRF-INVOICE-NUMBER(XREF-INDEX)
                   TO WS-XREF-HIT-INVOICE
           END-IF
           .
       LIST-AMBIGUOUS-REFERENCE.
           DISPLAY 'SHIPMENT REFERENCE ' CFI-SHIPMENT-REFERENCE
                   ' ON ' WS-XREF-HIT-COUNT ' INVOICES - CHARGE HELD'
           PERFORM LIST-ONE-XREF-HIT
               VARYING XREF-INDEX FROM 1 BY 1
               UNTIL XREF-INDEX IS GREATER THAN WS-XREF-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'FRTRECON SHIPMENT REF ON MORE THAN ONE INVOICE'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'W' TO WS-EL-SEVERITY-CODE
           MOVE CFI-SHIPMENT-REFERENCE TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACE TO WS-EL-SEVERITY-CODE
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           .
       LIST-ONE-XREF-HIT.
           IF WS-XRF-PARTNER-NO(XREF-INDEX)
                   IS EQUAL TO CFI-SHIPMENT-REFERENCE
               DISPLAY '  INVOICE ' WS-XRF-INVOICE-NUMBER(XREF-INDEX)
                       ' CUSTOMER ' WS-XRF-CUSTOMER(XREF-INDEX)
                       ' DATED ' WS-XRF-INVOICE-DATE(XREF-INDEX)
           END-IF
           .
       FIND-INVOICE.
           MOVE 'N' TO WS-INVOICE-FOUND-SWITCH
           IF WS-INVOICE-COUNT IS GREATER THAN ZERO
               SET INVOICE-INDEX TO 1
               SEARCH WS-INVOICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-INV-NUMBER(INVOICE-INDEX)
                            IS EQUAL TO WS-LOOKUP-INVOICE-NUMBER
                       SET INVOICE-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
      * Leaves CARRIER-INDEX on the carrier's entry, or past the end
      * of the table when it is full.
       POST-CHARGE-TO-CARRIER.
           SET CARRIER-INDEX TO 1
           IF WS-CARRIER-COUNT IS GREATER THAN ZERO
               SEARCH WS-CARRIER-ENTRY
                   AT END
                       PERFORM ADD-CARRIER-ENTRY
                   WHEN WS-CAR-CODE(CARRIER-INDEX)
                            IS EQUAL TO CFI-CARRIER-CODE
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM ADD-CARRIER-ENTRY
           END-IF
           IF CARRIER-INDEX IS NOT GREATER THAN WS-CARRIER-COUNT
               ADD 1 TO WS-CAR-CHARGE-COUNT(CARRIER-INDEX)
               ADD CFI-FREIGHT-CHARGE TO WS-CAR-PAID(CARRIER-INDEX)
           END-IF
           .
       ADD-CARRIER-ENTRY.
           IF WS-CARRIER-COUNT IS GREATER THAN
                   OR EQUAL TO WS-MAX-CARRIERS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON CARRIER TABLE FULL - CHARGE NOT POSTED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
               SET CARRIER-INDEX TO WS-CARRIER-COUNT
               SET CARRIER-INDEX UP BY 1
           ELSE
               ADD 1 TO WS-CARRIER-COUNT
               SET CARRIER-INDEX TO WS-CARRIER-COUNT
               MOVE CFI-CARRIER-CODE TO WS-CAR-CODE(CARRIER-INDEX)
               MOVE ZERO TO WS-CAR-CHARGE-COUNT(CARRIER-INDEX)
                            WS-CAR-PAID(CARRIER-INDEX)
                            WS-CAR-RECOVERED(CARRIER-INDEX)
                            WS-CAR-UNBILLED(CARRIER-INDEX)
           END-IF
           .
      * Leaves POSTING-INDEX on the company and carrier's entry, or
      * past the end of the table when it is full.
       POST-CHARGE-TO-COMPANY.
           SET POSTING-INDEX TO 1
           IF WS-POSTING-COUNT IS GREATER THAN ZERO
               SEARCH WS-POSTING-ENTRY
                   AT END
                       PERFORM ADD-POSTING-ENTRY
                   WHEN WS-PST-COMPANY-CODE(POSTING-INDEX)
                            IS EQUAL TO WS-LOOKUP-COMPANY-CODE
                   AND  WS-PST-CARRIER(POSTING-INDEX)
                            IS EQUAL TO CFI-CARRIER-CODE
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM ADD-POSTING-ENTRY
           END-IF
           IF POSTING-INDEX IS NOT GREATER THAN WS-POSTING-COUNT
               ADD CFI-FREIGHT-CHARGE TO WS-PST-PAID(POSTING-INDEX)
           END-IF
           .
       ADD-POSTING-ENTRY.
           IF WS-POSTING-COUNT IS GREATER THAN
                   OR EQUAL TO WS-MAX-POSTINGS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON POSTING TABLE FULL - CHARGE NOT POSTED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
               SET POSTING-INDEX TO WS-POSTING-COUNT
               SET POSTING-INDEX UP BY 1
           ELSE
               ADD 1 TO WS-POSTING-COUNT
               SET POSTING-INDEX TO WS-POSTING-COUNT
               MOVE WS-LOOKUP-COMPANY-CODE
                   TO WS-PST-COMPANY-CODE(POSTING-INDEX)
               MOVE CFI-CARRIER-CODE TO WS-PST-CARRIER(POSTING-INDEX)
               MOVE ZERO TO WS-PST-PAID(POSTING-INDEX)
           END-IF
           .
       HOLD-UNBILLED-CHARGE.
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           ADD CFI-FREIGHT-CHARGE TO WS-TOTAL-UNBILLED
           ADD CFI-FREIGHT-CHARGE TO WS-CAR-UNBILLED(CARRIER-INDEX)
           IF WS-UNBILLED-COUNT IS GREATER THAN
                   OR EQUAL TO WS-MAX-UNBILLED
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON UNBILLED TABLE FULL - NOT ALL LISTED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-UNBILLED-COUNT
               SET UNBILLED-INDEX TO WS-UNBILLED-COUNT
               MOVE CFI-CARRIER-CODE TO WS-UNB-CARRIER(UNBILLED-INDEX)
               MOVE CFI-CARRIER-INVOICE-NO
                   TO WS-UNB-CARRIER-INVOICE(UNBILLED-INDEX)
               MOVE CFI-PRO-NUMBER TO WS-UNB-PRO-NUMBER(UNBILLED-INDEX)
               MOVE CFI-SHIP-DATE TO WS-UNB-SHIP-DATE(UNBILLED-INDEX)
               IF INVOICE-WAS-FOUND
                   MOVE WS-INV-NUMBER(INVOICE-INDEX)
                       TO WS-UNB-INVOICE-NUMBER(UNBILLED-INDEX)
               ELSE
                   MOVE CFI-INVOICE-NUMBER
                       TO WS-UNB-INVOICE-NUMBER(UNBILLED-INDEX)
               END-IF
               MOVE CFI-SHIPMENT-REFERENCE
                   TO WS-UNB-SHIPMENT-REF(UNBILLED-INDEX)
               MOVE CFI-FREIGHT-CHARGE TO WS-UNB-CHARGE(UNBILLED-INDEX)
               MOVE WS-UNBILLED-REASON TO WS-UNB-REASON(UNBILLED-INDEX)
           END-IF
           .
      * What a company paid a carrier is freight expense owed to
      * the carrier - debit expense, credit payable, on the accounts
      * that company maps; a carrier whose credits outweigh its
      * charges reverses the pair. Each company's lines go into its
      * own batch.
       JOURNALIZE-ONE-POSTING.
           MOVE WS-PST-CARRIER(POSTING-INDEX) TO WS-CARRIER-TAG-CODE
           MOVE WS-PST-COMPANY-CODE(POSTING-INDEX)
               TO WS-LOOKUP-COMPANY-CODE
           PERFORM FIND-COMPANY-BATCH
           MOVE 'E' TO WS-MAP-LOOKUP-TYPE
           MOVE WS-FREIGHT-EXPENSE-ACCOUNT TO WS-MAPPED-ACCOUNT
           PERFORM LOOK-UP-MAPPED-ACCOUNT
           MOVE WS-MAPPED-ACCOUNT TO WS-POSTING-EXPENSE-ACCOUNT
           MOVE 'P' TO WS-MAP-LOOKUP-TYPE
           MOVE WS-FREIGHT-PAYABLE-ACCOUNT TO WS-MAPPED-ACCOUNT
           PERFORM LOOK-UP-MAPPED-ACCOUNT
           MOVE WS-MAPPED-ACCOUNT TO WS-POSTING-PAYABLE-ACCOUNT
           IF WS-PST-PAID(POSTING-INDEX) IS GREATER THAN ZERO
               MOVE WS-PST-PAID(POSTING-INDEX) TO WS-POSTING-AMOUNT
               MOVE WS-POSTING-EXPENSE-ACCOUNT TO JRN-ACCOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-POSTING-PAYABLE-ACCOUNT TO JRN-ACCOUNT
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           IF WS-PST-PAID(POSTING-INDEX) IS LESS THAN ZERO
               COMPUTE WS-POSTING-AMOUNT =
                   ZERO - WS-PST-PAID(POSTING-INDEX)
               MOVE WS-POSTING-PAYABLE-ACCOUNT TO JRN-ACCOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-POSTING-EXPENSE-ACCOUNT TO JRN-ACCOUNT
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .
      * Looks the company's row up in the mapping table for the
      * requested map type; a miss hands back the caller's fallback
      * account untouched in WS-MAPPED-ACCOUNT.
       LOOK-UP-MAPPED-ACCOUNT.
           IF WS-ACCOUNT-MAP-COUNT IS GREATER THAN ZERO
               SET ACCOUNT-MAP-INDEX TO 1
               SEARCH WS-ACCOUNT-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAP-TYPE(ACCOUNT-MAP-INDEX)
                            IS EQUAL TO WS-MAP-LOOKUP-TYPE
                   AND  WS-MAP-COMPANY(ACCOUNT-MAP-INDEX)
                            IS EQUAL TO WS-LOOKUP-COMPANY-CODE
                       MOVE WS-MAP-ACCOUNT(ACCOUNT-MAP-INDEX)
                           TO WS-MAPPED-ACCOUNT
               END-SEARCH
           END-IF
           .
      * The caller has positioned COMPANY-BATCH-INDEX on the batch
      * of the company the line posts to.
       WRITE-JOURNAL-RECORD.
           MOVE WS-CARRIER-TAG TO JRN-INVOICE-NUMBER
           MOVE WS-CDT-DATE TO JRN-INVOICE-DATE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO JRN-BATCH-NUMBER
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO JRN-COMPANY-CODE
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           ADD JRN-DEBIT-AMOUNT
               TO WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD JRN-CREDIT-AMOUNT
               TO WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD 1 TO WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
           WRITE FREIGHT-JOURNAL-RECORD
           IF NOT FREIGHT-JOURNAL-OK
               DISPLAY 'STATUS ON FREIGHT-JOURNAL-FILE WRITE: '
                       FREIGHT-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON STATUS ON FREIGHT-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
      * Each company's batch must balance on its own - one
      * company's surplus cannot cover another's shortfall - and a
      * failure in any of them holds the whole night.
       PROVE-THE-BATCH.
           DISPLAY 'FREIGHT JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'FREIGHT JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           PERFORM PROVE-ONE-COMPANY-BATCH
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           IF WS-RC-REJECTED
               DISPLAY 'FREIGHT JOURNAL BATCHES NOT RELEASED'
           ELSE
               DISPLAY 'FREIGHT JOURNAL BATCHES PROVED - RELEASED'
           END-IF
           .
       PROVE-ONE-COMPANY-BATCH.
           DISPLAY 'COMPANY '
                   WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   ' BATCH '
                   WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
                   ' DEBITS: '
                   WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
                   ' CREDITS: '
                   WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
           IF WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX) IS NOT EQUAL TO
                   WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
               DISPLAY 'FREIGHT JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               SET WS-RC-REJECTED TO TRUE
           END-IF
           .
      * Proved batches are appended to the cumulative history one
      * company at a time, each company's lines capped with its own
      * BATCHCTL control record, and only then is the batch counter
      * advanced past the highest number used - a failed release
      * leaves the counter untouched so its rerun reuses the numbers.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE FREIGHT-JOURNAL-FILE
           SET BATCH-WAS-RELEASED TO TRUE
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM RELEASE-ONE-COMPANY-BATCH
               THRU RELEASE-ONE-COMPANY-EXIT
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           CLOSE JOURNAL-HISTORY-FILE
           IF WS-RC-REJECTED
               GO TO RELEASE-BATCH-EXIT
           END-IF
           OPEN OUTPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               COMPUTE BNR-LAST-BATCH-NUMBER =
                   WS-NEXT-BATCH-NUMBER - 1
               WRITE BATCH-NUMBER-RECORD
               CLOSE BATCH-NUMBER-FILE
           ELSE
               DISPLAY 'STATUS ON BATCH-NUMBER-FILE REWRITE: '
                       BATCH-NUMBER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.
      * One pass of tonight's journal per company batch, copying
      * that company's lines.
       RELEASE-ONE-COMPANY-BATCH.
           OPEN INPUT FREIGHT-JOURNAL-FILE
           IF NOT FREIGHT-JOURNAL-OK
               DISPLAY 'STATUS ON FREIGHT-JOURNAL-FILE REOPEN: '
                       FREIGHT-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON STATUS ON FREIGHT-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-ONE-COMPANY-EXIT
           END-IF
           PERFORM UNTIL END-OF-FREIGHT-JOURNAL
               READ FREIGHT-JOURNAL-FILE
               IF FREIGHT-JOURNAL-OK
               AND JRN-COMPANY-CODE IS EQUAL TO
                       WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   MOVE FREIGHT-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE FREIGHT-JOURNAL-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHCTL' TO BCT-RECORD-TYPE
           MOVE WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
               TO BCT-LINE-COUNT
           MOVE WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
               TO BCT-DEBIT-TOTAL
           MOVE WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
               TO BCT-CREDIT-TOTAL
           MOVE WS-CDT-DATE TO BCT-RELEASE-DATE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO BCT-BATCH-NUMBER
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO BCT-COMPANY-CODE
           WRITE BATCH-CONTROL-RECORD
           .
       RELEASE-ONE-COMPANY-EXIT.
           EXIT.

       WRITE-THE-REPORT.
           MOVE WS-CDT-DATE TO FHD-RUN-DATE
           MOVE WS-BATCH-NUMBER TO FHD-BATCH-NUMBER
           WRITE FREIGHT-REPORT-LINE FROM FRT-HEADING-LINE-1

           MOVE 'RECOVERED VERSUS PAID BY INVOICE'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE FREIGHT-REPORT-LINE FROM FRT-INVOICE-HEADINGS
           PERFORM REPORT-ONE-INVOICE
               VARYING INVOICE-INDEX FROM 1 BY 1
               UNTIL INVOICE-INDEX IS GREATER THAN WS-INVOICE-COUNT

           MOVE 'RECOVERED VERSUS PAID BY CUSTOMER'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE FREIGHT-REPORT-LINE FROM FRT-CUSTOMER-HEADINGS
           PERFORM REPORT-ONE-CUSTOMER
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT

           MOVE 'RECOVERED VERSUS PAID BY CARRIER'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE FREIGHT-REPORT-LINE FROM FRT-CARRIER-HEADINGS
           PERFORM REPORT-ONE-CARRIER
               VARYING CARRIER-INDEX FROM 1 BY 1
               UNTIL CARRIER-INDEX IS GREATER THAN WS-CARRIER-COUNT

           MOVE 'SHIPMENTS PAID FOR BUT NEVER BILLED'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE FREIGHT-REPORT-LINE FROM FRT-UNBILLED-HEADINGS
           PERFORM REPORT-ONE-UNBILLED-CHARGE
               VARYING UNBILLED-INDEX FROM 1 BY 1
               UNTIL UNBILLED-INDEX IS GREATER THAN WS-UNBILLED-COUNT

           MOVE 'FREIGHT BILLED WITH NO CARRIER CHARGE'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE FREIGHT-REPORT-LINE FROM FRT-INVOICE-HEADINGS
           PERFORM REPORT-ONE-NO-CHARGE-INVOICE
               VARYING INVOICE-INDEX FROM 1 BY 1
               UNTIL INVOICE-INDEX IS GREATER THAN WS-INVOICE-COUNT

           MOVE 'CUSTOMERS WHOSE RECOVERY CONSISTENTLY RUNS BELOW COST'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           WRITE FREIGHT-REPORT-LINE FROM FRT-CUSTOMER-HEADINGS
           PERFORM REPORT-ONE-BELOW-COST-CUSTOMER
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT

           PERFORM WRITE-RECONCILIATION-TOTALS
           .
       WRITE-SECTION-HEADING.
           MOVE SPACES TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE WS-SECTION-TITLE TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           .
      * Only invoices with freight on either side are listed; each
      * one listed is also footed to its customer and, through the
      * first carrier that hauled it, to that carrier.
       REPORT-ONE-INVOICE.
           IF WS-INV-RECOVERED(INVOICE-INDEX) IS NOT EQUAL TO ZERO
           OR WS-INV-CHARGE-COUNT(INVOICE-INDEX) IS GREATER THAN ZERO
               ADD WS-INV-RECOVERED(INVOICE-INDEX)
                   TO WS-TOTAL-RECOVERED
               PERFORM WRITE-INVOICE-LINE
               PERFORM POST-INVOICE-TO-CUSTOMER
               IF WS-INV-CARRIER(INVOICE-INDEX) IS NOT EQUAL TO SPACES
                   SET CARRIER-INDEX TO 1
                   SEARCH WS-CARRIER-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CAR-CODE(CARRIER-INDEX) IS EQUAL TO
                                WS-INV-CARRIER(INVOICE-INDEX)
                           ADD WS-INV-RECOVERED(INVOICE-INDEX)
                               TO WS-CAR-RECOVERED(CARRIER-INDEX)
                   END-SEARCH
               END-IF
           END-IF
           .
       WRITE-INVOICE-LINE.
           MOVE WS-INV-NUMBER(INVOICE-INDEX) TO FIL-INVOICE-NUMBER
           MOVE WS-INV-DATE(INVOICE-INDEX) TO FIL-INVOICE-DATE
           MOVE WS-INV-CUSTOMER(INVOICE-INDEX) TO FIL-CUSTOMER-NUMBER
           MOVE WS-INV-CARRIER(INVOICE-INDEX) TO FIL-CARRIER
           MOVE WS-INV-CHARGE-COUNT(INVOICE-INDEX) TO FIL-CHARGE-COUNT
           MOVE WS-INV-RECOVERED(INVOICE-INDEX) TO FIL-RECOVERED
           MOVE WS-INV-PAID(INVOICE-INDEX) TO FIL-PAID
           COMPUTE WS-DIFFERENCE = WS-INV-RECOVERED(INVOICE-INDEX)
                                 - WS-INV-PAID(INVOICE-INDEX)
           MOVE WS-DIFFERENCE TO FIL-DIFFERENCE
           WRITE FREIGHT-REPORT-LINE FROM FRT-INVOICE-LINE
           .
      * Every invoice a carrier charged us for is a matched
      * shipment; it runs below cost when we recovered less than we
      * paid, nothing at all included.
       POST-INVOICE-TO-CUSTOMER.
           SET CUSTOMER-INDEX TO 1
           IF WS-CUSTOMER-COUNT IS GREATER THAN ZERO
               SEARCH WS-CUSTOMER-ENTRY
                   AT END
                       PERFORM ADD-CUSTOMER-ENTRY
                   WHEN WS-CUS-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                            WS-INV-CUSTOMER(INVOICE-INDEX)
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM ADD-CUSTOMER-ENTRY
           END-IF
           IF CUSTOMER-INDEX IS NOT GREATER THAN WS-CUSTOMER-COUNT
               ADD 1 TO WS-CUS-INVOICE-COUNT(CUSTOMER-INDEX)
               ADD WS-INV-RECOVERED(INVOICE-INDEX)
                   TO WS-CUS-RECOVERED(CUSTOMER-INDEX)
               ADD WS-INV-PAID(INVOICE-INDEX)
                   TO WS-CUS-PAID(CUSTOMER-INDEX)
               IF WS-INV-CHARGE-COUNT(INVOICE-INDEX) IS GREATER
                       THAN ZERO
                   ADD 1 TO WS-CUS-MATCHED-COUNT(CUSTOMER-INDEX)
                   IF WS-INV-RECOVERED(INVOICE-INDEX) IS LESS THAN
                           WS-INV-PAID(INVOICE-INDEX)
                       ADD 1 TO WS-CUS-BELOW-COUNT(CUSTOMER-INDEX)
                   END-IF
               END-IF
           END-IF
           .
       ADD-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT IS GREATER THAN
                   OR EQUAL TO WS-MAX-CUSTOMERS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON CUSTOMER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
               SET CUSTOMER-INDEX UP BY 1
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
               MOVE WS-INV-CUSTOMER(INVOICE-INDEX)
                   TO WS-CUS-NUMBER(CUSTOMER-INDEX)
               MOVE ZERO TO WS-CUS-INVOICE-COUNT(CUSTOMER-INDEX)
                            WS-CUS-RECOVERED(CUSTOMER-INDEX)
                            WS-CUS-PAID(CUSTOMER-INDEX)
                            WS-CUS-MATCHED-COUNT(CUSTOMER-INDEX)
                            WS-CUS-BELOW-COUNT(CUSTOMER-INDEX)
           END-IF
           .
       REPORT-ONE-CUSTOMER.
           MOVE WS-CUS-NUMBER(CUSTOMER-INDEX) TO FCL-CUSTOMER-NUMBER
           MOVE WS-CUS-INVOICE-COUNT(CUSTOMER-INDEX)
               TO FCL-INVOICE-COUNT
           MOVE WS-CUS-RECOVERED(CUSTOMER-INDEX) TO FCL-RECOVERED
           MOVE WS-CUS-PAID(CUSTOMER-INDEX) TO FCL-PAID
           COMPUTE WS-DIFFERENCE = WS-CUS-RECOVERED(CUSTOMER-INDEX)
                                 - WS-CUS-PAID(CUSTOMER-INDEX)
           MOVE WS-DIFFERENCE TO FCL-DIFFERENCE
           IF WS-CUS-PAID(CUSTOMER-INDEX) IS GREATER THAN ZERO
               COMPUTE WS-RECOVERY-PERCENT ROUNDED =
                   WS-CUS-RECOVERED(CUSTOMER-INDEX) * 100
                       / WS-CUS-PAID(CUSTOMER-INDEX)
           ELSE
               MOVE ZERO TO WS-RECOVERY-PERCENT
           END-IF
           MOVE WS-RECOVERY-PERCENT TO FCL-RECOVERY-PERCENT
           MOVE WS-CUS-BELOW-COUNT(CUSTOMER-INDEX) TO FCL-BELOW-COUNT
           MOVE WS-CUS-MATCHED-COUNT(CUSTOMER-INDEX)
               TO FCL-MATCHED-COUNT
           IF WS-CUS-MATCHED-COUNT(CUSTOMER-INDEX) IS NOT LESS THAN
                   WS-MINIMUM-SHIPMENTS
           AND WS-CUS-BELOW-COUNT(CUSTOMER-INDEX) * 100
                   IS NOT LESS THAN
               WS-CUS-MATCHED-COUNT(CUSTOMER-INDEX)
                   * WS-BELOW-COST-PERCENT
               MOVE 'BELOW COST' TO FCL-BELOW-COST-FLAG
           ELSE
               MOVE SPACES TO FCL-BELOW-COST-FLAG
           END-IF
           WRITE FREIGHT-REPORT-LINE FROM FRT-CUSTOMER-LINE
           .
       REPORT-ONE-CARRIER.
           MOVE WS-CAR-CODE(CARRIER-INDEX) TO FRL-CARRIER
           MOVE WS-CAR-CHARGE-COUNT(CARRIER-INDEX) TO FRL-CHARGE-COUNT
           MOVE WS-CAR-PAID(CARRIER-INDEX) TO FRL-PAID
           MOVE WS-CAR-RECOVERED(CARRIER-INDEX) TO FRL-RECOVERED
           COMPUTE WS-DIFFERENCE = WS-CAR-RECOVERED(CARRIER-INDEX)
                                 - WS-CAR-PAID(CARRIER-INDEX)
           MOVE WS-DIFFERENCE TO FRL-DIFFERENCE
           MOVE WS-CAR-UNBILLED(CARRIER-INDEX) TO FRL-UNBILLED
           WRITE FREIGHT-REPORT-LINE FROM FRT-CARRIER-LINE
           .
       REPORT-ONE-UNBILLED-CHARGE.
           MOVE WS-UNB-CARRIER(UNBILLED-INDEX) TO FUL-CARRIER
           MOVE WS-UNB-CARRIER-INVOICE(UNBILLED-INDEX)
               TO FUL-CARRIER-INVOICE
           MOVE WS-UNB-PRO-NUMBER(UNBILLED-INDEX) TO FUL-PRO-NUMBER
           MOVE WS-UNB-SHIP-DATE(UNBILLED-INDEX) TO FUL-SHIP-DATE
           MOVE WS-UNB-INVOICE-NUMBER(UNBILLED-INDEX)
               TO FUL-INVOICE-NUMBER
           MOVE WS-UNB-SHIPMENT-REF(UNBILLED-INDEX) TO FUL-SHIPMENT-REF
           MOVE WS-UNB-CHARGE(UNBILLED-INDEX) TO FUL-CHARGE
           MOVE WS-UNB-REASON(UNBILLED-INDEX) TO FUL-REASON
           WRITE FREIGHT-REPORT-LINE FROM FRT-UNBILLED-LINE
           .
       REPORT-ONE-NO-CHARGE-INVOICE.
           IF WS-INV-RECOVERED(INVOICE-INDEX) IS GREATER THAN ZERO
           AND WS-INV-CHARGE-COUNT(INVOICE-INDEX) IS EQUAL TO ZERO
               ADD 1 TO WS-NO-CHARGE-COUNT
               ADD WS-INV-RECOVERED(INVOICE-INDEX)
                   TO WS-NO-CHARGE-RECOVERED
               PERFORM WRITE-INVOICE-LINE
           END-IF
           .
       REPORT-ONE-BELOW-COST-CUSTOMER.
           IF WS-CUS-MATCHED-COUNT(CUSTOMER-INDEX) IS NOT LESS THAN
                   WS-MINIMUM-SHIPMENTS
           AND WS-CUS-BELOW-COUNT(CUSTOMER-INDEX) * 100
                   IS NOT LESS THAN
               WS-CUS-MATCHED-COUNT(CUSTOMER-INDEX)
                   * WS-BELOW-COST-PERCENT
               ADD 1 TO WS-BELOW-COST-CUSTOMERS
               PERFORM REPORT-ONE-CUSTOMER
           END-IF
           .
       WRITE-RECONCILIATION-TOTALS.
           MOVE SPACES TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE 'RECONCILIATION TOTALS' TO FREIGHT-REPORT-LINE
           WRITE FREIGHT-REPORT-LINE
           MOVE 'CARRIER CHARGES READ / FREIGHT PAID' TO FTL-CAPTION
           MOVE WS-TOTAL-PAID TO FTL-AMOUNT
           MOVE WS-CHARGES-READ TO FTL-COUNT
           WRITE FREIGHT-REPORT-LINE FROM FRT-TOTAL-LINE
           MOVE 'FREIGHT RECOVERED / CHARGES MATCHED' TO FTL-CAPTION
           MOVE WS-TOTAL-RECOVERED TO FTL-AMOUNT
           MOVE WS-CHARGES-MATCHED TO FTL-COUNT
           WRITE FREIGHT-REPORT-LINE FROM FRT-TOTAL-LINE
           MOVE 'RECOVERED LESS PAID' TO FTL-CAPTION
           COMPUTE WS-DIFFERENCE = WS-TOTAL-RECOVERED - WS-TOTAL-PAID
           MOVE WS-DIFFERENCE TO FTL-AMOUNT
           MOVE ZERO TO FTL-COUNT
           WRITE FREIGHT-REPORT-LINE FROM FRT-TOTAL-LINE
           MOVE 'SHIPMENTS PAID FOR BUT NEVER BILLED' TO FTL-CAPTION
           MOVE WS-TOTAL-UNBILLED TO FTL-AMOUNT
           MOVE WS-UNBILLED-COUNT TO FTL-COUNT
           WRITE FREIGHT-REPORT-LINE FROM FRT-TOTAL-LINE
           MOVE 'FREIGHT BILLED WITH NO CARRIER CHARGE' TO FTL-CAPTION
           MOVE WS-NO-CHARGE-RECOVERED TO FTL-AMOUNT
           MOVE WS-NO-CHARGE-COUNT TO FTL-COUNT
           WRITE FREIGHT-REPORT-LINE FROM FRT-TOTAL-LINE
           MOVE 'FREIGHT JOURNAL DEBITS / LINES' TO FTL-CAPTION
           MOVE WS-BATCH-DEBIT-TOTAL TO FTL-AMOUNT
           MOVE WS-JOURNAL-LINE-COUNT TO FTL-COUNT
           WRITE FREIGHT-REPORT-LINE FROM FRT-TOTAL-LINE
           PERFORM WRITE-COMPANY-BATCH-TOTAL
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           MOVE 'CUSTOMERS CONSISTENTLY BELOW COST' TO FTL-CAPTION
           MOVE ZERO TO FTL-AMOUNT
           MOVE WS-BELOW-COST-CUSTOMERS TO FTL-COUNT
           WRITE FREIGHT-REPORT-LINE FROM FRT-TOTAL-LINE
           .
      * Each company's batch under the journal total, so the report
      * proves the same batches GLJHIST1 received.
       WRITE-COMPANY-BATCH-TOTAL.
           MOVE 'COMPANY    BATCH        DEBITS / LINES' TO FTL-CAPTION
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO FTC-COMPANY-CODE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO FTC-BATCH-NUMBER
           MOVE WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX) TO FTL-AMOUNT
           MOVE WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX) TO FTL-COUNT
           WRITE FREIGHT-REPORT-LINE FROM FRT-TOTAL-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'CARRIER CHARGES READ:        ' WS-CHARGES-READ
           DISPLAY 'CARRIER CHARGES MATCHED:     ' WS-CHARGES-MATCHED
           DISPLAY 'PAID FOR BUT NEVER BILLED:   ' WS-UNBILLED-COUNT
           DISPLAY 'FREIGHT JOURNAL LINES:       ' WS-JOURNAL-LINE-COUNT
           IF WS-UNBILLED-COUNT IS GREATER THAN ZERO
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRTRECON SHIPMENTS PAID FOR BUT NEVER BILLED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           CLOSE CARRIER-FREIGHT-FILE
           CLOSE FREIGHT-REPORT-FILE
           IF NOT BATCH-WAS-RELEASED
               CLOSE FREIGHT-JOURNAL-FILE
           END-IF
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
