      *****************************************************************
      * Program name:    ARKPI
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A monthly receivables KPI report with a rolling trend.
      *
      * The controller used to work out days sales outstanding for
      * the CFO by hand every month from the ARAGE totals and the
      * sales flash. This program does the arithmetic from the same
      * sources the rest of the system already keeps:
      *
      *   - receivables outstanding, and how much of it is current
      *     (aging bucket 0-30 on ARAGE's ARAGEXT1 extract, credit
      *     balances included), by customer and in total;
      *   - company period sales (sales plus tax, so they are on the
      *     same footing as the receivables) from the period-to-date
      *     master PTDROLL keeps on PTDFILE1;
      *   - each customer's period sales from its invoices on the
      *     INVHIST1 history master dated within the period.
      *
      * and reports, company-wide and for every customer with any
      * receivable or any sales in the period:
      *
      *   DSO        receivables / period sales x days in period
      *   BEST DSO   current receivables / period sales x days
      *   ADBT       average days beyond terms, DSO less best DSO
      *   CEI        collection effectiveness index, (beginning
      *              receivables + period sales - ending receivables)
      *              / (beginning receivables + period sales - ending
      *              current receivables) x 100
      *   % CURRENT  current receivables / receivables x 100
      *
      * The period is the fiscal period (DATECALC 'FP', with the
      * FISCSTMO card TAXSUM reads) holding the as-of date: today,
      * or the date on a KPIASOF control card (YYYYMMDD) when the
      * month-end run is made after the period has ended. Days in
      * period count from the first day of that fiscal period to the
      * as-of date.
      *
      * Each run's figures, company-wide and per customer, are added
      * to a rolling history that arrives as KPIHIST1 and is
      * rewritten to KPIHIST2 - the old-master/new-master convention
      * SLSFLASH follows - keeping the last twelve fiscal periods. A
      * rerun for the same period replaces that period's figures.
      * The prior period's history supplies the beginning
      * receivables for CEI, the twelve-period company trend printed
      * under the headline figures, and the list at the end of the
      * report of the customers whose average days beyond terms grew
      * most since last period. The report is KPIRPT1.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARKPI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGED-EXTRACT-FILE ASSIGN TO 'ARAGEXT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGED-EXTRACT-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT PTD-FILE ASSIGN TO 'PTDFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PTD-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT KPI-HISTORY-FILE ASSIGN TO 'KPIHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS KPI-HISTORY-STATUS.
           SELECT KPI-HISTORY-NEW-FILE ASSIGN TO 'KPIHIST2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS KPI-HISTORY-NEW-STATUS.
           SELECT KPI-REPORT-FILE ASSIGN TO 'KPIRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS KPI-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout ARAGE writes: one record per aged open item,
      * bucket code 1 = 0-30 days through 4 = over 90, 0 for a
      * credit balance.
       FD  AGED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AGED-EXTRACT-RECORD.
       01  AGED-EXTRACT-RECORD.
           05  AGX-CUSTOMER-NUMBER      PIC X(08).
           05  AGX-INVOICE-NUMBER       PIC X(08).
           05  AGX-INVOICE-DATE         PIC X(08).
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

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
           05  IHR-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout PTDROLL writes.
       FD  PTD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PTD-RECORD.
       01  PTD-RECORD.
           05  PTD-FISCAL-YEAR          PIC 9(04).
           05  PTD-FISCAL-PERIOD        PIC 9(02).
           05  PTD-JURISDICTION-CODE    PIC X(02).
           05  PTD-SALES-AMOUNT         PIC S9(11)V99 COMP-3.
           05  PTD-TAX-AMOUNT           PIC S9(09)V9(03) COMP-3.
           05  PTD-INVOICE-COUNT        PIC S9(09) COMP-3.
           05  PTD-RETURN-COUNT         PIC S9(09) COMP-3.

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
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(30).

      * One record per fiscal period and customer, the customer blank
      * on the company-wide record.
       FD  KPI-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS KPI-HISTORY-RECORD.
       01  KPI-HISTORY-RECORD.
           05  KPH-FISCAL-YEAR          PIC 9(04).
           05  KPH-FISCAL-PERIOD        PIC 9(02).
           05  KPH-CUSTOMER-NUMBER      PIC X(08).
           05  KPH-AS-OF-DATE           PIC X(08).
           05  KPH-PERIOD-DAYS          PIC 9(03).
           05  KPH-RECEIVABLES          PIC S9(11)V99 COMP-3.
           05  KPH-CURRENT-RECEIVABLES  PIC S9(11)V99 COMP-3.
           05  KPH-PERIOD-SALES         PIC S9(11)V99 COMP-3.
           05  KPH-DSO                  PIC S9(07)V9 COMP-3.
           05  KPH-CEI                  PIC S9(05)V9 COMP-3.
           05  KPH-DAYS-BEYOND-TERMS    PIC S9(07)V9 COMP-3.
           05  KPH-PERCENT-CURRENT      PIC S9(05)V9 COMP-3.

       FD  KPI-HISTORY-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS KPI-HISTORY-NEW-RECORD.
       01  KPI-HISTORY-NEW-RECORD.
           05  KPN-FISCAL-YEAR          PIC 9(04).
           05  KPN-FISCAL-PERIOD        PIC 9(02).
           05  KPN-CUSTOMER-NUMBER      PIC X(08).
           05  KPN-AS-OF-DATE           PIC X(08).
           05  KPN-PERIOD-DAYS          PIC 9(03).
           05  KPN-RECEIVABLES          PIC S9(11)V99 COMP-3.
           05  KPN-CURRENT-RECEIVABLES  PIC S9(11)V99 COMP-3.
           05  KPN-PERIOD-SALES         PIC S9(11)V99 COMP-3.
           05  KPN-DSO                  PIC S9(07)V9 COMP-3.
           05  KPN-CEI                  PIC S9(05)V9 COMP-3.
           05  KPN-DAYS-BEYOND-TERMS    PIC S9(07)V9 COMP-3.
           05  KPN-PERCENT-CURRENT      PIC S9(05)V9 COMP-3.

       FD  KPI-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS KPI-REPORT-LINE.
       01  KPI-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  AGED-EXTRACT-STATUS      PIC X(02).
               88  AGED-EXTRACT-OK      VALUE '00'.
               88  END-OF-AGED-EXTRACT  VALUE '10'.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
               88  END-OF-INVOICE-HISTORY VALUE '10'.
           05  PTD-FILE-STATUS          PIC X(02).
               88  PTD-FILE-OK          VALUE '00'.
               88  END-OF-PTD-FILE      VALUE '10'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  KPI-HISTORY-STATUS       PIC X(02).
               88  KPI-HISTORY-OK       VALUE '00'.
               88  END-OF-KPI-HISTORY   VALUE '10'.
           05  KPI-HISTORY-NEW-STATUS   PIC X(02).
               88  KPI-HISTORY-NEW-OK   VALUE '00'.
           05  KPI-REPORT-STATUS        PIC X(02).
               88  KPI-REPORT-OK        VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'ARKPI'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'ARKPI'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'ARKPI'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

       01  WS-FISCAL-YEAR-START-MONTH     PIC 9(02) VALUE 01.

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

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'ARKPI'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The period being measured: the fiscal period holding the
      * as-of date, from its first day through the as-of date.
       01  WS-KPI-PERIOD-FIELDS.
           05  WS-AS-OF-DATE            PIC X(08).
           05  WS-PERIOD-START-DATE     PIC X(08).
           05  WS-STEP-DATE             PIC X(08).
           05  WS-KPI-FISCAL-YEAR       PIC 9(04).
           05  WS-KPI-FISCAL-PERIOD     PIC 9(02).
           05  WS-PERIOD-DAYS           PIC 9(03).
           05  WS-PERIOD-ORDINAL        PIC S9(07) COMP-3.
           05  WS-HISTORY-ORDINAL       PIC S9(07) COMP-3.
           05  WS-PERIOD-START-SWITCH   PIC X.
               88  PERIOD-START-FOUND   VALUE 'Y'.

      * The company-wide figures, built the same way as a customer's.
       01  WS-COMPANY-FIGURES.
           05  WS-CO-RECEIVABLES        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CO-CURRENT            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CO-SALES              PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CO-BEGIN-RECEIVABLES  PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CO-PRIOR-SWITCH       PIC X VALUE 'N'.
               88  WS-CO-HAS-PRIOR      VALUE 'Y'.
           05  WS-CO-DSO                PIC S9(07)V9 COMP-3.
           05  WS-CO-BEST-DSO           PIC S9(07)V9 COMP-3.
           05  WS-CO-CEI                PIC S9(05)V9 COMP-3.
           05  WS-CO-DAYS-BEYOND-TERMS  PIC S9(07)V9 COMP-3.
           05  WS-CO-PERCENT-CURRENT    PIC S9(05)V9 COMP-3.

      * Shared by the company and each customer: the inputs are
      * moved in, COMPUTE-KPI-FIGURES works out the rest.
       01  WS-KPI-CALC-AREA.
           05  WS-KC-RECEIVABLES        PIC S9(11)V99 COMP-3.
           05  WS-KC-CURRENT            PIC S9(11)V99 COMP-3.
           05  WS-KC-SALES              PIC S9(11)V99 COMP-3.
           05  WS-KC-BEGIN-RECEIVABLES  PIC S9(11)V99 COMP-3.
           05  WS-KC-CEI-DIVISOR        PIC S9(13)V99 COMP-3.
           05  WS-KC-DSO                PIC S9(07)V9 COMP-3.
           05  WS-KC-BEST-DSO           PIC S9(07)V9 COMP-3.
           05  WS-KC-CEI                PIC S9(05)V9 COMP-3.
           05  WS-KC-DAYS-BEYOND-TERMS  PIC S9(07)V9 COMP-3.
           05  WS-KC-PERCENT-CURRENT    PIC S9(05)V9 COMP-3.

      * Every customer with a receivable or period sales, plus its
      * prior-period figures from the history.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-KPC-CUSTOMER-NUMBER PIC X(08).
               10  WS-KPC-CUSTOMER-NAME   PIC X(30).
               10  WS-KPC-RECEIVABLES     PIC S9(11)V99 COMP-3.
               10  WS-KPC-CURRENT         PIC S9(11)V99 COMP-3.
               10  WS-KPC-SALES           PIC S9(11)V99 COMP-3.
               10  WS-KPC-BEGIN-RECEIVABLES
                                          PIC S9(11)V99 COMP-3.
               10  WS-KPC-PRIOR-SWITCH    PIC X.
                   88  WS-KPC-HAS-PRIOR   VALUE 'Y'.
               10  WS-KPC-PRIOR-DBT       PIC S9(07)V9 COMP-3.
               10  WS-KPC-DSO             PIC S9(07)V9 COMP-3.
               10  WS-KPC-CEI             PIC S9(05)V9 COMP-3.
               10  WS-KPC-DAYS-BEYOND-TERMS
                                          PIC S9(07)V9 COMP-3.
               10  WS-KPC-PERCENT-CURRENT PIC S9(05)V9 COMP-3.
               10  WS-KPC-DBT-CHANGE      PIC S9(07)V9 COMP-3.

      * The company-wide history records inside the twelve-period
      * window, in the order they were written - oldest first.
       01  WS-TREND-TABLE-AREA.
           05  WS-TREND-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-TREND-ENTRIES     PIC S9(05) COMP-3 VALUE 24.
           05  WS-TREND-ENTRY OCCURS 1 TO 24
                       DEPENDING ON WS-TREND-COUNT
                       INDEXED BY TREND-INDEX.
               10  WS-TRD-FISCAL-YEAR     PIC 9(04).
               10  WS-TRD-FISCAL-PERIOD   PIC 9(02).
               10  WS-TRD-RECEIVABLES     PIC S9(11)V99 COMP-3.
               10  WS-TRD-SALES           PIC S9(11)V99 COMP-3.
               10  WS-TRD-DSO             PIC S9(07)V9 COMP-3.
               10  WS-TRD-CEI             PIC S9(05)V9 COMP-3.
               10  WS-TRD-DAYS-BEYOND-TERMS
                                          PIC S9(07)V9 COMP-3.
               10  WS-TRD-PERCENT-CURRENT PIC S9(05)V9 COMP-3.

       01  WS-SORT-WORK-AREAS.
           05  WS-SORT-PASS             PIC S9(05) COMP.
           05  WS-SORT-SUB              PIC S9(05) COMP.
           05  WS-SORT-SUB-NEXT         PIC S9(05) COMP.
           05  WS-SORT-SWAPPED-SWITCH   PIC X.
               88  WS-SORT-SWAPPED      VALUE 'Y'.
           05  WS-HOLD-CUSTOMER-ENTRY   PIC X(95).

       01  WS-KPI-COUNTERS.
           05  WS-HISTORY-KEPT-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HISTORY-DROPPED-COUNT PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-WORSENED-LISTED       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-WORSENED-LISTED   PIC S9(05) COMP-3 VALUE 10.
           05  WS-STEP-COUNT            PIC S9(05) COMP-3.
           05  WS-LOOKUP-CUSTOMER       PIC X(08).

       01  KPI-HEADER-LINE.
           05  FILLER                   PIC X(24)
                   VALUE 'RECEIVABLES KPI REPORT  '.
           05  FILLER                   PIC X(07) VALUE 'FISCAL '.
           05  KRH-FISCAL-YEAR          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  KRH-FISCAL-PERIOD        PIC 9(02).
           05  FILLER                   PIC X(08) VALUE '  FROM  '.
           05  KRH-PERIOD-START-DATE    PIC X(08).
           05  FILLER                   PIC X(10) VALUE '  AS OF   '.
           05  KRH-AS-OF-DATE           PIC X(08).
           05  FILLER                   PIC X(08) VALUE '  DAYS  '.
           05  KRH-PERIOD-DAYS          PIC ZZ9.
       01  KPI-AMOUNT-LINE.
           05  KRA-LABEL                PIC X(32).
           05  KRA-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
       01  KPI-RATIO-LINE.
           05  KRR-LABEL                PIC X(32).
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  KRR-RATIO                PIC ZZZ,ZZ9.9-.
       01  KPI-SECTION-LINE.
           05  KRS-SECTION-TITLE        PIC X(60).
       01  KPI-TREND-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'PERIOD      RECEIVABLES           SALES '.
           05  FILLER                   PIC X(40) VALUE
               '      DSO       CEI      ADBT  %CURRENT '.
       01  KPI-TREND-LINE.
           05  KRT-FISCAL-YEAR          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  KRT-FISCAL-PERIOD        PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  KRT-RECEIVABLES          PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRT-SALES                PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRT-DSO                  PIC ZZZ,ZZ9.9-.
           05  KRT-CEI                  PIC ZZZ,ZZ9.9-.
           05  KRT-DAYS-BEYOND-TERMS    PIC ZZZ,ZZ9.9-.
           05  KRT-PERCENT-CURRENT      PIC ZZZ,ZZ9.9-.
       01  KPI-CUSTOMER-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER NAME                           '.
           05  FILLER                   PIC X(40) VALUE
               '   RECEIVABLES           SALES       DSO'.
           05  FILLER                   PIC X(40) VALUE
               '       CEI      ADBT  %CURRENT          '.
       01  KPI-CUSTOMER-LINE.
           05  KRC-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRC-CUSTOMER-NAME        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRC-RECEIVABLES          PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRC-SALES                PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRC-DSO                  PIC ZZZ,ZZ9.9-.
           05  KRC-CEI                  PIC ZZZ,ZZ9.9-.
           05  KRC-DAYS-BEYOND-TERMS    PIC ZZZ,ZZ9.9-.
           05  KRC-PERCENT-CURRENT      PIC ZZZ,ZZ9.9-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRC-NOTE                 PIC X(10).
       01  KPI-WORSENED-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER NAME                           '.
           05  FILLER                   PIC X(30) VALUE
               'PRIOR ADBT      ADBT  INCREASE'.
       01  KPI-WORSENED-LINE.
           05  KRW-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRW-CUSTOMER-NAME        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  KRW-PRIOR-DBT            PIC ZZZ,ZZ9.9-.
           05  KRW-DAYS-BEYOND-TERMS    PIC ZZZ,ZZ9.9-.
           05  KRW-DBT-CHANGE           PIC ZZZ,ZZ9.9-.
       01  KPI-NONE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'NONE'.

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-PC-FUNCTION-CODE
           CALL 'RUNCAL' USING WS-RUN-CALENDAR-CONVERSION
           EVALUATE TRUE
               WHEN WS-PC-RUN-IS-SCHEDULED
                   CONTINUE
               WHEN WS-PC-RUN-IS-OVERRIDDEN
                   DISPLAY 'ARKPI NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'ARKPI RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'ARKPI PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'ARKPI CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'ARKPI NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'ARKPI NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'ARAGE' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'ARKPI PRODUCER ARAGE'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARKPI PRODUCER ARAGE NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-CONTROL-CARDS
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM DETERMINE-KPI-PERIOD

           PERFORM ACCUMULATE-RECEIVABLES
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM ACCUMULATE-CUSTOMER-SALES
           PERFORM ACCUMULATE-COMPANY-SALES
           PERFORM LOAD-CUSTOMER-NAMES

           OPEN OUTPUT KPI-HISTORY-NEW-FILE
           IF NOT KPI-HISTORY-NEW-OK
               DISPLAY 'STATUS ON KPI-HISTORY-NEW-FILE OPEN: '
                       KPI-HISTORY-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARKPI STATUS ON KPI-HISTORY-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM CARRY-FORWARD-HISTORY

           PERFORM COMPUTE-COMPANY-FIGURES
           PERFORM COMPUTE-ONE-CUSTOMER
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT

           OPEN OUTPUT KPI-REPORT-FILE
           IF NOT KPI-REPORT-OK
               DISPLAY 'STATUS ON KPI-REPORT-FILE OPEN: '
                       KPI-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARKPI STATUS ON KPI-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM WRITE-COMPANY-SECTION
           PERFORM WRITE-TREND-SECTION
           PERFORM WRITE-CUSTOMER-SECTION
           PERFORM WRITE-CURRENT-HISTORY
           PERFORM SORT-CUSTOMERS-BY-CHANGE
           PERFORM WRITE-WORSENED-SECTION
           CLOSE KPI-REPORT-FILE
           CLOSE KPI-HISTORY-NEW-FILE

           GO TO END-OF-PROGRAM
           .
      * FISCSTMO as TAXSUM reads it; KPIASOF, when present, moves the
      * as-of date back to the end of the period being reported.
       LOAD-CONTROL-CARDS.
           MOVE WS-CDT-DATE-X TO WS-AS-OF-DATE
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
               MOVE 'KPIASOF' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:8) TO WS-AS-OF-DATE
               END-IF
           END-IF
           IF WS-AS-OF-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-DC-YEAR-1
           ELSE
               MOVE WS-AS-OF-DATE(1:4) TO WS-DC-YEAR-1
               MOVE WS-AS-OF-DATE(5:2) TO WS-DC-MONTH-1
               MOVE WS-AS-OF-DATE(7:2) TO WS-DC-DAY-1
           END-IF
           MOVE 'VD' TO WS-DC-FUNCTION-CODE
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           IF WS-DC-YEAR-1 IS EQUAL TO ZERO
           OR NOT WS-DC-DATE-IS-VALID
               DISPLAY 'ARKPI KPIASOF DATE IS NOT VALID: '
                       WS-AS-OF-DATE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARKPI KPIASOF CONTROL CARD DATE IS NOT VALID'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * The fiscal period of the as-of date, then back one day at a
      * time until DATECALC puts the day in a different period; no
      * fiscal period runs longer than the sixty-two days allowed.
       DETERMINE-KPI-PERIOD.
           MOVE WS-AS-OF-DATE TO WS-STEP-DATE
           PERFORM LOOK-UP-STEP-PERIOD
           MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-KPI-FISCAL-YEAR
           MOVE WS-DC-RESULT-FISCAL-PERIOD TO WS-KPI-FISCAL-PERIOD
           COMPUTE WS-PERIOD-ORDINAL =
               WS-KPI-FISCAL-YEAR * 12 + WS-KPI-FISCAL-PERIOD
           MOVE WS-AS-OF-DATE TO WS-PERIOD-START-DATE
           MOVE 1 TO WS-PERIOD-DAYS
           MOVE 'N' TO WS-PERIOD-START-SWITCH
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM UNTIL PERIOD-START-FOUND
                   OR WS-STEP-COUNT IS NOT LESS THAN 62
               ADD 1 TO WS-STEP-COUNT
               MOVE 'AD' TO WS-DC-FUNCTION-CODE
               MOVE WS-PERIOD-START-DATE(1:4) TO WS-DC-YEAR-1
               MOVE WS-PERIOD-START-DATE(5:2) TO WS-DC-MONTH-1
               MOVE WS-PERIOD-START-DATE(7:2) TO WS-DC-DAY-1
               MOVE -1 TO WS-DC-NUMBER-OF-DAYS
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               MOVE WS-DC-RESULT-YEAR TO WS-STEP-DATE(1:4)
               MOVE WS-DC-RESULT-MONTH TO WS-STEP-DATE(5:2)
               MOVE WS-DC-RESULT-DAY TO WS-STEP-DATE(7:2)
               PERFORM LOOK-UP-STEP-PERIOD
               IF WS-DC-RESULT-FISCAL-YEAR IS EQUAL TO
                       WS-KPI-FISCAL-YEAR
               AND WS-DC-RESULT-FISCAL-PERIOD IS EQUAL TO
                       WS-KPI-FISCAL-PERIOD
                   MOVE WS-STEP-DATE TO WS-PERIOD-START-DATE
                   ADD 1 TO WS-PERIOD-DAYS
               ELSE
                   SET PERIOD-START-FOUND TO TRUE
               END-IF
           END-PERFORM
           .
       LOOK-UP-STEP-PERIOD.
           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-STEP-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-STEP-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-STEP-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-FISCAL-YEAR-START-MONTH
               TO WS-DC-FISCAL-YEAR-START-MONTH
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           .
      * Disputed amounts are still receivables for DSO; only the
      * 0-30 bucket and credit balances count as current.
       ACCUMULATE-RECEIVABLES.
           OPEN INPUT AGED-EXTRACT-FILE
           IF NOT AGED-EXTRACT-OK
               DISPLAY 'STATUS ON AGED-EXTRACT-FILE OPEN: '
                       AGED-EXTRACT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARKPI STATUS ON AGED-EXTRACT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM UNTIL END-OF-AGED-EXTRACT
                   READ AGED-EXTRACT-FILE
                   IF AGED-EXTRACT-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       MOVE AGX-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                       PERFORM FIND-OR-ADD-CUSTOMER
                       IF CUSTOMER-INDEX IS NOT GREATER THAN
                               WS-CUSTOMER-COUNT
                           ADD AGX-OPEN-BALANCE
                               TO WS-KPC-RECEIVABLES(CUSTOMER-INDEX)
                           IF AGX-BUCKET-CODE IS LESS THAN 2
                               ADD AGX-OPEN-BALANCE
                                   TO WS-KPC-CURRENT(CUSTOMER-INDEX)
                           END-IF
                       END-IF
                       ADD AGX-OPEN-BALANCE TO WS-CO-RECEIVABLES
                       IF AGX-BUCKET-CODE IS LESS THAN 2
                           ADD AGX-OPEN-BALANCE TO WS-CO-CURRENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AGED-EXTRACT-FILE
           END-IF
           .
      * Leaves CUSTOMER-INDEX on the entry for WS-LOOKUP-CUSTOMER,
      * adding one if need be; past the end when the table is full.
       FIND-OR-ADD-CUSTOMER.
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   IF WS-CUSTOMER-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-CUSTOMER-ENTRIES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'ARKPI CUSTOMER TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
                       SET CUSTOMER-INDEX UP BY 1
                   ELSE
                       ADD 1 TO WS-CUSTOMER-COUNT
                       SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
                       MOVE WS-LOOKUP-CUSTOMER
                           TO WS-KPC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                       MOVE SPACES
                           TO WS-KPC-CUSTOMER-NAME(CUSTOMER-INDEX)
                       MOVE ZERO TO WS-KPC-RECEIVABLES(CUSTOMER-INDEX)
                                    WS-KPC-CURRENT(CUSTOMER-INDEX)
                                    WS-KPC-SALES(CUSTOMER-INDEX)
                                    WS-KPC-BEGIN-RECEIVABLES
                                        (CUSTOMER-INDEX)
                                    WS-KPC-PRIOR-DBT(CUSTOMER-INDEX)
                                    WS-KPC-DBT-CHANGE(CUSTOMER-INDEX)
                       MOVE 'N' TO WS-KPC-PRIOR-SWITCH(CUSTOMER-INDEX)
                   END-IF
               WHEN WS-KPC-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                        WS-LOOKUP-CUSTOMER
                   CONTINUE
           END-SEARCH
           .
      * Each customer's invoices dated from the first day of the
      * period through the as-of date. A return's total is already
      * negative on the master, so it nets out.
       ACCUMULATE-CUSTOMER-SALES.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARKPI STATUS ON INVOICE-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-INVOICE-HISTORY
                   READ INVOICE-HISTORY-FILE NEXT
                   IF INVOICE-HISTORY-OK
                   AND IHR-INVOICE-DATE IS NOT LESS THAN
                           WS-PERIOD-START-DATE
                   AND IHR-INVOICE-DATE IS NOT GREATER THAN
                           WS-AS-OF-DATE
                       MOVE IHR-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                       PERFORM FIND-OR-ADD-CUSTOMER
                       IF CUSTOMER-INDEX IS NOT GREATER THAN
                               WS-CUSTOMER-COUNT
                           ADD IHR-TOTAL-AMOUNT
                               TO WS-KPC-SALES(CUSTOMER-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .
      * Company sales are PTDROLL's period-to-date sales and tax for
      * the period, summed over every jurisdiction.
       ACCUMULATE-COMPANY-SALES.
           OPEN INPUT PTD-FILE
           IF NOT PTD-FILE-OK
               DISPLAY 'STATUS ON PTD-FILE OPEN: ' PTD-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARKPI STATUS ON PTD-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-PTD-FILE
                   READ PTD-FILE
                   IF PTD-FILE-OK
                   AND PTD-FISCAL-YEAR IS EQUAL TO WS-KPI-FISCAL-YEAR
                   AND PTD-FISCAL-PERIOD IS EQUAL TO
                           WS-KPI-FISCAL-PERIOD
                       ADD PTD-SALES-AMOUNT TO WS-CO-SALES
                       ADD PTD-TAX-AMOUNT TO WS-CO-SALES
                   END-IF
               END-PERFORM
               CLOSE PTD-FILE
           END-IF
           .
       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       SET CUSTOMER-INDEX TO 1
                       SEARCH WS-CUSTOMER-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-KPC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                                    IS EQUAL TO CM-CUSTOMER-NUMBER
                               MOVE CM-CUSTOMER-NAME
                                   TO WS-KPC-CUSTOMER-NAME
                                          (CUSTOMER-INDEX)
                       END-SEARCH
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
      * Copies the history forward, dropping anything older than the
      * twelve-period window and any earlier run for this period,
      * and picks up the trend and the prior period's figures on the
      * way through. A missing KPIHIST1 is the first run.
       CARRY-FORWARD-HISTORY.
           OPEN INPUT KPI-HISTORY-FILE
           IF NOT KPI-HISTORY-OK
               DISPLAY 'STATUS ON KPI-HISTORY-FILE OPEN: '
                       KPI-HISTORY-STATUS
           ELSE
               PERFORM UNTIL END-OF-KPI-HISTORY
                   READ KPI-HISTORY-FILE
                   IF KPI-HISTORY-OK
                       PERFORM CARRY-ONE-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE KPI-HISTORY-FILE
           END-IF
           .
       CARRY-ONE-HISTORY-RECORD.
           COMPUTE WS-HISTORY-ORDINAL =
               KPH-FISCAL-YEAR * 12 + KPH-FISCAL-PERIOD
           IF WS-HISTORY-ORDINAL IS NOT LESS THAN WS-PERIOD-ORDINAL
           OR WS-HISTORY-ORDINAL IS LESS THAN
                   (WS-PERIOD-ORDINAL - 11)
               ADD 1 TO WS-HISTORY-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-HISTORY-KEPT-COUNT
               WRITE KPI-HISTORY-NEW-RECORD FROM KPI-HISTORY-RECORD
               EVALUATE TRUE
                   WHEN KPH-CUSTOMER-NUMBER IS EQUAL TO SPACES
                       PERFORM LOAD-ONE-TREND-ENTRY
                       IF WS-HISTORY-ORDINAL IS EQUAL TO
                               (WS-PERIOD-ORDINAL - 1)
                           MOVE KPH-RECEIVABLES
                               TO WS-CO-BEGIN-RECEIVABLES
                           SET WS-CO-HAS-PRIOR TO TRUE
                       END-IF
                   WHEN WS-HISTORY-ORDINAL IS EQUAL TO
                           (WS-PERIOD-ORDINAL - 1)
                       PERFORM ATTACH-PRIOR-PERIOD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
      * Last period's figures for a customer still carrying a
      * receivable or with sales this period; one that has gone
      * quiet drops out of the measurement.
       ATTACH-PRIOR-PERIOD.
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-KPC-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                        KPH-CUSTOMER-NUMBER
                   MOVE KPH-RECEIVABLES
                       TO WS-KPC-BEGIN-RECEIVABLES(CUSTOMER-INDEX)
                   MOVE KPH-DAYS-BEYOND-TERMS
                       TO WS-KPC-PRIOR-DBT(CUSTOMER-INDEX)
                   SET WS-KPC-HAS-PRIOR(CUSTOMER-INDEX) TO TRUE
           END-SEARCH
           .
       LOAD-ONE-TREND-ENTRY.
           IF WS-TREND-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-TREND-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARKPI TREND TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-TREND-COUNT
               MOVE KPH-FISCAL-YEAR
                   TO WS-TRD-FISCAL-YEAR(WS-TREND-COUNT)
               MOVE KPH-FISCAL-PERIOD
                   TO WS-TRD-FISCAL-PERIOD(WS-TREND-COUNT)
               MOVE KPH-RECEIVABLES
                   TO WS-TRD-RECEIVABLES(WS-TREND-COUNT)
               MOVE KPH-PERIOD-SALES TO WS-TRD-SALES(WS-TREND-COUNT)
               MOVE KPH-DSO TO WS-TRD-DSO(WS-TREND-COUNT)
               MOVE KPH-CEI TO WS-TRD-CEI(WS-TREND-COUNT)
               MOVE KPH-DAYS-BEYOND-TERMS
                   TO WS-TRD-DAYS-BEYOND-TERMS(WS-TREND-COUNT)
               MOVE KPH-PERCENT-CURRENT
                   TO WS-TRD-PERCENT-CURRENT(WS-TREND-COUNT)
           END-IF
           .
       COMPUTE-COMPANY-FIGURES.
           MOVE WS-CO-RECEIVABLES TO WS-KC-RECEIVABLES
           MOVE WS-CO-CURRENT TO WS-KC-CURRENT
           MOVE WS-CO-SALES TO WS-KC-SALES
           MOVE WS-CO-BEGIN-RECEIVABLES TO WS-KC-BEGIN-RECEIVABLES
           PERFORM COMPUTE-KPI-FIGURES
           MOVE WS-KC-DSO TO WS-CO-DSO
           MOVE WS-KC-BEST-DSO TO WS-CO-BEST-DSO
           MOVE WS-KC-CEI TO WS-CO-CEI
           MOVE WS-KC-DAYS-BEYOND-TERMS TO WS-CO-DAYS-BEYOND-TERMS
           MOVE WS-KC-PERCENT-CURRENT TO WS-CO-PERCENT-CURRENT
           .
       COMPUTE-ONE-CUSTOMER.
           MOVE WS-KPC-RECEIVABLES(CUSTOMER-INDEX) TO WS-KC-RECEIVABLES
           MOVE WS-KPC-CURRENT(CUSTOMER-INDEX) TO WS-KC-CURRENT
           MOVE WS-KPC-SALES(CUSTOMER-INDEX) TO WS-KC-SALES
           MOVE WS-KPC-BEGIN-RECEIVABLES(CUSTOMER-INDEX)
               TO WS-KC-BEGIN-RECEIVABLES
           PERFORM COMPUTE-KPI-FIGURES
           MOVE WS-KC-DSO TO WS-KPC-DSO(CUSTOMER-INDEX)
           MOVE WS-KC-CEI TO WS-KPC-CEI(CUSTOMER-INDEX)
           MOVE WS-KC-DAYS-BEYOND-TERMS
               TO WS-KPC-DAYS-BEYOND-TERMS(CUSTOMER-INDEX)
           MOVE WS-KC-PERCENT-CURRENT
               TO WS-KPC-PERCENT-CURRENT(CUSTOMER-INDEX)
           IF WS-KPC-HAS-PRIOR(CUSTOMER-INDEX)
               COMPUTE WS-KPC-DBT-CHANGE(CUSTOMER-INDEX) =
                   WS-KPC-DAYS-BEYOND-TERMS(CUSTOMER-INDEX)
                       - WS-KPC-PRIOR-DBT(CUSTOMER-INDEX)
           END-IF
           .
      * With no period sales there is no DSO to speak of, and with
      * nothing collectible (the CEI divisor) no CEI; both are left
      * at zero and the customer line says why.
       COMPUTE-KPI-FIGURES.
           MOVE ZERO TO WS-KC-DSO WS-KC-BEST-DSO WS-KC-CEI
                        WS-KC-DAYS-BEYOND-TERMS WS-KC-PERCENT-CURRENT
           IF WS-KC-SALES IS GREATER THAN ZERO
               COMPUTE WS-KC-DSO ROUNDED =
                   WS-KC-RECEIVABLES * WS-PERIOD-DAYS / WS-KC-SALES
               COMPUTE WS-KC-BEST-DSO ROUNDED =
                   WS-KC-CURRENT * WS-PERIOD-DAYS / WS-KC-SALES
               COMPUTE WS-KC-DAYS-BEYOND-TERMS =
                   WS-KC-DSO - WS-KC-BEST-DSO
           END-IF
           COMPUTE WS-KC-CEI-DIVISOR =
               WS-KC-BEGIN-RECEIVABLES + WS-KC-SALES - WS-KC-CURRENT
           IF WS-KC-CEI-DIVISOR IS GREATER THAN ZERO
               COMPUTE WS-KC-CEI ROUNDED =
                   (WS-KC-BEGIN-RECEIVABLES + WS-KC-SALES
                       - WS-KC-RECEIVABLES) * 100 / WS-KC-CEI-DIVISOR
           END-IF
           IF WS-KC-RECEIVABLES IS GREATER THAN ZERO
               COMPUTE WS-KC-PERCENT-CURRENT ROUNDED =
                   WS-KC-CURRENT * 100 / WS-KC-RECEIVABLES
           END-IF
           .
       WRITE-COMPANY-SECTION.
           MOVE WS-KPI-FISCAL-YEAR TO KRH-FISCAL-YEAR
           MOVE WS-KPI-FISCAL-PERIOD TO KRH-FISCAL-PERIOD
           MOVE WS-PERIOD-START-DATE TO KRH-PERIOD-START-DATE
           MOVE WS-AS-OF-DATE TO KRH-AS-OF-DATE
           MOVE WS-PERIOD-DAYS TO KRH-PERIOD-DAYS
           WRITE KPI-REPORT-LINE FROM KPI-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE 'COMPANY-WIDE' TO KRS-SECTION-TITLE
           WRITE KPI-REPORT-LINE FROM KPI-SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'RECEIVABLES OUTSTANDING' TO KRA-LABEL
           MOVE WS-CO-RECEIVABLES TO KRA-AMOUNT
           WRITE KPI-REPORT-LINE FROM KPI-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CURRENT RECEIVABLES' TO KRA-LABEL
           MOVE WS-CO-CURRENT TO KRA-AMOUNT
           WRITE KPI-REPORT-LINE FROM KPI-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BEGINNING RECEIVABLES' TO KRA-LABEL
           MOVE WS-CO-BEGIN-RECEIVABLES TO KRA-AMOUNT
           WRITE KPI-REPORT-LINE FROM KPI-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PERIOD SALES' TO KRA-LABEL
           MOVE WS-CO-SALES TO KRA-AMOUNT
           WRITE KPI-REPORT-LINE FROM KPI-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DAYS SALES OUTSTANDING' TO KRR-LABEL
           MOVE WS-CO-DSO TO KRR-RATIO
           WRITE KPI-REPORT-LINE FROM KPI-RATIO-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'BEST POSSIBLE DSO' TO KRR-LABEL
           MOVE WS-CO-BEST-DSO TO KRR-RATIO
           WRITE KPI-REPORT-LINE FROM KPI-RATIO-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AVERAGE DAYS BEYOND TERMS' TO KRR-LABEL
           MOVE WS-CO-DAYS-BEYOND-TERMS TO KRR-RATIO
           WRITE KPI-REPORT-LINE FROM KPI-RATIO-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'COLLECTION EFFECTIVENESS INDEX' TO KRR-LABEL
           MOVE WS-CO-CEI TO KRR-RATIO
           WRITE KPI-REPORT-LINE FROM KPI-RATIO-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PERCENT OF RECEIVABLES CURRENT' TO KRR-LABEL
           MOVE WS-CO-PERCENT-CURRENT TO KRR-RATIO
           WRITE KPI-REPORT-LINE FROM KPI-RATIO-LINE
               AFTER ADVANCING 1 LINE
           IF NOT WS-CO-HAS-PRIOR
               MOVE 'NO PRIOR PERIOD ON HISTORY - CEI BEGINS AT ZERO'
                   TO KRS-SECTION-TITLE
               WRITE KPI-REPORT-LINE FROM KPI-SECTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      * The prior periods from the history, then this one.
       WRITE-TREND-SECTION.
           MOVE 'TWELVE-PERIOD TREND' TO KRS-SECTION-TITLE
           WRITE KPI-REPORT-LINE FROM KPI-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE KPI-REPORT-LINE FROM KPI-TREND-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM WITH TEST BEFORE
                   VARYING TREND-INDEX FROM 1 BY 1
                   UNTIL TREND-INDEX IS GREATER THAN WS-TREND-COUNT
               MOVE WS-TRD-FISCAL-YEAR(TREND-INDEX) TO KRT-FISCAL-YEAR
               MOVE WS-TRD-FISCAL-PERIOD(TREND-INDEX)
                   TO KRT-FISCAL-PERIOD
               MOVE WS-TRD-RECEIVABLES(TREND-INDEX) TO KRT-RECEIVABLES
               MOVE WS-TRD-SALES(TREND-INDEX) TO KRT-SALES
               MOVE WS-TRD-DSO(TREND-INDEX) TO KRT-DSO
               MOVE WS-TRD-CEI(TREND-INDEX) TO KRT-CEI
               MOVE WS-TRD-DAYS-BEYOND-TERMS(TREND-INDEX)
                   TO KRT-DAYS-BEYOND-TERMS
               MOVE WS-TRD-PERCENT-CURRENT(TREND-INDEX)
                   TO KRT-PERCENT-CURRENT
               WRITE KPI-REPORT-LINE FROM KPI-TREND-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-KPI-FISCAL-YEAR TO KRT-FISCAL-YEAR
           MOVE WS-KPI-FISCAL-PERIOD TO KRT-FISCAL-PERIOD
           MOVE WS-CO-RECEIVABLES TO KRT-RECEIVABLES
           MOVE WS-CO-SALES TO KRT-SALES
           MOVE WS-CO-DSO TO KRT-DSO
           MOVE WS-CO-CEI TO KRT-CEI
           MOVE WS-CO-DAYS-BEYOND-TERMS TO KRT-DAYS-BEYOND-TERMS
           MOVE WS-CO-PERCENT-CURRENT TO KRT-PERCENT-CURRENT
           WRITE KPI-REPORT-LINE FROM KPI-TREND-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-CUSTOMER-SECTION.
           MOVE 'BY CUSTOMER' TO KRS-SECTION-TITLE
           WRITE KPI-REPORT-LINE FROM KPI-SECTION-LINE
               AFTER ADVANCING PAGE
           WRITE KPI-REPORT-LINE FROM KPI-CUSTOMER-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM WITH TEST BEFORE
                   VARYING CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL CUSTOMER-INDEX IS GREATER THAN
                           WS-CUSTOMER-COUNT
               PERFORM WRITE-ONE-CUSTOMER-LINE
           END-PERFORM
           .
       WRITE-ONE-CUSTOMER-LINE.
           MOVE WS-KPC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               TO KRC-CUSTOMER-NUMBER
           MOVE WS-KPC-CUSTOMER-NAME(CUSTOMER-INDEX)
               TO KRC-CUSTOMER-NAME
           MOVE WS-KPC-RECEIVABLES(CUSTOMER-INDEX) TO KRC-RECEIVABLES
           MOVE WS-KPC-SALES(CUSTOMER-INDEX) TO KRC-SALES
           MOVE WS-KPC-DSO(CUSTOMER-INDEX) TO KRC-DSO
           MOVE WS-KPC-CEI(CUSTOMER-INDEX) TO KRC-CEI
           MOVE WS-KPC-DAYS-BEYOND-TERMS(CUSTOMER-INDEX)
               TO KRC-DAYS-BEYOND-TERMS
           MOVE WS-KPC-PERCENT-CURRENT(CUSTOMER-INDEX)
               TO KRC-PERCENT-CURRENT
           IF WS-KPC-SALES(CUSTOMER-INDEX) IS GREATER THAN ZERO
               MOVE SPACES TO KRC-NOTE
           ELSE
               MOVE 'NO SALES' TO KRC-NOTE
           END-IF
           WRITE KPI-REPORT-LINE FROM KPI-CUSTOMER-LINE
               AFTER ADVANCING 1 LINE
           .
      * This period's figures go on the end of the new history,
      * the company-wide record first.
       WRITE-CURRENT-HISTORY.
           MOVE WS-KPI-FISCAL-YEAR TO KPN-FISCAL-YEAR
           MOVE WS-KPI-FISCAL-PERIOD TO KPN-FISCAL-PERIOD
           MOVE WS-AS-OF-DATE TO KPN-AS-OF-DATE
           MOVE WS-PERIOD-DAYS TO KPN-PERIOD-DAYS
           MOVE SPACES TO KPN-CUSTOMER-NUMBER
           MOVE WS-CO-RECEIVABLES TO KPN-RECEIVABLES
           MOVE WS-CO-CURRENT TO KPN-CURRENT-RECEIVABLES
           MOVE WS-CO-SALES TO KPN-PERIOD-SALES
           MOVE WS-CO-DSO TO KPN-DSO
           MOVE WS-CO-CEI TO KPN-CEI
           MOVE WS-CO-DAYS-BEYOND-TERMS TO KPN-DAYS-BEYOND-TERMS
           MOVE WS-CO-PERCENT-CURRENT TO KPN-PERCENT-CURRENT
           WRITE KPI-HISTORY-NEW-RECORD
           PERFORM WITH TEST BEFORE
                   VARYING CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL CUSTOMER-INDEX IS GREATER THAN
                           WS-CUSTOMER-COUNT
               MOVE WS-KPC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                   TO KPN-CUSTOMER-NUMBER
               MOVE WS-KPC-RECEIVABLES(CUSTOMER-INDEX)
                   TO KPN-RECEIVABLES
               MOVE WS-KPC-CURRENT(CUSTOMER-INDEX)
                   TO KPN-CURRENT-RECEIVABLES
               MOVE WS-KPC-SALES(CUSTOMER-INDEX) TO KPN-PERIOD-SALES
               MOVE WS-KPC-DSO(CUSTOMER-INDEX) TO KPN-DSO
               MOVE WS-KPC-CEI(CUSTOMER-INDEX) TO KPN-CEI
               MOVE WS-KPC-DAYS-BEYOND-TERMS(CUSTOMER-INDEX)
                   TO KPN-DAYS-BEYOND-TERMS
               MOVE WS-KPC-PERCENT-CURRENT(CUSTOMER-INDEX)
                   TO KPN-PERCENT-CURRENT
               WRITE KPI-HISTORY-NEW-RECORD
           END-PERFORM
           .
      * Exchange sort, largest increase in days beyond terms first,
      * the same in-place sort CUSTINQ uses on its item table.
       SORT-CUSTOMERS-BY-CHANGE.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS IS NOT LESS THAN
                           WS-CUSTOMER-COUNT
               MOVE 'N' TO WS-SORT-SWAPPED-SWITCH
               PERFORM WITH TEST BEFORE
                       VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB IS NOT LESS THAN
                               (WS-CUSTOMER-COUNT - WS-SORT-PASS + 1)
                   COMPUTE WS-SORT-SUB-NEXT = WS-SORT-SUB + 1
                   IF WS-KPC-DBT-CHANGE(WS-SORT-SUB)
                           IS LESS THAN
                           WS-KPC-DBT-CHANGE(WS-SORT-SUB-NEXT)
                       MOVE WS-CUSTOMER-ENTRY(WS-SORT-SUB)
                           TO WS-HOLD-CUSTOMER-ENTRY
                       MOVE WS-CUSTOMER-ENTRY(WS-SORT-SUB-NEXT)
                           TO WS-CUSTOMER-ENTRY(WS-SORT-SUB)
                       MOVE WS-HOLD-CUSTOMER-ENTRY
                           TO WS-CUSTOMER-ENTRY(WS-SORT-SUB-NEXT)
                       SET WS-SORT-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SORT-SWAPPED
                   MOVE WS-CUSTOMER-COUNT TO WS-SORT-PASS
               END-IF
           END-PERFORM
           .
      * Only customers also on last period's history can have
      * worsened; a customer new this period has nothing to compare.
       WRITE-WORSENED-SECTION.
           MOVE 'LARGEST INCREASE IN AVERAGE DAYS BEYOND TERMS'
               TO KRS-SECTION-TITLE
           WRITE KPI-REPORT-LINE FROM KPI-SECTION-LINE
               AFTER ADVANCING PAGE
           WRITE KPI-REPORT-LINE FROM KPI-WORSENED-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM WITH TEST BEFORE
                   VARYING CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL CUSTOMER-INDEX IS GREATER THAN
                           WS-CUSTOMER-COUNT
                   OR WS-WORSENED-LISTED IS NOT LESS THAN
                           WS-MAX-WORSENED-LISTED
                   OR WS-KPC-DBT-CHANGE(CUSTOMER-INDEX)
                           IS NOT GREATER THAN ZERO
               ADD 1 TO WS-WORSENED-LISTED
               MOVE WS-KPC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                   TO KRW-CUSTOMER-NUMBER
               MOVE WS-KPC-CUSTOMER-NAME(CUSTOMER-INDEX)
                   TO KRW-CUSTOMER-NAME
               MOVE WS-KPC-PRIOR-DBT(CUSTOMER-INDEX) TO KRW-PRIOR-DBT
               MOVE WS-KPC-DAYS-BEYOND-TERMS(CUSTOMER-INDEX)
                   TO KRW-DAYS-BEYOND-TERMS
               MOVE WS-KPC-DBT-CHANGE(CUSTOMER-INDEX)
                   TO KRW-DBT-CHANGE
               WRITE KPI-REPORT-LINE FROM KPI-WORSENED-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           IF WS-WORSENED-LISTED IS EQUAL TO ZERO
               WRITE KPI-REPORT-LINE FROM KPI-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'ARKPI CUSTOMERS MEASURED:  ' WS-CUSTOMER-COUNT
           DISPLAY 'ARKPI HISTORY KEPT:        ' WS-HISTORY-KEPT-COUNT
           DISPLAY 'ARKPI HISTORY DROPPED:     '
                   WS-HISTORY-DROPPED-COUNT
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
