      *****************************************************************
      * Program name:    INVBKOUT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Backing an entire bad night's invoice run out of every file
      * it landed in, so the feed can be rerun clean.
      *
      * When a partner sends garbage that gets past the edits, or
      * INVCALC runs with the wrong INVCPARM, by morning HISTUPDT,
      * PTDROLL, SLSHROLL, INVSTOCK, GLJRNL and COGSJRNL have all
      * built on top of the bad night, and recovery used to mean
      * restoring a dozen files by hand. The BACKOUT control card
      * (CCYYMMDD, on the same INVCPARM file every step reads) names
      * the night to reverse, and operations points INVTOT1 and
      * SLSDTL1 at that night's generations of the two extracts.
      * INVTOT1's run-date header must carry the BACKOUT date, and the
      * INVPROC1 register must still hold numbers stamped with it -
      * a night already backed out has none - or nothing is touched.
      *
      * The night is then reversed everywhere it went:
      *     INVPROC1 - every register entry stamped with the night is
      *                dropped (written forward to INVPROC2), so the
      *                rerun is not rejected as a duplicate.
      *     INVHIST1 - each of the night's invoices is deleted from
      *                the history master. One that has taken a
      *                payment since, or a return that refreshed an
      *                invoice from an earlier night, is left in place
      *                and listed for finance to settle by hand.
      *     PTDFILE1 - the night's sales, tax and invoice counts come
      *                back out of their fiscal period and
      *                jurisdiction (written forward to PTDFILE2).
      *     SLSHIST1 - each detail line's units and revenue come back
      *                out of its customer, SKU group and period
      *                (written forward to SLSHIST2).
      *     INVONH1  - each shipped line's units go back on hand and
      *                each returned line's come back off, at the
      *                warehouse it shipped from (written forward to
      *                INVONH2).
      *     INVLHST1 - the line detail and document record of each
      *                invoice deleted from INVHIST1 goes with it; an
      *                invoice left on INVHIST1 keeps its lines.
      *     DEFRSCH1 - each recognition schedule the night's contract
      *                invoices opened is deleted, so the rerun can
      *                write it again. One DEFRREL has already released
      *                revenue from is left and listed for finance.
      *     RMACRED1 - every RMA credit logged that night is dropped
      *                (written forward to RMACRED2), so the rerun's
      *                returns are not capped against credits the bad
      *                night used.
      *     GLJHIST1 - every journal line released that night for one
      *                of the night's invoices, and the night's COGS
      *                group lines, is reversed with its sides swapped
      *                into a new batch per company, numbered from
      *                GLBATCH1, written to BKOJRNL1 for the ledger and
      *                appended to the history capped with its BATCHCTL
      *                record, the way GLJRNL releases a batch.
      *
      * BKOUTRP1 proves each file: its total before, the amount the
      * bad night put there, and its total after, marked PROVED when
      * the after figure is the before figure less the night's. The
      * journal lines prove instead that the night's debits and
      * credits and the reversing batch net to zero. Anything that
      * could not be backed out is itemized above the proof.
      *
      * RETURN-CODE is 0 when every file proved, 4 when anything was
      * left for finance or failed to prove, 8 when the run was
      * refused or a file would not open.
      * - INVHIST1 carries an alternate key on customer number and
      *   invoice date (IHR-CUSTOMER-DATE-KEY, duplicates allowed),
      *   kept current by this job's updates; a status of '02' is a
      *   good result.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      * - The night is now also backed out of INVLHST1, DEFRSCH1 and
      *   RMACRED1 (written forward to RMACRED2), each proved on
      *   BKOUTRP1; a schedule that has already released revenue is
      *   left and listed for finance.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVBKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-TOTALS-FILE ASSIGN TO 'INVTOT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-TOTALS-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SLSDTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-DETAIL-STATUS.
           SELECT PROCESSED-INVOICE-FILE ASSIGN TO 'INVPROC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PROCESSED-INVOICE-STATUS.
           SELECT PROCESSED-INVOICE-NEW-FILE ASSIGN TO 'INVPROC2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PROCESSED-INVOICE-NEW-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  ALTERNATE RECORD KEY IS IHR-CUSTOMER-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT LINE-HISTORY-FILE ASSIGN TO 'INVLHST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ILH-LINE-KEY
                  FILE STATUS IS LINE-HISTORY-STATUS.
           SELECT DEFERRAL-SCHEDULE-FILE ASSIGN TO 'DEFRSCH1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DFS-KEY
                  FILE STATUS IS DEFERRAL-SCHEDULE-STATUS.
           SELECT RMA-CREDIT-FILE ASSIGN TO 'RMACRED1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RMA-CREDIT-STATUS.
           SELECT RMA-CREDIT-NEW-FILE ASSIGN TO 'RMACRED2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RMA-CREDIT-NEW-STATUS.
           SELECT PTD-OLD-FILE ASSIGN TO 'PTDFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PTD-OLD-STATUS.
           SELECT PTD-NEW-FILE ASSIGN TO 'PTDFILE2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PTD-NEW-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SLSHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-HISTORY-STATUS.
           SELECT SALES-HISTORY-NEW-FILE ASSIGN TO 'SLSHIST2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-HISTORY-NEW-STATUS.
           SELECT ON-HAND-FILE ASSIGN TO 'INVONH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ON-HAND-STATUS.
           SELECT ON-HAND-NEW-FILE ASSIGN TO 'INVONH2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ON-HAND-NEW-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'BKOJRNL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GL-JOURNAL-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO 'BKOUTRP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BACKOUT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to INVOICE-TOTALS-FILE (INVTOT1),
      * here the bad night's generation.
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
      * extract; it must carry the night being backed out.
       01  INVOICE-TOTALS-HEADER.
           05  ITH-RECORD-TYPE          PIC X(03).
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).

      * Same layout INVCALC writes to SLSDTL1, here the bad night's
      * generation.
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

      * INVCALC's cross-run register of invoice numbers totaled,
      * each stamped with the night it was written.
       FD  PROCESSED-INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROCESSED-INVOICE-RECORD.
       01  PROCESSED-INVOICE-RECORD.
           05  PRC-INVOICE-NUMBER       PIC X(08).
           05  PRC-RETURN-FLAG          PIC X.
           05  PRC-PROCESSED-DATE       PIC X(08).

      * The register without the backed-out night; the scheduler
      * copies it to INVPROC1 before the rerun.
       FD  PROCESSED-INVOICE-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROCESSED-INVOICE-NEW-RECORD.
       01  PROCESSED-INVOICE-NEW-RECORD PIC X(17).

      * The cumulative invoice-history master HISTUPDT maintains.
       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
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

      * Same layout HISTUPDT maintains on INVLHST1; only the key is
      * needed here.
       FD  LINE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINE-HISTORY-RECORD.
       01  LINE-HISTORY-RECORD.
           05  ILH-LINE-KEY.
               10  ILH-INVOICE-NUMBER   PIC X(08).
               10  ILH-LINE-NUMBER      PIC 9(03).
           05  FILLER                   PIC X(89).

      * Same layout INVCALC opens and DEFRREL releases on DEFRSCH1.
       FD  DEFERRAL-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEFERRAL-SCHEDULE-RECORD.
       01  DEFERRAL-SCHEDULE-RECORD.
           05  DFS-KEY.
               10  DFS-INVOICE-NUMBER   PIC X(08).
               10  DFS-REVENUE-ACCOUNT  PIC X(08).
           05  DFS-CUSTOMER-NUMBER      PIC X(08).
           05  DFS-INVOICE-DATE         PIC X(08).
           05  DFS-FREQUENCY            PIC X(01).
           05  DFS-FIRST-PERIOD         PIC 9(06).
           05  DFS-SERVICE-MONTHS       PIC 9(02).
           05  DFS-DEFERRED-AMOUNT      PIC S9(09)V99 COMP-3.
           05  DFS-MONTHS-RECOGNIZED    PIC 9(02).
           05  DFS-RECOGNIZED-AMOUNT    PIC S9(09)V99 COMP-3.
           05  DFS-LAST-RELEASE-PERIOD  PIC 9(06).
           05  DFS-STATUS               PIC X(01).
           05  FILLER                   PIC X(20).

      * Same layout INVCALC logs its RMA credits to on RMACRED1; the
      * credit date is the night INVCALC ran.
       FD  RMA-CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RMA-CREDIT-RECORD.
       01  RMA-CREDIT-RECORD.
           05  RCR-RMA-NUMBER           PIC X(08).
           05  RCR-INVOICE-NUMBER       PIC X(08).
           05  RCR-CUSTOMER-NUMBER      PIC X(08).
           05  RCR-CREDIT-DATE          PIC X(08).
           05  RCR-CREDIT-AMOUNT        PIC S9(07)V99 COMP-3.
           05  RCR-RESTOCK-FEE          PIC S9(07)V99 COMP-3.

      * The credit log without the backed-out night; the scheduler
      * copies it to RMACRED1 before the rerun.
       FD  RMA-CREDIT-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RMA-CREDIT-NEW-RECORD.
       01  RMA-CREDIT-NEW-RECORD        PIC X(42).

      * The period-to-date master PTDROLL maintains.
       FD  PTD-OLD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PTD-OLD-RECORD.
       01  PTD-OLD-RECORD.
           05  PTO-FISCAL-YEAR          PIC 9(04).
           05  PTO-FISCAL-PERIOD        PIC 9(02).
           05  PTO-JURISDICTION-CODE    PIC X(02).
           05  PTO-SALES-AMOUNT         PIC S9(11)V99 COMP-3.
           05  PTO-TAX-AMOUNT           PIC S9(09)V9(03) COMP-3.
           05  PTO-INVOICE-COUNT        PIC S9(09) COMP-3.
           05  PTO-RETURN-COUNT         PIC S9(09) COMP-3.

       FD  PTD-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PTD-NEW-RECORD.
       01  PTD-NEW-RECORD               PIC X(32).

      * The sales history master SLSHROLL maintains.
       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALES-HISTORY-RECORD.
       01  SALES-HISTORY-RECORD.
           05  SHR-CUSTOMER-NUMBER      PIC X(08).
           05  SHR-SKU-GROUP-CODE       PIC X(04).
           05  SHR-FISCAL-PERIOD        PIC X(06).
           05  SHR-UNITS                PIC S9(09) COMP-3.
           05  SHR-REVENUE              PIC S9(11)V99 COMP-3.

       FD  SALES-HISTORY-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALES-HISTORY-NEW-RECORD.
       01  SALES-HISTORY-NEW-RECORD     PIC X(30).

      * The on-hand master INVSTOCK maintains, one record per SKU
      * per warehouse.
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

       FD  ON-HAND-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ON-HAND-NEW-RECORD.
       01  ON-HAND-NEW-RECORD           PIC X(35).

      * The cumulative journal history: released batches' lines,
      * each batch capped with its BATCHCTL control record.
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
               88  BCT-IS-CONTROL       VALUE 'BATCHCTL'.
           05  BCT-LINE-COUNT           PIC S9(09) COMP-3.
           05  BCT-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
           05  BCT-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

      * The shared GLBATCH1 counter GLJRNL and MANJRNL draw from.
       FD  BATCH-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-NUMBER-RECORD.
       01  BATCH-NUMBER-RECORD.
           05  BNR-LAST-BATCH-NUMBER    PIC 9(06).

      * The reversing journal for the ledger, GLJRNL1's layout.
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GL-JOURNAL-RECORD.
       01  GL-JOURNAL-RECORD.
           05  JRN-ACCOUNT              PIC X(08).
           05  JRN-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JRN-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

       FD  BACKOUT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BACKOUT-REPORT-LINE.
       01  BACKOUT-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  INVOICE-TOTALS-STATUS    PIC X(02).
               88  INVOICE-TOTALS-OK    VALUE '00'.
               88  END-OF-INVOICE-TOTALS VALUE '10'.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  SALES-DETAIL-OK      VALUE '00'.
               88  END-OF-SALES-DETAIL  VALUE '10'.
           05  PROCESSED-INVOICE-STATUS PIC X(02).
               88  PROCESSED-INVOICE-OK VALUE '00'.
               88  END-OF-PROCESSED-INVOICES VALUE '10'.
           05  PROCESSED-INVOICE-NEW-STATUS PIC X(02).
               88  PROCESSED-INVOICE-NEW-OK VALUE '00'.
      * '02' is a good read or write where another invoice shares
      * the customer-and-date alternate key.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00' '02'.
               88  END-OF-INVOICE-HISTORY VALUE '10'.
           05  LINE-HISTORY-STATUS      PIC X(02).
               88  LINE-HISTORY-OK      VALUE '00'.
               88  END-OF-LINE-HISTORY  VALUE '10'.
               88  LINE-HISTORY-MISSING VALUE '35'.
           05  DEFERRAL-SCHEDULE-STATUS PIC X(02).
               88  DEFERRAL-SCHEDULE-OK VALUE '00'.
               88  END-OF-DEFERRAL-SCHEDULES VALUE '10'.
               88  DEFERRAL-SCHEDULE-MISSING VALUE '35'.
           05  RMA-CREDIT-STATUS        PIC X(02).
               88  RMA-CREDIT-OK        VALUE '00'.
               88  END-OF-RMA-CREDITS   VALUE '10'.
               88  RMA-CREDIT-MISSING   VALUE '35'.
           05  RMA-CREDIT-NEW-STATUS    PIC X(02).
               88  RMA-CREDIT-NEW-OK    VALUE '00'.
           05  PTD-OLD-STATUS           PIC X(02).
               88  PTD-OLD-OK           VALUE '00'.
               88  END-OF-PTD-OLD       VALUE '10'.
           05  PTD-NEW-STATUS           PIC X(02).
               88  PTD-NEW-OK           VALUE '00'.
           05  SALES-HISTORY-STATUS     PIC X(02).
               88  SALES-HISTORY-OK     VALUE '00'.
               88  END-OF-SALES-HISTORY VALUE '10'.
           05  SALES-HISTORY-NEW-STATUS PIC X(02).
               88  SALES-HISTORY-NEW-OK VALUE '00'.
           05  ON-HAND-STATUS           PIC X(02).
               88  ON-HAND-OK           VALUE '00'.
               88  END-OF-ON-HAND       VALUE '10'.
           05  ON-HAND-NEW-STATUS       PIC X(02).
               88  ON-HAND-NEW-OK       VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  END-OF-JOURNAL-HISTORY VALUE '10'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  GL-JOURNAL-STATUS        PIC X(02).
               88  GL-JOURNAL-OK        VALUE '00'.
               88  END-OF-GL-JOURNAL    VALUE '10'.
           05  BACKOUT-REPORT-STATUS    PIC X(02).
               88  BACKOUT-REPORT-OK    VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'INVBKOUT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'INVBKOUT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'INVBKOUT'.
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
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-REJECTED       VALUE 8.

       01  WS-FISCAL-YEAR-START-MONTH   PIC 9(02) VALUE 01.
      * The night being backed out, from the BACKOUT card.
       01  WS-BACKOUT-DATE              PIC X(08) VALUE SPACES.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.
       01  WS-HOME-WAREHOUSE            PIC X(02) VALUE '01'.

      * The bad night's invoices from its INVTOT1. A return carries
      * its original's number; WS-INV-ORIGINAL-TONIGHT marks a return
      * whose original was billed the same night, so the one history
      * record between them belongs wholly to the night.
      * WS-INV-HISTORY-DELETED marks an invoice whose INVHIST1 record
      * the backout deleted, so its INVLHST1 lines go with it.
       01  WS-INVOICE-TABLE-AREA.
           05  WS-INVOICE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-INVOICE-ENTRIES   PIC S9(05) COMP-3 VALUE 5000.
           05  WS-INVOICE-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-INVOICE-COUNT
                       INDEXED BY INVOICE-INDEX.
               10  WS-INV-NUMBER        PIC X(08).
               10  WS-INV-RETURN        PIC X(01).
               10  WS-INV-ORIGINAL-TONIGHT PIC X(01).
               10  WS-INV-HISTORY-DELETED PIC X(01).
       01  WS-LOOKUP-INVOICE            PIC X(08).
       01  WS-LOOKUP-RETURN             PIC X(01).
       01  WS-INVOICE-FOUND-SWITCH      PIC X.
           88  WS-INVOICE-IS-TONIGHTS   VALUE 'Y'.

      * The period-to-date master, loaded whole as PTDROLL does.
       01  WS-PTD-TABLE-AREA.
           05  WS-PTD-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-PTD-ENTRIES       PIC S9(05) COMP-3 VALUE 500.
           05  WS-PTD-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-PTD-COUNT
                       INDEXED BY PTD-INDEX.
               10  WS-PTD-FISCAL-YEAR   PIC 9(04).
               10  WS-PTD-FISCAL-PERIOD PIC 9(02).
               10  WS-PTD-JURISDICTION  PIC X(02).
               10  WS-PTD-SALES         PIC S9(11)V99 COMP-3.
               10  WS-PTD-TAX           PIC S9(09)V9(03) COMP-3.
               10  WS-PTD-INVOICES      PIC S9(09) COMP-3.
               10  WS-PTD-RETURNS       PIC S9(09) COMP-3.

      * The sales history, loaded whole as SLSHROLL does.
       01  WS-HISTORY-TABLE-AREA.
           05  WS-HISTORY-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-HISTORY-ENTRIES   PIC S9(05) COMP-3 VALUE 5000.
           05  WS-HISTORY-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-HISTORY-COUNT
                       INDEXED BY HISTORY-INDEX.
               10  WS-HIS-CUSTOMER      PIC X(08).
               10  WS-HIS-SKU-GROUP     PIC X(04).
               10  WS-HIS-FISCAL-PERIOD PIC X(06).
               10  WS-HIS-UNITS         PIC S9(09) COMP-3.
               10  WS-HIS-REVENUE       PIC S9(11)V99 COMP-3.

      * The on-hand master, loaded whole as INVSTOCK does.
       01  WS-STOCK-TABLE-AREA.
           05  WS-STOCK-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-STOCK-ENTRIES     PIC S9(05) COMP-3 VALUE 4000.
           05  WS-STOCK-ENTRY OCCURS 1 TO 4000
                       DEPENDING ON WS-STOCK-COUNT
                       INDEXED BY STOCK-INDEX.
               10  WS-STK-SKU           PIC X(10).
               10  WS-STK-WAREHOUSE     PIC X(02).
               10  WS-STK-ON-HAND       PIC S9(09) COMP-3.
               10  WS-STK-REORDER-POINT PIC S9(09) COMP-3.
               10  WS-STK-LAST-ACTIVITY PIC X(08).
               10  WS-STK-IN-TRANSIT    PIC S9(09) COMP-3.

      * Batches GLJHIST1 shows released on the bad night.
       01  WS-NIGHT-BATCH-AREA.
           05  WS-NIGHT-BATCH-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-NIGHT-BATCHES     PIC S9(03) COMP-3 VALUE 100.
           05  WS-NIGHT-BATCH-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-NIGHT-BATCH-COUNT
                       INDEXED BY NIGHT-BATCH-INDEX.
               10  WS-NBT-BATCH-NUMBER  PIC 9(06).

      * One reversing batch per operating company, each proved on
      * its own, numbered on from GLBATCH1 as GLJRNL numbers its own.
       01  WS-BATCH-NUMBER              PIC 9(06) VALUE 1.
       01  WS-NEXT-BATCH-NUMBER         PIC 9(06).
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
       01  WS-LOOKUP-COMPANY-CODE       PIC X(02).
       01  WS-GL-REJECTED-SWITCH        PIC X VALUE 'N'.
           88  WS-GL-IS-REJECTED        VALUE 'Y'.

       01  WS-BACKOUT-WORK-AREAS.
           05  WS-LINE-FISCAL-YEAR      PIC 9(04).
           05  WS-LINE-FISCAL-PERIOD    PIC 9(02).
           05  WS-LINE-DATE             PIC X(08).
           05  WS-LINE-PERIOD-KEY       PIC X(06).
           05  WS-LINE-SKU-GROUP        PIC X(04).
           05  WS-LOOKUP-WAREHOUSE      PIC X(02).
           05  WS-TABLE-SUB             PIC S9(05) COMP.
           05  WS-NIGHT-ENTRY-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REFUSAL-TEXT          PIC X(60) VALUE SPACES.
           05  WS-ITEM-REASON           PIC X(50).

      * Before, backed-out and after figures for each file, the
      * makings of the proof.
       01  WS-PROOF-FIGURES.
           05  WS-REG-BEFORE            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REG-BACKED-OUT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REG-AFTER             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IHR-COUNT-BEFORE      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IHR-COUNT-OUT         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IHR-COUNT-AFTER       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IHR-AMOUNT-BEFORE     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-IHR-AMOUNT-OUT        PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-IHR-AMOUNT-AFTER      PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-PTD-SALES-BEFORE      PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-PTD-SALES-OUT         PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-PTD-SALES-AFTER       PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-PTD-TAX-BEFORE        PIC S9(11)V9(03) COMP-3
                   VALUE ZERO.
           05  WS-PTD-TAX-OUT           PIC S9(11)V9(03) COMP-3
                   VALUE ZERO.
           05  WS-PTD-TAX-AFTER         PIC S9(11)V9(03) COMP-3
                   VALUE ZERO.
           05  WS-PTD-COUNT-BEFORE      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PTD-COUNT-OUT         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PTD-COUNT-AFTER       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SLH-UNITS-BEFORE      PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-SLH-UNITS-OUT         PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-SLH-UNITS-AFTER       PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-SLH-REVENUE-BEFORE    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-SLH-REVENUE-OUT       PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-SLH-REVENUE-AFTER     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-ILH-BEFORE            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ILH-OUT               PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ILH-AFTER             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DFS-COUNT-BEFORE      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DFS-COUNT-OUT         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DFS-COUNT-AFTER       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DFS-AMOUNT-BEFORE     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-DFS-AMOUNT-OUT        PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-DFS-AMOUNT-AFTER      PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-RMC-COUNT-BEFORE      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-RMC-COUNT-OUT         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-RMC-COUNT-AFTER       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-RMC-AMOUNT-BEFORE     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-RMC-AMOUNT-OUT        PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-RMC-AMOUNT-AFTER      PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-ONH-BEFORE            PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-ONH-OUT               PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-ONH-AFTER             PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-GL-NIGHT-DEBITS       PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-GL-NIGHT-CREDITS      PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-GL-REVERSAL-DEBITS    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-GL-REVERSAL-CREDITS   PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-GL-LINES-REVERSED     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ITEMS-LEFT            PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PROOFS-FAILED         PIC S9(03) COMP-3 VALUE ZERO.

       01  BKO-HEADING-1.
           05  FILLER                   PIC X(30)
                   VALUE 'INVOICE RUN BACKOUT - NIGHT OF'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BKH-BACKOUT-DATE         PIC X(08).
           05  FILLER                   PIC X(15)
                   VALUE '   BACKED OUT: '.
           05  BKH-RUN-DATE             PIC X(08).
       01  BKO-ITEM-HEADING.
           05  FILLER                   PIC X(36)
                   VALUE 'ITEMS NOT BACKED OUT - FOR FINANCE:'.
       01  BKO-ITEM-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKI-FILE-NAME            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKI-REFERENCE            PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKI-REASON               PIC X(50).
       01  BKO-PROOF-HEADING.
           05  FILLER                   PIC X(10) VALUE 'FILE'.
           05  FILLER                   PIC X(14) VALUE 'MEASURE'.
           05  FILLER                   PIC X(22)
                   VALUE '              BEFORE'.
           05  FILLER                   PIC X(22)
                   VALUE '          BACKED OUT'.
           05  FILLER                   PIC X(22)
                   VALUE '               AFTER'.
           05  FILLER                   PIC X(08) VALUE '  RESULT'.
       01  BKO-PROOF-LINE.
           05  BKP-FILE-NAME            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-MEASURE              PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-BEFORE               PIC -ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-BACKED-OUT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-AFTER                PIC -ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-RESULT               PIC X(14).
       01  BKO-REFUSED-LINE.
           05  FILLER                   PIC X(14)
                   VALUE 'RUN REFUSED - '.
           05  BKR-REASON               PIC X(60).
       01  BKO-TRAILER-LINE.
           05  FILLER                   PIC X(23)
                   VALUE 'ITEMS LEFT FOR FINANCE:'.
           05  BKT-ITEMS-LEFT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(20)
                   VALUE '   PROOFS FAILED:   '.
           05  BKT-PROOFS-FAILED        PIC ZZ9.
           05  FILLER                   PIC X(20)
                   VALUE '   REVERSING BATCH: '.
           05  BKT-FIRST-BATCH          PIC 9(06).

       01  WS-PROOF-WORK.
           05  WS-PRF-BEFORE            PIC S9(13)V9(03) COMP-3.
           05  WS-PRF-BACKED-OUT        PIC S9(13)V9(03) COMP-3.
           05  WS-PRF-AFTER             PIC S9(13)V9(03) COMP-3.
           05  WS-PRF-EXPECTED          PIC S9(13)V9(03) COMP-3.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF NOT BACKOUT-REPORT-OK
               DISPLAY 'STATUS ON BACKOUT-REPORT-FILE OPEN: '
                       BACKOUT-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVBKOUT STATUS ON BACKOUT-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-CONTROL-CARDS
           MOVE WS-BACKOUT-DATE TO BKH-BACKOUT-DATE
           MOVE WS-CDT-DATE-X TO BKH-RUN-DATE
           WRITE BACKOUT-REPORT-LINE FROM BKO-HEADING-1
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE

      * Nothing is changed anywhere until the night is proved to be
      * the right one and every master has loaded.
           PERFORM VERIFY-BACKOUT-NIGHT THRU VERIFY-BACKOUT-NIGHT-EXIT
           IF WS-REFUSAL-TEXT IS NOT EQUAL TO SPACES
               PERFORM REFUSE-THE-RUN
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-MASTERS THRU LOAD-MASTERS-EXIT
           IF WS-REFUSAL-TEXT IS NOT EQUAL TO SPACES
               PERFORM REFUSE-THE-RUN
               GO TO END-OF-PROGRAM
           END-IF

           WRITE BACKOUT-REPORT-LINE FROM BKO-ITEM-HEADING

           PERFORM BACK-OUT-PERIOD-TO-DATE
           PERFORM BACK-OUT-SALES-DETAIL
           PERFORM WRITE-NEW-MASTERS THRU WRITE-NEW-MASTERS-EXIT
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM BACK-OUT-INVOICE-HISTORY
               THRU BACK-OUT-INVOICE-HISTORY-EXIT
           PERFORM BACK-OUT-LINE-HISTORY
               THRU BACK-OUT-LINE-HISTORY-EXIT
           PERFORM BACK-OUT-DEFERRAL-SCHEDULES
               THRU BACK-OUT-DEFERRAL-SCHEDULES-EXIT
           PERFORM REVERSE-THE-JOURNALS THRU REVERSE-THE-JOURNALS-EXIT

           PERFORM WRITE-THE-PROOF
           IF WS-ITEMS-LEFT IS GREATER THAN ZERO
           OR WS-PROOFS-FAILED IS GREATER THAN ZERO
               IF NOT WS-RC-REJECTED
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF

           GO TO END-OF-PROGRAM
           .
      * BACKOUT names the night (CCYYMMDD); FISCSTMO is the fiscal
      * year start month PTDROLL and SLSHROLL used to file it.
       LOAD-CONTROL-CARDS.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'BACKOUT' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:8) TO WS-BACKOUT-DATE
               END-IF
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
           END-IF
           .
      * The card must name a real date, INVTOT1 must be that night's
      * generation, and INVPROC1 must still hold the night's numbers.
       VERIFY-BACKOUT-NIGHT.
           IF WS-BACKOUT-DATE IS NOT NUMERIC
               MOVE 'NO VALID BACKOUT CARD (CCYYMMDD) SUPPLIED'
                   TO WS-REFUSAL-TEXT
               GO TO VERIFY-BACKOUT-NIGHT-EXIT
           END-IF
           MOVE 'VD' TO WS-DC-FUNCTION-CODE
           MOVE WS-BACKOUT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-BACKOUT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-BACKOUT-DATE(7:2) TO WS-DC-DAY-1
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           IF NOT WS-DC-DATE-IS-VALID
               MOVE 'BACKOUT CARD DATE DOES NOT EXIST'
                   TO WS-REFUSAL-TEXT
               GO TO VERIFY-BACKOUT-NIGHT-EXIT
           END-IF

           OPEN INPUT INVOICE-TOTALS-FILE
           IF NOT INVOICE-TOTALS-OK
               MOVE 'INVTOT1 FOR THE NIGHT WILL NOT OPEN'
                   TO WS-REFUSAL-TEXT
               GO TO VERIFY-BACKOUT-NIGHT-EXIT
           END-IF
           READ INVOICE-TOTALS-FILE
           IF NOT INVOICE-TOTALS-OK
           OR NOT ITH-IS-HEADER
           OR ITH-RUN-DATE IS NOT EQUAL TO WS-BACKOUT-DATE
               CLOSE INVOICE-TOTALS-FILE
               MOVE 'INVTOT1 IS NOT THE GENERATION FOR THE BACKOUT DATE'
                   TO WS-REFUSAL-TEXT
               GO TO VERIFY-BACKOUT-NIGHT-EXIT
           END-IF
           PERFORM UNTIL END-OF-INVOICE-TOTALS
               READ INVOICE-TOTALS-FILE
               IF INVOICE-TOTALS-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM LOAD-ONE-NIGHT-INVOICE
               END-IF
           END-PERFORM
           CLOSE INVOICE-TOTALS-FILE
           IF WS-REFUSAL-TEXT IS NOT EQUAL TO SPACES
               GO TO VERIFY-BACKOUT-NIGHT-EXIT
           END-IF
           IF WS-INVOICE-COUNT IS EQUAL TO ZERO
               MOVE 'INVTOT1 FOR THE NIGHT CARRIES NO INVOICES'
                   TO WS-REFUSAL-TEXT
               GO TO VERIFY-BACKOUT-NIGHT-EXIT
           END-IF

           OPEN INPUT PROCESSED-INVOICE-FILE
           IF NOT PROCESSED-INVOICE-OK
               MOVE 'INVPROC1 REGISTER WILL NOT OPEN'
                   TO WS-REFUSAL-TEXT
               GO TO VERIFY-BACKOUT-NIGHT-EXIT
           END-IF
           PERFORM UNTIL END-OF-PROCESSED-INVOICES
               READ PROCESSED-INVOICE-FILE
               IF PROCESSED-INVOICE-OK
                   ADD 1 TO WS-REG-BEFORE
                   IF PRC-PROCESSED-DATE IS EQUAL TO WS-BACKOUT-DATE
                       ADD 1 TO WS-NIGHT-ENTRY-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PROCESSED-INVOICE-FILE
           IF WS-NIGHT-ENTRY-COUNT IS EQUAL TO ZERO
               MOVE 'INVPROC1 HOLDS NOTHING FROM THE NIGHT'
                   TO WS-REFUSAL-TEXT
           END-IF
           .
       VERIFY-BACKOUT-NIGHT-EXIT.
           EXIT.

      * Each of the night's invoices, with the amounts the period-
      * to-date proof expects to come back out.
       LOAD-ONE-NIGHT-INVOICE.
           IF WS-INVOICE-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-INVOICE-ENTRIES
               MOVE 'NIGHT INVOICE TABLE IS FULL' TO WS-REFUSAL-TEXT
           ELSE
               ADD 1 TO WS-INVOICE-COUNT
               MOVE ITR-INVOICE-NUMBER
                   TO WS-INV-NUMBER(WS-INVOICE-COUNT)
               MOVE ITR-RETURN TO WS-INV-RETURN(WS-INVOICE-COUNT)
               MOVE 'N' TO WS-INV-ORIGINAL-TONIGHT(WS-INVOICE-COUNT)
               MOVE 'N' TO WS-INV-HISTORY-DELETED(WS-INVOICE-COUNT)
               PERFORM PAIR-RETURN-WITH-ORIGINAL
                   VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB IS NOT LESS THAN
                       WS-INVOICE-COUNT
               ADD ITR-TOTAL-BEFORE-TAX TO WS-PTD-SALES-OUT
               ADD ITR-TOTAL-SALES-TAX TO WS-PTD-TAX-OUT
               ADD 1 TO WS-PTD-COUNT-OUT
               ADD 1 TO WS-REG-BACKED-OUT
           END-IF
           .
      * An original and its return on the same night: the return
      * entry is marked whichever of the two arrived first.
       PAIR-RETURN-WITH-ORIGINAL.
           IF WS-INV-NUMBER(WS-TABLE-SUB) IS EQUAL TO
                   ITR-INVOICE-NUMBER
               IF ITR-IS-RETURN
                   IF WS-INV-RETURN(WS-TABLE-SUB) IS NOT EQUAL TO 'R'
                       MOVE 'Y' TO WS-INV-ORIGINAL-TONIGHT
                                       (WS-INVOICE-COUNT)
                   END-IF
               ELSE
                   IF WS-INV-RETURN(WS-TABLE-SUB) IS EQUAL TO 'R'
                       MOVE 'Y' TO WS-INV-ORIGINAL-TONIGHT
                                       (WS-TABLE-SUB)
                   END-IF
               END-IF
           END-IF
           .
      * The three old masters are loaded whole, and the before
      * totals taken as they load.
       LOAD-MASTERS.
           OPEN INPUT PTD-OLD-FILE
           IF NOT PTD-OLD-OK
               MOVE 'PTDFILE1 WILL NOT OPEN' TO WS-REFUSAL-TEXT
               GO TO LOAD-MASTERS-EXIT
           END-IF
           PERFORM UNTIL END-OF-PTD-OLD
               READ PTD-OLD-FILE
               IF PTD-OLD-OK
                   IF WS-PTD-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-PTD-ENTRIES
                       MOVE 'PTD TABLE IS FULL' TO WS-REFUSAL-TEXT
                   ELSE
                       ADD 1 TO WS-PTD-COUNT
                       MOVE PTD-OLD-RECORD
                           TO WS-PTD-ENTRY(WS-PTD-COUNT)
                       ADD PTO-SALES-AMOUNT TO WS-PTD-SALES-BEFORE
                       ADD PTO-TAX-AMOUNT TO WS-PTD-TAX-BEFORE
                       ADD PTO-INVOICE-COUNT TO WS-PTD-COUNT-BEFORE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PTD-OLD-FILE

           OPEN INPUT SALES-HISTORY-FILE
           IF NOT SALES-HISTORY-OK
               MOVE 'SLSHIST1 WILL NOT OPEN' TO WS-REFUSAL-TEXT
               GO TO LOAD-MASTERS-EXIT
           END-IF
           PERFORM UNTIL END-OF-SALES-HISTORY
               READ SALES-HISTORY-FILE
               IF SALES-HISTORY-OK
                   IF WS-HISTORY-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-HISTORY-ENTRIES
                       MOVE 'SALES HISTORY TABLE IS FULL'
                           TO WS-REFUSAL-TEXT
                   ELSE
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE SALES-HISTORY-RECORD
                           TO WS-HISTORY-ENTRY(WS-HISTORY-COUNT)
                       ADD SHR-UNITS TO WS-SLH-UNITS-BEFORE
                       ADD SHR-REVENUE TO WS-SLH-REVENUE-BEFORE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SALES-HISTORY-FILE

      * A blank warehouse on an older master is the home warehouse,
      * as INVSTOCK reads it.
           OPEN INPUT ON-HAND-FILE
           IF NOT ON-HAND-OK
               MOVE 'INVONH1 WILL NOT OPEN' TO WS-REFUSAL-TEXT
               GO TO LOAD-MASTERS-EXIT
           END-IF
           PERFORM UNTIL END-OF-ON-HAND
               READ ON-HAND-FILE
               IF ON-HAND-OK
                   IF WS-STOCK-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-STOCK-ENTRIES
                       MOVE 'ON-HAND TABLE IS FULL' TO WS-REFUSAL-TEXT
                   ELSE
                       ADD 1 TO WS-STOCK-COUNT
                       MOVE ON-HAND-RECORD
                           TO WS-STOCK-ENTRY(WS-STOCK-COUNT)
                       IF ONH-WAREHOUSE-CODE IS EQUAL TO SPACES
                           MOVE WS-HOME-WAREHOUSE
                               TO WS-STK-WAREHOUSE(WS-STOCK-COUNT)
                       END-IF
                       ADD ONH-ON-HAND TO WS-ONH-BEFORE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ON-HAND-FILE
           .
       LOAD-MASTERS-EXIT.
           EXIT.

       REFUSE-THE-RUN.
           DISPLAY 'INVBKOUT RUN REFUSED - ' WS-REFUSAL-TEXT
           MOVE WS-REFUSAL-TEXT TO BKR-REASON
           WRITE BACKOUT-REPORT-LINE FROM BKO-REFUSED-LINE
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE WS-REFUSAL-TEXT TO WS-EL-EXCEPTION-TEXT
           MOVE 'F' TO WS-EL-SEVERITY-CODE
           MOVE WS-BACKOUT-DATE TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           SET WS-RC-REJECTED TO TRUE
           .
      * The night's INVTOT1 comes back out of period-to-date by the
      * same fiscal period and jurisdiction PTDROLL filed it under.
       BACK-OUT-PERIOD-TO-DATE.
           OPEN INPUT INVOICE-TOTALS-FILE
           READ INVOICE-TOTALS-FILE
           PERFORM UNTIL END-OF-INVOICE-TOTALS
               READ INVOICE-TOTALS-FILE
               IF INVOICE-TOTALS-OK
                   PERFORM BACK-OUT-ONE-PTD-INVOICE
               END-IF
           END-PERFORM
           CLOSE INVOICE-TOTALS-FILE
           .
       BACK-OUT-ONE-PTD-INVOICE.
           MOVE ITR-INVOICE-DATE TO WS-LINE-DATE
           PERFORM FIND-FISCAL-PERIOD
           SET PTD-INDEX TO 1
           SEARCH WS-PTD-ENTRY
               AT END
                   MOVE 'PTDFILE1' TO BKI-FILE-NAME
                   MOVE ITR-INVOICE-NUMBER TO BKI-REFERENCE
                   MOVE 'NO PERIOD-TO-DATE ENTRY TO BACK OUT OF'
                       TO WS-ITEM-REASON
                   PERFORM LIST-ITEM-LEFT
               WHEN WS-PTD-FISCAL-YEAR(PTD-INDEX)
                        IS EQUAL TO WS-LINE-FISCAL-YEAR
               AND  WS-PTD-FISCAL-PERIOD(PTD-INDEX)
                        IS EQUAL TO WS-LINE-FISCAL-PERIOD
               AND  WS-PTD-JURISDICTION(PTD-INDEX)
                        IS EQUAL TO ITR-JURISDICTION-CODE
                   SUBTRACT ITR-TOTAL-BEFORE-TAX
                       FROM WS-PTD-SALES(PTD-INDEX)
                   SUBTRACT ITR-TOTAL-SALES-TAX
                       FROM WS-PTD-TAX(PTD-INDEX)
                   SUBTRACT 1 FROM WS-PTD-INVOICES(PTD-INDEX)
                   IF ITR-IS-RETURN
                       SUBTRACT 1 FROM WS-PTD-RETURNS(PTD-INDEX)
                   END-IF
           END-SEARCH
           .
      * The fiscal year and period of WS-LINE-DATE, and the period
      * key SLSHROLL files sales history under.
       FIND-FISCAL-PERIOD.
           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-LINE-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-LINE-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-LINE-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-FISCAL-YEAR-START-MONTH
               TO WS-DC-FISCAL-YEAR-START-MONTH
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-LINE-FISCAL-YEAR
           MOVE WS-DC-RESULT-FISCAL-PERIOD TO WS-LINE-FISCAL-PERIOD
           MOVE WS-LINE-FISCAL-YEAR TO WS-LINE-PERIOD-KEY(1:4)
           MOVE WS-LINE-FISCAL-PERIOD TO WS-LINE-PERIOD-KEY(5:2)
           .
      * Each of the night's detail lines comes back out of the sales
      * history and puts its units back where INVSTOCK took them.
       BACK-OUT-SALES-DETAIL.
           OPEN INPUT SALES-DETAIL-FILE
           IF NOT SALES-DETAIL-OK
               MOVE 'SLSDTL1' TO BKI-FILE-NAME
               MOVE WS-BACKOUT-DATE TO BKI-REFERENCE
               MOVE 'SLSDTL1 FOR THE NIGHT WILL NOT OPEN'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
           ELSE
               PERFORM UNTIL END-OF-SALES-DETAIL
                   READ SALES-DETAIL-FILE
                   IF SALES-DETAIL-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM BACK-OUT-ONE-DETAIL-LINE
                   END-IF
               END-PERFORM
               CLOSE SALES-DETAIL-FILE
           END-IF
           .
      * A line whose invoice is not on the night's INVTOT1 belongs to
      * some other night and is left alone.
       BACK-OUT-ONE-DETAIL-LINE.
           MOVE SDL-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM FIND-NIGHT-INVOICE
           IF NOT WS-INVOICE-IS-TONIGHTS
               MOVE 'SLSDTL1' TO BKI-FILE-NAME
               MOVE SDL-INVOICE-NUMBER TO BKI-REFERENCE
               MOVE 'DETAIL LINE NOT ON THE NIGHT INVTOT1 - SKIPPED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
           ELSE
               ADD SDL-QUANTITY TO WS-SLH-UNITS-OUT
               ADD SDL-LINE-REVENUE TO WS-SLH-REVENUE-OUT
               IF SDL-LINE-REVENUE IS LESS THAN ZERO
                   ADD SDL-QUANTITY TO WS-ONH-OUT
               ELSE
                   SUBTRACT SDL-QUANTITY FROM WS-ONH-OUT
               END-IF
               PERFORM BACK-OUT-SALES-HISTORY-LINE
               PERFORM BACK-OUT-ON-HAND-LINE
           END-IF
           .
       BACK-OUT-SALES-HISTORY-LINE.
           MOVE SDL-INVOICE-DATE TO WS-LINE-DATE
           PERFORM FIND-FISCAL-PERIOD
           MOVE SDL-SKU(1:4) TO WS-LINE-SKU-GROUP
           SET HISTORY-INDEX TO 1
           SEARCH WS-HISTORY-ENTRY
               AT END
                   MOVE 'SLSHIST1' TO BKI-FILE-NAME
                   MOVE SDL-INVOICE-NUMBER TO BKI-REFERENCE
                   MOVE 'NO SALES HISTORY ENTRY TO BACK OUT OF'
                       TO WS-ITEM-REASON
                   PERFORM LIST-ITEM-LEFT
               WHEN WS-HIS-CUSTOMER(HISTORY-INDEX)
                        IS EQUAL TO SDL-CUSTOMER-NUMBER
               AND  WS-HIS-SKU-GROUP(HISTORY-INDEX)
                        IS EQUAL TO WS-LINE-SKU-GROUP
               AND  WS-HIS-FISCAL-PERIOD(HISTORY-INDEX)
                        IS EQUAL TO WS-LINE-PERIOD-KEY
                   SUBTRACT SDL-QUANTITY
                       FROM WS-HIS-UNITS(HISTORY-INDEX)
                   SUBTRACT SDL-LINE-REVENUE
                       FROM WS-HIS-REVENUE(HISTORY-INDEX)
           END-SEARCH
           .
      * INVSTOCK relieved a shipped line's units and put a returned
      * line's back; the backout does the opposite.
       BACK-OUT-ON-HAND-LINE.
           IF SDL-WAREHOUSE-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-WAREHOUSE TO WS-LOOKUP-WAREHOUSE
           ELSE
               MOVE SDL-WAREHOUSE-CODE TO WS-LOOKUP-WAREHOUSE
           END-IF
           SET STOCK-INDEX TO 1
           SEARCH WS-STOCK-ENTRY
               AT END
                   MOVE 'INVONH1' TO BKI-FILE-NAME
                   MOVE SDL-SKU TO BKI-REFERENCE
                   MOVE 'NO ON-HAND RECORD TO RETURN THE UNITS TO'
                       TO WS-ITEM-REASON
                   PERFORM LIST-ITEM-LEFT
               WHEN WS-STK-SKU(STOCK-INDEX) IS EQUAL TO SDL-SKU
               AND  WS-STK-WAREHOUSE(STOCK-INDEX)
                        IS EQUAL TO WS-LOOKUP-WAREHOUSE
                   IF SDL-LINE-REVENUE IS LESS THAN ZERO
                       SUBTRACT SDL-QUANTITY
                           FROM WS-STK-ON-HAND(STOCK-INDEX)
                   ELSE
                       ADD SDL-QUANTITY
                           TO WS-STK-ON-HAND(STOCK-INDEX)
                   END-IF
           END-SEARCH
           .
       FIND-NIGHT-INVOICE.
           MOVE 'N' TO WS-INVOICE-FOUND-SWITCH
           SET INVOICE-INDEX TO 1
           SEARCH WS-INVOICE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-INV-NUMBER(INVOICE-INDEX)
                        IS EQUAL TO WS-LOOKUP-INVOICE
                   SET WS-INVOICE-IS-TONIGHTS TO TRUE
           END-SEARCH
           .
      * The register goes forward without the night's numbers, and
      * the three rolled masters go forward with the night backed
      * out, each summed for the after side of the proof.
       WRITE-NEW-MASTERS.
           OPEN INPUT PROCESSED-INVOICE-FILE
           OPEN OUTPUT PROCESSED-INVOICE-NEW-FILE
           IF NOT PROCESSED-INVOICE-OK
           OR NOT PROCESSED-INVOICE-NEW-OK
               MOVE 'INVPROC1 OR INVPROC2 WILL NOT OPEN'
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-THE-RUN
               GO TO WRITE-NEW-MASTERS-EXIT
           END-IF
           PERFORM UNTIL END-OF-PROCESSED-INVOICES
               READ PROCESSED-INVOICE-FILE
               IF PROCESSED-INVOICE-OK
               AND PRC-PROCESSED-DATE IS NOT EQUAL TO WS-BACKOUT-DATE
                   WRITE PROCESSED-INVOICE-NEW-RECORD
                       FROM PROCESSED-INVOICE-RECORD
                   ADD 1 TO WS-REG-AFTER
               END-IF
           END-PERFORM
           CLOSE PROCESSED-INVOICE-FILE
           CLOSE PROCESSED-INVOICE-NEW-FILE

      * A missing credit log means no RMA was ever credited; an empty
      * RMACRED2 still goes forward for the scheduler to copy.
           OPEN OUTPUT RMA-CREDIT-NEW-FILE
           IF NOT RMA-CREDIT-NEW-OK
               MOVE 'RMACRED2 WILL NOT OPEN' TO WS-REFUSAL-TEXT
               PERFORM REFUSE-THE-RUN
               GO TO WRITE-NEW-MASTERS-EXIT
           END-IF
           OPEN INPUT RMA-CREDIT-FILE
           IF RMA-CREDIT-OK
               PERFORM UNTIL END-OF-RMA-CREDITS
                   READ RMA-CREDIT-FILE
                   IF RMA-CREDIT-OK
                       PERFORM JUDGE-ONE-RMA-CREDIT
                   END-IF
               END-PERFORM
               CLOSE RMA-CREDIT-FILE
           ELSE
               IF NOT RMA-CREDIT-MISSING
                   CLOSE RMA-CREDIT-NEW-FILE
                   MOVE 'RMACRED1 WILL NOT OPEN' TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-THE-RUN
                   GO TO WRITE-NEW-MASTERS-EXIT
               END-IF
           END-IF
           CLOSE RMA-CREDIT-NEW-FILE

           OPEN OUTPUT PTD-NEW-FILE
           IF NOT PTD-NEW-OK
               MOVE 'PTDFILE2 WILL NOT OPEN' TO WS-REFUSAL-TEXT
               PERFORM REFUSE-THE-RUN
               GO TO WRITE-NEW-MASTERS-EXIT
           END-IF
           PERFORM WRITE-ONE-PTD-RECORD
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB IS GREATER THAN WS-PTD-COUNT
           CLOSE PTD-NEW-FILE

           OPEN OUTPUT SALES-HISTORY-NEW-FILE
           IF NOT SALES-HISTORY-NEW-OK
               MOVE 'SLSHIST2 WILL NOT OPEN' TO WS-REFUSAL-TEXT
               PERFORM REFUSE-THE-RUN
               GO TO WRITE-NEW-MASTERS-EXIT
           END-IF
           PERFORM WRITE-ONE-HISTORY-RECORD
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB IS GREATER THAN WS-HISTORY-COUNT
           CLOSE SALES-HISTORY-NEW-FILE

           OPEN OUTPUT ON-HAND-NEW-FILE
           IF NOT ON-HAND-NEW-OK
               MOVE 'INVONH2 WILL NOT OPEN' TO WS-REFUSAL-TEXT
               PERFORM REFUSE-THE-RUN
               GO TO WRITE-NEW-MASTERS-EXIT
           END-IF
           PERFORM WRITE-ONE-ON-HAND-RECORD
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB IS GREATER THAN WS-STOCK-COUNT
           CLOSE ON-HAND-NEW-FILE
           .
       WRITE-NEW-MASTERS-EXIT.
           EXIT.

      * A credit INVCALC logged on the night against one of the
      * night's returns is dropped. One dated the night whose invoice
      * is not on the night's INVTOT1 is kept and listed, and fails
      * the proof, since the night's figure is everything it logged.
       JUDGE-ONE-RMA-CREDIT.
           ADD 1 TO WS-RMC-COUNT-BEFORE
           ADD RCR-CREDIT-AMOUNT TO WS-RMC-AMOUNT-BEFORE
           MOVE 'N' TO WS-INVOICE-FOUND-SWITCH
           IF RCR-CREDIT-DATE IS EQUAL TO WS-BACKOUT-DATE
               ADD 1 TO WS-RMC-COUNT-OUT
               ADD RCR-CREDIT-AMOUNT TO WS-RMC-AMOUNT-OUT
               MOVE RCR-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
               PERFORM FIND-NIGHT-INVOICE
               IF NOT WS-INVOICE-IS-TONIGHTS
                   MOVE 'RMACRED1' TO BKI-FILE-NAME
                   MOVE RCR-RMA-NUMBER TO BKI-REFERENCE
                   MOVE 'CREDIT NOT FOR A NIGHT INVOICE - KEPT'
                       TO WS-ITEM-REASON
                   PERFORM LIST-ITEM-LEFT
               END-IF
           END-IF
           IF RCR-CREDIT-DATE IS NOT EQUAL TO WS-BACKOUT-DATE
           OR NOT WS-INVOICE-IS-TONIGHTS
               WRITE RMA-CREDIT-NEW-RECORD FROM RMA-CREDIT-RECORD
               ADD 1 TO WS-RMC-COUNT-AFTER
               ADD RCR-CREDIT-AMOUNT TO WS-RMC-AMOUNT-AFTER
           END-IF
           .
       WRITE-ONE-PTD-RECORD.
           WRITE PTD-NEW-RECORD FROM WS-PTD-ENTRY(WS-TABLE-SUB)
           ADD WS-PTD-SALES(WS-TABLE-SUB) TO WS-PTD-SALES-AFTER
           ADD WS-PTD-TAX(WS-TABLE-SUB) TO WS-PTD-TAX-AFTER
           ADD WS-PTD-INVOICES(WS-TABLE-SUB) TO WS-PTD-COUNT-AFTER
           .
       WRITE-ONE-HISTORY-RECORD.
           WRITE SALES-HISTORY-NEW-RECORD
               FROM WS-HISTORY-ENTRY(WS-TABLE-SUB)
           ADD WS-HIS-UNITS(WS-TABLE-SUB) TO WS-SLH-UNITS-AFTER
           ADD WS-HIS-REVENUE(WS-TABLE-SUB) TO WS-SLH-REVENUE-AFTER
           .
       WRITE-ONE-ON-HAND-RECORD.
           WRITE ON-HAND-NEW-RECORD FROM WS-STOCK-ENTRY(WS-TABLE-SUB)
           ADD WS-STK-ON-HAND(WS-TABLE-SUB) TO WS-ONH-AFTER
           .
      * One sequential pass of the history master, deleting each of
      * the night's invoices as HISTPURG deletes a purged one, and
      * totaling the master before and after as it goes.
       BACK-OUT-INVOICE-HISTORY.
           OPEN I-O INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'INVHIST1' TO BKI-FILE-NAME
               MOVE WS-BACKOUT-DATE TO BKI-REFERENCE
               MOVE 'INVHIST1 WILL NOT OPEN - NOTHING DELETED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
               SET WS-RC-REJECTED TO TRUE
               GO TO BACK-OUT-INVOICE-HISTORY-EXIT
           END-IF
           PERFORM UNTIL END-OF-INVOICE-HISTORY
               READ INVOICE-HISTORY-FILE NEXT RECORD
               IF INVOICE-HISTORY-OK
                   ADD 1 TO WS-IHR-COUNT-BEFORE
                   ADD IHR-TOTAL-AMOUNT TO WS-IHR-AMOUNT-BEFORE
                   PERFORM JUDGE-ONE-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE INVOICE-HISTORY-FILE
           .
       BACK-OUT-INVOICE-HISTORY-EXIT.
           EXIT.

      * A record the night created is deleted. One that has taken
      * cash since, or a return that refreshed an earlier night's
      * invoice (the original's figures are gone from the master),
      * stays for finance. The backed-out figure is everything the
      * night put there, so a record left behind fails the proof.
       JUDGE-ONE-HISTORY-RECORD.
           MOVE IHR-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM FIND-NIGHT-INVOICE
           IF NOT WS-INVOICE-IS-TONIGHTS
               ADD 1 TO WS-IHR-COUNT-AFTER
               ADD IHR-TOTAL-AMOUNT TO WS-IHR-AMOUNT-AFTER
           ELSE
               ADD 1 TO WS-IHR-COUNT-OUT
               ADD IHR-TOTAL-AMOUNT TO WS-IHR-AMOUNT-OUT
               MOVE SPACES TO WS-ITEM-REASON
               EVALUATE TRUE
                   WHEN IHR-AMOUNT-PAID IS NOT EQUAL TO ZERO
                       MOVE 'PAYMENTS POSTED SINCE - LEFT ON INVHIST1'
                           TO WS-ITEM-REASON
                   WHEN IHR-RETURN IS EQUAL TO 'R'
                   AND  WS-INV-RETURN(INVOICE-INDEX) IS EQUAL TO 'R'
                   AND  WS-INV-ORIGINAL-TONIGHT(INVOICE-INDEX)
                            IS NOT EQUAL TO 'Y'
                       MOVE 'RETURN REFRESHED AN EARLIER INVOICE'
                           TO WS-ITEM-REASON
               END-EVALUATE
               IF WS-ITEM-REASON IS NOT EQUAL TO SPACES
                   MOVE 'INVHIST1' TO BKI-FILE-NAME
                   MOVE IHR-INVOICE-NUMBER TO BKI-REFERENCE
                   PERFORM LIST-ITEM-LEFT
                   ADD 1 TO WS-IHR-COUNT-AFTER
                   ADD IHR-TOTAL-AMOUNT TO WS-IHR-AMOUNT-AFTER
               ELSE
                   DELETE INVOICE-HISTORY-FILE RECORD
                   IF NOT INVOICE-HISTORY-OK
                       DISPLAY 'STATUS ON INVOICE-HISTORY DELETE: '
                               INVOICE-HISTORY-STATUS
                       MOVE 'INVHIST1' TO BKI-FILE-NAME
                       MOVE IHR-INVOICE-NUMBER TO BKI-REFERENCE
                       MOVE 'DELETE FAILED - LEFT ON INVHIST1'
                           TO WS-ITEM-REASON
                       PERFORM LIST-ITEM-LEFT
                       ADD 1 TO WS-IHR-COUNT-AFTER
                       ADD IHR-TOTAL-AMOUNT TO WS-IHR-AMOUNT-AFTER
                   ELSE
                       MOVE 'Y' TO WS-INV-HISTORY-DELETED
                                       (INVOICE-INDEX)
                   END-IF
               END-IF
           END-IF
           .
      * One sequential pass of the line history, deleting the lines
      * and document record of every invoice whose INVHIST1 record
      * was deleted above, as HISTPURG takes them with a purged one.
      * A missing master means no lines were ever kept.
       BACK-OUT-LINE-HISTORY.
           OPEN I-O LINE-HISTORY-FILE
           IF LINE-HISTORY-MISSING
               GO TO BACK-OUT-LINE-HISTORY-EXIT
           END-IF
           IF NOT LINE-HISTORY-OK
               DISPLAY 'STATUS ON LINE-HISTORY-FILE OPEN: '
                       LINE-HISTORY-STATUS
               MOVE 'INVLHST1' TO BKI-FILE-NAME
               MOVE WS-BACKOUT-DATE TO BKI-REFERENCE
               MOVE 'INVLHST1 WILL NOT OPEN - NOTHING DELETED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
               SET WS-RC-REJECTED TO TRUE
               GO TO BACK-OUT-LINE-HISTORY-EXIT
           END-IF
           PERFORM UNTIL END-OF-LINE-HISTORY
               READ LINE-HISTORY-FILE NEXT RECORD
               IF LINE-HISTORY-OK
                   ADD 1 TO WS-ILH-BEFORE
                   PERFORM JUDGE-ONE-LINE-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE LINE-HISTORY-FILE
           .
       BACK-OUT-LINE-HISTORY-EXIT.
           EXIT.

      * Every line of a night's invoice is the night's. Lines whose
      * invoice stayed on INVHIST1 stay with it, listed once at the
      * document record, and fail the proof as that invoice does.
       JUDGE-ONE-LINE-HISTORY-RECORD.
           MOVE ILH-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM FIND-NIGHT-INVOICE
           IF NOT WS-INVOICE-IS-TONIGHTS
               ADD 1 TO WS-ILH-AFTER
           ELSE
               ADD 1 TO WS-ILH-OUT
               IF WS-INV-HISTORY-DELETED(INVOICE-INDEX)
                       IS EQUAL TO 'Y'
                   DELETE LINE-HISTORY-FILE RECORD
                   IF NOT LINE-HISTORY-OK
                       DISPLAY 'STATUS ON LINE-HISTORY DELETE: '
                               LINE-HISTORY-STATUS
                       MOVE 'INVLHST1' TO BKI-FILE-NAME
                       MOVE ILH-INVOICE-NUMBER TO BKI-REFERENCE
                       MOVE 'DELETE FAILED - LINE LEFT ON INVLHST1'
                           TO WS-ITEM-REASON
                       PERFORM LIST-ITEM-LEFT
                       ADD 1 TO WS-ILH-AFTER
                   END-IF
               ELSE
                   ADD 1 TO WS-ILH-AFTER
                   IF ILH-LINE-NUMBER IS EQUAL TO ZERO
                       MOVE 'INVLHST1' TO BKI-FILE-NAME
                       MOVE ILH-INVOICE-NUMBER TO BKI-REFERENCE
                       MOVE 'KEPT WITH ITS INVOICE ON INVHIST1'
                           TO WS-ITEM-REASON
                       PERFORM LIST-ITEM-LEFT
                   END-IF
               END-IF
           END-IF
           .
      * One sequential pass of the recognition schedules, deleting
      * each one the night's contract invoices opened. A missing
      * file means no contract was ever billed.
       BACK-OUT-DEFERRAL-SCHEDULES.
           OPEN I-O DEFERRAL-SCHEDULE-FILE
           IF DEFERRAL-SCHEDULE-MISSING
               GO TO BACK-OUT-DEFERRAL-SCHEDULES-EXIT
           END-IF
           IF NOT DEFERRAL-SCHEDULE-OK
               DISPLAY 'STATUS ON DEFERRAL-SCHEDULE-FILE OPEN: '
                       DEFERRAL-SCHEDULE-STATUS
               MOVE 'DEFRSCH1' TO BKI-FILE-NAME
               MOVE WS-BACKOUT-DATE TO BKI-REFERENCE
               MOVE 'DEFRSCH1 WILL NOT OPEN - NOTHING DELETED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
               SET WS-RC-REJECTED TO TRUE
               GO TO BACK-OUT-DEFERRAL-SCHEDULES-EXIT
           END-IF
           PERFORM UNTIL END-OF-DEFERRAL-SCHEDULES
               READ DEFERRAL-SCHEDULE-FILE NEXT RECORD
               IF DEFERRAL-SCHEDULE-OK
                   ADD 1 TO WS-DFS-COUNT-BEFORE
                   ADD DFS-DEFERRED-AMOUNT TO WS-DFS-AMOUNT-BEFORE
                   PERFORM JUDGE-ONE-DEFERRAL-SCHEDULE
               END-IF
           END-PERFORM
           CLOSE DEFERRAL-SCHEDULE-FILE
           .
       BACK-OUT-DEFERRAL-SCHEDULES-EXIT.
           EXIT.

      * A schedule is the night's when its invoice number is one of
      * the night's and was billed that night - a return carries its
      * original's number, and only a same-night original makes the
      * schedule the night's. One DEFRREL has released any revenue
      * from already has that revenue on the ledger, so it is left
      * for finance and fails the proof.
       JUDGE-ONE-DEFERRAL-SCHEDULE.
           MOVE DFS-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM FIND-NIGHT-INVOICE
           IF WS-INVOICE-IS-TONIGHTS
           AND WS-INV-RETURN(INVOICE-INDEX) IS EQUAL TO 'R'
           AND WS-INV-ORIGINAL-TONIGHT(INVOICE-INDEX)
                   IS NOT EQUAL TO 'Y'
               MOVE 'N' TO WS-INVOICE-FOUND-SWITCH
           END-IF
           IF NOT WS-INVOICE-IS-TONIGHTS
               ADD 1 TO WS-DFS-COUNT-AFTER
               ADD DFS-DEFERRED-AMOUNT TO WS-DFS-AMOUNT-AFTER
           ELSE
               ADD 1 TO WS-DFS-COUNT-OUT
               ADD DFS-DEFERRED-AMOUNT TO WS-DFS-AMOUNT-OUT
               IF DFS-MONTHS-RECOGNIZED IS GREATER THAN ZERO
               OR DFS-RECOGNIZED-AMOUNT IS NOT EQUAL TO ZERO
                   MOVE 'DEFRSCH1' TO BKI-FILE-NAME
                   MOVE DFS-KEY TO BKI-REFERENCE
                   MOVE 'REVENUE ALREADY RELEASED - LEFT ON DEFRSCH1'
                       TO WS-ITEM-REASON
                   PERFORM LIST-ITEM-LEFT
                   ADD 1 TO WS-DFS-COUNT-AFTER
                   ADD DFS-DEFERRED-AMOUNT TO WS-DFS-AMOUNT-AFTER
               ELSE
                   DELETE DEFERRAL-SCHEDULE-FILE RECORD
                   IF NOT DEFERRAL-SCHEDULE-OK
                       DISPLAY 'STATUS ON DEFERRAL-SCHEDULE DELETE: '
                               DEFERRAL-SCHEDULE-STATUS
                       MOVE 'DEFRSCH1' TO BKI-FILE-NAME
                       MOVE DFS-KEY TO BKI-REFERENCE
                       MOVE 'DELETE FAILED - LEFT ON DEFRSCH1'
                           TO WS-ITEM-REASON
                       PERFORM LIST-ITEM-LEFT
                       ADD 1 TO WS-DFS-COUNT-AFTER
                       ADD DFS-DEFERRED-AMOUNT TO WS-DFS-AMOUNT-AFTER
                   END-IF
               END-IF
           END-IF
           .
      * The night's journal lines are found in two passes of the
      * history: first the batches released that night, then their
      * lines for the night's invoices and its COGS groups. Each is
      * reversed into BKOJRNL1 under a new batch number, proved, and
      * appended to the history as GLJRNL releases a batch.
       REVERSE-THE-JOURNALS.
           OPEN INPUT JOURNAL-HISTORY-FILE
           IF NOT JOURNAL-HISTORY-OK
               MOVE 'GLJHIST1' TO BKI-FILE-NAME
               MOVE WS-BACKOUT-DATE TO BKI-REFERENCE
               MOVE 'GLJHIST1 WILL NOT OPEN - NOTHING REVERSED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
               SET WS-RC-REJECTED TO TRUE
               GO TO REVERSE-THE-JOURNALS-EXIT
           END-IF
           PERFORM UNTIL END-OF-JOURNAL-HISTORY
               READ JOURNAL-HISTORY-FILE
               IF JOURNAL-HISTORY-OK
               AND BCT-IS-CONTROL
               AND BCT-RELEASE-DATE IS EQUAL TO WS-BACKOUT-DATE
                   PERFORM NOTE-NIGHT-BATCH
               END-IF
           END-PERFORM
           CLOSE JOURNAL-HISTORY-FILE

           PERFORM LOAD-BATCH-NUMBER
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT GL-JOURNAL-OK
               MOVE 'GLJHIST1' TO BKI-FILE-NAME
               MOVE WS-BACKOUT-DATE TO BKI-REFERENCE
               MOVE 'BKOJRNL1 WILL NOT OPEN - NOTHING REVERSED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
               SET WS-RC-REJECTED TO TRUE
               GO TO REVERSE-THE-JOURNALS-EXIT
           END-IF
           OPEN INPUT JOURNAL-HISTORY-FILE
           PERFORM UNTIL END-OF-JOURNAL-HISTORY
               READ JOURNAL-HISTORY-FILE
               IF JOURNAL-HISTORY-OK
               AND NOT BCT-IS-CONTROL
                   PERFORM JUDGE-ONE-JOURNAL-LINE
               END-IF
           END-PERFORM
           CLOSE JOURNAL-HISTORY-FILE
           CLOSE GL-JOURNAL-FILE

           PERFORM PROVE-ONE-COMPANY-BATCH
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           IF WS-GL-IS-REJECTED
               MOVE 'GLJHIST1' TO BKI-FILE-NAME
               MOVE WS-BACKOUT-DATE TO BKI-REFERENCE
               MOVE 'REVERSING BATCH DID NOT PROVE - NOT RELEASED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
               GO TO REVERSE-THE-JOURNALS-EXIT
           END-IF
           IF WS-COMPANY-BATCH-COUNT IS GREATER THAN ZERO
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF
           .
       REVERSE-THE-JOURNALS-EXIT.
           EXIT.

       NOTE-NIGHT-BATCH.
           IF WS-NIGHT-BATCH-COUNT IS LESS THAN WS-MAX-NIGHT-BATCHES
               ADD 1 TO WS-NIGHT-BATCH-COUNT
               MOVE BCT-BATCH-NUMBER
                   TO WS-NBT-BATCH-NUMBER(WS-NIGHT-BATCH-COUNT)
           ELSE
               MOVE 'GLJHIST1' TO BKI-FILE-NAME
               MOVE BCT-BATCH-NUMBER TO BKI-REFERENCE
               MOVE 'NIGHT BATCH TABLE FULL - BATCH NOT REVERSED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
           END-IF
           .
      * A line is the night's when its batch was released that night
      * and it carries one of the night's invoice numbers, or is one
      * of COGSJRNL's group lines for the night.
       JUDGE-ONE-JOURNAL-LINE.
           SET NIGHT-BATCH-INDEX TO 1
           SEARCH WS-NIGHT-BATCH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-NBT-BATCH-NUMBER(NIGHT-BATCH-INDEX)
                        IS EQUAL TO JHR-BATCH-NUMBER
                   IF JHR-INVOICE-NUMBER(1:4) IS EQUAL TO 'COGS'
                       PERFORM REVERSE-ONE-JOURNAL-LINE
                   ELSE
                       MOVE JHR-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
                       PERFORM FIND-NIGHT-INVOICE
                       IF WS-INVOICE-IS-TONIGHTS
                           PERFORM REVERSE-ONE-JOURNAL-LINE
                       END-IF
                   END-IF
           END-SEARCH
           .
       REVERSE-ONE-JOURNAL-LINE.
           ADD JHR-DEBIT-AMOUNT TO WS-GL-NIGHT-DEBITS
           ADD JHR-CREDIT-AMOUNT TO WS-GL-NIGHT-CREDITS
           IF JHR-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-LOOKUP-COMPANY-CODE
           ELSE
               MOVE JHR-COMPANY-CODE TO WS-LOOKUP-COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY-BATCH
           MOVE JHR-ACCOUNT TO JRN-ACCOUNT
           MOVE JHR-CREDIT-AMOUNT TO JRN-DEBIT-AMOUNT
           MOVE JHR-DEBIT-AMOUNT TO JRN-CREDIT-AMOUNT
           MOVE JHR-INVOICE-NUMBER TO JRN-INVOICE-NUMBER
           MOVE JHR-INVOICE-DATE TO JRN-INVOICE-DATE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO JRN-BATCH-NUMBER
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO JRN-COMPANY-CODE
           ADD JRN-DEBIT-AMOUNT TO WS-GL-REVERSAL-DEBITS
           ADD JRN-CREDIT-AMOUNT TO WS-GL-REVERSAL-CREDITS
           ADD JRN-DEBIT-AMOUNT
               TO WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD JRN-CREDIT-AMOUNT
               TO WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD 1 TO WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
           ADD 1 TO WS-GL-LINES-REVERSED
           WRITE GL-JOURNAL-RECORD
           IF NOT GL-JOURNAL-OK
               DISPLAY 'STATUS ON GL-JOURNAL-FILE WRITE: '
                       GL-JOURNAL-STATUS
               SET WS-GL-IS-REJECTED TO TRUE
           END-IF
           .
      * The last released batch number plus one; a missing counter
      * file is the first numbered run and starts at 1.
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
           .
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
               SET WS-GL-IS-REJECTED TO TRUE
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
           END-IF
           .
       PROVE-ONE-COMPANY-BATCH.
           IF WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX) IS NOT EQUAL TO
                   WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
               DISPLAY 'REVERSING BATCH DOES NOT BALANCE - COMPANY '
                       WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               SET WS-GL-IS-REJECTED TO TRUE
           END-IF
           .
      * Each company's reversing lines are appended with their own
      * BATCHCTL record released under today's date, and only then
      * is GLBATCH1 advanced past the numbers used.
       RELEASE-BATCH-TO-HISTORY.
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE EXTEND: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'GLJHIST1' TO BKI-FILE-NAME
               MOVE WS-BACKOUT-DATE TO BKI-REFERENCE
               MOVE 'GLJHIST1 WILL NOT EXTEND - NOTHING RELEASED'
                   TO WS-ITEM-REASON
               PERFORM LIST-ITEM-LEFT
               SET WS-GL-IS-REJECTED TO TRUE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM RELEASE-ONE-COMPANY-BATCH
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           CLOSE JOURNAL-HISTORY-FILE
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
               MOVE 'INVBKOUT STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.

       RELEASE-ONE-COMPANY-BATCH.
           OPEN INPUT GL-JOURNAL-FILE
           PERFORM UNTIL END-OF-GL-JOURNAL
               READ GL-JOURNAL-FILE
               IF GL-JOURNAL-OK
               AND JRN-COMPANY-CODE IS EQUAL TO
                       WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   MOVE GL-JOURNAL-RECORD TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHCTL' TO BCT-RECORD-TYPE
           MOVE WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
               TO BCT-LINE-COUNT
           MOVE WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
               TO BCT-DEBIT-TOTAL
           MOVE WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
               TO BCT-CREDIT-TOTAL
           MOVE WS-CDT-DATE-X TO BCT-RELEASE-DATE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO BCT-BATCH-NUMBER
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO BCT-COMPANY-CODE
           WRITE BATCH-CONTROL-RECORD
           .
      * Itemized above the proof and logged, so finance has the list
      * of what the backout could not put right.
       LIST-ITEM-LEFT.
           MOVE WS-ITEM-REASON TO BKI-REASON
           WRITE BACKOUT-REPORT-LINE FROM BKO-ITEM-LINE
           ADD 1 TO WS-ITEMS-LEFT
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE SPACES TO WS-EL-EXCEPTION-TEXT
           STRING 'INVBKOUT ' BKI-FILE-NAME ' ' WS-ITEM-REASON
                  DELIMITED BY SIZE
                  INTO WS-EL-EXCEPTION-TEXT
           MOVE BKI-REFERENCE TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           .
      * One line per file and measure: AFTER must be BEFORE less the
      * night's amount. The journal lines instead prove that the
      * night's postings and their reversal net to zero.
       WRITE-THE-PROOF.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE FROM BKO-PROOF-HEADING

           MOVE 'INVPROC1' TO BKP-FILE-NAME
           MOVE 'ENTRIES' TO BKP-MEASURE
           MOVE WS-REG-BEFORE TO WS-PRF-BEFORE
           MOVE WS-REG-BACKED-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-REG-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE

           MOVE 'INVHIST1' TO BKP-FILE-NAME
           MOVE 'INVOICES' TO BKP-MEASURE
           MOVE WS-IHR-COUNT-BEFORE TO WS-PRF-BEFORE
           MOVE WS-IHR-COUNT-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-IHR-COUNT-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE
           MOVE 'AMOUNT' TO BKP-MEASURE
           MOVE WS-IHR-AMOUNT-BEFORE TO WS-PRF-BEFORE
           MOVE WS-IHR-AMOUNT-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-IHR-AMOUNT-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE

           MOVE 'INVLHST1' TO BKP-FILE-NAME
           MOVE 'LINES' TO BKP-MEASURE
           MOVE WS-ILH-BEFORE TO WS-PRF-BEFORE
           MOVE WS-ILH-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-ILH-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE

           MOVE 'DEFRSCH1' TO BKP-FILE-NAME
           MOVE 'SCHEDULES' TO BKP-MEASURE
           MOVE WS-DFS-COUNT-BEFORE TO WS-PRF-BEFORE
           MOVE WS-DFS-COUNT-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-DFS-COUNT-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE
           MOVE 'DEFERRED' TO BKP-MEASURE
           MOVE WS-DFS-AMOUNT-BEFORE TO WS-PRF-BEFORE
           MOVE WS-DFS-AMOUNT-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-DFS-AMOUNT-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE

           MOVE 'RMACRED1' TO BKP-FILE-NAME
           MOVE 'CREDITS' TO BKP-MEASURE
           MOVE WS-RMC-COUNT-BEFORE TO WS-PRF-BEFORE
           MOVE WS-RMC-COUNT-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-RMC-COUNT-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE
           MOVE 'AMOUNT' TO BKP-MEASURE
           MOVE WS-RMC-AMOUNT-BEFORE TO WS-PRF-BEFORE
           MOVE WS-RMC-AMOUNT-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-RMC-AMOUNT-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE

           MOVE 'PTDFILE1' TO BKP-FILE-NAME
           MOVE 'SALES' TO BKP-MEASURE
           MOVE WS-PTD-SALES-BEFORE TO WS-PRF-BEFORE
           MOVE WS-PTD-SALES-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-PTD-SALES-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE
           MOVE 'TAX' TO BKP-MEASURE
           MOVE WS-PTD-TAX-BEFORE TO WS-PRF-BEFORE
           MOVE WS-PTD-TAX-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-PTD-TAX-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE
           MOVE 'INVOICES' TO BKP-MEASURE
           MOVE WS-PTD-COUNT-BEFORE TO WS-PRF-BEFORE
           MOVE WS-PTD-COUNT-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-PTD-COUNT-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE

           MOVE 'SLSHIST1' TO BKP-FILE-NAME
           MOVE 'UNITS' TO BKP-MEASURE
           MOVE WS-SLH-UNITS-BEFORE TO WS-PRF-BEFORE
           MOVE WS-SLH-UNITS-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-SLH-UNITS-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE
           MOVE 'REVENUE' TO BKP-MEASURE
           MOVE WS-SLH-REVENUE-BEFORE TO WS-PRF-BEFORE
           MOVE WS-SLH-REVENUE-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-SLH-REVENUE-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE

           MOVE 'INVONH1' TO BKP-FILE-NAME
           MOVE 'ON HAND' TO BKP-MEASURE
           MOVE WS-ONH-BEFORE TO WS-PRF-BEFORE
           MOVE WS-ONH-OUT TO WS-PRF-BACKED-OUT
           MOVE WS-ONH-AFTER TO WS-PRF-AFTER
           PERFORM WRITE-ONE-PROOF-LINE

           MOVE 'GLJHIST1' TO BKP-FILE-NAME
           MOVE 'DEBITS' TO BKP-MEASURE
           MOVE WS-GL-NIGHT-DEBITS TO WS-PRF-BEFORE
           MOVE WS-GL-REVERSAL-CREDITS TO WS-PRF-BACKED-OUT
           COMPUTE WS-PRF-AFTER =
               WS-GL-NIGHT-DEBITS - WS-GL-REVERSAL-CREDITS
           PERFORM WRITE-ONE-PROOF-LINE
           MOVE 'CREDITS' TO BKP-MEASURE
           MOVE WS-GL-NIGHT-CREDITS TO WS-PRF-BEFORE
           MOVE WS-GL-REVERSAL-DEBITS TO WS-PRF-BACKED-OUT
           COMPUTE WS-PRF-AFTER =
               WS-GL-NIGHT-CREDITS - WS-GL-REVERSAL-DEBITS
           PERFORM WRITE-ONE-PROOF-LINE
           IF WS-GL-IS-REJECTED
               ADD 1 TO WS-PROOFS-FAILED
           END-IF

           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE WS-ITEMS-LEFT TO BKT-ITEMS-LEFT
           MOVE WS-PROOFS-FAILED TO BKT-PROOFS-FAILED
           MOVE WS-BATCH-NUMBER TO BKT-FIRST-BATCH
           WRITE BACKOUT-REPORT-LINE FROM BKO-TRAILER-LINE
           .
       WRITE-ONE-PROOF-LINE.
           MOVE WS-PRF-BEFORE TO BKP-BEFORE
           MOVE WS-PRF-BACKED-OUT TO BKP-BACKED-OUT
           MOVE WS-PRF-AFTER TO BKP-AFTER
           IF BKP-FILE-NAME IS EQUAL TO 'GLJHIST1'
               MOVE ZERO TO WS-PRF-EXPECTED
           ELSE
               COMPUTE WS-PRF-EXPECTED =
                   WS-PRF-BEFORE - WS-PRF-BACKED-OUT
           END-IF
           IF WS-PRF-AFTER IS EQUAL TO WS-PRF-EXPECTED
               MOVE 'PROVED' TO BKP-RESULT
           ELSE
               MOVE 'NOT PROVED' TO BKP-RESULT
               ADD 1 TO WS-PROOFS-FAILED
           END-IF
           WRITE BACKOUT-REPORT-LINE FROM BKO-PROOF-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'INVOICES BACKED OUT:       ' WS-INVOICE-COUNT
           DISPLAY 'JOURNAL LINES REVERSED:    ' WS-GL-LINES-REVERSED
           DISPLAY 'ITEMS LEFT FOR FINANCE:    ' WS-ITEMS-LEFT
           CLOSE BACKOUT-REPORT-FILE
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
