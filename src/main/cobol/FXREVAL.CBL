      *****************************************************************
      * Program name:    FXREVAL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Revaluing open foreign-currency receivables at month-end and
      * reversing the revaluation on the first of the next month.
      *
      * A customer billed in its own currency (CM-BILLING-CURRENCY)
      * owes a fixed amount of that currency, but the receivable is
      * carried in home currency at the rate INVCALC booked it at.
      * When the rate moves, the home value of what is still open
      * moves with it. Cash is applied at the booked rate by CASHAPP
      * and the realized difference posted then; this program posts
      * the unrealized difference on what is still open at the end
      * of the month, so the balance sheet shows the receivable at
      * the period-end rate.
      *
      * Every invoice on the INVHIST1 history master with a billing
      * currency and a balance still open is revalued: the open home
      * balance restated in currency at the booked rate, and that
      * currency amount taken back to home currency at the EXCHRATE
      * rate in effect on the revaluation date. A gain is debited to
      * the AR revaluation account (1210FXRV) and credited to
      * unrealized exchange gain or loss (7160FXUG); a loss reverses
      * the sides. The revaluation is kept off 1200AR itself, so
      * ARRECON's subledger tie is undisturbed.
      *
      * The revaluation date is the run date unless an FXRVDATE card
      * (YYYYMMDD) on INVCPARM names the month-end being closed. The
      * revaluation journals in a batch dated the revaluation date,
      * so GLBALUPD posts it in the month it belongs to. Its
      * reversing lines - every line with its sides swapped - wait on
      * the pending-reversal file, rolled forward each run from
      * FXRVS1 to FXRVS2 the way MANJRNL carries its auto-reversals,
      * dated the first of the following month, and are journaled by
      * the first run on or after that date in a batch of their own
      * dated the reversal date. Each operating company's lines go in
      * their own batch. Batches are numbered on from GLBATCH1,
      * proved, and released to GLJHIST1 with their BATCHCTL records,
      * and the pending reversals only change hands when they
      * release. A second run for a revaluation date already on the
      * pending file revalues nothing, so a rerun cannot double the
      * entry.
      *
      * The FXRVAL1 report lists each item revalued with its currency
      * balance, booked and revalued home amounts, the rate used and
      * the unrealized difference, and any foreign item with no rate
      * on file for the revaluation date.
      *
      * RETURN-CODE is 0 clean, 4 when an item had no rate or the
      * date was already revalued, and 8 when a file would not open
      * or a batch failed to prove or release.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FXREVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EXCHANGE-RATE-STATUS.
           SELECT REVALUATION-JOURNAL-FILE ASSIGN TO 'FXRVJRN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REVALUATION-JOURNAL-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT REVERSAL-IN-FILE ASSIGN TO 'FXRVS1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REVERSAL-IN-STATUS.
           SELECT REVERSAL-OUT-FILE ASSIGN TO 'FXRVS2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REVERSAL-OUT-STATUS.
           SELECT REVALUATION-REPORT-FILE ASSIGN TO 'FXRVAL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REVALUATION-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout HISTUPDT maintains in INVHIST1.
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
           05  IHR-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Effective-dated exchange rates to home currency, the same
      * file REFORMER converts foreign prices with. The rate in
      * effect on a date is the one with the latest effective date
      * not after it.
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-CURRENCY-CODE        PIC X(03).
           05  XRT-EFFECTIVE-DATE       PIC X(08).
           05  XRT-RATE                 PIC 9(03)V9(06).

      * Same journal-line layout CASHGLEX writes to CSHJRNL1.
       FD  REVALUATION-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVALUATION-JOURNAL-RECORD.
       01  REVALUATION-JOURNAL-RECORD.
           05  JRN-ACCOUNT              PIC X(08).
           05  JRN-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JRN-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

      * The shared GLBATCH1 counter GLJRNL and CASHGLEX draw from.
       FD  BATCH-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-NUMBER-RECORD.
       01  BATCH-NUMBER-RECORD.
           05  BNR-LAST-BATCH-NUMBER    PIC 9(06).

      * The same cumulative journal history GLJRNL appends to.
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

      * One reversing line waiting for its date, sides already
      * swapped from the revaluation line it reverses, with the
      * revaluation date it came from.
       FD  REVERSAL-IN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVERSAL-IN-RECORD.
       01  REVERSAL-IN-RECORD.
           05  FRI-INVOICE-NUMBER       PIC X(08).
           05  FRI-REVERSE-DATE         PIC X(08).
           05  FRI-REVALUED-DATE        PIC X(08).
           05  FRI-ACCOUNT              PIC X(08).
           05  FRI-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  FRI-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  FRI-ORIGINAL-BATCH       PIC 9(06).
           05  FRI-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(08).

       FD  REVERSAL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVERSAL-OUT-RECORD.
       01  REVERSAL-OUT-RECORD.
           05  FRO-INVOICE-NUMBER       PIC X(08).
           05  FRO-REVERSE-DATE         PIC X(08).
           05  FRO-REVALUED-DATE        PIC X(08).
           05  FRO-ACCOUNT              PIC X(08).
           05  FRO-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  FRO-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  FRO-ORIGINAL-BATCH       PIC 9(06).
           05  FRO-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(08).

       FD  REVALUATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVALUATION-REPORT-LINE.
       01  REVALUATION-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
               88  END-OF-INVOICE-HISTORY VALUE '10'.
           05  EXCHANGE-RATE-STATUS     PIC X(02).
               88  EXCHANGE-RATE-OK     VALUE '00'.
               88  END-OF-EXCHANGE-RATES VALUE '10'.
           05  REVALUATION-JOURNAL-STATUS PIC X(02).
               88  REVALUATION-JOURNAL-OK VALUE '00'.
               88  END-OF-REVALUATION-JOURNAL VALUE '10'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.
           05  REVERSAL-IN-STATUS       PIC X(02).
               88  REVERSAL-IN-OK       VALUE '00'.
               88  END-OF-REVERSAL-IN   VALUE '10'.
           05  REVERSAL-OUT-STATUS      PIC X(02).
               88  REVERSAL-OUT-OK      VALUE '00'.
           05  REVALUATION-REPORT-STATUS PIC X(02).
               88  REVALUATION-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'FXREVAL'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'FXREVAL'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'FXREVAL'.
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

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'FXREVAL'.
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

      * Exchange rates loaded at start of run; spaces or USD is
      * home currency at rate 1, no lookup needed.
       01  WS-EXCHANGE-RATE-TABLE-AREA.
           05  WS-EXCHANGE-RATE-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-EXCHANGE-RATES    PIC S9(05) COMP-3 VALUE 100.
           05  WS-EXCHANGE-RATE-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-EXCHANGE-RATE-COUNT
                       INDEXED BY EXCHANGE-RATE-INDEX.
               10  WS-XRT-CURRENCY      PIC X(03).
               10  WS-XRT-EFFECTIVE     PIC X(08).
               10  WS-XRT-RATE          PIC 9(03)V9(06).
       01  WS-CURRENCY-WORK-AREAS.
           05  WS-RATE-CURRENCY-CODE    PIC X(03).
           05  WS-RATE-AS-OF-DATE       PIC X(08).
           05  WS-RATE-USED             PIC 9(03)V9(06).
           05  WS-BEST-RATE-DATE        PIC X(08).
           05  WS-EXCHANGE-FOUND-SWITCH PIC X.
               88  EXCHANGE-RATE-FOUND  VALUE 'Y'.
           05  WS-RATE-SUB              PIC S9(05) COMP.

      * The revaluation offsets 1200AR in an account of its own, and
      * the difference goes to unrealized gain or loss - CASHGLEX's
      * realized 7150FXRL is only for what cash has settled.
       01  WS-REVALUATION-ACCOUNT       PIC X(08) VALUE '1210FXRV'.
       01  WS-UNREALIZED-FX-ACCOUNT     PIC X(08) VALUE '7160FXUG'.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.

      * The date revalued as of, and the first of the month after
      * it, when the revaluation reverses.
       01  WS-REVALUATION-DATE-AREA.
           05  WS-REVALUATION-DATE      PIC X(08).
           05  WS-REVALUATION-PARTS REDEFINES WS-REVALUATION-DATE.
               10  WS-REVALUATION-YEAR  PIC 9(04).
               10  WS-REVALUATION-MONTH PIC 9(02).
               10  WS-REVALUATION-DAY   PIC 9(02).
           05  WS-REVERSE-DATE          PIC X(08).
           05  WS-REVERSE-PARTS REDEFINES WS-REVERSE-DATE.
               10  WS-REVERSE-YEAR      PIC 9(04).
               10  WS-REVERSE-MONTH     PIC 9(02).
               10  WS-REVERSE-DAY       PIC 9(02).
           05  WS-ALREADY-REVALUED-SWITCH PIC X VALUE 'N'.
               88  DATE-WAS-ALREADY-REVALUED VALUE 'Y'.

      * One batch per operating company and posting date: the
      * reversals journal under their reversal date and the
      * revaluation under its own, each proved on its own.
       01  WS-BATCH-TABLE-AREA.
           05  WS-BATCH-COUNT           PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-BATCHES           PIC S9(03) COMP-3 VALUE 40.
           05  WS-BATCH-ENTRY OCCURS 1 TO 40
                       DEPENDING ON WS-BATCH-COUNT
                       INDEXED BY BATCH-INDEX.
               10  WS-FXB-COMPANY-CODE  PIC X(02).
               10  WS-FXB-POSTING-DATE  PIC X(08).
               10  WS-FXB-BATCH-NUMBER  PIC 9(06).
               10  WS-FXB-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-FXB-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
               10  WS-FXB-LINE-COUNT    PIC S9(09) COMP-3.
       01  WS-LOOKUP-COMPANY-CODE       PIC X(02).
       01  WS-LOOKUP-POSTING-DATE       PIC X(08).

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-NEXT-BATCH-NUMBER     PIC 9(06).
           05  WS-JOURNAL-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.
           05  WS-JOURNAL-OPEN-SWITCH   PIC X VALUE 'N'.
               88  JOURNAL-IS-OPEN      VALUE 'Y'.

      * Every pending reversal, the ones carried in from FXRVS1
      * first and tonight's new ones after them.
       01  WS-REVERSAL-TABLE-AREA.
           05  WS-REVERSAL-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CARRIED-REVERSAL-COUNT PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-REVERSAL-ENTRIES  PIC S9(05) COMP-3 VALUE 4000.
           05  WS-REVERSAL-ENTRY OCCURS 1 TO 4000
                       DEPENDING ON WS-REVERSAL-COUNT
                       INDEXED BY REVERSAL-INDEX.
               10  WS-RVS-INVOICE-NUMBER PIC X(08).
               10  WS-RVS-REVERSE-DATE  PIC X(08).
               10  WS-RVS-REVALUED-DATE PIC X(08).
               10  WS-RVS-ACCOUNT       PIC X(08).
               10  WS-RVS-DEBIT-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-RVS-CREDIT-AMOUNT PIC S9(11)V99 COMP-3.
               10  WS-RVS-ORIGINAL-BATCH PIC 9(06).
               10  WS-RVS-COMPANY-CODE  PIC X(02).
               10  WS-RVS-DUE-SWITCH    PIC X.
                   88  WS-RVS-IS-DUE    VALUE 'Y'.
               10  WS-RVS-NEW-SWITCH    PIC X.
                   88  WS-RVS-IS-NEW    VALUE 'Y'.

      * One item's revaluation arithmetic.
       01  WS-REVALUATION-WORK-AREAS.
           05  WS-ITEM-COMPANY-CODE     PIC X(02).
           05  WS-OPEN-HOME-AMOUNT      PIC S9(09)V99 COMP-3.
           05  WS-OPEN-CURRENCY-AMOUNT  PIC S9(09)V99 COMP-3.
           05  WS-REVALUED-HOME-AMOUNT  PIC S9(09)V99 COMP-3.
           05  WS-UNREALIZED-AMOUNT     PIC S9(09)V99 COMP-3.
           05  WS-UNREALIZED-MAGNITUDE  PIC S9(09)V99 COMP-3.

       01  WS-REVALUATION-COUNTERS.
           05  WS-HISTORY-READ          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ITEMS-REVALUED        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ITEMS-NO-RATE         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REVERSALS-JOURNALED   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REVERSALS-PENDING     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TOTAL-BOOKED          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-REVALUED        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-UNREALIZED      PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-REVERSED        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  FXR-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'FOREIGN RECEIVABLES REVALUATION         '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  FXH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(18)
                   VALUE '   REVALUED AS OF '.
           05  FXH-REVALUATION-DATE     PIC X(08).
           05  FILLER                   PIC X(15)
                   VALUE '   REVERSES ON '.
           05  FXH-REVERSE-DATE         PIC X(08).
       01  FXR-TEXT-LINE.
           05  FXT-TEXT                 PIC X(80).
       01  FXR-COLUMN-LINE.
           05  FILLER                   PIC X(36) VALUE
               'INVOICE  CUSTOMER CO CUR    CURRENCY'.
           05  FILLER                   PIC X(36) VALUE
               '     BOOKED HOME        RATE      RE'.
           05  FILLER                   PIC X(30) VALUE
               'VALUED HOME     UNREALIZED'.
       01  FXR-DETAIL-LINE.
           05  FXD-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXD-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXD-CURRENCY-CODE        PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXD-CURRENCY-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXD-BOOKED-HOME          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXD-RATE                 PIC ZZ9.999999.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXD-REVALUED-HOME        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXD-UNREALIZED           PIC ZZ,ZZZ,ZZ9.99-.
       01  FXR-NO-RATE-LINE.
           05  FXN-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXN-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXN-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FXN-CURRENCY-CODE        PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(40)
                   VALUE 'NO EXCHANGE RATE ON FILE - NOT REVALUED'.
       01  FXR-TOTAL-LINE.
           05  FXO-LABEL                PIC X(40).
           05  FXO-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FXO-COUNT                PIC ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 clean,
      * 4 when an item had no rate or the date was already revalued,
      * 8 when a batch did not prove or a file would not open.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-REJECTED       VALUE 8.

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
                   DISPLAY 'FXREVAL NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'FXREVAL RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'FXREVAL PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'FXREVAL CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'FXREVAL NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'FXREVAL NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           PERFORM LOAD-REVALUATION-DATE
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-EXCHANGE-RATE-TABLE
           PERFORM LOAD-PENDING-REVERSALS
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-BATCH-NUMBER

           OPEN OUTPUT REVALUATION-REPORT-FILE
           OPEN OUTPUT REVALUATION-JOURNAL-FILE
           IF NOT REVALUATION-REPORT-OK
           OR NOT REVALUATION-JOURNAL-OK
               DISPLAY 'STATUS ON REPORT/JOURNAL OPENS: '
                       REVALUATION-REPORT-STATUS ' '
                       REVALUATION-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL STATUS ON REPORT/JOURNAL OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           SET JOURNAL-IS-OPEN TO TRUE

           MOVE WS-CDT-DATE-X TO FXH-RUN-DATE
           MOVE WS-REVALUATION-DATE TO FXH-REVALUATION-DATE
           MOVE WS-REVERSE-DATE TO FXH-REVERSE-DATE
           WRITE REVALUATION-REPORT-LINE FROM FXR-HEADER-LINE
               AFTER ADVANCING PAGE

           PERFORM JOURNALIZE-DUE-REVERSALS

           IF DATE-WAS-ALREADY-REVALUED
               MOVE 'ALREADY REVALUED AS OF THIS DATE - NOTHING POSTED'
                   TO FXT-TEXT
               WRITE REVALUATION-REPORT-LINE FROM FXR-TEXT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE REVALUATION-REPORT-LINE FROM FXR-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM REVALUE-OPEN-ITEMS
           END-IF

           PERFORM PROVE-THE-BATCH
           IF NOT WS-RC-REJECTED
           AND WS-JOURNAL-LINE-COUNT IS GREATER THAN ZERO
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF
           PERFORM SAVE-PENDING-REVERSALS

           PERFORM WRITE-REVALUATION-TOTALS
           CLOSE REVALUATION-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * FXRVDATE on INVCPARM, YYYYMMDD, names the month-end being
      * revalued; without it, the run date. A date after the run
      * date is refused - there is no rate for it yet.
       LOAD-REVALUATION-DATE.
           MOVE WS-CDT-DATE-X TO WS-REVALUATION-DATE
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FXRVDATE' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:8) TO WS-REVALUATION-DATE
               END-IF
           END-IF
           IF WS-REVALUATION-DATE IS NOT NUMERIC
           OR WS-REVALUATION-MONTH IS LESS THAN 1
           OR WS-REVALUATION-MONTH IS GREATER THAN 12
           OR WS-REVALUATION-DAY IS LESS THAN 1
           OR WS-REVALUATION-DAY IS GREATER THAN 31
           OR WS-REVALUATION-DATE IS GREATER THAN WS-CDT-DATE-X
               DISPLAY 'FXREVAL FXRVDATE REVALUATION DATE NOT VALID: '
                       WS-REVALUATION-DATE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL FXRVDATE REVALUATION DATE NOT VALID'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               MOVE WS-REVALUATION-YEAR TO WS-REVERSE-YEAR
               COMPUTE WS-REVERSE-MONTH = WS-REVALUATION-MONTH + 1
               IF WS-REVERSE-MONTH IS GREATER THAN 12
                   MOVE 1 TO WS-REVERSE-MONTH
                   ADD 1 TO WS-REVERSE-YEAR
               END-IF
               MOVE 1 TO WS-REVERSE-DAY
               DISPLAY 'FOREIGN RECEIVABLES REVALUED AS OF: '
                       WS-REVALUATION-DATE
           END-IF
           .
      * The reversals carried from prior runs; those dated today or
      * earlier are due tonight. A pending reversal from this same
      * revaluation date means the date has been revalued already.
      * A missing file is none pending.
       LOAD-PENDING-REVERSALS.
           OPEN INPUT REVERSAL-IN-FILE
           IF REVERSAL-IN-OK
               PERFORM UNTIL END-OF-REVERSAL-IN
                   READ REVERSAL-IN-FILE
                   IF REVERSAL-IN-OK
                       PERFORM LOAD-ONE-PENDING-REVERSAL
                   END-IF
               END-PERFORM
               CLOSE REVERSAL-IN-FILE
           END-IF
           MOVE WS-REVERSAL-COUNT TO WS-CARRIED-REVERSAL-COUNT
           IF DATE-WAS-ALREADY-REVALUED
               DISPLAY 'FXREVAL ALREADY REVALUED AS OF '
                       WS-REVALUATION-DATE ' - NOTHING REVALUED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL DATE ALREADY REVALUED - NOTHING REVALUED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           .
       LOAD-ONE-PENDING-REVERSAL.
           IF WS-REVERSAL-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-REVERSAL-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL REVERSAL TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           ELSE
               ADD 1 TO WS-REVERSAL-COUNT
               SET REVERSAL-INDEX TO WS-REVERSAL-COUNT
               MOVE FRI-INVOICE-NUMBER
                   TO WS-RVS-INVOICE-NUMBER(REVERSAL-INDEX)
               MOVE FRI-REVERSE-DATE
                   TO WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
               MOVE FRI-REVALUED-DATE
                   TO WS-RVS-REVALUED-DATE(REVERSAL-INDEX)
               MOVE FRI-ACCOUNT TO WS-RVS-ACCOUNT(REVERSAL-INDEX)
               MOVE FRI-DEBIT-AMOUNT
                   TO WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
               MOVE FRI-CREDIT-AMOUNT
                   TO WS-RVS-CREDIT-AMOUNT(REVERSAL-INDEX)
               MOVE FRI-ORIGINAL-BATCH
                   TO WS-RVS-ORIGINAL-BATCH(REVERSAL-INDEX)
               IF FRI-COMPANY-CODE IS EQUAL TO SPACES
                   MOVE WS-HOME-COMPANY
                       TO WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
               ELSE
                   MOVE FRI-COMPANY-CODE
                       TO WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
               END-IF
               MOVE 'N' TO WS-RVS-NEW-SWITCH(REVERSAL-INDEX)
               IF FRI-REVERSE-DATE IS NOT GREATER THAN WS-CDT-DATE-X
                   MOVE 'Y' TO WS-RVS-DUE-SWITCH(REVERSAL-INDEX)
               ELSE
                   MOVE 'N' TO WS-RVS-DUE-SWITCH(REVERSAL-INDEX)
               END-IF
               IF FRI-REVALUED-DATE IS EQUAL TO WS-REVALUATION-DATE
                   SET DATE-WAS-ALREADY-REVALUED TO TRUE
               END-IF
           END-IF
           .
      * The last released batch number plus one from the counter
      * GLJRNL and CASHGLEX share; a missing counter starts at 1.
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
           DISPLAY 'REVALUATION JOURNAL FIRST BATCH NUMBER: '
                   WS-BATCH-NUMBER
           .
      * Positions BATCH-INDEX on the batch for the company and
      * posting date, opening one under the next batch number the
      * first time they post. A full table leaves the line in the
      * last batch and says so; the night will not release.
       FIND-POSTING-BATCH.
           SET BATCH-INDEX TO 1
           SEARCH WS-BATCH-ENTRY
               AT END
                   PERFORM OPEN-POSTING-BATCH
               WHEN WS-FXB-COMPANY-CODE(BATCH-INDEX)
                        IS EQUAL TO WS-LOOKUP-COMPANY-CODE
               AND  WS-FXB-POSTING-DATE(BATCH-INDEX)
                        IS EQUAL TO WS-LOOKUP-POSTING-DATE
                   CONTINUE
           END-SEARCH
           .
       OPEN-POSTING-BATCH.
           IF WS-BATCH-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-BATCHES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL BATCH TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
               SET BATCH-INDEX TO WS-BATCH-COUNT
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               SET BATCH-INDEX TO WS-BATCH-COUNT
               MOVE WS-LOOKUP-COMPANY-CODE
                   TO WS-FXB-COMPANY-CODE(BATCH-INDEX)
               MOVE WS-LOOKUP-POSTING-DATE
                   TO WS-FXB-POSTING-DATE(BATCH-INDEX)
               MOVE WS-NEXT-BATCH-NUMBER
                   TO WS-FXB-BATCH-NUMBER(BATCH-INDEX)
               MOVE ZERO TO WS-FXB-DEBIT-TOTAL(BATCH-INDEX)
                            WS-FXB-CREDIT-TOTAL(BATCH-INDEX)
                            WS-FXB-LINE-COUNT(BATCH-INDEX)
               ADD 1 TO WS-NEXT-BATCH-NUMBER
               DISPLAY 'COMPANY ' WS-LOOKUP-COMPANY-CODE
                       ' DATED ' WS-LOOKUP-POSTING-DATE
                       ' REVALUATION BATCH NUMBER: '
                       WS-FXB-BATCH-NUMBER(BATCH-INDEX)
           END-IF
           .
      * Last month's revaluation, taken back out on its reversal
      * date, before this month's goes on.
       JOURNALIZE-DUE-REVERSALS.
           PERFORM VARYING REVERSAL-INDEX FROM 1 BY 1
                   UNTIL REVERSAL-INDEX > WS-CARRIED-REVERSAL-COUNT
               IF WS-RVS-IS-DUE(REVERSAL-INDEX)
                   MOVE WS-RVS-ACCOUNT(REVERSAL-INDEX) TO JRN-ACCOUNT
                   MOVE WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
                       TO JRN-DEBIT-AMOUNT
                   MOVE WS-RVS-CREDIT-AMOUNT(REVERSAL-INDEX)
                       TO JRN-CREDIT-AMOUNT
                   MOVE WS-RVS-INVOICE-NUMBER(REVERSAL-INDEX)
                       TO JRN-INVOICE-NUMBER
                   MOVE WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
                       TO JRN-INVOICE-DATE
                   MOVE WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
                       TO JRN-COMPANY-CODE
                   PERFORM WRITE-JOURNAL-RECORD
                   ADD 1 TO WS-REVERSALS-JOURNALED
                   ADD WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
                       TO WS-TOTAL-REVERSED
               END-IF
           END-PERFORM
           .
      * Every open foreign item on the history master, as it stood
      * on the revaluation date.
       REVALUE-OPEN-ITEMS.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL STATUS ON INVOICE-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-INVOICE-HISTORY
                   READ INVOICE-HISTORY-FILE
                   IF INVOICE-HISTORY-OK
                       ADD 1 TO WS-HISTORY-READ
                       ADD 1 TO WS-JS-RECORD-COUNT
                       IF IHR-CURRENCY-CODE IS NOT EQUAL TO SPACES
                       AND IHR-CURRENCY-CODE IS NOT EQUAL TO 'USD'
                       AND NOT IHR-IS-PAID
                       AND IHR-EXCHANGE-RATE IS GREATER THAN ZERO
                       AND IHR-INVOICE-DATE IS NOT GREATER THAN
                               WS-REVALUATION-DATE
                           PERFORM REVALUE-ONE-ITEM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .
      * The open home balance is what HISTUPDT has not yet cleared at
      * the booked value; in currency that is the open balance over
      * the booked rate, and back in home currency at the period-end
      * rate it is the revalued balance.
       REVALUE-ONE-ITEM.
           COMPUTE WS-OPEN-HOME-AMOUNT =
               IHR-TOTAL-AMOUNT - IHR-AMOUNT-PAID
           IF WS-OPEN-HOME-AMOUNT IS EQUAL TO ZERO
               CONTINUE
           ELSE
               IF IHR-COMPANY-CODE IS EQUAL TO SPACES
                   MOVE WS-HOME-COMPANY TO WS-ITEM-COMPANY-CODE
               ELSE
                   MOVE IHR-COMPANY-CODE TO WS-ITEM-COMPANY-CODE
               END-IF
               MOVE IHR-CURRENCY-CODE TO WS-RATE-CURRENCY-CODE
               MOVE WS-REVALUATION-DATE TO WS-RATE-AS-OF-DATE
               PERFORM FIND-EXCHANGE-RATE
               IF NOT EXCHANGE-RATE-FOUND
               OR WS-RATE-USED IS EQUAL TO ZERO
                   PERFORM REPORT-ITEM-WITHOUT-RATE
               ELSE
                   COMPUTE WS-OPEN-CURRENCY-AMOUNT ROUNDED =
                       WS-OPEN-HOME-AMOUNT / IHR-EXCHANGE-RATE
                   COMPUTE WS-REVALUED-HOME-AMOUNT ROUNDED =
                       WS-OPEN-CURRENCY-AMOUNT * WS-RATE-USED
                   COMPUTE WS-UNREALIZED-AMOUNT =
                       WS-REVALUED-HOME-AMOUNT - WS-OPEN-HOME-AMOUNT
                   ADD 1 TO WS-ITEMS-REVALUED
                   ADD WS-OPEN-HOME-AMOUNT TO WS-TOTAL-BOOKED
                   ADD WS-REVALUED-HOME-AMOUNT TO WS-TOTAL-REVALUED
                   ADD WS-UNREALIZED-AMOUNT TO WS-TOTAL-UNREALIZED
                   IF WS-UNREALIZED-AMOUNT IS NOT EQUAL TO ZERO
                       PERFORM JOURNALIZE-ONE-REVALUATION
                   END-IF
                   PERFORM WRITE-ONE-DETAIL-LINE
               END-IF
           END-IF
           .
       REPORT-ITEM-WITHOUT-RATE.
           ADD 1 TO WS-ITEMS-NO-RATE
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE IHR-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
           MOVE 'FXREVAL NO EXCHANGE RATE FOR OPEN FOREIGN ITEM'
               TO WS-EL-EXCEPTION-TEXT
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           MOVE IHR-INVOICE-NUMBER TO FXN-INVOICE-NUMBER
           MOVE IHR-CUSTOMER-NUMBER TO FXN-CUSTOMER-NUMBER
           MOVE WS-ITEM-COMPANY-CODE TO FXN-COMPANY-CODE
           MOVE IHR-CURRENCY-CODE TO FXN-CURRENCY-CODE
           WRITE REVALUATION-REPORT-LINE FROM FXR-NO-RATE-LINE
               AFTER ADVANCING 1 LINE
           .
      * A gain raises the receivable: AR revaluation debited,
      * unrealized gain or loss credited. A loss swaps the sides.
      * Each line's reversal waits on the pending file with its
      * sides swapped back.
       JOURNALIZE-ONE-REVALUATION.
           IF WS-UNREALIZED-AMOUNT IS LESS THAN ZERO
               COMPUTE WS-UNREALIZED-MAGNITUDE =
                   ZERO - WS-UNREALIZED-AMOUNT
           ELSE
               MOVE WS-UNREALIZED-AMOUNT TO WS-UNREALIZED-MAGNITUDE
           END-IF
           MOVE WS-REVALUATION-ACCOUNT TO JRN-ACCOUNT
           IF WS-UNREALIZED-AMOUNT IS GREATER THAN ZERO
               MOVE WS-UNREALIZED-MAGNITUDE TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
           ELSE
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-UNREALIZED-MAGNITUDE TO JRN-CREDIT-AMOUNT
           END-IF
           PERFORM WRITE-REVALUATION-LINE
           MOVE WS-UNREALIZED-FX-ACCOUNT TO JRN-ACCOUNT
           IF WS-UNREALIZED-AMOUNT IS GREATER THAN ZERO
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-UNREALIZED-MAGNITUDE TO JRN-CREDIT-AMOUNT
           ELSE
               MOVE WS-UNREALIZED-MAGNITUDE TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
           END-IF
           PERFORM WRITE-REVALUATION-LINE
           .
       WRITE-REVALUATION-LINE.
           MOVE IHR-INVOICE-NUMBER TO JRN-INVOICE-NUMBER
           MOVE WS-REVALUATION-DATE TO JRN-INVOICE-DATE
           MOVE WS-ITEM-COMPANY-CODE TO JRN-COMPANY-CODE
           PERFORM WRITE-JOURNAL-RECORD
           IF WS-REVERSAL-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-REVERSAL-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL REVERSAL TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           ELSE
               ADD 1 TO WS-REVERSAL-COUNT
               SET REVERSAL-INDEX TO WS-REVERSAL-COUNT
               MOVE JRN-INVOICE-NUMBER
                   TO WS-RVS-INVOICE-NUMBER(REVERSAL-INDEX)
               MOVE WS-REVERSE-DATE
                   TO WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
               MOVE WS-REVALUATION-DATE
                   TO WS-RVS-REVALUED-DATE(REVERSAL-INDEX)
               MOVE JRN-ACCOUNT TO WS-RVS-ACCOUNT(REVERSAL-INDEX)
               MOVE JRN-CREDIT-AMOUNT
                   TO WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
               MOVE JRN-DEBIT-AMOUNT
                   TO WS-RVS-CREDIT-AMOUNT(REVERSAL-INDEX)
               MOVE JRN-BATCH-NUMBER
                   TO WS-RVS-ORIGINAL-BATCH(REVERSAL-INDEX)
               MOVE JRN-COMPANY-CODE
                   TO WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
               MOVE 'N' TO WS-RVS-DUE-SWITCH(REVERSAL-INDEX)
               MOVE 'Y' TO WS-RVS-NEW-SWITCH(REVERSAL-INDEX)
           END-IF
           .
      * The caller has set JRN-COMPANY-CODE and JRN-INVOICE-DATE;
      * the line goes into the batch for that company and date.
       WRITE-JOURNAL-RECORD.
           MOVE JRN-COMPANY-CODE TO WS-LOOKUP-COMPANY-CODE
           MOVE JRN-INVOICE-DATE TO WS-LOOKUP-POSTING-DATE
           PERFORM FIND-POSTING-BATCH
           MOVE WS-FXB-BATCH-NUMBER(BATCH-INDEX) TO JRN-BATCH-NUMBER
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           ADD JRN-DEBIT-AMOUNT TO WS-FXB-DEBIT-TOTAL(BATCH-INDEX)
           ADD JRN-CREDIT-AMOUNT TO WS-FXB-CREDIT-TOTAL(BATCH-INDEX)
           ADD 1 TO WS-FXB-LINE-COUNT(BATCH-INDEX)
           WRITE REVALUATION-JOURNAL-RECORD
           IF NOT REVALUATION-JOURNAL-OK
               DISPLAY 'STATUS ON REVALUATION-JOURNAL-FILE WRITE: '
                       REVALUATION-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL STATUS ON REVALUATION-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
       WRITE-ONE-DETAIL-LINE.
           MOVE IHR-INVOICE-NUMBER TO FXD-INVOICE-NUMBER
           MOVE IHR-CUSTOMER-NUMBER TO FXD-CUSTOMER-NUMBER
           MOVE WS-ITEM-COMPANY-CODE TO FXD-COMPANY-CODE
           MOVE IHR-CURRENCY-CODE TO FXD-CURRENCY-CODE
           MOVE WS-OPEN-CURRENCY-AMOUNT TO FXD-CURRENCY-AMOUNT
           MOVE WS-OPEN-HOME-AMOUNT TO FXD-BOOKED-HOME
           MOVE WS-RATE-USED TO FXD-RATE
           MOVE WS-REVALUED-HOME-AMOUNT TO FXD-REVALUED-HOME
           MOVE WS-UNREALIZED-AMOUNT TO FXD-UNREALIZED
           WRITE REVALUATION-REPORT-LINE FROM FXR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
      * Each batch - one per company and posting date - must balance
      * on its own, and a failure in any of them holds the night.
       PROVE-THE-BATCH.
           DISPLAY 'REVALUATION JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'REVALUATION JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           PERFORM PROVE-ONE-POSTING-BATCH
               VARYING BATCH-INDEX FROM 1 BY 1
               UNTIL BATCH-INDEX > WS-BATCH-COUNT
           IF NOT WS-RC-REJECTED
               DISPLAY 'REVALUATION JOURNAL BATCHES PROVED'
           END-IF
           .
       PROVE-ONE-POSTING-BATCH.
           DISPLAY 'COMPANY ' WS-FXB-COMPANY-CODE(BATCH-INDEX)
                   ' BATCH ' WS-FXB-BATCH-NUMBER(BATCH-INDEX)
                   ' DEBITS: ' WS-FXB-DEBIT-TOTAL(BATCH-INDEX)
                   ' CREDITS: ' WS-FXB-CREDIT-TOTAL(BATCH-INDEX)
           IF WS-FXB-DEBIT-TOTAL(BATCH-INDEX) IS NOT EQUAL TO
                   WS-FXB-CREDIT-TOTAL(BATCH-INDEX)
               DISPLAY 'REVALUATION JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE WS-FXB-COMPANY-CODE(BATCH-INDEX)
                   TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               SET WS-RC-REJECTED TO TRUE
           END-IF
           .
      * Proved batches are appended to the cumulative history one at
      * a time, each capped with its own BATCHCTL control record
      * dated its posting date, and only then is the batch counter
      * advanced past the highest number used - CASHGLEX's release.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE REVALUATION-JOURNAL-FILE
           MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM RELEASE-ONE-POSTING-BATCH
               THRU RELEASE-ONE-POSTING-EXIT
               VARYING BATCH-INDEX FROM 1 BY 1
               UNTIL BATCH-INDEX > WS-BATCH-COUNT
           CLOSE JOURNAL-HISTORY-FILE
           IF WS-RC-REJECTED
               GO TO RELEASE-BATCH-EXIT
           END-IF
           SET BATCH-WAS-RELEASED TO TRUE
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
               MOVE 'FXREVAL STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.
      * One pass of tonight's journal per batch, copying that batch's
      * lines.
       RELEASE-ONE-POSTING-BATCH.
           OPEN INPUT REVALUATION-JOURNAL-FILE
           IF NOT REVALUATION-JOURNAL-OK
               DISPLAY 'STATUS ON REVALUATION-JOURNAL-FILE REOPEN: '
                       REVALUATION-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL STATUS ON REVALUATION-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-ONE-POSTING-EXIT
           END-IF
           PERFORM UNTIL END-OF-REVALUATION-JOURNAL
               READ REVALUATION-JOURNAL-FILE
               IF REVALUATION-JOURNAL-OK
               AND JRN-BATCH-NUMBER IS EQUAL TO
                       WS-FXB-BATCH-NUMBER(BATCH-INDEX)
                   MOVE REVALUATION-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE REVALUATION-JOURNAL-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHCTL' TO BCT-RECORD-TYPE
           MOVE WS-FXB-LINE-COUNT(BATCH-INDEX) TO BCT-LINE-COUNT
           MOVE WS-FXB-DEBIT-TOTAL(BATCH-INDEX) TO BCT-DEBIT-TOTAL
           MOVE WS-FXB-CREDIT-TOTAL(BATCH-INDEX) TO BCT-CREDIT-TOTAL
           MOVE WS-FXB-POSTING-DATE(BATCH-INDEX) TO BCT-RELEASE-DATE
           MOVE WS-FXB-BATCH-NUMBER(BATCH-INDEX) TO BCT-BATCH-NUMBER
           MOVE WS-FXB-COMPANY-CODE(BATCH-INDEX) TO BCT-COMPANY-CODE
           WRITE BATCH-CONTROL-RECORD
           .
       RELEASE-ONE-POSTING-EXIT.
           EXIT.
      * A released night drops the reversals it journaled and keeps
      * the new ones; a night that did not release leaves the
      * pending file exactly as it came in.
       SAVE-PENDING-REVERSALS.
           OPEN OUTPUT REVERSAL-OUT-FILE
           IF NOT REVERSAL-OUT-OK
               DISPLAY 'STATUS ON REVERSAL-OUT-FILE OPEN: '
                       REVERSAL-OUT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FXREVAL STATUS ON REVERSAL-OUT OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM VARYING REVERSAL-INDEX FROM 1 BY 1
                       UNTIL REVERSAL-INDEX > WS-REVERSAL-COUNT
                   IF (BATCH-WAS-RELEASED
                       AND NOT WS-RVS-IS-DUE(REVERSAL-INDEX))
                   OR (NOT BATCH-WAS-RELEASED
                       AND NOT WS-RVS-IS-NEW(REVERSAL-INDEX))
                       PERFORM WRITE-ONE-PENDING-REVERSAL
                   END-IF
               END-PERFORM
               CLOSE REVERSAL-OUT-FILE
           END-IF
           .
       WRITE-ONE-PENDING-REVERSAL.
           ADD 1 TO WS-REVERSALS-PENDING
           MOVE SPACES TO REVERSAL-OUT-RECORD
           MOVE WS-RVS-INVOICE-NUMBER(REVERSAL-INDEX)
               TO FRO-INVOICE-NUMBER
           MOVE WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
               TO FRO-REVERSE-DATE
           MOVE WS-RVS-REVALUED-DATE(REVERSAL-INDEX)
               TO FRO-REVALUED-DATE
           MOVE WS-RVS-ACCOUNT(REVERSAL-INDEX) TO FRO-ACCOUNT
           MOVE WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
               TO FRO-DEBIT-AMOUNT
           MOVE WS-RVS-CREDIT-AMOUNT(REVERSAL-INDEX)
               TO FRO-CREDIT-AMOUNT
           MOVE WS-RVS-ORIGINAL-BATCH(REVERSAL-INDEX)
               TO FRO-ORIGINAL-BATCH
           MOVE WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
               TO FRO-COMPANY-CODE
           WRITE REVERSAL-OUT-RECORD
           .
       WRITE-REVALUATION-TOTALS.
           MOVE 'OPEN FOREIGN ITEMS AT BOOKED VALUE' TO FXO-LABEL
           MOVE WS-TOTAL-BOOKED TO FXO-AMOUNT
           MOVE WS-ITEMS-REVALUED TO FXO-COUNT
           WRITE REVALUATION-REPORT-LINE FROM FXR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'OPEN FOREIGN ITEMS REVALUED' TO FXO-LABEL
           MOVE WS-TOTAL-REVALUED TO FXO-AMOUNT
           WRITE REVALUATION-REPORT-LINE FROM FXR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NET UNREALIZED GAIN (LOSS)' TO FXO-LABEL
           MOVE WS-TOTAL-UNREALIZED TO FXO-AMOUNT
           WRITE REVALUATION-REPORT-LINE FROM FXR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FOREIGN ITEMS WITH NO RATE ON FILE' TO FXO-LABEL
           MOVE ZERO TO FXO-AMOUNT
           MOVE WS-ITEMS-NO-RATE TO FXO-COUNT
           WRITE REVALUATION-REPORT-LINE FROM FXR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PRIOR REVALUATION LINES REVERSED' TO FXO-LABEL
           MOVE WS-TOTAL-REVERSED TO FXO-AMOUNT
           MOVE WS-REVERSALS-JOURNALED TO FXO-COUNT
           WRITE REVALUATION-REPORT-LINE FROM FXR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'REVERSING LINES STILL PENDING' TO FXO-LABEL
           MOVE ZERO TO FXO-AMOUNT
           MOVE WS-REVERSALS-PENDING TO FXO-COUNT
           WRITE REVALUATION-REPORT-LINE FROM FXR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           EVALUATE TRUE
               WHEN BATCH-WAS-RELEASED
                   MOVE 'BATCHES RELEASED TO GL HISTORY' TO FXT-TEXT
               WHEN WS-JOURNAL-LINE-COUNT IS EQUAL TO ZERO
                   MOVE 'NOTHING TO RELEASE TONIGHT' TO FXT-TEXT
               WHEN OTHER
                   MOVE 'BATCHES NOT RELEASED - PENDING FILE UNCHANGED'
                       TO FXT-TEXT
           END-EVALUATE
           WRITE REVALUATION-REPORT-LINE FROM FXR-TEXT-LINE
               AFTER ADVANCING 2 LINES
           .
      * A missing rate file leaves the table empty, which only
      * matters when a foreign-currency item actually arrives.
       LOAD-EXCHANGE-RATE-TABLE.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHANGE-RATE-OK
               DISPLAY 'STATUS ON EXCHANGE-RATE-FILE OPEN: '
                       EXCHANGE-RATE-STATUS
               MOVE ZERO TO WS-EXCHANGE-RATE-COUNT
           ELSE
               PERFORM UNTIL END-OF-EXCHANGE-RATES
                   READ EXCHANGE-RATE-FILE
                   IF EXCHANGE-RATE-OK
                       IF WS-EXCHANGE-RATE-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-EXCHANGE-RATES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'FXREVAL EXCHANGE RATE TABLE FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-EXCHANGE-RATE-COUNT
                           MOVE XRT-CURRENCY-CODE
                               TO WS-XRT-CURRENCY
                                      (WS-EXCHANGE-RATE-COUNT)
                           MOVE XRT-EFFECTIVE-DATE
                               TO WS-XRT-EFFECTIVE
                                      (WS-EXCHANGE-RATE-COUNT)
                           MOVE XRT-RATE
                               TO WS-XRT-RATE
                                      (WS-EXCHANGE-RATE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           .
      * The rate for WS-RATE-CURRENCY-CODE with the latest effective
      * date not after WS-RATE-AS-OF-DATE (both YYYYMMDD, so a plain
      * compare orders them). Spaces or USD is home currency at
      * rate 1.
       FIND-EXCHANGE-RATE.
           IF WS-RATE-CURRENCY-CODE IS EQUAL TO SPACES
           OR WS-RATE-CURRENCY-CODE IS EQUAL TO 'USD'
               SET EXCHANGE-RATE-FOUND TO TRUE
               MOVE 1 TO WS-RATE-USED
           ELSE
               MOVE 'N' TO WS-EXCHANGE-FOUND-SWITCH
               MOVE LOW-VALUES TO WS-BEST-RATE-DATE
               MOVE ZERO TO WS-RATE-USED
               PERFORM WITH TEST BEFORE
                       VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-EXCHANGE-RATE-COUNT
                   IF WS-XRT-CURRENCY(WS-RATE-SUB)
                           IS EQUAL TO WS-RATE-CURRENCY-CODE
                   AND WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           IS NOT GREATER THAN WS-RATE-AS-OF-DATE
                   AND WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           IS NOT LESS THAN WS-BEST-RATE-DATE
                       MOVE WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           TO WS-BEST-RATE-DATE
                       MOVE WS-XRT-RATE(WS-RATE-SUB)
                           TO WS-RATE-USED
                       SET EXCHANGE-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'HISTORY RECORDS READ:       ' WS-HISTORY-READ
           DISPLAY 'FOREIGN ITEMS REVALUED:     ' WS-ITEMS-REVALUED
           DISPLAY 'FOREIGN ITEMS WITH NO RATE: ' WS-ITEMS-NO-RATE
           DISPLAY 'NET UNREALIZED GAIN (LOSS): ' WS-TOTAL-UNREALIZED
           IF JOURNAL-IS-OPEN
               CLOSE REVALUATION-JOURNAL-FILE
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
