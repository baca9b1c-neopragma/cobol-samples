      *****************************************************************
      * Program name:    CRREVIEW
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A quarterly credit review that scores each customer's payment
      * behavior and proposes a new credit limit.
      *
      * CM-CREDIT-LIMIT was set when each account opened and nobody
      * went back to it, so good customers landed on CRLIMIT's
      * over-limit report for no reason while slow payers kept limits
      * they no longer deserved. This job scores every customer with
      * a credit limit on five components measured over the review
      * window - the CRRVDAYS card (INVCPARM, three digits; 365 days
      * when no card is present) counted back from today:
      *
      *   ADBT  average days beyond terms, weighted by amount: each
      *         invoice on INVHIST1 paid inside the window, from its
      *         invoice date to its last payment date, and each
      *         invoice still open past its due date, to today, less
      *         the net days of the customer's TERMMAST terms
      *         (DEFNETDY, else 30, when the terms are not on file).
      *         Paying early counts as zero, not as a credit.
      *   NSFR  payments reversed for non-sufficient funds - entries
      *         on the PMTEDIT reversal register RVSLREG1 dated in
      *         the window.
      *   BRKP  promises to pay broken - entries on the DUNNING
      *         broken-promise report BRKPROM1 dated in the window.
      *   UTIL  the high balance reached in the window as a percent
      *         of the credit limit. The balance is rebuilt in date
      *         order from the INVHIST1 invoices and the PMTFILE1
      *         payments against them, the same netting CRLIMIT and
      *         ARAGE do; the balance carried into the window counts.
      *   AGEM  account age in months, from the customer's earliest
      *         invoice on INVHIST1. CM-BIRTH-DATE is the customer's
      *         own birth date for DEMOSEG, not an account-open date.
      *
      * RVSLREG1 and BRKPROM1 are rewritten every night, so the job
      * is fed the window's nightly generations of each as one
      * concatenated file; a missing one is read as no entries.
      *
      * The scoring table, CRSCTBL1, is kept by the credit manager.
      * Its C rows give the points each component value range takes
      * off a perfect score of 100 (a negative figure adds points
      * back, for example for a long-standing account); its L rows
      * give, for a range of final scores, the percent the credit
      * limit should move and, for an increase, the utilization the
      * customer must have reached for the increase to be worth
      * making. A proposed limit is rounded to the nearest hundred
      * dollars and is never taken below 100.00, since a zero limit
      * would switch CRLIMIT's check off instead of tightening it.
      *
      * Each customer whose limit should move is written to CRRVPRP1
      * as a CUSTTRNS change transaction carrying only the new credit
      * limit and keyed by CRREVIEW, the way CRLIMIT writes proposed
      * holds to CRHPROP1: the credit manager reviews the deck and
      * feeds the approved transactions to CUSTMNT, adding the
      * approver an increase over the DUALCRLM threshold needs. The
      * CRRVRPT1 review report lists every customer scored with the
      * value and the points of each component behind the proposal.
      * Customers with no credit limit, merged customers and
      * customers placed with a collection agency are not scored.
      *
      * The job is scheduled quarterly on the PROCCAL1 processing
      * calendar and refuses to run on any other night (RETURN-CODE
      * 12) unless a RUNOVRD card names tonight's date. RETURN-CODE
      * is 4 when the scoring table carried a row it could not use,
      * and 8 when a master or the scoring table cannot be read.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRREVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT TERMS-MASTER-FILE ASSIGN TO 'TERMMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TERMS-MASTER-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'PMTFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PAYMENT-FILE-STATUS.
           SELECT REVERSAL-REGISTER-FILE ASSIGN TO 'RVSLREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REVERSAL-REGISTER-STATUS.
           SELECT BROKEN-PROMISE-FILE ASSIGN TO 'BRKPROM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BROKEN-PROMISE-STATUS.
           SELECT SCORING-TABLE-FILE ASSIGN TO 'CRSCTBL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SCORING-TABLE-STATUS.
           SELECT LIMIT-PROPOSAL-FILE ASSIGN TO 'CRRVPRP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LIMIT-PROPOSAL-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO 'CRRVRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REVIEW-REPORT-STATUS.
           SELECT SORTED-ACTIVITY-FILE ASSIGN TO 'CRRVSRT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SORTED-ACTIVITY-STATUS.
           SELECT ACTIVITY-SORT-FILE ASSIGN TO 'SRTWRK1'.
       DATA DIVISION.
       FILE SECTION.
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
      * Space is a live account; M is the retired side of a merge and
      * P an account placed with a collection agency.
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
               88  CM-IS-PLACED         VALUE 'P'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  CM-INVOICE-DELIVERY      PIC X(01).
           05  CM-COLLECTOR-CODE        PIC X(03).
           05  CM-BILLING-CURRENCY      PIC X(03).
           05  FILLER                   PIC X(03).
           05  CM-PARENT-CUSTOMER       PIC X(08).
           05  CM-HIERARCHY-CREDIT-LIMIT PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(07).

      * Same layout INVCALC reads from TERMMAST; only the net days
      * are needed here.
       FD  TERMS-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERMS-MASTER-RECORD.
       01  TERMS-MASTER-RECORD.
           05  TER-TERMS-CODE           PIC X(02).
           05  TER-NET-DAYS             PIC 9(03).
           05  TER-DISCOUNT-DAYS        PIC 9(03).
           05  TER-DISCOUNT-PERCENT     PIC 9V9(05).

      * Same layout HISTUPDT maintains on INVHIST1. Read once in key
      * order for the invoices, then at random for the customer of
      * each payment.
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
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout ARAGE reads from PMTFILE1.
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAYMENT-RECORD.
       01  PAYMENT-RECORD.
           05  PMT-INVOICE-NUMBER       PIC X(08).
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
               88  PMT-IS-REVERSAL      VALUE 'R'.
           05  PMT-COMPANY-CODE         PIC X(02).

      * Same layout PMTEDIT writes to the reversal register.
       FD  REVERSAL-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVERSAL-REGISTER-LINE.
       01  REVERSAL-REGISTER-LINE.
           05  RVR-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02).
           05  RVR-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02).
           05  RVR-REVERSAL-DATE        PIC X(08).
           05  FILLER                   PIC X(02).
           05  RVR-AMOUNT               PIC X(12).

      * Same layout DUNNING writes to the broken-promise report.
       FD  BROKEN-PROMISE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BROKEN-PROMISE-LINE.
       01  BROKEN-PROMISE-LINE.
           05  BRK-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02).
           05  BRK-PROMISED-DATE        PIC X(08).
           05  FILLER                   PIC X(02).
           05  BRK-PROMISED-AMOUNT      PIC X(12).
           05  FILLER                   PIC X(02).
           05  BRK-CASH-RECEIVED        PIC X(12).

      * The credit manager's scoring table. A C row takes SCT-POINTS
      * off the score when the named component's value falls from
      * SCT-LOW-VALUE through SCT-HIGH-VALUE; an L row moves the
      * credit limit by SCL-CHANGE-PERCENT for a final score from
      * SCL-LOW-SCORE through SCL-HIGH-SCORE, an increase only when
      * utilization reached SCL-MINIMUM-UTILIZATION percent.
       FD  SCORING-TABLE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCORING-COMPONENT-RECORD.
       01  SCORING-COMPONENT-RECORD.
           05  SCT-RECORD-TYPE          PIC X(01).
               88  SCT-IS-COMPONENT     VALUE 'C'.
               88  SCT-IS-LIMIT-BAND    VALUE 'L'.
           05  SCT-COMPONENT-CODE       PIC X(04).
               88  SCT-COMPONENT-KNOWN  VALUE 'ADBT' 'NSFR' 'BRKP'
                                              'UTIL' 'AGEM'.
           05  SCT-LOW-VALUE            PIC 9(05).
           05  SCT-HIGH-VALUE           PIC 9(05).
           05  SCT-POINTS               PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(61).
       01  SCORING-LIMIT-RECORD.
           05  SCL-RECORD-TYPE          PIC X(01).
           05  SCL-LOW-SCORE            PIC 9(03).
           05  SCL-HIGH-SCORE           PIC 9(03).
           05  SCL-CHANGE-PERCENT       PIC S9(03)
                                        SIGN LEADING SEPARATE.
           05  SCL-MINIMUM-UTILIZATION  PIC 9(03).
           05  FILLER                   PIC X(66).

      * Same layout CUSTMNT reads from CUSTTRNS. Only the action,
      * customer, credit limit and keyer are filled in; every other
      * field is left blank so CUSTMNT changes nothing else.
       FD  LIMIT-PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIMIT-PROPOSAL-RECORD.
       01  LIMIT-PROPOSAL-RECORD.
           05  CMT-ACTION-CODE          PIC X.
           05  CMT-CUSTOMER-NUMBER      PIC X(08).
           05  CMT-CUSTOMER-NAME        PIC X(30).
           05  CMT-CREDIT-LIMIT         PIC X(09).
           05  CMT-CREDIT-LIMIT-NUM REDEFINES CMT-CREDIT-LIMIT
                                        PIC 9(07)V99.
           05  CMT-BIRTH-DATE           PIC X(08).
           05  CMT-ADDRESS-LINE-1       PIC X(30).
           05  CMT-ADDRESS-LINE-2       PIC X(30).
           05  CMT-CITY                 PIC X(20).
           05  CMT-STATE                PIC X(02).
           05  CMT-POSTAL-CODE          PIC X(10).
           05  CMT-CONTACT-NAME         PIC X(25).
           05  CMT-CONTACT-PHONE        PIC X(15).
           05  CMT-TERMS-CODE           PIC X(02).
           05  CMT-STATEMENT-CYCLE      PIC X(01).
           05  CMT-SALESPERSON-CODE     PIC X(03).
           05  CMT-INVOICE-DELIVERY     PIC X(01).
           05  CMT-COLLECTOR-CODE       PIC X(03).
           05  CMT-BILLING-CURRENCY     PIC X(03).
           05  CMT-SALESPERSON-EFFECTIVE PIC X(08).
           05  CMT-KEYED-BY             PIC X(08).
           05  CMT-APPROVED-BY          PIC X(08).
           05  CMT-PARENT-CUSTOMER      PIC X(08).
           05  CMT-HIERARCHY-LIMIT      PIC X(09).

       FD  REVIEW-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVIEW-REPORT-LINE.
       01  REVIEW-REPORT-LINE           PIC X(132).

      * Every invoice and payment resequenced by customer and date,
      * so the balance can be rebuilt in the order it moved.
       FD  SORTED-ACTIVITY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SORTED-ACTIVITY-RECORD.
       01  SORTED-ACTIVITY-RECORD.
           05  SRA-CUSTOMER-NUMBER      PIC X(08).
           05  SRA-ACTIVITY-DATE        PIC X(08).
           05  SRA-ACTIVITY-TYPE        PIC X(01).
           05  SRA-AMOUNT               PIC S9(09)V99 COMP-3.

      * I is an invoice, P a payment; on one day the invoices sort
      * ahead of the cash, so the high balance counts a same-day
      * invoice before the check that paid it.
       SD  ACTIVITY-SORT-FILE
           DATA RECORD IS ACTIVITY-SORT-RECORD.
       01  ACTIVITY-SORT-RECORD.
           05  SAW-CUSTOMER-NUMBER      PIC X(08).
           05  SAW-ACTIVITY-DATE        PIC X(08).
           05  SAW-ACTIVITY-TYPE        PIC X(01).
           05  SAW-AMOUNT               PIC S9(09)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  TERMS-MASTER-STATUS      PIC X(02).
               88  TERMS-MASTER-OK      VALUE '00'.
               88  END-OF-TERMS-MASTER  VALUE '10'.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
               88  END-OF-INVOICE-HISTORY VALUE '10'.
           05  PAYMENT-FILE-STATUS      PIC X(02).
               88  PAYMENT-FILE-OK      VALUE '00'.
               88  END-OF-PAYMENT-FILE  VALUE '10'.
           05  REVERSAL-REGISTER-STATUS PIC X(02).
               88  REVERSAL-REGISTER-OK VALUE '00'.
               88  END-OF-REVERSAL-REGISTER VALUE '10'.
           05  BROKEN-PROMISE-STATUS    PIC X(02).
               88  BROKEN-PROMISE-OK    VALUE '00'.
               88  END-OF-BROKEN-PROMISES VALUE '10'.
           05  SCORING-TABLE-STATUS     PIC X(02).
               88  SCORING-TABLE-OK     VALUE '00'.
               88  END-OF-SCORING-TABLE VALUE '10'.
           05  LIMIT-PROPOSAL-STATUS    PIC X(02).
               88  LIMIT-PROPOSAL-OK    VALUE '00'.
           05  REVIEW-REPORT-STATUS     PIC X(02).
               88  REVIEW-REPORT-OK     VALUE '00'.
           05  SORTED-ACTIVITY-STATUS   PIC X(02).
               88  SORTED-ACTIVITY-OK   VALUE '00'.
               88  END-OF-SORTED-ACTIVITY VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'CRREVIEW'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'CRREVIEW'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'CRREVIEW'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'CRREVIEW'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

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

       01  WS-RUN-CONTROL.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-REJECTED       VALUE 8.

      * CRRVDAYS control-card conversion: three digits, the days of
      * history the review looks back over. The window opens that
      * many days before today.
       01  WS-REVIEW-DAYS               PIC S9(03) COMP-3 VALUE 365.
       01  WS-REVIEW-DAYS-CONVERSION.
           05  WS-RVD-AS-INTEGER        PIC 9(03).
       01  WS-WINDOW-START-DATE.
           05  WS-WSD-YEAR              PIC 9(04).
           05  WS-WSD-MONTH             PIC 9(02).
           05  WS-WSD-DAY               PIC 9(02).
       01  WS-WINDOW-START-X REDEFINES WS-WINDOW-START-DATE
                                        PIC X(08).

      * DEFNETDY control-card conversion, the net days INVCALC falls
      * back on when a customer's terms are not on TERMMAST.
       01  WS-DEFAULT-NET-DAYS          PIC S9(03) COMP-3 VALUE 30.
       01  WS-DEFAULT-NET-DAYS-CONVERSION.
           05  WS-DND-AS-INTEGER        PIC 9(03).

       01  WS-TERMS-TABLE-AREA.
           05  WS-TERMS-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-TERMS-ENTRIES     PIC S9(05) COMP-3 VALUE 100.
           05  WS-TERMS-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-TERMS-COUNT
                       INDEXED BY TERMS-INDEX.
               10  WS-TER-TERMS-CODE    PIC X(02).
               10  WS-TER-NET-DAYS      PIC 9(03).

      * The C rows of the scoring table.
       01  WS-COMPONENT-TABLE-AREA.
           05  WS-COMPONENT-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPONENT-ENTRIES PIC S9(05) COMP-3 VALUE 100.
           05  WS-COMPONENT-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-COMPONENT-COUNT
                       INDEXED BY COMPONENT-INDEX.
               10  WS-CMP-COMPONENT-CODE PIC X(04).
               10  WS-CMP-LOW-VALUE     PIC 9(05).
               10  WS-CMP-HIGH-VALUE    PIC 9(05).
               10  WS-CMP-POINTS        PIC S9(03) COMP-3.

      * The L rows of the scoring table.
       01  WS-BAND-TABLE-AREA.
           05  WS-BAND-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-BAND-ENTRIES      PIC S9(05) COMP-3 VALUE 20.
           05  WS-BAND-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-BAND-COUNT
                       INDEXED BY BAND-INDEX.
               10  WS-BND-LOW-SCORE     PIC 9(03).
               10  WS-BND-HIGH-SCORE    PIC 9(03).
               10  WS-BND-CHANGE-PERCENT PIC S9(03) COMP-3.
               10  WS-BND-MINIMUM-UTILIZATION PIC 9(03).
       01  WS-BAD-SCORING-ROW-COUNT     PIC S9(05) COMP-3 VALUE ZERO.

      * Every customer with a credit limit to review, with the
      * measurements its score is built from.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 1000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-CUS-CUSTOMER-NUMBER PIC X(08).
               10  WS-CUS-CUSTOMER-NAME PIC X(30).
               10  WS-CUS-CREDIT-LIMIT  PIC S9(07)V99 COMP-3.
               10  WS-CUS-NET-DAYS      PIC S9(03) COMP-3.
               10  WS-CUS-FIRST-INVOICE-DATE PIC X(08).
               10  WS-CUS-LATE-DAY-DOLLARS PIC S9(13)V99 COMP-3.
               10  WS-CUS-LATE-WEIGHT   PIC S9(11)V99 COMP-3.
               10  WS-CUS-NSF-COUNT     PIC S9(05) COMP-3.
               10  WS-CUS-BROKEN-COUNT  PIC S9(05) COMP-3.
               10  WS-CUS-HIGH-BALANCE  PIC S9(09)V99 COMP-3.

      * Running balance of the customer being rebuilt from the sorted
      * activity. The window switch records whether the balance
      * carried into the window has been counted yet.
       01  WS-BALANCE-REBUILD-WORK.
           05  WS-REBUILD-CUSTOMER      PIC X(08).
           05  WS-RUNNING-BALANCE       PIC S9(09)V99 COMP-3.
           05  WS-HIGH-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-IN-WINDOW-SWITCH      PIC X.
               88  WS-IN-WINDOW         VALUE 'Y'.
           05  WS-FIRST-ACTIVITY-SWITCH PIC X VALUE 'Y'.
               88  WS-FIRST-ACTIVITY    VALUE 'Y'.

      * One invoice's contribution to days beyond terms.
       01  WS-LATENESS-WORK.
           05  WS-LATE-FROM-DATE        PIC X(08).
           05  WS-LATE-TO-DATE          PIC X(08).
           05  WS-LATE-DAYS             PIC S9(07) COMP-3.
           05  WS-LATE-WEIGHT           PIC S9(09)V99 COMP-3.
           05  WS-INVOICE-IS-LATE-SWITCH PIC X.
               88  WS-INVOICE-COUNTS    VALUE 'Y'.

      * One customer's score being worked out.
       01  WS-SCORE-WORK.
           05  WS-ADBT-VALUE            PIC S9(05) COMP-3.
           05  WS-NSF-VALUE             PIC S9(05) COMP-3.
           05  WS-BRKP-VALUE            PIC S9(05) COMP-3.
           05  WS-UTIL-VALUE            PIC S9(05) COMP-3.
           05  WS-AGEM-VALUE            PIC S9(05) COMP-3.
           05  WS-ADBT-POINTS           PIC S9(03) COMP-3.
           05  WS-NSF-POINTS            PIC S9(03) COMP-3.
           05  WS-BRKP-POINTS           PIC S9(03) COMP-3.
           05  WS-UTIL-POINTS           PIC S9(03) COMP-3.
           05  WS-AGEM-POINTS           PIC S9(03) COMP-3.
           05  WS-LOOKUP-CODE           PIC X(04).
           05  WS-LOOKUP-VALUE          PIC S9(05) COMP-3.
           05  WS-LOOKUP-POINTS         PIC S9(03) COMP-3.
           05  WS-CREDIT-SCORE          PIC S9(05) COMP-3.
           05  WS-WORK-QUOTIENT         PIC S9(09)V99 COMP-3.
           05  WS-PROPOSED-LIMIT        PIC S9(09)V99 COMP-3.
           05  WS-PROPOSED-HUNDREDS     PIC S9(07) COMP-3.
           05  WS-MAXIMUM-LIMIT         PIC S9(07)V99 COMP-3
                                            VALUE 9999999.00.
           05  WS-MINIMUM-LIMIT         PIC S9(07)V99 COMP-3
                                            VALUE 100.00.
           05  WS-REVIEW-ACTION         PIC X(10).

       01  WS-RUN-TOTALS.
           05  WS-REVIEWED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RAISED-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LOWERED-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNCHANGED-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HELD-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NO-LIMIT-COUNT        PIC S9(07) COMP-3 VALUE ZERO.

       01  REVIEW-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'QUARTERLY CREDIT REVIEW                 '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  RVH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(18)
                   VALUE '  HISTORY FROM    '.
           05  RVH-WINDOW-START         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RVH-REVIEW-DAYS          PIC ZZ9.
           05  FILLER                   PIC X(05) VALUE ' DAYS'.
       01  REVIEW-COLUMN-LINE.
           05  FILLER                   PIC X(08) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(18) VALUE 'NAME'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE 'ADBT'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE ' PTS'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(03) VALUE 'NSF'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE ' PTS'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(03) VALUE 'BRK'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE ' PTS'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(14)
                   VALUE '  HIGH BALANCE'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE 'UTL%'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE ' PTS'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE 'AGEM'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(04) VALUE ' PTS'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(03) VALUE 'SCR'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE 'CREDIT LIMIT'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE 'PROPOSED LIM'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE 'ACTION'.
       01  REVIEW-DETAIL-LINE.
           05  RVD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-CUSTOMER-NAME        PIC X(18).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-ADBT-VALUE           PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-ADBT-POINTS          PIC -ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-NSF-VALUE            PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-NSF-POINTS           PIC -ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-BRKP-VALUE           PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-BRKP-POINTS          PIC -ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-HIGH-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  RVD-UTIL-VALUE           PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-UTIL-POINTS          PIC -ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-AGEM-VALUE           PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-AGEM-POINTS          PIC -ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-CREDIT-SCORE         PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-CREDIT-LIMIT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-PROPOSED-LIMIT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RVD-REVIEW-ACTION        PIC X(10).
       01  REVIEW-TOTAL-LINE.
           05  RVT-LABEL                PIC X(40).
           05  RVT-COUNT                PIC ZZZ,ZZ9.

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
                   DISPLAY 'CRREVIEW NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CRREVIEW RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'CRREVIEW PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'CRREVIEW CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'CRREVIEW NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'CRREVIEW NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'DUNNING' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'CRREVIEW PRODUCER DUNNING'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW PRODUCER DUNNING NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-REVIEW-CARDS
           PERFORM SET-WINDOW-START-DATE
           PERFORM LOAD-SCORING-TABLE
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-TERMS-TABLE
           PERFORM LOAD-CUSTOMER-TABLE
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

      * Resequence the invoices and payments by customer and date so
      * one forward pass rebuilds each customer's balance.
           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY SAW-CUSTOMER-NUMBER
                                SAW-ACTIVITY-DATE
                                SAW-ACTIVITY-TYPE
               INPUT PROCEDURE IS RELEASE-CUSTOMER-ACTIVITY
               GIVING SORTED-ACTIVITY-FILE
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM REBUILD-HIGH-BALANCES

           PERFORM COUNT-NSF-REVERSALS
           PERFORM COUNT-BROKEN-PROMISES

           OPEN OUTPUT LIMIT-PROPOSAL-FILE
           IF NOT LIMIT-PROPOSAL-OK
               DISPLAY 'STATUS ON LIMIT-PROPOSAL-FILE OPEN: '
                       LIMIT-PROPOSAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW STATUS ON LIMIT-PROPOSAL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT REVIEW-REPORT-FILE
           IF NOT REVIEW-REPORT-OK
               DISPLAY 'STATUS ON REVIEW-REPORT-FILE OPEN: '
                       REVIEW-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW STATUS ON REVIEW-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               CLOSE LIMIT-PROPOSAL-FILE
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE-X TO RVH-RUN-DATE
           MOVE WS-WINDOW-START-X TO RVH-WINDOW-START
           MOVE WS-REVIEW-DAYS TO RVH-REVIEW-DAYS
           WRITE REVIEW-REPORT-LINE FROM REVIEW-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE REVIEW-REPORT-LINE FROM REVIEW-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM REVIEW-ONE-CUSTOMER
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > WS-CUSTOMER-COUNT

           PERFORM WRITE-RUN-TOTALS
           CLOSE LIMIT-PROPOSAL-FILE
           CLOSE REVIEW-REPORT-FILE
           IF WS-BAD-SCORING-ROW-COUNT IS GREATER THAN ZERO
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           GO TO END-OF-PROGRAM
           .
      * CTLCARD loads INVCPARM once; a missing card or file leaves
      * the compiled-in defaults.
       LOAD-REVIEW-CARDS.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'CRRVDAYS' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-RVD-AS-INTEGER
                   IF WS-RVD-AS-INTEGER IS GREATER THAN ZERO
                       MOVE WS-RVD-AS-INTEGER TO WS-REVIEW-DAYS
                   END-IF
               END-IF
               MOVE 'DEFNETDY' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-DND-AS-INTEGER
                   MOVE WS-DND-AS-INTEGER TO WS-DEFAULT-NET-DAYS
               END-IF
           END-IF
           .
       SET-WINDOW-START-DATE.
           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           COMPUTE WS-DC-NUMBER-OF-DAYS = ZERO - WS-REVIEW-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-WSD-YEAR
           MOVE WS-DC-RESULT-MONTH TO WS-WSD-MONTH
           MOVE WS-DC-RESULT-DAY TO WS-WSD-DAY
           .
      * Without the scoring table there is nothing to propose from,
      * so a missing table, or one with no limit bands, stops the run.
       LOAD-SCORING-TABLE.
           OPEN INPUT SCORING-TABLE-FILE
           IF NOT SCORING-TABLE-OK
               DISPLAY 'STATUS ON SCORING-TABLE-FILE OPEN: '
                       SCORING-TABLE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW STATUS ON SCORING-TABLE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-SCORING-TABLE
                   READ SCORING-TABLE-FILE
                   IF SCORING-TABLE-OK
                       PERFORM LOAD-ONE-SCORING-ROW
                   END-IF
               END-PERFORM
               CLOSE SCORING-TABLE-FILE
               IF WS-BAND-COUNT IS EQUAL TO ZERO
                   DISPLAY 'CRREVIEW SCORING TABLE HAS NO LIMIT BANDS'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CRREVIEW SCORING TABLE HAS NO LIMIT BANDS'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   SET WS-RC-REJECTED TO TRUE
               END-IF
           END-IF
           .
       LOAD-ONE-SCORING-ROW.
           EVALUATE TRUE
               WHEN SCT-IS-COMPONENT
                       AND SCT-COMPONENT-KNOWN
                       AND SCT-LOW-VALUE IS NUMERIC
                       AND SCT-HIGH-VALUE IS NUMERIC
                       AND SCT-POINTS IS NUMERIC
                       AND WS-COMPONENT-COUNT IS LESS THAN
                               WS-MAX-COMPONENT-ENTRIES
                   ADD 1 TO WS-COMPONENT-COUNT
                   MOVE SCT-COMPONENT-CODE
                       TO WS-CMP-COMPONENT-CODE(WS-COMPONENT-COUNT)
                   MOVE SCT-LOW-VALUE
                       TO WS-CMP-LOW-VALUE(WS-COMPONENT-COUNT)
                   MOVE SCT-HIGH-VALUE
                       TO WS-CMP-HIGH-VALUE(WS-COMPONENT-COUNT)
                   MOVE SCT-POINTS
                       TO WS-CMP-POINTS(WS-COMPONENT-COUNT)
               WHEN SCT-IS-LIMIT-BAND
                       AND SCL-LOW-SCORE IS NUMERIC
                       AND SCL-HIGH-SCORE IS NUMERIC
                       AND SCL-CHANGE-PERCENT IS NUMERIC
                       AND SCL-MINIMUM-UTILIZATION IS NUMERIC
                       AND WS-BAND-COUNT IS LESS THAN
                               WS-MAX-BAND-ENTRIES
                   ADD 1 TO WS-BAND-COUNT
                   MOVE SCL-LOW-SCORE
                       TO WS-BND-LOW-SCORE(WS-BAND-COUNT)
                   MOVE SCL-HIGH-SCORE
                       TO WS-BND-HIGH-SCORE(WS-BAND-COUNT)
                   MOVE SCL-CHANGE-PERCENT
                       TO WS-BND-CHANGE-PERCENT(WS-BAND-COUNT)
                   MOVE SCL-MINIMUM-UTILIZATION
                       TO WS-BND-MINIMUM-UTILIZATION(WS-BAND-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-BAD-SCORING-ROW-COUNT
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CRREVIEW SCORING TABLE ROW NOT USABLE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE SCORING-COMPONENT-RECORD(1:16)
                       TO WS-EL-REFERENCE-KEY
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-EVALUATE
           .
      * A missing TERMMAST leaves every customer on the default net
      * days.
       LOAD-TERMS-TABLE.
           OPEN INPUT TERMS-MASTER-FILE
           IF NOT TERMS-MASTER-OK
               DISPLAY 'STATUS ON TERMS-MASTER-FILE OPEN: '
                       TERMS-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW STATUS ON TERMS-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-TERMS-MASTER
                   READ TERMS-MASTER-FILE
                   IF TERMS-MASTER-OK
                       IF WS-TERMS-COUNT IS LESS THAN
                               WS-MAX-TERMS-ENTRIES
                           ADD 1 TO WS-TERMS-COUNT
                           MOVE TER-TERMS-CODE
                               TO WS-TER-TERMS-CODE(WS-TERMS-COUNT)
                           MOVE TER-NET-DAYS
                               TO WS-TER-NET-DAYS(WS-TERMS-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TERMS-MASTER-FILE
           END-IF
           .
       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW STATUS ON CUSTOMER-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       EVALUATE TRUE
                           WHEN CM-IS-MERGED OR CM-IS-PLACED
                               CONTINUE
                           WHEN CM-CREDIT-LIMIT IS NOT GREATER
                                   THAN ZERO
                               ADD 1 TO WS-NO-LIMIT-COUNT
                           WHEN OTHER
                               PERFORM LOAD-ONE-CUSTOMER
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       LOAD-ONE-CUSTOMER.
           IF WS-CUSTOMER-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-CUSTOMER-ENTRIES
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW CUSTOMER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO WS-CUS-CUSTOMER-NAME(WS-CUSTOMER-COUNT)
               MOVE CM-CREDIT-LIMIT
                   TO WS-CUS-CREDIT-LIMIT(WS-CUSTOMER-COUNT)
               MOVE WS-DEFAULT-NET-DAYS
                   TO WS-CUS-NET-DAYS(WS-CUSTOMER-COUNT)
               SET TERMS-INDEX TO 1
               SEARCH WS-TERMS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TER-TERMS-CODE(TERMS-INDEX)
                            IS EQUAL TO CM-TERMS-CODE
                       MOVE WS-TER-NET-DAYS(TERMS-INDEX)
                           TO WS-CUS-NET-DAYS(WS-CUSTOMER-COUNT)
               END-SEARCH
               MOVE HIGH-VALUES
                   TO WS-CUS-FIRST-INVOICE-DATE(WS-CUSTOMER-COUNT)
               MOVE ZERO TO WS-CUS-LATE-DAY-DOLLARS(WS-CUSTOMER-COUNT)
                            WS-CUS-LATE-WEIGHT(WS-CUSTOMER-COUNT)
                            WS-CUS-NSF-COUNT(WS-CUSTOMER-COUNT)
                            WS-CUS-BROKEN-COUNT(WS-CUSTOMER-COUNT)
                            WS-CUS-HIGH-BALANCE(WS-CUSTOMER-COUNT)
           END-IF
           .
      * Sort input: every invoice on INVHIST1, then every payment on
      * PMTFILE1 under the customer of the invoice it paid. The
      * invoice pass also measures lateness and account age.
       RELEASE-CUSTOMER-ACTIVITY.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW STATUS ON INVOICE-HISTORY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-INVOICE-HISTORY
                   READ INVOICE-HISTORY-FILE NEXT RECORD
                   IF INVOICE-HISTORY-OK
                       PERFORM RELEASE-ONE-INVOICE
                   END-IF
               END-PERFORM
               OPEN INPUT PAYMENT-FILE
               IF NOT PAYMENT-FILE-OK
                   DISPLAY 'STATUS ON PAYMENT-FILE OPEN: '
                           PAYMENT-FILE-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CRREVIEW STATUS ON PAYMENT-FILE OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   SET WS-RC-REJECTED TO TRUE
               ELSE
                   PERFORM UNTIL END-OF-PAYMENT-FILE
                       READ PAYMENT-FILE
                       IF PAYMENT-FILE-OK
                           PERFORM RELEASE-ONE-PAYMENT
                       END-IF
                   END-PERFORM
                   CLOSE PAYMENT-FILE
               END-IF
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .
      * A return already carries negative totals, so releasing the
      * total as it stands nets it against the balance.
       RELEASE-ONE-INVOICE.
           MOVE IHR-CUSTOMER-NUMBER TO SAW-CUSTOMER-NUMBER
           MOVE IHR-INVOICE-DATE TO SAW-ACTIVITY-DATE
           MOVE 'I' TO SAW-ACTIVITY-TYPE
           MOVE IHR-TOTAL-AMOUNT TO SAW-AMOUNT
           RELEASE ACTIVITY-SORT-RECORD

           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                        IS EQUAL TO IHR-CUSTOMER-NUMBER
                   IF IHR-INVOICE-DATE IS LESS THAN
                           WS-CUS-FIRST-INVOICE-DATE(CUSTOMER-INDEX)
                       MOVE IHR-INVOICE-DATE TO
                           WS-CUS-FIRST-INVOICE-DATE(CUSTOMER-INDEX)
                   END-IF
                   IF NOT IHR-IS-RETURN
                           AND IHR-TOTAL-AMOUNT IS GREATER THAN ZERO
                           AND IHR-INVOICE-DATE IS NUMERIC
                       PERFORM MEASURE-INVOICE-LATENESS
                   END-IF
           END-SEARCH
           .
      * A paid invoice counts when its last payment fell in the
      * window, and is measured to that payment; an open one counts
      * once it is past due, and is measured to today. The days are
      * weighted by the invoice total (paid) or the balance still
      * owed (open).
       MEASURE-INVOICE-LATENESS.
           MOVE 'N' TO WS-INVOICE-IS-LATE-SWITCH
           MOVE IHR-INVOICE-DATE TO WS-LATE-FROM-DATE
           EVALUATE TRUE
               WHEN IHR-IS-PAID
                       AND IHR-LAST-PAYMENT-DATE IS NUMERIC
                       AND IHR-LAST-PAYMENT-DATE IS NOT LESS THAN
                               WS-WINDOW-START-X
                   MOVE IHR-LAST-PAYMENT-DATE TO WS-LATE-TO-DATE
                   MOVE IHR-TOTAL-AMOUNT TO WS-LATE-WEIGHT
                   MOVE 'Y' TO WS-INVOICE-IS-LATE-SWITCH
               WHEN IHR-IS-OPEN
                   MOVE WS-CDT-DATE-X TO WS-LATE-TO-DATE
                   COMPUTE WS-LATE-WEIGHT =
                       IHR-TOTAL-AMOUNT - IHR-AMOUNT-PAID
                   IF WS-LATE-WEIGHT IS GREATER THAN ZERO
                       MOVE 'Y' TO WS-INVOICE-IS-LATE-SWITCH
                   END-IF
           END-EVALUATE
           IF WS-INVOICE-COUNTS
               MOVE 'DB' TO WS-DC-FUNCTION-CODE
               MOVE WS-LATE-FROM-DATE(1:4) TO WS-DC-YEAR-1
               MOVE WS-LATE-FROM-DATE(5:2) TO WS-DC-MONTH-1
               MOVE WS-LATE-FROM-DATE(7:2) TO WS-DC-DAY-1
               MOVE WS-LATE-TO-DATE(1:4) TO WS-DC-YEAR-2
               MOVE WS-LATE-TO-DATE(5:2) TO WS-DC-MONTH-2
               MOVE WS-LATE-TO-DATE(7:2) TO WS-DC-DAY-2
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               COMPUTE WS-LATE-DAYS = WS-DC-RESULT-DAYS
                   - WS-CUS-NET-DAYS(CUSTOMER-INDEX)
               IF WS-LATE-DAYS IS LESS THAN ZERO
                   MOVE ZERO TO WS-LATE-DAYS
               END-IF
               IF IHR-IS-PAID OR WS-LATE-DAYS IS GREATER THAN ZERO
                   COMPUTE WS-CUS-LATE-DAY-DOLLARS(CUSTOMER-INDEX) =
                       WS-CUS-LATE-DAY-DOLLARS(CUSTOMER-INDEX)
                       + WS-LATE-DAYS * WS-LATE-WEIGHT
                   ADD WS-LATE-WEIGHT
                       TO WS-CUS-LATE-WEIGHT(CUSTOMER-INDEX)
               END-IF
           END-IF
           .
      * A payment whose invoice has been purged from INVHIST1 went
      * out of the balance with it, so it is skipped.
       RELEASE-ONE-PAYMENT.
           MOVE PMT-INVOICE-NUMBER TO IHR-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
           IF INVOICE-HISTORY-OK
               MOVE IHR-CUSTOMER-NUMBER TO SAW-CUSTOMER-NUMBER
               MOVE PMT-DATE TO SAW-ACTIVITY-DATE
               MOVE 'P' TO SAW-ACTIVITY-TYPE
               IF PMT-IS-REVERSAL
                   MOVE PMT-AMOUNT TO SAW-AMOUNT
               ELSE
                   COMPUTE SAW-AMOUNT = ZERO - PMT-AMOUNT
               END-IF
               RELEASE ACTIVITY-SORT-RECORD
           END-IF
           .
       REBUILD-HIGH-BALANCES.
           OPEN INPUT SORTED-ACTIVITY-FILE
           IF NOT SORTED-ACTIVITY-OK
               DISPLAY 'STATUS ON SORTED-ACTIVITY-FILE OPEN: '
                       SORTED-ACTIVITY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW STATUS ON SORTED-ACTIVITY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-SORTED-ACTIVITY
                   READ SORTED-ACTIVITY-FILE
                   IF SORTED-ACTIVITY-OK
                       IF WS-FIRST-ACTIVITY
                           MOVE 'N' TO WS-FIRST-ACTIVITY-SWITCH
                           PERFORM START-CUSTOMER-REBUILD
                       END-IF
                       IF SRA-CUSTOMER-NUMBER IS NOT EQUAL TO
                               WS-REBUILD-CUSTOMER
                           PERFORM FINISH-CUSTOMER-REBUILD
                           PERFORM START-CUSTOMER-REBUILD
                       END-IF
                       PERFORM APPLY-ONE-ACTIVITY
                   END-IF
               END-PERFORM
               IF NOT WS-FIRST-ACTIVITY
                   PERFORM FINISH-CUSTOMER-REBUILD
               END-IF
               CLOSE SORTED-ACTIVITY-FILE
           END-IF
           .
       START-CUSTOMER-REBUILD.
           MOVE SRA-CUSTOMER-NUMBER TO WS-REBUILD-CUSTOMER
           MOVE ZERO TO WS-RUNNING-BALANCE
                        WS-HIGH-BALANCE
           MOVE 'N' TO WS-IN-WINDOW-SWITCH
           .
      * The balance carried into the window is counted as the first
      * candidate for the high, then the balance after each movement
      * inside the window.
       APPLY-ONE-ACTIVITY.
           IF NOT WS-IN-WINDOW
                   AND SRA-ACTIVITY-DATE IS NOT LESS THAN
                           WS-WINDOW-START-X
               MOVE 'Y' TO WS-IN-WINDOW-SWITCH
               IF WS-RUNNING-BALANCE IS GREATER THAN WS-HIGH-BALANCE
                   MOVE WS-RUNNING-BALANCE TO WS-HIGH-BALANCE
               END-IF
           END-IF
           ADD SRA-AMOUNT TO WS-RUNNING-BALANCE
           IF WS-IN-WINDOW
                   AND WS-RUNNING-BALANCE IS GREATER THAN
                           WS-HIGH-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-HIGH-BALANCE
           END-IF
           .
      * No movement inside the window leaves the balance carried in
      * as the high.
       FINISH-CUSTOMER-REBUILD.
           IF NOT WS-IN-WINDOW
                   AND WS-RUNNING-BALANCE IS GREATER THAN
                           WS-HIGH-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-HIGH-BALANCE
           END-IF
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                        IS EQUAL TO WS-REBUILD-CUSTOMER
                   MOVE WS-HIGH-BALANCE
                       TO WS-CUS-HIGH-BALANCE(CUSTOMER-INDEX)
           END-SEARCH
           .
      * A missing register is read as no reversals.
       COUNT-NSF-REVERSALS.
           OPEN INPUT REVERSAL-REGISTER-FILE
           IF NOT REVERSAL-REGISTER-OK
               DISPLAY 'STATUS ON REVERSAL-REGISTER-FILE OPEN: '
                       REVERSAL-REGISTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW NO RVSLREG1 - NSF REVERSALS NOT SCORED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-REVERSAL-REGISTER
                   READ REVERSAL-REGISTER-FILE
                   IF REVERSAL-REGISTER-OK
                       IF RVR-REVERSAL-DATE IS NOT LESS THAN
                               WS-WINDOW-START-X
                           SET CUSTOMER-INDEX TO 1
                           SEARCH WS-CUSTOMER-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-CUS-CUSTOMER-NUMBER
                                        (CUSTOMER-INDEX)
                                    IS EQUAL TO RVR-CUSTOMER-NUMBER
                                   ADD 1 TO WS-CUS-NSF-COUNT
                                                (CUSTOMER-INDEX)
                           END-SEARCH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REVERSAL-REGISTER-FILE
           END-IF
           .
      * A missing report is read as no broken promises.
       COUNT-BROKEN-PROMISES.
           OPEN INPUT BROKEN-PROMISE-FILE
           IF NOT BROKEN-PROMISE-OK
               DISPLAY 'STATUS ON BROKEN-PROMISE-FILE OPEN: '
                       BROKEN-PROMISE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW NO BRKPROM1 - BROKEN PROMISES NOT SCORED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-BROKEN-PROMISES
                   READ BROKEN-PROMISE-FILE
                   IF BROKEN-PROMISE-OK
                       IF BRK-PROMISED-DATE IS NOT LESS THAN
                               WS-WINDOW-START-X
                           SET CUSTOMER-INDEX TO 1
                           SEARCH WS-CUSTOMER-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-CUS-CUSTOMER-NUMBER
                                        (CUSTOMER-INDEX)
                                    IS EQUAL TO BRK-CUSTOMER-NUMBER
                                   ADD 1 TO WS-CUS-BROKEN-COUNT
                                                (CUSTOMER-INDEX)
                           END-SEARCH
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BROKEN-PROMISE-FILE
           END-IF
           .
       REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT
           PERFORM MEASURE-SCORE-COMPONENTS
           PERFORM SCORE-ONE-CUSTOMER
           PERFORM PROPOSE-NEW-LIMIT
           PERFORM WRITE-REVIEW-DETAIL-LINE
           .
      * Component values are whole numbers, held to what the table
      * and the report columns can carry.
       MEASURE-SCORE-COMPONENTS.
           MOVE ZERO TO WS-ADBT-VALUE
           IF WS-CUS-LATE-WEIGHT(CUSTOMER-INDEX) IS GREATER THAN ZERO
               COMPUTE WS-WORK-QUOTIENT =
                   WS-CUS-LATE-DAY-DOLLARS(CUSTOMER-INDEX)
                   / WS-CUS-LATE-WEIGHT(CUSTOMER-INDEX)
               IF WS-WORK-QUOTIENT IS GREATER THAN 9999
                   MOVE 9999 TO WS-ADBT-VALUE
               ELSE
                   MOVE WS-WORK-QUOTIENT TO WS-ADBT-VALUE
               END-IF
           END-IF
           MOVE WS-CUS-NSF-COUNT(CUSTOMER-INDEX) TO WS-NSF-VALUE
           MOVE WS-CUS-BROKEN-COUNT(CUSTOMER-INDEX) TO WS-BRKP-VALUE
           MOVE ZERO TO WS-UTIL-VALUE
           IF WS-CUS-HIGH-BALANCE(CUSTOMER-INDEX) IS GREATER THAN ZERO
               COMPUTE WS-WORK-QUOTIENT =
                   WS-CUS-HIGH-BALANCE(CUSTOMER-INDEX) * 100
                   / WS-CUS-CREDIT-LIMIT(CUSTOMER-INDEX)
               IF WS-WORK-QUOTIENT IS GREATER THAN 9999
                   MOVE 9999 TO WS-UTIL-VALUE
               ELSE
                   MOVE WS-WORK-QUOTIENT TO WS-UTIL-VALUE
               END-IF
           END-IF
           MOVE ZERO TO WS-AGEM-VALUE
           IF WS-CUS-FIRST-INVOICE-DATE(CUSTOMER-INDEX) IS NUMERIC
               MOVE 'DB' TO WS-DC-FUNCTION-CODE
               MOVE WS-CUS-FIRST-INVOICE-DATE(CUSTOMER-INDEX)(1:4)
                   TO WS-DC-YEAR-1
               MOVE WS-CUS-FIRST-INVOICE-DATE(CUSTOMER-INDEX)(5:2)
                   TO WS-DC-MONTH-1
               MOVE WS-CUS-FIRST-INVOICE-DATE(CUSTOMER-INDEX)(7:2)
                   TO WS-DC-DAY-1
               MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-2
               MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-2
               MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-2
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               IF WS-DC-RESULT-DAYS IS GREATER THAN ZERO
                   COMPUTE WS-AGEM-VALUE = WS-DC-RESULT-DAYS / 30
               END-IF
           END-IF
           .
       SCORE-ONE-CUSTOMER.
           MOVE 'ADBT' TO WS-LOOKUP-CODE
           MOVE WS-ADBT-VALUE TO WS-LOOKUP-VALUE
           PERFORM LOOK-UP-COMPONENT-POINTS
           MOVE WS-LOOKUP-POINTS TO WS-ADBT-POINTS
           MOVE 'NSFR' TO WS-LOOKUP-CODE
           MOVE WS-NSF-VALUE TO WS-LOOKUP-VALUE
           PERFORM LOOK-UP-COMPONENT-POINTS
           MOVE WS-LOOKUP-POINTS TO WS-NSF-POINTS
           MOVE 'BRKP' TO WS-LOOKUP-CODE
           MOVE WS-BRKP-VALUE TO WS-LOOKUP-VALUE
           PERFORM LOOK-UP-COMPONENT-POINTS
           MOVE WS-LOOKUP-POINTS TO WS-BRKP-POINTS
           MOVE 'UTIL' TO WS-LOOKUP-CODE
           MOVE WS-UTIL-VALUE TO WS-LOOKUP-VALUE
           PERFORM LOOK-UP-COMPONENT-POINTS
           MOVE WS-LOOKUP-POINTS TO WS-UTIL-POINTS
           MOVE 'AGEM' TO WS-LOOKUP-CODE
           MOVE WS-AGEM-VALUE TO WS-LOOKUP-VALUE
           PERFORM LOOK-UP-COMPONENT-POINTS
           MOVE WS-LOOKUP-POINTS TO WS-AGEM-POINTS
           COMPUTE WS-CREDIT-SCORE = 100 - WS-ADBT-POINTS
               - WS-NSF-POINTS - WS-BRKP-POINTS - WS-UTIL-POINTS
               - WS-AGEM-POINTS
           IF WS-CREDIT-SCORE IS LESS THAN ZERO
               MOVE ZERO TO WS-CREDIT-SCORE
           END-IF
           IF WS-CREDIT-SCORE IS GREATER THAN 100
               MOVE 100 TO WS-CREDIT-SCORE
           END-IF
           .
      * The first row for the component whose range holds the value;
      * a value no row covers takes no points.
       LOOK-UP-COMPONENT-POINTS.
           MOVE ZERO TO WS-LOOKUP-POINTS
           SET COMPONENT-INDEX TO 1
           SEARCH WS-COMPONENT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CMP-COMPONENT-CODE(COMPONENT-INDEX)
                        IS EQUAL TO WS-LOOKUP-CODE
                    AND WS-CMP-LOW-VALUE(COMPONENT-INDEX)
                        IS NOT GREATER THAN WS-LOOKUP-VALUE
                    AND WS-CMP-HIGH-VALUE(COMPONENT-INDEX)
                        IS NOT LESS THAN WS-LOOKUP-VALUE
                   MOVE WS-CMP-POINTS(COMPONENT-INDEX)
                       TO WS-LOOKUP-POINTS
           END-SEARCH
           .
       PROPOSE-NEW-LIMIT.
           MOVE WS-CUS-CREDIT-LIMIT(CUSTOMER-INDEX)
               TO WS-PROPOSED-LIMIT
           SET BAND-INDEX TO 1
           SEARCH WS-BAND-ENTRY
               AT END
                   MOVE 'NO BAND' TO WS-REVIEW-ACTION
               WHEN WS-BND-LOW-SCORE(BAND-INDEX)
                        IS NOT GREATER THAN WS-CREDIT-SCORE
                    AND WS-BND-HIGH-SCORE(BAND-INDEX)
                        IS NOT LESS THAN WS-CREDIT-SCORE
                   PERFORM APPLY-LIMIT-BAND
           END-SEARCH
           EVALUATE TRUE
               WHEN WS-REVIEW-ACTION IS EQUAL TO 'NO BAND'
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN WS-PROPOSED-LIMIT IS GREATER THAN
                       WS-CUS-CREDIT-LIMIT(CUSTOMER-INDEX)
                   MOVE 'RAISE' TO WS-REVIEW-ACTION
                   ADD 1 TO WS-RAISED-COUNT
                   PERFORM WRITE-LIMIT-PROPOSAL
               WHEN WS-PROPOSED-LIMIT IS LESS THAN
                       WS-CUS-CREDIT-LIMIT(CUSTOMER-INDEX)
                   MOVE 'LOWER' TO WS-REVIEW-ACTION
                   ADD 1 TO WS-LOWERED-COUNT
                   PERFORM WRITE-LIMIT-PROPOSAL
               WHEN WS-REVIEW-ACTION IS EQUAL TO 'HELD'
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE 'NO CHANGE' TO WS-REVIEW-ACTION
                   ADD 1 TO WS-UNCHANGED-COUNT
           END-EVALUATE
           .
      * An increase the customer has not grown into is held back. The
      * result is rounded to the nearest hundred dollars and kept
      * between 100.00 and the largest limit CUSTTRNS can carry.
       APPLY-LIMIT-BAND.
           MOVE SPACES TO WS-REVIEW-ACTION
           IF WS-BND-CHANGE-PERCENT(BAND-INDEX) IS GREATER THAN ZERO
                   AND WS-UTIL-VALUE IS LESS THAN
                           WS-BND-MINIMUM-UTILIZATION(BAND-INDEX)
               MOVE 'HELD' TO WS-REVIEW-ACTION
           ELSE
               COMPUTE WS-PROPOSED-HUNDREDS ROUNDED =
                   WS-CUS-CREDIT-LIMIT(CUSTOMER-INDEX)
                   * (100 + WS-BND-CHANGE-PERCENT(BAND-INDEX))
                   / 10000
               COMPUTE WS-PROPOSED-LIMIT = WS-PROPOSED-HUNDREDS * 100
               IF WS-PROPOSED-LIMIT IS LESS THAN WS-MINIMUM-LIMIT
                   MOVE WS-MINIMUM-LIMIT TO WS-PROPOSED-LIMIT
               END-IF
               IF WS-PROPOSED-LIMIT IS GREATER THAN WS-MAXIMUM-LIMIT
                   MOVE WS-MAXIMUM-LIMIT TO WS-PROPOSED-LIMIT
               END-IF
           END-IF
           .
       WRITE-LIMIT-PROPOSAL.
           MOVE SPACES TO LIMIT-PROPOSAL-RECORD
           MOVE 'C' TO CMT-ACTION-CODE
           MOVE WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               TO CMT-CUSTOMER-NUMBER
           MOVE WS-PROPOSED-LIMIT TO CMT-CREDIT-LIMIT-NUM
           MOVE 'CRREVIEW' TO CMT-KEYED-BY
           WRITE LIMIT-PROPOSAL-RECORD
           IF NOT LIMIT-PROPOSAL-OK
               DISPLAY 'STATUS ON LIMIT-PROPOSAL WRITE: '
                       LIMIT-PROPOSAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRREVIEW STATUS ON LIMIT-PROPOSAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       WRITE-REVIEW-DETAIL-LINE.
           MOVE WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               TO RVD-CUSTOMER-NUMBER
           MOVE WS-CUS-CUSTOMER-NAME(CUSTOMER-INDEX)
               TO RVD-CUSTOMER-NAME
           MOVE WS-ADBT-VALUE TO RVD-ADBT-VALUE
           MOVE WS-ADBT-POINTS TO RVD-ADBT-POINTS
           MOVE WS-NSF-VALUE TO RVD-NSF-VALUE
           MOVE WS-NSF-POINTS TO RVD-NSF-POINTS
           MOVE WS-BRKP-VALUE TO RVD-BRKP-VALUE
           MOVE WS-BRKP-POINTS TO RVD-BRKP-POINTS
           MOVE WS-CUS-HIGH-BALANCE(CUSTOMER-INDEX) TO RVD-HIGH-BALANCE
           MOVE WS-UTIL-VALUE TO RVD-UTIL-VALUE
           MOVE WS-UTIL-POINTS TO RVD-UTIL-POINTS
           MOVE WS-AGEM-VALUE TO RVD-AGEM-VALUE
           MOVE WS-AGEM-POINTS TO RVD-AGEM-POINTS
           MOVE WS-CREDIT-SCORE TO RVD-CREDIT-SCORE
           MOVE WS-CUS-CREDIT-LIMIT(CUSTOMER-INDEX) TO RVD-CREDIT-LIMIT
           MOVE WS-PROPOSED-LIMIT TO RVD-PROPOSED-LIMIT
           MOVE WS-REVIEW-ACTION TO RVD-REVIEW-ACTION
           WRITE REVIEW-REPORT-LINE FROM REVIEW-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-RUN-TOTALS.
           MOVE 'CUSTOMERS REVIEWED' TO RVT-LABEL
           MOVE WS-REVIEWED-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'LIMIT INCREASES PROPOSED' TO RVT-LABEL
           MOVE WS-RAISED-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LIMIT DECREASES PROPOSED' TO RVT-LABEL
           MOVE WS-LOWERED-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LIMITS LEFT UNCHANGED' TO RVT-LABEL
           MOVE WS-UNCHANGED-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INCREASES HELD - LIMIT NOT IN USE' TO RVT-LABEL
           MOVE WS-HELD-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS WITH NO LIMIT - NOT REVIEWED' TO RVT-LABEL
           MOVE WS-NO-LIMIT-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SCORING TABLE ROWS NOT USABLE' TO RVT-LABEL
           MOVE WS-BAD-SCORING-ROW-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'CREDIT LIMIT CHANGES PROPOSED: '
                   WS-RAISED-COUNT ' UP ' WS-LOWERED-COUNT ' DOWN'
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
