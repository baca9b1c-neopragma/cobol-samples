      *****************************************************************
      * Program name:    FRDANAL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Reviewing a month of credits, write-offs, reversals and
      * refunds for the patterns internal audit looks for.
      *
      * Each of these takes money or value off a customer's account
      * through its own job - CREDAPP applications, WRITEOFF small
      * balance write-offs, PMTEDIT payment reversals, ARREFUND
      * refund checks and ADJMEMO adjustment credits - and each has
      * its own register, so nobody saw them together. This program
      * gathers one month of all five and totals them by customer
      * and by the job, or for an adjustment credit the approving
      * operator, that put them through. It then flags the items
      * that fit a known pattern:
      *
      *   - a customer both written off and refunded in the month;
      *   - a refund issued within FRDADDAY days after the customer's
      *     address was changed, per the ADDRESS entries CUSTMNT
      *     writes to the MNTAUDT1 maintenance audit trail;
      *   - a write-off just under the WOFFTHLD threshold WRITEOFF
      *     applies, within FRDNEAR percent of it;
      *   - FRDCOUNT or more adjustment credits of FRDSMALL or less to
      *     the same customer in the month, each of them listed.
      *
      * The applications, write-offs and reversals come from the
      * accumulated PMTFILE1 generations concatenated under their DD,
      * each charged to the customer of the invoice it posted against
      * on INVHIST1; only the positive half of a CREDAPP application
      * pair is counted. Refunds come from the REFISS1 issued-check
      * register (a voided check is left out) and adjustment credits
      * from the ADJMLOG1 memo log. The INVCPARM cards:
      *
      *   FRDMONTH - six digits YYYYMM, the month reviewed (the
      *              current month when no card is present)
      *   WOFFTHLD - WRITEOFF's card, five digits with two implied
      *              decimals, read the same way WRITEOFF reads it
      *              ('00500' is 5.00, the default)
      *   FRDNEAR  - three digits, the percent band under WOFFTHLD
      *              counted as just under it (default 20)
      *   FRDADDAY - three digits, days from an address change to a
      *              refund (default 30)
      *   FRDSMALL - seven digits with two implied decimals, the
      *              largest credit counted as small ('0005000' is
      *              50.00, the default)
      *   FRDCOUNT - three digits, small credits to one customer in
      *              the month that make a pattern (default 3)
      *
      * FRDRPT1 lists the customer totals, the totals by job or
      * operator, and every flagged item with the file and entry it
      * came from. The job ends with return code 4 when anything is
      * flagged so the review is not missed.
      * - Severity and reference key are cleared after each EXCPLOG
      *   entry so they do not carry over to later entries.
      * - Only address changes from FRDADDAY days before the review
      *   month's first day onward are loaded, so the address change
      *   table no longer fills as MNTAUDT1 grows.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FRDANAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO 'PMTFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PAYMENT-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT ISSUED-CHECK-FILE ASSIGN TO 'REFISS1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ISSUED-CHECK-STATUS.
           SELECT MEMO-LOG-FILE ASSIGN TO 'ADJMLOG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMO-LOG-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO 'MNTAUDT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT PATTERN-REPORT-FILE ASSIGN TO 'FRDRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PATTERN-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout HISTUPDT reads from PMTFILE1.
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAYMENT-RECORD.
       01  PAYMENT-RECORD.
           05  PMT-INVOICE-NUMBER       PIC X(08).
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
               88  PMT-IS-APPLICATION   VALUE 'A'.
               88  PMT-IS-WRITE-OFF     VALUE 'W'.
               88  PMT-IS-REVERSAL      VALUE 'R'.
           05  PMT-COMPANY-CODE         PIC X(02).

      * Same layout CRREVIEW reads from INVHIST1; only the customer
      * an invoice belongs to is wanted here.
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
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout ARREFUND appends to REFISS1.
       FD  ISSUED-CHECK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ISSUED-CHECK-RECORD.
       01  ISSUED-CHECK-RECORD.
           05  RIS-CHECK-NUMBER         PIC 9(10).
           05  RIS-ISSUE-DATE           PIC X(08).
           05  RIS-CUSTOMER-NUMBER      PIC X(08).
           05  RIS-PAYEE-NAME           PIC X(30).
           05  RIS-ISSUED-AMOUNT        PIC S9(07)V99 COMP-3.
           05  RIS-ORIG-INVOICE         PIC X(08).
           05  RIS-STATUS               PIC X(01).
               88  RIS-IS-VOID          VALUE 'V'.
           05  RIS-STATUS-DATE          PIC X(08).
           05  RIS-PAID-AMOUNT          PIC S9(07)V99 COMP-3.
           05  RIS-AMOUNT-FLAG          PIC X(01).
           05  FILLER                   PIC X(16).

      * Same layout ADJMEMO appends to ADJMLOG1; only the credit
      * memos are wanted.
       FD  MEMO-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMO-LOG-RECORD.
       01  MEMO-LOG-RECORD.
           05  AML-MEMO-NUMBER          PIC X(08).
           05  AML-MEMO-TYPE            PIC X(01).
               88  AML-IS-CREDIT        VALUE 'C'.
           05  AML-CUSTOMER-NUMBER      PIC X(08).
           05  AML-ORIG-INVOICE-NUMBER  PIC X(08).
           05  AML-REASON-CODE          PIC X(02).
           05  AML-AMOUNT               PIC S9(05)V99 COMP-3.
           05  AML-TAXABLE              PIC X(01).
           05  AML-APPROVED-BY          PIC X(08).
           05  AML-MEMO-DATE            PIC X(08).

      * Same layout MNTAUDIT appends to MNTAUDT1. CUSTMNT keys an
      * address change by the customer number and ADDRESS.
       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAINT-AUDIT-RECORD.
       01  MAINT-AUDIT-RECORD.
           05  MAR-PROGRAM-ID             PIC X(08).
           05  MAR-TIMESTAMP               PIC X(14).
           05  MAR-MASTER-NAME             PIC X(08).
           05  MAR-RECORD-KEY              PIC X(20).
           05  MAR-ACTION-CODE             PIC X(01).
           05  MAR-BEFORE-IMAGE            PIC X(60).
           05  MAR-AFTER-IMAGE             PIC X(60).
           05  MAR-KEYED-BY                PIC X(08).
           05  MAR-APPROVED-BY             PIC X(08).

       FD  PATTERN-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PATTERN-REPORT-LINE.
       01  PATTERN-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  PAYMENT-STATUS           PIC X(02).
               88  PAYMENT-OK           VALUE '00'.
               88  END-OF-PAYMENTS      VALUE '10'.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
           05  ISSUED-CHECK-STATUS      PIC X(02).
               88  ISSUED-CHECK-OK      VALUE '00'.
               88  END-OF-ISSUED-CHECKS VALUE '10'.
           05  MEMO-LOG-STATUS          PIC X(02).
               88  MEMO-LOG-OK          VALUE '00'.
               88  END-OF-MEMO-LOG      VALUE '10'.
           05  MAINT-AUDIT-STATUS       PIC X(02).
               88  MAINT-AUDIT-OK       VALUE '00'.
               88  END-OF-MAINT-AUDIT   VALUE '10'.
           05  PATTERN-REPORT-STATUS    PIC X(02).
               88  PATTERN-REPORT-OK    VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'FRDANAL'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'FRDANAL'.
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

      * The review parameters from the INVCPARM cards, with the
      * defaults a run without cards uses.
       01  WS-REVIEW-PARAMETERS.
           05  WS-REVIEW-MONTH          PIC X(06).
           05  WS-WRITE-OFF-THRESHOLD   PIC S9(03)V99 COMP-3
                                            VALUE 5.00.
           05  WS-NEAR-PERCENT          PIC 9(03) VALUE 20.
           05  WS-ADDRESS-CHANGE-DAYS   PIC 9(03) VALUE 30.
           05  WS-SMALL-CREDIT-AMOUNT   PIC S9(05)V99 COMP-3
                                            VALUE 50.00.
           05  WS-SMALL-CREDIT-COUNT    PIC 9(03) VALUE 3.
           05  WS-NEAR-THRESHOLD-FLOOR  PIC S9(03)V99 COMP-3.
      *    The earliest address change that can fall within FRDADDAY
      *    days of one of the month's refunds.
           05  WS-EARLIEST-CHANGE-DATE  PIC X(08).
           05  WS-ECD-FIELDS REDEFINES WS-EARLIEST-CHANGE-DATE.
               10  WS-ECD-YEAR          PIC 9(04).
               10  WS-ECD-MONTH         PIC 9(02).
               10  WS-ECD-DAY           PIC 9(02).
       01  WS-THRESHOLD-CONVERSION.
           05  WS-WOT-AS-TEXT           PIC X(05).
           05  WS-WOT-AS-AMOUNT REDEFINES WS-WOT-AS-TEXT
                                        PIC 9(03)V99.
       01  WS-SMALL-CREDIT-CONVERSION.
           05  WS-SCC-AS-TEXT           PIC X(07).
           05  WS-SCC-AS-AMOUNT REDEFINES WS-SCC-AS-TEXT
                                        PIC 9(05)V99.

      * Every item reviewed for the month, in the order read, with
      * the patterns it was found to fit. Source codes:
      *   A - CREDAPP credit application    (PMTFILE1)
      *   W - WRITEOFF write-off            (PMTFILE1)
      *   R - PMTEDIT payment reversal      (PMTFILE1)
      *   F - ARREFUND refund check         (REFISS1)
      *   C - ADJMEMO adjustment credit     (ADJMLOG1)
       01  WS-ITEM-TABLE-AREA.
           05  WS-ITEM-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ITEM-ENTRIES      PIC S9(05) COMP-3 VALUE 5000.
           05  WS-ITEM-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-ITEM-COUNT
                       INDEXED BY ITEM-INDEX.
               10  WS-ITM-SOURCE-CODE     PIC X.
                   88  WS-ITM-IS-APPLICATION VALUE 'A'.
                   88  WS-ITM-IS-WRITE-OFF VALUE 'W'.
                   88  WS-ITM-IS-REVERSAL VALUE 'R'.
                   88  WS-ITM-IS-REFUND   VALUE 'F'.
                   88  WS-ITM-IS-ADJUSTMENT VALUE 'C'.
               10  WS-ITM-CUSTOMER-NUMBER PIC X(08).
               10  WS-ITM-REFERENCE       PIC X(10).
               10  WS-ITM-DATE            PIC X(08).
               10  WS-ITM-AMOUNT          PIC S9(07)V99 COMP-3.
               10  WS-ITM-JOB-OR-OPERATOR PIC X(08).
               10  WS-ITM-WOFF-REFUND-FLAG PIC X.
                   88  WS-ITM-WOFF-AND-REFUND VALUE 'Y'.
               10  WS-ITM-ADDRESS-FLAG    PIC X.
                   88  WS-ITM-AFTER-ADDRESS-CHANGE VALUE 'Y'.
               10  WS-ITM-NEAR-FLAG       PIC X.
                   88  WS-ITM-NEAR-THRESHOLD VALUE 'Y'.
               10  WS-ITM-SMALL-FLAG      PIC X.
                   88  WS-ITM-REPEATED-SMALL VALUE 'Y'.

      * The month's totals for each customer with any item.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-FCU-CUSTOMER-NUMBER PIC X(08).
               10  WS-FCU-APPLIED-AMOUNT  PIC S9(09)V99 COMP-3.
               10  WS-FCU-WRITTEN-OFF-AMOUNT PIC S9(09)V99 COMP-3.
               10  WS-FCU-REVERSED-AMOUNT PIC S9(09)V99 COMP-3.
               10  WS-FCU-REFUNDED-AMOUNT PIC S9(09)V99 COMP-3.
               10  WS-FCU-ADJUSTED-AMOUNT PIC S9(09)V99 COMP-3.
               10  WS-FCU-WRITE-OFF-COUNT PIC S9(05) COMP-3.
               10  WS-FCU-REFUND-COUNT    PIC S9(05) COMP-3.
               10  WS-FCU-SMALL-CREDIT-COUNT PIC S9(05) COMP-3.

      * The month's totals for each job, and for each operator who
      * approved adjustment credits.
       01  WS-OPERATOR-TABLE-AREA.
           05  WS-OPERATOR-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-OPERATOR-ENTRIES  PIC S9(05) COMP-3 VALUE 200.
           05  WS-OPERATOR-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-OPERATOR-COUNT
                       INDEXED BY OPERATOR-INDEX.
               10  WS-OPR-JOB-OR-OPERATOR PIC X(08).
               10  WS-OPR-SOURCE-CODE     PIC X.
               10  WS-OPR-ITEM-COUNT      PIC S9(07) COMP-3.
               10  WS-OPR-AMOUNT          PIC S9(09)V99 COMP-3.

      * Every customer address change on the audit trail up to the
      * end of the month reviewed.
       01  WS-ADDRESS-CHANGE-TABLE-AREA.
           05  WS-ADDRESS-CHANGE-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ADDRESS-CHANGES   PIC S9(05) COMP-3 VALUE 2000.
           05  WS-ADDRESS-CHANGE-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-ADDRESS-CHANGE-COUNT
                       INDEXED BY ADDRESS-CHANGE-INDEX.
               10  WS-ACH-CUSTOMER-NUMBER PIC X(08).
               10  WS-ACH-CHANGE-DATE     PIC X(08).

      * The item being added to the tables.
       01  WS-NEW-ITEM.
           05  WS-NEW-SOURCE-CODE       PIC X.
           05  WS-NEW-CUSTOMER-NUMBER   PIC X(08).
           05  WS-NEW-REFERENCE         PIC X(10).
           05  WS-NEW-DATE              PIC X(08).
           05  WS-NEW-AMOUNT            PIC S9(07)V99 COMP-3.
           05  WS-NEW-JOB-OR-OPERATOR   PIC X(08).

       01  WS-REVIEW-TOTALS.
           05  WS-UNMATCHED-PAYMENT-COUNT PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-FLAGGED-LINE-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-GRAND-APPLIED-AMOUNT  PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GRAND-WRITTEN-OFF-AMOUNT PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GRAND-REVERSED-AMOUNT PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GRAND-REFUNDED-AMOUNT PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GRAND-ADJUSTED-AMOUNT PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CUSTOMER-TOTAL-AMOUNT PIC S9(11)V99 COMP-3.

       01  WS-CHANGE-DATE-WORK.
           05  WS-CDW-YEAR              PIC 9(04).
           05  WS-CDW-MONTH             PIC 9(02).
           05  WS-CDW-DAY               PIC 9(02).
       01  WS-REFUND-DATE-WORK.
           05  WS-RDW-YEAR              PIC 9(04).
           05  WS-RDW-MONTH             PIC 9(02).
           05  WS-RDW-DAY               PIC 9(02).
       01  WS-CUSTOMER-FOUND-SWITCH     PIC X.
           88  CUSTOMER-WAS-FOUND       VALUE 'Y'.
       01  WS-OPERATOR-FOUND-SWITCH     PIC X.
           88  OPERATOR-WAS-FOUND       VALUE 'Y'.
       01  WS-FLAG-REASON               PIC X(32).
       01  WS-SOURCE-FILE-NAME          PIC X(08).
       01  WS-SOURCE-DESCRIPTION        PIC X(24).

       01  REPORT-HEADING-LINE.
           05  FILLER                   PIC X(43)
                   VALUE 'CREDIT, WRITE-OFF AND REFUND PATTERNS FOR '.
           05  RPH-REVIEW-MONTH         PIC X(07).
           05  FILLER                   PIC X(25)
                   VALUE '   WRITE-OFF THRESHOLD   '.
           05  RPH-THRESHOLD            PIC $$$9.99.
           05  FILLER                   PIC X(13)
                   VALUE '   NEAR BAND '.
           05  RPH-NEAR-PERCENT         PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE '%'.

       01  SECTION-TITLE-LINE.
           05  STL-TITLE                PIC X(60).

       01  CUSTOMER-COLUMN-LINE.
           05  FILLER                   PIC X(08) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(16)
                   VALUE '  CREDIT APPLIED'.
           05  FILLER                   PIC X(16)
                   VALUE '     WRITTEN OFF'.
           05  FILLER                   PIC X(16)
                   VALUE '        REVERSED'.
           05  FILLER                   PIC X(16)
                   VALUE '        REFUNDED'.
           05  FILLER                   PIC X(16)
                   VALUE '     ADJ CREDITS'.
           05  FILLER                   PIC X(16)
                   VALUE '           TOTAL'.

       01  CUSTOMER-DETAIL-LINE.
           05  CDL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-APPLIED-AMOUNT       PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-WRITTEN-OFF-AMOUNT   PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-REVERSED-AMOUNT      PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-REFUNDED-AMOUNT      PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-ADJUSTED-AMOUNT      PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-TOTAL-AMOUNT         PIC $$,$$$,$$9.99-.

       01  OPERATOR-COLUMN-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'JOB/OPER  ACTIVITY'.
           05  FILLER                   PIC X(23)
                   VALUE '                  ITEMS'.
           05  FILLER                   PIC X(16)
                   VALUE '          AMOUNT'.

       01  OPERATOR-DETAIL-LINE.
           05  ODL-JOB-OR-OPERATOR      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ODL-SOURCE-DESCRIPTION   PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ODL-ITEM-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ODL-AMOUNT               PIC $$,$$$,$$9.99-.

       01  FLAGGED-COLUMN-LINE.
           05  FILLER                   PIC X(44)
                   VALUE 'PATTERN                           SOURCE'.
           05  FILLER                   PIC X(32)
                   VALUE 'ENTRY       CUSTOMER  DATE'.
           05  FILLER                   PIC X(25)
                   VALUE '         AMOUNT  JOB/OPER'.

       01  FLAGGED-DETAIL-LINE.
           05  FDL-FLAG-REASON          PIC X(32).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FDL-SOURCE-FILE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FDL-REFERENCE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FDL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FDL-DATE                 PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FDL-AMOUNT               PIC $,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FDL-JOB-OR-OPERATOR      PIC X(08).

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL                PIC X(34).
           05  RTL-COUNT                PIC ZZZ,ZZ9.

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

           PERFORM LOAD-REVIEW-CARDS

           OPEN OUTPUT PATTERN-REPORT-FILE
           IF NOT PATTERN-REPORT-OK
               DISPLAY 'STATUS ON PATTERN-REPORT-FILE OPEN: '
                       PATTERN-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRDANAL STATUS ON PATTERN-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           MOVE WS-REVIEW-MONTH(1:4) TO RPH-REVIEW-MONTH(1:4)
           MOVE '/' TO RPH-REVIEW-MONTH(5:1)
           MOVE WS-REVIEW-MONTH(5:2) TO RPH-REVIEW-MONTH(6:2)
           MOVE WS-WRITE-OFF-THRESHOLD TO RPH-THRESHOLD
           MOVE WS-NEAR-PERCENT TO RPH-NEAR-PERCENT
           WRITE PATTERN-REPORT-LINE FROM REPORT-HEADING-LINE

           PERFORM LOAD-PAYMENT-ITEMS
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-REFUND-ITEMS
           PERFORM LOAD-ADJUSTMENT-ITEMS
           PERFORM LOAD-ADDRESS-CHANGES
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM FLAG-ONE-ITEM
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX IS GREATER THAN WS-ITEM-COUNT

           PERFORM PRINT-CUSTOMER-TOTALS
           PERFORM PRINT-OPERATOR-TOTALS
           PERFORM PRINT-FLAGGED-ITEMS

           GO TO END-OF-PROGRAM
           .
      * A missing INVCPARM leaves every default in place; the month
      * defaults to the current one.
       LOAD-REVIEW-CARDS.
           MOVE WS-CDT-DATE(1:6) TO WS-REVIEW-MONTH
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON INVCPARM LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'DEFAULTING PATTERN REVIEW PARAMETERS'
           ELSE
               MOVE 'FRDMONTH' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:6) IS NUMERIC
                   MOVE WS-CC-VALUE(1:6) TO WS-REVIEW-MONTH
               END-IF
               MOVE 'WOFFTHLD' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:5) IS NUMERIC
                   MOVE WS-CC-VALUE(1:5) TO WS-WOT-AS-TEXT
                   MOVE WS-WOT-AS-AMOUNT TO WS-WRITE-OFF-THRESHOLD
               END-IF
               MOVE 'FRDNEAR' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-NEAR-PERCENT
               END-IF
               MOVE 'FRDADDAY' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-ADDRESS-CHANGE-DAYS
               END-IF
               MOVE 'FRDSMALL' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:7) IS NUMERIC
                   MOVE WS-CC-VALUE(1:7) TO WS-SCC-AS-TEXT
                   MOVE WS-SCC-AS-AMOUNT TO WS-SMALL-CREDIT-AMOUNT
               END-IF
               MOVE 'FRDCOUNT' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-SMALL-CREDIT-COUNT
               END-IF
           END-IF
      *    Past 100 percent the band would reach below zero, and a
      *    count under 2 is not a repeat.
           IF WS-NEAR-PERCENT IS GREATER THAN 100
               MOVE 100 TO WS-NEAR-PERCENT
           END-IF
           IF WS-SMALL-CREDIT-COUNT IS LESS THAN 2
               MOVE 2 TO WS-SMALL-CREDIT-COUNT
           END-IF
           COMPUTE WS-NEAR-THRESHOLD-FLOOR ROUNDED =
               WS-WRITE-OFF-THRESHOLD
                   - (WS-WRITE-OFF-THRESHOLD * WS-NEAR-PERCENT / 100)
           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-REVIEW-MONTH(1:4) TO WS-DC-YEAR-1
           MOVE WS-REVIEW-MONTH(5:2) TO WS-DC-MONTH-1
           MOVE 1 TO WS-DC-DAY-1
           COMPUTE WS-DC-NUMBER-OF-DAYS = ZERO - WS-ADDRESS-CHANGE-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-ECD-YEAR
           MOVE WS-DC-RESULT-MONTH TO WS-ECD-MONTH
           MOVE WS-DC-RESULT-DAY TO WS-ECD-DAY
           .
      * Applications, write-offs and reversals are charged to the
      * customer of the invoice they posted against; one whose
      * invoice is no longer on INVHIST1 is logged and left out.
       LOAD-PAYMENT-ITEMS.
           OPEN INPUT INVOICE-HISTORY-FILE
           OPEN INPUT PAYMENT-FILE
           IF NOT INVOICE-HISTORY-OK
           OR NOT PAYMENT-OK
               DISPLAY 'STATUS ON PAYMENT INPUT OPENS: '
                       INVOICE-HISTORY-STATUS ' ' PAYMENT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRDANAL STATUS ON INVHIST1 OR PMTFILE1 OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM UNTIL END-OF-PAYMENTS
                   READ PAYMENT-FILE
                   IF PAYMENT-OK
                       IF PMT-DATE(1:6) IS EQUAL TO WS-REVIEW-MONTH
                           PERFORM LOAD-ONE-PAYMENT-ITEM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PAYMENT-FILE
           CLOSE INVOICE-HISTORY-FILE
           .
       LOAD-ONE-PAYMENT-ITEM.
           IF PMT-IS-WRITE-OFF
           OR PMT-IS-REVERSAL
           OR (PMT-IS-APPLICATION
               AND PMT-AMOUNT IS GREATER THAN ZERO)
               MOVE PMT-INVOICE-NUMBER TO IHR-INVOICE-NUMBER
               READ INVOICE-HISTORY-FILE
               IF NOT INVOICE-HISTORY-OK
                   ADD 1 TO WS-UNMATCHED-PAYMENT-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'FRDANAL PAYMENT INVOICE NOT ON INVHIST1'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE PMT-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
               ELSE
                   MOVE PMT-TYPE TO WS-NEW-SOURCE-CODE
                   MOVE IHR-CUSTOMER-NUMBER TO WS-NEW-CUSTOMER-NUMBER
                   MOVE PMT-INVOICE-NUMBER TO WS-NEW-REFERENCE
                   MOVE PMT-DATE TO WS-NEW-DATE
                   IF PMT-AMOUNT IS LESS THAN ZERO
                       COMPUTE WS-NEW-AMOUNT = ZERO - PMT-AMOUNT
                   ELSE
                       MOVE PMT-AMOUNT TO WS-NEW-AMOUNT
                   END-IF
                   EVALUATE TRUE
                       WHEN PMT-IS-APPLICATION
                           MOVE 'CREDAPP' TO WS-NEW-JOB-OR-OPERATOR
                       WHEN PMT-IS-WRITE-OFF
                           MOVE 'WRITEOFF' TO WS-NEW-JOB-OR-OPERATOR
                       WHEN OTHER
                           MOVE 'PMTEDIT' TO WS-NEW-JOB-OR-OPERATOR
                   END-EVALUATE
                   PERFORM ADD-NEW-ITEM
               END-IF
           END-IF
           .
      * REFISS1 and ADJMLOG1 are cumulative; a missing one is read
      * as no entries and logged.
       LOAD-REFUND-ITEMS.
           OPEN INPUT ISSUED-CHECK-FILE
           IF NOT ISSUED-CHECK-OK
               DISPLAY 'STATUS ON ISSUED-CHECK-FILE OPEN: '
                       ISSUED-CHECK-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRDANAL NO REFISS1 - REFUNDS NOT REVIEWED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-ISSUED-CHECKS
                   READ ISSUED-CHECK-FILE
                   IF ISSUED-CHECK-OK
                       IF RIS-ISSUE-DATE(1:6) IS EQUAL TO
                               WS-REVIEW-MONTH
                       AND NOT RIS-IS-VOID
                           MOVE 'F' TO WS-NEW-SOURCE-CODE
                           MOVE RIS-CUSTOMER-NUMBER
                               TO WS-NEW-CUSTOMER-NUMBER
                           MOVE RIS-CHECK-NUMBER TO WS-NEW-REFERENCE
                           MOVE RIS-ISSUE-DATE TO WS-NEW-DATE
                           MOVE RIS-ISSUED-AMOUNT TO WS-NEW-AMOUNT
                           MOVE 'ARREFUND' TO WS-NEW-JOB-OR-OPERATOR
                           PERFORM ADD-NEW-ITEM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ISSUED-CHECK-FILE
           END-IF
           .
      * An adjustment credit is charged to the operator who approved
      * it; a memo logged without one falls to the ADJMEMO job.
       LOAD-ADJUSTMENT-ITEMS.
           OPEN INPUT MEMO-LOG-FILE
           IF NOT MEMO-LOG-OK
               DISPLAY 'STATUS ON MEMO-LOG-FILE OPEN: '
                       MEMO-LOG-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRDANAL NO ADJMLOG1 - ADJUSTMENTS NOT REVIEWED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-MEMO-LOG
                   READ MEMO-LOG-FILE
                   IF MEMO-LOG-OK
                       IF AML-MEMO-DATE(1:6) IS EQUAL TO
                               WS-REVIEW-MONTH
                       AND AML-IS-CREDIT
                           MOVE 'C' TO WS-NEW-SOURCE-CODE
                           MOVE AML-CUSTOMER-NUMBER
                               TO WS-NEW-CUSTOMER-NUMBER
                           MOVE AML-MEMO-NUMBER TO WS-NEW-REFERENCE
                           MOVE AML-MEMO-DATE TO WS-NEW-DATE
                           IF AML-AMOUNT IS LESS THAN ZERO
                               COMPUTE WS-NEW-AMOUNT =
                                   ZERO - AML-AMOUNT
                           ELSE
                               MOVE AML-AMOUNT TO WS-NEW-AMOUNT
                           END-IF
                           IF AML-APPROVED-BY IS EQUAL TO SPACES
                               MOVE 'ADJMEMO'
                                   TO WS-NEW-JOB-OR-OPERATOR
                           ELSE
                               MOVE AML-APPROVED-BY
                                   TO WS-NEW-JOB-OR-OPERATOR
                           END-IF
                           PERFORM ADD-NEW-ITEM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MEMO-LOG-FILE
           END-IF
           .
      * Only the address changes made by the end of the month, and
      * no more than FRDADDAY days before its first day, can fall
      * within FRDADDAY days ahead of one of its refunds; MNTAUDT1
      * holds every change ever made, so nothing else is loaded.
       LOAD-ADDRESS-CHANGES.
           OPEN INPUT MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
               DISPLAY 'STATUS ON MAINT-AUDIT-FILE OPEN: '
                       MAINT-AUDIT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRDANAL NO MNTAUDT1 - ADDRESS CHANGES NOT REVIEWED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-MAINT-AUDIT
                   READ MAINT-AUDIT-FILE
                   IF MAINT-AUDIT-OK
                       IF MAR-MASTER-NAME IS EQUAL TO 'CUSTMAST'
                       AND MAR-RECORD-KEY(10:7) IS EQUAL TO 'ADDRESS'
                       AND MAR-TIMESTAMP(1:6) IS NOT GREATER THAN
                               WS-REVIEW-MONTH
                       AND MAR-TIMESTAMP(1:8) IS NOT LESS THAN
                               WS-EARLIEST-CHANGE-DATE
                           PERFORM LOAD-ONE-ADDRESS-CHANGE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF
           .
       LOAD-ONE-ADDRESS-CHANGE.
           IF WS-ADDRESS-CHANGE-COUNT IS LESS THAN
                   WS-MAX-ADDRESS-CHANGES
               ADD 1 TO WS-ADDRESS-CHANGE-COUNT
               MOVE MAR-RECORD-KEY(1:8)
                   TO WS-ACH-CUSTOMER-NUMBER(WS-ADDRESS-CHANGE-COUNT)
               MOVE MAR-TIMESTAMP(1:8)
                   TO WS-ACH-CHANGE-DATE(WS-ADDRESS-CHANGE-COUNT)
           ELSE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FRDANAL ADDRESS CHANGE TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * Each item goes on the item table and into its customer's and
      * its job's or operator's totals.
       ADD-NEW-ITEM.
           IF WS-ITEM-COUNT IS NOT LESS THAN WS-MAX-ITEM-ENTRIES
           OR WS-CUSTOMER-COUNT IS NOT LESS THAN
                   WS-MAX-CUSTOMER-ENTRIES
           OR WS-OPERATOR-COUNT IS NOT LESS THAN
                   WS-MAX-OPERATOR-ENTRIES
               IF WS-RETURN-CODE-VALUE IS LESS THAN 8
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'FRDANAL REVIEW TABLES ARE FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
                   MOVE 8 TO WS-RETURN-CODE-VALUE
               END-IF
           ELSE
               ADD 1 TO WS-JS-RECORD-COUNT
               ADD 1 TO WS-ITEM-COUNT
               SET ITEM-INDEX TO WS-ITEM-COUNT
               MOVE WS-NEW-SOURCE-CODE
                   TO WS-ITM-SOURCE-CODE(ITEM-INDEX)
               MOVE WS-NEW-CUSTOMER-NUMBER
                   TO WS-ITM-CUSTOMER-NUMBER(ITEM-INDEX)
               MOVE WS-NEW-REFERENCE TO WS-ITM-REFERENCE(ITEM-INDEX)
               MOVE WS-NEW-DATE TO WS-ITM-DATE(ITEM-INDEX)
               MOVE WS-NEW-AMOUNT TO WS-ITM-AMOUNT(ITEM-INDEX)
               MOVE WS-NEW-JOB-OR-OPERATOR
                   TO WS-ITM-JOB-OR-OPERATOR(ITEM-INDEX)
               MOVE 'N' TO WS-ITM-WOFF-REFUND-FLAG(ITEM-INDEX)
                           WS-ITM-ADDRESS-FLAG(ITEM-INDEX)
                           WS-ITM-NEAR-FLAG(ITEM-INDEX)
                           WS-ITM-SMALL-FLAG(ITEM-INDEX)
               PERFORM ADD-TO-CUSTOMER-TOTALS
               PERFORM ADD-TO-OPERATOR-TOTALS
           END-IF
           .
       ADD-TO-CUSTOMER-TOTALS.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FCU-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                        IS EQUAL TO WS-NEW-CUSTOMER-NUMBER
                   SET CUSTOMER-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT CUSTOMER-WAS-FOUND
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
               MOVE WS-NEW-CUSTOMER-NUMBER
                   TO WS-FCU-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               MOVE ZERO TO WS-FCU-APPLIED-AMOUNT(CUSTOMER-INDEX)
                            WS-FCU-WRITTEN-OFF-AMOUNT(CUSTOMER-INDEX)
                            WS-FCU-REVERSED-AMOUNT(CUSTOMER-INDEX)
                            WS-FCU-REFUNDED-AMOUNT(CUSTOMER-INDEX)
                            WS-FCU-ADJUSTED-AMOUNT(CUSTOMER-INDEX)
                            WS-FCU-WRITE-OFF-COUNT(CUSTOMER-INDEX)
                            WS-FCU-REFUND-COUNT(CUSTOMER-INDEX)
                            WS-FCU-SMALL-CREDIT-COUNT(CUSTOMER-INDEX)
           END-IF
           EVALUATE WS-NEW-SOURCE-CODE
               WHEN 'A'
                   ADD WS-NEW-AMOUNT
                       TO WS-FCU-APPLIED-AMOUNT(CUSTOMER-INDEX)
                          WS-GRAND-APPLIED-AMOUNT
               WHEN 'W'
                   ADD WS-NEW-AMOUNT
                       TO WS-FCU-WRITTEN-OFF-AMOUNT(CUSTOMER-INDEX)
                          WS-GRAND-WRITTEN-OFF-AMOUNT
                   ADD 1 TO WS-FCU-WRITE-OFF-COUNT(CUSTOMER-INDEX)
               WHEN 'R'
                   ADD WS-NEW-AMOUNT
                       TO WS-FCU-REVERSED-AMOUNT(CUSTOMER-INDEX)
                          WS-GRAND-REVERSED-AMOUNT
               WHEN 'F'
                   ADD WS-NEW-AMOUNT
                       TO WS-FCU-REFUNDED-AMOUNT(CUSTOMER-INDEX)
                          WS-GRAND-REFUNDED-AMOUNT
                   ADD 1 TO WS-FCU-REFUND-COUNT(CUSTOMER-INDEX)
               WHEN 'C'
                   ADD WS-NEW-AMOUNT
                       TO WS-FCU-ADJUSTED-AMOUNT(CUSTOMER-INDEX)
                          WS-GRAND-ADJUSTED-AMOUNT
                   IF WS-NEW-AMOUNT IS NOT GREATER THAN
                           WS-SMALL-CREDIT-AMOUNT
                       ADD 1
                           TO WS-FCU-SMALL-CREDIT-COUNT(CUSTOMER-INDEX)
                   END-IF
           END-EVALUATE
           .
       ADD-TO-OPERATOR-TOTALS.
           MOVE 'N' TO WS-OPERATOR-FOUND-SWITCH
           SET OPERATOR-INDEX TO 1
           SEARCH WS-OPERATOR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OPR-JOB-OR-OPERATOR(OPERATOR-INDEX)
                        IS EQUAL TO WS-NEW-JOB-OR-OPERATOR
                AND WS-OPR-SOURCE-CODE(OPERATOR-INDEX)
                        IS EQUAL TO WS-NEW-SOURCE-CODE
                   SET OPERATOR-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT OPERATOR-WAS-FOUND
               ADD 1 TO WS-OPERATOR-COUNT
               SET OPERATOR-INDEX TO WS-OPERATOR-COUNT
               MOVE WS-NEW-JOB-OR-OPERATOR
                   TO WS-OPR-JOB-OR-OPERATOR(OPERATOR-INDEX)
               MOVE WS-NEW-SOURCE-CODE
                   TO WS-OPR-SOURCE-CODE(OPERATOR-INDEX)
               MOVE ZERO TO WS-OPR-ITEM-COUNT(OPERATOR-INDEX)
                            WS-OPR-AMOUNT(OPERATOR-INDEX)
           END-IF
           ADD 1 TO WS-OPR-ITEM-COUNT(OPERATOR-INDEX)
           ADD WS-NEW-AMOUNT TO WS-OPR-AMOUNT(OPERATOR-INDEX)
           .
      * Tests each item against the patterns once every file is in,
      * since a write-off late in the month can pair with an earlier
      * refund.
       FLAG-ONE-ITEM.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FCU-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                        IS EQUAL TO WS-ITM-CUSTOMER-NUMBER(ITEM-INDEX)
                   SET CUSTOMER-WAS-FOUND TO TRUE
           END-SEARCH
           IF (WS-ITM-IS-WRITE-OFF(ITEM-INDEX)
               OR WS-ITM-IS-REFUND(ITEM-INDEX))
           AND WS-FCU-WRITE-OFF-COUNT(CUSTOMER-INDEX)
                   IS GREATER THAN ZERO
           AND WS-FCU-REFUND-COUNT(CUSTOMER-INDEX)
                   IS GREATER THAN ZERO
               MOVE 'Y' TO WS-ITM-WOFF-REFUND-FLAG(ITEM-INDEX)
           END-IF
           IF WS-ITM-IS-REFUND(ITEM-INDEX)
               PERFORM CHECK-ONE-ADDRESS-CHANGE
                   VARYING ADDRESS-CHANGE-INDEX FROM 1 BY 1
                   UNTIL ADDRESS-CHANGE-INDEX IS GREATER THAN
                           WS-ADDRESS-CHANGE-COUNT
           END-IF
           IF WS-ITM-IS-WRITE-OFF(ITEM-INDEX)
           AND WS-ITM-AMOUNT(ITEM-INDEX) IS NOT LESS THAN
                   WS-NEAR-THRESHOLD-FLOOR
           AND WS-ITM-AMOUNT(ITEM-INDEX) IS LESS THAN
                   WS-WRITE-OFF-THRESHOLD
               MOVE 'Y' TO WS-ITM-NEAR-FLAG(ITEM-INDEX)
           END-IF
           IF WS-ITM-IS-ADJUSTMENT(ITEM-INDEX)
           AND WS-ITM-AMOUNT(ITEM-INDEX) IS NOT GREATER THAN
                   WS-SMALL-CREDIT-AMOUNT
           AND WS-FCU-SMALL-CREDIT-COUNT(CUSTOMER-INDEX)
                   IS NOT LESS THAN WS-SMALL-CREDIT-COUNT
               MOVE 'Y' TO WS-ITM-SMALL-FLAG(ITEM-INDEX)
           END-IF
           .
      * A change on or before the refund date and no more than
      * FRDADDAY days ahead of it.
       CHECK-ONE-ADDRESS-CHANGE.
           IF WS-ACH-CUSTOMER-NUMBER(ADDRESS-CHANGE-INDEX)
                   IS EQUAL TO WS-ITM-CUSTOMER-NUMBER(ITEM-INDEX)
           AND WS-ACH-CHANGE-DATE(ADDRESS-CHANGE-INDEX)
                   IS NOT GREATER THAN WS-ITM-DATE(ITEM-INDEX)
               MOVE WS-ACH-CHANGE-DATE(ADDRESS-CHANGE-INDEX)
                   TO WS-CHANGE-DATE-WORK
               MOVE WS-ITM-DATE(ITEM-INDEX) TO WS-REFUND-DATE-WORK
               MOVE 'DB' TO WS-DC-FUNCTION-CODE
               MOVE WS-CDW-YEAR TO WS-DC-YEAR-1
               MOVE WS-CDW-MONTH TO WS-DC-MONTH-1
               MOVE WS-CDW-DAY TO WS-DC-DAY-1
               MOVE WS-RDW-YEAR TO WS-DC-YEAR-2
               MOVE WS-RDW-MONTH TO WS-DC-MONTH-2
               MOVE WS-RDW-DAY TO WS-DC-DAY-2
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               IF WS-DC-RESULT-DAYS IS NOT GREATER THAN
                       WS-ADDRESS-CHANGE-DAYS
                   MOVE 'Y' TO WS-ITM-ADDRESS-FLAG(ITEM-INDEX)
               END-IF
           END-IF
           .
       PRINT-CUSTOMER-TOTALS.
           MOVE 'ACTIVITY BY CUSTOMER' TO STL-TITLE
           WRITE PATTERN-REPORT-LINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES
           WRITE PATTERN-REPORT-LINE FROM CUSTOMER-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM PRINT-ONE-CUSTOMER
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT
           MOVE 'TOTAL' TO CDL-CUSTOMER-NUMBER
           MOVE WS-GRAND-APPLIED-AMOUNT TO CDL-APPLIED-AMOUNT
           MOVE WS-GRAND-WRITTEN-OFF-AMOUNT TO CDL-WRITTEN-OFF-AMOUNT
           MOVE WS-GRAND-REVERSED-AMOUNT TO CDL-REVERSED-AMOUNT
           MOVE WS-GRAND-REFUNDED-AMOUNT TO CDL-REFUNDED-AMOUNT
           MOVE WS-GRAND-ADJUSTED-AMOUNT TO CDL-ADJUSTED-AMOUNT
           COMPUTE WS-CUSTOMER-TOTAL-AMOUNT =
               WS-GRAND-APPLIED-AMOUNT + WS-GRAND-WRITTEN-OFF-AMOUNT
             + WS-GRAND-REVERSED-AMOUNT + WS-GRAND-REFUNDED-AMOUNT
             + WS-GRAND-ADJUSTED-AMOUNT
           MOVE WS-CUSTOMER-TOTAL-AMOUNT TO CDL-TOTAL-AMOUNT
           WRITE PATTERN-REPORT-LINE FROM CUSTOMER-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           .
       PRINT-ONE-CUSTOMER.
           MOVE WS-FCU-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               TO CDL-CUSTOMER-NUMBER
           MOVE WS-FCU-APPLIED-AMOUNT(CUSTOMER-INDEX)
               TO CDL-APPLIED-AMOUNT
           MOVE WS-FCU-WRITTEN-OFF-AMOUNT(CUSTOMER-INDEX)
               TO CDL-WRITTEN-OFF-AMOUNT
           MOVE WS-FCU-REVERSED-AMOUNT(CUSTOMER-INDEX)
               TO CDL-REVERSED-AMOUNT
           MOVE WS-FCU-REFUNDED-AMOUNT(CUSTOMER-INDEX)
               TO CDL-REFUNDED-AMOUNT
           MOVE WS-FCU-ADJUSTED-AMOUNT(CUSTOMER-INDEX)
               TO CDL-ADJUSTED-AMOUNT
           COMPUTE WS-CUSTOMER-TOTAL-AMOUNT =
               WS-FCU-APPLIED-AMOUNT(CUSTOMER-INDEX)
             + WS-FCU-WRITTEN-OFF-AMOUNT(CUSTOMER-INDEX)
             + WS-FCU-REVERSED-AMOUNT(CUSTOMER-INDEX)
             + WS-FCU-REFUNDED-AMOUNT(CUSTOMER-INDEX)
             + WS-FCU-ADJUSTED-AMOUNT(CUSTOMER-INDEX)
           MOVE WS-CUSTOMER-TOTAL-AMOUNT TO CDL-TOTAL-AMOUNT
           WRITE PATTERN-REPORT-LINE FROM CUSTOMER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       PRINT-OPERATOR-TOTALS.
           MOVE 'ACTIVITY BY JOB OR APPROVING OPERATOR' TO STL-TITLE
           WRITE PATTERN-REPORT-LINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES
           WRITE PATTERN-REPORT-LINE FROM OPERATOR-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM PRINT-ONE-OPERATOR
               VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX IS GREATER THAN WS-OPERATOR-COUNT
           .
       PRINT-ONE-OPERATOR.
           MOVE WS-OPR-SOURCE-CODE(OPERATOR-INDEX)
               TO WS-NEW-SOURCE-CODE
           PERFORM DESCRIBE-SOURCE-CODE
           MOVE WS-OPR-JOB-OR-OPERATOR(OPERATOR-INDEX)
               TO ODL-JOB-OR-OPERATOR
           MOVE WS-SOURCE-DESCRIPTION TO ODL-SOURCE-DESCRIPTION
           MOVE WS-OPR-ITEM-COUNT(OPERATOR-INDEX) TO ODL-ITEM-COUNT
           MOVE WS-OPR-AMOUNT(OPERATOR-INDEX) TO ODL-AMOUNT
           WRITE PATTERN-REPORT-LINE FROM OPERATOR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       DESCRIBE-SOURCE-CODE.
           EVALUATE WS-NEW-SOURCE-CODE
               WHEN 'A'
                   MOVE 'PMTFILE1' TO WS-SOURCE-FILE-NAME
                   MOVE 'CREDIT APPLICATIONS' TO WS-SOURCE-DESCRIPTION
               WHEN 'W'
                   MOVE 'PMTFILE1' TO WS-SOURCE-FILE-NAME
                   MOVE 'WRITE-OFFS' TO WS-SOURCE-DESCRIPTION
               WHEN 'R'
                   MOVE 'PMTFILE1' TO WS-SOURCE-FILE-NAME
                   MOVE 'PAYMENT REVERSALS' TO WS-SOURCE-DESCRIPTION
               WHEN 'F'
                   MOVE 'REFISS1' TO WS-SOURCE-FILE-NAME
                   MOVE 'REFUND CHECKS' TO WS-SOURCE-DESCRIPTION
               WHEN OTHER
                   MOVE 'ADJMLOG1' TO WS-SOURCE-FILE-NAME
                   MOVE 'ADJUSTMENT CREDITS' TO WS-SOURCE-DESCRIPTION
           END-EVALUATE
           .
      * One line per pattern an item fits, so an item fitting two
      * shows under both.
       PRINT-FLAGGED-ITEMS.
           MOVE 'ITEMS FITTING A REVIEW PATTERN' TO STL-TITLE
           WRITE PATTERN-REPORT-LINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES
           WRITE PATTERN-REPORT-LINE FROM FLAGGED-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM PRINT-ONE-FLAGGED-ITEM
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX IS GREATER THAN WS-ITEM-COUNT
           MOVE 'ITEMS REVIEWED' TO RTL-LABEL
           MOVE WS-ITEM-COUNT TO RTL-COUNT
           WRITE PATTERN-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PATTERN LINES LISTED' TO RTL-LABEL
           MOVE WS-FLAGGED-LINE-COUNT TO RTL-COUNT
           WRITE PATTERN-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAYMENTS WITH INVOICE NOT ON FILE' TO RTL-LABEL
           MOVE WS-UNMATCHED-PAYMENT-COUNT TO RTL-COUNT
           WRITE PATTERN-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-FLAGGED-LINE-COUNT IS GREATER THAN ZERO
           OR WS-UNMATCHED-PAYMENT-COUNT IS GREATER THAN ZERO
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           .
       PRINT-ONE-FLAGGED-ITEM.
           IF WS-ITM-WOFF-AND-REFUND(ITEM-INDEX)
               MOVE 'WRITE-OFF AND REFUND SAME MONTH'
                   TO WS-FLAG-REASON
               PERFORM WRITE-FLAGGED-LINE
           END-IF
           IF WS-ITM-AFTER-ADDRESS-CHANGE(ITEM-INDEX)
               MOVE 'REFUND AFTER ADDRESS CHANGE' TO WS-FLAG-REASON
               PERFORM WRITE-FLAGGED-LINE
           END-IF
           IF WS-ITM-NEAR-THRESHOLD(ITEM-INDEX)
               MOVE 'WRITE-OFF JUST UNDER THRESHOLD'
                   TO WS-FLAG-REASON
               PERFORM WRITE-FLAGGED-LINE
           END-IF
           IF WS-ITM-REPEATED-SMALL(ITEM-INDEX)
               MOVE 'REPEATED SMALL CREDITS' TO WS-FLAG-REASON
               PERFORM WRITE-FLAGGED-LINE
           END-IF
           .
       WRITE-FLAGGED-LINE.
           ADD 1 TO WS-FLAGGED-LINE-COUNT
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE WS-ITM-SOURCE-CODE(ITEM-INDEX) TO WS-NEW-SOURCE-CODE
           PERFORM DESCRIBE-SOURCE-CODE
           MOVE WS-FLAG-REASON TO FDL-FLAG-REASON
           MOVE WS-SOURCE-FILE-NAME TO FDL-SOURCE-FILE
           MOVE WS-ITM-REFERENCE(ITEM-INDEX) TO FDL-REFERENCE
           MOVE WS-ITM-CUSTOMER-NUMBER(ITEM-INDEX)
               TO FDL-CUSTOMER-NUMBER
           MOVE WS-ITM-DATE(ITEM-INDEX)(1:4) TO FDL-DATE(1:4)
           MOVE '/' TO FDL-DATE(5:1)
           MOVE WS-ITM-DATE(ITEM-INDEX)(5:2) TO FDL-DATE(6:2)
           MOVE '/' TO FDL-DATE(8:1)
           MOVE WS-ITM-DATE(ITEM-INDEX)(7:2) TO FDL-DATE(9:2)
           MOVE WS-ITM-AMOUNT(ITEM-INDEX) TO FDL-AMOUNT
           MOVE WS-ITM-JOB-OR-OPERATOR(ITEM-INDEX)
               TO FDL-JOB-OR-OPERATOR
           WRITE PATTERN-REPORT-LINE FROM FLAGGED-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'ITEMS REVIEWED:       ' WS-ITEM-COUNT
           DISPLAY 'PATTERN LINES LISTED: ' WS-FLAGGED-LINE-COUNT
           CLOSE PATTERN-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
