      *****************************************************************
      * Program name:    TAXRECON
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Proving the sales-tax-payable liability: tax billed against
      * tax summarized, vouchered, paid and posted to the ledger.
      *
      * ARRECON proves the receivable, but nobody proved the tax
      * payable accounts. The same tax travels through four hands -
      * INVCALC bills it line by line onto TAXAUD1, TAXSUM rolls it
      * up for remittance onto TAXSUME1, TAXVCHR vouchers it to the
      * agencies, and GLJRNL posts it to each jurisdiction's
      * tax-payable account through the GLACCTM1 'T' mapping - and
      * the four were never compared. This program reconciles one
      * fiscal period, per operating company, jurisdiction and tax
      * component: tax billed per the TAXAUD1 detail, tax summarized
      * on TAXSUME1, tax vouchered and tax paid per the voucher
      * master, each difference itemized on its own line. The
      * ledger is proved per tax-payable account, because the
      * ledger does not split a jurisdiction's components: the GL
      * activity posted to the account in the period (credits less
      * debits on GLJHIST1, dated into the period by the line's
      * invoice date) against the billed tax rounded to whole cents
      * per invoice, the same rounding INVCALC books.
      *
      * The voucher master (TAXVMS1 in, TAXVMS2 out) is carried
      * forward each run the way FXREVAL carries its pending
      * reversals. New vouchers come in from TAXVCHR's TAXVREG1
      * register - a voucher reprinted for the same period replaces
      * the amount and due date - and the payment made against each
      * voucher comes in on TAXVPAY1 payment cards keyed the same
      * way, recording the payment date, amount and check or
      * transfer reference. A payment card for a voucher not on the
      * master is itemized and not applied. Every voucher, in any
      * period, past its filing due date with no payment recorded is
      * listed at the end of the report.
      *
      * The period reconciled is the TAXRCPER card on INVCPARM
      * (YYYYPP); without it, the fiscal period before the one the
      * run date falls in. TAXAUD1, TAXSUME1 and TAXVREG1 are read
      * as the generations concatenated under their DDs for the run,
      * the AUDITINQ convention, and the FISCSTMO card gives the
      * fiscal year's start month the same way TAXSUM reads it.
      *
      * RETURN-CODE is 0 when everything ties, 4 when there is a
      * difference, an overdue voucher or an unmatched payment, and
      * 8 when the voucher master could not be carried forward.
      * - Tax INVCALC tags as marketplace-facilitator remitted (P) is
      *   left out of every reconciliation key and the ledger proof,
      *   since it posts to partner settlement rather than tax payable,
      *   and is shown on its own FACILITATOR-COLLECTED, NOT RECONCILED
      *   total line; TAXSUME1 records so tagged are not counted as
      *   summarized.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-AUDIT-FILE ASSIGN TO 'TAXAUD1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TAX-AUDIT-STATUS.
           SELECT SUMMARY-EXTRACT-FILE ASSIGN TO 'TAXSUME1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUMMARY-EXTRACT-STATUS.
           SELECT VOUCHER-REGISTER-FILE ASSIGN TO 'TAXVREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VOUCHER-REGISTER-STATUS.
           SELECT VOUCHER-PAYMENT-FILE ASSIGN TO 'TAXVPAY1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VOUCHER-PAYMENT-STATUS.
           SELECT VOUCHER-MASTER-IN-FILE ASSIGN TO 'TAXVMS1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VOUCHER-MASTER-IN-STATUS.
           SELECT VOUCHER-MASTER-OUT-FILE ASSIGN TO 'TAXVMS2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VOUCHER-MASTER-OUT-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLACCTM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACCOUNT-MAP-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT RECONCILIATION-REPORT-FILE ASSIGN TO 'TAXRCN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECONCILIATION-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to TAXAUD1; each generation's
      * run-date header is skipped as data.
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

      * Same layout TAXSUM writes to TAXSUME1.
       FD  SUMMARY-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUMMARY-EXTRACT-RECORD.
       01  SUMMARY-EXTRACT-RECORD.
           05  TXE-FISCAL-PERIOD-KEY    PIC X(06).
           05  TXE-JURISDICTION-CODE    PIC X(02).
           05  TXE-COMPONENT-CODE       PIC X(01).
           05  TXE-TAXABLE-SALES        PIC S9(09)V99 COMP-3.
           05  TXE-TAX-COLLECTED        PIC S9(07)V9(03) COMP-3.
           05  TXE-COMPANY-CODE         PIC X(02).
           05  TXE-TAX-REMITTED-BY      PIC X(01).
               88  TXE-TAX-PARTNER-REMITTED VALUE 'P'.

      * Same layout TAXVCHR writes to TAXVREG1.
       FD  VOUCHER-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VOUCHER-REGISTER-RECORD.
       01  VOUCHER-REGISTER-RECORD.
           05  VRG-FISCAL-PERIOD-KEY    PIC X(06).
           05  VRG-JURISDICTION-CODE    PIC X(02).
           05  VRG-COMPONENT-CODE       PIC X(01).
           05  VRG-COMPANY-CODE         PIC X(02).
           05  VRG-TAX-VOUCHERED        PIC S9(07)V9(03) COMP-3.
           05  VRG-DUE-DATE             PIC X(08).
           05  VRG-VOUCHER-DATE         PIC X(08).

      * One card per payment sent to an agency, keyed to the voucher
      * it pays: company, fiscal period, jurisdiction, component.
       FD  VOUCHER-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VOUCHER-PAYMENT-RECORD.
       01  VOUCHER-PAYMENT-RECORD.
           05  VPT-COMPANY-CODE         PIC X(02).
           05  VPT-FISCAL-PERIOD-KEY    PIC X(06).
           05  VPT-JURISDICTION-CODE    PIC X(02).
           05  VPT-COMPONENT-CODE       PIC X(01).
           05  VPT-PAID-DATE            PIC X(08).
           05  VPT-PAID-AMOUNT          PIC 9(09)V99.
           05  VPT-PAYMENT-REFERENCE    PIC X(12).

      * One record per voucher issued, with the payment recorded
      * against it; spaces in the paid date mean nothing paid yet.
       FD  VOUCHER-MASTER-IN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VOUCHER-MASTER-IN-RECORD.
       01  VOUCHER-MASTER-IN-RECORD.
           05  VMI-COMPANY-CODE         PIC X(02).
           05  VMI-FISCAL-PERIOD-KEY    PIC X(06).
           05  VMI-JURISDICTION-CODE    PIC X(02).
           05  VMI-COMPONENT-CODE       PIC X(01).
           05  VMI-TAX-VOUCHERED        PIC S9(07)V9(03) COMP-3.
           05  VMI-DUE-DATE             PIC X(08).
           05  VMI-VOUCHER-DATE         PIC X(08).
           05  VMI-PAID-DATE            PIC X(08).
           05  VMI-PAID-AMOUNT          PIC S9(09)V99 COMP-3.
           05  VMI-PAYMENT-REFERENCE    PIC X(12).
           05  FILLER                   PIC X(10).

       FD  VOUCHER-MASTER-OUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VOUCHER-MASTER-OUT-RECORD.
       01  VOUCHER-MASTER-OUT-RECORD.
           05  VMO-COMPANY-CODE         PIC X(02).
           05  VMO-FISCAL-PERIOD-KEY    PIC X(06).
           05  VMO-JURISDICTION-CODE    PIC X(02).
           05  VMO-COMPONENT-CODE       PIC X(01).
           05  VMO-TAX-VOUCHERED        PIC S9(07)V9(03) COMP-3.
           05  VMO-DUE-DATE             PIC X(08).
           05  VMO-VOUCHER-DATE         PIC X(08).
           05  VMO-PAID-DATE            PIC X(08).
           05  VMO-PAID-AMOUNT          PIC S9(09)V99 COMP-3.
           05  VMO-PAYMENT-REFERENCE    PIC X(12).
           05  FILLER                   PIC X(10).

      * Same layout INVCALC loads from GLACCTM1; only the 'T'
      * mappings - jurisdiction to tax-payable account - matter here.
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCOUNT-MAP-RECORD.
       01  ACCOUNT-MAP-RECORD.
           05  GLM-MAP-TYPE             PIC X.
               88  GLM-IS-TAX-MAP       VALUE 'T'.
           05  GLM-MAP-KEY              PIC X(04).
           05  GLM-ACCOUNT              PIC X(08).
           05  GLM-COMPANY-CODE         PIC X(02).

      * The cumulative journal history GLJRNL appends to.
       FD  JOURNAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOURNAL-HISTORY-RECORD.
       01  JOURNAL-HISTORY-RECORD.
           05  JHR-ACCOUNT              PIC X(08).
           05  JHR-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JHR-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JHR-INVOICE-NUMBER       PIC X(08).
               88  JHR-IS-YEAR-END-CLOSE VALUE 'YECLOSE'.
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

       FD  RECONCILIATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECONCILIATION-REPORT-LINE.
       01  RECONCILIATION-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  TAX-AUDIT-STATUS         PIC X(02).
               88  TAX-AUDIT-OK         VALUE '00'.
               88  END-OF-TAX-AUDIT     VALUE '10'.
           05  SUMMARY-EXTRACT-STATUS   PIC X(02).
               88  SUMMARY-EXTRACT-OK   VALUE '00'.
               88  END-OF-SUMMARY-EXTRACT VALUE '10'.
           05  VOUCHER-REGISTER-STATUS  PIC X(02).
               88  VOUCHER-REGISTER-OK  VALUE '00'.
               88  END-OF-VOUCHER-REGISTER VALUE '10'.
           05  VOUCHER-PAYMENT-STATUS   PIC X(02).
               88  VOUCHER-PAYMENT-OK   VALUE '00'.
               88  END-OF-VOUCHER-PAYMENTS VALUE '10'.
           05  VOUCHER-MASTER-IN-STATUS PIC X(02).
               88  VOUCHER-MASTER-IN-OK VALUE '00'.
               88  END-OF-VOUCHER-MASTER-IN VALUE '10'.
           05  VOUCHER-MASTER-OUT-STATUS PIC X(02).
               88  VOUCHER-MASTER-OUT-OK VALUE '00'.
           05  ACCOUNT-MAP-STATUS       PIC X(02).
               88  ACCOUNT-MAP-OK       VALUE '00'.
               88  END-OF-ACCOUNT-MAP   VALUE '10'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  END-OF-JOURNAL-HISTORY VALUE '10'.
           05  RECONCILIATION-REPORT-STATUS PIC X(02).
               88  RECONCILIATION-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'TAXRECON'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'TAXRECON'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'TAXRECON'.
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

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.
      * INVCALC's fallback when a jurisdiction has no 'T' mapping.
       01  WS-TAX-PAYABLE-ACCOUNT       PIC X(08) VALUE '2200TAX'.

      * The fiscal period being reconciled, YYYYPP.
       01  WS-RECON-PERIOD-AREA.
           05  WS-RECON-PERIOD-KEY      PIC X(06).
           05  WS-RECON-PERIOD-PARTS REDEFINES WS-RECON-PERIOD-KEY.
               10  WS-RECON-FISCAL-YEAR PIC 9(04).
               10  WS-RECON-FISCAL-PERIOD PIC 9(02).
           05  WS-LINE-PERIOD-KEY       PIC X(06).
           05  WS-LINE-COMPANY-CODE     PIC X(02).

      * The jurisdiction-to-tax-account mappings, per company.
       01  WS-TAX-MAP-TABLE-AREA.
           05  WS-TAX-MAP-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-TAX-MAP-ENTRIES   PIC S9(05) COMP-3 VALUE 200.
           05  WS-TAX-MAP-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-TAX-MAP-COUNT
                       INDEXED BY TAX-MAP-INDEX.
               10  WS-TMP-COMPANY-CODE  PIC X(02).
               10  WS-TMP-JURISDICTION  PIC X(02).
               10  WS-TMP-ACCOUNT       PIC X(08).
       01  WS-TAX-ACCOUNT-WORK.
           05  WS-LINE-TAX-ACCOUNT      PIC X(08).
           05  WS-TAX-ACCOUNT-SWITCH    PIC X.
               88  ACCOUNT-IS-TAX-PAYABLE VALUE 'Y'.

      * The voucher master, carried in from TAXVMS1, brought up to
      * date from the register and the payment cards, and written
      * back out to TAXVMS2.
       01  WS-VOUCHER-TABLE-AREA.
           05  WS-VOUCHER-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-VOUCHER-ENTRIES   PIC S9(05) COMP-3 VALUE 3000.
           05  WS-VOUCHER-ENTRY OCCURS 1 TO 3000
                       DEPENDING ON WS-VOUCHER-COUNT
                       INDEXED BY VOUCHER-INDEX.
               10  WS-VCH-COMPANY-CODE  PIC X(02).
               10  WS-VCH-PERIOD-KEY    PIC X(06).
               10  WS-VCH-JURISDICTION  PIC X(02).
               10  WS-VCH-COMPONENT     PIC X(01).
               10  WS-VCH-TAX-VOUCHERED PIC S9(07)V9(03) COMP-3.
               10  WS-VCH-DUE-DATE      PIC X(08).
               10  WS-VCH-VOUCHER-DATE  PIC X(08).
               10  WS-VCH-PAID-DATE     PIC X(08).
               10  WS-VCH-PAID-AMOUNT   PIC S9(09)V99 COMP-3.
               10  WS-VCH-PAYMENT-REFERENCE PIC X(12).
       01  WS-VOUCHER-LOOKUP-KEY.
           05  WS-VLK-COMPANY-CODE      PIC X(02).
           05  WS-VLK-PERIOD-KEY        PIC X(06).
           05  WS-VLK-JURISDICTION      PIC X(02).
           05  WS-VLK-COMPONENT         PIC X(01).
       01  WS-VOUCHER-FOUND-SWITCH      PIC X.
           88  VOUCHER-WAS-FOUND        VALUE 'Y'.

      * The period's four amounts per company, jurisdiction and
      * component.
       01  WS-RECON-TABLE-AREA.
           05  WS-RECON-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-RECON-ENTRIES     PIC S9(05) COMP-3 VALUE 300.
           05  WS-RECON-ENTRY OCCURS 1 TO 300
                       DEPENDING ON WS-RECON-COUNT
                       INDEXED BY RECON-INDEX.
               10  WS-RCN-COMPANY-CODE  PIC X(02).
               10  WS-RCN-JURISDICTION  PIC X(02).
               10  WS-RCN-COMPONENT     PIC X(01).
               10  WS-RCN-BILLED        PIC S9(09)V9(03) COMP-3.
               10  WS-RCN-SUMMARIZED    PIC S9(09)V9(03) COMP-3.
               10  WS-RCN-VOUCHERED     PIC S9(09)V9(03) COMP-3.
               10  WS-RCN-PAID          PIC S9(09)V99 COMP-3.
               10  WS-RCN-PAID-DATE     PIC X(08).
               10  WS-RCN-VOUCHER-SWITCH PIC X.
                   88  WS-RCN-WAS-VOUCHERED VALUE 'Y'.
       01  WS-RECON-LOOKUP-KEY.
           05  WS-RLK-COMPANY-CODE      PIC X(02).
           05  WS-RLK-JURISDICTION      PIC X(02).
           05  WS-RLK-COMPONENT         PIC X(01).

      * The period's ledger proof per company and tax account.
       01  WS-LEDGER-TABLE-AREA.
           05  WS-LEDGER-COUNT          PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-LEDGER-ENTRIES    PIC S9(03) COMP-3 VALUE 100.
           05  WS-LEDGER-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-LEDGER-COUNT
                       INDEXED BY LEDGER-INDEX.
               10  WS-LDG-COMPANY-CODE  PIC X(02).
               10  WS-LDG-ACCOUNT       PIC X(08).
               10  WS-LDG-BILLED        PIC S9(11)V99 COMP-3.
               10  WS-LDG-GL-ACTIVITY   PIC S9(11)V99 COMP-3.
       01  WS-LEDGER-LOOKUP-KEY.
           05  WS-LLK-COMPANY-CODE      PIC X(02).
           05  WS-LLK-ACCOUNT           PIC X(08).

      * One invoice's billed tax, accumulated across its contiguous
      * TAXAUD1 lines and rounded to whole cents at the break.
       01  WS-INVOICE-BREAK-AREA.
           05  WS-PRIOR-INVOICE-NUMBER  PIC X(08) VALUE SPACES.
           05  WS-INVOICE-COMPANY-CODE  PIC X(02).
           05  WS-INVOICE-TAX-ACCOUNT   PIC X(08).
           05  WS-INVOICE-TAX-MILLS     PIC S9(09)V9(03) COMP-3
                                            VALUE ZERO.
           05  WS-INVOICE-TAX-CENTS     PIC S9(09)V99 COMP-3.
           05  WS-INVOICE-IN-PERIOD-SWITCH PIC X VALUE 'N'.
               88  INVOICE-IS-IN-PERIOD VALUE 'Y'.
      * P when a marketplace facilitator remits the invoice's tax;
      * that tax posts to partner settlement, not tax payable.
           05  WS-INVOICE-REMITTED-BY   PIC X(01) VALUE SPACE.
               88  INVOICE-IS-PARTNER-REMITTED VALUE 'P'.

       01  WS-RECON-WORK-AREAS.
           05  WS-DIFFERENCE-AMOUNT     PIC S9(09)V9(03) COMP-3.
           05  WS-VOUCHERED-CENTS       PIC S9(09)V99 COMP-3.
           05  WS-KEY-DIFFERENCE-SWITCH PIC X.
               88  KEY-HAS-DIFFERENCE   VALUE 'Y'.

       01  WS-RECON-COUNTERS.
           05  WS-AUDIT-LINES-READ      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-SUMMARY-LINES-READ    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REGISTER-LINES-READ   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PAYMENTS-READ         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PAYMENTS-APPLIED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PAYMENTS-UNMATCHED    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-HISTORY-LINES-READ    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DIFFERENCE-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LEDGER-DIFFERENCE-COUNT PIC S9(07) COMP-3
                                            VALUE ZERO.
           05  WS-OVERDUE-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-OVERDUE-AMOUNT        PIC S9(11)V9(03) COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-BILLED          PIC S9(11)V9(03) COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-SUMMARIZED      PIC S9(11)V9(03) COMP-3
                                            VALUE ZERO.
           05  WS-FACILITATOR-LINES-READ PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TOTAL-FACILITATOR     PIC S9(11)V9(03) COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-VOUCHERED       PIC S9(11)V9(03) COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-PAID            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  TRC-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'SALES TAX PAYABLE RECONCILIATION        '.
           05  FILLER                   PIC X(14)
                   VALUE 'FISCAL PERIOD '.
           05  TRH-PERIOD-KEY           PIC X(06).
           05  FILLER                   PIC X(12)
                   VALUE '   RUN DATE '.
           05  TRH-RUN-DATE             PIC X(08).
       01  TRC-SECTION-LINE.
           05  TRS-TEXT                 PIC X(80).
       01  TRC-KEY-COLUMN-LINE.
           05  FILLER                   PIC X(36) VALUE
               'CO JR C          BILLED      SUMMARI'.
           05  FILLER                   PIC X(36) VALUE
               'ZED       VOUCHERED            PAID '.
           05  FILLER                   PIC X(09) VALUE
               'PAID DATE'.
       01  TRC-KEY-DETAIL-LINE.
           05  TRD-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRD-JURISDICTION         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRD-COMPONENT            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRD-BILLED               PIC ZZ,ZZZ,ZZ9.999-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRD-SUMMARIZED           PIC ZZ,ZZZ,ZZ9.999-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRD-VOUCHERED            PIC ZZ,ZZZ,ZZ9.999-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRD-PAID                 PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRD-PAID-DATE            PIC X(08).
      * One line per difference found on the key above it.
       01  TRC-DIFFERENCE-LINE.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(14)
                   VALUE '*** DIFFERENCE'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRF-AMOUNT               PIC ZZ,ZZZ,ZZ9.999-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRF-DESCRIPTION          PIC X(40).
       01  TRC-LEDGER-COLUMN-LINE.
           05  FILLER                   PIC X(36) VALUE
               'CO ACCOUNT       BILLED TO CENTS    '.
           05  FILLER                   PIC X(36) VALUE
               '   GL ACTIVITY      DIFFERENCE      '.
       01  TRC-LEDGER-DETAIL-LINE.
           05  TRL-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRL-ACCOUNT              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRL-BILLED               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRL-GL-ACTIVITY          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRL-DIFFERENCE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRL-NOTE                 PIC X(20).
       01  TRC-OVERDUE-COLUMN-LINE.
           05  FILLER                   PIC X(36) VALUE
               'CO PERIOD JR C       VOUCHERED DUE D'.
           05  FILLER                   PIC X(20) VALUE
               'ATE VOUCHER DATE'.
       01  TRC-OVERDUE-DETAIL-LINE.
           05  TRO-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRO-PERIOD-KEY           PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRO-JURISDICTION         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRO-COMPONENT            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRO-VOUCHERED            PIC ZZ,ZZZ,ZZ9.999-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRO-DUE-DATE             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRO-VOUCHER-DATE         PIC X(08).
       01  TRC-PAYMENT-REJECT-LINE.
           05  TRP-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRP-PERIOD-KEY           PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRP-JURISDICTION         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRP-COMPONENT            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRP-PAID-DATE            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRP-PAID-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TRP-REFERENCE            PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRP-REASON               PIC X(30).
       01  TRC-TOTAL-LINE.
           05  TRT-LABEL                PIC X(40).
           05  TRT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.999-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRT-COUNT                PIC ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 when
      * everything ties, 4 for a difference, an overdue voucher or
      * an unmatched payment, 8 when the voucher master failed.
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

           PERFORM LOAD-CONTROL-CARDS
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT RECONCILIATION-REPORT-FILE
           IF NOT RECONCILIATION-REPORT-OK
               DISPLAY 'STATUS ON RECONCILIATION-REPORT-FILE OPEN: '
                       RECONCILIATION-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXRECON STATUS ON RECONCILIATION-REPORT OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           MOVE WS-RECON-PERIOD-KEY TO TRH-PERIOD-KEY
           MOVE WS-CDT-DATE-X TO TRH-RUN-DATE
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-HEADER-LINE
               AFTER ADVANCING PAGE

           PERFORM LOAD-TAX-ACCOUNT-MAP
           PERFORM LOAD-VOUCHER-MASTER
           PERFORM APPLY-VOUCHER-REGISTER
           MOVE 'PAYMENTS NOT APPLIED' TO TRS-TEXT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM APPLY-VOUCHER-PAYMENTS
           PERFORM SAVE-VOUCHER-MASTER

           PERFORM ACCUMULATE-TAX-BILLED
           PERFORM ACCUMULATE-TAX-SUMMARIZED
           PERFORM ACCUMULATE-TAX-VOUCHERED
           PERFORM ACCUMULATE-LEDGER-ACTIVITY

           PERFORM REPORT-PERIOD-RECONCILIATION
           PERFORM REPORT-LEDGER-RECONCILIATION
           PERFORM REPORT-OVERDUE-VOUCHERS
           PERFORM WRITE-RECONCILIATION-TOTALS
           CLOSE RECONCILIATION-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * FISCSTMO gives the fiscal year's start month; TAXRCPER
      * names the period to reconcile, and without it the period
      * before the one the run date falls in is reconciled.
       LOAD-CONTROL-CARDS.
           MOVE SPACES TO WS-RECON-PERIOD-KEY
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
               MOVE 'TAXRCPER' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:6) TO WS-RECON-PERIOD-KEY
               END-IF
           END-IF
           IF WS-RECON-PERIOD-KEY IS EQUAL TO SPACES
               MOVE 'FP' TO WS-DC-FUNCTION-CODE
               MOVE WS-CDT-DATE-X(1:4) TO WS-DC-YEAR-1
               MOVE WS-CDT-DATE-X(5:2) TO WS-DC-MONTH-1
               MOVE WS-CDT-DATE-X(7:2) TO WS-DC-DAY-1
               MOVE WS-FISCAL-YEAR-START-MONTH
                   TO WS-DC-FISCAL-YEAR-START-MONTH
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-RECON-FISCAL-YEAR
               MOVE WS-DC-RESULT-FISCAL-PERIOD
                   TO WS-RECON-FISCAL-PERIOD
               IF WS-RECON-FISCAL-PERIOD IS EQUAL TO 1
                   MOVE 12 TO WS-RECON-FISCAL-PERIOD
                   SUBTRACT 1 FROM WS-RECON-FISCAL-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-RECON-FISCAL-PERIOD
               END-IF
           END-IF
           IF WS-RECON-PERIOD-KEY IS NOT NUMERIC
           OR WS-RECON-FISCAL-PERIOD IS LESS THAN 1
           OR WS-RECON-FISCAL-PERIOD IS GREATER THAN 12
               DISPLAY 'TAXRECON TAXRCPER PERIOD NOT VALID: '
                       WS-RECON-PERIOD-KEY
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXRECON TAXRCPER FISCAL PERIOD NOT VALID'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               DISPLAY 'SALES TAX RECONCILED FOR FISCAL PERIOD: '
                       WS-RECON-PERIOD-KEY
           END-IF
           .
      * Only the 'T' mappings are kept. A mapping with no company
      * is the home company's.
       LOAD-TAX-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT ACCOUNT-MAP-OK
               DISPLAY 'STATUS ON ACCOUNT-MAP-FILE OPEN: '
                       ACCOUNT-MAP-STATUS
               MOVE ZERO TO WS-TAX-MAP-COUNT
           ELSE
               PERFORM UNTIL END-OF-ACCOUNT-MAP
                   READ ACCOUNT-MAP-FILE
                   IF ACCOUNT-MAP-OK
                   AND GLM-IS-TAX-MAP
                       IF WS-TAX-MAP-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-TAX-MAP-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'TAXRECON TAX ACCOUNT MAP TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-TAX-MAP-COUNT
                           IF GLM-COMPANY-CODE IS EQUAL TO SPACES
                               MOVE WS-HOME-COMPANY
                                   TO WS-TMP-COMPANY-CODE
                                          (WS-TAX-MAP-COUNT)
                           ELSE
                               MOVE GLM-COMPANY-CODE
                                   TO WS-TMP-COMPANY-CODE
                                          (WS-TAX-MAP-COUNT)
                           END-IF
                           MOVE GLM-MAP-KEY(1:2)
                               TO WS-TMP-JURISDICTION
                                      (WS-TAX-MAP-COUNT)
                           MOVE GLM-ACCOUNT
                               TO WS-TMP-ACCOUNT(WS-TAX-MAP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           .
      * A missing master is the first run: no vouchers on file yet.
       LOAD-VOUCHER-MASTER.
           OPEN INPUT VOUCHER-MASTER-IN-FILE
           IF VOUCHER-MASTER-IN-OK
               PERFORM UNTIL END-OF-VOUCHER-MASTER-IN
                   READ VOUCHER-MASTER-IN-FILE
                   IF VOUCHER-MASTER-IN-OK
                       MOVE VMI-COMPANY-CODE TO WS-VLK-COMPANY-CODE
                       MOVE VMI-FISCAL-PERIOD-KEY TO WS-VLK-PERIOD-KEY
                       MOVE VMI-JURISDICTION-CODE
                           TO WS-VLK-JURISDICTION
                       MOVE VMI-COMPONENT-CODE TO WS-VLK-COMPONENT
                       PERFORM ADD-VOUCHER-ENTRY
                       IF VOUCHER-WAS-FOUND
                           MOVE VMI-TAX-VOUCHERED
                               TO WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX)
                           MOVE VMI-DUE-DATE
                               TO WS-VCH-DUE-DATE(VOUCHER-INDEX)
                           MOVE VMI-VOUCHER-DATE
                               TO WS-VCH-VOUCHER-DATE(VOUCHER-INDEX)
                           MOVE VMI-PAID-DATE
                               TO WS-VCH-PAID-DATE(VOUCHER-INDEX)
                           MOVE VMI-PAID-AMOUNT
                               TO WS-VCH-PAID-AMOUNT(VOUCHER-INDEX)
                           MOVE VMI-PAYMENT-REFERENCE
                               TO WS-VCH-PAYMENT-REFERENCE
                                      (VOUCHER-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VOUCHER-MASTER-IN-FILE
           END-IF
           .
      * Vouchers printed since the last run. A voucher reprinted for
      * a period already on the master replaces the amount and due
      * date; any payment already recorded stays with it.
       APPLY-VOUCHER-REGISTER.
           OPEN INPUT VOUCHER-REGISTER-FILE
           IF NOT VOUCHER-REGISTER-OK
               DISPLAY 'STATUS ON VOUCHER-REGISTER-FILE OPEN: '
                       VOUCHER-REGISTER-STATUS
           ELSE
               PERFORM UNTIL END-OF-VOUCHER-REGISTER
                   READ VOUCHER-REGISTER-FILE
                   IF VOUCHER-REGISTER-OK
                       ADD 1 TO WS-REGISTER-LINES-READ
                       ADD 1 TO WS-JS-RECORD-COUNT
                       IF VRG-COMPANY-CODE IS EQUAL TO SPACES
                           MOVE WS-HOME-COMPANY TO WS-VLK-COMPANY-CODE
                       ELSE
                           MOVE VRG-COMPANY-CODE
                               TO WS-VLK-COMPANY-CODE
                       END-IF
                       MOVE VRG-FISCAL-PERIOD-KEY TO WS-VLK-PERIOD-KEY
                       MOVE VRG-JURISDICTION-CODE
                           TO WS-VLK-JURISDICTION
                       MOVE VRG-COMPONENT-CODE TO WS-VLK-COMPONENT
                       PERFORM ADD-VOUCHER-ENTRY
                       IF VOUCHER-WAS-FOUND
                           MOVE VRG-TAX-VOUCHERED
                               TO WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX)
                           MOVE VRG-DUE-DATE
                               TO WS-VCH-DUE-DATE(VOUCHER-INDEX)
                           MOVE VRG-VOUCHER-DATE
                               TO WS-VCH-VOUCHER-DATE(VOUCHER-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VOUCHER-REGISTER-FILE
           END-IF
           .
      * Positions VOUCHER-INDEX on the voucher with the lookup key,
      * adding an empty one when it is not on file yet. A full
      * table leaves VOUCHER-WAS-FOUND off and says so.
       ADD-VOUCHER-ENTRY.
           PERFORM FIND-VOUCHER-ENTRY
           IF NOT VOUCHER-WAS-FOUND
               IF WS-VOUCHER-COUNT IS GREATER THAN OR EQUAL TO
                       WS-MAX-VOUCHER-ENTRIES
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'TAXRECON VOUCHER TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
                   SET WS-RC-REJECTED TO TRUE
               ELSE
                   ADD 1 TO WS-VOUCHER-COUNT
                   SET VOUCHER-INDEX TO WS-VOUCHER-COUNT
                   MOVE WS-VLK-COMPANY-CODE
                       TO WS-VCH-COMPANY-CODE(VOUCHER-INDEX)
                   MOVE WS-VLK-PERIOD-KEY
                       TO WS-VCH-PERIOD-KEY(VOUCHER-INDEX)
                   MOVE WS-VLK-JURISDICTION
                       TO WS-VCH-JURISDICTION(VOUCHER-INDEX)
                   MOVE WS-VLK-COMPONENT
                       TO WS-VCH-COMPONENT(VOUCHER-INDEX)
                   MOVE ZERO TO WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX)
                                WS-VCH-PAID-AMOUNT(VOUCHER-INDEX)
                   MOVE SPACES TO WS-VCH-DUE-DATE(VOUCHER-INDEX)
                                  WS-VCH-VOUCHER-DATE(VOUCHER-INDEX)
                                  WS-VCH-PAID-DATE(VOUCHER-INDEX)
                                  WS-VCH-PAYMENT-REFERENCE
                                      (VOUCHER-INDEX)
                   SET VOUCHER-WAS-FOUND TO TRUE
               END-IF
           END-IF
           .
       FIND-VOUCHER-ENTRY.
           MOVE 'N' TO WS-VOUCHER-FOUND-SWITCH
           IF WS-VOUCHER-COUNT IS GREATER THAN ZERO
               SET VOUCHER-INDEX TO 1
               SEARCH WS-VOUCHER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VCH-COMPANY-CODE(VOUCHER-INDEX)
                            IS EQUAL TO WS-VLK-COMPANY-CODE
                   AND  WS-VCH-PERIOD-KEY(VOUCHER-INDEX)
                            IS EQUAL TO WS-VLK-PERIOD-KEY
                   AND  WS-VCH-JURISDICTION(VOUCHER-INDEX)
                            IS EQUAL TO WS-VLK-JURISDICTION
                   AND  WS-VCH-COMPONENT(VOUCHER-INDEX)
                            IS EQUAL TO WS-VLK-COMPONENT
                       SET VOUCHER-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
      * Each payment card adds to what has been paid on its voucher
      * and keeps the latest payment date and its reference. A card
      * with a bad date or amount, or for a voucher not on the
      * master, is itemized and not applied.
       APPLY-VOUCHER-PAYMENTS.
           OPEN INPUT VOUCHER-PAYMENT-FILE
           IF NOT VOUCHER-PAYMENT-OK
               DISPLAY 'STATUS ON VOUCHER-PAYMENT-FILE OPEN: '
                       VOUCHER-PAYMENT-STATUS
           ELSE
               PERFORM UNTIL END-OF-VOUCHER-PAYMENTS
                   READ VOUCHER-PAYMENT-FILE
                   IF VOUCHER-PAYMENT-OK
                       ADD 1 TO WS-PAYMENTS-READ
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM APPLY-ONE-PAYMENT
                           THRU APPLY-ONE-PAYMENT-EXIT
                   END-IF
               END-PERFORM
               CLOSE VOUCHER-PAYMENT-FILE
           END-IF
           .
       APPLY-ONE-PAYMENT.
           IF VPT-PAID-DATE IS NOT NUMERIC
           OR VPT-PAID-AMOUNT IS NOT NUMERIC
               MOVE 'PAYMENT DATE OR AMOUNT NOT VALID' TO TRP-REASON
               PERFORM REJECT-ONE-PAYMENT
               GO TO APPLY-ONE-PAYMENT-EXIT
           END-IF
           IF VPT-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-VLK-COMPANY-CODE
           ELSE
               MOVE VPT-COMPANY-CODE TO WS-VLK-COMPANY-CODE
           END-IF
           MOVE VPT-FISCAL-PERIOD-KEY TO WS-VLK-PERIOD-KEY
           MOVE VPT-JURISDICTION-CODE TO WS-VLK-JURISDICTION
           MOVE VPT-COMPONENT-CODE TO WS-VLK-COMPONENT
           PERFORM FIND-VOUCHER-ENTRY
           IF NOT VOUCHER-WAS-FOUND
               MOVE 'NO VOUCHER ON FILE FOR PAYMENT' TO TRP-REASON
               PERFORM REJECT-ONE-PAYMENT
               GO TO APPLY-ONE-PAYMENT-EXIT
           END-IF
           ADD 1 TO WS-PAYMENTS-APPLIED
           ADD VPT-PAID-AMOUNT TO WS-VCH-PAID-AMOUNT(VOUCHER-INDEX)
           IF WS-VCH-PAID-DATE(VOUCHER-INDEX) IS EQUAL TO SPACES
           OR VPT-PAID-DATE IS GREATER THAN
                   WS-VCH-PAID-DATE(VOUCHER-INDEX)
               MOVE VPT-PAID-DATE TO WS-VCH-PAID-DATE(VOUCHER-INDEX)
               MOVE VPT-PAYMENT-REFERENCE
                   TO WS-VCH-PAYMENT-REFERENCE(VOUCHER-INDEX)
           END-IF
           .
       APPLY-ONE-PAYMENT-EXIT.
           EXIT.
       REJECT-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-UNMATCHED
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'TAXRECON PAYMENT CARD NOT APPLIED'
               TO WS-EL-EXCEPTION-TEXT
           MOVE VOUCHER-PAYMENT-RECORD(1:11) TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           MOVE VPT-COMPANY-CODE TO TRP-COMPANY-CODE
           MOVE VPT-FISCAL-PERIOD-KEY TO TRP-PERIOD-KEY
           MOVE VPT-JURISDICTION-CODE TO TRP-JURISDICTION
           MOVE VPT-COMPONENT-CODE TO TRP-COMPONENT
           MOVE VPT-PAID-DATE TO TRP-PAID-DATE
           IF VPT-PAID-AMOUNT IS NUMERIC
               MOVE VPT-PAID-AMOUNT TO TRP-PAID-AMOUNT
           ELSE
               MOVE ZERO TO TRP-PAID-AMOUNT
           END-IF
           MOVE VPT-PAYMENT-REFERENCE TO TRP-REFERENCE
           WRITE RECONCILIATION-REPORT-LINE
               FROM TRC-PAYMENT-REJECT-LINE
               AFTER ADVANCING 1 LINE
           .
      * The master goes back out whole; a run that could not write
      * it is rejected so the next run starts from the old one.
       SAVE-VOUCHER-MASTER.
           OPEN OUTPUT VOUCHER-MASTER-OUT-FILE
           IF NOT VOUCHER-MASTER-OUT-OK
               DISPLAY 'STATUS ON VOUCHER-MASTER-OUT-FILE OPEN: '
                       VOUCHER-MASTER-OUT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXRECON STATUS ON VOUCHER-MASTER-OUT OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM WRITE-ONE-VOUCHER-MASTER
                   VARYING VOUCHER-INDEX FROM 1 BY 1
                   UNTIL VOUCHER-INDEX > WS-VOUCHER-COUNT
               CLOSE VOUCHER-MASTER-OUT-FILE
           END-IF
           .
       WRITE-ONE-VOUCHER-MASTER.
           MOVE SPACES TO VOUCHER-MASTER-OUT-RECORD
           MOVE WS-VCH-COMPANY-CODE(VOUCHER-INDEX) TO VMO-COMPANY-CODE
           MOVE WS-VCH-PERIOD-KEY(VOUCHER-INDEX)
               TO VMO-FISCAL-PERIOD-KEY
           MOVE WS-VCH-JURISDICTION(VOUCHER-INDEX)
               TO VMO-JURISDICTION-CODE
           MOVE WS-VCH-COMPONENT(VOUCHER-INDEX) TO VMO-COMPONENT-CODE
           MOVE WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX)
               TO VMO-TAX-VOUCHERED
           MOVE WS-VCH-DUE-DATE(VOUCHER-INDEX) TO VMO-DUE-DATE
           MOVE WS-VCH-VOUCHER-DATE(VOUCHER-INDEX) TO VMO-VOUCHER-DATE
           MOVE WS-VCH-PAID-DATE(VOUCHER-INDEX) TO VMO-PAID-DATE
           MOVE WS-VCH-PAID-AMOUNT(VOUCHER-INDEX) TO VMO-PAID-AMOUNT
           MOVE WS-VCH-PAYMENT-REFERENCE(VOUCHER-INDEX)
               TO VMO-PAYMENT-REFERENCE
           WRITE VOUCHER-MASTER-OUT-RECORD
           IF NOT VOUCHER-MASTER-OUT-OK
               DISPLAY 'STATUS ON VOUCHER-MASTER-OUT-FILE WRITE: '
                       VOUCHER-MASTER-OUT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXRECON STATUS ON VOUCHER-MASTER-OUT WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           .
      * Tax billed: every TAXAUD1 line dated into the period, per
      * component, at the mills the line carries; and per invoice,
      * rounded to cents, against the account the ledger posted it
      * to. An invoice's lines are contiguous, so the rounding is
      * done at each invoice break.
       ACCUMULATE-TAX-BILLED.
           OPEN INPUT TAX-AUDIT-FILE
           IF NOT TAX-AUDIT-OK
               DISPLAY 'STATUS ON TAX-AUDIT-FILE OPEN: '
                       TAX-AUDIT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXRECON STATUS ON TAX-AUDIT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-TAX-AUDIT
                   READ TAX-AUDIT-FILE
                   IF TAX-AUDIT-OK
                      AND TAD-INVOICE-NUMBER(1:3) NOT = 'HDR'
                       ADD 1 TO WS-AUDIT-LINES-READ
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM ACCUMULATE-ONE-AUDIT-LINE
                   END-IF
               END-PERFORM
               PERFORM CLOSE-OUT-ONE-INVOICE
               CLOSE TAX-AUDIT-FILE
           END-IF
           .
       ACCUMULATE-ONE-AUDIT-LINE.
           IF TAD-INVOICE-NUMBER IS NOT EQUAL TO
                   WS-PRIOR-INVOICE-NUMBER
               PERFORM CLOSE-OUT-ONE-INVOICE
               MOVE TAD-INVOICE-NUMBER TO WS-PRIOR-INVOICE-NUMBER
               MOVE ZERO TO WS-INVOICE-TAX-MILLS
               MOVE TAD-TAX-REMITTED-BY TO WS-INVOICE-REMITTED-BY
               IF TAD-COMPANY-CODE IS EQUAL TO SPACES
                   MOVE WS-HOME-COMPANY TO WS-INVOICE-COMPANY-CODE
               ELSE
                   MOVE TAD-COMPANY-CODE TO WS-INVOICE-COMPANY-CODE
               END-IF
               MOVE WS-INVOICE-COMPANY-CODE TO WS-LINE-COMPANY-CODE
               PERFORM FIND-JURISDICTION-ACCOUNT
               MOVE WS-LINE-TAX-ACCOUNT TO WS-INVOICE-TAX-ACCOUNT
               PERFORM FIND-LINE-PERIOD-OF-TAD
               IF WS-LINE-PERIOD-KEY IS EQUAL TO WS-RECON-PERIOD-KEY
                   SET INVOICE-IS-IN-PERIOD TO TRUE
               ELSE
                   MOVE 'N' TO WS-INVOICE-IN-PERIOD-SWITCH
               END-IF
           END-IF
      * Facilitator-collected tax is the partner's to remit: it is
      * shown on its own total line and kept out of every key.
           IF INVOICE-IS-IN-PERIOD
           AND INVOICE-IS-PARTNER-REMITTED
               ADD 1 TO WS-FACILITATOR-LINES-READ
               ADD TAD-TAX-AMOUNT TO WS-TOTAL-FACILITATOR
           END-IF
           IF INVOICE-IS-IN-PERIOD
           AND NOT INVOICE-IS-PARTNER-REMITTED
               ADD TAD-TAX-AMOUNT TO WS-INVOICE-TAX-MILLS
               MOVE WS-INVOICE-COMPANY-CODE TO WS-RLK-COMPANY-CODE
               MOVE TAD-JURISDICTION-CODE TO WS-RLK-JURISDICTION
               MOVE TAD-COMPONENT-CODE TO WS-RLK-COMPONENT
               PERFORM FIND-RECON-ENTRY
               ADD TAD-TAX-AMOUNT TO WS-RCN-BILLED(RECON-INDEX)
               ADD TAD-TAX-AMOUNT TO WS-TOTAL-BILLED
           END-IF
           .
       CLOSE-OUT-ONE-INVOICE.
           IF WS-PRIOR-INVOICE-NUMBER IS NOT EQUAL TO SPACES
           AND INVOICE-IS-IN-PERIOD
           AND NOT INVOICE-IS-PARTNER-REMITTED
               COMPUTE WS-INVOICE-TAX-CENTS ROUNDED =
                   WS-INVOICE-TAX-MILLS
               MOVE WS-INVOICE-COMPANY-CODE TO WS-LLK-COMPANY-CODE
               MOVE WS-INVOICE-TAX-ACCOUNT TO WS-LLK-ACCOUNT
               PERFORM FIND-LEDGER-ENTRY
               ADD WS-INVOICE-TAX-CENTS TO WS-LDG-BILLED(LEDGER-INDEX)
           END-IF
           .
       FIND-LINE-PERIOD-OF-TAD.
           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE TAD-INVOICE-DATE(1:4) TO WS-DC-YEAR-1
           MOVE TAD-INVOICE-DATE(5:2) TO WS-DC-MONTH-1
           MOVE TAD-INVOICE-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-FISCAL-YEAR-START-MONTH
               TO WS-DC-FISCAL-YEAR-START-MONTH
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-LINE-PERIOD-KEY(1:4)
           MOVE WS-DC-RESULT-FISCAL-PERIOD TO WS-LINE-PERIOD-KEY(5:2)
           .
      * The tax-payable account INVCALC posts the jurisdiction to for
      * the company, or its 2200TAX fallback when there is no
      * mapping.
       FIND-JURISDICTION-ACCOUNT.
           MOVE WS-TAX-PAYABLE-ACCOUNT TO WS-LINE-TAX-ACCOUNT
           IF WS-TAX-MAP-COUNT IS GREATER THAN ZERO
               SET TAX-MAP-INDEX TO 1
               SEARCH WS-TAX-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TMP-COMPANY-CODE(TAX-MAP-INDEX)
                            IS EQUAL TO WS-LINE-COMPANY-CODE
                   AND  WS-TMP-JURISDICTION(TAX-MAP-INDEX)
                            IS EQUAL TO TAD-JURISDICTION-CODE
                       MOVE WS-TMP-ACCOUNT(TAX-MAP-INDEX)
                           TO WS-LINE-TAX-ACCOUNT
               END-SEARCH
           END-IF
           .
      * Tax summarized for remittance: TAXSUME1 records for the
      * period. Facilitator-collected records are not ours to remit.
       ACCUMULATE-TAX-SUMMARIZED.
           OPEN INPUT SUMMARY-EXTRACT-FILE
           IF NOT SUMMARY-EXTRACT-OK
               DISPLAY 'STATUS ON SUMMARY-EXTRACT-FILE OPEN: '
                       SUMMARY-EXTRACT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXRECON STATUS ON SUMMARY-EXTRACT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-SUMMARY-EXTRACT
                   READ SUMMARY-EXTRACT-FILE
                   IF SUMMARY-EXTRACT-OK
                   AND TXE-FISCAL-PERIOD-KEY IS EQUAL TO
                           WS-RECON-PERIOD-KEY
                   AND NOT TXE-TAX-PARTNER-REMITTED
                       ADD 1 TO WS-SUMMARY-LINES-READ
                       ADD 1 TO WS-JS-RECORD-COUNT
                       IF TXE-COMPANY-CODE IS EQUAL TO SPACES
                           MOVE WS-HOME-COMPANY TO WS-RLK-COMPANY-CODE
                       ELSE
                           MOVE TXE-COMPANY-CODE
                               TO WS-RLK-COMPANY-CODE
                       END-IF
                       MOVE TXE-JURISDICTION-CODE
                           TO WS-RLK-JURISDICTION
                       MOVE TXE-COMPONENT-CODE TO WS-RLK-COMPONENT
                       PERFORM FIND-RECON-ENTRY
                       ADD TXE-TAX-COLLECTED
                           TO WS-RCN-SUMMARIZED(RECON-INDEX)
                       ADD TXE-TAX-COLLECTED TO WS-TOTAL-SUMMARIZED
                   END-IF
               END-PERFORM
               CLOSE SUMMARY-EXTRACT-FILE
           END-IF
           .
      * Tax vouchered and paid: the period's vouchers as the master
      * now stands.
       ACCUMULATE-TAX-VOUCHERED.
           PERFORM VARYING VOUCHER-INDEX FROM 1 BY 1
                   UNTIL VOUCHER-INDEX > WS-VOUCHER-COUNT
               IF WS-VCH-PERIOD-KEY(VOUCHER-INDEX) IS EQUAL TO
                       WS-RECON-PERIOD-KEY
                   MOVE WS-VCH-COMPANY-CODE(VOUCHER-INDEX)
                       TO WS-RLK-COMPANY-CODE
                   MOVE WS-VCH-JURISDICTION(VOUCHER-INDEX)
                       TO WS-RLK-JURISDICTION
                   MOVE WS-VCH-COMPONENT(VOUCHER-INDEX)
                       TO WS-RLK-COMPONENT
                   PERFORM FIND-RECON-ENTRY
                   MOVE 'Y' TO WS-RCN-VOUCHER-SWITCH(RECON-INDEX)
                   ADD WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX)
                       TO WS-RCN-VOUCHERED(RECON-INDEX)
                   ADD WS-VCH-PAID-AMOUNT(VOUCHER-INDEX)
                       TO WS-RCN-PAID(RECON-INDEX)
                   MOVE WS-VCH-PAID-DATE(VOUCHER-INDEX)
                       TO WS-RCN-PAID-DATE(RECON-INDEX)
                   ADD WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX)
                       TO WS-TOTAL-VOUCHERED
                   ADD WS-VCH-PAID-AMOUNT(VOUCHER-INDEX)
                       TO WS-TOTAL-PAID
               END-IF
           END-PERFORM
           .
      * Positions RECON-INDEX on the company/jurisdiction/component,
      * adding it the first time it is seen. A full table piles the
      * overflow onto the last entry and says so.
       FIND-RECON-ENTRY.
           SET RECON-INDEX TO 1
           SEARCH WS-RECON-ENTRY
               AT END
                   IF WS-RECON-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-RECON-ENTRIES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'TAXRECON RECONCILIATION TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                           MOVE 4 TO WS-RETURN-CODE-VALUE
                       END-IF
                       SET RECON-INDEX TO WS-RECON-COUNT
                   ELSE
                       ADD 1 TO WS-RECON-COUNT
                       SET RECON-INDEX TO WS-RECON-COUNT
                       MOVE WS-RLK-COMPANY-CODE
                           TO WS-RCN-COMPANY-CODE(RECON-INDEX)
                       MOVE WS-RLK-JURISDICTION
                           TO WS-RCN-JURISDICTION(RECON-INDEX)
                       MOVE WS-RLK-COMPONENT
                           TO WS-RCN-COMPONENT(RECON-INDEX)
                       MOVE ZERO TO WS-RCN-BILLED(RECON-INDEX)
                                    WS-RCN-SUMMARIZED(RECON-INDEX)
                                    WS-RCN-VOUCHERED(RECON-INDEX)
                                    WS-RCN-PAID(RECON-INDEX)
                       MOVE SPACES TO WS-RCN-PAID-DATE(RECON-INDEX)
                       MOVE 'N' TO WS-RCN-VOUCHER-SWITCH(RECON-INDEX)
                   END-IF
               WHEN WS-RCN-COMPANY-CODE(RECON-INDEX)
                        IS EQUAL TO WS-RLK-COMPANY-CODE
               AND  WS-RCN-JURISDICTION(RECON-INDEX)
                        IS EQUAL TO WS-RLK-JURISDICTION
               AND  WS-RCN-COMPONENT(RECON-INDEX)
                        IS EQUAL TO WS-RLK-COMPONENT
                   CONTINUE
           END-SEARCH
           .
      * The ledger side: every GLJHIST1 line to a tax-payable account
      * dated into the period, credits less debits. Control records
      * and year-end closing lines are not activity.
       ACCUMULATE-LEDGER-ACTIVITY.
           OPEN INPUT JOURNAL-HISTORY-FILE
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXRECON STATUS ON JOURNAL-HISTORY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-JOURNAL-HISTORY
                   READ JOURNAL-HISTORY-FILE
                   IF JOURNAL-HISTORY-OK
                   AND NOT BCT-IS-CONTROL
                   AND NOT JHR-IS-YEAR-END-CLOSE
                       ADD 1 TO WS-HISTORY-LINES-READ
                       PERFORM ACCUMULATE-ONE-LEDGER-LINE
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-HISTORY-FILE
           END-IF
           .
       ACCUMULATE-ONE-LEDGER-LINE.
           IF JHR-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-LINE-COMPANY-CODE
           ELSE
               MOVE JHR-COMPANY-CODE TO WS-LINE-COMPANY-CODE
           END-IF
           PERFORM CHECK-TAX-PAYABLE-ACCOUNT
           IF ACCOUNT-IS-TAX-PAYABLE
           AND JHR-INVOICE-DATE IS NUMERIC
               MOVE 'FP' TO WS-DC-FUNCTION-CODE
               MOVE JHR-INVOICE-DATE(1:4) TO WS-DC-YEAR-1
               MOVE JHR-INVOICE-DATE(5:2) TO WS-DC-MONTH-1
               MOVE JHR-INVOICE-DATE(7:2) TO WS-DC-DAY-1
               MOVE WS-FISCAL-YEAR-START-MONTH
                   TO WS-DC-FISCAL-YEAR-START-MONTH
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               MOVE WS-DC-RESULT-FISCAL-YEAR
                   TO WS-LINE-PERIOD-KEY(1:4)
               MOVE WS-DC-RESULT-FISCAL-PERIOD
                   TO WS-LINE-PERIOD-KEY(5:2)
               IF WS-LINE-PERIOD-KEY IS EQUAL TO WS-RECON-PERIOD-KEY
                   MOVE WS-LINE-COMPANY-CODE TO WS-LLK-COMPANY-CODE
                   MOVE JHR-ACCOUNT TO WS-LLK-ACCOUNT
                   PERFORM FIND-LEDGER-ENTRY
                   ADD JHR-CREDIT-AMOUNT
                       TO WS-LDG-GL-ACTIVITY(LEDGER-INDEX)
                   SUBTRACT JHR-DEBIT-AMOUNT
                       FROM WS-LDG-GL-ACTIVITY(LEDGER-INDEX)
               END-IF
           END-IF
           .
      * A tax-payable account is the 2200TAX fallback or any account
      * a 'T' mapping names for the line's company.
       CHECK-TAX-PAYABLE-ACCOUNT.
           MOVE 'N' TO WS-TAX-ACCOUNT-SWITCH
           IF JHR-ACCOUNT IS EQUAL TO WS-TAX-PAYABLE-ACCOUNT
               SET ACCOUNT-IS-TAX-PAYABLE TO TRUE
           ELSE
               IF WS-TAX-MAP-COUNT IS GREATER THAN ZERO
                   SET TAX-MAP-INDEX TO 1
                   SEARCH WS-TAX-MAP-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-TMP-COMPANY-CODE(TAX-MAP-INDEX)
                                IS EQUAL TO WS-LINE-COMPANY-CODE
                       AND  WS-TMP-ACCOUNT(TAX-MAP-INDEX)
                                IS EQUAL TO JHR-ACCOUNT
                           SET ACCOUNT-IS-TAX-PAYABLE TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .
       FIND-LEDGER-ENTRY.
           SET LEDGER-INDEX TO 1
           SEARCH WS-LEDGER-ENTRY
               AT END
                   IF WS-LEDGER-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-LEDGER-ENTRIES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'TAXRECON LEDGER ACCOUNT TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                           MOVE 4 TO WS-RETURN-CODE-VALUE
                       END-IF
                       SET LEDGER-INDEX TO WS-LEDGER-COUNT
                   ELSE
                       ADD 1 TO WS-LEDGER-COUNT
                       SET LEDGER-INDEX TO WS-LEDGER-COUNT
                       MOVE WS-LLK-COMPANY-CODE
                           TO WS-LDG-COMPANY-CODE(LEDGER-INDEX)
                       MOVE WS-LLK-ACCOUNT
                           TO WS-LDG-ACCOUNT(LEDGER-INDEX)
                       MOVE ZERO TO WS-LDG-BILLED(LEDGER-INDEX)
                                    WS-LDG-GL-ACTIVITY(LEDGER-INDEX)
                   END-IF
               WHEN WS-LDG-COMPANY-CODE(LEDGER-INDEX)
                        IS EQUAL TO WS-LLK-COMPANY-CODE
               AND  WS-LDG-ACCOUNT(LEDGER-INDEX)
                        IS EQUAL TO WS-LLK-ACCOUNT
                   CONTINUE
           END-SEARCH
           .
      * One line per company, jurisdiction and component with its
      * four amounts, each difference itemized beneath it. An exempt
      * key with nothing on any side is not printed.
       REPORT-PERIOD-RECONCILIATION.
           MOVE 'TAX BILLED, SUMMARIZED, VOUCHERED AND PAID'
               TO TRS-TEXT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-KEY-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM REPORT-ONE-RECON-KEY
               VARYING RECON-INDEX FROM 1 BY 1
               UNTIL RECON-INDEX > WS-RECON-COUNT
           .
       REPORT-ONE-RECON-KEY.
           IF WS-RCN-BILLED(RECON-INDEX) IS EQUAL TO ZERO
           AND WS-RCN-SUMMARIZED(RECON-INDEX) IS EQUAL TO ZERO
           AND WS-RCN-VOUCHERED(RECON-INDEX) IS EQUAL TO ZERO
           AND WS-RCN-PAID(RECON-INDEX) IS EQUAL TO ZERO
               CONTINUE
           ELSE
               MOVE WS-RCN-COMPANY-CODE(RECON-INDEX)
                   TO TRD-COMPANY-CODE
               MOVE WS-RCN-JURISDICTION(RECON-INDEX)
                   TO TRD-JURISDICTION
               MOVE WS-RCN-COMPONENT(RECON-INDEX) TO TRD-COMPONENT
               MOVE WS-RCN-BILLED(RECON-INDEX) TO TRD-BILLED
               MOVE WS-RCN-SUMMARIZED(RECON-INDEX) TO TRD-SUMMARIZED
               MOVE WS-RCN-VOUCHERED(RECON-INDEX) TO TRD-VOUCHERED
               MOVE WS-RCN-PAID(RECON-INDEX) TO TRD-PAID
               MOVE WS-RCN-PAID-DATE(RECON-INDEX) TO TRD-PAID-DATE
               WRITE RECONCILIATION-REPORT-LINE
                   FROM TRC-KEY-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM ITEMIZE-KEY-DIFFERENCES
           END-IF
           .
      * Summarized against billed and vouchered against summarized
      * to the mill; paid, in cents, against the voucher rounded to
      * cents. A voucher not yet paid is not a difference - the
      * overdue list catches the ones that should have been.
       ITEMIZE-KEY-DIFFERENCES.
           MOVE 'N' TO WS-KEY-DIFFERENCE-SWITCH
           COMPUTE WS-DIFFERENCE-AMOUNT =
               WS-RCN-SUMMARIZED(RECON-INDEX)
                   - WS-RCN-BILLED(RECON-INDEX)
           IF WS-DIFFERENCE-AMOUNT IS NOT EQUAL TO ZERO
               MOVE 'SUMMARIZED LESS BILLED PER TAXAUD1'
                   TO TRF-DESCRIPTION
               PERFORM WRITE-ONE-DIFFERENCE
           END-IF
           IF NOT WS-RCN-WAS-VOUCHERED(RECON-INDEX)
               IF WS-RCN-SUMMARIZED(RECON-INDEX) IS NOT EQUAL TO ZERO
                   MOVE WS-RCN-SUMMARIZED(RECON-INDEX)
                       TO WS-DIFFERENCE-AMOUNT
                   MOVE 'SUMMARIZED BUT NOT VOUCHERED'
                       TO TRF-DESCRIPTION
                   PERFORM WRITE-ONE-DIFFERENCE
               END-IF
           ELSE
               COMPUTE WS-DIFFERENCE-AMOUNT =
                   WS-RCN-VOUCHERED(RECON-INDEX)
                       - WS-RCN-SUMMARIZED(RECON-INDEX)
               IF WS-DIFFERENCE-AMOUNT IS NOT EQUAL TO ZERO
                   MOVE 'VOUCHERED LESS SUMMARIZED'
                       TO TRF-DESCRIPTION
                   PERFORM WRITE-ONE-DIFFERENCE
               END-IF
               IF WS-RCN-PAID-DATE(RECON-INDEX) IS NOT EQUAL TO SPACES
                   COMPUTE WS-VOUCHERED-CENTS ROUNDED =
                       WS-RCN-VOUCHERED(RECON-INDEX)
                   COMPUTE WS-DIFFERENCE-AMOUNT =
                       WS-RCN-PAID(RECON-INDEX) - WS-VOUCHERED-CENTS
                   IF WS-DIFFERENCE-AMOUNT IS NOT EQUAL TO ZERO
                       MOVE 'PAID LESS VOUCHERED' TO TRF-DESCRIPTION
                       PERFORM WRITE-ONE-DIFFERENCE
                   END-IF
               END-IF
           END-IF
           IF KEY-HAS-DIFFERENCE
               ADD 1 TO WS-DIFFERENCE-COUNT
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           .
       WRITE-ONE-DIFFERENCE.
           SET KEY-HAS-DIFFERENCE TO TRUE
           MOVE WS-DIFFERENCE-AMOUNT TO TRF-AMOUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-DIFFERENCE-LINE
               AFTER ADVANCING 1 LINE
           .
      * Per company and tax-payable account: billed tax to the cent
      * against what the ledger shows posted there.
       REPORT-LEDGER-RECONCILIATION.
           MOVE 'TAX BILLED AGAINST GL TAX-PAYABLE ACTIVITY'
               TO TRS-TEXT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE RECONCILIATION-REPORT-LINE
               FROM TRC-LEDGER-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM REPORT-ONE-LEDGER-ACCOUNT
               VARYING LEDGER-INDEX FROM 1 BY 1
               UNTIL LEDGER-INDEX > WS-LEDGER-COUNT
           .
       REPORT-ONE-LEDGER-ACCOUNT.
           MOVE WS-LDG-COMPANY-CODE(LEDGER-INDEX) TO TRL-COMPANY-CODE
           MOVE WS-LDG-ACCOUNT(LEDGER-INDEX) TO TRL-ACCOUNT
           MOVE WS-LDG-BILLED(LEDGER-INDEX) TO TRL-BILLED
           MOVE WS-LDG-GL-ACTIVITY(LEDGER-INDEX) TO TRL-GL-ACTIVITY
           COMPUTE WS-DIFFERENCE-AMOUNT =
               WS-LDG-GL-ACTIVITY(LEDGER-INDEX)
                   - WS-LDG-BILLED(LEDGER-INDEX)
           MOVE WS-DIFFERENCE-AMOUNT TO TRL-DIFFERENCE
           IF WS-DIFFERENCE-AMOUNT IS EQUAL TO ZERO
               MOVE SPACES TO TRL-NOTE
           ELSE
               MOVE '*** DIFFERENCE' TO TRL-NOTE
               ADD 1 TO WS-LEDGER-DIFFERENCE-COUNT
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-LEDGER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
      * Every voucher on the master, whatever its period, whose due
      * date has passed with no payment recorded.
       REPORT-OVERDUE-VOUCHERS.
           MOVE 'VOUCHERS PAST DUE WITH NO PAYMENT RECORDED'
               TO TRS-TEXT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE RECONCILIATION-REPORT-LINE
               FROM TRC-OVERDUE-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING VOUCHER-INDEX FROM 1 BY 1
                   UNTIL VOUCHER-INDEX > WS-VOUCHER-COUNT
               IF WS-VCH-DUE-DATE(VOUCHER-INDEX) IS NOT EQUAL TO SPACES
               AND WS-VCH-DUE-DATE(VOUCHER-INDEX) IS LESS THAN
                       WS-CDT-DATE-X
               AND WS-VCH-PAID-DATE(VOUCHER-INDEX) IS EQUAL TO SPACES
               AND WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX)
                       IS NOT EQUAL TO ZERO
                   PERFORM REPORT-ONE-OVERDUE-VOUCHER
               END-IF
           END-PERFORM
           .
       REPORT-ONE-OVERDUE-VOUCHER.
           ADD 1 TO WS-OVERDUE-COUNT
           ADD WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX) TO WS-OVERDUE-AMOUNT
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           MOVE WS-VCH-COMPANY-CODE(VOUCHER-INDEX) TO TRO-COMPANY-CODE
           MOVE WS-VCH-PERIOD-KEY(VOUCHER-INDEX) TO TRO-PERIOD-KEY
           MOVE WS-VCH-JURISDICTION(VOUCHER-INDEX) TO TRO-JURISDICTION
           MOVE WS-VCH-COMPONENT(VOUCHER-INDEX) TO TRO-COMPONENT
           MOVE WS-VCH-TAX-VOUCHERED(VOUCHER-INDEX) TO TRO-VOUCHERED
           MOVE WS-VCH-DUE-DATE(VOUCHER-INDEX) TO TRO-DUE-DATE
           MOVE WS-VCH-VOUCHER-DATE(VOUCHER-INDEX) TO TRO-VOUCHER-DATE
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-OVERDUE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-RECONCILIATION-TOTALS.
           MOVE 'TAX BILLED PER TAXAUD1' TO TRT-LABEL
           MOVE WS-TOTAL-BILLED TO TRT-AMOUNT
           MOVE WS-AUDIT-LINES-READ TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'FACILITATOR-COLLECTED, NOT RECONCILED' TO TRT-LABEL
           MOVE WS-TOTAL-FACILITATOR TO TRT-AMOUNT
           MOVE WS-FACILITATOR-LINES-READ TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TAX SUMMARIZED PER TAXSUME1' TO TRT-LABEL
           MOVE WS-TOTAL-SUMMARIZED TO TRT-AMOUNT
           MOVE WS-SUMMARY-LINES-READ TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TAX VOUCHERED' TO TRT-LABEL
           MOVE WS-TOTAL-VOUCHERED TO TRT-AMOUNT
           MOVE WS-REGISTER-LINES-READ TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TAX PAID' TO TRT-LABEL
           MOVE WS-TOTAL-PAID TO TRT-AMOUNT
           MOVE WS-PAYMENTS-APPLIED TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'KEYS WITH DIFFERENCES' TO TRT-LABEL
           MOVE ZERO TO TRT-AMOUNT
           MOVE WS-DIFFERENCE-COUNT TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TAX ACCOUNTS NOT TYING TO THE LEDGER' TO TRT-LABEL
           MOVE WS-LEDGER-DIFFERENCE-COUNT TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'VOUCHERS PAST DUE AND UNPAID' TO TRT-LABEL
           MOVE WS-OVERDUE-AMOUNT TO TRT-AMOUNT
           MOVE WS-OVERDUE-COUNT TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAYMENT CARDS NOT APPLIED' TO TRT-LABEL
           MOVE ZERO TO TRT-AMOUNT
           MOVE WS-PAYMENTS-UNMATCHED TO TRT-COUNT
           WRITE RECONCILIATION-REPORT-LINE FROM TRC-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'TAX KEYS WITH DIFFERENCES:     ' WS-DIFFERENCE-COUNT
           DISPLAY 'TAX ACCOUNTS NOT TYING:        '
                   WS-LEDGER-DIFFERENCE-COUNT
           DISPLAY 'VOUCHERS PAST DUE AND UNPAID:  ' WS-OVERDUE-COUNT
           DISPLAY 'PAYMENT CARDS NOT APPLIED:     '
                   WS-PAYMENTS-UNMATCHED
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
