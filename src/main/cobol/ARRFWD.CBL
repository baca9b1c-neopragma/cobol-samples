      *****************************************************************
      * Program name:    ARRFWD
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A month-end receivables roll-forward proved against retained
      * aged trial balance snapshots.
      *
      * ARAGE rebuilds its report and the ARAGEXT1 extract every
      * night, so until now no month-end aging survived the next
      * morning and the auditors' request to roll the receivable
      * from one year-end to the next could not be answered. Run on
      * the close night, this program copies that night's ARAGEXT1
      * onto the cumulative ATBSNAP1 snapshot file under the fiscal
      * period being closed - the CLOSEFYP card PERCLOSE reads, or
      * the period today falls in when there is no card - so every
      * month-end aged trial balance is kept for good. A period
      * already on the snapshot is never taken twice; a rerun
      * reports from the snapshot already kept.
      *
      * It then prints the roll-forward from the snapshot before the
      * first period covered to the snapshot of the last:
      *
      *     beginning balance
      *   + invoices, finance charges (FINCHG's F-numbered invoices)
      *     and debit memos, from INVCALC's INVTOT1
      *   - cash (net of returned-check reversals), discounts, credit
      *     memos and credit applications, write-offs (WRITEOFF's and
      *     AGYPLACE's agency placements), refunds, and CASHAPP's
      *     realized exchange differences on foreign-currency
      *     receipts, from the PMT-TYPE of each PMTFILE1 record
      *   = computed ending balance, against the snapshot's ending
      *     balance.
      *
      * Activity counts in the period its own date falls in (DATECALC
      * 'FP', with the FISCSTMO card TAXSUM reads); a payment is given
      * the customer of the invoice it paid from the INVHIST1 history
      * master. The report covers one period, or a run of periods
      * when an RFWDFROM card (YYYYPP) names the first - the whole
      * fiscal year, for the auditors. Returns are left out, as ARAGE
      * leaves them out of the receivable.
      *
      * Any customer whose own beginning balance plus activity does
      * not come to its snapshot ending balance is itemized with the
      * difference, so an out-of-balance roll-forward points straight
      * at the accounts to look at. The report is ARRFWD1.
      * - The INVTOT1, PMTFILE1 and INVHIST1 layouts now carry the
      *   operating company code.
      * - Realized exchange differences (PMT-TYPE 'X') roll forward as
      *   their own category; the INVTOT1 and INVHIST1 layouts now
      *   carry the billing currency, booked exchange rate and currency
      *   total.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARRFWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGED-EXTRACT-FILE ASSIGN TO 'ARAGEXT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGED-EXTRACT-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'ATBSNAP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SNAPSHOT-STATUS.
           SELECT INVOICE-TOTALS-FILE ASSIGN TO 'INVTOT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-TOTALS-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'PMTFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PAYMENT-FILE-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT ROLL-FORWARD-REPORT-FILE ASSIGN TO 'ARRFWD1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ROLL-FORWARD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout ARAGE writes: one record per aged open item.
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

      * The aged extract as it stood at each month-end, tagged with
      * the fiscal period it closed and the night it was taken.
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SNAPSHOT-RECORD.
       01  SNAPSHOT-RECORD.
           05  ATS-FISCAL-YEAR          PIC 9(04).
           05  ATS-FISCAL-PERIOD        PIC 9(02).
           05  ATS-SNAPSHOT-DATE        PIC X(08).
           05  ATS-CUSTOMER-NUMBER      PIC X(08).
           05  ATS-INVOICE-NUMBER       PIC X(08).
           05  ATS-INVOICE-DATE         PIC X(08).
           05  ATS-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  ATS-BUCKET-CODE          PIC 9.
           05  ATS-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

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
               88  ITR-IS-DEBIT-MEMO    VALUE 'D'.
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
      * night's extract; the periods covered span many nights, so
      * every embedded header is skipped.
       01  INVOICE-TOTALS-HEADER.
           05  ITH-RECORD-TYPE          PIC X(03).
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).

      * Same layout PMTEDIT writes to PMTFILE1.
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAYMENT-RECORD.
       01  PAYMENT-RECORD.
           05  PMT-INVOICE-NUMBER       PIC X(08).
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
               88  PMT-IS-CASH          VALUE ' ', 'C', 'S'.
               88  PMT-IS-DISCOUNT      VALUE 'D'.
               88  PMT-IS-REVERSAL      VALUE 'R'.
               88  PMT-IS-APPLICATION   VALUE 'A'.
               88  PMT-IS-WRITE-OFF     VALUE 'W', 'P'.
               88  PMT-IS-REFUND        VALUE 'F'.
               88  PMT-IS-EXCHANGE      VALUE 'X'.
           05  PMT-COMPANY-CODE         PIC X(02).

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

       FD  ROLL-FORWARD-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROLL-FORWARD-REPORT-LINE.
       01  ROLL-FORWARD-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  AGED-EXTRACT-STATUS      PIC X(02).
               88  AGED-EXTRACT-OK      VALUE '00'.
               88  END-OF-AGED-EXTRACT  VALUE '10'.
           05  SNAPSHOT-STATUS          PIC X(02).
               88  SNAPSHOT-OK          VALUE '00'.
               88  END-OF-SNAPSHOT      VALUE '10'.
               88  SNAPSHOT-MISSING     VALUE '35'.
           05  INVOICE-TOTALS-STATUS    PIC X(02).
               88  INVOICE-TOTALS-OK    VALUE '00'.
               88  END-OF-INVOICE-TOTALS VALUE '10'.
           05  PAYMENT-FILE-STATUS      PIC X(02).
               88  PAYMENT-FILE-OK      VALUE '00'.
               88  END-OF-PAYMENT-FILE  VALUE '10'.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  ROLL-FORWARD-REPORT-STATUS PIC X(02).
               88  ROLL-FORWARD-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'ARRFWD'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'ARRFWD'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'ARRFWD'.
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

      * The periods covered, each also held as an ordinal (fiscal
      * year x 12 + period) so a run of periods compares simply.
       01  WS-ROLL-PERIOD-FIELDS.
           05  WS-THROUGH-PERIOD.
               10  WS-THROUGH-FISCAL-YEAR   PIC 9(04).
               10  WS-THROUGH-FISCAL-PERIOD PIC 9(02).
           05  WS-FROM-PERIOD.
               10  WS-FROM-FISCAL-YEAR      PIC 9(04).
               10  WS-FROM-FISCAL-PERIOD    PIC 9(02).
           05  WS-BEGIN-PERIOD.
               10  WS-BEGIN-FISCAL-YEAR     PIC 9(04).
               10  WS-BEGIN-FISCAL-PERIOD   PIC 9(02).
           05  WS-THROUGH-ORDINAL       PIC S9(07) COMP-3.
           05  WS-FROM-ORDINAL          PIC S9(07) COMP-3.
           05  WS-BEGIN-ORDINAL         PIC S9(07) COMP-3.
           05  WS-ACTIVITY-ORDINAL      PIC S9(07) COMP-3.
           05  WS-SNAPSHOT-ORDINAL      PIC S9(07) COMP-3.
           05  WS-ACTIVITY-DATE         PIC X(08).
           05  WS-ENDING-TAKEN-SWITCH   PIC X VALUE 'N'.
               88  ENDING-SNAPSHOT-ON-FILE VALUE 'Y'.
           05  WS-BEGIN-FOUND-SWITCH    PIC X VALUE 'N'.
               88  BEGINNING-SNAPSHOT-ON-FILE VALUE 'Y'.

      * The roll-forward categories, in report order: the first
      * three add to the receivable, the rest take from it.
       01  WS-CATEGORY-NAMES-AREA.
           05  FILLER   PIC X(32) VALUE 'PLUS INVOICES'.
           05  FILLER   PIC X(32) VALUE 'PLUS FINANCE CHARGES'.
           05  FILLER   PIC X(32) VALUE 'PLUS DEBIT MEMOS'.
           05  FILLER   PIC X(32) VALUE 'LESS CASH RECEIVED'.
           05  FILLER   PIC X(32) VALUE 'LESS DISCOUNTS TAKEN'.
           05  FILLER   PIC X(32) VALUE 'LESS CREDITS AND APPLICATIONS'.
           05  FILLER   PIC X(32) VALUE 'LESS WRITE-OFFS'.
           05  FILLER   PIC X(32) VALUE 'LESS REFUNDS'.
           05  FILLER   PIC X(32)
                   VALUE 'LESS REALIZED EXCHANGE LOSS/GAIN'.
       01  WS-CATEGORY-NAMES REDEFINES WS-CATEGORY-NAMES-AREA.
           05  WS-CATEGORY-NAME         PIC X(32) OCCURS 9.
       01  WS-CATEGORY-CONSTANTS.
           05  WS-CATEGORY-COUNT        PIC S9(04) COMP VALUE 9.
           05  WS-LAST-ADDING-CATEGORY  PIC S9(04) COMP VALUE 3.
           05  WS-CAT-INVOICES          PIC S9(04) COMP VALUE 1.
           05  WS-CAT-FINANCE-CHARGES   PIC S9(04) COMP VALUE 2.
           05  WS-CAT-DEBIT-MEMOS       PIC S9(04) COMP VALUE 3.
           05  WS-CAT-CASH              PIC S9(04) COMP VALUE 4.
           05  WS-CAT-DISCOUNTS         PIC S9(04) COMP VALUE 5.
           05  WS-CAT-CREDITS           PIC S9(04) COMP VALUE 6.
           05  WS-CAT-WRITE-OFFS        PIC S9(04) COMP VALUE 7.
           05  WS-CAT-REFUNDS           PIC S9(04) COMP VALUE 8.
           05  WS-CAT-EXCHANGE          PIC S9(04) COMP VALUE 9.

       01  WS-ROLL-WORK-AREAS.
           05  WS-CATEGORY-SUB          PIC S9(04) COMP.
           05  WS-POST-AMOUNT           PIC S9(09)V99 COMP-3.
           05  WS-LOOKUP-CUSTOMER       PIC X(08).
           05  WS-COMPUTED-ENDING       PIC S9(11)V99 COMP-3.
           05  WS-DIFFERENCE            PIC S9(11)V99 COMP-3.
           05  WS-NET-ACTIVITY          PIC S9(11)V99 COMP-3.
           05  WS-SNAPSHOT-WRITTEN      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ACTIVITY-COUNTED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NO-HISTORY-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DIFFERENCE-COUNT      PIC S9(05) COMP-3 VALUE ZERO.

      * Company totals: beginning, each category, and ending.
       01  WS-COMPANY-TOTALS.
           05  WS-CO-BEGINNING          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CO-CATEGORY-AMOUNT    PIC S9(11)V99 COMP-3
                                            OCCURS 9.
           05  WS-CO-ENDING             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-CO-DIFFERENCE         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      * One entry per customer seen on either snapshot or in the
      * period's activity; payments whose invoice is not on the
      * history master collect under a blank customer number.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-RFC-CUSTOMER-NUMBER PIC X(08).
               10  WS-RFC-CUSTOMER-NAME   PIC X(30).
               10  WS-RFC-BEGINNING       PIC S9(11)V99 COMP-3.
               10  WS-RFC-CATEGORY-AMOUNT PIC S9(11)V99 COMP-3
                                              OCCURS 9.
               10  WS-RFC-ENDING          PIC S9(11)V99 COMP-3.

       01  RFWD-HEADER-LINE.
           05  FILLER                   PIC X(28)
                   VALUE 'RECEIVABLES ROLL-FORWARD    '.
           05  FILLER                   PIC X(07) VALUE 'FISCAL '.
           05  RFH-FROM-YEAR            PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RFH-FROM-PERIOD          PIC 9(02).
           05  FILLER                   PIC X(09) VALUE ' THROUGH '.
           05  RFH-THROUGH-YEAR         PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RFH-THROUGH-PERIOD       PIC 9(02).
           05  FILLER                   PIC X(10) VALUE '  RUN     '.
           05  RFH-RUN-DATE             PIC X(08).
       01  RFWD-AMOUNT-LINE.
           05  RFA-LABEL                PIC X(40).
           05  RFA-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
       01  RFWD-TEXT-LINE.
           05  RFT-TEXT                 PIC X(80).
       01  RFWD-DIFFERENCE-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER NAME                           '.
           05  FILLER                   PIC X(40) VALUE
               '     BEGINNING   NET ACTIVITY  COMPUTED '.
           05  FILLER                   PIC X(40) VALUE
               'END  SNAPSHOT END    DIFFERENCE         '.
       01  RFWD-DIFFERENCE-LINE.
           05  RFD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RFD-CUSTOMER-NAME        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RFD-BEGINNING            PIC $$$,$$$,$$9.99-.
           05  RFD-NET-ACTIVITY         PIC $$$,$$$,$$9.99-.
           05  RFD-COMPUTED-ENDING      PIC $$$,$$$,$$9.99-.
           05  RFD-SNAPSHOT-ENDING      PIC $$$,$$$,$$9.99-.
           05  RFD-DIFFERENCE           PIC $$$,$$$,$$9.99-.

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

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'ARAGE' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'ARRFWD PRODUCER ARAGE'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARRFWD PRODUCER ARAGE NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE ZERO TO WS-CO-CATEGORY-AMOUNT(1)
                        WS-CO-CATEGORY-AMOUNT(2)
                        WS-CO-CATEGORY-AMOUNT(3)
                        WS-CO-CATEGORY-AMOUNT(4)
                        WS-CO-CATEGORY-AMOUNT(5)
                        WS-CO-CATEGORY-AMOUNT(6)
                        WS-CO-CATEGORY-AMOUNT(7)
                        WS-CO-CATEGORY-AMOUNT(8)
                        WS-CO-CATEGORY-AMOUNT(9)

           PERFORM LOAD-CONTROL-CARDS
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-SNAPSHOTS
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF
           IF NOT ENDING-SNAPSHOT-ON-FILE
               PERFORM TAKE-ENDING-SNAPSHOT
                   THRU TAKE-ENDING-SNAPSHOT-EXIT
               IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
                   GO TO END-OF-PROGRAM
               END-IF
           END-IF

           PERFORM ACCUMULATE-INVOICE-ACTIVITY
           PERFORM ACCUMULATE-PAYMENT-ACTIVITY
           PERFORM LOAD-CUSTOMER-NAMES

           OPEN OUTPUT ROLL-FORWARD-REPORT-FILE
           IF NOT ROLL-FORWARD-REPORT-OK
               DISPLAY 'STATUS ON ROLL-FORWARD-REPORT-FILE OPEN: '
                       ROLL-FORWARD-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARRFWD STATUS ON ROLL-FORWARD-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM WRITE-ROLL-FORWARD
           PERFORM WRITE-DIFFERENCE-SECTION
           CLOSE ROLL-FORWARD-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * CLOSEFYP names the last period covered, as PERCLOSE reads it;
      * RFWDFROM, the first. Without them the run covers the one
      * fiscal period today falls in.
       LOAD-CONTROL-CARDS.
           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE-X TO WS-ACTIVITY-DATE
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
           END-IF
           PERFORM LOOK-UP-ACTIVITY-PERIOD
           MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-THROUGH-FISCAL-YEAR
           MOVE WS-DC-RESULT-FISCAL-PERIOD TO WS-THROUGH-FISCAL-PERIOD
           MOVE 'CLOSEFYP' TO WS-CC-KEYWORD
           MOVE 'LU' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE WS-CC-VALUE(1:6) TO WS-THROUGH-PERIOD
           END-IF
           MOVE WS-THROUGH-PERIOD TO WS-FROM-PERIOD
           MOVE 'RFWDFROM' TO WS-CC-KEYWORD
           MOVE 'LU' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE WS-CC-VALUE(1:6) TO WS-FROM-PERIOD
           END-IF
           IF WS-THROUGH-PERIOD IS NOT NUMERIC
           OR WS-FROM-PERIOD IS NOT NUMERIC
           OR WS-THROUGH-FISCAL-PERIOD IS LESS THAN 1
           OR WS-THROUGH-FISCAL-PERIOD IS GREATER THAN 12
           OR WS-FROM-FISCAL-PERIOD IS LESS THAN 1
           OR WS-FROM-FISCAL-PERIOD IS GREATER THAN 12
           OR WS-FROM-PERIOD IS GREATER THAN WS-THROUGH-PERIOD
               DISPLAY 'ARRFWD CLOSEFYP/RFWDFROM PERIODS NOT VALID: '
                       WS-FROM-PERIOD ' ' WS-THROUGH-PERIOD
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARRFWD CLOSEFYP/RFWDFROM PERIODS NOT VALID'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               COMPUTE WS-THROUGH-ORDINAL =
                   WS-THROUGH-FISCAL-YEAR * 12
                       + WS-THROUGH-FISCAL-PERIOD
               COMPUTE WS-FROM-ORDINAL =
                   WS-FROM-FISCAL-YEAR * 12 + WS-FROM-FISCAL-PERIOD
               COMPUTE WS-BEGIN-ORDINAL = WS-FROM-ORDINAL - 1
               IF WS-FROM-FISCAL-PERIOD IS EQUAL TO 1
                   COMPUTE WS-BEGIN-FISCAL-YEAR =
                       WS-FROM-FISCAL-YEAR - 1
                   MOVE 12 TO WS-BEGIN-FISCAL-PERIOD
               ELSE
                   MOVE WS-FROM-FISCAL-YEAR TO WS-BEGIN-FISCAL-YEAR
                   COMPUTE WS-BEGIN-FISCAL-PERIOD =
                       WS-FROM-FISCAL-PERIOD - 1
               END-IF
           END-IF
           .
      * Sets WS-ACTIVITY-ORDINAL for the date in WS-ACTIVITY-DATE.
       LOOK-UP-ACTIVITY-PERIOD.
           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-ACTIVITY-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-ACTIVITY-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-ACTIVITY-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-FISCAL-YEAR-START-MONTH
               TO WS-DC-FISCAL-YEAR-START-MONTH
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           COMPUTE WS-ACTIVITY-ORDINAL =
               WS-DC-RESULT-FISCAL-YEAR * 12
                   + WS-DC-RESULT-FISCAL-PERIOD
           .
      * The beginning balances come from the snapshot of the period
      * before the first one covered, the ending balances from the
      * last one's. A missing file is the first month-end ever kept.
       LOAD-SNAPSHOTS.
           OPEN INPUT SNAPSHOT-FILE
           IF SNAPSHOT-OK
               PERFORM UNTIL END-OF-SNAPSHOT
                   READ SNAPSHOT-FILE
                   IF SNAPSHOT-OK
                       PERFORM LOAD-ONE-SNAPSHOT-ITEM
                   END-IF
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           ELSE
               IF NOT SNAPSHOT-MISSING
                   DISPLAY 'STATUS ON SNAPSHOT-FILE OPEN: '
                           SNAPSHOT-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'ARRFWD STATUS ON SNAPSHOT-FILE OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 8 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           .
       LOAD-ONE-SNAPSHOT-ITEM.
           COMPUTE WS-SNAPSHOT-ORDINAL =
               ATS-FISCAL-YEAR * 12 + ATS-FISCAL-PERIOD
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-ORDINAL IS EQUAL TO WS-BEGIN-ORDINAL
                   SET BEGINNING-SNAPSHOT-ON-FILE TO TRUE
                   MOVE ATS-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                   PERFORM FIND-OR-ADD-CUSTOMER
                   IF CUSTOMER-INDEX IS NOT GREATER THAN
                           WS-CUSTOMER-COUNT
                       ADD ATS-OPEN-BALANCE
                           TO WS-RFC-BEGINNING(CUSTOMER-INDEX)
                   END-IF
                   ADD ATS-OPEN-BALANCE TO WS-CO-BEGINNING
               WHEN WS-SNAPSHOT-ORDINAL IS EQUAL TO WS-THROUGH-ORDINAL
                   SET ENDING-SNAPSHOT-ON-FILE TO TRUE
                   PERFORM POST-ENDING-BALANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       POST-ENDING-BALANCE.
           MOVE ATS-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
           PERFORM FIND-OR-ADD-CUSTOMER
           IF CUSTOMER-INDEX IS NOT GREATER THAN WS-CUSTOMER-COUNT
               ADD ATS-OPEN-BALANCE TO WS-RFC-ENDING(CUSTOMER-INDEX)
           END-IF
           ADD ATS-OPEN-BALANCE TO WS-CO-ENDING
           .
      * Tonight's aged extract becomes the period's month-end
      * snapshot, appended to the permanent file.
       TAKE-ENDING-SNAPSHOT.
           OPEN INPUT AGED-EXTRACT-FILE
           IF NOT AGED-EXTRACT-OK
               DISPLAY 'STATUS ON AGED-EXTRACT-FILE OPEN: '
                       AGED-EXTRACT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARRFWD STATUS ON AGED-EXTRACT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO TAKE-ENDING-SNAPSHOT-EXIT
           END-IF
           OPEN EXTEND SNAPSHOT-FILE
           IF SNAPSHOT-MISSING
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF
           IF NOT SNAPSHOT-OK
               DISPLAY 'STATUS ON SNAPSHOT-FILE EXTEND: '
                       SNAPSHOT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARRFWD STATUS ON SNAPSHOT-FILE EXTEND'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               CLOSE AGED-EXTRACT-FILE
               GO TO TAKE-ENDING-SNAPSHOT-EXIT
           END-IF
           PERFORM UNTIL END-OF-AGED-EXTRACT
               READ AGED-EXTRACT-FILE
               IF AGED-EXTRACT-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   MOVE WS-THROUGH-FISCAL-YEAR TO ATS-FISCAL-YEAR
                   MOVE WS-THROUGH-FISCAL-PERIOD TO ATS-FISCAL-PERIOD
                   MOVE WS-CDT-DATE-X TO ATS-SNAPSHOT-DATE
                   MOVE AGX-CUSTOMER-NUMBER TO ATS-CUSTOMER-NUMBER
                   MOVE AGX-INVOICE-NUMBER TO ATS-INVOICE-NUMBER
                   MOVE AGX-INVOICE-DATE TO ATS-INVOICE-DATE
                   MOVE AGX-OPEN-BALANCE TO ATS-OPEN-BALANCE
                   MOVE AGX-BUCKET-CODE TO ATS-BUCKET-CODE
                   MOVE AGX-DISPUTED-AMOUNT TO ATS-DISPUTED-AMOUNT
                   WRITE SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAPSHOT-WRITTEN
                   PERFORM POST-ENDING-BALANCE
               END-IF
           END-PERFORM
           CLOSE AGED-EXTRACT-FILE
           CLOSE SNAPSHOT-FILE
           SET ENDING-SNAPSHOT-ON-FILE TO TRUE
           .
       TAKE-ENDING-SNAPSHOT-EXIT.
           EXIT.
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
                       MOVE 'ARRFWD CUSTOMER TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
                       SET CUSTOMER-INDEX UP BY 1
                   ELSE
                       ADD 1 TO WS-CUSTOMER-COUNT
                       SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
                       MOVE WS-LOOKUP-CUSTOMER
                           TO WS-RFC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                       MOVE SPACES
                           TO WS-RFC-CUSTOMER-NAME(CUSTOMER-INDEX)
                       MOVE ZERO TO WS-RFC-BEGINNING(CUSTOMER-INDEX)
                                    WS-RFC-ENDING(CUSTOMER-INDEX)
                       PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
                               UNTIL WS-CATEGORY-SUB IS GREATER THAN
                                       WS-CATEGORY-COUNT
                           MOVE ZERO TO WS-RFC-CATEGORY-AMOUNT
                                   (CUSTOMER-INDEX, WS-CATEGORY-SUB)
                       END-PERFORM
                   END-IF
               WHEN WS-RFC-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                        WS-LOOKUP-CUSTOMER
                   CONTINUE
           END-SEARCH
           .
      * Finance charges are FINCHG's F-numbered invoices; a credit
      * memo arrives from INVCALC already negative and is carried as
      * the positive amount it takes off the receivable.
       ACCUMULATE-INVOICE-ACTIVITY.
           OPEN INPUT INVOICE-TOTALS-FILE
           IF NOT INVOICE-TOTALS-OK
               DISPLAY 'STATUS ON INVOICE-TOTALS-FILE OPEN: '
                       INVOICE-TOTALS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARRFWD STATUS ON INVOICE-TOTALS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           ELSE
               PERFORM UNTIL END-OF-INVOICE-TOTALS
                   READ INVOICE-TOTALS-FILE
                   IF INVOICE-TOTALS-OK
                   AND NOT ITH-IS-HEADER
                   AND NOT ITR-IS-RETURN
                       MOVE ITR-INVOICE-DATE TO WS-ACTIVITY-DATE
                       PERFORM LOOK-UP-ACTIVITY-PERIOD
                       IF WS-ACTIVITY-ORDINAL IS NOT LESS THAN
                               WS-FROM-ORDINAL
                       AND WS-ACTIVITY-ORDINAL IS NOT GREATER THAN
                               WS-THROUGH-ORDINAL
                           PERFORM POST-ONE-INVOICE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INVOICE-TOTALS-FILE
           END-IF
           .
       POST-ONE-INVOICE.
           MOVE ITR-TOTAL-AMOUNT TO WS-POST-AMOUNT
           EVALUATE TRUE
               WHEN ITR-IS-CREDIT-MEMO
                   MOVE WS-CAT-CREDITS TO WS-CATEGORY-SUB
                   COMPUTE WS-POST-AMOUNT = ZERO - ITR-TOTAL-AMOUNT
               WHEN ITR-IS-DEBIT-MEMO
                   MOVE WS-CAT-DEBIT-MEMOS TO WS-CATEGORY-SUB
               WHEN ITR-INVOICE-NUMBER(1:1) IS EQUAL TO 'F'
                   MOVE WS-CAT-FINANCE-CHARGES TO WS-CATEGORY-SUB
               WHEN OTHER
                   MOVE WS-CAT-INVOICES TO WS-CATEGORY-SUB
           END-EVALUATE
           MOVE ITR-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
           PERFORM POST-CATEGORY-AMOUNT
           .
       POST-CATEGORY-AMOUNT.
           ADD 1 TO WS-ACTIVITY-COUNTED
           PERFORM FIND-OR-ADD-CUSTOMER
           IF CUSTOMER-INDEX IS NOT GREATER THAN WS-CUSTOMER-COUNT
               ADD WS-POST-AMOUNT TO WS-RFC-CATEGORY-AMOUNT
                       (CUSTOMER-INDEX, WS-CATEGORY-SUB)
           END-IF
           ADD WS-POST-AMOUNT TO WS-CO-CATEGORY-AMOUNT(WS-CATEGORY-SUB)
           .
      * A refund arrives negative and a returned-check reversal is
      * taken back out of cash, so both put the receivable back up.
      * A credit application's two halves net to nothing overall but
      * move the balance between a customer's items.
       ACCUMULATE-PAYMENT-ACTIVITY.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARRFWD STATUS ON INVOICE-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           OPEN INPUT PAYMENT-FILE
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'STATUS ON PAYMENT-FILE OPEN: '
                       PAYMENT-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARRFWD STATUS ON PAYMENT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           ELSE
               PERFORM UNTIL END-OF-PAYMENT-FILE
                   READ PAYMENT-FILE
                   IF PAYMENT-FILE-OK
                       MOVE PMT-DATE TO WS-ACTIVITY-DATE
                       PERFORM LOOK-UP-ACTIVITY-PERIOD
                       IF WS-ACTIVITY-ORDINAL IS NOT LESS THAN
                               WS-FROM-ORDINAL
                       AND WS-ACTIVITY-ORDINAL IS NOT GREATER THAN
                               WS-THROUGH-ORDINAL
                           PERFORM POST-ONE-PAYMENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF
           CLOSE INVOICE-HISTORY-FILE
           .
       POST-ONE-PAYMENT.
           MOVE PMT-AMOUNT TO WS-POST-AMOUNT
           EVALUATE TRUE
               WHEN PMT-IS-REVERSAL
                   MOVE WS-CAT-CASH TO WS-CATEGORY-SUB
                   COMPUTE WS-POST-AMOUNT = ZERO - PMT-AMOUNT
               WHEN PMT-IS-DISCOUNT
                   MOVE WS-CAT-DISCOUNTS TO WS-CATEGORY-SUB
               WHEN PMT-IS-APPLICATION
                   MOVE WS-CAT-CREDITS TO WS-CATEGORY-SUB
               WHEN PMT-IS-WRITE-OFF
                   MOVE WS-CAT-WRITE-OFFS TO WS-CATEGORY-SUB
               WHEN PMT-IS-REFUND
                   MOVE WS-CAT-REFUNDS TO WS-CATEGORY-SUB
               WHEN PMT-IS-EXCHANGE
                   MOVE WS-CAT-EXCHANGE TO WS-CATEGORY-SUB
               WHEN OTHER
                   MOVE WS-CAT-CASH TO WS-CATEGORY-SUB
           END-EVALUATE
           MOVE PMT-INVOICE-NUMBER TO IHR-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   MOVE SPACES TO WS-LOOKUP-CUSTOMER
               NOT INVALID KEY
                   MOVE IHR-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
           END-READ
           PERFORM POST-CATEGORY-AMOUNT
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
                           WHEN WS-RFC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                                    IS EQUAL TO CM-CUSTOMER-NUMBER
                               MOVE CM-CUSTOMER-NAME
                                   TO WS-RFC-CUSTOMER-NAME
                                          (CUSTOMER-INDEX)
                       END-SEARCH
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       WRITE-ROLL-FORWARD.
           MOVE WS-FROM-FISCAL-YEAR TO RFH-FROM-YEAR
           MOVE WS-FROM-FISCAL-PERIOD TO RFH-FROM-PERIOD
           MOVE WS-THROUGH-FISCAL-YEAR TO RFH-THROUGH-YEAR
           MOVE WS-THROUGH-FISCAL-PERIOD TO RFH-THROUGH-PERIOD
           MOVE WS-CDT-DATE-X TO RFH-RUN-DATE
           WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO RFA-LABEL
           STRING 'BEGINNING BALANCE, SNAPSHOT '
                   WS-BEGIN-FISCAL-YEAR '/' WS-BEGIN-FISCAL-PERIOD
                   DELIMITED BY SIZE INTO RFA-LABEL
           END-STRING
           MOVE WS-CO-BEGINNING TO RFA-AMOUNT
           WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           IF NOT BEGINNING-SNAPSHOT-ON-FILE
               MOVE '  NO SNAPSHOT KEPT FOR THAT PERIOD'
                   TO RFT-TEXT
               WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-CO-BEGINNING TO WS-COMPUTED-ENDING
           PERFORM WRITE-ONE-CATEGORY-LINE
               VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB IS GREATER THAN WS-CATEGORY-COUNT
           MOVE 'EQUALS COMPUTED ENDING BALANCE' TO RFA-LABEL
           MOVE WS-COMPUTED-ENDING TO RFA-AMOUNT
           WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RFA-LABEL
           STRING 'ENDING BALANCE, SNAPSHOT '
                   WS-THROUGH-FISCAL-YEAR '/' WS-THROUGH-FISCAL-PERIOD
                   DELIMITED BY SIZE INTO RFA-LABEL
           END-STRING
           MOVE WS-CO-ENDING TO RFA-AMOUNT
           WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-CO-DIFFERENCE = WS-COMPUTED-ENDING - WS-CO-ENDING
           MOVE 'DIFFERENCE' TO RFA-LABEL
           MOVE WS-CO-DIFFERENCE TO RFA-AMOUNT
           WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-ONE-CATEGORY-LINE.
           MOVE WS-CATEGORY-NAME(WS-CATEGORY-SUB) TO RFA-LABEL
           MOVE WS-CO-CATEGORY-AMOUNT(WS-CATEGORY-SUB) TO RFA-AMOUNT
           WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CATEGORY-SUB IS GREATER THAN WS-LAST-ADDING-CATEGORY
               SUBTRACT WS-CO-CATEGORY-AMOUNT(WS-CATEGORY-SUB)
                   FROM WS-COMPUTED-ENDING
           ELSE
               ADD WS-CO-CATEGORY-AMOUNT(WS-CATEGORY-SUB)
                   TO WS-COMPUTED-ENDING
           END-IF
           .
      * Each customer that does not roll to its own snapshot ending
      * balance; the blank customer is cash whose invoice is not on
      * the history master.
       WRITE-DIFFERENCE-SECTION.
           MOVE 'CUSTOMERS NOT ROLLING TO THE SNAPSHOT' TO RFT-TEXT
           WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-TEXT-LINE
               AFTER ADVANCING 3 LINES
           WRITE ROLL-FORWARD-REPORT-LINE
               FROM RFWD-DIFFERENCE-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM CHECK-ONE-CUSTOMER
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT
           IF WS-DIFFERENCE-COUNT IS EQUAL TO ZERO
               MOVE 'NONE - EVERY CUSTOMER ROLLS FORWARD' TO RFT-TEXT
               WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
       CHECK-ONE-CUSTOMER.
           MOVE ZERO TO WS-NET-ACTIVITY
           PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
                   UNTIL WS-CATEGORY-SUB IS GREATER THAN
                           WS-CATEGORY-COUNT
               IF WS-CATEGORY-SUB IS GREATER THAN
                       WS-LAST-ADDING-CATEGORY
                   SUBTRACT WS-RFC-CATEGORY-AMOUNT
                           (CUSTOMER-INDEX, WS-CATEGORY-SUB)
                       FROM WS-NET-ACTIVITY
               ELSE
                   ADD WS-RFC-CATEGORY-AMOUNT
                           (CUSTOMER-INDEX, WS-CATEGORY-SUB)
                       TO WS-NET-ACTIVITY
               END-IF
           END-PERFORM
           COMPUTE WS-COMPUTED-ENDING =
               WS-RFC-BEGINNING(CUSTOMER-INDEX) + WS-NET-ACTIVITY
           COMPUTE WS-DIFFERENCE =
               WS-COMPUTED-ENDING - WS-RFC-ENDING(CUSTOMER-INDEX)
           IF WS-DIFFERENCE IS NOT EQUAL TO ZERO
               ADD 1 TO WS-DIFFERENCE-COUNT
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE WS-RFC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                   TO RFD-CUSTOMER-NUMBER
               IF WS-RFC-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                       SPACES
                   MOVE 'CASH, INVOICE NOT ON HISTORY'
                       TO RFD-CUSTOMER-NAME
               ELSE
                   MOVE WS-RFC-CUSTOMER-NAME(CUSTOMER-INDEX)
                       TO RFD-CUSTOMER-NAME
               END-IF
               MOVE WS-RFC-BEGINNING(CUSTOMER-INDEX) TO RFD-BEGINNING
               MOVE WS-NET-ACTIVITY TO RFD-NET-ACTIVITY
               MOVE WS-COMPUTED-ENDING TO RFD-COMPUTED-ENDING
               MOVE WS-RFC-ENDING(CUSTOMER-INDEX)
                   TO RFD-SNAPSHOT-ENDING
               MOVE WS-DIFFERENCE TO RFD-DIFFERENCE
               WRITE ROLL-FORWARD-REPORT-LINE FROM RFWD-DIFFERENCE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'ARRFWD SNAPSHOT ITEMS WRITTEN:  '
                   WS-SNAPSHOT-WRITTEN
           DISPLAY 'ARRFWD ACTIVITY ITEMS COUNTED:  '
                   WS-ACTIVITY-COUNTED
           DISPLAY 'ARRFWD CUSTOMERS WITH DIFFERENCE: '
                   WS-DIFFERENCE-COUNT
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
