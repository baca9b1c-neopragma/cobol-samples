      *****************************************************************
      * Program name:    REBATE
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Accruing volume rebates monthly from the sales history and
      * settling each agreement with a credit memo at year end.
      *
      * Several distributor contracts promise a percentage rebate
      * once the year's purchases pass tiered thresholds. Sales used
      * to work the rebates out every January from SLSHIST1
      * printouts, and the whole cost hit the ledger in one month.
      * The agreements now live on a rebate master (REBATEM1): the
      * customer, the fiscal year the agreement covers, the SKU
      * groups that qualify (none listed means every group), up to
      * five tiers of threshold and percent (five digits with the
      * implied decimal at the left like DEFTAXRT - '02500' is two
      * and a half percent), and the jurisdiction the settlement memo
      * is billed in. The percent of the highest tier reached applies
      * to all of the year's qualifying purchases.
      *
      * This step runs monthly, after SLSHROLL. For every agreement
      * still open it totals the customer's qualifying revenue for
      * the agreement year from the cumulative SLSHIST1 history -
      * returns are already netted in - finds the tier reached, and
      * brings the accrual carried on the master up to the rebate
      * earned so far: debit rebate expense, credit accrued rebates,
      * or the reverse when returns have pulled the customer back
      * under a tier. The accounts come from GLACCTM1 - type V key
      * RBAT for the expense, type A key RB for the accrual - with
      * compiled fallbacks. The journal is proved and released to
      * GLJHIST1 under its own GLBATCH1 number the way COGSJRNL
      * releases the cost journal, and a batch that does not prove
      * ends the run with return code 8.
      *
      * Once the agreement's fiscal year has closed, the final
      * accrual is trued up as above and the earned rebate is issued
      * as a credit memo in the INVFILE1 INVOICE layout on REBTINV,
      * which INVRESUB merges like the other generated billing. The
      * memo is flagged 'C' in INV-RETURN and carries untaxed lines
      * under the reserved SKU ADJMRB0001, which must be on PRODMAST
      * as an active item with a zero standard price; INVCALC posts
      * it through the type A RB mapping, so the memo relieves the
      * very accrual this step built. A rebate larger than one line's
      * unit price can hold is spread over as many lines as it needs.
      * Memo numbers are built V + month + day + sequence. The
      * agreement is marked issued on the new master (REBATEM2) with
      * its memo number, and a rebate statement (REBSTMT1) showing
      * the purchases by SKU group, the tier table with the tier
      * reached, and the rebate earned goes to the customer.
      *
      * Every agreement is listed on the REBTRPT1 accrual register.
      * An agreement with an unusable year, tier, or group entry is
      * logged to EXCPLOG, carried forward unchanged, and ends the
      * step with return code 4.
      * - Journal, history and BATCHCTL records carry the operating
      *   company; this batch posts to the home company '01', reads
      *   only the home company's GLACCTM1 rows, and issues its
      *   credit memos with a blank (home) company code.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REBATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-MASTER-FILE ASSIGN TO 'REBATEM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REBATE-MASTER-STATUS.
           SELECT REBATE-NEW-FILE ASSIGN TO 'REBATEM2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REBATE-NEW-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SLSHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-HISTORY-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLACCTM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACCOUNT-MAP-STATUS.
           SELECT REBATE-INVOICE-FILE ASSIGN TO 'REBTINV'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REBATE-INVOICE-STATUS.
           SELECT REBATE-JOURNAL-FILE ASSIGN TO 'REBJRN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REBATE-JOURNAL-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT REBATE-REGISTER-FILE ASSIGN TO 'REBTRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REBATE-REGISTER-STATUS.
           SELECT REBATE-STATEMENT-FILE ASSIGN TO 'REBSTMT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REBATE-STATEMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One agreement per record. Tiers are entered in ascending
      * threshold order.
       FD  REBATE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REBATE-MASTER-RECORD.
       01  REBATE-MASTER-RECORD.
           05  RBA-CUSTOMER-NUMBER      PIC X(08).
           05  RBA-AGREEMENT-YEAR       PIC 9(04).
           05  RBA-JURISDICTION-CODE    PIC X(02).
           05  RBA-GROUP-COUNT          PIC 9(02).
           05  RBA-SKU-GROUP            PIC X(04) OCCURS 10 TIMES.
           05  RBA-TIER-COUNT           PIC 9(01).
           05  RBA-TIER OCCURS 5 TIMES.
               10  RBA-TIER-THRESHOLD   PIC 9(09)V99.
               10  RBA-TIER-PERCENT     PIC V9(05).
      * Carried from run to run: the rebate accrued to the ledger so
      * far, the qualifying purchases it was computed from, and the
      * settlement once it is made.
           05  RBA-ACCRUED-TO-DATE      PIC S9(09)V99 COMP-3.
           05  RBA-QUALIFYING-PURCHASES PIC S9(11)V99 COMP-3.
           05  RBA-STATUS               PIC X(01).
               88  RBA-IS-OPEN          VALUE 'O', SPACE.
               88  RBA-IS-ISSUED        VALUE 'I'.
           05  RBA-MEMO-NUMBER          PIC X(08).
           05  RBA-ISSUE-DATE           PIC X(08).

      * Next month's master, same layout.
       FD  REBATE-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REBATE-NEW-RECORD.
       01  REBATE-NEW-RECORD.
           05  RBN-CUSTOMER-NUMBER      PIC X(08).
           05  RBN-AGREEMENT-YEAR       PIC 9(04).
           05  RBN-JURISDICTION-CODE    PIC X(02).
           05  RBN-GROUP-COUNT          PIC 9(02).
           05  RBN-SKU-GROUP            PIC X(04) OCCURS 10 TIMES.
           05  RBN-TIER-COUNT           PIC 9(01).
           05  RBN-TIER OCCURS 5 TIMES.
               10  RBN-TIER-THRESHOLD   PIC 9(09)V99.
               10  RBN-TIER-PERCENT     PIC V9(05).
           05  RBN-ACCRUED-TO-DATE      PIC S9(09)V99 COMP-3.
           05  RBN-QUALIFYING-PURCHASES PIC S9(11)V99 COMP-3.
           05  RBN-STATUS               PIC X(01).
           05  RBN-MEMO-NUMBER          PIC X(08).
           05  RBN-ISSUE-DATE           PIC X(08).

      * Same layout SLSHROLL writes: one record per customer, SKU
      * group, and fiscal period (fiscal year then period).
       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALES-HISTORY-RECORD.
       01  SALES-HISTORY-RECORD.
           05  SHR-CUSTOMER-NUMBER      PIC X(08).
           05  SHR-SKU-GROUP-CODE       PIC X(04).
           05  SHR-FISCAL-PERIOD        PIC X(06).
           05  SHR-UNITS                PIC S9(09) COMP-3.
           05  SHR-REVENUE              PIC S9(11)V99 COMP-3.

      * Same layout INVCALC loads from GLACCTM1; only the rebate
      * expense (type V) and rebate accrual (type A, key RB) rows
      * are kept.
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCOUNT-MAP-RECORD.
       01  ACCOUNT-MAP-RECORD.
           05  GLM-MAP-TYPE             PIC X.
               88  GLM-IS-REBATE-EXPENSE-MAP VALUE 'V'.
               88  GLM-IS-ALLOWANCE-MAP VALUE 'A'.
           05  GLM-MAP-KEY              PIC X(04).
           05  GLM-ACCOUNT              PIC X(08).
           05  GLM-COMPANY-CODE         PIC X(02).

      * The INVFILE1 layout INVCALC reads; totals zeroed - INVCALC
      * computes them.
       FD  REBATE-INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE.
       01  INVOICE.
           05  INV-DATE                 PIC X(08).
           05  INV-NUMBER               PIC X(08).
           05  INV-CUSTOMER-NUMBER      PIC X(08).
           05  INV-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  INV-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  INV-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  INV-JURISDICTION-CODE    PIC X(02).
           05  INV-RETURN               PIC X.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.
               10  INV-LINE-SKU         PIC X(10).
               10  INV-LINE-UNIT-PRICE  PIC S9(05)V99 COMP-3.
               10  INV-LINE-QUANTITY    PIC S9(05) COMP-3.
               10  INV-LINE-TAXABLE     PIC X.

      * Same journal-line layout GLJRNL writes to GLJRNL1: a debit
      * or a credit, never both. The invoice-number field carries
      * the customer number, the invoice-date field the run date.
       FD  REBATE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REBATE-JOURNAL-RECORD.
       01  REBATE-JOURNAL-RECORD.
           05  JRN-ACCOUNT              PIC X(08).
           05  JRN-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JRN-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

      * The shared GLBATCH1 counter every ledger batch draws from.
       FD  BATCH-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-NUMBER-RECORD.
       01  BATCH-NUMBER-RECORD.
           05  BNR-LAST-BATCH-NUMBER    PIC 9(06).

      * The cumulative journal history, each batch capped with its
      * BATCHCTL control record.
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

       FD  REBATE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REBATE-REGISTER-LINE.
       01  REBATE-REGISTER-LINE         PIC X(110).

       FD  REBATE-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REBATE-STATEMENT-LINE.
       01  REBATE-STATEMENT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  REBATE-MASTER-STATUS     PIC X(02).
               88  REBATE-MASTER-OK     VALUE '00'.
               88  END-OF-REBATE-MASTER VALUE '10'.
           05  REBATE-NEW-STATUS        PIC X(02).
               88  REBATE-NEW-OK        VALUE '00'.
           05  SALES-HISTORY-STATUS     PIC X(02).
               88  SALES-HISTORY-OK     VALUE '00'.
               88  END-OF-SALES-HISTORY VALUE '10'.
           05  ACCOUNT-MAP-STATUS       PIC X(02).
               88  ACCOUNT-MAP-OK       VALUE '00'.
               88  END-OF-ACCOUNT-MAP   VALUE '10'.
           05  REBATE-INVOICE-STATUS    PIC X(02).
               88  REBATE-INVOICE-OK    VALUE '00'.
           05  REBATE-JOURNAL-STATUS    PIC X(02).
               88  REBATE-JOURNAL-OK    VALUE '00'.
               88  END-OF-REBATE-JOURNAL VALUE '10'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.
           05  REBATE-REGISTER-STATUS   PIC X(02).
               88  REBATE-REGISTER-OK   VALUE '00'.
           05  REBATE-STATEMENT-STATUS  PIC X(02).
               88  REBATE-STATEMENT-OK  VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'REBATE'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'REBATE'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'REBATE'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

      * Same FISCSTMO card SLSHROLL reads; defaults to 01.
       01  WS-FISCAL-YEAR-START-MONTH   PIC 9(02) VALUE 01.

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
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'REBATE'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

      * Fallback accounts when GLACCTM1 has no V/RBAT or A/RB row.
       01  WS-GL-ACCOUNTS.
           05  WS-REBATE-EXPENSE-ACCOUNT PIC X(08) VALUE '4940RBAT'.
           05  WS-REBATE-ACCRUAL-ACCOUNT PIC X(08) VALUE '2310RBAC'.

      * The whole sales history in memory, the way SLSHROLL holds
      * it; each agreement is totalled against the table.
       01  WS-HISTORY-TABLE-AREA.
           05  WS-HISTORY-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-HISTORY-ENTRIES   PIC S9(05) COMP-3 VALUE 5000.
           05  WS-HISTORY-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-HISTORY-COUNT
                       INDEXED BY HISTORY-INDEX.
               10  WS-HIS-CUSTOMER      PIC X(08).
               10  WS-HIS-SKU-GROUP     PIC X(04).
               10  WS-HIS-FISCAL-PERIOD PIC X(06).
               10  WS-HIS-REVENUE       PIC S9(11)V99 COMP-3.

      * One agreement's qualifying purchases by SKU group, for the
      * statement.
       01  WS-GROUP-TABLE-AREA.
           05  WS-GROUP-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-GROUP-ENTRIES     PIC S9(05) COMP-3 VALUE 100.
           05  WS-GROUP-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-GROUP-COUNT
                       INDEXED BY GROUP-INDEX.
               10  WS-GRP-KEY           PIC X(04).
               10  WS-GRP-PURCHASES     PIC S9(11)V99 COMP-3.

       01  WS-REBATE-WORK-AREAS.
           05  WS-CURRENT-FISCAL-YEAR   PIC 9(04).
           05  WS-HISTORY-YEAR          PIC 9(04).
           05  WS-QUALIFYING-PURCHASES  PIC S9(11)V99 COMP-3.
           05  WS-TIER-REACHED          PIC 9(01).
           05  WS-REBATE-PERCENT        PIC V9(05).
           05  WS-REBATE-EARNED         PIC S9(09)V99 COMP-3.
           05  WS-ACCRUED-BEFORE        PIC S9(09)V99 COMP-3.
           05  WS-ACCRUAL-MOVEMENT      PIC S9(09)V99 COMP-3.
           05  WS-POSTING-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-MEMO-REMAINING        PIC S9(09)V99 COMP-3.
           05  WS-MEMO-SEQUENCE         PIC 9(03) VALUE ZERO.
           05  WS-MAX-MEMO-AMOUNT       PIC S9(09)V99 COMP-3
                                            VALUE 9999999.00.
           05  WS-MAX-LINE-AMOUNT       PIC S9(05)V99 COMP-3
                                            VALUE 99999.99.
           05  WS-GROUP-SUB             PIC S9(04) COMP.
           05  WS-TIER-SUB              PIC S9(04) COMP.
           05  WS-REFUSAL-REASON        PIC X(36).
           05  WS-DISPOSITION           PIC X(16).
           05  WS-QUALIFYING-SWITCH     PIC X.
               88  HISTORY-QUALIFIES    VALUE 'Y'.
           05  WS-AGREEMENTS-READ       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-AGREEMENTS-ACCRUED    PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-AGREEMENTS-SETTLED    PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-AGREEMENTS-REFUSED    PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TOTAL-MOVEMENT        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-ISSUED          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

      * The reserved rebate SKU: the memo group ADJM, the reason
      * code RB, and a fixed suffix.
       01  WS-REBATE-SKU                PIC X(10) VALUE 'ADJMRB0001'.

      * The type V and type A mappings loaded at start of run; an
      * unopenable file leaves both on the fallback accounts.
       01  WS-MAPPED-ACCOUNTS.
           05  WS-EXPENSE-ACCOUNT       PIC X(08).
           05  WS-ACCRUAL-ACCOUNT       PIC X(08).

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-HOME-COMPANY          PIC X(02) VALUE '01'.
           05  WS-JOURNAL-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.

      * RETURN-CODE set for the scheduler at GOBACK time: 4 when an
      * agreement was refused, 8 when the batch did not prove or a
      * file would not open - the batch must not be released.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-CLEAN          VALUE 0.
               88  WS-RC-REJECTED       VALUE 8.

       01  REGISTER-HEADING-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'VOLUME REBATE ACCRUAL REGISTER'.
           05  FILLER                   PIC X(12)
                   VALUE '  RUN DATE  '.
           05  RGH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(16)
                   VALUE '  FISCAL YEAR  '.
           05  RGH-FISCAL-YEAR          PIC 9(04).
       01  REGISTER-COLUMN-LINE.
           05  FILLER                   PIC X(30) VALUE
               'CUSTOMER YEAR       PURCHASES '.
           05  FILLER                   PIC X(25) VALUE
               'T     PCT         EARNED '.
           05  FILLER                   PIC X(47) VALUE
               ' PRIOR ACCRUAL        MOVEMENT DISPOSITION'.
       01  REGISTER-DETAIL-LINE.
           05  RGD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-AGREEMENT-YEAR       PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-PURCHASES            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-TIER-REACHED         PIC 9(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-PERCENT              PIC ZZ9.999.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-EARNED               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-PRIOR-ACCRUAL        PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-MOVEMENT             PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-DISPOSITION          PIC X(16).
       01  REGISTER-REFUSAL-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  RGR-REFUSAL-REASON       PIC X(36).
       01  REGISTER-TRAILER-LINE.
           05  FILLER                   PIC X(11)
                   VALUE 'AGREEMENTS '.
           05  RGT-READ-COUNT           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10)
                   VALUE '  SETTLED '.
           05  RGT-SETTLED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10)
                   VALUE '  REFUSED '.
           05  RGT-REFUSED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11)
                   VALUE '  MOVEMENT '.
           05  RGT-TOTAL-MOVEMENT       PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(09)
                   VALUE '  ISSUED '.
           05  RGT-TOTAL-ISSUED         PIC $$$,$$$,$$9.99.

       01  STATEMENT-TITLE-LINE.
           05  FILLER                   PIC X(24)
                   VALUE 'VOLUME REBATE STATEMENT '.
           05  FILLER                   PIC X(08) VALUE '  DATE  '.
           05  STT-STATEMENT-DATE       PIC X(08).
       01  STATEMENT-CUSTOMER-LINE.
           05  FILLER                   PIC X(10) VALUE 'CUSTOMER  '.
           05  STC-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(18)
                   VALUE '  AGREEMENT YEAR  '.
           05  STC-AGREEMENT-YEAR       PIC X(04).
       01  STATEMENT-GROUP-HEADING.
           05  FILLER                   PIC X(40)
                   VALUE 'QUALIFYING PURCHASES BY SKU GROUP'.
       01  STATEMENT-GROUP-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  STG-SKU-GROUP            PIC X(04).
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  STG-PURCHASES            PIC $$$,$$$,$$9.99-.
       01  STATEMENT-TOTAL-LINE.
           05  FILLER                   PIC X(28)
                   VALUE 'TOTAL QUALIFYING PURCHASES  '.
           05  STP-PURCHASES            PIC $$$,$$$,$$9.99-.
       01  STATEMENT-TIER-HEADING.
           05  FILLER                   PIC X(40)
                   VALUE 'TIER         THRESHOLD   REBATE PCT'.
       01  STATEMENT-TIER-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STR-TIER-NUMBER          PIC 9(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STR-THRESHOLD            PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  STR-PERCENT              PIC ZZ9.999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STR-REACHED-NOTE         PIC X(12).
       01  STATEMENT-EARNED-LINE.
           05  FILLER                   PIC X(28)
                   VALUE 'REBATE EARNED               '.
           05  STE-REBATE-EARNED        PIC $$$,$$$,$$9.99.
       01  STATEMENT-MEMO-LINE.
           05  FILLER                   PIC X(28)
                   VALUE 'CREDITED ON CREDIT MEMO     '.
           05  STM-MEMO-NUMBER          PIC X(08).
       01  STATEMENT-NO-REBATE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'NO REBATE TIER WAS REACHED THIS YEAR'.

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
                   DISPLAY 'REBATE NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'REBATE RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'REBATE PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'REBATE CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'REBATE NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'REBATE NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'SLSHROLL' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'REBATE PRODUCER SLSHROLL'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE PRODUCER SLSHROLL NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-FISCAL-YEAR-START-MONTH
           PERFORM DETERMINE-CURRENT-FISCAL-YEAR
           PERFORM LOAD-ACCOUNT-MAP

           OPEN INPUT SALES-HISTORY-FILE
           IF NOT SALES-HISTORY-OK
               DISPLAY 'STATUS ON SALES-HISTORY-FILE OPEN: '
                       SALES-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON SALES-HISTORY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-SALES-HISTORY

           OPEN INPUT REBATE-MASTER-FILE
           IF NOT REBATE-MASTER-OK
               DISPLAY 'STATUS ON REBATE-MASTER-FILE OPEN: '
                       REBATE-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT REBATE-NEW-FILE
           IF NOT REBATE-NEW-OK
               DISPLAY 'STATUS ON REBATE-NEW-FILE OPEN: '
                       REBATE-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT REBATE-INVOICE-FILE
           IF NOT REBATE-INVOICE-OK
               DISPLAY 'STATUS ON REBATE-INVOICE-FILE OPEN: '
                       REBATE-INVOICE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-INVOICE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT REBATE-JOURNAL-FILE
           IF NOT REBATE-JOURNAL-OK
               DISPLAY 'STATUS ON REBATE-JOURNAL-FILE OPEN: '
                       REBATE-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-JOURNAL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT REBATE-REGISTER-FILE
           IF NOT REBATE-REGISTER-OK
               DISPLAY 'STATUS ON REBATE-REGISTER-FILE OPEN: '
                       REBATE-REGISTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-REGISTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT REBATE-STATEMENT-FILE
           IF NOT REBATE-STATEMENT-OK
               DISPLAY 'STATUS ON REBATE-STATEMENT-FILE OPEN: '
                       REBATE-STATEMENT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-STATEMENT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-BATCH-NUMBER

           MOVE WS-CDT-DATE TO RGH-RUN-DATE
           MOVE WS-CURRENT-FISCAL-YEAR TO RGH-FISCAL-YEAR
           WRITE REBATE-REGISTER-LINE FROM REGISTER-HEADING-LINE
           WRITE REBATE-REGISTER-LINE FROM REGISTER-COLUMN-LINE

           PERFORM UNTIL END-OF-REBATE-MASTER
               READ REBATE-MASTER-FILE
               IF REBATE-MASTER-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   ADD 1 TO WS-AGREEMENTS-READ
                   PERFORM PROCESS-ONE-AGREEMENT
               END-IF
           END-PERFORM

           MOVE SPACES TO REBATE-REGISTER-LINE
           WRITE REBATE-REGISTER-LINE
           MOVE WS-AGREEMENTS-READ TO RGT-READ-COUNT
           MOVE WS-AGREEMENTS-SETTLED TO RGT-SETTLED-COUNT
           MOVE WS-AGREEMENTS-REFUSED TO RGT-REFUSED-COUNT
           MOVE WS-TOTAL-MOVEMENT TO RGT-TOTAL-MOVEMENT
           MOVE WS-TOTAL-ISSUED TO RGT-TOTAL-ISSUED
           WRITE REBATE-REGISTER-LINE FROM REGISTER-TRAILER-LINE

           PERFORM PROVE-THE-BATCH

           IF NOT WS-RC-REJECTED
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF

           GO TO END-OF-PROGRAM
           .
       LOAD-FISCAL-YEAR-START-MONTH.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON CONTROL CARD LOAD: '
                       WS-CC-RETURN-CODE
               DISPLAY 'DEFAULTING FISCAL YEAR START MONTH TO 01'
           ELSE
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
           END-IF
           .
      * An agreement is settled once today falls in a later fiscal
      * year than the one it covers.
       DETERMINE-CURRENT-FISCAL-YEAR.
           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-FISCAL-YEAR-START-MONTH
               TO WS-DC-FISCAL-YEAR-START-MONTH
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-CURRENT-FISCAL-YEAR
           DISPLAY 'REBATE CURRENT FISCAL YEAR: '
                   WS-CURRENT-FISCAL-YEAR
           .
       LOAD-ACCOUNT-MAP.
           MOVE WS-REBATE-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT
           MOVE WS-REBATE-ACCRUAL-ACCOUNT TO WS-ACCRUAL-ACCOUNT
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT ACCOUNT-MAP-OK
               DISPLAY 'STATUS ON ACCOUNT-MAP-FILE OPEN: '
                       ACCOUNT-MAP-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE ACCOUNT MAP UNAVAILABLE - DEFAULTS USED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           ELSE
               PERFORM UNTIL END-OF-ACCOUNT-MAP
                   READ ACCOUNT-MAP-FILE
                   IF ACCOUNT-MAP-OK
                   AND (GLM-COMPANY-CODE IS EQUAL TO SPACES
                     OR GLM-COMPANY-CODE IS EQUAL TO WS-HOME-COMPANY)
                       EVALUATE TRUE
                           WHEN GLM-IS-REBATE-EXPENSE-MAP
                           AND GLM-MAP-KEY IS EQUAL TO 'RBAT'
                               MOVE GLM-ACCOUNT TO WS-EXPENSE-ACCOUNT
                           WHEN GLM-IS-ALLOWANCE-MAP
                           AND GLM-MAP-KEY IS EQUAL TO 'RB'
                               MOVE GLM-ACCOUNT TO WS-ACCRUAL-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           .
       LOAD-SALES-HISTORY.
           PERFORM UNTIL END-OF-SALES-HISTORY
               READ SALES-HISTORY-FILE
               IF SALES-HISTORY-OK
                   IF WS-HISTORY-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-HISTORY-ENTRIES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'REBATE HISTORY TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE 'F' TO WS-EL-SEVERITY-CODE
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       MOVE SPACE TO WS-EL-SEVERITY-CODE
                       SET WS-RC-REJECTED TO TRUE
                   ELSE
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE SHR-CUSTOMER-NUMBER
                           TO WS-HIS-CUSTOMER(WS-HISTORY-COUNT)
                       MOVE SHR-SKU-GROUP-CODE
                           TO WS-HIS-SKU-GROUP(WS-HISTORY-COUNT)
                       MOVE SHR-FISCAL-PERIOD
                           TO WS-HIS-FISCAL-PERIOD(WS-HISTORY-COUNT)
                       MOVE SHR-REVENUE
                           TO WS-HIS-REVENUE(WS-HISTORY-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SALES-HISTORY-FILE
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
           DISPLAY 'REBATE JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * An agreement already settled rides forward untouched; a bad
      * one is refused and carried forward for correction; every
      * other one is brought up to date and, once its year is over,
      * settled.
       PROCESS-ONE-AGREEMENT.
           MOVE REBATE-MASTER-RECORD TO REBATE-NEW-RECORD
           MOVE RBA-CUSTOMER-NUMBER TO RGD-CUSTOMER-NUMBER
           MOVE RBA-AGREEMENT-YEAR TO RGD-AGREEMENT-YEAR
           MOVE ZERO TO RGD-PURCHASES
           MOVE ZERO TO RGD-TIER-REACHED
           MOVE ZERO TO RGD-PERCENT
           MOVE ZERO TO RGD-EARNED
           MOVE ZERO TO RGD-PRIOR-ACCRUAL
           MOVE ZERO TO RGD-MOVEMENT
           PERFORM EDIT-ONE-AGREEMENT
           EVALUATE TRUE
               WHEN RBA-IS-ISSUED
                   MOVE RBA-QUALIFYING-PURCHASES TO RGD-PURCHASES
                   MOVE RBA-ACCRUED-TO-DATE TO RGD-PRIOR-ACCRUAL
                   MOVE 'SETTLED EARLIER' TO RGD-DISPOSITION
               WHEN WS-REFUSAL-REASON IS NOT EQUAL TO SPACES
                   PERFORM REFUSE-ONE-AGREEMENT
               WHEN OTHER
                   PERFORM ACCRUE-ONE-AGREEMENT
                   IF RBA-AGREEMENT-YEAR IS LESS THAN
                           WS-CURRENT-FISCAL-YEAR
                       PERFORM SETTLE-ONE-AGREEMENT
                   END-IF
           END-EVALUATE
           WRITE REBATE-REGISTER-LINE FROM REGISTER-DETAIL-LINE
           IF WS-REFUSAL-REASON IS NOT EQUAL TO SPACES
           AND NOT RBA-IS-ISSUED
               MOVE WS-REFUSAL-REASON TO RGR-REFUSAL-REASON
               WRITE REBATE-REGISTER-LINE FROM REGISTER-REFUSAL-LINE
           END-IF
           WRITE REBATE-NEW-RECORD
           IF NOT REBATE-NEW-OK
               DISPLAY 'STATUS ON REBATE-NEW-FILE WRITE: '
                       REBATE-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-NEW-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           .
       EDIT-ONE-AGREEMENT.
           MOVE SPACES TO WS-REFUSAL-REASON
           EVALUATE TRUE
               WHEN RBA-AGREEMENT-YEAR IS NOT NUMERIC
               OR RBA-AGREEMENT-YEAR IS EQUAL TO ZERO
                   MOVE 'AGREEMENT YEAR MISSING OR INVALID'
                       TO WS-REFUSAL-REASON
               WHEN RBA-GROUP-COUNT IS NOT NUMERIC
               OR RBA-GROUP-COUNT IS GREATER THAN 10
                   MOVE 'SKU GROUP COUNT INVALID'
                       TO WS-REFUSAL-REASON
               WHEN RBA-TIER-COUNT IS NOT NUMERIC
               OR RBA-TIER-COUNT IS EQUAL TO ZERO
               OR RBA-TIER-COUNT IS GREATER THAN 5
                   MOVE 'TIER COUNT NOT 1 THROUGH 5'
                       TO WS-REFUSAL-REASON
               WHEN RBA-ACCRUED-TO-DATE IS NOT NUMERIC
                   MOVE 'ACCRUED TO DATE NOT NUMERIC'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM EDIT-ONE-TIER
                       VARYING WS-TIER-SUB FROM 1 BY 1
                       UNTIL WS-TIER-SUB IS GREATER THAN
                               RBA-TIER-COUNT
           END-EVALUATE
           .
       EDIT-ONE-TIER.
           IF RBA-TIER-THRESHOLD(WS-TIER-SUB) IS NOT NUMERIC
           OR RBA-TIER-PERCENT(WS-TIER-SUB) IS NOT NUMERIC
               MOVE 'TIER THRESHOLD OR PERCENT NOT NUMERIC'
                   TO WS-REFUSAL-REASON
           ELSE
               IF WS-TIER-SUB IS GREATER THAN 1
               AND RBA-TIER-THRESHOLD(WS-TIER-SUB) IS NOT GREATER
                       THAN RBA-TIER-THRESHOLD(WS-TIER-SUB - 1)
                   MOVE 'TIERS NOT IN ASCENDING THRESHOLD ORDER'
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF
           .
       REFUSE-ONE-AGREEMENT.
           ADD 1 TO WS-AGREEMENTS-REFUSED
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'REFUSED' TO RGD-DISPOSITION
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE SPACES TO WS-EL-EXCEPTION-TEXT
           STRING 'REBATE AGREEMENT REFUSED - ' DELIMITED BY SIZE
                  WS-REFUSAL-REASON DELIMITED BY SIZE
               INTO WS-EL-EXCEPTION-TEXT
           END-STRING
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE RBA-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACE TO WS-EL-SEVERITY-CODE
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * Qualifying purchases to date, the tier they reach, and the
      * ledger movement that brings the accrual to the rebate
      * earned on them.
       ACCRUE-ONE-AGREEMENT.
           ADD 1 TO WS-AGREEMENTS-ACCRUED
           MOVE ZERO TO WS-QUALIFYING-PURCHASES
           MOVE ZERO TO WS-GROUP-COUNT
           PERFORM TOTAL-ONE-HISTORY-ENTRY
               VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX IS GREATER THAN WS-HISTORY-COUNT
           MOVE ZERO TO WS-TIER-REACHED
           MOVE ZERO TO WS-REBATE-PERCENT
           PERFORM TEST-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB IS GREATER THAN RBA-TIER-COUNT
           IF WS-TIER-REACHED IS GREATER THAN ZERO
               COMPUTE WS-REBATE-EARNED ROUNDED =
                   WS-QUALIFYING-PURCHASES * WS-REBATE-PERCENT
           ELSE
               MOVE ZERO TO WS-REBATE-EARNED
           END-IF
           MOVE RBA-ACCRUED-TO-DATE TO WS-ACCRUED-BEFORE
           COMPUTE WS-ACCRUAL-MOVEMENT =
               WS-REBATE-EARNED - WS-ACCRUED-BEFORE
           PERFORM JOURNALIZE-ACCRUAL-MOVEMENT
           ADD WS-ACCRUAL-MOVEMENT TO WS-TOTAL-MOVEMENT
           MOVE WS-REBATE-EARNED TO RBN-ACCRUED-TO-DATE
           MOVE WS-QUALIFYING-PURCHASES TO RBN-QUALIFYING-PURCHASES
           MOVE 'O' TO RBN-STATUS

           MOVE WS-QUALIFYING-PURCHASES TO RGD-PURCHASES
           MOVE WS-TIER-REACHED TO RGD-TIER-REACHED
           COMPUTE RGD-PERCENT = WS-REBATE-PERCENT * 100
           MOVE WS-REBATE-EARNED TO RGD-EARNED
           MOVE WS-ACCRUED-BEFORE TO RGD-PRIOR-ACCRUAL
           MOVE WS-ACCRUAL-MOVEMENT TO RGD-MOVEMENT
           MOVE 'ACCRUED' TO RGD-DISPOSITION
           .
       TOTAL-ONE-HISTORY-ENTRY.
           MOVE WS-HIS-FISCAL-PERIOD(HISTORY-INDEX)(1:4)
               TO WS-HISTORY-YEAR
           IF WS-HIS-CUSTOMER(HISTORY-INDEX)
                   IS EQUAL TO RBA-CUSTOMER-NUMBER
           AND WS-HISTORY-YEAR IS EQUAL TO RBA-AGREEMENT-YEAR
               IF RBA-GROUP-COUNT IS EQUAL TO ZERO
                   SET HISTORY-QUALIFIES TO TRUE
               ELSE
                   MOVE 'N' TO WS-QUALIFYING-SWITCH
                   PERFORM TEST-ONE-COVERED-GROUP
                       VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB IS GREATER THAN
                               RBA-GROUP-COUNT
                       OR HISTORY-QUALIFIES
               END-IF
               IF HISTORY-QUALIFIES
                   ADD WS-HIS-REVENUE(HISTORY-INDEX)
                       TO WS-QUALIFYING-PURCHASES
                   PERFORM ADD-TO-STATEMENT-GROUP
               END-IF
           END-IF
           .
       TEST-ONE-COVERED-GROUP.
           IF RBA-SKU-GROUP(WS-GROUP-SUB) IS EQUAL TO
                   WS-HIS-SKU-GROUP(HISTORY-INDEX)
               SET HISTORY-QUALIFIES TO TRUE
           END-IF
           .
       ADD-TO-STATEMENT-GROUP.
           SET GROUP-INDEX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   IF WS-GROUP-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-GROUP-ENTRIES
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'REBATE GROUP TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE WS-HIS-SKU-GROUP(HISTORY-INDEX)
                           TO WS-GRP-KEY(WS-GROUP-COUNT)
                       MOVE WS-HIS-REVENUE(HISTORY-INDEX)
                           TO WS-GRP-PURCHASES(WS-GROUP-COUNT)
                   END-IF
               WHEN WS-GRP-KEY(GROUP-INDEX) IS EQUAL TO
                        WS-HIS-SKU-GROUP(HISTORY-INDEX)
                   ADD WS-HIS-REVENUE(HISTORY-INDEX)
                       TO WS-GRP-PURCHASES(GROUP-INDEX)
           END-SEARCH
           .
      * Tiers ascend, so the last one whose threshold is met wins.
       TEST-ONE-TIER.
           IF WS-QUALIFYING-PURCHASES IS GREATER THAN ZERO
           AND WS-QUALIFYING-PURCHASES IS NOT LESS THAN
                   RBA-TIER-THRESHOLD(WS-TIER-SUB)
               MOVE WS-TIER-SUB TO WS-TIER-REACHED
               MOVE RBA-TIER-PERCENT(WS-TIER-SUB)
                   TO WS-REBATE-PERCENT
           END-IF
           .
      * A rising rebate debits expense and credits the accrual; a
      * falling one reverses the pair. No movement posts nothing.
       JOURNALIZE-ACCRUAL-MOVEMENT.
           EVALUATE TRUE
               WHEN WS-ACCRUAL-MOVEMENT IS GREATER THAN ZERO
                   MOVE WS-ACCRUAL-MOVEMENT TO WS-POSTING-AMOUNT
                   MOVE WS-EXPENSE-ACCOUNT TO JRN-ACCOUNT
                   MOVE WS-POSTING-AMOUNT TO JRN-DEBIT-AMOUNT
                   MOVE ZERO TO JRN-CREDIT-AMOUNT
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE WS-ACCRUAL-ACCOUNT TO JRN-ACCOUNT
                   MOVE ZERO TO JRN-DEBIT-AMOUNT
                   MOVE WS-POSTING-AMOUNT TO JRN-CREDIT-AMOUNT
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN WS-ACCRUAL-MOVEMENT IS LESS THAN ZERO
                   COMPUTE WS-POSTING-AMOUNT =
                       ZERO - WS-ACCRUAL-MOVEMENT
                   MOVE WS-ACCRUAL-ACCOUNT TO JRN-ACCOUNT
                   MOVE WS-POSTING-AMOUNT TO JRN-DEBIT-AMOUNT
                   MOVE ZERO TO JRN-CREDIT-AMOUNT
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE WS-EXPENSE-ACCOUNT TO JRN-ACCOUNT
                   MOVE ZERO TO JRN-DEBIT-AMOUNT
                   MOVE WS-POSTING-AMOUNT TO JRN-CREDIT-AMOUNT
                   PERFORM WRITE-JOURNAL-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       WRITE-JOURNAL-RECORD.
           MOVE RBA-CUSTOMER-NUMBER TO JRN-INVOICE-NUMBER
           MOVE WS-CDT-DATE TO JRN-INVOICE-DATE
           MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO JRN-COMPANY-CODE
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           WRITE REBATE-JOURNAL-RECORD
           IF NOT REBATE-JOURNAL-OK
               DISPLAY 'STATUS ON REBATE-JOURNAL-FILE WRITE: '
                       REBATE-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
      * The year is over: the accrual now equals the rebate earned,
      * so the memo issued for that amount relieves it exactly.
       SETTLE-ONE-AGREEMENT.
           ADD 1 TO WS-AGREEMENTS-SETTLED
           MOVE SPACES TO RBN-MEMO-NUMBER
           IF WS-REBATE-EARNED IS GREATER THAN WS-MAX-MEMO-AMOUNT
               MOVE 'REBATE TOO LARGE FOR ONE MEMO'
                   TO WS-REFUSAL-REASON
               PERFORM REFUSE-ONE-AGREEMENT
           ELSE
               IF WS-REBATE-EARNED IS GREATER THAN ZERO
                   PERFORM WRITE-REBATE-MEMO
               END-IF
               IF NOT WS-RC-REJECTED
                   MOVE 'I' TO RBN-STATUS
                   MOVE WS-CDT-DATE TO RBN-ISSUE-DATE
                   IF WS-REBATE-EARNED IS GREATER THAN ZERO
                       MOVE 'MEMO ISSUED' TO RGD-DISPOSITION
                   ELSE
                       MOVE 'CLOSED - NO TIER' TO RGD-DISPOSITION
                   END-IF
                   PERFORM PRINT-REBATE-STATEMENT
               END-IF
           END-IF
           .
       WRITE-REBATE-MEMO.
           ADD 1 TO WS-MEMO-SEQUENCE
      * The line count must be set before the group MOVE: the group's
      * size comes from the OCCURS DEPENDING ON object.
           MOVE 100 TO INV-LINE-ITEM-COUNT
           MOVE SPACES TO INVOICE
           MOVE ZERO TO INV-LINE-ITEM-COUNT
           MOVE WS-CDT-DATE TO INV-DATE
           MOVE 'V' TO INV-NUMBER(1:1)
           MOVE WS-CDT-DATE(5:4) TO INV-NUMBER(2:4)
           MOVE WS-MEMO-SEQUENCE TO INV-NUMBER(6:3)
           MOVE RBA-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER
           MOVE ZERO TO INV-TOTAL-AMOUNT
           MOVE ZERO TO INV-TOTAL-BEFORE-TAX
           MOVE ZERO TO INV-TOTAL-SALES-TAX
           MOVE ZERO TO INV-FREIGHT-AMOUNT
           MOVE ZERO TO INV-HANDLING-AMOUNT
           MOVE RBA-JURISDICTION-CODE TO INV-JURISDICTION-CODE
           MOVE 'C' TO INV-RETURN
           MOVE WS-REBATE-EARNED TO WS-MEMO-REMAINING
           PERFORM ADD-ONE-MEMO-LINE
               UNTIL WS-MEMO-REMAINING IS NOT GREATER THAN ZERO
           WRITE INVOICE
           IF NOT REBATE-INVOICE-OK
               DISPLAY 'STATUS ON REBATE-INVOICE-FILE WRITE: '
                       REBATE-INVOICE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-INVOICE-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           ELSE
               MOVE INV-NUMBER TO RBN-MEMO-NUMBER
               ADD WS-REBATE-EARNED TO WS-TOTAL-ISSUED
           END-IF
           .
       ADD-ONE-MEMO-LINE.
           ADD 1 TO INV-LINE-ITEM-COUNT
           MOVE WS-REBATE-SKU TO INV-LINE-SKU(INV-LINE-ITEM-COUNT)
           MOVE 1 TO INV-LINE-QUANTITY(INV-LINE-ITEM-COUNT)
           MOVE 'N' TO INV-LINE-TAXABLE(INV-LINE-ITEM-COUNT)
           IF WS-MEMO-REMAINING IS GREATER THAN WS-MAX-LINE-AMOUNT
               MOVE WS-MAX-LINE-AMOUNT
                   TO INV-LINE-UNIT-PRICE(INV-LINE-ITEM-COUNT)
               SUBTRACT WS-MAX-LINE-AMOUNT FROM WS-MEMO-REMAINING
           ELSE
               MOVE WS-MEMO-REMAINING
                   TO INV-LINE-UNIT-PRICE(INV-LINE-ITEM-COUNT)
               MOVE ZERO TO WS-MEMO-REMAINING
           END-IF
           .
       PRINT-REBATE-STATEMENT.
           MOVE WS-CDT-DATE TO STT-STATEMENT-DATE
           WRITE REBATE-STATEMENT-LINE FROM STATEMENT-TITLE-LINE
           MOVE RBA-CUSTOMER-NUMBER TO STC-CUSTOMER-NUMBER
           MOVE RBA-AGREEMENT-YEAR TO STC-AGREEMENT-YEAR
           WRITE REBATE-STATEMENT-LINE FROM STATEMENT-CUSTOMER-LINE
           MOVE SPACES TO REBATE-STATEMENT-LINE
           WRITE REBATE-STATEMENT-LINE
           WRITE REBATE-STATEMENT-LINE FROM STATEMENT-GROUP-HEADING
           PERFORM PRINT-ONE-STATEMENT-GROUP
               VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX IS GREATER THAN WS-GROUP-COUNT
           MOVE WS-QUALIFYING-PURCHASES TO STP-PURCHASES
           WRITE REBATE-STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
           MOVE SPACES TO REBATE-STATEMENT-LINE
           WRITE REBATE-STATEMENT-LINE
           WRITE REBATE-STATEMENT-LINE FROM STATEMENT-TIER-HEADING
           PERFORM PRINT-ONE-STATEMENT-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB IS GREATER THAN RBA-TIER-COUNT
           MOVE SPACES TO REBATE-STATEMENT-LINE
           WRITE REBATE-STATEMENT-LINE
           IF WS-REBATE-EARNED IS GREATER THAN ZERO
               MOVE WS-REBATE-EARNED TO STE-REBATE-EARNED
               WRITE REBATE-STATEMENT-LINE FROM STATEMENT-EARNED-LINE
               MOVE RBN-MEMO-NUMBER TO STM-MEMO-NUMBER
               WRITE REBATE-STATEMENT-LINE FROM STATEMENT-MEMO-LINE
           ELSE
               WRITE REBATE-STATEMENT-LINE
                   FROM STATEMENT-NO-REBATE-LINE
           END-IF
           MOVE SPACES TO REBATE-STATEMENT-LINE
           WRITE REBATE-STATEMENT-LINE
           WRITE REBATE-STATEMENT-LINE
           .
       PRINT-ONE-STATEMENT-GROUP.
           MOVE WS-GRP-KEY(GROUP-INDEX) TO STG-SKU-GROUP
           MOVE WS-GRP-PURCHASES(GROUP-INDEX) TO STG-PURCHASES
           WRITE REBATE-STATEMENT-LINE FROM STATEMENT-GROUP-LINE
           .
       PRINT-ONE-STATEMENT-TIER.
           MOVE WS-TIER-SUB TO STR-TIER-NUMBER
           MOVE RBA-TIER-THRESHOLD(WS-TIER-SUB) TO STR-THRESHOLD
           COMPUTE STR-PERCENT =
               RBA-TIER-PERCENT(WS-TIER-SUB) * 100
           IF WS-TIER-SUB IS EQUAL TO WS-TIER-REACHED
               MOVE '<- REACHED' TO STR-REACHED-NOTE
           ELSE
               MOVE SPACES TO STR-REACHED-NOTE
           END-IF
           WRITE REBATE-STATEMENT-LINE FROM STATEMENT-TIER-LINE
           .
       PROVE-THE-BATCH.
           DISPLAY 'REBATE JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'REBATE JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           IF WS-BATCH-DEBIT-TOTAL IS NOT EQUAL TO
                   WS-BATCH-CREDIT-TOTAL
               DISPLAY 'REBATE JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               IF WS-RC-REJECTED
                   DISPLAY 'REBATE JOURNAL BATCH INCOMPLETE - '
                           'REJECTED'
               ELSE
                   DISPLAY 'REBATE JOURNAL BATCH PROVED - RELEASED'
               END-IF
           END-IF
           .
      * A proved batch is appended whole to the cumulative history,
      * capped with its BATCHCTL control record, and only then is
      * the batch counter advanced.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE REBATE-JOURNAL-FILE
           SET BATCH-WAS-RELEASED TO TRUE
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO RELEASE-BATCH-EXIT
           END-IF
           OPEN INPUT REBATE-JOURNAL-FILE
           IF NOT REBATE-JOURNAL-OK
               DISPLAY 'STATUS ON REBATE-JOURNAL-FILE REOPEN: '
                       REBATE-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON REBATE-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               CLOSE JOURNAL-HISTORY-FILE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM UNTIL END-OF-REBATE-JOURNAL
               READ REBATE-JOURNAL-FILE
               IF REBATE-JOURNAL-OK
                   MOVE REBATE-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE REBATE-JOURNAL-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHCTL' TO BCT-RECORD-TYPE
           MOVE WS-JOURNAL-LINE-COUNT TO BCT-LINE-COUNT
           MOVE WS-BATCH-DEBIT-TOTAL TO BCT-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT-TOTAL TO BCT-CREDIT-TOTAL
           MOVE WS-CDT-DATE TO BCT-RELEASE-DATE
           MOVE WS-BATCH-NUMBER TO BCT-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO BCT-COMPANY-CODE
           WRITE BATCH-CONTROL-RECORD
           CLOSE JOURNAL-HISTORY-FILE
           OPEN OUTPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               MOVE WS-BATCH-NUMBER TO BNR-LAST-BATCH-NUMBER
               WRITE BATCH-NUMBER-RECORD
               CLOSE BATCH-NUMBER-FILE
           ELSE
               DISPLAY 'STATUS ON BATCH-NUMBER-FILE REWRITE: '
                       BATCH-NUMBER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'REBATE STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.

       END-OF-PROGRAM.
           DISPLAY 'REBATE AGREEMENTS READ:     ' WS-AGREEMENTS-READ
           DISPLAY 'REBATE AGREEMENTS ACCRUED:  '
                   WS-AGREEMENTS-ACCRUED
           DISPLAY 'REBATE AGREEMENTS SETTLED:  '
                   WS-AGREEMENTS-SETTLED
           DISPLAY 'REBATE AGREEMENTS REFUSED:  '
                   WS-AGREEMENTS-REFUSED
           DISPLAY 'REBATE JOURNAL LINES WRITTEN: '
                   WS-JOURNAL-LINE-COUNT
           CLOSE REBATE-MASTER-FILE
           CLOSE REBATE-NEW-FILE
           CLOSE REBATE-INVOICE-FILE
           CLOSE REBATE-REGISTER-FILE
           CLOSE REBATE-STATEMENT-FILE
           IF NOT BATCH-WAS-RELEASED
               CLOSE REBATE-JOURNAL-FILE
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
