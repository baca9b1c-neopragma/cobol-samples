      *****************************************************************
      * Program name:    CNTPOST
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Judging keyed cycle counts against the frozen book, and
      * posting the approved ones as on-hand adjustments with a
      * balanced shrinkage journal behind them.
      *
      * CNTSHEET prints blind count sheets and freezes each SKU's
      * book quantity on the CNTBOOK1 count book. The warehouse keys
      * the counts onto CNTTRNS; this program matches each count to
      * its open count-book line and prints the CNTVRPT1 variance
      * report - book quantity, counted quantity, the difference,
      * and the difference valued at PRODMAST's PM-UNIT-COST.
      *
      * A count is posted only when the inventory supervisor has
      * marked it approved (an A in the approval column) after
      * reviewing the variance; an unapproved count is reported and
      * its count held on the book line for the next run, so the
      * usual cycle is a review run, a recount or approval, then a
      * posting run. An approved count adjusts INVONH1 by counted
      * less book - the difference as of the sheet, so sales and
      * receipts posted since the sheet was printed are not undone -
      * and every adjustment is cut to the shared MNTAUDIT
      * maintenance audit trail with before and after images. The
      * new master goes to INVONH2, the same old-master/new-master
      * roll INVSTOCK uses, and the count book rolls to CNTBOOK2 with
      * the posted lines closed so a rerun cannot post them twice.
      *
      * The adjustments are journaled by SKU group: a shortage
      * debits the group's GLACCTM1 type S shrinkage account and
      * credits its type I inventory account, an overage the
      * reverse. The batch is proved and appended to GLJHIST1 under
      * its own GLBATCH1 number the same way COGSJRNL's is. An
      * unbalanced batch ends the run with RETURN-CODE 8 before
      * either new master is written. A SKU with no standard cost
      * is adjusted in quantity but carries no value to the ledger,
      * and the report says so.
      * - On-hand and the count book are kept per warehouse. A keyed
      *   count names its warehouse (blank is the home warehouse,
      *   '01') and is matched to that warehouse's book line and
      *   on-hand record; the variance report and the audit key show
      *   the warehouse.
      * - Journal, history and BATCHCTL records carry the operating
      *   company; this batch posts to the home company '01' and
      *   reads only the home company's GLACCTM1 rows.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNTPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-BOOK-FILE ASSIGN TO 'CNTBOOK1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COUNT-BOOK-STATUS.
           SELECT COUNT-TRANS-FILE ASSIGN TO 'CNTTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COUNT-TRANS-STATUS.
           SELECT ON-HAND-FILE ASSIGN TO 'INVONH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ON-HAND-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLACCTM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACCOUNT-MAP-STATUS.
           SELECT ON-HAND-NEW-FILE ASSIGN TO 'INVONH2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ON-HAND-NEW-STATUS.
           SELECT COUNT-BOOK-NEW-FILE ASSIGN TO 'CNTBOOK2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COUNT-BOOK-NEW-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'CNTVRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VARIANCE-REPORT-STATUS.
           SELECT SHRINK-JOURNAL-FILE ASSIGN TO 'SHRKJRN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SHRINK-JOURNAL-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout CNTSHEET writes.
       FD  COUNT-BOOK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COUNT-BOOK-RECORD.
       01  COUNT-BOOK-RECORD.
           05  CNB-SHEET-DATE           PIC X(08).
           05  CNB-SHEET-LINE           PIC 9(05).
           05  CNB-SKU                  PIC X(10).
           05  CNB-ABC-CLASS            PIC X(01).
           05  CNB-BOOK-QUANTITY        PIC S9(09) COMP-3.
           05  CNB-LINE-STATUS          PIC X(01).
               88  CNB-LINE-IS-OPEN     VALUE 'O'.
               88  CNB-LINE-IS-POSTED   VALUE 'P'.
           05  CNB-COUNTED-QUANTITY     PIC S9(09) COMP-3.
           05  CNB-COUNT-DATE           PIC X(08).
           05  CNB-POSTED-DATE          PIC X(08).
           05  CNB-WAREHOUSE-CODE       PIC X(02).
           05  FILLER                   PIC X(08).

      * One keyed count per record, as written on the sheet.
       FD  COUNT-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COUNT-TRANS-RECORD.
       01  COUNT-TRANS-RECORD.
           05  CNT-SKU                  PIC X(10).
           05  CNT-COUNTED-QUANTITY-X   PIC X(09).
           05  CNT-COUNTED-QUANTITY REDEFINES CNT-COUNTED-QUANTITY-X
                                        PIC 9(09).
           05  CNT-COUNT-DATE           PIC X(08).
           05  CNT-APPROVAL-CODE        PIC X(01).
               88  CNT-IS-APPROVED      VALUE 'A'.
           05  CNT-COUNTED-BY           PIC X(10).
      * Warehouse counted; blank is the home warehouse, '01'.
           05  CNT-WAREHOUSE-CODE       PIC X(02).
           05  FILLER                   PIC X(10).

      * Same layout INVSTOCK reads and writes.
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

      * Same layout INVCALC reads.
       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRODUCT-MASTER-RECORD.
       01  PRODUCT-MASTER-RECORD.
           05  PM-SKU                   PIC X(10).
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-PRICE            PIC S9(05)V99 COMP-3.
           05  PM-TAXABLE-CLASS         PIC X(01).
           05  PM-STATUS                PIC X(01).
               88  PM-IS-ACTIVE         VALUE 'A'.
           05  PM-UNIT-COST             PIC S9(05)V99 COMP-3.
           05  FILLER                   PIC X(30).

      * Same layout INVCALC loads from GLACCTM1. Type S maps a SKU
      * group to its inventory-shrinkage account, type I (shared
      * with COGSJRNL) to its inventory account.
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCOUNT-MAP-RECORD.
       01  ACCOUNT-MAP-RECORD.
           05  GLM-MAP-TYPE             PIC X.
               88  GLM-IS-SHRINKAGE-MAP VALUE 'S'.
               88  GLM-IS-INVENTORY-MAP VALUE 'I'.
           05  GLM-MAP-KEY              PIC X(04).
           05  GLM-ACCOUNT              PIC X(08).
           05  GLM-COMPANY-CODE         PIC X(02).

      * Tomorrow's on-hand master, same layout.
       FD  ON-HAND-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ON-HAND-NEW-RECORD.
       01  ON-HAND-NEW-RECORD.
           05  ONN-SKU                  PIC X(10).
           05  ONN-WAREHOUSE-CODE       PIC X(02).
           05  ONN-ON-HAND              PIC S9(09) COMP-3.
           05  ONN-REORDER-POINT        PIC S9(09) COMP-3.
           05  ONN-LAST-ACTIVITY-DATE   PIC X(08).
           05  ONN-IN-TRANSIT           PIC S9(09) COMP-3.

      * The count book rolled forward, same layout as CNTBOOK1.
       FD  COUNT-BOOK-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COUNT-BOOK-NEW-RECORD.
       01  COUNT-BOOK-NEW-RECORD        PIC X(58).

       FD  VARIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VARIANCE-REPORT-LINE.
       01  VARIANCE-REPORT-LINE         PIC X(132).

      * Same journal-line layout GLJRNL writes to GLJRNL1. The
      * invoice-number field carries SHRK plus the SKU group, the
      * invoice-date field the run date.
       FD  SHRINK-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHRINK-JOURNAL-RECORD.
       01  SHRINK-JOURNAL-RECORD.
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
           05  BCT-LINE-COUNT           PIC S9(09) COMP-3.
           05  BCT-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
           05  BCT-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  COUNT-BOOK-STATUS        PIC X(02).
               88  COUNT-BOOK-OK        VALUE '00'.
               88  END-OF-COUNT-BOOK    VALUE '10'.
           05  COUNT-TRANS-STATUS       PIC X(02).
               88  COUNT-TRANS-OK       VALUE '00'.
               88  END-OF-COUNT-TRANS   VALUE '10'.
           05  ON-HAND-STATUS           PIC X(02).
               88  ON-HAND-OK           VALUE '00'.
               88  END-OF-ON-HAND       VALUE '10'.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
               88  PRODUCT-SKU-NOT-FOUND VALUE '23'.
           05  ACCOUNT-MAP-STATUS       PIC X(02).
               88  ACCOUNT-MAP-OK       VALUE '00'.
               88  END-OF-ACCOUNT-MAP   VALUE '10'.
           05  ON-HAND-NEW-STATUS       PIC X(02).
               88  ON-HAND-NEW-OK       VALUE '00'.
           05  COUNT-BOOK-NEW-STATUS    PIC X(02).
               88  COUNT-BOOK-NEW-OK    VALUE '00'.
           05  VARIANCE-REPORT-STATUS   PIC X(02).
               88  VARIANCE-REPORT-OK   VALUE '00'.
           05  SHRINK-JOURNAL-STATUS    PIC X(02).
               88  SHRINK-JOURNAL-OK    VALUE '00'.
               88  END-OF-SHRINK-JOURNAL VALUE '10'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'CNTPOST'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'CNTPOST'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per posted adjustment.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'CNTPOST'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'INVONH1'.
           05  WS-MA-RECORD-KEY           PIC X(20).
           05  WS-MA-ACTION-CODE          PIC X(01).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).

      * Display image of one on-hand record for the audit trail.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-ON-HAND             PIC -9(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-AIW-REORDER-POINT       PIC -9(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-AIW-LAST-ACTIVITY-DATE  PIC X(08).
           05  FILLER                     PIC X(10)
                   VALUE ' CYCLE CNT'.
           05  FILLER                     PIC X(20) VALUE SPACES.

      * The count book, loaded whole and written back out rolled
      * forward.
       01  WS-BOOK-TABLE-AREA.
           05  WS-BOOK-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-BOOK-ENTRIES      PIC S9(05) COMP-3 VALUE 2000.
           05  WS-BOOK-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-BOOK-COUNT
                       INDEXED BY BOOK-INDEX.
               10  WS-BK-RECORD.
                   15  WS-BK-SHEET-DATE     PIC X(08).
                   15  WS-BK-SHEET-LINE     PIC 9(05).
                   15  WS-BK-SKU            PIC X(10).
                   15  WS-BK-ABC-CLASS      PIC X(01).
                   15  WS-BK-BOOK-QUANTITY  PIC S9(09) COMP-3.
                   15  WS-BK-LINE-STATUS    PIC X(01).
                       88  WS-BK-LINE-IS-OPEN   VALUE 'O'.
                       88  WS-BK-LINE-IS-POSTED VALUE 'P'.
                   15  WS-BK-COUNTED-QUANTITY PIC S9(09) COMP-3.
                   15  WS-BK-COUNT-DATE     PIC X(08).
                   15  WS-BK-POSTED-DATE    PIC X(08).
                   15  WS-BK-WAREHOUSE-CODE PIC X(02).
                   15  FILLER               PIC X(08).

      * The on-hand master, loaded whole the same way INVSTOCK
      * loads it, adjusted in place, and written back out.
       01  WS-ON-HAND-TABLE-AREA.
           05  WS-ON-HAND-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ON-HAND-ENTRIES   PIC S9(05) COMP-3 VALUE 4000.
           05  WS-ON-HAND-ENTRY OCCURS 1 TO 4000
                       DEPENDING ON WS-ON-HAND-COUNT
                       INDEXED BY ON-HAND-INDEX.
               10  WS-OH-SKU            PIC X(10).
               10  WS-OH-WAREHOUSE-CODE PIC X(02).
               10  WS-OH-ON-HAND        PIC S9(09) COMP-3.
               10  WS-OH-REORDER-POINT  PIC S9(09) COMP-3.
               10  WS-OH-LAST-ACTIVITY  PIC X(08).
               10  WS-OH-IN-TRANSIT     PIC S9(09) COMP-3.

      * Fallback accounts for a SKU group with no type S or type I
      * mapping.
       01  WS-GL-ACCOUNTS.
           05  WS-SHRINKAGE-ACCOUNT     PIC X(08) VALUE '5300SHRK'.
           05  WS-INVENTORY-ACCOUNT     PIC X(08) VALUE '1300INV'.

       01  WS-ACCOUNT-MAP-TABLE-AREA.
           05  WS-ACCOUNT-MAP-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ACCOUNT-MAPS      PIC S9(05) COMP-3 VALUE 200.
           05  WS-ACCOUNT-MAP-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-ACCOUNT-MAP-COUNT
                       INDEXED BY ACCOUNT-MAP-INDEX.
               10  WS-MAP-TYPE          PIC X.
               10  WS-MAP-KEY           PIC X(04).
               10  WS-MAP-ACCOUNT       PIC X(08).
       01  WS-MAP-LOOKUP-AREA.
           05  WS-MAP-LOOKUP-TYPE       PIC X.
           05  WS-MAP-LOOKUP-KEY        PIC X(04).
           05  WS-MAPPED-ACCOUNT        PIC X(08).

      * Adjustment value accumulated per SKU group: shortages and
      * overages kept apart so each posts its own pair.
       01  WS-GROUP-TABLE-AREA.
           05  WS-GROUP-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-GROUP-ENTRIES     PIC S9(05) COMP-3 VALUE 500.
           05  WS-GROUP-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-GROUP-COUNT
                       INDEXED BY GROUP-INDEX.
               10  WS-GRP-KEY           PIC X(04).
               10  WS-GRP-SHORTAGE-VALUE PIC S9(11)V99 COMP-3.
               10  WS-GRP-OVERAGE-VALUE PIC S9(11)V99 COMP-3.

       01  WS-PRODUCT-MASTER-SWITCH     PIC X VALUE 'N'.
           88  PRODUCT-MASTER-AVAILABLE VALUE 'Y'.

       01  WS-COUNT-WORK-AREAS.
           05  WS-COUNT-DATE            PIC X(08).
           05  WS-COUNT-WAREHOUSE       PIC X(02).
           05  WS-VARIANCE-QUANTITY     PIC S9(09) COMP-3.
           05  WS-UNIT-COST             PIC S9(05)V99 COMP-3.
           05  WS-VARIANCE-VALUE        PIC S9(11)V99 COMP-3.
           05  WS-BOOK-FOUND-SWITCH     PIC X.
               88  BOOK-LINE-FOUND      VALUE 'Y'.
           05  WS-ON-HAND-FOUND-SWITCH  PIC X.
               88  ON-HAND-SKU-FOUND    VALUE 'Y'.

       01  WS-COUNT-TOTALS.
           05  WS-TRANSACTION-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-POSTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-AGREED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-HELD-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-UNCOUNTED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TOTAL-SHORTAGE-VALUE  PIC S9(11)V99 COMP-3
                   VALUE ZERO.
           05  WS-TOTAL-OVERAGE-VALUE   PIC S9(11)V99 COMP-3
                   VALUE ZERO.

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-GROUP-SHRINKAGE-ACCOUNT PIC X(08).
           05  WS-GROUP-INVENTORY-ACCOUNT PIC X(08).
           05  WS-POSTING-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-GROUP-TAG.
               10  FILLER               PIC X(04) VALUE 'SHRK'.
               10  WS-GROUP-TAG-KEY     PIC X(04).
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-HOME-COMPANY          PIC X(02) VALUE '01'.
           05  WS-JOURNAL-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.

       01  VARIANCE-REPORT-TITLE.
           05  FILLER                   PIC X(40)
                   VALUE 'CYCLE COUNT VARIANCE REPORT    RUN DATE '.
           05  VRT-RUN-DATE             PIC X(08).

       01  VARIANCE-REPORT-HEADING.
           05  FILLER                   PIC X(50) VALUE
               'SKU         WH   LINE        BOOK     COUNTED    V'.
           05  FILLER                   PIC X(50) VALUE
               'ARIANCE   UNIT COST  VARIANCE VALUE  DISPOSITION'.

       01  VARIANCE-REPORT-DETAIL.
           05  VRD-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRD-WAREHOUSE            PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRD-SHEET-LINE           PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRD-BOOK-QUANTITY        PIC ZZZZZZZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRD-COUNTED-QUANTITY     PIC ZZZZZZZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRD-VARIANCE-QUANTITY    PIC ZZZZZZZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRD-UNIT-COST            PIC $$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRD-VARIANCE-VALUE       PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  VRD-DISPOSITION          PIC X(40).

       01  VARIANCE-REPORT-TRAILER-1.
           05  FILLER                   PIC X(14)
                   VALUE 'COUNTS READ: '.
           05  TRL-TRANSACTION-COUNT    PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  POSTED: '.
           05  TRL-POSTED-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE '  AGREED: '.
           05  TRL-AGREED-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE '  HELD: '.
           05  TRL-HELD-COUNT           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(12)
                   VALUE '  REJECTED: '.
           05  TRL-REJECTED-COUNT       PIC ZZ,ZZ9.
           05  FILLER                   PIC X(20)
                   VALUE '  BOOK NOT COUNTED: '.
           05  TRL-UNCOUNTED-COUNT      PIC ZZ,ZZ9.

       01  VARIANCE-REPORT-TRAILER-2.
           05  FILLER                   PIC X(26)
                   VALUE 'POSTED SHORTAGE VALUE:    '.
           05  TRL-SHORTAGE-VALUE       PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(26)
                   VALUE '    POSTED OVERAGE VALUE: '.
           05  TRL-OVERAGE-VALUE        PIC $$$,$$$,$$9.99-.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 when the
      * run completed and its batch proved, 8 otherwise - the new
      * masters are not written.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-CLEAN          VALUE 0.
               88  WS-RC-REJECTED       VALUE 8.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'CNTPOST '.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8 so INVSTOCK is not
      * run against a half-built master.
       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'OP' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM OPEN-PRODUCT-MASTER
           PERFORM LOAD-COUNT-BOOK
           PERFORM LOAD-ON-HAND-MASTER

           OPEN INPUT COUNT-TRANS-FILE
           IF NOT COUNT-TRANS-OK
               DISPLAY 'STATUS ON COUNT-TRANS-FILE OPEN: '
                       COUNT-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON COUNT-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF NOT VARIANCE-REPORT-OK
               DISPLAY 'STATUS ON VARIANCE-REPORT-FILE OPEN: '
                       VARIANCE-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON VARIANCE-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           MOVE WS-CDT-DATE TO VRT-RUN-DATE
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-REPORT-TITLE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-REPORT-HEADING

           PERFORM UNTIL END-OF-COUNT-TRANS
               READ COUNT-TRANS-FILE
               IF COUNT-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM APPLY-ONE-COUNT
               END-IF
           END-PERFORM

           PERFORM COUNT-ONE-UNCOUNTED-LINE
               VARYING BOOK-INDEX FROM 1 BY 1
               UNTIL BOOK-INDEX IS GREATER THAN WS-BOOK-COUNT
           PERFORM WRITE-VARIANCE-TRAILER

           OPEN OUTPUT SHRINK-JOURNAL-FILE
           IF NOT SHRINK-JOURNAL-OK
               DISPLAY 'STATUS ON SHRINK-JOURNAL-FILE OPEN: '
                       SHRINK-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON SHRINK-JOURNAL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-BATCH-NUMBER
           PERFORM JOURNALIZE-ONE-GROUP
               VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX IS GREATER THAN WS-GROUP-COUNT
           PERFORM PROVE-THE-BATCH
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT ON-HAND-NEW-FILE
           IF NOT ON-HAND-NEW-OK
               DISPLAY 'STATUS ON ON-HAND-NEW-FILE OPEN: '
                       ON-HAND-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON ON-HAND-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM WRITE-ONE-ON-HAND-RECORD
               VARYING ON-HAND-INDEX FROM 1 BY 1
               UNTIL ON-HAND-INDEX IS GREATER THAN WS-ON-HAND-COUNT

           OPEN OUTPUT COUNT-BOOK-NEW-FILE
           IF NOT COUNT-BOOK-NEW-OK
               DISPLAY 'STATUS ON COUNT-BOOK-NEW-FILE OPEN: '
                       COUNT-BOOK-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON COUNT-BOOK-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM WRITE-ONE-BOOK-RECORD
               VARYING BOOK-INDEX FROM 1 BY 1
               UNTIL BOOK-INDEX IS GREATER THAN WS-BOOK-COUNT

           IF WS-JOURNAL-LINE-COUNT IS GREATER THAN ZERO
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT ACCOUNT-MAP-OK
               DISPLAY 'STATUS ON ACCOUNT-MAP-FILE OPEN: '
                       ACCOUNT-MAP-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST ACCOUNT MAP UNAVAILABLE - DEFAULTS USED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE ZERO TO WS-ACCOUNT-MAP-COUNT
           ELSE
               PERFORM UNTIL END-OF-ACCOUNT-MAP
                   READ ACCOUNT-MAP-FILE
                   IF ACCOUNT-MAP-OK
                   AND (GLM-IS-SHRINKAGE-MAP OR GLM-IS-INVENTORY-MAP)
                   AND (GLM-COMPANY-CODE IS EQUAL TO SPACES
                     OR GLM-COMPANY-CODE IS EQUAL TO WS-HOME-COMPANY)
                       IF WS-ACCOUNT-MAP-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-ACCOUNT-MAPS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'CNTPOST ACCOUNT MAP TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-ACCOUNT-MAP-COUNT
                           MOVE GLM-MAP-TYPE
                               TO WS-MAP-TYPE(WS-ACCOUNT-MAP-COUNT)
                           MOVE GLM-MAP-KEY
                               TO WS-MAP-KEY(WS-ACCOUNT-MAP-COUNT)
                           MOVE GLM-ACCOUNT
                               TO WS-MAP-ACCOUNT
                                      (WS-ACCOUNT-MAP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           .
      * The master stays open for the whole run and is READ by key
      * per count; when the open fails every variance is valued at
      * zero and posts quantity only.
       OPEN-PRODUCT-MASTER.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF NOT PRODUCT-MASTER-OK
               DISPLAY 'STATUS ON PRODUCT-MASTER-FILE OPEN: '
                       PRODUCT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON PRODUCT-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 'N' TO WS-PRODUCT-MASTER-SWITCH
           ELSE
               SET PRODUCT-MASTER-AVAILABLE TO TRUE
           END-IF
           .
       LOAD-COUNT-BOOK.
           OPEN INPUT COUNT-BOOK-FILE
           IF NOT COUNT-BOOK-OK
               DISPLAY 'STATUS ON COUNT-BOOK-FILE OPEN: '
                       COUNT-BOOK-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON COUNT-BOOK-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM UNTIL END-OF-COUNT-BOOK
               READ COUNT-BOOK-FILE
               IF COUNT-BOOK-OK
                   IF WS-BOOK-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-BOOK-ENTRIES
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'CNTPOST COUNT BOOK TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE 'F' TO WS-EL-SEVERITY-CODE
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       GO TO END-OF-PROGRAM
                   END-IF
                   ADD 1 TO WS-BOOK-COUNT
                   MOVE COUNT-BOOK-RECORD
                       TO WS-BK-RECORD(WS-BOOK-COUNT)
                   IF WS-BK-WAREHOUSE-CODE(WS-BOOK-COUNT)
                           IS EQUAL TO SPACES
                       MOVE '01'
                           TO WS-BK-WAREHOUSE-CODE(WS-BOOK-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COUNT-BOOK-FILE
           .
      * A full table would drop SKUs from the new master, so it
      * ends the run rather than writing a short one.
       LOAD-ON-HAND-MASTER.
           OPEN INPUT ON-HAND-FILE
           IF NOT ON-HAND-OK
               DISPLAY 'STATUS ON ON-HAND-FILE OPEN: '
                       ON-HAND-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON ON-HAND-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM UNTIL END-OF-ON-HAND
               READ ON-HAND-FILE
               IF ON-HAND-OK
                   IF WS-ON-HAND-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-ON-HAND-ENTRIES
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'CNTPOST ON-HAND TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE 'F' TO WS-EL-SEVERITY-CODE
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       GO TO END-OF-PROGRAM
                   END-IF
                   ADD 1 TO WS-ON-HAND-COUNT
                   MOVE ONH-SKU TO WS-OH-SKU(WS-ON-HAND-COUNT)
                   IF ONH-WAREHOUSE-CODE IS EQUAL TO SPACES
                       MOVE '01'
                           TO WS-OH-WAREHOUSE-CODE(WS-ON-HAND-COUNT)
                   ELSE
                       MOVE ONH-WAREHOUSE-CODE
                           TO WS-OH-WAREHOUSE-CODE(WS-ON-HAND-COUNT)
                   END-IF
                   MOVE ONH-IN-TRANSIT
                       TO WS-OH-IN-TRANSIT(WS-ON-HAND-COUNT)
                   MOVE ONH-ON-HAND TO WS-OH-ON-HAND(WS-ON-HAND-COUNT)
                   MOVE ONH-REORDER-POINT
                       TO WS-OH-REORDER-POINT(WS-ON-HAND-COUNT)
                   MOVE ONH-LAST-ACTIVITY-DATE
                       TO WS-OH-LAST-ACTIVITY(WS-ON-HAND-COUNT)
               END-IF
           END-PERFORM
           CLOSE ON-HAND-FILE
           .
      * Each count finds the SKU's open line on the count book for
      * the warehouse counted; a SKU whose line has already posted,
      * or that was never on that warehouse's sheet, is rejected.
       APPLY-ONE-COUNT.
           MOVE SPACES TO VRD-DISPOSITION
           MOVE 'N' TO WS-BOOK-FOUND-SWITCH
           IF CNT-WAREHOUSE-CODE IS EQUAL TO SPACES
               MOVE '01' TO WS-COUNT-WAREHOUSE
           ELSE
               MOVE CNT-WAREHOUSE-CODE TO WS-COUNT-WAREHOUSE
           END-IF
           MOVE WS-COUNT-WAREHOUSE TO VRD-WAREHOUSE
           IF WS-BOOK-COUNT IS GREATER THAN ZERO
               SET BOOK-INDEX TO 1
               SEARCH WS-BOOK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BK-SKU(BOOK-INDEX) IS EQUAL TO CNT-SKU
                   AND  WS-BK-WAREHOUSE-CODE(BOOK-INDEX)
                            IS EQUAL TO WS-COUNT-WAREHOUSE
                   AND  WS-BK-LINE-IS-OPEN(BOOK-INDEX)
                       SET BOOK-LINE-FOUND TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NOT BOOK-LINE-FOUND
                   MOVE 'REJECTED - NO OPEN COUNT-BOOK LINE'
                       TO VRD-DISPOSITION
                   PERFORM REJECT-ONE-COUNT
               WHEN CNT-COUNTED-QUANTITY-X IS NOT NUMERIC
                   MOVE 'REJECTED - COUNT NOT NUMERIC'
                       TO VRD-DISPOSITION
                   PERFORM REJECT-ONE-COUNT
               WHEN OTHER
                   PERFORM JUDGE-ONE-COUNT
           END-EVALUATE
           .
       REJECT-ONE-COUNT.
           ADD 1 TO WS-REJECTED-COUNT
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE CNT-SKU TO VRD-SKU
           MOVE ZERO TO VRD-SHEET-LINE
           MOVE ZERO TO VRD-BOOK-QUANTITY
           MOVE ZERO TO VRD-COUNTED-QUANTITY
           MOVE ZERO TO VRD-VARIANCE-QUANTITY
           MOVE ZERO TO VRD-UNIT-COST
           MOVE ZERO TO VRD-VARIANCE-VALUE
           PERFORM WRITE-VARIANCE-LINE
           .
      * The count is recorded on the book line whether or not it is
      * approved, so a held count carries forward to the next run.
       JUDGE-ONE-COUNT.
           IF CNT-COUNT-DATE IS EQUAL TO SPACES
               MOVE WS-CDT-DATE TO WS-COUNT-DATE
           ELSE
               MOVE CNT-COUNT-DATE TO WS-COUNT-DATE
           END-IF
           MOVE CNT-COUNTED-QUANTITY
               TO WS-BK-COUNTED-QUANTITY(BOOK-INDEX)
           MOVE WS-COUNT-DATE TO WS-BK-COUNT-DATE(BOOK-INDEX)
           COMPUTE WS-VARIANCE-QUANTITY =
               WS-BK-COUNTED-QUANTITY(BOOK-INDEX)
                   - WS-BK-BOOK-QUANTITY(BOOK-INDEX)
           MOVE ZERO TO WS-UNIT-COST
           IF PRODUCT-MASTER-AVAILABLE
               MOVE CNT-SKU TO PM-SKU
               READ PRODUCT-MASTER-FILE
               IF PRODUCT-MASTER-OK
                   MOVE PM-UNIT-COST TO WS-UNIT-COST
               END-IF
           END-IF
           COMPUTE WS-VARIANCE-VALUE =
               WS-VARIANCE-QUANTITY * WS-UNIT-COST
           EVALUATE TRUE
               WHEN NOT CNT-IS-APPROVED
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-VARIANCE-QUANTITY IS EQUAL TO ZERO
                       MOVE 'AGREES - AWAITING APPROVAL'
                           TO VRD-DISPOSITION
                   ELSE
                       MOVE 'VARIANCE - AWAITING APPROVAL'
                           TO VRD-DISPOSITION
                   END-IF
               WHEN WS-VARIANCE-QUANTITY IS EQUAL TO ZERO
                   ADD 1 TO WS-AGREED-COUNT
                   SET WS-BK-LINE-IS-POSTED(BOOK-INDEX) TO TRUE
                   MOVE WS-CDT-DATE TO WS-BK-POSTED-DATE(BOOK-INDEX)
                   MOVE 'AGREES WITH BOOK - CLOSED'
                       TO VRD-DISPOSITION
               WHEN OTHER
                   PERFORM POST-ONE-ADJUSTMENT
           END-EVALUATE
           MOVE CNT-SKU TO VRD-SKU
           MOVE WS-BK-SHEET-LINE(BOOK-INDEX) TO VRD-SHEET-LINE
           MOVE WS-BK-BOOK-QUANTITY(BOOK-INDEX) TO VRD-BOOK-QUANTITY
           MOVE WS-BK-COUNTED-QUANTITY(BOOK-INDEX)
               TO VRD-COUNTED-QUANTITY
           MOVE WS-VARIANCE-QUANTITY TO VRD-VARIANCE-QUANTITY
           MOVE WS-UNIT-COST TO VRD-UNIT-COST
           MOVE WS-VARIANCE-VALUE TO VRD-VARIANCE-VALUE
           PERFORM WRITE-VARIANCE-LINE
           .
       POST-ONE-ADJUSTMENT.
           MOVE 'N' TO WS-ON-HAND-FOUND-SWITCH
           IF WS-ON-HAND-COUNT IS GREATER THAN ZERO
               SET ON-HAND-INDEX TO 1
               SEARCH WS-ON-HAND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OH-SKU(ON-HAND-INDEX) IS EQUAL TO CNT-SKU
                   AND  WS-OH-WAREHOUSE-CODE(ON-HAND-INDEX)
                            IS EQUAL TO WS-COUNT-WAREHOUSE
                       SET ON-HAND-SKU-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT ON-HAND-SKU-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'REJECTED - SKU NOT ON INVONH1'
                   TO VRD-DISPOSITION
           ELSE
               MOVE 'C' TO WS-MA-ACTION-CODE
               PERFORM IMAGE-THE-TABLE-ENTRY
               MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
               ADD WS-VARIANCE-QUANTITY
                   TO WS-OH-ON-HAND(ON-HAND-INDEX)
               MOVE WS-COUNT-DATE
                   TO WS-OH-LAST-ACTIVITY(ON-HAND-INDEX)
               PERFORM IMAGE-THE-TABLE-ENTRY
               MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
               PERFORM WRITE-AUDIT-ENTRY
               SET WS-BK-LINE-IS-POSTED(BOOK-INDEX) TO TRUE
               MOVE WS-CDT-DATE TO WS-BK-POSTED-DATE(BOOK-INDEX)
               ADD 1 TO WS-POSTED-COUNT
               IF WS-VARIANCE-VALUE IS EQUAL TO ZERO
                   MOVE 'POSTED - NO STANDARD COST, NOT JOURNALED'
                       TO VRD-DISPOSITION
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CNTPOST ADJUSTMENT POSTED WITH NO COST'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'W' TO WS-EL-SEVERITY-CODE
                   MOVE CNT-SKU TO WS-EL-REFERENCE-KEY
                   MOVE WS-COUNT-WAREHOUSE TO WS-EL-REFERENCE-KEY(12:2)
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
               ELSE
                   MOVE 'ADJUSTMENT POSTED' TO VRD-DISPOSITION
                   PERFORM ADD-ADJUSTMENT-TO-GROUP
               END-IF
           END-IF
           .
      * Shortages are carried at their magnitude, the same way
      * COGSJRNL carries returned cost.
       ADD-ADJUSTMENT-TO-GROUP.
           SET GROUP-INDEX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   IF WS-GROUP-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-GROUP-ENTRIES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'CNTPOST GROUP TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE 'F' TO WS-EL-SEVERITY-CODE
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       SET WS-RC-REJECTED TO TRUE
                   ELSE
                       ADD 1 TO WS-GROUP-COUNT
                       SET GROUP-INDEX TO WS-GROUP-COUNT
                       MOVE CNT-SKU(1:4) TO WS-GRP-KEY(GROUP-INDEX)
                       MOVE ZERO
                           TO WS-GRP-SHORTAGE-VALUE(GROUP-INDEX)
                              WS-GRP-OVERAGE-VALUE(GROUP-INDEX)
                       PERFORM ADD-VALUE-TO-GROUP
                   END-IF
               WHEN WS-GRP-KEY(GROUP-INDEX) IS EQUAL TO CNT-SKU(1:4)
                   PERFORM ADD-VALUE-TO-GROUP
           END-SEARCH
           .
       ADD-VALUE-TO-GROUP.
           IF WS-VARIANCE-VALUE IS LESS THAN ZERO
               SUBTRACT WS-VARIANCE-VALUE
                   FROM WS-GRP-SHORTAGE-VALUE(GROUP-INDEX)
               SUBTRACT WS-VARIANCE-VALUE
                   FROM WS-TOTAL-SHORTAGE-VALUE
           ELSE
               ADD WS-VARIANCE-VALUE
                   TO WS-GRP-OVERAGE-VALUE(GROUP-INDEX)
               ADD WS-VARIANCE-VALUE TO WS-TOTAL-OVERAGE-VALUE
           END-IF
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-OH-ON-HAND(ON-HAND-INDEX) TO WS-AIW-ON-HAND
           MOVE WS-OH-REORDER-POINT(ON-HAND-INDEX)
               TO WS-AIW-REORDER-POINT
           MOVE WS-OH-LAST-ACTIVITY(ON-HAND-INDEX)
               TO WS-AIW-LAST-ACTIVITY-DATE
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE CNT-SKU TO WS-MA-RECORD-KEY(1:10)
           MOVE WS-COUNT-WAREHOUSE TO WS-MA-RECORD-KEY(11:2)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-VARIANCE-LINE.
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-REPORT-DETAIL
           IF NOT VARIANCE-REPORT-OK
               DISPLAY 'STATUS ON VARIANCE-REPORT-FILE WRITE: '
                       VARIANCE-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON VARIANCE-REPORT WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       COUNT-ONE-UNCOUNTED-LINE.
           IF WS-BK-LINE-IS-OPEN(BOOK-INDEX)
           AND WS-BK-COUNT-DATE(BOOK-INDEX) IS EQUAL TO SPACES
               ADD 1 TO WS-UNCOUNTED-COUNT
           END-IF
           .
       WRITE-VARIANCE-TRAILER.
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-POSTED-COUNT TO TRL-POSTED-COUNT
           MOVE WS-AGREED-COUNT TO TRL-AGREED-COUNT
           MOVE WS-HELD-COUNT TO TRL-HELD-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           MOVE WS-UNCOUNTED-COUNT TO TRL-UNCOUNTED-COUNT
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-REPORT-TRAILER-1
           MOVE WS-TOTAL-SHORTAGE-VALUE TO TRL-SHORTAGE-VALUE
           MOVE WS-TOTAL-OVERAGE-VALUE TO TRL-OVERAGE-VALUE
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-REPORT-TRAILER-2
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
           DISPLAY 'SHRINKAGE JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * A shortage debits shrinkage and credits inventory; an
      * overage goes back on the books - debit inventory, credit
      * shrinkage.
       JOURNALIZE-ONE-GROUP.
           MOVE WS-GRP-KEY(GROUP-INDEX) TO WS-GROUP-TAG-KEY
           MOVE 'S' TO WS-MAP-LOOKUP-TYPE
           MOVE WS-GRP-KEY(GROUP-INDEX) TO WS-MAP-LOOKUP-KEY
           MOVE WS-SHRINKAGE-ACCOUNT TO WS-MAPPED-ACCOUNT
           PERFORM LOOK-UP-MAPPED-ACCOUNT
           MOVE WS-MAPPED-ACCOUNT TO WS-GROUP-SHRINKAGE-ACCOUNT
           MOVE 'I' TO WS-MAP-LOOKUP-TYPE
           MOVE WS-INVENTORY-ACCOUNT TO WS-MAPPED-ACCOUNT
           PERFORM LOOK-UP-MAPPED-ACCOUNT
           MOVE WS-MAPPED-ACCOUNT TO WS-GROUP-INVENTORY-ACCOUNT

           IF WS-GRP-SHORTAGE-VALUE(GROUP-INDEX) IS GREATER THAN ZERO
               MOVE WS-GRP-SHORTAGE-VALUE(GROUP-INDEX)
                   TO WS-POSTING-AMOUNT
               MOVE WS-GROUP-SHRINKAGE-ACCOUNT TO JRN-ACCOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-GROUP-INVENTORY-ACCOUNT TO JRN-ACCOUNT
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF

           IF WS-GRP-OVERAGE-VALUE(GROUP-INDEX) IS GREATER THAN ZERO
               MOVE WS-GRP-OVERAGE-VALUE(GROUP-INDEX)
                   TO WS-POSTING-AMOUNT
               MOVE WS-GROUP-INVENTORY-ACCOUNT TO JRN-ACCOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-GROUP-SHRINKAGE-ACCOUNT TO JRN-ACCOUNT
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .
      * Looks the key up in the mapping table for the requested map
      * type; a miss hands back the caller's fallback account
      * untouched in WS-MAPPED-ACCOUNT.
       LOOK-UP-MAPPED-ACCOUNT.
           IF WS-ACCOUNT-MAP-COUNT IS GREATER THAN ZERO
               SET ACCOUNT-MAP-INDEX TO 1
               SEARCH WS-ACCOUNT-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAP-TYPE(ACCOUNT-MAP-INDEX)
                            IS EQUAL TO WS-MAP-LOOKUP-TYPE
                   AND  WS-MAP-KEY(ACCOUNT-MAP-INDEX)
                            IS EQUAL TO WS-MAP-LOOKUP-KEY
                       MOVE WS-MAP-ACCOUNT(ACCOUNT-MAP-INDEX)
                           TO WS-MAPPED-ACCOUNT
               END-SEARCH
           END-IF
           .
       WRITE-JOURNAL-RECORD.
           MOVE WS-GROUP-TAG TO JRN-INVOICE-NUMBER
           MOVE WS-CDT-DATE TO JRN-INVOICE-DATE
           MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO JRN-COMPANY-CODE
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           WRITE SHRINK-JOURNAL-RECORD
           IF NOT SHRINK-JOURNAL-OK
               DISPLAY 'STATUS ON SHRINK-JOURNAL-FILE WRITE: '
                       SHRINK-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON SHRINK-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
       PROVE-THE-BATCH.
           DISPLAY 'SHRINKAGE JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'SHRINKAGE JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           IF WS-BATCH-DEBIT-TOTAL IS NOT EQUAL TO
                   WS-BATCH-CREDIT-TOTAL
               DISPLAY 'SHRINKAGE JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               IF WS-RC-REJECTED
                   DISPLAY 'SHRINKAGE JOURNAL BATCH INCOMPLETE - '
                           'REJECTED'
               ELSE
                   DISPLAY 'SHRINKAGE JOURNAL BATCH PROVED'
               END-IF
           END-IF
           .
      * A proved batch is appended whole to the cumulative history,
      * capped with its BATCHCTL control record, and only then is
      * the batch counter advanced.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE SHRINK-JOURNAL-FILE
           SET BATCH-WAS-RELEASED TO TRUE
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO RELEASE-BATCH-EXIT
           END-IF
           OPEN INPUT SHRINK-JOURNAL-FILE
           IF NOT SHRINK-JOURNAL-OK
               DISPLAY 'STATUS ON SHRINK-JOURNAL-FILE REOPEN: '
                       SHRINK-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON SHRINK-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               CLOSE JOURNAL-HISTORY-FILE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM UNTIL END-OF-SHRINK-JOURNAL
               READ SHRINK-JOURNAL-FILE
               IF SHRINK-JOURNAL-OK
                   MOVE SHRINK-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE SHRINK-JOURNAL-FILE
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
               MOVE 'CNTPOST STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.

       WRITE-ONE-ON-HAND-RECORD.
           MOVE WS-OH-SKU(ON-HAND-INDEX) TO ONN-SKU
           MOVE WS-OH-WAREHOUSE-CODE(ON-HAND-INDEX)
               TO ONN-WAREHOUSE-CODE
           MOVE WS-OH-IN-TRANSIT(ON-HAND-INDEX) TO ONN-IN-TRANSIT
           MOVE WS-OH-ON-HAND(ON-HAND-INDEX) TO ONN-ON-HAND
           MOVE WS-OH-REORDER-POINT(ON-HAND-INDEX)
               TO ONN-REORDER-POINT
           MOVE WS-OH-LAST-ACTIVITY(ON-HAND-INDEX)
               TO ONN-LAST-ACTIVITY-DATE
           WRITE ON-HAND-NEW-RECORD
           IF NOT ON-HAND-NEW-OK
               DISPLAY 'STATUS ON ON-HAND-NEW-FILE WRITE: '
                       ON-HAND-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON ON-HAND-NEW-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       WRITE-ONE-BOOK-RECORD.
           MOVE WS-BK-RECORD(BOOK-INDEX) TO COUNT-BOOK-NEW-RECORD
           WRITE COUNT-BOOK-NEW-RECORD
           IF NOT COUNT-BOOK-NEW-OK
               DISPLAY 'STATUS ON COUNT-BOOK-NEW-FILE WRITE: '
                       COUNT-BOOK-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTPOST STATUS ON COUNT-BOOK-NEW-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'CYCLE COUNT ADJUSTMENTS POSTED: ' WS-POSTED-COUNT
           CLOSE COUNT-TRANS-FILE
           CLOSE VARIANCE-REPORT-FILE
           CLOSE ON-HAND-NEW-FILE
           CLOSE COUNT-BOOK-NEW-FILE
           IF NOT BATCH-WAS-RELEASED
               CLOSE SHRINK-JOURNAL-FILE
           END-IF
           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           MOVE 'CL' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           IF NOT WS-RUN-COMPLETED
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           MOVE WS-RETURN-CODE-VALUE TO WS-SC-COMPLETION-CODE
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
