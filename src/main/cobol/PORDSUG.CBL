      *****************************************************************
      * Program name:    PORDSUG
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Turning INVSTOCK's reorder flags into suggested purchase
      * orders, so the buyers review and release orders instead of
      * building them by hand from the STKSTAT1 printout.
      *
      * INVSTOCK writes every SKU that closed at or under its reorder
      * point to REORDER1. For each one this step finds the SKU's
      * preferred vendor and standard reorder quantity on SKUSUP1 and
      * the vendor's lead time on VENDMST1, and sizes the line to
      * cover the reorder point plus what we expect to sell while the
      * order is on its way, less what is already on order:
      *
      *   lead-time demand = daily sales rate x vendor lead time
      *   suggested qty    = reorder point + lead-time demand
      *                      - closing balance - open PO balance
      *
      * and never less than the SKU's reorder quantity. The daily
      * sales rate comes from SLSHIST1: the units sold over the last
      * three complete fiscal periods, taken as 91 days. SLSHIST1
      * keeps units by SKU group (the first four characters of the
      * SKU), not by SKU, so a group's rate is shared evenly across
      * the SKUs of that group on SKUSUP1. A SKU whose open purchase
      * orders on POOPEN1 already cover it is listed, not suggested.
      *
      * The lines are grouped into one suggested PO per vendor,
      * numbered from the POCTL1 control counter and written to
      * SUGGPO1 with a promised date of tonight plus the vendor's
      * lead time, each line costed at PRODMAST's standard unit cost.
      * The SUGPORPT report shows each suggested PO with its lines
      * and total, flags a PO under the vendor's minimum order, and
      * lists the reorder SKUs that could not be suggested and why.
      * POREL applies the buyers' release decisions to SUGGPO1; a
      * suggestion nobody releases is simply made again tomorrow if
      * the SKU still needs it.
      * - The open purchase orders now come from POOPENR, the open-PO
      *   file after PORCPT has posted tonight's receipts, so a line
      *   received today no longer counts as still on order.
      * - INVSTOCK now flags reorders per warehouse. The flags for a
      *   SKU are totalled before sizing, so each SKU is still
      *   suggested once for the company, against the flagged
      *   warehouses' closing balances plus what is in transit to
      *   them.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PORDSUG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORDER-FILE ASSIGN TO 'REORDER1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REORDER-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'VENDMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VENDOR-STATUS.
           SELECT SKU-SUPPLY-FILE ASSIGN TO 'SKUSUP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-SUPPLY-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SLSHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-HISTORY-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO 'POOPENR'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPEN-PO-STATUS.
           SELECT PO-NUMBER-FILE ASSIGN TO 'POCTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PO-NUMBER-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
           SELECT SUGGESTED-PO-FILE ASSIGN TO 'SUGGPO1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUGGESTED-PO-STATUS.
           SELECT SUGGESTION-REPORT-FILE ASSIGN TO 'SUGPORPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUGGESTION-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVSTOCK writes to REORDER1.
       FD  REORDER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REORDER-RECORD.
       01  REORDER-RECORD.
           05  ROR-SKU                  PIC X(10).
           05  ROR-CLOSING-BALANCE      PIC S9(09) COMP-3.
           05  ROR-REORDER-POINT        PIC S9(09) COMP-3.
           05  ROR-RUN-DATE             PIC X(08).
           05  ROR-WAREHOUSE-CODE       PIC X(02).
           05  ROR-IN-TRANSIT           PIC S9(09) COMP-3.

      * Same layout VENDMNT maintains.
       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VENDOR-RECORD.
       01  VENDOR-RECORD.
           05  VND-VENDOR-NUMBER        PIC X(06).
           05  VND-VENDOR-NAME          PIC X(30).
           05  VND-ADDRESS-LINE-1       PIC X(30).
           05  VND-ADDRESS-LINE-2       PIC X(30).
           05  VND-CITY                 PIC X(20).
           05  VND-STATE                PIC X(02).
           05  VND-POSTAL-CODE          PIC X(10).
           05  VND-LEAD-TIME-DAYS       PIC 9(03).
           05  VND-MINIMUM-ORDER-AMOUNT PIC 9(07)V99.
           05  FILLER                   PIC X(10).

      * Same layout SKUSMNT maintains.
       FD  SKU-SUPPLY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SKU-SUPPLY-RECORD.
       01  SKU-SUPPLY-RECORD.
           05  SSP-SKU                  PIC X(10).
           05  SSP-PREFERRED-VENDOR     PIC X(06).
           05  SSP-REORDER-QUANTITY     PIC 9(07).
           05  FILLER                   PIC X(07).

      * Same layout SLSHROLL writes.
       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALES-HISTORY-RECORD.
       01  SALES-HISTORY-RECORD.
           05  SHR-CUSTOMER-NUMBER      PIC X(08).
           05  SHR-SKU-GROUP-CODE       PIC X(04).
           05  SHR-FISCAL-PERIOD        PIC X(06).
           05  SHR-UNITS                PIC S9(09) COMP-3.
           05  SHR-REVENUE              PIC S9(11)V99 COMP-3.

      * Same layout POREL writes: one record per released PO line.
       FD  OPEN-PO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPEN-PO-RECORD.
       01  OPEN-PO-RECORD.
           05  OPO-PO-NUMBER            PIC 9(08).
           05  OPO-LINE-NUMBER          PIC 9(03).
           05  OPO-VENDOR-NUMBER        PIC X(06).
           05  OPO-SKU                  PIC X(10).
           05  OPO-ORDERED-QUANTITY     PIC S9(07) COMP-3.
           05  OPO-RECEIVED-QUANTITY    PIC S9(07) COMP-3.
           05  OPO-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  OPO-ORDER-DATE           PIC X(08).
           05  OPO-PROMISED-DATE        PIC X(08).
           05  OPO-LINE-STATUS          PIC X(01).
               88  OPO-LINE-IS-OPEN     VALUE 'O'.
               88  OPO-LINE-IS-CLOSED   VALUE 'C'.
           05  OPO-LAST-RECEIPT-DATE    PIC X(08).
           05  FILLER                   PIC X(02).

      * One record: the last purchase-order number handed out.
       FD  PO-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PO-NUMBER-RECORD.
       01  PO-NUMBER-RECORD.
           05  PNC-LAST-PO-NUMBER       PIC 9(08).
           05  PNC-LAST-ASSIGNED-DATE   PIC X(08).

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

      * One record per suggested PO line, the layout POREL reads.
       FD  SUGGESTED-PO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUGGESTED-PO-RECORD.
       01  SUGGESTED-PO-RECORD.
           05  SPO-PO-NUMBER            PIC 9(08).
           05  SPO-LINE-NUMBER          PIC 9(03).
           05  SPO-VENDOR-NUMBER        PIC X(06).
           05  SPO-SKU                  PIC X(10).
           05  SPO-SUGGESTED-QUANTITY   PIC 9(07).
           05  SPO-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SPO-SUGGESTED-DATE       PIC X(08).
           05  SPO-PROMISED-DATE        PIC X(08).
           05  FILLER                   PIC X(10).

       FD  SUGGESTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUGGESTION-REPORT-LINE.
       01  SUGGESTION-REPORT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  REORDER-STATUS           PIC X(02).
               88  REORDER-OK           VALUE '00'.
               88  END-OF-REORDER       VALUE '10'.
           05  VENDOR-STATUS            PIC X(02).
               88  VENDOR-OK            VALUE '00'.
               88  END-OF-VENDOR        VALUE '10'.
           05  SKU-SUPPLY-STATUS        PIC X(02).
               88  SKU-SUPPLY-OK        VALUE '00'.
               88  END-OF-SKU-SUPPLY    VALUE '10'.
           05  SALES-HISTORY-STATUS     PIC X(02).
               88  SALES-HISTORY-OK     VALUE '00'.
               88  END-OF-SALES-HISTORY VALUE '10'.
           05  OPEN-PO-STATUS           PIC X(02).
               88  OPEN-PO-OK           VALUE '00'.
               88  END-OF-OPEN-PO       VALUE '10'.
           05  PO-NUMBER-STATUS         PIC X(02).
               88  PO-NUMBER-OK         VALUE '00'.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
               88  PRODUCT-SKU-NOT-FOUND VALUE '23'.
           05  SUGGESTED-PO-STATUS      PIC X(02).
               88  SUGGESTED-PO-OK      VALUE '00'.
           05  SUGGESTION-REPORT-STATUS PIC X(02).
               88  SUGGESTION-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'PORDSUG'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'PORDSUG'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

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

      * The three complete fiscal periods before tonight's, as the
      * YYYYPP keys SLSHROLL files history under; their sales are
      * taken as WS-DEMAND-WINDOW-DAYS days of selling.
       01  WS-DEMAND-PERIOD-AREA.
           05  WS-DEMAND-PERIOD         PIC X(06) OCCURS 3 TIMES.
       01  WS-DEMAND-PERIOD-WORK.
           05  WS-DPW-YEAR              PIC 9(04).
           05  WS-DPW-PERIOD            PIC 9(02).
       01  WS-DEMAND-PERIOD-SUB         PIC S9(04) COMP.
       01  WS-DEMAND-WINDOW-DAYS        PIC S9(03) COMP-3 VALUE 91.

       01  WS-VENDOR-TABLE-AREA.
           05  WS-VENDOR-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-VENDOR-ENTRY
                   OCCURS 1 TO 2000
                   DEPENDING ON WS-VENDOR-COUNT
                   INDEXED BY VENDOR-INDEX.
               10  WS-VEN-VENDOR-NUMBER     PIC X(06).
               10  WS-VEN-VENDOR-NAME       PIC X(30).
               10  WS-VEN-LEAD-TIME-DAYS    PIC 9(03).
               10  WS-VEN-MINIMUM-ORDER-AMOUNT
                                            PIC 9(07)V99.
       01  WS-MAX-VENDOR-ENTRIES        PIC S9(05) COMP-3 VALUE 2000.

      * SKUSUP1 in memory, with each SKU's open PO balance added in
      * from POOPENR.
       01  WS-SUPPLY-TABLE-AREA.
           05  WS-SUPPLY-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SUPPLY-ENTRY
                   OCCURS 1 TO 5000
                   DEPENDING ON WS-SUPPLY-COUNT
                   INDEXED BY SUPPLY-INDEX.
               10  WS-SUP-SKU               PIC X(10).
               10  WS-SUP-PREFERRED-VENDOR  PIC X(06).
               10  WS-SUP-REORDER-QUANTITY  PIC 9(07).
               10  WS-SUP-ON-ORDER          PIC S9(09) COMP-3.
       01  WS-MAX-SUPPLY-ENTRIES        PIC S9(05) COMP-3 VALUE 5000.

      * Units sold per SKU group over the demand window, and how many
      * SKUSUP1 SKUs share that group's rate.
       01  WS-GROUP-TABLE-AREA.
           05  WS-GROUP-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-GROUP-ENTRY
                   OCCURS 1 TO 1000
                   DEPENDING ON WS-GROUP-COUNT
                   INDEXED BY GROUP-INDEX.
               10  WS-GRP-SKU-GROUP         PIC X(04).
               10  WS-GRP-UNITS             PIC S9(09) COMP-3.
               10  WS-GRP-SKU-COUNT         PIC S9(05) COMP-3.
       01  WS-MAX-GROUP-ENTRIES         PIC S9(05) COMP-3 VALUE 1000.

      * Tonight's suggested lines, held until every reorder SKU is
      * sized so they can be written out grouped by vendor.
       01  WS-LINE-TABLE-AREA.
           05  WS-LINE-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-ENTRY
                   OCCURS 1 TO 2000
                   DEPENDING ON WS-LINE-COUNT
                   INDEXED BY LINE-INDEX.
               10  WS-LIN-VENDOR-NUMBER     PIC X(06).
               10  WS-LIN-SKU               PIC X(10).
               10  WS-LIN-CLOSING-BALANCE   PIC S9(09) COMP-3.
               10  WS-LIN-REORDER-POINT     PIC S9(09) COMP-3.
               10  WS-LIN-ON-ORDER          PIC S9(09) COMP-3.
               10  WS-LIN-LEAD-TIME-DEMAND  PIC S9(07) COMP-3.
               10  WS-LIN-QUANTITY          PIC 9(07).
               10  WS-LIN-UNIT-COST         PIC S9(05)V99 COMP-3.
       01  WS-MAX-LINE-ENTRIES          PIC S9(05) COMP-3 VALUE 2000.

      * REORDER1 flags a SKU once per warehouse that is short of it;
      * purchasing is done for the company, so the flags are totalled
      * to one entry per SKU - the flagged warehouses' closing
      * balances plus their units in transit, against the sum of
      * their reorder points - before any SKU is sized.
       01  WS-REORDER-SKU-AREA.
           05  WS-REORDER-SKU-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REORDER-SKU-ENTRY
                   OCCURS 1 TO 2000
                   DEPENDING ON WS-REORDER-SKU-COUNT
                   INDEXED BY REORDER-SKU-INDEX.
               10  WS-ROS-SKU               PIC X(10).
               10  WS-ROS-STOCK-POSITION    PIC S9(09) COMP-3.
               10  WS-ROS-REORDER-POINT     PIC S9(09) COMP-3.
       01  WS-MAX-REORDER-SKU-ENTRIES   PIC S9(05) COMP-3 VALUE 2000.

      * The SKU being sized, from its WS-REORDER-SKU-ENTRY.
       01  WS-REORDER-SKU-IN-HAND.
           05  WS-RSK-SKU               PIC X(10).
           05  WS-RSK-STOCK-POSITION    PIC S9(09) COMP-3.
           05  WS-RSK-REORDER-POINT     PIC S9(09) COMP-3.

      * Reorder SKUs that could not be suggested, for the report's
      * closing section.
       01  WS-NOT-SUGGESTED-AREA.
           05  WS-NOT-SUGGESTED-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-NOT-SUGGESTED-ENTRY
                   OCCURS 1 TO 2000
                   DEPENDING ON WS-NOT-SUGGESTED-COUNT
                   INDEXED BY NOT-SUGGESTED-INDEX.
               10  WS-NSG-SKU               PIC X(10).
               10  WS-NSG-REASON            PIC X(40).
       01  WS-MAX-NOT-SUGGESTED-ENTRIES PIC S9(05) COMP-3 VALUE 2000.

       01  WS-SIZING-WORK-AREAS.
           05  WS-LOOKUP-SKU-GROUP      PIC X(04).
           05  WS-GROUP-UNITS           PIC S9(09) COMP-3.
           05  WS-GROUP-SKU-COUNT       PIC S9(05) COMP-3.
           05  WS-LEAD-TIME-DEMAND      PIC S9(07) COMP-3.
           05  WS-STOCK-POSITION        PIC S9(09) COMP-3.
           05  WS-QUANTITY-NEEDED       PIC S9(09) COMP-3.
           05  WS-LINE-UNIT-COST        PIC S9(05)V99 COMP-3.
           05  WS-NOT-SUGGESTED-REASON  PIC X(40).
           05  WS-REORDER-SKUS-READ     PIC S9(05) COMP-3 VALUE ZERO.

       01  WS-ORDER-WORK-AREAS.
           05  WS-LAST-PO-NUMBER        PIC 9(08) VALUE ZERO.
           05  WS-HIGHEST-OPEN-PO       PIC 9(08) VALUE ZERO.
           05  WS-PO-LINE-NUMBER        PIC 9(03).
           05  WS-PO-TOTAL-VALUE        PIC S9(09)V99 COMP-3.
           05  WS-LINE-VALUE            PIC S9(09)V99 COMP-3.
           05  WS-PROMISED-DATE         PIC X(08).
           05  WS-ORDERS-SUGGESTED      PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-BELOW-MINIMUM-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-COUNTER-LOADED-SWITCH PIC X VALUE 'N'.
               88  PO-COUNTER-LOADED    VALUE 'Y'.

       01  WS-PRODUCT-MASTER-SWITCH     PIC X VALUE 'N'.
           88  PRODUCT-MASTER-AVAILABLE VALUE 'Y'.

       01  SUGGESTION-HEADING-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'SUGGESTED PURCHASE ORDERS'.
           05  SGH-RUN-DATE             PIC X(08).
       01  SUGGESTED-ORDER-HEADER.
           05  FILLER                   PIC X(03) VALUE 'PO '.
           05  SOH-PO-NUMBER            PIC 9(08).
           05  FILLER                   PIC X(09) VALUE '  VENDOR '.
           05  SOH-VENDOR-NUMBER        PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SOH-VENDOR-NAME          PIC X(30).
           05  FILLER                   PIC X(07) VALUE '  LEAD '.
           05  SOH-LEAD-TIME-DAYS       PIC ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE ' DAYS  PROMISED '.
           05  SOH-PROMISED-DATE        PIC X(08).
       01  SUGGESTED-ORDER-COLUMNS.
           05  FILLER                   PIC X(12) VALUE '  SKU'.
           05  FILLER                   PIC X(13) VALUE
                   '     CLOSING'.
           05  FILLER                   PIC X(12) VALUE
                   ' REORDER PT'.
           05  FILLER                   PIC X(12) VALUE
                   '   ON ORDER'.
           05  FILLER                   PIC X(10) VALUE
                   ' LT DEMAND'.
           05  FILLER                   PIC X(11) VALUE
                   '  SUGGESTED'.
           05  FILLER                   PIC X(11) VALUE
                   '  UNIT COST'.
           05  FILLER                   PIC X(14) VALUE
                   '      EXTENDED'.
       01  SUGGESTED-LINE-DETAIL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SLD-SKU                  PIC X(10).
           05  SLD-CLOSING-BALANCE      PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SLD-REORDER-POINT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SLD-ON-ORDER             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SLD-LEAD-TIME-DEMAND     PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SLD-QUANTITY             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SLD-UNIT-COST            PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SLD-EXTENDED-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
       01  SUGGESTED-ORDER-TOTAL.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'PO TOTAL  '.
           05  SOT-TOTAL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SOT-MINIMUM-FLAG         PIC X(22).
           05  SOT-MINIMUM-AMOUNT       PIC Z,ZZZ,ZZ9.99
                   BLANK WHEN ZERO.
       01  NOT-SUGGESTED-HEADING.
           05  FILLER                   PIC X(40)
                   VALUE 'REORDER SKUS NOT SUGGESTED'.
       01  NOT-SUGGESTED-DETAIL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NSD-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NSD-REASON               PIC X(40).
       01  SUGGESTION-TRAILER-LINE.
           05  FILLER                   PIC X(19)
                   VALUE 'REORDER SKUS READ: '.
           05  STR-REORDER-SKUS         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(19)
                   VALUE '  LINES SUGGESTED: '.
           05  STR-LINES                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(19)
                   VALUE '  PURCHASE ORDERS: '.
           05  STR-ORDERS               PIC ZZ,ZZ9.
           05  FILLER                   PIC X(17)
                   VALUE '  NOT SUGGESTED: '.
           05  STR-NOT-SUGGESTED        PIC ZZ,ZZ9.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'PORDSUG'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.

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
           MOVE 'INVSTOCK' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'PORDSUG PRODUCER INVSTOCK'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG PRODUCER INVSTOCK NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-FISCAL-YEAR-START-MONTH
           PERFORM SET-DEMAND-PERIODS
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-SUPPLY-TABLE
           PERFORM LOAD-GROUP-DEMAND
           PERFORM LOAD-OPEN-PURCHASE-ORDERS
           PERFORM LOAD-PO-NUMBER-COUNTER
           PERFORM OPEN-PRODUCT-MASTER

           OPEN INPUT REORDER-FILE
           IF NOT REORDER-OK
               DISPLAY 'STATUS ON REORDER-FILE OPEN: '
                       REORDER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG STATUS ON REORDER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM UNTIL END-OF-REORDER
               READ REORDER-FILE
               IF REORDER-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM ADD-REORDER-TO-SKU-TOTAL
               END-IF
           END-PERFORM
           CLOSE REORDER-FILE
           PERFORM SIZE-ONE-TOTALLED-SKU
               VARYING REORDER-SKU-INDEX FROM 1 BY 1
               UNTIL REORDER-SKU-INDEX > WS-REORDER-SKU-COUNT

           OPEN OUTPUT SUGGESTED-PO-FILE
           IF NOT SUGGESTED-PO-OK
               DISPLAY 'STATUS ON SUGGESTED-PO-FILE OPEN: '
                       SUGGESTED-PO-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG STATUS ON SUGGESTED-PO-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT SUGGESTION-REPORT-FILE
           IF NOT SUGGESTION-REPORT-OK
               DISPLAY 'STATUS ON SUGGESTION-REPORT-FILE OPEN: '
                       SUGGESTION-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG STATUS ON SUGGESTION-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE TO SGH-RUN-DATE
           WRITE SUGGESTION-REPORT-LINE FROM SUGGESTION-HEADING-LINE
           PERFORM WRITE-ONE-VENDOR-ORDER
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX > WS-VENDOR-COUNT
           PERFORM WRITE-NOT-SUGGESTED-SECTION
           PERFORM WRITE-SUGGESTION-TRAILER
           CLOSE SUGGESTED-PO-FILE
           CLOSE SUGGESTION-REPORT-FILE

           IF WS-ORDERS-SUGGESTED IS GREATER THAN ZERO
               PERFORM REWRITE-PO-NUMBER-COUNTER
           END-IF

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
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
      * Tonight's fiscal period from DATECALC, then the three before
      * it, stepping back over a fiscal year end.
       SET-DEMAND-PERIODS.
           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-FISCAL-YEAR-START-MONTH
               TO WS-DC-FISCAL-YEAR-START-MONTH
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-DPW-YEAR
           MOVE WS-DC-RESULT-FISCAL-PERIOD TO WS-DPW-PERIOD
           PERFORM STEP-BACK-ONE-PERIOD
               VARYING WS-DEMAND-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-DEMAND-PERIOD-SUB IS GREATER THAN 3
           .
       STEP-BACK-ONE-PERIOD.
           IF WS-DPW-PERIOD IS GREATER THAN 1
               SUBTRACT 1 FROM WS-DPW-PERIOD
           ELSE
               MOVE 12 TO WS-DPW-PERIOD
               SUBTRACT 1 FROM WS-DPW-YEAR
           END-IF
           MOVE WS-DEMAND-PERIOD-WORK
               TO WS-DEMAND-PERIOD(WS-DEMAND-PERIOD-SUB)
           .
       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE
           IF NOT VENDOR-OK
               DISPLAY 'STATUS ON VENDOR-FILE OPEN: '
                       VENDOR-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG STATUS ON VENDOR-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM UNTIL END-OF-VENDOR
               READ VENDOR-FILE
               IF VENDOR-OK
                   IF WS-VENDOR-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-VENDOR-ENTRIES
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'PORDSUG VENDOR TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       ADD 1 TO WS-VENDOR-COUNT
                       MOVE VND-VENDOR-NUMBER
                           TO WS-VEN-VENDOR-NUMBER(WS-VENDOR-COUNT)
                       MOVE VND-VENDOR-NAME
                           TO WS-VEN-VENDOR-NAME(WS-VENDOR-COUNT)
                       MOVE VND-LEAD-TIME-DAYS
                           TO WS-VEN-LEAD-TIME-DAYS(WS-VENDOR-COUNT)
                       MOVE VND-MINIMUM-ORDER-AMOUNT
                           TO WS-VEN-MINIMUM-ORDER-AMOUNT
                                  (WS-VENDOR-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE VENDOR-FILE
           .
       LOAD-SUPPLY-TABLE.
           OPEN INPUT SKU-SUPPLY-FILE
           IF NOT SKU-SUPPLY-OK
               DISPLAY 'STATUS ON SKU-SUPPLY-FILE OPEN: '
                       SKU-SUPPLY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG STATUS ON SKU-SUPPLY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM UNTIL END-OF-SKU-SUPPLY
               READ SKU-SUPPLY-FILE
               IF SKU-SUPPLY-OK
                   PERFORM LOAD-ONE-SUPPLY-RECORD
               END-IF
           END-PERFORM
           CLOSE SKU-SUPPLY-FILE
           .
       LOAD-ONE-SUPPLY-RECORD.
           IF WS-SUPPLY-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-SUPPLY-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG SKU SUPPLY TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-SUPPLY-COUNT
               MOVE SSP-SKU TO WS-SUP-SKU(WS-SUPPLY-COUNT)
               MOVE SSP-PREFERRED-VENDOR
                   TO WS-SUP-PREFERRED-VENDOR(WS-SUPPLY-COUNT)
               MOVE SSP-REORDER-QUANTITY
                   TO WS-SUP-REORDER-QUANTITY(WS-SUPPLY-COUNT)
               MOVE ZERO TO WS-SUP-ON-ORDER(WS-SUPPLY-COUNT)
               MOVE SSP-SKU(1:4) TO WS-LOOKUP-SKU-GROUP
               SET GROUP-INDEX TO 1
               SEARCH WS-GROUP-ENTRY
                   AT END
                       PERFORM ADD-GROUP-ENTRY
                   WHEN WS-GRP-SKU-GROUP(GROUP-INDEX)
                            IS EQUAL TO WS-LOOKUP-SKU-GROUP
                       ADD 1 TO WS-GRP-SKU-COUNT(GROUP-INDEX)
               END-SEARCH
           END-IF
           .
       ADD-GROUP-ENTRY.
           IF WS-GROUP-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-GROUP-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG SKU GROUP TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-LOOKUP-SKU-GROUP
                   TO WS-GRP-SKU-GROUP(WS-GROUP-COUNT)
               MOVE ZERO TO WS-GRP-UNITS(WS-GROUP-COUNT)
               MOVE 1 TO WS-GRP-SKU-COUNT(WS-GROUP-COUNT)
           END-IF
           .
      * A missing SLSHIST1 leaves every rate at zero: the lines are
      * still suggested, sized on reorder point and reorder quantity
      * alone.
       LOAD-GROUP-DEMAND.
           OPEN INPUT SALES-HISTORY-FILE
           IF NOT SALES-HISTORY-OK
               DISPLAY 'STATUS ON SALES-HISTORY-FILE OPEN: '
                       SALES-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG NO SLSHIST1 - SUGGESTED WITHOUT SALES RATE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-SALES-HISTORY
                   READ SALES-HISTORY-FILE
                   IF SALES-HISTORY-OK
                       PERFORM ADD-ONE-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF
           .
       ADD-ONE-HISTORY-RECORD.
           IF SHR-FISCAL-PERIOD IS EQUAL TO WS-DEMAND-PERIOD(1)
           OR SHR-FISCAL-PERIOD IS EQUAL TO WS-DEMAND-PERIOD(2)
           OR SHR-FISCAL-PERIOD IS EQUAL TO WS-DEMAND-PERIOD(3)
               SET GROUP-INDEX TO 1
               SEARCH WS-GROUP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRP-SKU-GROUP(GROUP-INDEX)
                            IS EQUAL TO SHR-SKU-GROUP-CODE
                       ADD SHR-UNITS TO WS-GRP-UNITS(GROUP-INDEX)
               END-SEARCH
           END-IF
           .
      * Every still-open line adds its balance due to the SKU's on-
      * order quantity. The highest PO number seen is kept so the
      * numbering can carry on from it when POCTL1 is unreadable.
       LOAD-OPEN-PURCHASE-ORDERS.
           OPEN INPUT OPEN-PO-FILE
           IF NOT OPEN-PO-OK
               DISPLAY 'STATUS ON OPEN-PO-FILE OPEN: '
                       OPEN-PO-STATUS
               DISPLAY 'NO OPEN PURCHASE ORDERS ON FILE'
           ELSE
               PERFORM UNTIL END-OF-OPEN-PO
                   READ OPEN-PO-FILE
                   IF OPEN-PO-OK
                       PERFORM ADD-ONE-OPEN-PO-LINE
                   END-IF
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF
           .
       ADD-ONE-OPEN-PO-LINE.
           IF OPO-PO-NUMBER IS GREATER THAN WS-HIGHEST-OPEN-PO
               MOVE OPO-PO-NUMBER TO WS-HIGHEST-OPEN-PO
           END-IF
           IF OPO-LINE-IS-OPEN
                   AND OPO-ORDERED-QUANTITY IS GREATER THAN
                       OPO-RECEIVED-QUANTITY
               SET SUPPLY-INDEX TO 1
               SEARCH WS-SUPPLY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUP-SKU(SUPPLY-INDEX)
                            IS EQUAL TO OPO-SKU
                       COMPUTE WS-SUP-ON-ORDER(SUPPLY-INDEX) =
                           WS-SUP-ON-ORDER(SUPPLY-INDEX)
                               + OPO-ORDERED-QUANTITY
                               - OPO-RECEIVED-QUANTITY
               END-SEARCH
           END-IF
           .
       LOAD-PO-NUMBER-COUNTER.
           OPEN INPUT PO-NUMBER-FILE
           IF PO-NUMBER-OK
               READ PO-NUMBER-FILE
               IF PO-NUMBER-OK
               AND PNC-LAST-PO-NUMBER IS NUMERIC
                   MOVE PNC-LAST-PO-NUMBER TO WS-LAST-PO-NUMBER
                   SET PO-COUNTER-LOADED TO TRUE
               END-IF
               CLOSE PO-NUMBER-FILE
           END-IF
           IF NOT PO-COUNTER-LOADED
               DISPLAY 'PORDSUG POCTL1 COUNTER UNREADABLE - '
                       'CONTINUING FROM OPEN PURCHASE ORDERS'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG POCTL1 UNREADABLE - NUMBERED FROM POOPENR'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           IF WS-HIGHEST-OPEN-PO IS GREATER THAN WS-LAST-PO-NUMBER
               MOVE WS-HIGHEST-OPEN-PO TO WS-LAST-PO-NUMBER
           END-IF
           .
      * The master stays open for the whole run and is READ by key
      * per line; when the open fails the lines carry a zero unit
      * cost, the same cost-unknown treatment INVCALC gives them.
       OPEN-PRODUCT-MASTER.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF NOT PRODUCT-MASTER-OK
               DISPLAY 'STATUS ON PRODUCT-MASTER-FILE OPEN: '
                       PRODUCT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG STATUS ON PRODUCT-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 'N' TO WS-PRODUCT-MASTER-SWITCH
           ELSE
               SET PRODUCT-MASTER-AVAILABLE TO TRUE
           END-IF
           .
       ADD-REORDER-TO-SKU-TOTAL.
           SET REORDER-SKU-INDEX TO 1
           SEARCH WS-REORDER-SKU-ENTRY
               AT END
                   IF WS-REORDER-SKU-COUNT IS LESS THAN
                           WS-MAX-REORDER-SKU-ENTRIES
                       ADD 1 TO WS-REORDER-SKU-COUNT
                       MOVE ROR-SKU
                           TO WS-ROS-SKU(WS-REORDER-SKU-COUNT)
                       COMPUTE WS-ROS-STOCK-POSITION
                                   (WS-REORDER-SKU-COUNT) =
                           ROR-CLOSING-BALANCE + ROR-IN-TRANSIT
                       MOVE ROR-REORDER-POINT
                           TO WS-ROS-REORDER-POINT
                                  (WS-REORDER-SKU-COUNT)
                   ELSE
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'PORDSUG REORDER SKU TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE ROR-SKU TO WS-EL-REFERENCE-KEY
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       MOVE SPACES TO WS-EL-REFERENCE-KEY
                   END-IF
               WHEN WS-ROS-SKU(REORDER-SKU-INDEX) IS EQUAL TO ROR-SKU
                   COMPUTE WS-ROS-STOCK-POSITION(REORDER-SKU-INDEX) =
                       WS-ROS-STOCK-POSITION(REORDER-SKU-INDEX)
                           + ROR-CLOSING-BALANCE + ROR-IN-TRANSIT
                   ADD ROR-REORDER-POINT
                       TO WS-ROS-REORDER-POINT(REORDER-SKU-INDEX)
           END-SEARCH
           .
       SIZE-ONE-TOTALLED-SKU.
           ADD 1 TO WS-REORDER-SKUS-READ
           MOVE WS-ROS-SKU(REORDER-SKU-INDEX) TO WS-RSK-SKU
           MOVE WS-ROS-STOCK-POSITION(REORDER-SKU-INDEX)
               TO WS-RSK-STOCK-POSITION
           MOVE WS-ROS-REORDER-POINT(REORDER-SKU-INDEX)
               TO WS-RSK-REORDER-POINT
           PERFORM SIZE-ONE-REORDER-SKU
           .
       SIZE-ONE-REORDER-SKU.
           SET SUPPLY-INDEX TO 1
           SEARCH WS-SUPPLY-ENTRY
               AT END
                   MOVE 'NO SUPPLY TERMS ON SKUSUP1'
                       TO WS-NOT-SUGGESTED-REASON
                   PERFORM NOTE-SKU-NOT-SUGGESTED
               WHEN WS-SUP-SKU(SUPPLY-INDEX) IS EQUAL TO WS-RSK-SKU
                   PERFORM SIZE-SUPPLIED-SKU
           END-SEARCH
           .
       SIZE-SUPPLIED-SKU.
           SET VENDOR-INDEX TO 1
           SEARCH WS-VENDOR-ENTRY
               AT END
                   MOVE 'PREFERRED VENDOR NOT ON VENDMST1'
                       TO WS-NOT-SUGGESTED-REASON
                   PERFORM NOTE-SKU-NOT-SUGGESTED
               WHEN WS-VEN-VENDOR-NUMBER(VENDOR-INDEX)
                        IS EQUAL TO WS-SUP-PREFERRED-VENDOR
                                        (SUPPLY-INDEX)
                   PERFORM COMPUTE-SUGGESTED-QUANTITY
           END-SEARCH
           .
      * The group's rate is shared evenly across its SKUs; a group
      * that sold nothing, or netted negative on returns, adds no
      * lead-time demand.
       COMPUTE-SUGGESTED-QUANTITY.
           MOVE ZERO TO WS-GROUP-UNITS
           MOVE 1 TO WS-GROUP-SKU-COUNT
           MOVE WS-RSK-SKU(1:4) TO WS-LOOKUP-SKU-GROUP
           SET GROUP-INDEX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GRP-SKU-GROUP(GROUP-INDEX)
                        IS EQUAL TO WS-LOOKUP-SKU-GROUP
                   MOVE WS-GRP-UNITS(GROUP-INDEX) TO WS-GROUP-UNITS
                   MOVE WS-GRP-SKU-COUNT(GROUP-INDEX)
                       TO WS-GROUP-SKU-COUNT
           END-SEARCH
           IF WS-GROUP-UNITS IS GREATER THAN ZERO
               COMPUTE WS-LEAD-TIME-DEMAND ROUNDED =
                   WS-GROUP-UNITS
                       * WS-VEN-LEAD-TIME-DAYS(VENDOR-INDEX)
                       / (WS-DEMAND-WINDOW-DAYS * WS-GROUP-SKU-COUNT)
           ELSE
               MOVE ZERO TO WS-LEAD-TIME-DEMAND
           END-IF
           COMPUTE WS-STOCK-POSITION =
               WS-RSK-STOCK-POSITION + WS-SUP-ON-ORDER(SUPPLY-INDEX)
           COMPUTE WS-QUANTITY-NEEDED =
               WS-RSK-REORDER-POINT + WS-LEAD-TIME-DEMAND
                   - WS-STOCK-POSITION
           EVALUATE TRUE
               WHEN WS-SUP-ON-ORDER(SUPPLY-INDEX) IS GREATER THAN ZERO
                       AND WS-QUANTITY-NEEDED IS NOT GREATER THAN ZERO
                   MOVE 'COVERED BY OPEN PURCHASE ORDERS'
                       TO WS-NOT-SUGGESTED-REASON
                   PERFORM NOTE-SKU-NOT-SUGGESTED
               WHEN WS-QUANTITY-NEEDED IS NOT GREATER THAN ZERO
                       AND WS-SUP-REORDER-QUANTITY(SUPPLY-INDEX)
                               IS EQUAL TO ZERO
                   MOVE 'NO QUANTITY TO SUGGEST'
                       TO WS-NOT-SUGGESTED-REASON
                   PERFORM NOTE-SKU-NOT-SUGGESTED
               WHEN WS-LINE-COUNT IS GREATER THAN OR EQUAL
                       TO WS-MAX-LINE-ENTRIES
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'PORDSUG SUGGESTED LINE TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE WS-RSK-SKU TO WS-EL-REFERENCE-KEY
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
                   MOVE 'SUGGESTED LINE TABLE IS FULL'
                       TO WS-NOT-SUGGESTED-REASON
                   PERFORM NOTE-SKU-NOT-SUGGESTED
               WHEN OTHER
                   IF WS-QUANTITY-NEEDED IS LESS THAN
                           WS-SUP-REORDER-QUANTITY(SUPPLY-INDEX)
                       MOVE WS-SUP-REORDER-QUANTITY(SUPPLY-INDEX)
                           TO WS-QUANTITY-NEEDED
                   END-IF
                   PERFORM LOOK-UP-UNIT-COST
                   PERFORM ADD-SUGGESTED-LINE
           END-EVALUATE
           .
       LOOK-UP-UNIT-COST.
           MOVE ZERO TO WS-LINE-UNIT-COST
           IF PRODUCT-MASTER-AVAILABLE
               MOVE WS-RSK-SKU TO PM-SKU
               READ PRODUCT-MASTER-FILE
               IF PRODUCT-MASTER-OK
                   MOVE PM-UNIT-COST TO WS-LINE-UNIT-COST
               END-IF
           END-IF
           .
       ADD-SUGGESTED-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-SUP-PREFERRED-VENDOR(SUPPLY-INDEX)
               TO WS-LIN-VENDOR-NUMBER(WS-LINE-COUNT)
           MOVE WS-RSK-SKU TO WS-LIN-SKU(WS-LINE-COUNT)
           MOVE WS-RSK-STOCK-POSITION
               TO WS-LIN-CLOSING-BALANCE(WS-LINE-COUNT)
           MOVE WS-RSK-REORDER-POINT
               TO WS-LIN-REORDER-POINT(WS-LINE-COUNT)
           MOVE WS-SUP-ON-ORDER(SUPPLY-INDEX)
               TO WS-LIN-ON-ORDER(WS-LINE-COUNT)
           MOVE WS-LEAD-TIME-DEMAND
               TO WS-LIN-LEAD-TIME-DEMAND(WS-LINE-COUNT)
           MOVE WS-QUANTITY-NEEDED TO WS-LIN-QUANTITY(WS-LINE-COUNT)
           MOVE WS-LINE-UNIT-COST TO WS-LIN-UNIT-COST(WS-LINE-COUNT)
           .
       NOTE-SKU-NOT-SUGGESTED.
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           IF WS-NOT-SUGGESTED-COUNT IS LESS THAN
                   WS-MAX-NOT-SUGGESTED-ENTRIES
               ADD 1 TO WS-NOT-SUGGESTED-COUNT
               MOVE WS-RSK-SKU TO WS-NSG-SKU(WS-NOT-SUGGESTED-COUNT)
               MOVE WS-NOT-SUGGESTED-REASON
                   TO WS-NSG-REASON(WS-NOT-SUGGESTED-COUNT)
           END-IF
           .
      * One suggested PO per vendor with anything to order: the PO
      * number is taken when its first line is found.
       WRITE-ONE-VENDOR-ORDER.
           MOVE ZERO TO WS-PO-LINE-NUMBER
           MOVE ZERO TO WS-PO-TOTAL-VALUE
           PERFORM WRITE-ONE-VENDOR-LINE
               VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX > WS-LINE-COUNT
           IF WS-PO-LINE-NUMBER IS GREATER THAN ZERO
               PERFORM FINISH-SUGGESTED-ORDER
           END-IF
           .
       WRITE-ONE-VENDOR-LINE.
           IF WS-LIN-VENDOR-NUMBER(LINE-INDEX) IS EQUAL TO
                   WS-VEN-VENDOR-NUMBER(VENDOR-INDEX)
               IF WS-PO-LINE-NUMBER IS EQUAL TO ZERO
                   PERFORM START-SUGGESTED-ORDER
               END-IF
               ADD 1 TO WS-PO-LINE-NUMBER
               COMPUTE WS-LINE-VALUE =
                   WS-LIN-QUANTITY(LINE-INDEX)
                       * WS-LIN-UNIT-COST(LINE-INDEX)
               ADD WS-LINE-VALUE TO WS-PO-TOTAL-VALUE
               MOVE SPACES TO SUGGESTED-PO-RECORD
               MOVE WS-LAST-PO-NUMBER TO SPO-PO-NUMBER
               MOVE WS-PO-LINE-NUMBER TO SPO-LINE-NUMBER
               MOVE WS-LIN-VENDOR-NUMBER(LINE-INDEX)
                   TO SPO-VENDOR-NUMBER
               MOVE WS-LIN-SKU(LINE-INDEX) TO SPO-SKU
               MOVE WS-LIN-QUANTITY(LINE-INDEX)
                   TO SPO-SUGGESTED-QUANTITY
               MOVE WS-LIN-UNIT-COST(LINE-INDEX) TO SPO-UNIT-COST
               MOVE WS-CDT-DATE TO SPO-SUGGESTED-DATE
               MOVE WS-PROMISED-DATE TO SPO-PROMISED-DATE
               WRITE SUGGESTED-PO-RECORD
               MOVE WS-LIN-SKU(LINE-INDEX) TO SLD-SKU
               MOVE WS-LIN-CLOSING-BALANCE(LINE-INDEX)
                   TO SLD-CLOSING-BALANCE
               MOVE WS-LIN-REORDER-POINT(LINE-INDEX)
                   TO SLD-REORDER-POINT
               MOVE WS-LIN-ON-ORDER(LINE-INDEX) TO SLD-ON-ORDER
               MOVE WS-LIN-LEAD-TIME-DEMAND(LINE-INDEX)
                   TO SLD-LEAD-TIME-DEMAND
               MOVE WS-LIN-QUANTITY(LINE-INDEX) TO SLD-QUANTITY
               MOVE WS-LIN-UNIT-COST(LINE-INDEX) TO SLD-UNIT-COST
               MOVE WS-LINE-VALUE TO SLD-EXTENDED-VALUE
               WRITE SUGGESTION-REPORT-LINE FROM SUGGESTED-LINE-DETAIL
           END-IF
           .
       START-SUGGESTED-ORDER.
           ADD 1 TO WS-LAST-PO-NUMBER
           ADD 1 TO WS-ORDERS-SUGGESTED
           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-VEN-LEAD-TIME-DAYS(VENDOR-INDEX)
               TO WS-DC-NUMBER-OF-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-PROMISED-DATE(1:4)
           MOVE WS-DC-RESULT-MONTH TO WS-PROMISED-DATE(5:2)
           MOVE WS-DC-RESULT-DAY TO WS-PROMISED-DATE(7:2)
           MOVE SPACES TO SUGGESTION-REPORT-LINE
           WRITE SUGGESTION-REPORT-LINE
           MOVE WS-LAST-PO-NUMBER TO SOH-PO-NUMBER
           MOVE WS-VEN-VENDOR-NUMBER(VENDOR-INDEX)
               TO SOH-VENDOR-NUMBER
           MOVE WS-VEN-VENDOR-NAME(VENDOR-INDEX) TO SOH-VENDOR-NAME
           MOVE WS-VEN-LEAD-TIME-DAYS(VENDOR-INDEX)
               TO SOH-LEAD-TIME-DAYS
           MOVE WS-PROMISED-DATE TO SOH-PROMISED-DATE
           WRITE SUGGESTION-REPORT-LINE FROM SUGGESTED-ORDER-HEADER
           WRITE SUGGESTION-REPORT-LINE FROM SUGGESTED-ORDER-COLUMNS
           .
      * A PO under the vendor's minimum is still suggested; the
      * buyer decides whether to top it up or hold it.
       FINISH-SUGGESTED-ORDER.
           MOVE WS-PO-TOTAL-VALUE TO SOT-TOTAL-VALUE
           IF WS-PO-TOTAL-VALUE IS LESS THAN
                   WS-VEN-MINIMUM-ORDER-AMOUNT(VENDOR-INDEX)
               ADD 1 TO WS-BELOW-MINIMUM-COUNT
               MOVE 'BELOW VENDOR MINIMUM' TO SOT-MINIMUM-FLAG
               MOVE WS-VEN-MINIMUM-ORDER-AMOUNT(VENDOR-INDEX)
                   TO SOT-MINIMUM-AMOUNT
           ELSE
               MOVE SPACES TO SOT-MINIMUM-FLAG
               MOVE ZERO TO SOT-MINIMUM-AMOUNT
           END-IF
           WRITE SUGGESTION-REPORT-LINE FROM SUGGESTED-ORDER-TOTAL
           .
       WRITE-NOT-SUGGESTED-SECTION.
           IF WS-NOT-SUGGESTED-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO SUGGESTION-REPORT-LINE
               WRITE SUGGESTION-REPORT-LINE
               WRITE SUGGESTION-REPORT-LINE FROM NOT-SUGGESTED-HEADING
               PERFORM WRITE-ONE-NOT-SUGGESTED
                   VARYING NOT-SUGGESTED-INDEX FROM 1 BY 1
                   UNTIL NOT-SUGGESTED-INDEX > WS-NOT-SUGGESTED-COUNT
           END-IF
           .
       WRITE-ONE-NOT-SUGGESTED.
           MOVE WS-NSG-SKU(NOT-SUGGESTED-INDEX) TO NSD-SKU
           MOVE WS-NSG-REASON(NOT-SUGGESTED-INDEX) TO NSD-REASON
           WRITE SUGGESTION-REPORT-LINE FROM NOT-SUGGESTED-DETAIL
           .
       WRITE-SUGGESTION-TRAILER.
           MOVE SPACES TO SUGGESTION-REPORT-LINE
           WRITE SUGGESTION-REPORT-LINE
           MOVE WS-REORDER-SKUS-READ TO STR-REORDER-SKUS
           MOVE WS-LINE-COUNT TO STR-LINES
           MOVE WS-ORDERS-SUGGESTED TO STR-ORDERS
           MOVE WS-NOT-SUGGESTED-COUNT TO STR-NOT-SUGGESTED
           WRITE SUGGESTION-REPORT-LINE FROM SUGGESTION-TRAILER-LINE
           .
      * The counter is rewritten only when tonight took numbers; a
      * run that suggested nothing leaves it exactly as it found it.
       REWRITE-PO-NUMBER-COUNTER.
           OPEN OUTPUT PO-NUMBER-FILE
           IF PO-NUMBER-OK
               MOVE WS-LAST-PO-NUMBER TO PNC-LAST-PO-NUMBER
               MOVE WS-CDT-DATE TO PNC-LAST-ASSIGNED-DATE
               WRITE PO-NUMBER-RECORD
               CLOSE PO-NUMBER-FILE
           ELSE
               DISPLAY 'STATUS ON PO-NUMBER-FILE REWRITE: '
                       PO-NUMBER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PORDSUG STATUS ON PO-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'SUGGESTED PURCHASE ORDERS: ' WS-ORDERS-SUGGESTED
           DISPLAY 'SUGGESTED PO LINES: ' WS-LINE-COUNT
           DISPLAY 'BELOW VENDOR MINIMUM: ' WS-BELOW-MINIMUM-COUNT
           DISPLAY 'REORDER SKUS NOT SUGGESTED: '
                   WS-NOT-SUGGESTED-COUNT
           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           IF WS-RUN-COMPLETED
               MOVE ZERO TO WS-SC-COMPLETION-CODE
           ELSE
               MOVE 8 TO WS-SC-COMPLETION-CODE
           END-IF
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
