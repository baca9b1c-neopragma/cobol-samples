      *****************************************************************
      * Program name:    PRCSIM
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Measuring what a proposed price change would have done to
      * revenue and margin by re-pricing actual sales history.
      *
      * Merchandising changes PM-UNIT-PRICE and PM-UNIT-COST through
      * SKUAPPLY, reworks the DISCMST1 break schedules through
      * DISCMNT and lets CONTRPRC contracts lapse, and until now
      * nobody could say beforehand what a change would cost. This
      * program reads a deck of proposed changes, PRCCHG1, and
      * re-prices every SLSDTL1 line in the chosen span twice - once
      * from the masters as they stand and once with the changes laid
      * over them - with the precedence INVCALC bills by: the
      * standard price, replaced by a contract price for the customer
      * and SKU, replaced by a promotion in its window when the
      * promotion beats it, then the best quantity break in effect on
      * the invoice date for the SKU's group schedule (the default
      * schedule when the group has none). SLSDTL1 does not keep the
      * price that arrived on the feed, so both sides start from the
      * standard price; the difference between them is the change
      * alone. A return or credit line, carried negative on SLSDTL1,
      * is re-priced negative.
      *
      * One PRCCHG1 card per change, by type:
      *   P - a new standard price for a SKU
      *   K - a new standard unit cost for a SKU
      *   C - a contract price for a customer and SKU; action D lets
      *       the contract lapse
      *   D - a quantity break for a SKU group (spaces is the default
      *       schedule), effective date and threshold; action D
      *       removes the break
      * A card that cannot be applied is listed as rejected and the
      * run ends with return code 4. The changes are applied to the
      * tables in storage only - PRODMAST, CONTRPRC, DISCMST1 and
      * PROMOFIL are opened for input and never written.
      *
      * SLSDTL1 is fed as the span's nightly generations concatenated
      * under its DD, and the PRCSFROM and PRCSTHRU cards (INVCPARM,
      * eight digits YYYYMMDD) limit the invoice dates re-priced;
      * without them every line fed is taken. PRCSTOP (three digits,
      * default 10) sets how many of the most affected customers -
      * the largest revenue change either way - are listed.
      *
      * PRCSRPT1 shows the changes, then current against proposed
      * revenue and margin by SKU, by SKU group and by customer, the
      * most affected customers, and the totals with the revenue
      * actually booked on the lines re-priced.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRCSIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-CHANGE-FILE ASSIGN TO 'PRCCHG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PRICE-CHANGE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO 'CONTRPRC'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONTRACT-PRICE-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO 'PROMOFIL'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PROMOTION-FILE-STATUS.
           SELECT DISCOUNT-MASTER-FILE ASSIGN TO 'DISCMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DISCOUNT-MASTER-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SLSDTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-DETAIL-STATUS.
           SELECT SIMULATION-REPORT-FILE ASSIGN TO 'PRCSRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SIMULATION-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One proposed change per card. The amount is a price or cost
      * with two implied decimals ('0001250' is 12.50); the break
      * fields follow the DISCMST1 layout DISCMNT maintains.
       FD  PRICE-CHANGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRICE-CHANGE-RECORD.
       01  PRICE-CHANGE-RECORD.
           05  PCH-CHANGE-TYPE          PIC X(01).
               88  PCH-IS-PRICE-CHANGE  VALUE 'P'.
               88  PCH-IS-COST-CHANGE   VALUE 'K'.
               88  PCH-IS-CONTRACT-CHANGE VALUE 'C'.
               88  PCH-IS-BREAK-CHANGE  VALUE 'D'.
           05  PCH-ACTION-CODE          PIC X(01).
               88  PCH-IS-SET           VALUE ' ' 'A'.
               88  PCH-IS-DELETE        VALUE 'D'.
      * The SKU, or for a break the SKU group in its first four.
           05  PCH-SKU                  PIC X(10).
           05  PCH-SKU-GROUP-CODE REDEFINES PCH-SKU
                                        PIC X(04).
           05  PCH-CUSTOMER-NUMBER      PIC X(08).
           05  PCH-AMOUNT               PIC X(07).
           05  PCH-AMOUNT-NUM REDEFINES PCH-AMOUNT
                                        PIC 9(05)V99.
           05  PCH-EFFECTIVE-DATE       PIC X(08).
           05  PCH-THRESHOLD            PIC X(05).
           05  PCH-THRESHOLD-NUM REDEFINES PCH-THRESHOLD
                                        PIC 9(05).
           05  PCH-PERCENT              PIC X(06).
           05  PCH-PERCENT-NUM REDEFINES PCH-PERCENT
                                        PIC 9V9(05).
           05  FILLER                   PIC X(34).

      * Same layout INVCALC reads from the indexed PRODMAST.
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

      * Same layout INVCALC prices from.
       FD  CONTRACT-PRICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTRACT-PRICE-RECORD.
       01  CONTRACT-PRICE-RECORD.
           05  CPR-CUSTOMER-NUMBER      PIC X(08).
           05  CPR-SKU                  PIC X(10).
           05  CPR-CONTRACT-PRICE       PIC S9(05)V99 COMP-3.

      * Same layout INVCALC prices from.
       FD  PROMOTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROMOTION-RECORD.
       01  PROMOTION-RECORD.
           05  PRM-SKU                  PIC X(10).
           05  PRM-START-DATE           PIC X(08).
           05  PRM-END-DATE             PIC X(08).
           05  PRM-PROMO-PRICE          PIC 9(05)V99.
           05  PRM-PERCENT-OFF          PIC 9(03).

      * Same break-schedule layout INVCALC and DISCMNT share.
       FD  DISCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DISCOUNT-MASTER-RECORD.
       01  DISCOUNT-MASTER-RECORD.
           05  DSM-SKU-GROUP-CODE       PIC X(04).
           05  DSM-EFFECTIVE-DATE       PIC X(08).
           05  DSM-THRESHOLD            PIC 9(05).
           05  DSM-PERCENT              PIC 9V9(05).

      * Same layout INVCALC writes to SLSDTL1.
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

       FD  SIMULATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SIMULATION-REPORT-LINE.
       01  SIMULATION-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  PRICE-CHANGE-STATUS      PIC X(02).
               88  PRICE-CHANGE-OK      VALUE '00'.
               88  END-OF-PRICE-CHANGES VALUE '10'.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
               88  END-OF-PRODUCT-MASTER VALUE '10'.
           05  CONTRACT-PRICE-STATUS    PIC X(02).
               88  CONTRACT-PRICE-OK    VALUE '00'.
               88  END-OF-CONTRACT-PRICE VALUE '10'.
           05  PROMOTION-FILE-STATUS    PIC X(02).
               88  PROMOTION-FILE-OK    VALUE '00'.
               88  END-OF-PROMOTION-FILE VALUE '10'.
           05  DISCOUNT-MASTER-STATUS   PIC X(02).
               88  DISCOUNT-MASTER-OK   VALUE '00'.
               88  END-OF-DISCOUNT-MASTER VALUE '10'.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  SALES-DETAIL-OK      VALUE '00'.
               88  END-OF-SALES-DETAIL  VALUE '10'.
           05  SIMULATION-REPORT-STATUS PIC X(02).
               88  SIMULATION-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'PRCSIM'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'PRCSIM'.
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

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The span and listing size from the INVCPARM cards.
       01  WS-SIMULATION-PARAMETERS.
           05  WS-SPAN-FROM-DATE        PIC X(08) VALUE '00000000'.
           05  WS-SPAN-THRU-DATE        PIC X(08) VALUE '99999999'.
           05  WS-TOP-CUSTOMER-COUNT    PIC 9(03) VALUE 10.

      * INVCALC's compiled quantity-break table, highest threshold
      * first, used the way INVCALC uses it: only when there is no
      * break schedule at all.
       01  WS-DISCOUNT-DATA.
           05  FILLER PIC X(11) VALUE '00100010000'.
           05  FILLER PIC X(11) VALUE '00050006000'.
           05  FILLER PIC X(11) VALUE '00025003000'.
           05  FILLER PIC X(11) VALUE '00001000000'.
       01  WS-DISCOUNT-TABLE REDEFINES WS-DISCOUNT-DATA.
           05  WS-DISCOUNT-ENTRY OCCURS 4 TIMES
                       INDEXED BY DISCOUNT-INDEX.
               10  WS-DISCOUNT-THRESHOLD   PIC 9(05).
               10  WS-DISCOUNT-PERCENT     PIC 9V9(5).

      * PRODMAST in SKU order, the current and proposed price and
      * cost side by side, and the SKU's totals over the span.
       01  WS-CATALOG-TABLE-AREA.
           05  WS-CATALOG-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CATALOG-ENTRIES   PIC S9(05) COMP-3 VALUE 5000.
           05  WS-CATALOG-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-CATALOG-COUNT
                       ASCENDING KEY IS WS-CAT-SKU
                       INDEXED BY CATALOG-INDEX.
               10  WS-CAT-SKU             PIC X(10).
               10  WS-CAT-CURRENT-PRICE   PIC S9(05)V99 COMP-3.
               10  WS-CAT-PROPOSED-PRICE  PIC S9(05)V99 COMP-3.
               10  WS-CAT-CURRENT-COST    PIC S9(05)V99 COMP-3.
               10  WS-CAT-PROPOSED-COST   PIC S9(05)V99 COMP-3.
               10  WS-CAT-LINE-COUNT      PIC S9(07) COMP-3.
               10  WS-CAT-CURRENT-REVENUE PIC S9(11)V99 COMP-3.
               10  WS-CAT-PROPOSED-REVENUE PIC S9(11)V99 COMP-3.
               10  WS-CAT-CURRENT-LINE-COST PIC S9(11)V99 COMP-3.
               10  WS-CAT-PROPOSED-LINE-COST PIC S9(11)V99 COMP-3.

      * Contract prices, current and proposed; a contract the deck
      * adds is not in force today, and one it lets lapse is not in
      * force tomorrow.
       01  WS-CONTRACT-TABLE-AREA.
           05  WS-CONTRACT-TABLE-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CONTRACT-ENTRIES  PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CONTRACT-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CONTRACT-TABLE-COUNT
                       INDEXED BY CONTRACT-INDEX.
               10  WS-CONTRACT-CUSTOMER PIC X(08).
               10  WS-CONTRACT-SKU      PIC X(10).
               10  WS-CTR-CURRENT-PRICE PIC S9(05)V99 COMP-3.
               10  WS-CTR-CURRENT-SW    PIC X.
                   88  WS-CTR-IN-FORCE-NOW VALUE 'Y'.
               10  WS-CTR-PROPOSED-PRICE PIC S9(05)V99 COMP-3.
               10  WS-CTR-PROPOSED-SW   PIC X.
                   88  WS-CTR-IN-FORCE-PROPOSED VALUE 'Y'.

      * Promotions are the same on both sides.
       01  WS-PROMOTION-TABLE-AREA.
           05  WS-PROMOTION-TABLE-COUNT PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-PROMOTION-ENTRIES PIC S9(05) COMP-3 VALUE 500.
           05  WS-PROMOTION-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-PROMOTION-TABLE-COUNT
                       INDEXED BY PROMOTION-INDEX.
               10  WS-PROMO-SKU         PIC X(10).
               10  WS-PROMO-START-DATE  PIC X(08).
               10  WS-PROMO-END-DATE    PIC X(08).
               10  WS-PROMO-PRICE       PIC S9(05)V99 COMP-3.
               10  WS-PROMO-PERCENT-OFF PIC S9(03) COMP-3.

      * The break schedules, current and proposed, in the same
      * one-table form as the contracts.
       01  WS-DISCOUNT-MASTER-AREA.
           05  WS-DISCOUNT-MASTER-COUNT PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-DISCOUNT-BREAKS   PIC S9(05) COMP-3 VALUE 200.
           05  WS-DISCOUNT-BREAK-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-DISCOUNT-MASTER-COUNT.
               10  WS-DSB-SKU-GROUP-CODE PIC X(04).
               10  WS-DSB-EFFECTIVE-DATE PIC X(08).
               10  WS-DSB-THRESHOLD     PIC S9(05) COMP-3.
               10  WS-DSB-CURRENT-PERCENT PIC S9V9(05) COMP-3.
               10  WS-DSB-CURRENT-SW    PIC X.
                   88  WS-DSB-IN-FORCE-NOW VALUE 'Y'.
               10  WS-DSB-PROPOSED-PERCENT PIC S9V9(05) COMP-3.
               10  WS-DSB-PROPOSED-SW   PIC X.
                   88  WS-DSB-IN-FORCE-PROPOSED VALUE 'Y'.
       01  WS-DISCOUNT-SCAN-WORK.
           05  WS-DISCOUNT-SCAN-SUB     PIC S9(05) COMP.
           05  WS-SCHEDULE-GROUP-CODE   PIC X(04).
           05  WS-LINE-SKU-GROUP-CODE   PIC X(04).
           05  WS-GROUP-HAS-SCHEDULE-SW PIC X.
               88  WS-GROUP-HAS-SCHEDULE VALUE 'Y'.
           05  WS-BEST-BREAK-THRESHOLD  PIC S9(05) COMP-3.
           05  WS-BEST-BREAK-DATE       PIC X(08).
           05  WS-BREAK-PERCENT         PIC S9V9(05) COMP-3.
           05  WS-BREAK-IN-FORCE-SW     PIC X.
               88  WS-BREAK-IS-IN-FORCE VALUE 'Y'.

      * Each customer's totals over the span, kept in customer
      * number order as customers are met.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-SCU-CUSTOMER-NUMBER PIC X(08).
               10  WS-SCU-CURRENT-REVENUE PIC S9(11)V99 COMP-3.
               10  WS-SCU-PROPOSED-REVENUE PIC S9(11)V99 COMP-3.
               10  WS-SCU-CURRENT-LINE-COST PIC S9(11)V99 COMP-3.
               10  WS-SCU-PROPOSED-LINE-COST PIC S9(11)V99 COMP-3.
               10  WS-SCU-LISTED-SW       PIC X.
                   88  WS-SCU-LISTED      VALUE 'Y'.
       01  WS-CUSTOMER-SUB              PIC S9(05) COMP.
       01  WS-CUSTOMER-SLOT             PIC S9(05) COMP.

      * One line re-priced under one side's tables.
       01  WS-REPRICE-WORK.
           05  WS-PRICING-SIDE          PIC X.
               88  WS-PRICING-CURRENT   VALUE 'C'.
               88  WS-PRICING-PROPOSED  VALUE 'P'.
           05  WS-LINE-UNIT-PRICE-IN-EFFECT PIC S9(05)V99 COMP-3.
           05  WS-PROMO-CANDIDATE-PRICE PIC S9(05)V99 COMP-3.
           05  WS-LINE-DISCOUNT-PERCENT PIC SV9(5) COMP-3.
           05  WS-LINE-WORKING-TOTAL    PIC S9(07)V99 COMP-3.
           05  WS-LINE-UNIT-COST        PIC S9(05)V99 COMP-3.
           05  WS-LINE-EXTENDED-COST    PIC S9(07)V99 COMP-3.
           05  WS-CURRENT-LINE-REVENUE  PIC S9(07)V99 COMP-3.
           05  WS-PROPOSED-LINE-REVENUE PIC S9(07)V99 COMP-3.
           05  WS-CURRENT-LINE-COST     PIC S9(07)V99 COMP-3.
           05  WS-PROPOSED-LINE-COST    PIC S9(07)V99 COMP-3.

      * The four figures every comparison line is printed from.
       01  WS-COMPARISON-FIGURES.
           05  WS-CMP-LABEL             PIC X(10).
           05  WS-CMP-CURRENT-REVENUE   PIC S9(11)V99 COMP-3.
           05  WS-CMP-PROPOSED-REVENUE  PIC S9(11)V99 COMP-3.
           05  WS-CMP-CURRENT-COST      PIC S9(11)V99 COMP-3.
           05  WS-CMP-PROPOSED-COST     PIC S9(11)V99 COMP-3.
           05  WS-CMP-CURRENT-MARGIN    PIC S9(11)V99 COMP-3.
           05  WS-CMP-PROPOSED-MARGIN   PIC S9(11)V99 COMP-3.
           05  WS-CMP-MARGIN-PERCENT    PIC S9(05)V9 COMP-3.

      * A SKU group's totals, built from consecutive catalog SKUs.
       01  WS-GROUP-TOTALS.
           05  WS-GRP-SKU-GROUP-CODE    PIC X(04).
           05  WS-GRP-CURRENT-REVENUE   PIC S9(11)V99 COMP-3.
           05  WS-GRP-PROPOSED-REVENUE  PIC S9(11)V99 COMP-3.
           05  WS-GRP-CURRENT-COST      PIC S9(11)V99 COMP-3.
           05  WS-GRP-PROPOSED-COST     PIC S9(11)V99 COMP-3.
           05  WS-GRP-LINE-COUNT        PIC S9(07) COMP-3.

       01  WS-SIMULATION-TOTALS.
           05  WS-CHANGE-CARD-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CHANGE-REJECT-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINES-READ-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-LINES-REPRICED-COUNT  PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-LINES-OUTSIDE-SPAN    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-LINES-UNKNOWN-SKU     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-LINES-NO-ROOM         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BOOKED-REVENUE        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-CURRENT-REVENUE PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-PROPOSED-REVENUE PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-CURRENT-COST    PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-PROPOSED-COST   PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  WS-RANKING-WORK.
           05  WS-RANK-COUNT            PIC S9(03) COMP-3.
           05  WS-RANK-BEST-SUB         PIC S9(05) COMP.
           05  WS-RANK-BEST-CHANGE      PIC S9(11)V99 COMP-3.
           05  WS-RANK-CHANGE           PIC S9(11)V99 COMP-3.

       01  WS-CHANGE-DISPOSITION        PIC X(40).
       01  WS-CHANGE-FOUND-SWITCH       PIC X.
           88  CHANGE-TARGET-FOUND      VALUE 'Y'.

       01  REPORT-HEADING-LINE.
           05  FILLER                   PIC X(37)
                   VALUE 'PRICE-CHANGE SIMULATION - INVOICES '.
           05  RPH-FROM-DATE            PIC X(08).
           05  FILLER                   PIC X(06) VALUE ' THRU '.
           05  RPH-THRU-DATE            PIC X(08).
           05  FILLER                   PIC X(10) VALUE '   RUN ON '.
           05  RPH-RUN-DATE             PIC X(08).

       01  SECTION-TITLE-LINE.
           05  STL-TITLE                PIC X(60).

       01  CHANGE-COLUMN-LINE.
           05  FILLER                   PIC X(48)
                   VALUE 'T A SKU/GROUP  CUSTOMER    AMOUNT  EFFECTIVE'.
           05  FILLER                   PIC X(30)
                   VALUE 'THRESH PERCENT  DISPOSITION'.

       01  CHANGE-DETAIL-LINE.
           05  CHL-CHANGE-TYPE          PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-ACTION-CODE          PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-SKU                  PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CHL-AMOUNT               PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CHL-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CHL-THRESHOLD            PIC X(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CHL-PERCENT              PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CHL-DISPOSITION          PIC X(40).
       01  WS-EDITED-AMOUNT             PIC ZZ,ZZ9.99.
       01  WS-EDITED-PERCENT            PIC 9.9(05).

       01  COMPARISON-COLUMN-LINE-1.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE '  ---------------'.
           05  FILLER                   PIC X(17)
                   VALUE '---- REVENUE ----'.
           05  FILLER                   PIC X(17)
                   VALUE '---------------'.
           05  FILLER                   PIC X(17)
                   VALUE '  ---------------'.
           05  FILLER                   PIC X(17)
                   VALUE '---- MARGIN -----'.
           05  FILLER                   PIC X(17)
                   VALUE '---------------'.
           05  FILLER                   PIC X(16)
                   VALUE '  -- MARGIN % --'.
       01  COMPARISON-COLUMN-LINE-2.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE '        CURRENT  '.
           05  FILLER                   PIC X(17)
                   VALUE '       PROPOSED  '.
           05  FILLER                   PIC X(17)
                   VALUE '         CHANGE  '.
           05  FILLER                   PIC X(17)
                   VALUE '        CURRENT  '.
           05  FILLER                   PIC X(17)
                   VALUE '       PROPOSED  '.
           05  FILLER                   PIC X(17)
                   VALUE '         CHANGE  '.
           05  FILLER                   PIC X(16)
                   VALUE 'CURRENT    PROP.'.

       01  COMPARISON-DETAIL-LINE.
           05  CDL-LABEL                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-CURRENT-REVENUE      PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-PROPOSED-REVENUE     PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-REVENUE-CHANGE       PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-CURRENT-MARGIN       PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-PROPOSED-MARGIN      PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-MARGIN-CHANGE        PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-CURRENT-PERCENT      PIC ----9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-PROPOSED-PERCENT     PIC ----9.9.

       01  REPORT-COUNT-LINE.
           05  RCL-LABEL                PIC X(40).
           05  RCL-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  REPORT-AMOUNT-LINE.
           05  RAL-LABEL                PIC X(40).
           05  RAL-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.

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

           PERFORM LOAD-SIMULATION-CARDS

           OPEN OUTPUT SIMULATION-REPORT-FILE
           IF NOT SIMULATION-REPORT-OK
               DISPLAY 'STATUS ON SIMULATION-REPORT-FILE OPEN: '
                       SIMULATION-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM STATUS ON SIMULATION-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           MOVE WS-SPAN-FROM-DATE TO RPH-FROM-DATE
           MOVE WS-SPAN-THRU-DATE TO RPH-THRU-DATE
           MOVE WS-CDT-DATE TO RPH-RUN-DATE
           WRITE SIMULATION-REPORT-LINE FROM REPORT-HEADING-LINE

           PERFORM LOAD-PRODUCT-CATALOG
           IF WS-CATALOG-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO SKUS ON PRODMAST - NOTHING TO RE-PRICE'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM NO SKUS ON PRODMAST'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-CONTRACT-PRICES
           PERFORM LOAD-PROMOTIONS
           PERFORM LOAD-DISCOUNT-MASTER

           PERFORM APPLY-PRICE-CHANGES
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT SALES-DETAIL-FILE
           IF NOT SALES-DETAIL-OK
               DISPLAY 'STATUS ON SALES-DETAIL-FILE OPEN: '
                       SALES-DETAIL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM STATUS ON SALES-DETAIL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM UNTIL END-OF-SALES-DETAIL
               READ SALES-DETAIL-FILE
               IF SALES-DETAIL-OK
                   ADD 1 TO WS-LINES-READ-COUNT
                   PERFORM REPRICE-ONE-SALES-LINE
               END-IF
           END-PERFORM
           CLOSE SALES-DETAIL-FILE

           PERFORM PRINT-SKU-COMPARISON
           PERFORM PRINT-GROUP-COMPARISON
           PERFORM PRINT-CUSTOMER-COMPARISON
           PERFORM PRINT-MOST-AFFECTED
           PERFORM PRINT-SIMULATION-TOTALS

           GO TO END-OF-PROGRAM
           .
      * Without PRCSFROM and PRCSTHRU every line fed is re-priced.
       LOAD-SIMULATION-CARDS.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON INVCPARM LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'RE-PRICING EVERY SALES LINE FED'
           ELSE
               MOVE 'PRCSFROM' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:8) IS NUMERIC
                   MOVE WS-CC-VALUE(1:8) TO WS-SPAN-FROM-DATE
               END-IF
               MOVE 'PRCSTHRU' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:8) IS NUMERIC
                   MOVE WS-CC-VALUE(1:8) TO WS-SPAN-THRU-DATE
               END-IF
               MOVE 'PRCSTOP' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-TOP-CUSTOMER-COUNT
               END-IF
           END-IF
           .
      * Every SKU, active or not - history can hold lines for a SKU
      * since retired.
       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF NOT PRODUCT-MASTER-OK
               DISPLAY 'STATUS ON PRODUCT-MASTER-FILE OPEN: '
                       PRODUCT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM STATUS ON PRODUCT-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-PRODUCT-MASTER
                   READ PRODUCT-MASTER-FILE
                   IF PRODUCT-MASTER-OK
                       IF WS-CATALOG-COUNT IS LESS THAN
                               WS-MAX-CATALOG-ENTRIES
                           ADD 1 TO WS-CATALOG-COUNT
                           SET CATALOG-INDEX TO WS-CATALOG-COUNT
                           PERFORM ADD-ONE-CATALOG-ENTRY
                       ELSE
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'PRCSIM CATALOG TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           .
       ADD-ONE-CATALOG-ENTRY.
           MOVE PM-SKU TO WS-CAT-SKU(CATALOG-INDEX)
           MOVE PM-UNIT-PRICE TO WS-CAT-CURRENT-PRICE(CATALOG-INDEX)
                                 WS-CAT-PROPOSED-PRICE(CATALOG-INDEX)
           MOVE PM-UNIT-COST TO WS-CAT-CURRENT-COST(CATALOG-INDEX)
                                WS-CAT-PROPOSED-COST(CATALOG-INDEX)
           MOVE ZERO TO WS-CAT-LINE-COUNT(CATALOG-INDEX)
                        WS-CAT-CURRENT-REVENUE(CATALOG-INDEX)
                        WS-CAT-PROPOSED-REVENUE(CATALOG-INDEX)
                        WS-CAT-CURRENT-LINE-COST(CATALOG-INDEX)
                        WS-CAT-PROPOSED-LINE-COST(CATALOG-INDEX)
           .
       LOAD-CONTRACT-PRICES.
           OPEN INPUT CONTRACT-PRICE-FILE
           IF NOT CONTRACT-PRICE-OK
               DISPLAY 'STATUS ON CONTRACT-PRICE-FILE OPEN: '
                       CONTRACT-PRICE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM STATUS ON CONTRACT-PRICE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-CONTRACT-PRICE
                   READ CONTRACT-PRICE-FILE
                   IF CONTRACT-PRICE-OK
                       IF WS-CONTRACT-TABLE-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-CONTRACT-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'PRCSIM CONTRACT PRICE TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-CONTRACT-TABLE-COUNT
                           SET CONTRACT-INDEX
                               TO WS-CONTRACT-TABLE-COUNT
                           MOVE CPR-CUSTOMER-NUMBER
                               TO WS-CONTRACT-CUSTOMER(CONTRACT-INDEX)
                           MOVE CPR-SKU
                               TO WS-CONTRACT-SKU(CONTRACT-INDEX)
                           MOVE CPR-CONTRACT-PRICE
                               TO WS-CTR-CURRENT-PRICE(CONTRACT-INDEX)
                                  WS-CTR-PROPOSED-PRICE
                                      (CONTRACT-INDEX)
                           MOVE 'Y'
                               TO WS-CTR-CURRENT-SW(CONTRACT-INDEX)
                                  WS-CTR-PROPOSED-SW(CONTRACT-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           .
       LOAD-PROMOTIONS.
           OPEN INPUT PROMOTION-FILE
           IF NOT PROMOTION-FILE-OK
               DISPLAY 'STATUS ON PROMOTION-FILE OPEN: '
                       PROMOTION-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM STATUS ON PROMOTION-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-PROMOTION-FILE
                   READ PROMOTION-FILE
                   IF PROMOTION-FILE-OK
                       IF WS-PROMOTION-TABLE-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-PROMOTION-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'PRCSIM PROMOTION TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-PROMOTION-TABLE-COUNT
                           MOVE PRM-SKU
                               TO WS-PROMO-SKU
                                      (WS-PROMOTION-TABLE-COUNT)
                           MOVE PRM-START-DATE
                               TO WS-PROMO-START-DATE
                                      (WS-PROMOTION-TABLE-COUNT)
                           MOVE PRM-END-DATE
                               TO WS-PROMO-END-DATE
                                      (WS-PROMOTION-TABLE-COUNT)
                           MOVE PRM-PROMO-PRICE
                               TO WS-PROMO-PRICE
                                      (WS-PROMOTION-TABLE-COUNT)
                           MOVE PRM-PERCENT-OFF
                               TO WS-PROMO-PERCENT-OFF
                                      (WS-PROMOTION-TABLE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF
           .
       LOAD-DISCOUNT-MASTER.
           OPEN INPUT DISCOUNT-MASTER-FILE
           IF NOT DISCOUNT-MASTER-OK
               DISPLAY 'STATUS ON DISCOUNT-MASTER-FILE OPEN: '
                       DISCOUNT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM STATUS ON DISCOUNT-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-DISCOUNT-MASTER
                   READ DISCOUNT-MASTER-FILE
                   IF DISCOUNT-MASTER-OK
                       IF WS-DISCOUNT-MASTER-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-DISCOUNT-BREAKS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'PRCSIM DISCOUNT BREAK TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-DISCOUNT-MASTER-COUNT
                           MOVE WS-DISCOUNT-MASTER-COUNT
                               TO WS-DISCOUNT-SCAN-SUB
                           MOVE DSM-SKU-GROUP-CODE
                               TO WS-DSB-SKU-GROUP-CODE
                                      (WS-DISCOUNT-SCAN-SUB)
                           MOVE DSM-EFFECTIVE-DATE
                               TO WS-DSB-EFFECTIVE-DATE
                                      (WS-DISCOUNT-SCAN-SUB)
                           MOVE DSM-THRESHOLD
                               TO WS-DSB-THRESHOLD
                                      (WS-DISCOUNT-SCAN-SUB)
                           MOVE DSM-PERCENT
                               TO WS-DSB-CURRENT-PERCENT
                                      (WS-DISCOUNT-SCAN-SUB)
                                  WS-DSB-PROPOSED-PERCENT
                                      (WS-DISCOUNT-SCAN-SUB)
                           MOVE 'Y'
                               TO WS-DSB-CURRENT-SW
                                      (WS-DISCOUNT-SCAN-SUB)
                                  WS-DSB-PROPOSED-SW
                                      (WS-DISCOUNT-SCAN-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DISCOUNT-MASTER-FILE
           END-IF
           .
      * Each card is applied to the proposed side of the tables and
      * listed with what became of it.
       APPLY-PRICE-CHANGES.
           MOVE 'CHANGES PROPOSED' TO STL-TITLE
           WRITE SIMULATION-REPORT-LINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES
           WRITE SIMULATION-REPORT-LINE FROM CHANGE-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           OPEN INPUT PRICE-CHANGE-FILE
           IF NOT PRICE-CHANGE-OK
               DISPLAY 'STATUS ON PRICE-CHANGE-FILE OPEN: '
                       PRICE-CHANGE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM STATUS ON PRICE-CHANGE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM UNTIL END-OF-PRICE-CHANGES
                   READ PRICE-CHANGE-FILE
                   IF PRICE-CHANGE-OK
                       ADD 1 TO WS-CHANGE-CARD-COUNT
                       PERFORM APPLY-ONE-PRICE-CHANGE
                           THRU APPLY-ONE-PRICE-CHANGE-EXIT
                       PERFORM LIST-ONE-PRICE-CHANGE
                   END-IF
               END-PERFORM
               CLOSE PRICE-CHANGE-FILE
           END-IF
           .
       APPLY-ONE-PRICE-CHANGE.
           MOVE 'APPLIED' TO WS-CHANGE-DISPOSITION
           MOVE 'N' TO WS-CHANGE-FOUND-SWITCH
           EVALUATE TRUE
               WHEN PCH-IS-PRICE-CHANGE
               OR   PCH-IS-COST-CHANGE
                   IF PCH-AMOUNT IS NOT NUMERIC
                       MOVE 'REJECTED - AMOUNT NOT NUMERIC'
                           TO WS-CHANGE-DISPOSITION
                       GO TO APPLY-ONE-PRICE-CHANGE-EXIT
                   END-IF
                   SEARCH ALL WS-CATALOG-ENTRY
                       AT END
                           MOVE 'REJECTED - SKU NOT ON PRODMAST'
                               TO WS-CHANGE-DISPOSITION
                           GO TO APPLY-ONE-PRICE-CHANGE-EXIT
                       WHEN WS-CAT-SKU(CATALOG-INDEX) IS EQUAL TO
                                PCH-SKU
                           SET CHANGE-TARGET-FOUND TO TRUE
                   END-SEARCH
                   IF PCH-IS-PRICE-CHANGE
                       MOVE PCH-AMOUNT-NUM
                           TO WS-CAT-PROPOSED-PRICE(CATALOG-INDEX)
                   ELSE
                       MOVE PCH-AMOUNT-NUM
                           TO WS-CAT-PROPOSED-COST(CATALOG-INDEX)
                   END-IF
               WHEN PCH-IS-CONTRACT-CHANGE
                   PERFORM APPLY-CONTRACT-CHANGE
                       THRU APPLY-CONTRACT-CHANGE-EXIT
               WHEN PCH-IS-BREAK-CHANGE
                   PERFORM APPLY-BREAK-CHANGE
                       THRU APPLY-BREAK-CHANGE-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN CHANGE TYPE'
                       TO WS-CHANGE-DISPOSITION
           END-EVALUATE
           .
       APPLY-ONE-PRICE-CHANGE-EXIT.
           EXIT.
       APPLY-CONTRACT-CHANGE.
           IF PCH-CUSTOMER-NUMBER IS EQUAL TO SPACES
           OR PCH-SKU IS EQUAL TO SPACES
               MOVE 'REJECTED - CUSTOMER AND SKU REQUIRED'
                   TO WS-CHANGE-DISPOSITION
               GO TO APPLY-CONTRACT-CHANGE-EXIT
           END-IF
           IF PCH-IS-SET
           AND PCH-AMOUNT IS NOT NUMERIC
               MOVE 'REJECTED - AMOUNT NOT NUMERIC'
                   TO WS-CHANGE-DISPOSITION
               GO TO APPLY-CONTRACT-CHANGE-EXIT
           END-IF
           IF WS-CONTRACT-TABLE-COUNT IS GREATER THAN ZERO
               SET CONTRACT-INDEX TO 1
               SEARCH WS-CONTRACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CONTRACT-CUSTOMER(CONTRACT-INDEX)
                            IS EQUAL TO PCH-CUSTOMER-NUMBER
                   AND  WS-CONTRACT-SKU(CONTRACT-INDEX)
                            IS EQUAL TO PCH-SKU
                       SET CHANGE-TARGET-FOUND TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN PCH-IS-DELETE
                   IF CHANGE-TARGET-FOUND
                       MOVE 'N' TO WS-CTR-PROPOSED-SW(CONTRACT-INDEX)
                       MOVE 'APPLIED - CONTRACT LAPSES'
                           TO WS-CHANGE-DISPOSITION
                   ELSE
                       MOVE 'REJECTED - NO SUCH CONTRACT'
                           TO WS-CHANGE-DISPOSITION
                   END-IF
               WHEN NOT PCH-IS-SET
                   MOVE 'REJECTED - UNKNOWN ACTION'
                       TO WS-CHANGE-DISPOSITION
               WHEN CHANGE-TARGET-FOUND
                   MOVE PCH-AMOUNT-NUM
                       TO WS-CTR-PROPOSED-PRICE(CONTRACT-INDEX)
                   MOVE 'Y' TO WS-CTR-PROPOSED-SW(CONTRACT-INDEX)
               WHEN WS-CONTRACT-TABLE-COUNT IS NOT LESS THAN
                       WS-MAX-CONTRACT-ENTRIES
                   MOVE 'REJECTED - CONTRACT TABLE IS FULL'
                       TO WS-CHANGE-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-CONTRACT-TABLE-COUNT
                   SET CONTRACT-INDEX TO WS-CONTRACT-TABLE-COUNT
                   MOVE PCH-CUSTOMER-NUMBER
                       TO WS-CONTRACT-CUSTOMER(CONTRACT-INDEX)
                   MOVE PCH-SKU TO WS-CONTRACT-SKU(CONTRACT-INDEX)
                   MOVE ZERO TO WS-CTR-CURRENT-PRICE(CONTRACT-INDEX)
                   MOVE 'N' TO WS-CTR-CURRENT-SW(CONTRACT-INDEX)
                   MOVE PCH-AMOUNT-NUM
                       TO WS-CTR-PROPOSED-PRICE(CONTRACT-INDEX)
                   MOVE 'Y' TO WS-CTR-PROPOSED-SW(CONTRACT-INDEX)
                   MOVE 'APPLIED - NEW CONTRACT'
                       TO WS-CHANGE-DISPOSITION
           END-EVALUATE
           .
       APPLY-CONTRACT-CHANGE-EXIT.
           EXIT.
      * A break is identified by its group, effective date and
      * threshold, the DISCMST1 key.
       APPLY-BREAK-CHANGE.
           IF PCH-EFFECTIVE-DATE IS NOT NUMERIC
           OR PCH-THRESHOLD IS NOT NUMERIC
               MOVE 'REJECTED - DATE OR THRESHOLD NOT NUMERIC'
                   TO WS-CHANGE-DISPOSITION
               GO TO APPLY-BREAK-CHANGE-EXIT
           END-IF
           IF PCH-IS-SET
           AND PCH-PERCENT IS NOT NUMERIC
               MOVE 'REJECTED - PERCENT NOT NUMERIC'
                   TO WS-CHANGE-DISPOSITION
               GO TO APPLY-BREAK-CHANGE-EXIT
           END-IF
           PERFORM FIND-CHANGED-BREAK
               VARYING WS-DISCOUNT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-DISCOUNT-SCAN-SUB IS GREATER THAN
                       WS-DISCOUNT-MASTER-COUNT
                  OR CHANGE-TARGET-FOUND
           IF CHANGE-TARGET-FOUND
               SUBTRACT 1 FROM WS-DISCOUNT-SCAN-SUB
           END-IF
           EVALUATE TRUE
               WHEN PCH-IS-DELETE
                   IF CHANGE-TARGET-FOUND
                       MOVE 'N' TO WS-DSB-PROPOSED-SW
                                       (WS-DISCOUNT-SCAN-SUB)
                       MOVE 'APPLIED - BREAK REMOVED'
                           TO WS-CHANGE-DISPOSITION
                   ELSE
                       MOVE 'REJECTED - NO SUCH BREAK'
                           TO WS-CHANGE-DISPOSITION
                   END-IF
               WHEN NOT PCH-IS-SET
                   MOVE 'REJECTED - UNKNOWN ACTION'
                       TO WS-CHANGE-DISPOSITION
               WHEN CHANGE-TARGET-FOUND
                   MOVE PCH-PERCENT-NUM
                       TO WS-DSB-PROPOSED-PERCENT
                              (WS-DISCOUNT-SCAN-SUB)
                   MOVE 'Y' TO WS-DSB-PROPOSED-SW(WS-DISCOUNT-SCAN-SUB)
               WHEN WS-DISCOUNT-MASTER-COUNT IS NOT LESS THAN
                       WS-MAX-DISCOUNT-BREAKS
                   MOVE 'REJECTED - BREAK TABLE IS FULL'
                       TO WS-CHANGE-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-DISCOUNT-MASTER-COUNT
                   MOVE WS-DISCOUNT-MASTER-COUNT
                       TO WS-DISCOUNT-SCAN-SUB
                   MOVE PCH-SKU-GROUP-CODE
                       TO WS-DSB-SKU-GROUP-CODE(WS-DISCOUNT-SCAN-SUB)
                   MOVE PCH-EFFECTIVE-DATE
                       TO WS-DSB-EFFECTIVE-DATE(WS-DISCOUNT-SCAN-SUB)
                   MOVE PCH-THRESHOLD-NUM
                       TO WS-DSB-THRESHOLD(WS-DISCOUNT-SCAN-SUB)
                   MOVE ZERO
                       TO WS-DSB-CURRENT-PERCENT(WS-DISCOUNT-SCAN-SUB)
                   MOVE 'N' TO WS-DSB-CURRENT-SW(WS-DISCOUNT-SCAN-SUB)
                   MOVE PCH-PERCENT-NUM
                       TO WS-DSB-PROPOSED-PERCENT
                              (WS-DISCOUNT-SCAN-SUB)
                   MOVE 'Y' TO WS-DSB-PROPOSED-SW(WS-DISCOUNT-SCAN-SUB)
                   MOVE 'APPLIED - NEW BREAK'
                       TO WS-CHANGE-DISPOSITION
           END-EVALUATE
           .
       APPLY-BREAK-CHANGE-EXIT.
           EXIT.
       FIND-CHANGED-BREAK.
           IF WS-DSB-SKU-GROUP-CODE(WS-DISCOUNT-SCAN-SUB)
                   IS EQUAL TO PCH-SKU-GROUP-CODE
           AND WS-DSB-EFFECTIVE-DATE(WS-DISCOUNT-SCAN-SUB)
                   IS EQUAL TO PCH-EFFECTIVE-DATE
           AND WS-DSB-THRESHOLD(WS-DISCOUNT-SCAN-SUB)
                   IS EQUAL TO PCH-THRESHOLD-NUM
               SET CHANGE-TARGET-FOUND TO TRUE
           END-IF
           .
       LIST-ONE-PRICE-CHANGE.
           IF WS-CHANGE-DISPOSITION(1:8) IS EQUAL TO 'REJECTED'
               ADD 1 TO WS-CHANGE-REJECT-COUNT
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           MOVE SPACES TO CHANGE-DETAIL-LINE
           MOVE PCH-CHANGE-TYPE TO CHL-CHANGE-TYPE
           MOVE PCH-ACTION-CODE TO CHL-ACTION-CODE
           MOVE PCH-SKU TO CHL-SKU
           MOVE PCH-CUSTOMER-NUMBER TO CHL-CUSTOMER-NUMBER
           IF PCH-AMOUNT IS NUMERIC
               MOVE PCH-AMOUNT-NUM TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT TO CHL-AMOUNT
           END-IF
           IF PCH-IS-BREAK-CHANGE
               MOVE PCH-EFFECTIVE-DATE TO CHL-EFFECTIVE-DATE
               MOVE PCH-THRESHOLD TO CHL-THRESHOLD
               IF PCH-PERCENT IS NUMERIC
                   MOVE PCH-PERCENT-NUM TO WS-EDITED-PERCENT
                   MOVE WS-EDITED-PERCENT TO CHL-PERCENT
               END-IF
           END-IF
           MOVE WS-CHANGE-DISPOSITION TO CHL-DISPOSITION
           WRITE SIMULATION-REPORT-LINE FROM CHANGE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
      * A line whose SKU is no longer on PRODMAST has no standard
      * price or cost to start from and is counted, not re-priced.
       REPRICE-ONE-SALES-LINE.
           IF SDL-INVOICE-DATE IS LESS THAN WS-SPAN-FROM-DATE
           OR SDL-INVOICE-DATE IS GREATER THAN WS-SPAN-THRU-DATE
               ADD 1 TO WS-LINES-OUTSIDE-SPAN
           ELSE
               SEARCH ALL WS-CATALOG-ENTRY
                   AT END
                       ADD 1 TO WS-LINES-UNKNOWN-SKU
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'PRCSIM SALES LINE SKU NOT ON PRODMAST'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE SDL-SKU TO WS-EL-REFERENCE-KEY
                       CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   WHEN WS-CAT-SKU(CATALOG-INDEX) IS EQUAL TO SDL-SKU
                       PERFORM REPRICE-BOTH-WAYS
               END-SEARCH
           END-IF
           .
       REPRICE-BOTH-WAYS.
           SET WS-PRICING-CURRENT TO TRUE
           PERFORM REPRICE-UNDER-ONE-SIDE
           MOVE WS-LINE-WORKING-TOTAL TO WS-CURRENT-LINE-REVENUE
           MOVE WS-LINE-EXTENDED-COST TO WS-CURRENT-LINE-COST
           SET WS-PRICING-PROPOSED TO TRUE
           PERFORM REPRICE-UNDER-ONE-SIDE
           MOVE WS-LINE-WORKING-TOTAL TO WS-PROPOSED-LINE-REVENUE
           MOVE WS-LINE-EXTENDED-COST TO WS-PROPOSED-LINE-COST
           PERFORM FIND-SALES-CUSTOMER
           IF WS-CUSTOMER-SLOT IS EQUAL TO ZERO
               ADD 1 TO WS-LINES-NO-ROOM
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PRCSIM CUSTOMER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-LINES-REPRICED-COUNT
               ADD 1 TO WS-JS-RECORD-COUNT
               ADD SDL-LINE-REVENUE TO WS-BOOKED-REVENUE
               ADD 1 TO WS-CAT-LINE-COUNT(CATALOG-INDEX)
               ADD WS-CURRENT-LINE-REVENUE
                   TO WS-CAT-CURRENT-REVENUE(CATALOG-INDEX)
                      WS-SCU-CURRENT-REVENUE(WS-CUSTOMER-SLOT)
                      WS-TOTAL-CURRENT-REVENUE
               ADD WS-PROPOSED-LINE-REVENUE
                   TO WS-CAT-PROPOSED-REVENUE(CATALOG-INDEX)
                      WS-SCU-PROPOSED-REVENUE(WS-CUSTOMER-SLOT)
                      WS-TOTAL-PROPOSED-REVENUE
               ADD WS-CURRENT-LINE-COST
                   TO WS-CAT-CURRENT-LINE-COST(CATALOG-INDEX)
                      WS-SCU-CURRENT-LINE-COST(WS-CUSTOMER-SLOT)
                      WS-TOTAL-CURRENT-COST
               ADD WS-PROPOSED-LINE-COST
                   TO WS-CAT-PROPOSED-LINE-COST(CATALOG-INDEX)
                      WS-SCU-PROPOSED-LINE-COST(WS-CUSTOMER-SLOT)
                      WS-TOTAL-PROPOSED-COST
           END-IF
           .
      * INVCALC's line arithmetic: quantity times the price in
      * effect, less the quantity-break percentage, negated for a
      * return or credit; the cost is quantity times unit cost,
      * signed the same way.
       REPRICE-UNDER-ONE-SIDE.
           PERFORM DETERMINE-LINE-UNIT-PRICE
           MULTIPLY SDL-QUANTITY BY WS-LINE-UNIT-PRICE-IN-EFFECT
               GIVING WS-LINE-WORKING-TOTAL
           END-MULTIPLY
           PERFORM DETERMINE-LINE-DISCOUNT
           IF WS-LINE-DISCOUNT-PERCENT IS GREATER THAN ZERO
               COMPUTE WS-LINE-WORKING-TOTAL =
                   WS-LINE-WORKING-TOTAL -
                   (WS-LINE-WORKING-TOTAL * WS-LINE-DISCOUNT-PERCENT)
           END-IF
           IF WS-PRICING-CURRENT
               MOVE WS-CAT-CURRENT-COST(CATALOG-INDEX)
                   TO WS-LINE-UNIT-COST
           ELSE
               MOVE WS-CAT-PROPOSED-COST(CATALOG-INDEX)
                   TO WS-LINE-UNIT-COST
           END-IF
           MULTIPLY SDL-QUANTITY BY WS-LINE-UNIT-COST
               GIVING WS-LINE-EXTENDED-COST
           END-MULTIPLY
           IF SDL-LINE-REVENUE IS LESS THAN ZERO
               MULTIPLY WS-LINE-WORKING-TOTAL BY -1
                   GIVING WS-LINE-WORKING-TOTAL
               END-MULTIPLY
               MULTIPLY WS-LINE-EXTENDED-COST BY -1
                   GIVING WS-LINE-EXTENDED-COST
               END-MULTIPLY
           END-IF
           .
      * The standard price, replaced by a contract price in force on
      * this side for the customer and SKU, then by a promotion.
       DETERMINE-LINE-UNIT-PRICE.
           IF WS-PRICING-CURRENT
               MOVE WS-CAT-CURRENT-PRICE(CATALOG-INDEX)
                   TO WS-LINE-UNIT-PRICE-IN-EFFECT
           ELSE
               MOVE WS-CAT-PROPOSED-PRICE(CATALOG-INDEX)
                   TO WS-LINE-UNIT-PRICE-IN-EFFECT
           END-IF
           IF WS-CONTRACT-TABLE-COUNT IS GREATER THAN ZERO
               SET CONTRACT-INDEX TO 1
               SEARCH WS-CONTRACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CONTRACT-CUSTOMER(CONTRACT-INDEX)
                            IS EQUAL TO SDL-CUSTOMER-NUMBER
                   AND  WS-CONTRACT-SKU(CONTRACT-INDEX)
                            IS EQUAL TO SDL-SKU
                       PERFORM APPLY-CONTRACT-PRICE
               END-SEARCH
           END-IF
           IF WS-PROMOTION-TABLE-COUNT IS GREATER THAN ZERO
               PERFORM CHECK-PROMOTIONAL-PRICE
           END-IF
           .
       APPLY-CONTRACT-PRICE.
           IF WS-PRICING-CURRENT
               IF WS-CTR-IN-FORCE-NOW(CONTRACT-INDEX)
                   MOVE WS-CTR-CURRENT-PRICE(CONTRACT-INDEX)
                       TO WS-LINE-UNIT-PRICE-IN-EFFECT
               END-IF
           ELSE
               IF WS-CTR-IN-FORCE-PROPOSED(CONTRACT-INDEX)
                   MOVE WS-CTR-PROPOSED-PRICE(CONTRACT-INDEX)
                       TO WS-LINE-UNIT-PRICE-IN-EFFECT
               END-IF
           END-IF
           .
       CHECK-PROMOTIONAL-PRICE.
           SET PROMOTION-INDEX TO 1
           SEARCH WS-PROMOTION-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PROMO-SKU(PROMOTION-INDEX)
                        IS EQUAL TO SDL-SKU
               AND  SDL-INVOICE-DATE IS NOT LESS THAN
                        WS-PROMO-START-DATE(PROMOTION-INDEX)
               AND  SDL-INVOICE-DATE IS NOT GREATER THAN
                        WS-PROMO-END-DATE(PROMOTION-INDEX)
                   PERFORM APPLY-ONE-PROMOTION
           END-SEARCH
           .
       APPLY-ONE-PROMOTION.
           IF WS-PROMO-PRICE(PROMOTION-INDEX)
                   IS NOT EQUAL TO ZERO
               MOVE WS-PROMO-PRICE(PROMOTION-INDEX)
                   TO WS-PROMO-CANDIDATE-PRICE
           ELSE
               COMPUTE WS-PROMO-CANDIDATE-PRICE ROUNDED =
                   WS-LINE-UNIT-PRICE-IN-EFFECT *
                       (100 - WS-PROMO-PERCENT-OFF(PROMOTION-INDEX))
                       / 100
           END-IF
           IF WS-PROMO-CANDIDATE-PRICE IS LESS THAN
                   WS-LINE-UNIT-PRICE-IN-EFFECT
               MOVE WS-PROMO-CANDIDATE-PRICE
                   TO WS-LINE-UNIT-PRICE-IN-EFFECT
           END-IF
           .
      * The compiled table stands in only when there are no breaks
      * at all, as in INVCALC.
       DETERMINE-LINE-DISCOUNT.
           MOVE ZERO TO WS-LINE-DISCOUNT-PERCENT
           IF WS-DISCOUNT-MASTER-COUNT IS EQUAL TO ZERO
               SEARCH WS-DISCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN SDL-QUANTITY
                            IS GREATER THAN OR EQUAL TO
                            WS-DISCOUNT-THRESHOLD(DISCOUNT-INDEX)
                       MOVE WS-DISCOUNT-PERCENT(DISCOUNT-INDEX)
                           TO WS-LINE-DISCOUNT-PERCENT
               END-SEARCH
           ELSE
               PERFORM SELECT-DISCOUNT-SCHEDULE
               PERFORM SCAN-DISCOUNT-SCHEDULE
           END-IF
           .
       SELECT-DISCOUNT-SCHEDULE.
           MOVE SDL-SKU(1:4) TO WS-LINE-SKU-GROUP-CODE
           MOVE 'N' TO WS-GROUP-HAS-SCHEDULE-SW
           PERFORM JUDGE-SCHEDULE-GROUP
               VARYING WS-DISCOUNT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-DISCOUNT-SCAN-SUB IS GREATER THAN
                       WS-DISCOUNT-MASTER-COUNT
           IF WS-GROUP-HAS-SCHEDULE
               MOVE WS-LINE-SKU-GROUP-CODE
                   TO WS-SCHEDULE-GROUP-CODE
           ELSE
               MOVE SPACES TO WS-SCHEDULE-GROUP-CODE
           END-IF
           .
       JUDGE-SCHEDULE-GROUP.
           PERFORM TAKE-BREAK-FOR-SIDE
           IF WS-BREAK-IS-IN-FORCE
           AND WS-DSB-SKU-GROUP-CODE(WS-DISCOUNT-SCAN-SUB)
                   IS EQUAL TO WS-LINE-SKU-GROUP-CODE
               SET WS-GROUP-HAS-SCHEDULE TO TRUE
           END-IF
           .
       SCAN-DISCOUNT-SCHEDULE.
           MOVE -1 TO WS-BEST-BREAK-THRESHOLD
           MOVE SPACES TO WS-BEST-BREAK-DATE
           PERFORM JUDGE-ONE-DISCOUNT-BREAK
               VARYING WS-DISCOUNT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-DISCOUNT-SCAN-SUB IS GREATER THAN
                       WS-DISCOUNT-MASTER-COUNT
           .
       JUDGE-ONE-DISCOUNT-BREAK.
           PERFORM TAKE-BREAK-FOR-SIDE
           IF WS-BREAK-IS-IN-FORCE
           AND WS-DSB-SKU-GROUP-CODE(WS-DISCOUNT-SCAN-SUB)
                   IS EQUAL TO WS-SCHEDULE-GROUP-CODE
           AND WS-DSB-EFFECTIVE-DATE(WS-DISCOUNT-SCAN-SUB)
                   IS NOT GREATER THAN SDL-INVOICE-DATE
           AND SDL-QUANTITY IS GREATER THAN OR EQUAL TO
                   WS-DSB-THRESHOLD(WS-DISCOUNT-SCAN-SUB)
               IF WS-DSB-THRESHOLD(WS-DISCOUNT-SCAN-SUB)
                       IS GREATER THAN WS-BEST-BREAK-THRESHOLD
               OR (WS-DSB-THRESHOLD(WS-DISCOUNT-SCAN-SUB)
                       IS EQUAL TO WS-BEST-BREAK-THRESHOLD
                   AND WS-DSB-EFFECTIVE-DATE(WS-DISCOUNT-SCAN-SUB)
                       IS GREATER THAN WS-BEST-BREAK-DATE)
                   MOVE WS-DSB-THRESHOLD(WS-DISCOUNT-SCAN-SUB)
                       TO WS-BEST-BREAK-THRESHOLD
                   MOVE WS-DSB-EFFECTIVE-DATE(WS-DISCOUNT-SCAN-SUB)
                       TO WS-BEST-BREAK-DATE
                   MOVE WS-BREAK-PERCENT TO WS-LINE-DISCOUNT-PERCENT
               END-IF
           END-IF
           .
       TAKE-BREAK-FOR-SIDE.
           IF WS-PRICING-CURRENT
               MOVE WS-DSB-CURRENT-SW(WS-DISCOUNT-SCAN-SUB)
                   TO WS-BREAK-IN-FORCE-SW
               MOVE WS-DSB-CURRENT-PERCENT(WS-DISCOUNT-SCAN-SUB)
                   TO WS-BREAK-PERCENT
           ELSE
               MOVE WS-DSB-PROPOSED-SW(WS-DISCOUNT-SCAN-SUB)
                   TO WS-BREAK-IN-FORCE-SW
               MOVE WS-DSB-PROPOSED-PERCENT(WS-DISCOUNT-SCAN-SUB)
                   TO WS-BREAK-PERCENT
           END-IF
           .
      * Finds the line's customer, or opens a slot for it in
      * customer-number order; zero when the table is full.
       FIND-SALES-CUSTOMER.
           MOVE ZERO TO WS-CUSTOMER-SLOT
           PERFORM FIND-CUSTOMER-POSITION
               VARYING WS-CUSTOMER-SUB FROM 1 BY 1
               UNTIL WS-CUSTOMER-SUB IS GREATER THAN WS-CUSTOMER-COUNT
                  OR WS-CUSTOMER-SLOT IS GREATER THAN ZERO
           IF WS-CUSTOMER-SLOT IS EQUAL TO ZERO
               MOVE WS-CUSTOMER-SUB TO WS-CUSTOMER-SLOT
           END-IF
           IF WS-CUSTOMER-SLOT IS GREATER THAN WS-CUSTOMER-COUNT
           OR WS-SCU-CUSTOMER-NUMBER(WS-CUSTOMER-SLOT)
                   IS NOT EQUAL TO SDL-CUSTOMER-NUMBER
               IF WS-CUSTOMER-COUNT IS NOT LESS THAN
                       WS-MAX-CUSTOMER-ENTRIES
                   MOVE ZERO TO WS-CUSTOMER-SLOT
               ELSE
                   ADD 1 TO WS-CUSTOMER-COUNT
                   PERFORM SHIFT-ONE-CUSTOMER-UP
                       VARYING WS-CUSTOMER-SUB FROM WS-CUSTOMER-COUNT
                       BY -1
                       UNTIL WS-CUSTOMER-SUB IS NOT GREATER THAN
                               WS-CUSTOMER-SLOT
                   MOVE SDL-CUSTOMER-NUMBER
                       TO WS-SCU-CUSTOMER-NUMBER(WS-CUSTOMER-SLOT)
                   MOVE ZERO
                       TO WS-SCU-CURRENT-REVENUE(WS-CUSTOMER-SLOT)
                          WS-SCU-PROPOSED-REVENUE(WS-CUSTOMER-SLOT)
                          WS-SCU-CURRENT-LINE-COST(WS-CUSTOMER-SLOT)
                          WS-SCU-PROPOSED-LINE-COST(WS-CUSTOMER-SLOT)
                   MOVE 'N' TO WS-SCU-LISTED-SW(WS-CUSTOMER-SLOT)
               END-IF
           END-IF
           .
       FIND-CUSTOMER-POSITION.
           IF WS-SCU-CUSTOMER-NUMBER(WS-CUSTOMER-SUB)
                   IS NOT LESS THAN SDL-CUSTOMER-NUMBER
               MOVE WS-CUSTOMER-SUB TO WS-CUSTOMER-SLOT
           END-IF
           .
       SHIFT-ONE-CUSTOMER-UP.
           MOVE WS-CUSTOMER-ENTRY(WS-CUSTOMER-SUB - 1)
               TO WS-CUSTOMER-ENTRY(WS-CUSTOMER-SUB)
           .
       PRINT-SKU-COMPARISON.
           MOVE 'BY SKU' TO STL-TITLE
           PERFORM WRITE-COMPARISON-HEADINGS
           PERFORM PRINT-ONE-SKU
               VARYING CATALOG-INDEX FROM 1 BY 1
               UNTIL CATALOG-INDEX IS GREATER THAN WS-CATALOG-COUNT
           .
       PRINT-ONE-SKU.
           IF WS-CAT-LINE-COUNT(CATALOG-INDEX) IS GREATER THAN ZERO
               MOVE WS-CAT-SKU(CATALOG-INDEX) TO WS-CMP-LABEL
               MOVE WS-CAT-CURRENT-REVENUE(CATALOG-INDEX)
                   TO WS-CMP-CURRENT-REVENUE
               MOVE WS-CAT-PROPOSED-REVENUE(CATALOG-INDEX)
                   TO WS-CMP-PROPOSED-REVENUE
               MOVE WS-CAT-CURRENT-LINE-COST(CATALOG-INDEX)
                   TO WS-CMP-CURRENT-COST
               MOVE WS-CAT-PROPOSED-LINE-COST(CATALOG-INDEX)
                   TO WS-CMP-PROPOSED-COST
               PERFORM WRITE-COMPARISON-LINE
           END-IF
           .
      * The catalog is in SKU order, so a group's SKUs are together
      * and each group is printed when the next one starts.
       PRINT-GROUP-COMPARISON.
           MOVE 'BY SKU GROUP' TO STL-TITLE
           PERFORM WRITE-COMPARISON-HEADINGS
           MOVE WS-CAT-SKU(1)(1:4) TO WS-GRP-SKU-GROUP-CODE
           PERFORM CLEAR-GROUP-TOTALS
           PERFORM ADD-ONE-SKU-TO-GROUP
               VARYING CATALOG-INDEX FROM 1 BY 1
               UNTIL CATALOG-INDEX IS GREATER THAN WS-CATALOG-COUNT
           PERFORM PRINT-ONE-GROUP
           .
       ADD-ONE-SKU-TO-GROUP.
           IF WS-CAT-SKU(CATALOG-INDEX)(1:4) IS NOT EQUAL TO
                   WS-GRP-SKU-GROUP-CODE
               PERFORM PRINT-ONE-GROUP
               MOVE WS-CAT-SKU(CATALOG-INDEX)(1:4)
                   TO WS-GRP-SKU-GROUP-CODE
               PERFORM CLEAR-GROUP-TOTALS
           END-IF
           ADD WS-CAT-LINE-COUNT(CATALOG-INDEX) TO WS-GRP-LINE-COUNT
           ADD WS-CAT-CURRENT-REVENUE(CATALOG-INDEX)
               TO WS-GRP-CURRENT-REVENUE
           ADD WS-CAT-PROPOSED-REVENUE(CATALOG-INDEX)
               TO WS-GRP-PROPOSED-REVENUE
           ADD WS-CAT-CURRENT-LINE-COST(CATALOG-INDEX)
               TO WS-GRP-CURRENT-COST
           ADD WS-CAT-PROPOSED-LINE-COST(CATALOG-INDEX)
               TO WS-GRP-PROPOSED-COST
           .
       CLEAR-GROUP-TOTALS.
           MOVE ZERO TO WS-GRP-LINE-COUNT
                        WS-GRP-CURRENT-REVENUE
                        WS-GRP-PROPOSED-REVENUE
                        WS-GRP-CURRENT-COST
                        WS-GRP-PROPOSED-COST
           .
       PRINT-ONE-GROUP.
           IF WS-GRP-LINE-COUNT IS GREATER THAN ZERO
               MOVE WS-GRP-SKU-GROUP-CODE TO WS-CMP-LABEL
               MOVE WS-GRP-CURRENT-REVENUE TO WS-CMP-CURRENT-REVENUE
               MOVE WS-GRP-PROPOSED-REVENUE TO WS-CMP-PROPOSED-REVENUE
               MOVE WS-GRP-CURRENT-COST TO WS-CMP-CURRENT-COST
               MOVE WS-GRP-PROPOSED-COST TO WS-CMP-PROPOSED-COST
               PERFORM WRITE-COMPARISON-LINE
           END-IF
           .
       PRINT-CUSTOMER-COMPARISON.
           MOVE 'BY CUSTOMER' TO STL-TITLE
           PERFORM WRITE-COMPARISON-HEADINGS
           PERFORM PRINT-ONE-CUSTOMER
               VARYING WS-CUSTOMER-SUB FROM 1 BY 1
               UNTIL WS-CUSTOMER-SUB IS GREATER THAN WS-CUSTOMER-COUNT
           .
       PRINT-ONE-CUSTOMER.
           MOVE WS-SCU-CUSTOMER-NUMBER(WS-CUSTOMER-SUB)
               TO WS-CMP-LABEL
           MOVE WS-SCU-CURRENT-REVENUE(WS-CUSTOMER-SUB)
               TO WS-CMP-CURRENT-REVENUE
           MOVE WS-SCU-PROPOSED-REVENUE(WS-CUSTOMER-SUB)
               TO WS-CMP-PROPOSED-REVENUE
           MOVE WS-SCU-CURRENT-LINE-COST(WS-CUSTOMER-SUB)
               TO WS-CMP-CURRENT-COST
           MOVE WS-SCU-PROPOSED-LINE-COST(WS-CUSTOMER-SUB)
               TO WS-CMP-PROPOSED-COST
           PERFORM WRITE-COMPARISON-LINE
           .
      * The customers with the largest revenue change either way,
      * one pass over the table per place; a customer the change
      * leaves untouched is never listed.
       PRINT-MOST-AFFECTED.
           MOVE 'MOST AFFECTED CUSTOMERS' TO STL-TITLE
           PERFORM WRITE-COMPARISON-HEADINGS
           MOVE ZERO TO WS-RANK-COUNT
           MOVE 1 TO WS-RANK-BEST-SUB
           PERFORM RANK-NEXT-CUSTOMER
               UNTIL WS-RANK-COUNT IS NOT LESS THAN
                       WS-TOP-CUSTOMER-COUNT
                  OR WS-RANK-BEST-SUB IS EQUAL TO ZERO
           .
       RANK-NEXT-CUSTOMER.
           MOVE ZERO TO WS-RANK-BEST-SUB
           MOVE ZERO TO WS-RANK-BEST-CHANGE
           PERFORM JUDGE-ONE-CUSTOMER-CHANGE
               VARYING WS-CUSTOMER-SUB FROM 1 BY 1
               UNTIL WS-CUSTOMER-SUB IS GREATER THAN WS-CUSTOMER-COUNT
           IF WS-RANK-BEST-SUB IS GREATER THAN ZERO
               ADD 1 TO WS-RANK-COUNT
               MOVE 'Y' TO WS-SCU-LISTED-SW(WS-RANK-BEST-SUB)
               MOVE WS-RANK-BEST-SUB TO WS-CUSTOMER-SUB
               PERFORM PRINT-ONE-CUSTOMER
           END-IF
           .
       JUDGE-ONE-CUSTOMER-CHANGE.
           IF NOT WS-SCU-LISTED(WS-CUSTOMER-SUB)
               COMPUTE WS-RANK-CHANGE =
                   WS-SCU-PROPOSED-REVENUE(WS-CUSTOMER-SUB)
                 - WS-SCU-CURRENT-REVENUE(WS-CUSTOMER-SUB)
               IF WS-RANK-CHANGE IS LESS THAN ZERO
                   MULTIPLY WS-RANK-CHANGE BY -1
                       GIVING WS-RANK-CHANGE
                   END-MULTIPLY
               END-IF
               IF WS-RANK-CHANGE IS GREATER THAN WS-RANK-BEST-CHANGE
                   MOVE WS-RANK-CHANGE TO WS-RANK-BEST-CHANGE
                   MOVE WS-CUSTOMER-SUB TO WS-RANK-BEST-SUB
               END-IF
           END-IF
           .
       WRITE-COMPARISON-HEADINGS.
           WRITE SIMULATION-REPORT-LINE FROM SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES
           WRITE SIMULATION-REPORT-LINE FROM COMPARISON-COLUMN-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE SIMULATION-REPORT-LINE FROM COMPARISON-COLUMN-LINE-2
               AFTER ADVANCING 1 LINE
           .
      * Margin is revenue less cost; its percent is of revenue, left
      * at zero when there is no revenue to divide by.
       WRITE-COMPARISON-LINE.
           MOVE WS-CMP-LABEL TO CDL-LABEL
           COMPUTE WS-CMP-CURRENT-MARGIN =
               WS-CMP-CURRENT-REVENUE - WS-CMP-CURRENT-COST
           COMPUTE WS-CMP-PROPOSED-MARGIN =
               WS-CMP-PROPOSED-REVENUE - WS-CMP-PROPOSED-COST
           MOVE WS-CMP-CURRENT-REVENUE TO CDL-CURRENT-REVENUE
           MOVE WS-CMP-PROPOSED-REVENUE TO CDL-PROPOSED-REVENUE
           COMPUTE CDL-REVENUE-CHANGE =
               WS-CMP-PROPOSED-REVENUE - WS-CMP-CURRENT-REVENUE
           MOVE WS-CMP-CURRENT-MARGIN TO CDL-CURRENT-MARGIN
           MOVE WS-CMP-PROPOSED-MARGIN TO CDL-PROPOSED-MARGIN
           COMPUTE CDL-MARGIN-CHANGE =
               WS-CMP-PROPOSED-MARGIN - WS-CMP-CURRENT-MARGIN
           MOVE ZERO TO WS-CMP-MARGIN-PERCENT
           IF WS-CMP-CURRENT-REVENUE IS NOT EQUAL TO ZERO
               COMPUTE WS-CMP-MARGIN-PERCENT ROUNDED =
                   WS-CMP-CURRENT-MARGIN * 100 / WS-CMP-CURRENT-REVENUE
           END-IF
           MOVE WS-CMP-MARGIN-PERCENT TO CDL-CURRENT-PERCENT
           MOVE ZERO TO WS-CMP-MARGIN-PERCENT
           IF WS-CMP-PROPOSED-REVENUE IS NOT EQUAL TO ZERO
               COMPUTE WS-CMP-MARGIN-PERCENT ROUNDED =
                   WS-CMP-PROPOSED-MARGIN * 100
                       / WS-CMP-PROPOSED-REVENUE
           END-IF
           MOVE WS-CMP-MARGIN-PERCENT TO CDL-PROPOSED-PERCENT
           WRITE SIMULATION-REPORT-LINE FROM COMPARISON-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       PRINT-SIMULATION-TOTALS.
           MOVE 'ALL LINES RE-PRICED' TO STL-TITLE
           PERFORM WRITE-COMPARISON-HEADINGS
           MOVE 'TOTAL' TO WS-CMP-LABEL
           MOVE WS-TOTAL-CURRENT-REVENUE TO WS-CMP-CURRENT-REVENUE
           MOVE WS-TOTAL-PROPOSED-REVENUE TO WS-CMP-PROPOSED-REVENUE
           MOVE WS-TOTAL-CURRENT-COST TO WS-CMP-CURRENT-COST
           MOVE WS-TOTAL-PROPOSED-COST TO WS-CMP-PROPOSED-COST
           PERFORM WRITE-COMPARISON-LINE
           MOVE 'REVENUE ACTUALLY BOOKED ON THESE LINES' TO RAL-LABEL
           MOVE WS-BOOKED-REVENUE TO RAL-AMOUNT
           WRITE SIMULATION-REPORT-LINE FROM REPORT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'SALES LINES READ' TO RCL-LABEL
           MOVE WS-LINES-READ-COUNT TO RCL-COUNT
           WRITE SIMULATION-REPORT-LINE FROM REPORT-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'SALES LINES RE-PRICED' TO RCL-LABEL
           MOVE WS-LINES-REPRICED-COUNT TO RCL-COUNT
           WRITE SIMULATION-REPORT-LINE FROM REPORT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SALES LINES OUTSIDE THE SPAN' TO RCL-LABEL
           MOVE WS-LINES-OUTSIDE-SPAN TO RCL-COUNT
           WRITE SIMULATION-REPORT-LINE FROM REPORT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SALES LINES WITH SKU NOT ON PRODMAST' TO RCL-LABEL
           MOVE WS-LINES-UNKNOWN-SKU TO RCL-COUNT
           WRITE SIMULATION-REPORT-LINE FROM REPORT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SALES LINES NOT TOTALED - TABLE FULL' TO RCL-LABEL
           MOVE WS-LINES-NO-ROOM TO RCL-COUNT
           WRITE SIMULATION-REPORT-LINE FROM REPORT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CHANGE CARDS READ' TO RCL-LABEL
           MOVE WS-CHANGE-CARD-COUNT TO RCL-COUNT
           WRITE SIMULATION-REPORT-LINE FROM REPORT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CHANGE CARDS REJECTED' TO RCL-LABEL
           MOVE WS-CHANGE-REJECT-COUNT TO RCL-COUNT
           WRITE SIMULATION-REPORT-LINE FROM REPORT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-LINES-UNKNOWN-SKU IS GREATER THAN ZERO
           OR WS-LINES-NO-ROOM IS GREATER THAN ZERO
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'SALES LINES RE-PRICED: ' WS-LINES-REPRICED-COUNT
           DISPLAY 'CHANGE CARDS REJECTED: ' WS-CHANGE-REJECT-COUNT
           CLOSE SIMULATION-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
