      *****************************************************************
      * Program name:    COGSJRNL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Building a balanced cost-of-sales journal from the line-level
      * sales detail.
      *
      * SLSDTL1 carries the extended cost of every line INVCALC
      * bills, but nothing ever posted it: the ledger showed the
      * revenue GLJRNL posts with no cost of sales and no inventory
      * relief behind it, so gross margin existed only on SKURANK.
      * This program runs after INVCALC: it accumulates SDL-LINE-COST
      * by SKU group (the first four characters of the SKU, the same
      * group key the GLACCTM1 account mapping uses) and writes, per
      * group, a debit to cost of goods sold and a credit to
      * inventory for the goods shipped, and the reverse pair - debit
      * inventory, credit cost of goods sold - for the goods that
      * came back on returns. The accounts come from the GLACCTM1
      * type C (cost of sales) and type I (inventory) mappings, which
      * GLMAPVAL proves against the GLCOA1 chart before the night
      * starts; a group with no mapping falls back to the compiled
      * default accounts. Each journal line is tagged COGS plus the
      * SKU group in place of an invoice number.
      *
      * A line whose cost is zero is cost-unknown, not free goods:
      * it is not posted at zero but listed on COSTUNK1 so purchasing
      * can set the SKU's standard cost on PRODMAST.
      *
      * The batch is proved the same way CASHGLEX proves its own -
      * total debits must equal total credits to the penny - and a
      * proved batch is appended to GLJHIST1 under its own number
      * from the shared GLBATCH1 counter, capped with its BATCHCTL
      * control record. On a mismatch the run ends with RETURN-CODE 8
      * so the scheduler holds the ledger hand-off.
      * - SLSDTL1 lines now end with the shipping warehouse code.
      * - Journal, history and BATCHCTL records carry the operating
      *   company; this batch posts to the home company '01' and
      *   reads only the home company's GLACCTM1 rows.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COGSJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SLSDTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-DETAIL-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLACCTM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACCOUNT-MAP-STATUS.
           SELECT COST-JOURNAL-FILE ASSIGN TO 'COGSJRN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COST-JOURNAL-STATUS.
           SELECT COST-UNKNOWN-FILE ASSIGN TO 'COSTUNK1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COST-UNKNOWN-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to SALES-DETAIL-FILE (SLSDTL1) -
      * one record per accepted invoice line, revenue discounted and
      * before tax, cost signed like the revenue, negative for a
      * return.
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
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

      * Same layout INVCALC loads from GLACCTM1. Type C maps a SKU
      * group to its cost-of-goods-sold account, type I to its
      * inventory account.
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCOUNT-MAP-RECORD.
       01  ACCOUNT-MAP-RECORD.
           05  GLM-MAP-TYPE             PIC X.
               88  GLM-IS-COST-MAP      VALUE 'C'.
               88  GLM-IS-INVENTORY-MAP VALUE 'I'.
           05  GLM-MAP-KEY              PIC X(04).
           05  GLM-ACCOUNT              PIC X(08).
           05  GLM-COMPANY-CODE         PIC X(02).

      * Same journal-line layout GLJRNL writes to GLJRNL1: a debit
      * or a credit, never both. The invoice-number field carries
      * COGS plus the SKU group, the invoice-date field the run date.
       FD  COST-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COST-JOURNAL-RECORD.
       01  COST-JOURNAL-RECORD.
           05  JRN-ACCOUNT              PIC X(08).
           05  JRN-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JRN-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

      * One line per cost-unknown detail line, for purchasing.
       FD  COST-UNKNOWN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COST-UNKNOWN-LINE.
       01  COST-UNKNOWN-LINE.
           05  CUL-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CUL-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CUL-LINE-NUMBER          PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CUL-INVOICE-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CUL-QUANTITY             PIC ZZZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CUL-LINE-REVENUE         PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CUL-REASON               PIC X(24).

      * The shared GLBATCH1 counter GLJRNL and CASHGLEX also draw
      * from, so every ledger batch shares one sequence.
       FD  BATCH-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-NUMBER-RECORD.
       01  BATCH-NUMBER-RECORD.
           05  BNR-LAST-BATCH-NUMBER    PIC 9(06).

      * The same cumulative journal history GLJRNL and CASHGLEX
      * append to, each batch capped with its BATCHCTL control
      * record, so GLJINQ sees the cost side too.
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
           05  BCT-CREDIT-TOTAL        PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  SALES-DETAIL-OK      VALUE '00'.
               88  END-OF-SALES-DETAIL  VALUE '10'.
           05  ACCOUNT-MAP-STATUS       PIC X(02).
               88  ACCOUNT-MAP-OK       VALUE '00'.
               88  END-OF-ACCOUNT-MAP   VALUE '10'.
           05  COST-JOURNAL-STATUS      PIC X(02).
               88  COST-JOURNAL-OK      VALUE '00'.
               88  END-OF-COST-JOURNAL  VALUE '10'.
           05  COST-UNKNOWN-STATUS      PIC X(02).
               88  COST-UNKNOWN-OK      VALUE '00'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'COGSJRNL'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'COGSJRNL'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Fallback accounts for a SKU group with no type C or type I
      * mapping.
       01  WS-GL-ACCOUNTS.
           05  WS-COST-OF-SALES-ACCOUNT PIC X(08) VALUE '5000COGS'.
           05  WS-INVENTORY-ACCOUNT     PIC X(08) VALUE '1300INV'.

      * The type C and type I mappings loaded at start of run; an
      * unopenable file leaves the table empty and every group on
      * the fallback accounts.
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

      * Cost accumulated per SKU group: shipped cost and returned
      * cost kept apart so a return reverses its own pair instead of
      * netting out of sight.
       01  WS-GROUP-TABLE-AREA.
           05  WS-GROUP-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-GROUP-ENTRIES     PIC S9(05) COMP-3 VALUE 500.
           05  WS-GROUP-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-GROUP-COUNT
                       INDEXED BY GROUP-INDEX.
               10  WS-GRP-KEY           PIC X(04).
               10  WS-GRP-SHIPPED-COST  PIC S9(11)V99 COMP-3.
               10  WS-GRP-RETURNED-COST PIC S9(11)V99 COMP-3.

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-GROUP-COST-ACCOUNT    PIC X(08).
           05  WS-GROUP-INVENTORY-ACCOUNT PIC X(08).
           05  WS-POSTING-AMOUNT        PIC S9(11)V99 COMP-3.
           05  WS-GROUP-TAG.
               10  FILLER               PIC X(04) VALUE 'COGS'.
               10  WS-GROUP-TAG-KEY     PIC X(04).
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-COST-UNKNOWN-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-HOME-COMPANY          PIC X(02) VALUE '01'.
           05  WS-JOURNAL-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.

       01  COST-UNKNOWN-HEADING.
           05  FILLER                   PIC X(50) VALUE
               'SKU         INVOICE    LINE  DATE         QTY     '.
           05  FILLER                   PIC X(37) VALUE
               '    REVENUE  REASON'.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 when the
      * batch proved, 8 when debits and credits disagree or a file
      * would not open - the batch must not be released.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-CLEAN          VALUE 0.
               88  WS-RC-REJECTED       VALUE 8.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'COGSJRNL'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'INVCALC' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'COGSJRNL PRODUCER INVCALC'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL PRODUCER INVCALC NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-ACCOUNT-MAP

           OPEN INPUT SALES-DETAIL-FILE
           IF NOT SALES-DETAIL-OK
               DISPLAY 'STATUS ON SALES-DETAIL-FILE OPEN: '
                       SALES-DETAIL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL STATUS ON SALES-DETAIL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT COST-UNKNOWN-FILE
           IF NOT COST-UNKNOWN-OK
               DISPLAY 'STATUS ON COST-UNKNOWN-FILE OPEN: '
                       COST-UNKNOWN-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL STATUS ON COST-UNKNOWN-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           WRITE COST-UNKNOWN-LINE FROM COST-UNKNOWN-HEADING

           OPEN OUTPUT COST-JOURNAL-FILE
           IF NOT COST-JOURNAL-OK
               DISPLAY 'STATUS ON COST-JOURNAL-FILE OPEN: '
                       COST-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL STATUS ON COST-JOURNAL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-BATCH-NUMBER

           PERFORM UNTIL END-OF-SALES-DETAIL
               READ SALES-DETAIL-FILE
               IF SALES-DETAIL-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM ACCUMULATE-ONE-DETAIL-LINE
               END-IF
           END-PERFORM

           PERFORM JOURNALIZE-ONE-GROUP
               VARYING GROUP-INDEX FROM 1 BY 1
               UNTIL GROUP-INDEX IS GREATER THAN WS-GROUP-COUNT

           PERFORM PROVE-THE-BATCH

           IF NOT WS-RC-REJECTED
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF

           GO TO END-OF-PROGRAM
           .
       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT ACCOUNT-MAP-OK
               DISPLAY 'STATUS ON ACCOUNT-MAP-FILE OPEN: '
                       ACCOUNT-MAP-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL ACCOUNT MAP UNAVAILABLE - DEFAULTS USED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE ZERO TO WS-ACCOUNT-MAP-COUNT
           ELSE
               PERFORM UNTIL END-OF-ACCOUNT-MAP
                   READ ACCOUNT-MAP-FILE
                   IF ACCOUNT-MAP-OK
                   AND (GLM-IS-COST-MAP OR GLM-IS-INVENTORY-MAP)
                   AND (GLM-COMPANY-CODE IS EQUAL TO SPACES
                     OR GLM-COMPANY-CODE IS EQUAL TO WS-HOME-COMPANY)
                       IF WS-ACCOUNT-MAP-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-ACCOUNT-MAPS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'COGSJRNL ACCOUNT MAP TABLE IS FULL'
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
      * The last released batch number plus one from the counter
      * GLJRNL and CASHGLEX share; a missing counter starts the
      * sequence at 1.
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
           DISPLAY 'COST JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * A zero-cost line is listed for purchasing and posts nothing;
      * every other line's cost lands in its SKU group's bucket,
      * shipped or returned by its sign.
       ACCUMULATE-ONE-DETAIL-LINE.
           IF SDL-UNIT-COST IS EQUAL TO ZERO
           OR SDL-LINE-COST IS EQUAL TO ZERO
               PERFORM WRITE-COST-UNKNOWN-LINE
           ELSE
               SET GROUP-INDEX TO 1
               SEARCH WS-GROUP-ENTRY
                   AT END
                       IF WS-GROUP-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-GROUP-ENTRIES
                           ADD 1 TO WS-JS-EXCEPTION-COUNT
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'COGSJRNL GROUP TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           MOVE 'F' TO WS-EL-SEVERITY-CODE
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                           SET WS-RC-REJECTED TO TRUE
                       ELSE
                           ADD 1 TO WS-GROUP-COUNT
                           SET GROUP-INDEX TO WS-GROUP-COUNT
                           MOVE SDL-SKU(1:4)
                               TO WS-GRP-KEY(GROUP-INDEX)
                           MOVE ZERO
                               TO WS-GRP-SHIPPED-COST(GROUP-INDEX)
                                  WS-GRP-RETURNED-COST(GROUP-INDEX)
                           PERFORM ADD-LINE-COST-TO-GROUP
                       END-IF
                   WHEN WS-GRP-KEY(GROUP-INDEX)
                            IS EQUAL TO SDL-SKU(1:4)
                       PERFORM ADD-LINE-COST-TO-GROUP
               END-SEARCH
           END-IF
           .
       ADD-LINE-COST-TO-GROUP.
           IF SDL-LINE-COST IS GREATER THAN ZERO
               ADD SDL-LINE-COST TO WS-GRP-SHIPPED-COST(GROUP-INDEX)
           ELSE
               SUBTRACT SDL-LINE-COST
                   FROM WS-GRP-RETURNED-COST(GROUP-INDEX)
           END-IF
           .
       WRITE-COST-UNKNOWN-LINE.
           ADD 1 TO WS-COST-UNKNOWN-COUNT
           MOVE SDL-SKU TO CUL-SKU
           MOVE SDL-INVOICE-NUMBER TO CUL-INVOICE-NUMBER
           MOVE SDL-LINE-NUMBER TO CUL-LINE-NUMBER
           MOVE SDL-INVOICE-DATE TO CUL-INVOICE-DATE
           MOVE SDL-QUANTITY TO CUL-QUANTITY
           MOVE SDL-LINE-REVENUE TO CUL-LINE-REVENUE
           MOVE 'NO STANDARD COST - SET' TO CUL-REASON
           WRITE COST-UNKNOWN-LINE
           IF NOT COST-UNKNOWN-OK
               DISPLAY 'STATUS ON COST-UNKNOWN-FILE WRITE: '
                       COST-UNKNOWN-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL STATUS ON COST-UNKNOWN WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * Shipped goods debit cost of sales and credit inventory;
      * returned goods go back on the shelf - debit inventory,
      * credit cost of sales. A side with no cost posts nothing.
       JOURNALIZE-ONE-GROUP.
           MOVE WS-GRP-KEY(GROUP-INDEX) TO WS-GROUP-TAG-KEY
           MOVE 'C' TO WS-MAP-LOOKUP-TYPE
           MOVE WS-GRP-KEY(GROUP-INDEX) TO WS-MAP-LOOKUP-KEY
           MOVE WS-COST-OF-SALES-ACCOUNT TO WS-MAPPED-ACCOUNT
           PERFORM LOOK-UP-MAPPED-ACCOUNT
           MOVE WS-MAPPED-ACCOUNT TO WS-GROUP-COST-ACCOUNT
           MOVE 'I' TO WS-MAP-LOOKUP-TYPE
           MOVE WS-INVENTORY-ACCOUNT TO WS-MAPPED-ACCOUNT
           PERFORM LOOK-UP-MAPPED-ACCOUNT
           MOVE WS-MAPPED-ACCOUNT TO WS-GROUP-INVENTORY-ACCOUNT

           IF WS-GRP-SHIPPED-COST(GROUP-INDEX) IS GREATER THAN ZERO
               MOVE WS-GRP-SHIPPED-COST(GROUP-INDEX)
                   TO WS-POSTING-AMOUNT
               MOVE WS-GROUP-COST-ACCOUNT TO JRN-ACCOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-GROUP-INVENTORY-ACCOUNT TO JRN-ACCOUNT
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF

           IF WS-GRP-RETURNED-COST(GROUP-INDEX) IS GREATER THAN ZERO
               MOVE WS-GRP-RETURNED-COST(GROUP-INDEX)
                   TO WS-POSTING-AMOUNT
               MOVE WS-GROUP-INVENTORY-ACCOUNT TO JRN-ACCOUNT
               MOVE WS-POSTING-AMOUNT TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-GROUP-COST-ACCOUNT TO JRN-ACCOUNT
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
           WRITE COST-JOURNAL-RECORD
           IF NOT COST-JOURNAL-OK
               DISPLAY 'STATUS ON COST-JOURNAL-FILE WRITE: '
                       COST-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL STATUS ON COST-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
       PROVE-THE-BATCH.
           DISPLAY 'COST JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'COST JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           IF WS-BATCH-DEBIT-TOTAL IS NOT EQUAL TO
                   WS-BATCH-CREDIT-TOTAL
               DISPLAY 'COST JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               IF WS-RC-REJECTED
                   DISPLAY 'COST JOURNAL BATCH INCOMPLETE - '
                           'REJECTED'
               ELSE
                   DISPLAY 'COST JOURNAL BATCH PROVED - RELEASED'
               END-IF
           END-IF
           .
      * A proved batch is appended whole to the cumulative history,
      * capped with its BATCHCTL control record, and only then is
      * the batch counter advanced.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE COST-JOURNAL-FILE
           SET BATCH-WAS-RELEASED TO TRUE
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO RELEASE-BATCH-EXIT
           END-IF
           OPEN INPUT COST-JOURNAL-FILE
           IF NOT COST-JOURNAL-OK
               DISPLAY 'STATUS ON COST-JOURNAL-FILE REOPEN: '
                       COST-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL STATUS ON COST-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               CLOSE JOURNAL-HISTORY-FILE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM UNTIL END-OF-COST-JOURNAL
               READ COST-JOURNAL-FILE
               IF COST-JOURNAL-OK
                   MOVE COST-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE COST-JOURNAL-FILE
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
               MOVE 'COGSJRNL STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.

       END-OF-PROGRAM.
           DISPLAY 'COST JOURNAL LINES WRITTEN: '
                   WS-JOURNAL-LINE-COUNT
           DISPLAY 'COST-UNKNOWN LINES LISTED:  '
                   WS-COST-UNKNOWN-COUNT
           IF WS-COST-UNKNOWN-COUNT IS GREATER THAN ZERO
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COGSJRNL COST-UNKNOWN LINES LISTED ON COSTUNK1'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           CLOSE SALES-DETAIL-FILE
           CLOSE COST-UNKNOWN-FILE
           IF NOT BATCH-WAS-RELEASED
               CLOSE COST-JOURNAL-FILE
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
