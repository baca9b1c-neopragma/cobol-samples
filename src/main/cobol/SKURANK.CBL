      *   GLACCTM1 account mapping uses) follows the rankings.
      *   Lines whose cost is zero are totaled but flagged in a
      *   cost-unknown column rather than counted as pure profit.
      * - The revenue ranking is also written to SKUABC1 as an ABC
      *   class per SKU - A for the SKUs carrying the first 80% of
      *   the night's revenue, B for the next 15%, C for the rest -
      *   so CNTSHEET can pick cycle-count SKUs by class.
      * - SLSDTL1 lines now end with the shipping warehouse code.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SKURANK.
           SELECT SKU-RANKING-FILE ASSIGN TO 'SKURNK1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-RANKING-STATUS.
           SELECT SKU-CLASS-FILE ASSIGN TO 'SKUABC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-CLASS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to SALES-DETAIL-FILE (SLSDTL1) -
           05  SDL-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SDL-LINE-COST            PIC S9(07)V99 COMP-3.
           05  SDL-PROMO-FLAG           PIC X(01).
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

       FD  SKU-RANKING-FILE
           LABEL RECORDS ARE STANDARD
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RNK-COST-UNKNOWN         PIC X(01).

      * One record per ranked SKU in revenue-rank order, the layout
      * CNTSHEET reads.
       FD  SKU-CLASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SKU-CLASS-RECORD.
       01  SKU-CLASS-RECORD.
           05  SAB-SKU                  PIC X(10).
           05  SAB-REVENUE-RANK         PIC 9(05).
           05  SAB-REVENUE              PIC S9(09)V99 COMP-3.
           05  SAB-ABC-CLASS            PIC X(01).
           05  SAB-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  END-OF-SALES-DETAIL  VALUE '10'.
           05  SKU-RANKING-STATUS       PIC X(02).
               88  SKU-RANKING-OK       VALUE '00'.
           05  SKU-CLASS-STATUS         PIC X(02).
               88  SKU-CLASS-OK         VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.

       01  WS-RANK-NUMBER               PIC S9(05) COMP-3.

      * ABC classing off the revenue ranking: a SKU's class follows
      * the share of total revenue ranked ahead of it, so the top
      * seller is always an A.
       01  WS-ABC-WORK-AREAS.
           05  WS-ABC-TOTAL-REVENUE     PIC S9(11)V99 COMP-3.
           05  WS-ABC-REVENUE-AHEAD     PIC S9(11)V99 COMP-3.
           05  WS-ABC-PERCENT-AHEAD     PIC S9(03)V99 COMP-3.
           05  WS-ABC-A-LIMIT-PERCENT   PIC S9(03)V99 COMP-3
                   VALUE 80.
           05  WS-ABC-B-LIMIT-PERCENT   PIC S9(03)V99 COMP-3
                   VALUE 95.

      * Margin rollup by SKU group - the first four characters of
      * the SKU, the same group key the GLACCTM1 account mapping is
      * keyed on.
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT SKU-CLASS-FILE
           IF NOT SKU-CLASS-OK
               DISPLAY 'STATUS ON SKU-CLASS-FILE OPEN: '
                       SKU-CLASS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SKURANK STATUS ON SKU-CLASS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-SALES-DETAIL
               READ SALES-DETAIL-FILE
               IF SALES-DETAIL-OK
           SET WS-SORTING-BY-REVENUE TO TRUE
           PERFORM SORT-THE-TOTALS-TABLE
           PERFORM WRITE-ALL-RANKING-LINES
           PERFORM WRITE-ALL-CLASS-RECORDS

           MOVE SPACES TO SKU-RANKING-LINE
           WRITE SKU-RANKING-LINE
           MOVE WS-SKU-TOTALS-COUNT TO TRL-SKU-COUNT
           WRITE SKU-RANKING-LINE FROM SKU-RANKING-TRAILER
           .
      * Runs while the table is still in revenue order. Only
      * positive revenue counts toward the total; a SKU that netted
      * to zero or less on returns is a C.
       WRITE-ALL-CLASS-RECORDS.
           MOVE ZERO TO WS-ABC-TOTAL-REVENUE
           MOVE ZERO TO WS-ABC-REVENUE-AHEAD
           PERFORM WITH TEST BEFORE
                   VARYING SKU-TOTALS-INDEX FROM 1 BY 1
                   UNTIL SKU-TOTALS-INDEX > WS-SKU-TOTALS-COUNT
               IF WS-SKT-REVENUE(SKU-TOTALS-INDEX) IS GREATER
                       THAN ZERO
                   ADD WS-SKT-REVENUE(SKU-TOTALS-INDEX)
                       TO WS-ABC-TOTAL-REVENUE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-RANK-NUMBER
           PERFORM WITH TEST BEFORE
                   VARYING SKU-TOTALS-INDEX FROM 1 BY 1
                   UNTIL SKU-TOTALS-INDEX > WS-SKU-TOTALS-COUNT
               ADD 1 TO WS-RANK-NUMBER
               MOVE SPACES TO SKU-CLASS-RECORD
               MOVE WS-SKT-SKU(SKU-TOTALS-INDEX) TO SAB-SKU
               MOVE WS-RANK-NUMBER TO SAB-REVENUE-RANK
               MOVE WS-SKT-REVENUE(SKU-TOTALS-INDEX) TO SAB-REVENUE
               MOVE WS-CDT-DATE TO SAB-RUN-DATE
               IF WS-SKT-REVENUE(SKU-TOTALS-INDEX) IS NOT GREATER
                       THAN ZERO
                   MOVE 'C' TO SAB-ABC-CLASS
               ELSE
                   COMPUTE WS-ABC-PERCENT-AHEAD =
                       WS-ABC-REVENUE-AHEAD * 100
                           / WS-ABC-TOTAL-REVENUE
                   EVALUATE TRUE
                       WHEN WS-ABC-PERCENT-AHEAD IS LESS THAN
                               WS-ABC-A-LIMIT-PERCENT
                           MOVE 'A' TO SAB-ABC-CLASS
                       WHEN WS-ABC-PERCENT-AHEAD IS LESS THAN
                               WS-ABC-B-LIMIT-PERCENT
                           MOVE 'B' TO SAB-ABC-CLASS
                       WHEN OTHER
                           MOVE 'C' TO SAB-ABC-CLASS
                   END-EVALUATE
                   ADD WS-SKT-REVENUE(SKU-TOTALS-INDEX)
                       TO WS-ABC-REVENUE-AHEAD
               END-IF
               WRITE SKU-CLASS-RECORD
               IF NOT SKU-CLASS-OK
                   DISPLAY 'STATUS ON SKU-CLASS-FILE WRITE: '
                           SKU-CLASS-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'SKURANK STATUS ON SKU-CLASS-FILE WRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           END-PERFORM
           .
       WRITE-ALL-GROUP-LINES.
           PERFORM WITH TEST BEFORE
                   VARYING GROUP-TOTALS-INDEX FROM 1 BY 1
           DISPLAY 'NUMBER OF SKUS RANKED: ' WS-SKU-TOTALS-COUNT
           CLOSE SALES-DETAIL-FILE
           CLOSE SKU-RANKING-FILE
           CLOSE SKU-CLASS-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
