      *****************************************************************
      * Program name:    BCSTRPT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Reporting what was sold under a below-cost approval.
      *
      * INVCALC suspends an invoice when a line's net unit price
      * falls under the SKU's master unit cost or under the minimum
      * margin for its SKU group, unless pricing management has
      * filed an approval for the customer and SKU (or customer and
      * SKU group) on BCAPPRV1. Lines it releases under an approval
      * carry an 'A' in the below-cost flag on SLSDTL1.
      *
      * This program runs nightly after INVCALC (or INVMERGE on a
      * split night) and lists every released line: the invoice,
      * customer and SKU, the net unit price against the unit cost,
      * the revenue, cost and margin, and the approval that covered
      * it - its scope, approver and expiry, found on BCAPPRV1 the
      * same way INVCALC found it. A line whose approval is no longer
      * on file prints *NONE* in the approver column and is counted
      * as an exception. The lines are then totaled by customer and
      * for the night.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BCSTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BELOW-COST-APPROVAL-FILE ASSIGN TO 'BCAPPRV1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BELOW-COST-APPROVAL-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SLSDTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-DETAIL-STATUS.
           SELECT BELOW-COST-REPORT-FILE ASSIGN TO 'BCSTRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BELOW-COST-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same below-cost approvals layout INVCALC releases lines from.
       FD  BELOW-COST-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BELOW-COST-APPROVAL-RECORD.
       01  BELOW-COST-APPROVAL-RECORD.
           05  BCA-CUSTOMER-NUMBER      PIC X(08).
           05  BCA-APPROVAL-SCOPE       PIC X(01).
               88  BCA-IS-SKU-APPROVAL  VALUE 'S'.
               88  BCA-IS-GROUP-APPROVAL VALUE 'G'.
           05  BCA-SKU                  PIC X(10).
           05  BCA-APPROVED-BY          PIC X(08).
           05  BCA-APPROVED-DATE        PIC X(08).
           05  BCA-EXPIRY-DATE          PIC X(08).
           05  BCA-APPROVAL-REASON      PIC X(30).
           05  FILLER                   PIC X(07).

      * Same layout INVCALC writes to SLSDTL1; only lines flagged as
      * released under a below-cost approval are reported.
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
               88  SDL-IS-BELOW-COST-APPROVED VALUE 'A'.

       FD  BELOW-COST-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BELOW-COST-REPORT-LINE.
       01  BELOW-COST-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  BELOW-COST-APPROVAL-STATUS PIC X(02).
               88  BELOW-COST-APPROVAL-OK VALUE '00'.
               88  END-OF-BELOW-COST-APPROVALS VALUE '10'.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  SALES-DETAIL-OK      VALUE '00'.
               88  END-OF-SALES-DETAIL  VALUE '10'.
           05  BELOW-COST-REPORT-STATUS PIC X(02).
               88  BELOW-COST-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'BCSTRPT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'BCSTRPT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The approvals loaded whole, with the same screening INVCALC
      * applies: no approver, a bad expiry or an unknown scope is
      * not an approval.
       01  WS-APPROVAL-TABLE-AREA.
           05  WS-APPROVAL-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-APPROVALS         PIC S9(05) COMP-3 VALUE 1000.
           05  WS-APPROVAL-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-APPROVAL-COUNT
                       INDEXED BY APPROVAL-INDEX.
               10  WS-BCA-CUSTOMER-NUMBER PIC X(08).
               10  WS-BCA-SCOPE         PIC X(01).
               10  WS-BCA-SKU           PIC X(10).
               10  WS-BCA-APPROVED-BY   PIC X(08).
               10  WS-BCA-EXPIRY-DATE   PIC X(08).

      * One entry per customer with released lines, in the order the
      * customers first appear on the night's detail.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMERS         PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-CUS-CUSTOMER-NUMBER PIC X(08).
               10  WS-CUS-LINE-COUNT    PIC S9(07) COMP-3.
               10  WS-CUS-REVENUE       PIC S9(11)V99 COMP-3.
               10  WS-CUS-COST          PIC S9(11)V99 COMP-3.

       01  WS-LINE-FIGURES.
           05  WS-NET-UNIT-PRICE        PIC S9(05)V99 COMP-3.
           05  WS-LINE-MARGIN           PIC S9(09)V99 COMP-3.
           05  WS-MARGIN-PERCENT        PIC S9(05)V9 COMP-3.

       01  WS-NIGHT-TOTALS.
           05  WS-RELEASED-LINE-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNMATCHED-LINE-COUNT  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TOTAL-REVENUE         PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-TOTAL-COST            PIC S9(11)V99 COMP-3
                                        VALUE ZERO.

       01  BCST-HEADING-LINE-1.
           05  FILLER                   PIC X(35)
                   VALUE 'LINES RELEASED BELOW COST OR MARGIN'.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  BHD-RUN-DATE             PIC X(08).

       01  BCST-COLUMN-HEADINGS.
           05  FILLER                   PIC X(10) VALUE 'INVOICE'.
           05  FILLER                   PIC X(10) VALUE 'DATE'.
           05  FILLER                   PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(12) VALUE 'SKU'.
           05  FILLER                   PIC X(09) VALUE '    QTY'.
           05  FILLER                   PIC X(11) VALUE ' NET PRICE'.
           05  FILLER                   PIC X(11) VALUE ' UNIT COST'.
           05  FILLER                   PIC X(14) VALUE
                   '     REVENUE'.
           05  FILLER                   PIC X(14) VALUE
                   '      MARGIN'.
           05  FILLER                   PIC X(08) VALUE ' MGN %'.
           05  FILLER                   PIC X(03) VALUE 'S'.
           05  FILLER                   PIC X(10) VALUE 'APPROVER'.
           05  FILLER                   PIC X(08) VALUE 'EXPIRES'.

       01  BCST-DETAIL-LINE.
           05  BDL-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-INVOICE-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-QUANTITY             PIC ZZ,ZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-NET-UNIT-PRICE       PIC $$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-UNIT-COST            PIC $$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-REVENUE              PIC $$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-MARGIN               PIC $$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-MARGIN-PERCENT       PIC ZZ9.9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-APPROVAL-SCOPE       PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-APPROVED-BY          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-EXPIRY-DATE          PIC X(08).

       01  BCST-CUSTOMER-HEADINGS.
           05  FILLER                   PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(09) VALUE '   LINES'.
           05  FILLER                   PIC X(18) VALUE
                   '         REVENUE'.
           05  FILLER                   PIC X(18) VALUE
                   '            COST'.
           05  FILLER                   PIC X(18) VALUE
                   '          MARGIN'.
           05  FILLER                   PIC X(06) VALUE ' MGN %'.

       01  BCST-TOTAL-LINE.
           05  BTL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BTL-LINE-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BTL-REVENUE              PIC $$,$$$,$$$,$$9.99-.
           05  BTL-COST                 PIC $$,$$$,$$$,$$9.99-.
           05  BTL-MARGIN               PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BTL-MARGIN-PERCENT       PIC ZZ9.9-.

       01  BCST-TRAILER-LINE.
           05  FILLER                   PIC X(16)
                   VALUE 'LINES RELEASED: '.
           05  BTR-RELEASED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(26)
                   VALUE '  APPROVAL NOT ON FILE: '.
           05  BTR-UNMATCHED-COUNT      PIC ZZZ,ZZ9.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'BCSTRPT'.
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

           PERFORM LOAD-BELOW-COST-APPROVALS

           OPEN INPUT SALES-DETAIL-FILE
           IF NOT SALES-DETAIL-OK
               DISPLAY 'STATUS ON SALES-DETAIL-FILE OPEN: '
                       SALES-DETAIL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BCSTRPT STATUS ON SALES-DETAIL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT BELOW-COST-REPORT-FILE
           IF NOT BELOW-COST-REPORT-OK
               DISPLAY 'STATUS ON BELOW-COST-REPORT-FILE OPEN: '
                       BELOW-COST-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BCSTRPT STATUS ON BELOW-COST-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE TO BHD-RUN-DATE
           WRITE BELOW-COST-REPORT-LINE FROM BCST-HEADING-LINE-1
           MOVE SPACES TO BELOW-COST-REPORT-LINE
           WRITE BELOW-COST-REPORT-LINE
           WRITE BELOW-COST-REPORT-LINE FROM BCST-COLUMN-HEADINGS

           PERFORM UNTIL END-OF-SALES-DETAIL
               READ SALES-DETAIL-FILE
               IF SALES-DETAIL-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   IF SDL-IS-BELOW-COST-APPROVED
                       PERFORM REPORT-ONE-RELEASED-LINE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-THE-TOTALS

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * A missing approvals file still lets the night's released
      * lines print; each one then shows as having no approval.
       LOAD-BELOW-COST-APPROVALS.
           OPEN INPUT BELOW-COST-APPROVAL-FILE
           IF NOT BELOW-COST-APPROVAL-OK
               DISPLAY 'STATUS ON BELOW-COST-APPROVAL-FILE OPEN: '
                       BELOW-COST-APPROVAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BCSTRPT STATUS ON BELOW-COST-APPROVAL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-APPROVAL-COUNT
           ELSE
               PERFORM UNTIL END-OF-BELOW-COST-APPROVALS
                   READ BELOW-COST-APPROVAL-FILE
                   IF BELOW-COST-APPROVAL-OK
                   AND BCA-APPROVED-BY IS NOT EQUAL TO SPACES
                   AND BCA-EXPIRY-DATE IS NUMERIC
                   AND (BCA-IS-SKU-APPROVAL OR BCA-IS-GROUP-APPROVAL)
                       IF WS-APPROVAL-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-APPROVALS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'BCSTRPT BCAPPRV1 TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-APPROVAL-COUNT
                           MOVE BCA-CUSTOMER-NUMBER
                               TO WS-BCA-CUSTOMER-NUMBER
                                      (WS-APPROVAL-COUNT)
                           MOVE BCA-APPROVAL-SCOPE
                               TO WS-BCA-SCOPE(WS-APPROVAL-COUNT)
                           MOVE BCA-SKU
                               TO WS-BCA-SKU(WS-APPROVAL-COUNT)
                           MOVE BCA-APPROVED-BY
                               TO WS-BCA-APPROVED-BY
                                      (WS-APPROVAL-COUNT)
                           MOVE BCA-EXPIRY-DATE
                               TO WS-BCA-EXPIRY-DATE
                                      (WS-APPROVAL-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BELOW-COST-APPROVAL-FILE
           END-IF
           .
       REPORT-ONE-RELEASED-LINE.
           ADD 1 TO WS-RELEASED-LINE-COUNT
           ADD SDL-LINE-REVENUE TO WS-TOTAL-REVENUE
           ADD SDL-LINE-COST TO WS-TOTAL-COST
           COMPUTE WS-LINE-MARGIN = SDL-LINE-REVENUE - SDL-LINE-COST
           IF SDL-QUANTITY IS EQUAL TO ZERO
               MOVE ZERO TO WS-NET-UNIT-PRICE
           ELSE
               COMPUTE WS-NET-UNIT-PRICE ROUNDED =
                   SDL-LINE-REVENUE / SDL-QUANTITY
           END-IF
           IF SDL-LINE-REVENUE IS EQUAL TO ZERO
               MOVE ZERO TO WS-MARGIN-PERCENT
           ELSE
               COMPUTE WS-MARGIN-PERCENT ROUNDED =
                   WS-LINE-MARGIN * 100 / SDL-LINE-REVENUE
           END-IF

           MOVE SPACES TO BELOW-COST-REPORT-LINE
           MOVE SDL-INVOICE-NUMBER TO BDL-INVOICE-NUMBER
           MOVE SDL-INVOICE-DATE TO BDL-INVOICE-DATE
           MOVE SDL-CUSTOMER-NUMBER TO BDL-CUSTOMER-NUMBER
           MOVE SDL-SKU TO BDL-SKU
           MOVE SDL-QUANTITY TO BDL-QUANTITY
           MOVE WS-NET-UNIT-PRICE TO BDL-NET-UNIT-PRICE
           MOVE SDL-UNIT-COST TO BDL-UNIT-COST
           MOVE SDL-LINE-REVENUE TO BDL-REVENUE
           MOVE WS-LINE-MARGIN TO BDL-MARGIN
           MOVE WS-MARGIN-PERCENT TO BDL-MARGIN-PERCENT
           PERFORM FIND-LINE-APPROVAL
           WRITE BELOW-COST-REPORT-LINE FROM BCST-DETAIL-LINE

           PERFORM POST-CUSTOMER-TOTALS
           .
      * The first approval for the customer and the SKU, or the
      * customer and the SKU's group, whose expiry is not before the
      * invoice date - the same search INVCALC released the line on.
       FIND-LINE-APPROVAL.
           MOVE SPACE TO BDL-APPROVAL-SCOPE
           MOVE '*NONE*' TO BDL-APPROVED-BY
           MOVE SPACES TO BDL-EXPIRY-DATE
           SET APPROVAL-INDEX TO 1
           IF WS-APPROVAL-COUNT IS GREATER THAN ZERO
               SEARCH WS-APPROVAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BCA-CUSTOMER-NUMBER(APPROVAL-INDEX)
                            IS EQUAL TO SDL-CUSTOMER-NUMBER
                   AND  WS-BCA-EXPIRY-DATE(APPROVAL-INDEX)
                            IS NOT LESS THAN SDL-INVOICE-DATE
                   AND ((WS-BCA-SCOPE(APPROVAL-INDEX) IS EQUAL TO 'S'
                         AND WS-BCA-SKU(APPROVAL-INDEX) IS EQUAL TO
                             SDL-SKU)
                     OR (WS-BCA-SCOPE(APPROVAL-INDEX) IS EQUAL TO 'G'
                         AND WS-BCA-SKU(APPROVAL-INDEX)(1:4)
                             IS EQUAL TO SDL-SKU(1:4)))
                       MOVE WS-BCA-SCOPE(APPROVAL-INDEX)
                           TO BDL-APPROVAL-SCOPE
                       MOVE WS-BCA-APPROVED-BY(APPROVAL-INDEX)
                           TO BDL-APPROVED-BY
                       MOVE WS-BCA-EXPIRY-DATE(APPROVAL-INDEX)
                           TO BDL-EXPIRY-DATE
               END-SEARCH
           END-IF
           IF BDL-APPROVED-BY IS EQUAL TO '*NONE*'
               ADD 1 TO WS-UNMATCHED-LINE-COUNT
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BCSTRPT RELEASED LINE HAS NO APPROVAL ON FILE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               MOVE SDL-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       POST-CUSTOMER-TOTALS.
           SET CUSTOMER-INDEX TO 1
           IF WS-CUSTOMER-COUNT IS GREATER THAN ZERO
               SEARCH WS-CUSTOMER-ENTRY
                   AT END
                       PERFORM ADD-CUSTOMER-ENTRY
                   WHEN WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                            IS EQUAL TO SDL-CUSTOMER-NUMBER
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM ADD-CUSTOMER-ENTRY
           END-IF
           IF CUSTOMER-INDEX IS NOT GREATER THAN WS-CUSTOMER-COUNT
               IF WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                       IS EQUAL TO SDL-CUSTOMER-NUMBER
                   ADD 1 TO WS-CUS-LINE-COUNT(CUSTOMER-INDEX)
                   ADD SDL-LINE-REVENUE
                       TO WS-CUS-REVENUE(CUSTOMER-INDEX)
                   ADD SDL-LINE-COST TO WS-CUS-COST(CUSTOMER-INDEX)
               END-IF
           END-IF
           .
       ADD-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT IS GREATER THAN
                   OR EQUAL TO WS-MAX-CUSTOMERS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BCSTRPT CUSTOMER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
               MOVE SDL-CUSTOMER-NUMBER
                   TO WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               MOVE ZERO TO WS-CUS-LINE-COUNT(CUSTOMER-INDEX)
               MOVE ZERO TO WS-CUS-REVENUE(CUSTOMER-INDEX)
               MOVE ZERO TO WS-CUS-COST(CUSTOMER-INDEX)
           END-IF
           .
       WRITE-THE-TOTALS.
           MOVE SPACES TO BELOW-COST-REPORT-LINE
           WRITE BELOW-COST-REPORT-LINE
           MOVE 'TOTALS BY CUSTOMER' TO BELOW-COST-REPORT-LINE
           WRITE BELOW-COST-REPORT-LINE
           WRITE BELOW-COST-REPORT-LINE FROM BCST-CUSTOMER-HEADINGS
           PERFORM WITH TEST BEFORE
                   VARYING CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL CUSTOMER-INDEX > WS-CUSTOMER-COUNT
               MOVE WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                   TO BTL-CUSTOMER-NUMBER
               MOVE WS-CUS-LINE-COUNT(CUSTOMER-INDEX)
                   TO BTL-LINE-COUNT
               MOVE WS-CUS-REVENUE(CUSTOMER-INDEX) TO BTL-REVENUE
               MOVE WS-CUS-COST(CUSTOMER-INDEX) TO BTL-COST
               COMPUTE WS-LINE-MARGIN = WS-CUS-REVENUE(CUSTOMER-INDEX)
                                      - WS-CUS-COST(CUSTOMER-INDEX)
               MOVE WS-LINE-MARGIN TO BTL-MARGIN
               IF WS-CUS-REVENUE(CUSTOMER-INDEX) IS EQUAL TO ZERO
                   MOVE ZERO TO WS-MARGIN-PERCENT
               ELSE
                   COMPUTE WS-MARGIN-PERCENT ROUNDED =
                       WS-LINE-MARGIN * 100
                           / WS-CUS-REVENUE(CUSTOMER-INDEX)
               END-IF
               MOVE WS-MARGIN-PERCENT TO BTL-MARGIN-PERCENT
               WRITE BELOW-COST-REPORT-LINE FROM BCST-TOTAL-LINE
           END-PERFORM

           MOVE SPACES TO BELOW-COST-REPORT-LINE
           WRITE BELOW-COST-REPORT-LINE
           MOVE 'NIGHT' TO BTL-CUSTOMER-NUMBER
           MOVE WS-RELEASED-LINE-COUNT TO BTL-LINE-COUNT
           MOVE WS-TOTAL-REVENUE TO BTL-REVENUE
           MOVE WS-TOTAL-COST TO BTL-COST
           COMPUTE WS-LINE-MARGIN = WS-TOTAL-REVENUE - WS-TOTAL-COST
           MOVE WS-LINE-MARGIN TO BTL-MARGIN
           IF WS-TOTAL-REVENUE IS EQUAL TO ZERO
               MOVE ZERO TO WS-MARGIN-PERCENT
           ELSE
               COMPUTE WS-MARGIN-PERCENT ROUNDED =
                   WS-LINE-MARGIN * 100 / WS-TOTAL-REVENUE
           END-IF
           MOVE WS-MARGIN-PERCENT TO BTL-MARGIN-PERCENT
           WRITE BELOW-COST-REPORT-LINE FROM BCST-TOTAL-LINE

           MOVE SPACES TO BELOW-COST-REPORT-LINE
           WRITE BELOW-COST-REPORT-LINE
           MOVE WS-RELEASED-LINE-COUNT TO BTR-RELEASED-COUNT
           MOVE WS-UNMATCHED-LINE-COUNT TO BTR-UNMATCHED-COUNT
           WRITE BELOW-COST-REPORT-LINE FROM BCST-TRAILER-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'LINES RELEASED BELOW COST: ' WS-RELEASED-LINE-COUNT
           CLOSE SALES-DETAIL-FILE
           CLOSE BELOW-COST-REPORT-FILE
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
