      *****************************************************************
      * Program name:    BUDGRPT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * The monthly sales budget-versus-actual report.
      *
      * The sales VP sets a budget by fiscal period, SKU group and
      * salesperson, kept on BUDGMST1 by BUDGMNT, and used to compare
      * it with actuals by retyping SLSFLASH and SLSHRPT numbers into
      * a spreadsheet. This program does the comparison. Actual
      * revenue comes from SLSHROLL's cumulative sales history
      * (SLSHIST1), which is kept by customer, SKU group and fiscal
      * period; each customer's revenue is credited to the salesperson
      * CUSTMAST assigns them to, the way COMMCALC credits it, and a
      * customer with no salesperson falls to the house accounts.
      *
      * For each salesperson and SKU group the report shows the
      * period and the fiscal-year-to-date actual, budget, variance
      * (actual less budget) and actual as a percent of budget. Each
      * salesperson gets a subtotal, and the whole is rolled up to
      * the company by SKU group with a company total. Any group
      * whose year-to-date actual is behind its year-to-date budget
      * by more than the tolerance percent is flagged BEHIND, both
      * per salesperson and at the company level.
      *
      * The company's period and year-to-date sales per PTDROLL's
      * PTDFILE1 are printed under the company total beside the
      * history's figures, so a period whose history was not rolled
      * (or was rolled twice) shows up before anyone reads the
      * variances.
      *
      * Control cards on INVCPARM: BUDGPER names the fiscal period
      * reported (YYYYPP) - without it, the fiscal period before the
      * one the run date falls in, the TAXRECON convention; BUDGTOLR
      * is the behind-budget tolerance as a whole percent (default
      * 10); FISCSTMO gives the fiscal year's start month.
      *
      * RETURN-CODE is 0 when no group is flagged, 4 when any group is
      * behind budget, and 8 when the period is not valid or the
      * report could not be opened.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT BUDGET-FILE ASSIGN TO 'BUDGMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUDGET-FILE-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SLSHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-HISTORY-STATUS.
           SELECT PTD-FILE ASSIGN TO 'PTDFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PTD-FILE-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO 'BUDGRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUDGET-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC reads; only the salesperson assignment
      * matters here.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER       PIC X(08).
           05  CM-CUSTOMER-NAME         PIC X(30).
           05  FILLER                   PIC X(149).
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(30).

      * Same layout BUDGMNT writes.
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BUDGET-RECORD.
       01  BUDGET-RECORD.
           05  BGM-FISCAL-YEAR          PIC 9(04).
           05  BGM-FISCAL-PERIOD        PIC 9(02).
           05  BGM-SKU-GROUP-CODE       PIC X(04).
           05  BGM-SALESPERSON-CODE     PIC X(03).
           05  BGM-BUDGET-AMOUNT        PIC S9(11)V99 COMP-3.

      * Same layout SLSHROLL writes.
       FD  SALES-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALES-HISTORY-RECORD.
       01  SALES-HISTORY-RECORD.
           05  SHR-CUSTOMER-NUMBER      PIC X(08).
           05  SHR-SKU-GROUP-CODE       PIC X(04).
           05  SHR-FISCAL-PERIOD        PIC X(06).
           05  SHR-FISCAL-PERIOD-PARTS REDEFINES SHR-FISCAL-PERIOD.
               10  SHR-FISCAL-YEAR-NUM  PIC 9(04).
               10  SHR-FISCAL-PERIOD-NUM PIC 9(02).
           05  SHR-UNITS                PIC S9(09) COMP-3.
           05  SHR-REVENUE              PIC S9(11)V99 COMP-3.

      * Same layout PTDROLL writes.
       FD  PTD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PTD-RECORD.
       01  PTD-RECORD.
           05  PTD-FISCAL-YEAR          PIC 9(04).
           05  PTD-FISCAL-PERIOD        PIC 9(02).
           05  PTD-JURISDICTION-CODE    PIC X(02).
           05  PTD-SALES-AMOUNT         PIC S9(11)V99 COMP-3.
           05  PTD-TAX-AMOUNT           PIC S9(09)V9(03) COMP-3.
           05  PTD-INVOICE-COUNT        PIC S9(09) COMP-3.
           05  PTD-RETURN-COUNT         PIC S9(09) COMP-3.

       FD  BUDGET-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BUDGET-REPORT-LINE.
       01  BUDGET-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  BUDGET-FILE-STATUS       PIC X(02).
               88  BUDGET-FILE-OK       VALUE '00'.
               88  END-OF-BUDGET-FILE   VALUE '10'.
           05  SALES-HISTORY-STATUS     PIC X(02).
               88  SALES-HISTORY-OK     VALUE '00'.
               88  END-OF-SALES-HISTORY VALUE '10'.
           05  PTD-FILE-STATUS          PIC X(02).
               88  PTD-FILE-OK          VALUE '00'.
               88  END-OF-PTD-FILE      VALUE '10'.
           05  BUDGET-REPORT-STATUS     PIC X(02).
               88  BUDGET-REPORT-OK     VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'BUDGRPT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'BUDGRPT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'BUDGRPT'.
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

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'BUDGRPT'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The fiscal period reported, YYYYPP; year-to-date is period 01
      * of the same fiscal year through this one.
       01  WS-REPORT-PERIOD-AREA.
           05  WS-REPORT-PERIOD-KEY     PIC X(06).
           05  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD-KEY.
               10  WS-REPORT-FISCAL-YEAR PIC 9(04).
               10  WS-REPORT-FISCAL-PERIOD PIC 9(02).

      * A group whose year-to-date actual falls short of budget by
      * more than this percent of budget is flagged.
       01  WS-BEHIND-TOLERANCE          PIC 9(03) VALUE 10.

      * Customer-to-salesperson assignments loaded up front.
       01  WS-ASSIGNMENT-TABLE-AREA.
           05  WS-ASSIGNMENT-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ASSIGNMENTS       PIC S9(05) COMP-3 VALUE 2000.
           05  WS-ASSIGNMENT-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-ASSIGNMENT-COUNT
                       INDEXED BY ASSIGNMENT-INDEX.
               10  WS-ASG-CUSTOMER      PIC X(08).
               10  WS-ASG-SALESPERSON   PIC X(03).

      * One entry per salesperson and SKU group with a budget or a
      * sale in the fiscal year, sorted before printing.
       01  WS-COMPARISON-TABLE-AREA.
           05  WS-COMPARISON-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPARISONS       PIC S9(05) COMP-3 VALUE 1000.
           05  WS-COMPARISON-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-COMPARISON-COUNT
                       INDEXED BY COMPARISON-INDEX.
               10  WS-CMP-SORT-KEY.
                   15  WS-CMP-SALESPERSON PIC X(03).
                   15  WS-CMP-SKU-GROUP PIC X(04).
               10  WS-CMP-AMOUNTS.
                   15  WS-CMP-PERIOD-ACTUAL PIC S9(11)V99 COMP-3.
                   15  WS-CMP-PERIOD-BUDGET PIC S9(11)V99 COMP-3.
                   15  WS-CMP-YTD-ACTUAL    PIC S9(11)V99 COMP-3.
                   15  WS-CMP-YTD-BUDGET    PIC S9(11)V99 COMP-3.

      * The company roll-up by SKU group, built as the salesperson
      * lines print.
       01  WS-GROUP-TABLE-AREA.
           05  WS-GROUP-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-GROUPS            PIC S9(05) COMP-3 VALUE 200.
           05  WS-GROUP-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-GROUP-COUNT
                       INDEXED BY GROUP-INDEX.
               10  WS-GRP-SKU-GROUP     PIC X(04).
               10  WS-GRP-AMOUNTS.
                   15  WS-GRP-PERIOD-ACTUAL PIC S9(11)V99 COMP-3.
                   15  WS-GRP-PERIOD-BUDGET PIC S9(11)V99 COMP-3.
                   15  WS-GRP-YTD-ACTUAL    PIC S9(11)V99 COMP-3.
                   15  WS-GRP-YTD-BUDGET    PIC S9(11)V99 COMP-3.

       01  WS-SORT-WORK-AREAS.
           05  WS-SORT-PASS             PIC S9(05) COMP.
           05  WS-SORT-SUB              PIC S9(05) COMP.
           05  WS-SORT-SUB-NEXT         PIC S9(05) COMP.
           05  WS-SORT-SWAPPED-SWITCH   PIC X.
               88  WS-SORT-SWAPPED      VALUE 'Y'.
           05  WS-HOLD-SORT-KEY         PIC X(07).
           05  WS-HOLD-AMOUNTS          PIC X(28).

      * The key being looked up or added, and the amounts a line
      * prints from.
       01  WS-LOOKUP-WORK-AREAS.
           05  WS-LOOKUP-SALESPERSON    PIC X(03).
           05  WS-LOOKUP-SKU-GROUP      PIC X(04).
           05  WS-LOOKUP-FOUND-SWITCH   PIC X.
               88  WS-LOOKUP-FOUND      VALUE 'Y'.
           05  WS-LOOKUP-SUB            PIC S9(05) COMP.

       01  WS-LINE-AMOUNTS.
           05  WS-LINE-PERIOD-ACTUAL    PIC S9(11)V99 COMP-3.
           05  WS-LINE-PERIOD-BUDGET    PIC S9(11)V99 COMP-3.
           05  WS-LINE-YTD-ACTUAL       PIC S9(11)V99 COMP-3.
           05  WS-LINE-YTD-BUDGET       PIC S9(11)V99 COMP-3.
           05  WS-LINE-VARIANCE         PIC S9(11)V99 COMP-3.
           05  WS-LINE-PERCENT          PIC S9(05)V9 COMP-3.
           05  WS-LINE-SHORTFALL        PIC S9(13)V99 COMP-3.
           05  WS-LINE-ALLOWANCE        PIC S9(13)V99 COMP-3.
           05  WS-LINE-FLAG-SWITCH      PIC X.
               88  WS-LINE-IS-GROUP     VALUE 'G'.
               88  WS-LINE-IS-TOTAL     VALUE 'T'.

       01  WS-SALESPERSON-TOTALS.
           05  WS-SLS-PERIOD-ACTUAL     PIC S9(11)V99 COMP-3.
           05  WS-SLS-PERIOD-BUDGET     PIC S9(11)V99 COMP-3.
           05  WS-SLS-YTD-ACTUAL        PIC S9(11)V99 COMP-3.
           05  WS-SLS-YTD-BUDGET        PIC S9(11)V99 COMP-3.
       01  WS-COMPANY-TOTALS.
           05  WS-CO-PERIOD-ACTUAL      PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-CO-PERIOD-BUDGET      PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-CO-YTD-ACTUAL         PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-CO-YTD-BUDGET         PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
       01  WS-CONTROL-TOTALS.
           05  WS-PTD-PERIOD-SALES      PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-PTD-YTD-SALES         PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-CONTROL-DIFFERENCE    PIC S9(11)V99 COMP-3.

       01  WS-REPORT-WORK-AREAS.
           05  WS-REPORT-SUB            PIC S9(05) COMP.
           05  WS-PRIOR-SALESPERSON     PIC X(03).
           05  WS-BEHIND-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-HISTORY-USED-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-BUDGETS-USED-COUNT    PIC S9(07) COMP-3 VALUE ZERO.

       01  BUDGET-HEADING-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'SALES BUDGET VERSUS ACTUAL    '.
           05  FILLER                   PIC X(15)
                   VALUE 'FISCAL PERIOD: '.
           05  BHD-PERIOD-KEY           PIC X(06).
           05  FILLER                   PIC X(16)
                   VALUE '   BEHIND OVER: '.
           05  BHD-TOLERANCE            PIC ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE ' PCT   RUN DATE '.
           05  BHD-RUN-DATE             PIC X(08).
       01  BUDGET-HEADING-LINE-2.
           05  FILLER                   PIC X(18) VALUE SPACES.
           05  FILLER                   PIC X(23) VALUE ALL '-'.
           05  FILLER                   PIC X(08) VALUE ' PERIOD '.
           05  FILLER                   PIC X(21) VALUE ALL '-'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(19) VALUE ALL '-'.
           05  FILLER                   PIC X(14)
                   VALUE ' YEAR TO DATE '.
           05  FILLER                   PIC X(19) VALUE ALL '-'.
       01  BUDGET-COLUMN-HEADINGS.
           05  FILLER                   PIC X(18)
                   VALUE 'SALESPERSON GROUP '.
           05  FILLER                   PIC X(29)
                   VALUE '        ACTUAL         BUDGET'.
           05  FILLER                   PIC X(25)
                   VALUE '       VARIANCE    PCT   '.
           05  FILLER                   PIC X(29)
                   VALUE '        ACTUAL         BUDGET'.
           05  FILLER                   PIC X(22)
                   VALUE '       VARIANCE    PCT'.

       01  BUDGET-DETAIL-LINE.
           05  BDL-SALESPERSON          PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BDL-SKU-GROUP            PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-PERIOD-ACTUAL        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BDL-PERIOD-BUDGET        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BDL-PERIOD-VARIANCE      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BDL-PERIOD-PERCENT       PIC ZZZ9.9-.
           05  BDL-PERIOD-PERCENT-X REDEFINES BDL-PERIOD-PERCENT
                                        PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BDL-YTD-ACTUAL           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BDL-YTD-BUDGET           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BDL-YTD-VARIANCE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BDL-YTD-PERCENT          PIC ZZZ9.9-.
           05  BDL-YTD-PERCENT-X REDEFINES BDL-YTD-PERCENT
                                        PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BDL-FLAG                 PIC X(06).

       01  BUDGET-SECTION-LINE.
           05  BSL-TEXT                 PIC X(40).

       01  BUDGET-CONTROL-LINE.
           05  BCL-TEXT                 PIC X(18).
           05  BCL-PERIOD-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(41) VALUE SPACES.
           05  BCL-YTD-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.

       01  BUDGET-TRAILER-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'GROUPS BEHIND BUDGET:         '.
           05  BTL-BEHIND-COUNT         PIC ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 when no
      * group is behind, 4 when any is, 8 when the run was refused.
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

           MOVE 'CK' TO WS-PC-FUNCTION-CODE
           CALL 'RUNCAL' USING WS-RUN-CALENDAR-CONVERSION
           EVALUATE TRUE
               WHEN WS-PC-RUN-IS-SCHEDULED
                   CONTINUE
               WHEN WS-PC-RUN-IS-OVERRIDDEN
                   DISPLAY 'BUDGRPT NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'BUDGRPT RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'BUDGRPT PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'BUDGRPT CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'BUDGRPT NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'BUDGRPT NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           PERFORM LOAD-CONTROL-CARDS
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT BUDGET-REPORT-FILE
           IF NOT BUDGET-REPORT-OK
               DISPLAY 'STATUS ON BUDGET-REPORT-FILE OPEN: '
                       BUDGET-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGRPT STATUS ON BUDGET-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-SALESPERSON-ASSIGNMENTS
           PERFORM ACCUMULATE-BUDGETS
           PERFORM ACCUMULATE-ACTUALS
           PERFORM ACCUMULATE-PTD-SALES
           PERFORM SORT-COMPARISON-TABLE

           PERFORM WRITE-THE-REPORT
           CLOSE BUDGET-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * FISCSTMO gives the fiscal year's start month; BUDGPER names
      * the period to report, and without it the period before the
      * one the run date falls in is reported. BUDGTOLR overrides
      * the behind-budget tolerance.
       LOAD-CONTROL-CARDS.
           MOVE SPACES TO WS-REPORT-PERIOD-KEY
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
               MOVE 'BUDGPER' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:6) TO WS-REPORT-PERIOD-KEY
               END-IF
               MOVE 'BUDGTOLR' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
               AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-BEHIND-TOLERANCE
               END-IF
           END-IF
           IF WS-REPORT-PERIOD-KEY IS EQUAL TO SPACES
               MOVE 'FP' TO WS-DC-FUNCTION-CODE
               MOVE WS-CDT-DATE-X(1:4) TO WS-DC-YEAR-1
               MOVE WS-CDT-DATE-X(5:2) TO WS-DC-MONTH-1
               MOVE WS-CDT-DATE-X(7:2) TO WS-DC-DAY-1
               MOVE WS-FISCAL-YEAR-START-MONTH
                   TO WS-DC-FISCAL-YEAR-START-MONTH
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-REPORT-FISCAL-YEAR
               MOVE WS-DC-RESULT-FISCAL-PERIOD
                   TO WS-REPORT-FISCAL-PERIOD
               IF WS-REPORT-FISCAL-PERIOD IS EQUAL TO 1
                   MOVE 12 TO WS-REPORT-FISCAL-PERIOD
                   SUBTRACT 1 FROM WS-REPORT-FISCAL-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-FISCAL-PERIOD
               END-IF
           END-IF
           IF WS-REPORT-PERIOD-KEY IS NOT NUMERIC
           OR WS-REPORT-FISCAL-PERIOD IS LESS THAN 1
           OR WS-REPORT-FISCAL-PERIOD IS GREATER THAN 12
               DISPLAY 'BUDGRPT BUDGPER PERIOD NOT VALID: '
                       WS-REPORT-PERIOD-KEY
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGRPT BUDGPER FISCAL PERIOD NOT VALID'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               DISPLAY 'SALES BUDGET REPORTED FOR FISCAL PERIOD: '
                       WS-REPORT-PERIOD-KEY
           END-IF
           .
      * A customer with no salesperson is left out of the table and
      * so falls to the house accounts (salesperson spaces).
       LOAD-SALESPERSON-ASSIGNMENTS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGRPT STATUS ON CUSTOMER-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-ASSIGNMENT-COUNT
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       IF CM-SALESPERSON-CODE IS NOT EQUAL TO SPACES
                           PERFORM ADD-ONE-ASSIGNMENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       ADD-ONE-ASSIGNMENT.
           IF WS-ASSIGNMENT-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-ASSIGNMENTS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGRPT ASSIGNMENT TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-ASSIGNMENT-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-ASG-CUSTOMER(WS-ASSIGNMENT-COUNT)
               MOVE CM-SALESPERSON-CODE
                   TO WS-ASG-SALESPERSON(WS-ASSIGNMENT-COUNT)
           END-IF
           .
      * Budget records for the reported fiscal year up to and
      * including the reported period make up the year-to-date
      * budget; the reported period's own records are also the
      * period budget.
       ACCUMULATE-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF NOT BUDGET-FILE-OK
               DISPLAY 'STATUS ON BUDGET-FILE OPEN: '
                       BUDGET-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGRPT STATUS ON BUDGET-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-BUDGET-FILE
                   READ BUDGET-FILE
                   IF BUDGET-FILE-OK
                       PERFORM ACCUMULATE-ONE-BUDGET
                           THRU ACCUMULATE-ONE-BUDGET-EXIT
                   END-IF
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           .
       ACCUMULATE-ONE-BUDGET.
           IF BGM-FISCAL-YEAR IS NOT EQUAL TO WS-REPORT-FISCAL-YEAR
           OR BGM-FISCAL-PERIOD IS GREATER THAN
                   WS-REPORT-FISCAL-PERIOD
               GO TO ACCUMULATE-ONE-BUDGET-EXIT
           END-IF
           MOVE BGM-SALESPERSON-CODE TO WS-LOOKUP-SALESPERSON
           MOVE BGM-SKU-GROUP-CODE TO WS-LOOKUP-SKU-GROUP
           PERFORM FIND-COMPARISON-ENTRY
           IF NOT WS-LOOKUP-FOUND
               GO TO ACCUMULATE-ONE-BUDGET-EXIT
           END-IF
           ADD 1 TO WS-BUDGETS-USED-COUNT
           ADD BGM-BUDGET-AMOUNT TO WS-CMP-YTD-BUDGET(WS-LOOKUP-SUB)
           IF BGM-FISCAL-PERIOD IS EQUAL TO WS-REPORT-FISCAL-PERIOD
               ADD BGM-BUDGET-AMOUNT
                   TO WS-CMP-PERIOD-BUDGET(WS-LOOKUP-SUB)
           END-IF
           .
       ACCUMULATE-ONE-BUDGET-EXIT.
           EXIT.
      * History for the reported fiscal year up to and including the
      * reported period, credited to the customer's salesperson.
       ACCUMULATE-ACTUALS.
           OPEN INPUT SALES-HISTORY-FILE
           IF NOT SALES-HISTORY-OK
               DISPLAY 'STATUS ON SALES-HISTORY-FILE OPEN: '
                       SALES-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGRPT STATUS ON SALES-HISTORY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-SALES-HISTORY
                   READ SALES-HISTORY-FILE
                   IF SALES-HISTORY-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM ACCUMULATE-ONE-ACTUAL
                           THRU ACCUMULATE-ONE-ACTUAL-EXIT
                   END-IF
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF
           .
       ACCUMULATE-ONE-ACTUAL.
           IF SHR-FISCAL-PERIOD IS NOT NUMERIC
           OR SHR-FISCAL-YEAR-NUM IS NOT EQUAL TO
                   WS-REPORT-FISCAL-YEAR
           OR SHR-FISCAL-PERIOD-NUM IS GREATER THAN
                   WS-REPORT-FISCAL-PERIOD
               GO TO ACCUMULATE-ONE-ACTUAL-EXIT
           END-IF
           MOVE SPACES TO WS-LOOKUP-SALESPERSON
           SET ASSIGNMENT-INDEX TO 1
           SEARCH WS-ASSIGNMENT-ENTRY
               WHEN WS-ASG-CUSTOMER(ASSIGNMENT-INDEX)
                       IS EQUAL TO SHR-CUSTOMER-NUMBER
                   MOVE WS-ASG-SALESPERSON(ASSIGNMENT-INDEX)
                       TO WS-LOOKUP-SALESPERSON
           END-SEARCH
           MOVE SHR-SKU-GROUP-CODE TO WS-LOOKUP-SKU-GROUP
           PERFORM FIND-COMPARISON-ENTRY
           IF NOT WS-LOOKUP-FOUND
               GO TO ACCUMULATE-ONE-ACTUAL-EXIT
           END-IF
           ADD 1 TO WS-HISTORY-USED-COUNT
           ADD SHR-REVENUE TO WS-CMP-YTD-ACTUAL(WS-LOOKUP-SUB)
           IF SHR-FISCAL-PERIOD-NUM IS EQUAL TO WS-REPORT-FISCAL-PERIOD
               ADD SHR-REVENUE TO WS-CMP-PERIOD-ACTUAL(WS-LOOKUP-SUB)
           END-IF
           .
       ACCUMULATE-ONE-ACTUAL-EXIT.
           EXIT.
      * Finds the salesperson/group entry, adding it with zero
      * amounts the first time the pair is seen.
       FIND-COMPARISON-ENTRY.
           MOVE 'N' TO WS-LOOKUP-FOUND-SWITCH
           SET COMPARISON-INDEX TO 1
           SEARCH WS-COMPARISON-ENTRY
               WHEN WS-CMP-SALESPERSON(COMPARISON-INDEX)
                       IS EQUAL TO WS-LOOKUP-SALESPERSON
               AND  WS-CMP-SKU-GROUP(COMPARISON-INDEX)
                       IS EQUAL TO WS-LOOKUP-SKU-GROUP
                   SET WS-LOOKUP-FOUND TO TRUE
                   SET WS-LOOKUP-SUB TO COMPARISON-INDEX
           END-SEARCH
           IF NOT WS-LOOKUP-FOUND
               IF WS-COMPARISON-COUNT IS GREATER THAN OR EQUAL
                       TO WS-MAX-COMPARISONS
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'BUDGRPT COMPARISON TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               ELSE
                   ADD 1 TO WS-COMPARISON-COUNT
                   MOVE WS-COMPARISON-COUNT TO WS-LOOKUP-SUB
                   MOVE WS-LOOKUP-SALESPERSON
                       TO WS-CMP-SALESPERSON(WS-LOOKUP-SUB)
                   MOVE WS-LOOKUP-SKU-GROUP
                       TO WS-CMP-SKU-GROUP(WS-LOOKUP-SUB)
                   MOVE ZERO TO WS-CMP-PERIOD-ACTUAL(WS-LOOKUP-SUB)
                                WS-CMP-PERIOD-BUDGET(WS-LOOKUP-SUB)
                                WS-CMP-YTD-ACTUAL(WS-LOOKUP-SUB)
                                WS-CMP-YTD-BUDGET(WS-LOOKUP-SUB)
                   SET WS-LOOKUP-FOUND TO TRUE
               END-IF
           END-IF
           .
      * The company's sales per the period-to-date file, all
      * jurisdictions, for the control line.
       ACCUMULATE-PTD-SALES.
           OPEN INPUT PTD-FILE
           IF NOT PTD-FILE-OK
               DISPLAY 'STATUS ON PTD-FILE OPEN: ' PTD-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGRPT STATUS ON PTD-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-PTD-FILE
                   READ PTD-FILE
                   IF PTD-FILE-OK
                       IF PTD-FISCAL-YEAR IS EQUAL TO
                               WS-REPORT-FISCAL-YEAR
                       AND PTD-FISCAL-PERIOD IS NOT GREATER THAN
                               WS-REPORT-FISCAL-PERIOD
                           ADD PTD-SALES-AMOUNT TO WS-PTD-YTD-SALES
                           IF PTD-FISCAL-PERIOD IS EQUAL TO
                                   WS-REPORT-FISCAL-PERIOD
                               ADD PTD-SALES-AMOUNT
                                   TO WS-PTD-PERIOD-SALES
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PTD-FILE
           END-IF
           .
      * Exchange sort on salesperson and group, the SLSHRPT way, so
      * the report breaks cleanly by salesperson.
       SORT-COMPARISON-TABLE.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS IS NOT LESS THAN
                           WS-COMPARISON-COUNT
               MOVE 'N' TO WS-SORT-SWAPPED-SWITCH
               PERFORM WITH TEST BEFORE
                       VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB IS NOT LESS THAN
                             (WS-COMPARISON-COUNT - WS-SORT-PASS + 1)
                   COMPUTE WS-SORT-SUB-NEXT = WS-SORT-SUB + 1
                   IF WS-CMP-SORT-KEY(WS-SORT-SUB) IS GREATER THAN
                           WS-CMP-SORT-KEY(WS-SORT-SUB-NEXT)
                       PERFORM EXCHANGE-ADJACENT-ENTRIES
                   END-IF
               END-PERFORM
               IF NOT WS-SORT-SWAPPED
                   MOVE WS-COMPARISON-COUNT TO WS-SORT-PASS
               END-IF
           END-PERFORM
           .
       EXCHANGE-ADJACENT-ENTRIES.
           MOVE WS-CMP-SORT-KEY(WS-SORT-SUB) TO WS-HOLD-SORT-KEY
           MOVE WS-CMP-AMOUNTS(WS-SORT-SUB) TO WS-HOLD-AMOUNTS
           MOVE WS-CMP-SORT-KEY(WS-SORT-SUB-NEXT)
               TO WS-CMP-SORT-KEY(WS-SORT-SUB)
           MOVE WS-CMP-AMOUNTS(WS-SORT-SUB-NEXT)
               TO WS-CMP-AMOUNTS(WS-SORT-SUB)
           MOVE WS-HOLD-SORT-KEY
               TO WS-CMP-SORT-KEY(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-AMOUNTS TO WS-CMP-AMOUNTS(WS-SORT-SUB-NEXT)
           SET WS-SORT-SWAPPED TO TRUE
           .
       WRITE-THE-REPORT.
           MOVE WS-REPORT-PERIOD-KEY TO BHD-PERIOD-KEY
           MOVE WS-BEHIND-TOLERANCE TO BHD-TOLERANCE
           MOVE WS-CDT-DATE-X TO BHD-RUN-DATE
           WRITE BUDGET-REPORT-LINE FROM BUDGET-HEADING-LINE-1
               AFTER ADVANCING PAGE
           WRITE BUDGET-REPORT-LINE FROM BUDGET-HEADING-LINE-2
               AFTER ADVANCING 2 LINES
           WRITE BUDGET-REPORT-LINE FROM BUDGET-COLUMN-HEADINGS

           MOVE 'BY SALESPERSON' TO BSL-TEXT
           WRITE BUDGET-REPORT-LINE FROM BUDGET-SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-PRIOR-SALESPERSON
           PERFORM PRINT-ONE-COMPARISON
               VARYING WS-REPORT-SUB FROM 1 BY 1
               UNTIL WS-REPORT-SUB IS GREATER THAN WS-COMPARISON-COUNT
           IF WS-COMPARISON-COUNT IS GREATER THAN ZERO
               PERFORM PRINT-SALESPERSON-TOTAL
           END-IF

           MOVE 'COMPANY BY SKU GROUP' TO BSL-TEXT
           WRITE BUDGET-REPORT-LINE FROM BUDGET-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM SORT-GROUP-TABLE
           PERFORM PRINT-ONE-GROUP
               VARYING WS-REPORT-SUB FROM 1 BY 1
               UNTIL WS-REPORT-SUB IS GREATER THAN WS-GROUP-COUNT

           MOVE 'COMPANY TOTAL' TO BDL-SALESPERSON
           MOVE SPACES TO BDL-SKU-GROUP
           MOVE WS-CO-PERIOD-ACTUAL TO WS-LINE-PERIOD-ACTUAL
           MOVE WS-CO-PERIOD-BUDGET TO WS-LINE-PERIOD-BUDGET
           MOVE WS-CO-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL
           MOVE WS-CO-YTD-BUDGET TO WS-LINE-YTD-BUDGET
           SET WS-LINE-IS-TOTAL TO TRUE
           PERFORM FORMAT-DETAIL-LINE
           WRITE BUDGET-REPORT-LINE FROM BUDGET-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           PERFORM PRINT-CONTROL-LINES

           MOVE WS-BEHIND-COUNT TO BTL-BEHIND-COUNT
           WRITE BUDGET-REPORT-LINE FROM BUDGET-TRAILER-LINE
               AFTER ADVANCING 2 LINES
           IF WS-BEHIND-COUNT IS GREATER THAN ZERO
           AND WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       PRINT-ONE-COMPARISON.
           IF WS-REPORT-SUB IS GREATER THAN 1
           AND WS-CMP-SALESPERSON(WS-REPORT-SUB) IS NOT EQUAL TO
                   WS-PRIOR-SALESPERSON
               PERFORM PRINT-SALESPERSON-TOTAL
           END-IF
           IF WS-REPORT-SUB IS EQUAL TO 1
           OR WS-CMP-SALESPERSON(WS-REPORT-SUB) IS NOT EQUAL TO
                   WS-PRIOR-SALESPERSON
               MOVE ZERO TO WS-SLS-PERIOD-ACTUAL WS-SLS-PERIOD-BUDGET
                            WS-SLS-YTD-ACTUAL WS-SLS-YTD-BUDGET
               MOVE WS-CMP-SALESPERSON(WS-REPORT-SUB)
                   TO WS-PRIOR-SALESPERSON
           END-IF
           IF WS-CMP-SALESPERSON(WS-REPORT-SUB) IS EQUAL TO SPACES
               MOVE 'HOUSE' TO BDL-SALESPERSON
           ELSE
               MOVE WS-CMP-SALESPERSON(WS-REPORT-SUB)
                   TO BDL-SALESPERSON
           END-IF
           MOVE WS-CMP-SKU-GROUP(WS-REPORT-SUB) TO BDL-SKU-GROUP
           MOVE WS-CMP-PERIOD-ACTUAL(WS-REPORT-SUB)
               TO WS-LINE-PERIOD-ACTUAL
           MOVE WS-CMP-PERIOD-BUDGET(WS-REPORT-SUB)
               TO WS-LINE-PERIOD-BUDGET
           MOVE WS-CMP-YTD-ACTUAL(WS-REPORT-SUB) TO WS-LINE-YTD-ACTUAL
           MOVE WS-CMP-YTD-BUDGET(WS-REPORT-SUB) TO WS-LINE-YTD-BUDGET
           SET WS-LINE-IS-GROUP TO TRUE
           PERFORM FORMAT-DETAIL-LINE
           WRITE BUDGET-REPORT-LINE FROM BUDGET-DETAIL-LINE

           ADD WS-LINE-PERIOD-ACTUAL TO WS-SLS-PERIOD-ACTUAL
                                        WS-CO-PERIOD-ACTUAL
           ADD WS-LINE-PERIOD-BUDGET TO WS-SLS-PERIOD-BUDGET
                                        WS-CO-PERIOD-BUDGET
           ADD WS-LINE-YTD-ACTUAL TO WS-SLS-YTD-ACTUAL
                                     WS-CO-YTD-ACTUAL
           ADD WS-LINE-YTD-BUDGET TO WS-SLS-YTD-BUDGET
                                     WS-CO-YTD-BUDGET
           PERFORM ROLL-UP-TO-GROUP
           .
       PRINT-SALESPERSON-TOTAL.
           MOVE '  TOTAL' TO BDL-SALESPERSON
           MOVE SPACES TO BDL-SKU-GROUP
           MOVE WS-SLS-PERIOD-ACTUAL TO WS-LINE-PERIOD-ACTUAL
           MOVE WS-SLS-PERIOD-BUDGET TO WS-LINE-PERIOD-BUDGET
           MOVE WS-SLS-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL
           MOVE WS-SLS-YTD-BUDGET TO WS-LINE-YTD-BUDGET
           SET WS-LINE-IS-TOTAL TO TRUE
           PERFORM FORMAT-DETAIL-LINE
           WRITE BUDGET-REPORT-LINE FROM BUDGET-DETAIL-LINE
           MOVE SPACES TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           .
       ROLL-UP-TO-GROUP.
           SET GROUP-INDEX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   PERFORM ADD-GROUP-ENTRY
               WHEN WS-GRP-SKU-GROUP(GROUP-INDEX)
                       IS EQUAL TO WS-CMP-SKU-GROUP(WS-REPORT-SUB)
                   ADD WS-LINE-PERIOD-ACTUAL
                       TO WS-GRP-PERIOD-ACTUAL(GROUP-INDEX)
                   ADD WS-LINE-PERIOD-BUDGET
                       TO WS-GRP-PERIOD-BUDGET(GROUP-INDEX)
                   ADD WS-LINE-YTD-ACTUAL
                       TO WS-GRP-YTD-ACTUAL(GROUP-INDEX)
                   ADD WS-LINE-YTD-BUDGET
                       TO WS-GRP-YTD-BUDGET(GROUP-INDEX)
           END-SEARCH
           .
       ADD-GROUP-ENTRY.
           IF WS-GROUP-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-GROUPS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGRPT SKU GROUP TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-CMP-SKU-GROUP(WS-REPORT-SUB)
                   TO WS-GRP-SKU-GROUP(WS-GROUP-COUNT)
               MOVE WS-LINE-PERIOD-ACTUAL
                   TO WS-GRP-PERIOD-ACTUAL(WS-GROUP-COUNT)
               MOVE WS-LINE-PERIOD-BUDGET
                   TO WS-GRP-PERIOD-BUDGET(WS-GROUP-COUNT)
               MOVE WS-LINE-YTD-ACTUAL
                   TO WS-GRP-YTD-ACTUAL(WS-GROUP-COUNT)
               MOVE WS-LINE-YTD-BUDGET
                   TO WS-GRP-YTD-BUDGET(WS-GROUP-COUNT)
           END-IF
           .
       SORT-GROUP-TABLE.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS IS NOT LESS THAN WS-GROUP-COUNT
               MOVE 'N' TO WS-SORT-SWAPPED-SWITCH
               PERFORM WITH TEST BEFORE
                       VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB IS NOT LESS THAN
                             (WS-GROUP-COUNT - WS-SORT-PASS + 1)
                   COMPUTE WS-SORT-SUB-NEXT = WS-SORT-SUB + 1
                   IF WS-GRP-SKU-GROUP(WS-SORT-SUB) IS GREATER THAN
                           WS-GRP-SKU-GROUP(WS-SORT-SUB-NEXT)
                       PERFORM EXCHANGE-ADJACENT-GROUPS
                   END-IF
               END-PERFORM
               IF NOT WS-SORT-SWAPPED
                   MOVE WS-GROUP-COUNT TO WS-SORT-PASS
               END-IF
           END-PERFORM
           .
       EXCHANGE-ADJACENT-GROUPS.
           MOVE WS-GRP-SKU-GROUP(WS-SORT-SUB) TO WS-HOLD-SORT-KEY
           MOVE WS-GRP-AMOUNTS(WS-SORT-SUB) TO WS-HOLD-AMOUNTS
           MOVE WS-GRP-SKU-GROUP(WS-SORT-SUB-NEXT)
               TO WS-GRP-SKU-GROUP(WS-SORT-SUB)
           MOVE WS-GRP-AMOUNTS(WS-SORT-SUB-NEXT)
               TO WS-GRP-AMOUNTS(WS-SORT-SUB)
           MOVE WS-HOLD-SORT-KEY(1:4)
               TO WS-GRP-SKU-GROUP(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-AMOUNTS TO WS-GRP-AMOUNTS(WS-SORT-SUB-NEXT)
           SET WS-SORT-SWAPPED TO TRUE
           .
       PRINT-ONE-GROUP.
           MOVE 'COMPANY' TO BDL-SALESPERSON
           MOVE WS-GRP-SKU-GROUP(WS-REPORT-SUB) TO BDL-SKU-GROUP
           MOVE WS-GRP-PERIOD-ACTUAL(WS-REPORT-SUB)
               TO WS-LINE-PERIOD-ACTUAL
           MOVE WS-GRP-PERIOD-BUDGET(WS-REPORT-SUB)
               TO WS-LINE-PERIOD-BUDGET
           MOVE WS-GRP-YTD-ACTUAL(WS-REPORT-SUB) TO WS-LINE-YTD-ACTUAL
           MOVE WS-GRP-YTD-BUDGET(WS-REPORT-SUB) TO WS-LINE-YTD-BUDGET
           SET WS-LINE-IS-GROUP TO TRUE
           PERFORM FORMAT-DETAIL-LINE
           WRITE BUDGET-REPORT-LINE FROM BUDGET-DETAIL-LINE
           .
      * Variance is actual less budget, so a shortfall prints
      * negative. Percent of budget is left blank when there is no
      * budget. A group line is flagged BEHIND when the year-to-
      * date shortfall is more than the tolerance percent of the
      * year-to-date budget; total lines are not flagged.
       FORMAT-DETAIL-LINE.
           COMPUTE WS-LINE-VARIANCE =
                   WS-LINE-PERIOD-ACTUAL - WS-LINE-PERIOD-BUDGET
           MOVE WS-LINE-PERIOD-ACTUAL TO BDL-PERIOD-ACTUAL
           MOVE WS-LINE-PERIOD-BUDGET TO BDL-PERIOD-BUDGET
           MOVE WS-LINE-VARIANCE TO BDL-PERIOD-VARIANCE
           IF WS-LINE-PERIOD-BUDGET IS GREATER THAN ZERO
               COMPUTE WS-LINE-PERCENT ROUNDED =
                       WS-LINE-PERIOD-ACTUAL * 100
                           / WS-LINE-PERIOD-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-PERCENT
               END-COMPUTE
               MOVE WS-LINE-PERCENT TO BDL-PERIOD-PERCENT
           ELSE
               MOVE SPACES TO BDL-PERIOD-PERCENT-X
           END-IF

           COMPUTE WS-LINE-VARIANCE =
                   WS-LINE-YTD-ACTUAL - WS-LINE-YTD-BUDGET
           MOVE WS-LINE-YTD-ACTUAL TO BDL-YTD-ACTUAL
           MOVE WS-LINE-YTD-BUDGET TO BDL-YTD-BUDGET
           MOVE WS-LINE-VARIANCE TO BDL-YTD-VARIANCE
           IF WS-LINE-YTD-BUDGET IS GREATER THAN ZERO
               COMPUTE WS-LINE-PERCENT ROUNDED =
                       WS-LINE-YTD-ACTUAL * 100
                           / WS-LINE-YTD-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-PERCENT
               END-COMPUTE
               MOVE WS-LINE-PERCENT TO BDL-YTD-PERCENT
           ELSE
               MOVE SPACES TO BDL-YTD-PERCENT-X
           END-IF

           MOVE SPACES TO BDL-FLAG
           IF WS-LINE-IS-GROUP
           AND WS-LINE-YTD-BUDGET IS GREATER THAN ZERO
               COMPUTE WS-LINE-SHORTFALL =
                       (WS-LINE-YTD-BUDGET - WS-LINE-YTD-ACTUAL) * 100
               COMPUTE WS-LINE-ALLOWANCE =
                       WS-LINE-YTD-BUDGET * WS-BEHIND-TOLERANCE
               IF WS-LINE-SHORTFALL IS GREATER THAN WS-LINE-ALLOWANCE
                   MOVE 'BEHIND' TO BDL-FLAG
                   ADD 1 TO WS-BEHIND-COUNT
               END-IF
           END-IF
           .
      * Company sales per the history against the period-to-date
      * file; a difference means SLSHROLL and PTDROLL did not see
      * the same nights.
       PRINT-CONTROL-LINES.
           MOVE 'SALES PER SLSHIST1' TO BCL-TEXT
           MOVE WS-CO-PERIOD-ACTUAL TO BCL-PERIOD-AMOUNT
           MOVE WS-CO-YTD-ACTUAL TO BCL-YTD-AMOUNT
           WRITE BUDGET-REPORT-LINE FROM BUDGET-CONTROL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'SALES PER PTDFILE1' TO BCL-TEXT
           MOVE WS-PTD-PERIOD-SALES TO BCL-PERIOD-AMOUNT
           MOVE WS-PTD-YTD-SALES TO BCL-YTD-AMOUNT
           WRITE BUDGET-REPORT-LINE FROM BUDGET-CONTROL-LINE
           MOVE 'DIFFERENCE' TO BCL-TEXT
           COMPUTE WS-CONTROL-DIFFERENCE =
                   WS-CO-PERIOD-ACTUAL - WS-PTD-PERIOD-SALES
           MOVE WS-CONTROL-DIFFERENCE TO BCL-PERIOD-AMOUNT
           COMPUTE WS-CONTROL-DIFFERENCE =
                   WS-CO-YTD-ACTUAL - WS-PTD-YTD-SALES
           MOVE WS-CONTROL-DIFFERENCE TO BCL-YTD-AMOUNT
           WRITE BUDGET-REPORT-LINE FROM BUDGET-CONTROL-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'HISTORY RECORDS IN PERIOD RANGE: '
                   WS-HISTORY-USED-COUNT
           DISPLAY 'BUDGET RECORDS IN PERIOD RANGE:  '
                   WS-BUDGETS-USED-COUNT
           DISPLAY 'GROUPS BEHIND BUDGET:            ' WS-BEHIND-COUNT
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
