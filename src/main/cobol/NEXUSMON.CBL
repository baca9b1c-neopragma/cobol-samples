      *****************************************************************
      * Program name:    NEXUSMON
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Watching each state's economic-nexus threshold against what
      * we actually sell into it, so the tax clerk registers before
      * the back tax is owed.
      *
      * We collect tax only where TAXRATE1 carries rates for the
      * state's jurisdiction. A state that requires registration
      * once a seller's sales or transaction count into it passes a
      * threshold will assess the tax we never collected from the
      * day we crossed it, so this monthly report totals each
      * operating company's invoiced sales (before tax, returns
      * netted) and invoice count per state from the INVHIST1
      * history master, measures them against the state's threshold
      * on the NEXUSTH1 table, and flags every state at 80% and at
      * 100% of its threshold where TAXRATE1 has no rate in force
      * for the state's jurisdiction code.
      *
      * An invoice's state is where its customer's goods go: the
      * state of the customer's ship-to locations on SHIPTO1 when
      * they are all in one state, otherwise the bill-to state on
      * CUSTMAST. INVHIST1 does not keep the ship-to an invoice went
      * to, so a customer shipping into several states is counted in
      * the state it is billed in.
      *
      * NEXUSTH1 carries, per state, a dollar threshold and a
      * transaction count (zero meaning the state has no test of
      * that kind), whether crossing either one counts or only
      * crossing both, and the measurement period: C, the current
      * or the previous calendar year, whichever is nearer the
      * threshold; or R, the twelve whole months before the run
      * month. A state we sell into that is not on the table is
      * listed so the table can be completed.
      *
      * RETURN-CODE is 0 when no unregistered state has reached 80%,
      * 4 when one has, and 8 when the threshold table or the history
      * master cannot be read.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEXUSMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRESHOLD-FILE ASSIGN TO 'NEXUSTH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS THRESHOLD-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TAX-RATE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO 'SHIPTO1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SHIP-TO-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT NEXUS-REPORT-FILE ASSIGN TO 'NEXRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NEXUS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One record per state with an economic-nexus threshold.
       FD  THRESHOLD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS THRESHOLD-RECORD.
       01  THRESHOLD-RECORD.
           05  NTH-STATE-CODE           PIC X(02).
           05  NTH-SALES-THRESHOLD      PIC 9(09)V99.
           05  NTH-TRANSACTION-THRESHOLD PIC 9(07).
      * O - crossing either threshold; A - only crossing both.
           05  NTH-TEST-CODE            PIC X(01).
               88  NTH-TEST-IS-EITHER   VALUE 'O'.
               88  NTH-TEST-IS-BOTH     VALUE 'A'.
      * C - current or previous calendar year; R - the twelve whole
      * months before the run month.
           05  NTH-MEASURE-CODE         PIC X(01).
               88  NTH-MEASURE-IS-CALENDAR VALUE 'C'.
               88  NTH-MEASURE-IS-ROLLING VALUE 'R'.
           05  FILLER                   PIC X(18).

      * Same layout INVCALC reads.
       FD  TAX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TAX-RATE-RECORD.
       01  TAX-RATE-RECORD.
           05  TRM-JURISDICTION-CODE    PIC X(02).
           05  TRM-COMPONENT-CODE       PIC X(01).
           05  TRM-EFFECTIVE-DATE       PIC X(08).
           05  TRM-RATE                 PIC 9V9(05).

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

      * Same layout SHIPMNT maintains.
       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHIP-TO-RECORD.
       01  SHIP-TO-RECORD.
           05  SHP-CUSTOMER-NUMBER      PIC X(08).
           05  SHP-SHIP-TO-ID           PIC X(04).
           05  SHP-SHIP-TO-NAME         PIC X(30).
           05  SHP-ADDRESS-LINE-1       PIC X(30).
           05  SHP-ADDRESS-LINE-2       PIC X(30).
           05  SHP-CITY                 PIC X(20).
           05  SHP-STATE                PIC X(02).
           05  SHP-POSTAL-CODE          PIC X(10).
           05  FILLER                   PIC X(10).

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
               88  IHR-IS-RETURN        VALUE 'R'.
           05  IHR-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

       FD  NEXUS-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NEXUS-REPORT-LINE.
       01  NEXUS-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  THRESHOLD-STATUS         PIC X(02).
               88  THRESHOLD-OK         VALUE '00'.
               88  END-OF-THRESHOLDS    VALUE '10'.
           05  TAX-RATE-STATUS          PIC X(02).
               88  TAX-RATE-OK          VALUE '00'.
               88  END-OF-TAX-RATES     VALUE '10'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  SHIP-TO-STATUS           PIC X(02).
               88  SHIP-TO-OK           VALUE '00'.
               88  END-OF-SHIP-TO       VALUE '10'.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
               88  END-OF-INVOICE-HISTORY VALUE '10'.
           05  NEXUS-REPORT-STATUS      PIC X(02).
               88  NEXUS-REPORT-OK      VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'NEXUSMON'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'NEXUSMON'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'NEXUSMON'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'NEXUSMON'.
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

       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.

      * The measurement windows, all as YYYYMMDD: the current
      * calendar year to the run date, the whole previous calendar
      * year, and the twelve whole months before the run month
      * (from the first of the run month a year ago up to, not
      * including, the first of the run month).
       01  WS-MEASUREMENT-WINDOWS.
           05  WS-CURRENT-YEAR-START    PIC X(08).
           05  WS-PRIOR-YEAR-START      PIC X(08).
           05  WS-ROLLING-START         PIC X(08).
           05  WS-ROLLING-END           PIC X(08).
           05  WS-WINDOW-YEAR           PIC 9(04).

       01  WS-THRESHOLD-TABLE-AREA.
           05  WS-THRESHOLD-COUNT       PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-THRESHOLDS        PIC S9(03) COMP-3 VALUE 100.
           05  WS-THRESHOLD-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-THRESHOLD-COUNT
                       INDEXED BY THRESHOLD-INDEX.
               10  WS-NTH-STATE         PIC X(02).
               10  WS-NTH-SALES         PIC 9(09)V99.
               10  WS-NTH-TRANSACTIONS  PIC 9(07).
               10  WS-NTH-TEST-CODE     PIC X(01).
               10  WS-NTH-MEASURE-CODE  PIC X(01).
       01  WS-THRESHOLD-FOUND-SWITCH    PIC X.
           88  THRESHOLD-WAS-FOUND      VALUE 'Y'.

      * Jurisdiction codes with a rate in force on the run date.
       01  WS-ACTIVE-STATE-TABLE-AREA.
           05  WS-ACTIVE-STATE-COUNT    PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-ACTIVE-STATES     PIC S9(03) COMP-3 VALUE 200.
           05  WS-ACTIVE-STATE-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-ACTIVE-STATE-COUNT
                       INDEXED BY ACTIVE-STATE-INDEX.
               10  WS-ACT-JURISDICTION  PIC X(02).
       01  WS-ACTIVE-STATE-SWITCH       PIC X.
           88  STATE-IS-COLLECTED       VALUE 'Y'.

      * Each customer's bill-to state, and its ship-to state when
      * every ship-to location it has is in the same one.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMERS         PIC S9(05) COMP-3 VALUE 9000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 9000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-CST-CUSTOMER-NUMBER PIC X(08).
               10  WS-CST-BILL-TO-STATE PIC X(02).
               10  WS-CST-SHIP-TO-STATE PIC X(02).
               10  WS-CST-SHIP-TO-SWITCH PIC X(01).
                   88  WS-CST-NO-SHIP-TO     VALUE 'N'.
                   88  WS-CST-ONE-SHIP-STATE VALUE 'Y'.
                   88  WS-CST-MIXED-SHIP-TO  VALUE 'M'.
       01  WS-LOOKUP-CUSTOMER-NUMBER    PIC X(08).
       01  WS-CUSTOMER-FOUND-SWITCH     PIC X.
           88  CUSTOMER-WAS-FOUND       VALUE 'Y'.

      * Sales and invoice counts per company and state, kept in
      * company/state order for the report.
       01  WS-STATE-SALES-TABLE-AREA.
           05  WS-STATE-SALES-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-STATE-SALES       PIC S9(05) COMP-3 VALUE 600.
           05  WS-STATE-SALES-ENTRY OCCURS 1 TO 600
                       DEPENDING ON WS-STATE-SALES-COUNT
                       INDEXED BY STATE-SALES-INDEX.
               10  WS-SSL-KEY.
                   15  WS-SSL-COMPANY-CODE PIC X(02).
                   15  WS-SSL-STATE     PIC X(02).
               10  WS-SSL-CURRENT-SALES PIC S9(11)V99 COMP-3.
               10  WS-SSL-CURRENT-COUNT PIC S9(07) COMP-3.
               10  WS-SSL-PRIOR-SALES   PIC S9(11)V99 COMP-3.
               10  WS-SSL-PRIOR-COUNT   PIC S9(07) COMP-3.
               10  WS-SSL-ROLLING-SALES PIC S9(11)V99 COMP-3.
               10  WS-SSL-ROLLING-COUNT PIC S9(07) COMP-3.
       01  WS-STATE-SALES-LOOKUP-KEY.
           05  WS-SLK-COMPANY-CODE      PIC X(02).
           05  WS-SLK-STATE             PIC X(02).
       01  WS-STATE-SALES-WORK.
           05  WS-INSERT-SUB            PIC S9(05) COMP.
           05  WS-SHIFT-SUB             PIC S9(05) COMP.

      * One window measured against one state's threshold.
       01  WS-MEASURE-WORK-AREAS.
           05  WS-MEASURE-SALES         PIC S9(11)V99 COMP-3.
           05  WS-MEASURE-COUNT         PIC S9(07) COMP-3.
           05  WS-SALES-PERCENT         PIC S9(05)V9 COMP-3.
           05  WS-COUNT-PERCENT         PIC S9(05)V9 COMP-3.
           05  WS-SALES-LEVEL           PIC 9(03).
           05  WS-COUNT-LEVEL           PIC 9(03).
           05  WS-WINDOW-LEVEL          PIC 9(03).
           05  WS-STATE-LEVEL           PIC 9(03).
               88  STATE-AT-100-PERCENT VALUE 100.
               88  STATE-AT-80-PERCENT  VALUE 80.
           05  WS-STATE-WINDOW          PIC X(08).
           05  WS-STATE-SALES           PIC S9(11)V99 COMP-3.
           05  WS-STATE-COUNT           PIC S9(07) COMP-3.
           05  WS-STATE-SALES-PERCENT   PIC S9(05)V9 COMP-3.
           05  WS-STATE-COUNT-PERCENT   PIC S9(05)V9 COMP-3.

       01  WS-NEXUS-COUNTERS.
           05  WS-INVOICES-READ         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-INVOICES-MEASURED     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-INVOICES-NO-STATE     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-STATES-AT-100         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-STATES-AT-80          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-STATES-NO-THRESHOLD   PIC S9(05) COMP-3 VALUE ZERO.

       01  NXR-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'ECONOMIC NEXUS THRESHOLD MONITOR        '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  NXH-RUN-DATE             PIC X(08).
       01  NXR-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'CO ST WINDOW             SALES     THRES'.
           05  FILLER                   PIC X(40) VALUE
               'HOLD     PCT  INVOICES   LIMIT     PCT  '.
           05  FILLER                   PIC X(20) VALUE
               'STATUS'.
       01  NXR-DETAIL-LINE.
           05  NXD-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NXD-STATE                PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NXD-WINDOW               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NXD-SALES                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NXD-SALES-THRESHOLD      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NXD-SALES-PERCENT        PIC ZZZZ9.9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NXD-COUNT                PIC ZZZZZZ9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NXD-COUNT-THRESHOLD      PIC ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NXD-COUNT-PERCENT        PIC ZZZZ9.9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  NXD-STATUS               PIC X(32).
       01  NXR-TOTAL-LINE.
           05  NXT-LABEL                PIC X(40).
           05  NXT-COUNT                PIC ZZZ,ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 4 when an
      * unregistered state has reached 80% of its threshold, 8 when
      * the run could not measure at all.
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
                   DISPLAY 'NEXUSMON NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'NEXUSMON RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'NEXUSMON PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'NEXUSMON CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'NEXUSMON NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'NEXUSMON NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           PERFORM SET-MEASUREMENT-WINDOWS
           PERFORM LOAD-THRESHOLD-TABLE
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-ACTIVE-JURISDICTIONS
           PERFORM LOAD-CUSTOMER-STATES
           PERFORM LOAD-SHIP-TO-STATES

           PERFORM ACCUMULATE-STATE-SALES
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT NEXUS-REPORT-FILE
           IF NOT NEXUS-REPORT-OK
               DISPLAY 'STATUS ON NEXUS-REPORT-FILE OPEN: '
                       NEXUS-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NEXUSMON STATUS ON NEXUS-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           MOVE WS-CDT-DATE-X TO NXH-RUN-DATE
           WRITE NEXUS-REPORT-LINE FROM NXR-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE NEXUS-REPORT-LINE FROM NXR-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM REPORT-ONE-STATE
               VARYING STATE-SALES-INDEX FROM 1 BY 1
               UNTIL STATE-SALES-INDEX > WS-STATE-SALES-COUNT
           PERFORM WRITE-NEXUS-TOTALS
           CLOSE NEXUS-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
       SET-MEASUREMENT-WINDOWS.
           MOVE WS-CDT-DATE-X(1:4) TO WS-WINDOW-YEAR
           MOVE WS-WINDOW-YEAR TO WS-CURRENT-YEAR-START(1:4)
           MOVE '0101' TO WS-CURRENT-YEAR-START(5:4)
           MOVE WS-CDT-DATE-X(1:6) TO WS-ROLLING-END(1:6)
           MOVE '01' TO WS-ROLLING-END(7:2)
           SUBTRACT 1 FROM WS-WINDOW-YEAR
           MOVE WS-WINDOW-YEAR TO WS-PRIOR-YEAR-START(1:4)
           MOVE '0101' TO WS-PRIOR-YEAR-START(5:4)
           MOVE WS-WINDOW-YEAR TO WS-ROLLING-START(1:4)
           MOVE WS-CDT-DATE-X(5:2) TO WS-ROLLING-START(5:2)
           MOVE '01' TO WS-ROLLING-START(7:2)
           .
      * Without the threshold table there is nothing to measure
      * against, so the run stops.
       LOAD-THRESHOLD-TABLE.
           OPEN INPUT THRESHOLD-FILE
           IF NOT THRESHOLD-OK
               DISPLAY 'STATUS ON THRESHOLD-FILE OPEN: '
                       THRESHOLD-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NEXUSMON STATUS ON THRESHOLD-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-THRESHOLDS
                   READ THRESHOLD-FILE
                   IF THRESHOLD-OK
                       PERFORM LOAD-ONE-THRESHOLD
                           THRU LOAD-ONE-THRESHOLD-EXIT
                   END-IF
               END-PERFORM
               CLOSE THRESHOLD-FILE
           END-IF
           .
      * A record with a non-numeric threshold or an unknown test or
      * measure code is logged and left off the table.
       LOAD-ONE-THRESHOLD.
           IF NTH-SALES-THRESHOLD IS NOT NUMERIC
           OR NTH-TRANSACTION-THRESHOLD IS NOT NUMERIC
           OR NOT (NTH-TEST-IS-EITHER OR NTH-TEST-IS-BOTH)
           OR NOT (NTH-MEASURE-IS-CALENDAR OR NTH-MEASURE-IS-ROLLING)
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NEXUSMON THRESHOLD RECORD NOT VALID, SKIPPED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE NTH-STATE-CODE TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               GO TO LOAD-ONE-THRESHOLD-EXIT
           END-IF
           IF WS-THRESHOLD-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-THRESHOLDS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NEXUSMON THRESHOLD TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO LOAD-ONE-THRESHOLD-EXIT
           END-IF
           ADD 1 TO WS-THRESHOLD-COUNT
           MOVE NTH-STATE-CODE TO WS-NTH-STATE(WS-THRESHOLD-COUNT)
           MOVE NTH-SALES-THRESHOLD
               TO WS-NTH-SALES(WS-THRESHOLD-COUNT)
           MOVE NTH-TRANSACTION-THRESHOLD
               TO WS-NTH-TRANSACTIONS(WS-THRESHOLD-COUNT)
           MOVE NTH-TEST-CODE TO WS-NTH-TEST-CODE(WS-THRESHOLD-COUNT)
           MOVE NTH-MEASURE-CODE
               TO WS-NTH-MEASURE-CODE(WS-THRESHOLD-COUNT)
           .
       LOAD-ONE-THRESHOLD-EXIT.
           EXIT.
      * A jurisdiction is collected when TAXRATE1 has a rate for it
      * already in effect; a rate set up for a future date is not
      * collection yet. Deactivated rates are not carried on the
      * master at all.
       LOAD-ACTIVE-JURISDICTIONS.
           OPEN INPUT TAX-RATE-FILE
           IF NOT TAX-RATE-OK
               DISPLAY 'STATUS ON TAX-RATE-FILE OPEN: '
                       TAX-RATE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NEXUSMON STATUS ON TAX-RATE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-TAX-RATES
                   READ TAX-RATE-FILE
                   IF TAX-RATE-OK
                   AND TRM-EFFECTIVE-DATE IS NOT GREATER THAN
                           WS-CDT-DATE-X
                       PERFORM ADD-ACTIVE-JURISDICTION
                   END-IF
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF
           .
       ADD-ACTIVE-JURISDICTION.
           SET ACTIVE-STATE-INDEX TO 1
           SEARCH WS-ACTIVE-STATE-ENTRY
               AT END
                   IF WS-ACTIVE-STATE-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-ACTIVE-STATES
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'NEXUSMON ACTIVE JURISDICTION TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       ADD 1 TO WS-ACTIVE-STATE-COUNT
                       MOVE TRM-JURISDICTION-CODE
                           TO WS-ACT-JURISDICTION
                                  (WS-ACTIVE-STATE-COUNT)
                   END-IF
               WHEN WS-ACT-JURISDICTION(ACTIVE-STATE-INDEX)
                        IS EQUAL TO TRM-JURISDICTION-CODE
                   CONTINUE
           END-SEARCH
           .
       LOAD-CUSTOMER-STATES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NEXUSMON STATUS ON CUSTOMER-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       IF WS-CUSTOMER-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-CUSTOMERS
                           ADD 1 TO WS-JS-EXCEPTION-COUNT
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'NEXUSMON CUSTOMER TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CM-CUSTOMER-NUMBER
                               TO WS-CST-CUSTOMER-NUMBER
                                      (WS-CUSTOMER-COUNT)
                           MOVE CM-STATE
                               TO WS-CST-BILL-TO-STATE
                                      (WS-CUSTOMER-COUNT)
                           MOVE SPACES
                               TO WS-CST-SHIP-TO-STATE
                                      (WS-CUSTOMER-COUNT)
                           MOVE 'N'
                               TO WS-CST-SHIP-TO-SWITCH
                                      (WS-CUSTOMER-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
      * A customer whose ship-to locations are all in one state
      * ships there; ship-tos in more than one state leave the
      * customer measured by its bill-to state.
       LOAD-SHIP-TO-STATES.
           OPEN INPUT SHIP-TO-FILE
           IF NOT SHIP-TO-OK
               DISPLAY 'STATUS ON SHIP-TO-FILE OPEN: '
                       SHIP-TO-STATUS
           ELSE
               PERFORM UNTIL END-OF-SHIP-TO
                   READ SHIP-TO-FILE
                   IF SHIP-TO-OK
                   AND SHP-STATE IS NOT EQUAL TO SPACES
                       MOVE SHP-CUSTOMER-NUMBER
                           TO WS-LOOKUP-CUSTOMER-NUMBER
                       PERFORM FIND-CUSTOMER-ENTRY
                       IF CUSTOMER-WAS-FOUND
                           EVALUATE TRUE
                               WHEN WS-CST-NO-SHIP-TO(CUSTOMER-INDEX)
                                   MOVE SHP-STATE
                                       TO WS-CST-SHIP-TO-STATE
                                              (CUSTOMER-INDEX)
                                   MOVE 'Y'
                                       TO WS-CST-SHIP-TO-SWITCH
                                              (CUSTOMER-INDEX)
                               WHEN WS-CST-ONE-SHIP-STATE
                                        (CUSTOMER-INDEX)
                                AND SHP-STATE IS NOT EQUAL TO
                                        WS-CST-SHIP-TO-STATE
                                            (CUSTOMER-INDEX)
                                   MOVE 'M'
                                       TO WS-CST-SHIP-TO-SWITCH
                                              (CUSTOMER-INDEX)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SHIP-TO-FILE
           END-IF
           .
       FIND-CUSTOMER-ENTRY.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           IF WS-CUSTOMER-COUNT IS GREATER THAN ZERO
               SET CUSTOMER-INDEX TO 1
               SEARCH WS-CUSTOMER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CST-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                            IS EQUAL TO WS-LOOKUP-CUSTOMER-NUMBER
                       SET CUSTOMER-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
      * Every invoice dated from the start of the previous calendar
      * year - the earliest any window reaches - to the run date.
       ACCUMULATE-STATE-SALES.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NEXUSMON STATUS ON INVOICE-HISTORY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-INVOICE-HISTORY
                   READ INVOICE-HISTORY-FILE
                   IF INVOICE-HISTORY-OK
                       ADD 1 TO WS-INVOICES-READ
                       ADD 1 TO WS-JS-RECORD-COUNT
                       IF IHR-INVOICE-DATE IS NOT LESS THAN
                               WS-PRIOR-YEAR-START
                       AND IHR-INVOICE-DATE IS NOT GREATER THAN
                               WS-CDT-DATE-X
                           PERFORM ACCUMULATE-ONE-INVOICE
                               THRU ACCUMULATE-ONE-INVOICE-EXIT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .
       ACCUMULATE-ONE-INVOICE.
           MOVE IHR-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER-NUMBER
           PERFORM FIND-CUSTOMER-ENTRY
           MOVE SPACES TO WS-SLK-STATE
           IF CUSTOMER-WAS-FOUND
               IF WS-CST-ONE-SHIP-STATE(CUSTOMER-INDEX)
                   MOVE WS-CST-SHIP-TO-STATE(CUSTOMER-INDEX)
                       TO WS-SLK-STATE
               ELSE
                   MOVE WS-CST-BILL-TO-STATE(CUSTOMER-INDEX)
                       TO WS-SLK-STATE
               END-IF
           END-IF
           IF WS-SLK-STATE IS EQUAL TO SPACES
               ADD 1 TO WS-INVOICES-NO-STATE
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'NEXUSMON NO STATE FOR INVOICE CUSTOMER'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE IHR-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               GO TO ACCUMULATE-ONE-INVOICE-EXIT
           END-IF
           IF IHR-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-SLK-COMPANY-CODE
           ELSE
               MOVE IHR-COMPANY-CODE TO WS-SLK-COMPANY-CODE
           END-IF
           PERFORM FIND-STATE-SALES-ENTRY
           IF STATE-SALES-INDEX IS GREATER THAN WS-STATE-SALES-COUNT
               GO TO ACCUMULATE-ONE-INVOICE-EXIT
           END-IF
           ADD 1 TO WS-INVOICES-MEASURED
      * A return nets its sales back out but is not a transaction.
           IF IHR-INVOICE-DATE IS NOT LESS THAN WS-CURRENT-YEAR-START
               ADD IHR-TOTAL-BEFORE-TAX
                   TO WS-SSL-CURRENT-SALES(STATE-SALES-INDEX)
               IF NOT IHR-IS-RETURN
                   ADD 1 TO WS-SSL-CURRENT-COUNT(STATE-SALES-INDEX)
               END-IF
           ELSE
               ADD IHR-TOTAL-BEFORE-TAX
                   TO WS-SSL-PRIOR-SALES(STATE-SALES-INDEX)
               IF NOT IHR-IS-RETURN
                   ADD 1 TO WS-SSL-PRIOR-COUNT(STATE-SALES-INDEX)
               END-IF
           END-IF
           IF IHR-INVOICE-DATE IS NOT LESS THAN WS-ROLLING-START
           AND IHR-INVOICE-DATE IS LESS THAN WS-ROLLING-END
               ADD IHR-TOTAL-BEFORE-TAX
                   TO WS-SSL-ROLLING-SALES(STATE-SALES-INDEX)
               IF NOT IHR-IS-RETURN
                   ADD 1 TO WS-SSL-ROLLING-COUNT(STATE-SALES-INDEX)
               END-IF
           END-IF
           .
       ACCUMULATE-ONE-INVOICE-EXIT.
           EXIT.
      * Positions STATE-SALES-INDEX on the company/state, inserting
      * it in company/state order the first time it is seen. A full
      * table leaves the index past the last entry.
       FIND-STATE-SALES-ENTRY.
           SET STATE-SALES-INDEX TO 1
           SEARCH WS-STATE-SALES-ENTRY
               AT END
                   IF WS-STATE-SALES-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-STATE-SALES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'NEXUSMON STATE SALES TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       SET STATE-SALES-INDEX TO WS-STATE-SALES-COUNT
                       SET STATE-SALES-INDEX UP BY 1
                   ELSE
                       PERFORM INSERT-STATE-SALES-ENTRY
                   END-IF
               WHEN WS-SSL-KEY(STATE-SALES-INDEX)
                        IS EQUAL TO WS-STATE-SALES-LOOKUP-KEY
                   CONTINUE
           END-SEARCH
           .
       INSERT-STATE-SALES-ENTRY.
           ADD 1 TO WS-STATE-SALES-COUNT
           MOVE WS-STATE-SALES-COUNT TO WS-INSERT-SUB
           PERFORM VARYING WS-SHIFT-SUB FROM WS-STATE-SALES-COUNT
                   BY -1 UNTIL WS-SHIFT-SUB < 2
               IF WS-SSL-KEY(WS-SHIFT-SUB - 1) IS GREATER THAN
                       WS-STATE-SALES-LOOKUP-KEY
                   MOVE WS-STATE-SALES-ENTRY(WS-SHIFT-SUB - 1)
                       TO WS-STATE-SALES-ENTRY(WS-SHIFT-SUB)
                   MOVE WS-SHIFT-SUB TO WS-INSERT-SUB
                   SUBTRACT 1 FROM WS-INSERT-SUB
               ELSE
                   MOVE 1 TO WS-SHIFT-SUB
               END-IF
           END-PERFORM
           SET STATE-SALES-INDEX TO WS-INSERT-SUB
           MOVE WS-STATE-SALES-LOOKUP-KEY
               TO WS-SSL-KEY(STATE-SALES-INDEX)
           MOVE ZERO TO WS-SSL-CURRENT-SALES(STATE-SALES-INDEX)
                        WS-SSL-CURRENT-COUNT(STATE-SALES-INDEX)
                        WS-SSL-PRIOR-SALES(STATE-SALES-INDEX)
                        WS-SSL-PRIOR-COUNT(STATE-SALES-INDEX)
                        WS-SSL-ROLLING-SALES(STATE-SALES-INDEX)
                        WS-SSL-ROLLING-COUNT(STATE-SALES-INDEX)
           .
      * One line per company and state: the window nearest the
      * threshold, its percentages, and whether the state needs a
      * registration.
       REPORT-ONE-STATE.
           MOVE WS-SSL-COMPANY-CODE(STATE-SALES-INDEX)
               TO NXD-COMPANY-CODE
           MOVE WS-SSL-STATE(STATE-SALES-INDEX) TO NXD-STATE
           PERFORM FIND-STATE-THRESHOLD
           PERFORM CHECK-STATE-COLLECTED
           IF NOT THRESHOLD-WAS-FOUND
               ADD 1 TO WS-STATES-NO-THRESHOLD
               MOVE '12 MOS' TO NXD-WINDOW
               MOVE WS-SSL-ROLLING-SALES(STATE-SALES-INDEX)
                   TO NXD-SALES
               MOVE WS-SSL-ROLLING-COUNT(STATE-SALES-INDEX)
                   TO NXD-COUNT
               MOVE ZERO TO NXD-SALES-THRESHOLD NXD-SALES-PERCENT
                            NXD-COUNT-THRESHOLD NXD-COUNT-PERCENT
               IF STATE-IS-COLLECTED
                   MOVE 'COLLECTING' TO NXD-STATUS
               ELSE
                   MOVE 'NO THRESHOLD ON NEXUSTH1' TO NXD-STATUS
               END-IF
           ELSE
               PERFORM MEASURE-STATE-AGAINST-THRESHOLD
               MOVE WS-STATE-WINDOW TO NXD-WINDOW
               MOVE WS-STATE-SALES TO NXD-SALES
               MOVE WS-NTH-SALES(THRESHOLD-INDEX)
                   TO NXD-SALES-THRESHOLD
               MOVE WS-STATE-SALES-PERCENT TO NXD-SALES-PERCENT
               MOVE WS-STATE-COUNT TO NXD-COUNT
               MOVE WS-NTH-TRANSACTIONS(THRESHOLD-INDEX)
                   TO NXD-COUNT-THRESHOLD
               MOVE WS-STATE-COUNT-PERCENT TO NXD-COUNT-PERCENT
               EVALUATE TRUE
                   WHEN STATE-IS-COLLECTED
                       MOVE 'COLLECTING' TO NXD-STATUS
                   WHEN STATE-AT-100-PERCENT
                       MOVE '*** 100% - REGISTER NOW' TO NXD-STATUS
                       ADD 1 TO WS-STATES-AT-100
                       MOVE 4 TO WS-RETURN-CODE-VALUE
                   WHEN STATE-AT-80-PERCENT
                       MOVE '*** 80% - APPROACHING' TO NXD-STATUS
                       ADD 1 TO WS-STATES-AT-80
                       MOVE 4 TO WS-RETURN-CODE-VALUE
                   WHEN OTHER
                       MOVE SPACES TO NXD-STATUS
               END-EVALUATE
           END-IF
           WRITE NEXUS-REPORT-LINE FROM NXR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       FIND-STATE-THRESHOLD.
           MOVE 'N' TO WS-THRESHOLD-FOUND-SWITCH
           IF WS-THRESHOLD-COUNT IS GREATER THAN ZERO
               SET THRESHOLD-INDEX TO 1
               SEARCH WS-THRESHOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NTH-STATE(THRESHOLD-INDEX)
                            IS EQUAL TO WS-SSL-STATE(STATE-SALES-INDEX)
                       SET THRESHOLD-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
       CHECK-STATE-COLLECTED.
           MOVE 'N' TO WS-ACTIVE-STATE-SWITCH
           IF WS-ACTIVE-STATE-COUNT IS GREATER THAN ZERO
               SET ACTIVE-STATE-INDEX TO 1
               SEARCH WS-ACTIVE-STATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACT-JURISDICTION(ACTIVE-STATE-INDEX)
                            IS EQUAL TO WS-SSL-STATE(STATE-SALES-INDEX)
                       SET STATE-IS-COLLECTED TO TRUE
               END-SEARCH
           END-IF
           .
      * A calendar-year state is measured on both the current and
      * the previous year and reported on the one nearer its
      * threshold (the current year on a tie).
       MEASURE-STATE-AGAINST-THRESHOLD.
           IF WS-NTH-MEASURE-CODE(THRESHOLD-INDEX) IS EQUAL TO 'R'
               MOVE WS-SSL-ROLLING-SALES(STATE-SALES-INDEX)
                   TO WS-MEASURE-SALES
               MOVE WS-SSL-ROLLING-COUNT(STATE-SALES-INDEX)
                   TO WS-MEASURE-COUNT
               PERFORM MEASURE-ONE-WINDOW
               MOVE '12 MOS' TO WS-STATE-WINDOW
               PERFORM KEEP-MEASURED-WINDOW
           ELSE
               MOVE WS-SSL-PRIOR-SALES(STATE-SALES-INDEX)
                   TO WS-MEASURE-SALES
               MOVE WS-SSL-PRIOR-COUNT(STATE-SALES-INDEX)
                   TO WS-MEASURE-COUNT
               PERFORM MEASURE-ONE-WINDOW
               MOVE 'PRIOR YR' TO WS-STATE-WINDOW
               PERFORM KEEP-MEASURED-WINDOW
               MOVE WS-SSL-CURRENT-SALES(STATE-SALES-INDEX)
                   TO WS-MEASURE-SALES
               MOVE WS-SSL-CURRENT-COUNT(STATE-SALES-INDEX)
                   TO WS-MEASURE-COUNT
               PERFORM MEASURE-ONE-WINDOW
               IF WS-WINDOW-LEVEL IS NOT LESS THAN WS-STATE-LEVEL
                   MOVE 'CURR YR' TO WS-STATE-WINDOW
                   PERFORM KEEP-MEASURED-WINDOW
               END-IF
           END-IF
           .
       KEEP-MEASURED-WINDOW.
           MOVE WS-WINDOW-LEVEL TO WS-STATE-LEVEL
           MOVE WS-MEASURE-SALES TO WS-STATE-SALES
           MOVE WS-MEASURE-COUNT TO WS-STATE-COUNT
           MOVE WS-SALES-PERCENT TO WS-STATE-SALES-PERCENT
           MOVE WS-COUNT-PERCENT TO WS-STATE-COUNT-PERCENT
           .
      * Each test the state has (a non-zero threshold) scores 0, 80
      * or 100. An either-test state is at the higher score, a
      * both-test state at the lower.
       MEASURE-ONE-WINDOW.
           MOVE ZERO TO WS-SALES-PERCENT WS-COUNT-PERCENT
                        WS-SALES-LEVEL WS-COUNT-LEVEL
           IF WS-NTH-SALES(THRESHOLD-INDEX) IS GREATER THAN ZERO
               COMPUTE WS-SALES-PERCENT =
                   WS-MEASURE-SALES * 100
                       / WS-NTH-SALES(THRESHOLD-INDEX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-SALES-PERCENT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-SALES-PERCENT IS NOT LESS THAN 100
                       MOVE 100 TO WS-SALES-LEVEL
                   WHEN WS-SALES-PERCENT IS NOT LESS THAN 80
                       MOVE 80 TO WS-SALES-LEVEL
               END-EVALUATE
           END-IF
           IF WS-NTH-TRANSACTIONS(THRESHOLD-INDEX) IS GREATER THAN ZERO
               COMPUTE WS-COUNT-PERCENT =
                   WS-MEASURE-COUNT * 100
                       / WS-NTH-TRANSACTIONS(THRESHOLD-INDEX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-COUNT-PERCENT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-COUNT-PERCENT IS NOT LESS THAN 100
                       MOVE 100 TO WS-COUNT-LEVEL
                   WHEN WS-COUNT-PERCENT IS NOT LESS THAN 80
                       MOVE 80 TO WS-COUNT-LEVEL
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-NTH-SALES(THRESHOLD-INDEX) IS EQUAL TO ZERO
                   MOVE WS-COUNT-LEVEL TO WS-WINDOW-LEVEL
               WHEN WS-NTH-TRANSACTIONS(THRESHOLD-INDEX)
                        IS EQUAL TO ZERO
                   MOVE WS-SALES-LEVEL TO WS-WINDOW-LEVEL
               WHEN WS-NTH-TEST-CODE(THRESHOLD-INDEX) IS EQUAL TO 'A'
                   IF WS-SALES-LEVEL IS LESS THAN WS-COUNT-LEVEL
                       MOVE WS-SALES-LEVEL TO WS-WINDOW-LEVEL
                   ELSE
                       MOVE WS-COUNT-LEVEL TO WS-WINDOW-LEVEL
                   END-IF
               WHEN OTHER
                   IF WS-SALES-LEVEL IS GREATER THAN WS-COUNT-LEVEL
                       MOVE WS-SALES-LEVEL TO WS-WINDOW-LEVEL
                   ELSE
                       MOVE WS-COUNT-LEVEL TO WS-WINDOW-LEVEL
                   END-IF
           END-EVALUATE
           .
       WRITE-NEXUS-TOTALS.
           MOVE 'INVOICES MEASURED' TO NXT-LABEL
           MOVE WS-INVOICES-MEASURED TO NXT-COUNT
           WRITE NEXUS-REPORT-LINE FROM NXR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'INVOICES WITH NO CUSTOMER STATE' TO NXT-LABEL
           MOVE WS-INVOICES-NO-STATE TO NXT-COUNT
           WRITE NEXUS-REPORT-LINE FROM NXR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'UNREGISTERED STATES AT 100%' TO NXT-LABEL
           MOVE WS-STATES-AT-100 TO NXT-COUNT
           WRITE NEXUS-REPORT-LINE FROM NXR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'UNREGISTERED STATES AT 80%' TO NXT-LABEL
           MOVE WS-STATES-AT-80 TO NXT-COUNT
           WRITE NEXUS-REPORT-LINE FROM NXR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STATES SOLD INTO WITH NO THRESHOLD' TO NXT-LABEL
           MOVE WS-STATES-NO-THRESHOLD TO NXT-COUNT
           WRITE NEXUS-REPORT-LINE FROM NXR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'UNREGISTERED STATES AT 100%:   ' WS-STATES-AT-100
           DISPLAY 'UNREGISTERED STATES AT 80%:    ' WS-STATES-AT-80
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
