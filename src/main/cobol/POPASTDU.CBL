      *****************************************************************
      * Program name:    POPASTDU
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * The past-due purchase-order report purchasing chases vendors
      * from. Every open PO line on tomorrow's POOPEN2 whose promised
      * date has gone by with a balance still due is listed, grouped
      * by vendor, with how many days late it is, what was ordered,
      * what has come in so far and what is still owed, valued at the
      * line's unit cost. Each vendor gets a subtotal of its late
      * lines and value, and the report ends with the totals across
      * every vendor.
      *
      * The late lines are SORTed by vendor, promised date, PO number
      * and line - the same input-procedure SORT ARAGE uses - so one
      * forward pass with a control break on vendor is the whole
      * report. Vendor names come from VENDMST1; a vendor missing
      * from it still prints, with its name left blank.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POPASTDU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO 'POOPEN2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPEN-PO-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'VENDMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VENDOR-STATUS.
           SELECT SORTED-PAST-DUE-FILE ASSIGN TO 'PODUESR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SORTED-PAST-DUE-STATUS.
           SELECT PAST-DUE-SORT-FILE ASSIGN TO 'SRTWRK1'.
           SELECT PAST-DUE-REPORT-FILE ASSIGN TO 'PODUERPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PAST-DUE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout POREL writes.
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

      * Same layout VENDMNT maintains; only the number and name are
      * needed here.
       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VENDOR-RECORD.
       01  VENDOR-RECORD.
           05  VND-VENDOR-NUMBER        PIC X(06).
           05  VND-VENDOR-NAME          PIC X(30).
           05  FILLER                   PIC X(114).

      * The late lines in vendor order, same layout as POOPEN2.
       FD  SORTED-PAST-DUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SORTED-PAST-DUE.
       01  SORTED-PAST-DUE.
           05  SPD-PO-NUMBER            PIC 9(08).
           05  SPD-LINE-NUMBER          PIC 9(03).
           05  SPD-VENDOR-NUMBER        PIC X(06).
           05  SPD-SKU                  PIC X(10).
           05  SPD-ORDERED-QUANTITY     PIC S9(07) COMP-3.
           05  SPD-RECEIVED-QUANTITY    PIC S9(07) COMP-3.
           05  SPD-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SPD-ORDER-DATE           PIC X(08).
           05  SPD-PROMISED-DATE        PIC X(08).
           05  SPD-LINE-STATUS          PIC X(01).
           05  SPD-LAST-RECEIPT-DATE    PIC X(08).
           05  FILLER                   PIC X(02).

       SD  PAST-DUE-SORT-FILE
           DATA RECORD IS PAST-DUE-SORT-RECORD.
       01  PAST-DUE-SORT-RECORD.
           05  SRW-PO-NUMBER            PIC 9(08).
           05  SRW-LINE-NUMBER          PIC 9(03).
           05  SRW-VENDOR-NUMBER        PIC X(06).
           05  FILLER                   PIC X(30).
           05  SRW-PROMISED-DATE        PIC X(08).
           05  FILLER                   PIC X(11).

       FD  PAST-DUE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAST-DUE-REPORT-LINE.
       01  PAST-DUE-REPORT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  OPEN-PO-STATUS           PIC X(02).
               88  OPEN-PO-OK           VALUE '00'.
               88  END-OF-OPEN-PO       VALUE '10'.
           05  VENDOR-STATUS            PIC X(02).
               88  VENDOR-OK            VALUE '00'.
               88  END-OF-VENDOR        VALUE '10'.
           05  SORTED-PAST-DUE-STATUS   PIC X(02).
               88  SORTED-PAST-DUE-OK   VALUE '00'.
               88  END-OF-SORTED-PAST-DUE VALUE '10'.
           05  PAST-DUE-REPORT-STATUS   PIC X(02).
               88  PAST-DUE-REPORT-OK   VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'POPASTDU'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'POPASTDU'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

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

       01  WS-VENDOR-TABLE-AREA.
           05  WS-VENDOR-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-VENDOR-ENTRY
                   OCCURS 1 TO 2000
                   DEPENDING ON WS-VENDOR-COUNT
                   INDEXED BY VENDOR-INDEX.
               10  WS-VEN-VENDOR-NUMBER     PIC X(06).
               10  WS-VEN-VENDOR-NAME       PIC X(30).
       01  WS-MAX-VENDOR-ENTRIES        PIC S9(05) COMP-3 VALUE 2000.

       01  WS-PAST-DUE-WORK-AREAS.
           05  WS-CURRENT-VENDOR        PIC X(06) VALUE SPACES.
           05  WS-BALANCE-DUE           PIC S9(07) COMP-3.
           05  WS-VALUE-DUE             PIC S9(09)V99 COMP-3.
           05  WS-VENDOR-LINES          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-VENDOR-VALUE          PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-TOTAL-LINES           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TOTAL-VENDORS         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TOTAL-VALUE           PIC S9(11)V99 COMP-3
                                        VALUE ZERO.

       01  PAST-DUE-HEADING-LINE.
           05  FILLER                   PIC X(32)
                   VALUE 'PAST-DUE PURCHASE ORDERS AS OF '.
           05  PHD-RUN-DATE             PIC X(08).
       01  PAST-DUE-VENDOR-LINE.
           05  FILLER                   PIC X(08) VALUE 'VENDOR '.
           05  PVL-VENDOR-NUMBER        PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PVL-VENDOR-NAME          PIC X(30).
       01  PAST-DUE-COLUMN-HEADINGS.
           05  FILLER                   PIC X(14) VALUE '  PO-LINE'.
           05  FILLER                   PIC X(12) VALUE 'SKU'.
           05  FILLER                   PIC X(10) VALUE 'ORDERED ON'.
           05  FILLER                   PIC X(10) VALUE 'PROMISED'.
           05  FILLER                   PIC X(06) VALUE '  LATE'.
           05  FILLER                   PIC X(11) VALUE '    ORDERED'.
           05  FILLER                   PIC X(11) VALUE '   RECEIVED'.
           05  FILLER                   PIC X(12) VALUE ' BALANCE DUE'.
           05  FILLER                   PIC X(15) VALUE
                   '      VALUE DUE'.
       01  PAST-DUE-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PDL-PO-NUMBER            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  PDL-LINE-NUMBER          PIC 9(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PDL-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PDL-ORDER-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PDL-PROMISED-DATE        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PDL-DAYS-LATE            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PDL-ORDERED              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PDL-RECEIVED             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PDL-BALANCE-DUE          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PDL-VALUE-DUE            PIC ZZZ,ZZZ,ZZ9.99.
       01  PAST-DUE-VENDOR-TOTAL.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE 'VENDOR TOTAL    '.
           05  PVT-LINES                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(18)
                   VALUE ' LINES PAST DUE   '.
           05  PVT-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  PAST-DUE-TRAILER-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'VENDORS PAST DUE:   '.
           05  PTR-VENDORS              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '  LINES:        '.
           05  PTR-LINES                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '  VALUE DUE:    '.
           05  PTR-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'POPASTDU'.
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
           MOVE 'POREL' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'POPASTDU PRODUCER POREL'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POPASTDU PRODUCER POREL NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-VENDOR-TABLE

      * Resequence the late lines by vendor so one forward pass with
      * a control break on vendor is the whole report.
           SORT PAST-DUE-SORT-FILE
               ON ASCENDING KEY SRW-VENDOR-NUMBER
                                SRW-PROMISED-DATE
                                SRW-PO-NUMBER
                                SRW-LINE-NUMBER
               INPUT PROCEDURE IS RELEASE-PAST-DUE-LINES
               GIVING SORTED-PAST-DUE-FILE

           OPEN INPUT SORTED-PAST-DUE-FILE
           IF NOT SORTED-PAST-DUE-OK
               DISPLAY 'STATUS ON SORTED-PAST-DUE-FILE OPEN: '
                       SORTED-PAST-DUE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POPASTDU STATUS ON SORTED-PAST-DUE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT PAST-DUE-REPORT-FILE
           IF NOT PAST-DUE-REPORT-OK
               DISPLAY 'STATUS ON PAST-DUE-REPORT-FILE OPEN: '
                       PAST-DUE-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POPASTDU STATUS ON PAST-DUE-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE TO PHD-RUN-DATE
           WRITE PAST-DUE-REPORT-LINE FROM PAST-DUE-HEADING-LINE
           PERFORM UNTIL END-OF-SORTED-PAST-DUE
               READ SORTED-PAST-DUE-FILE
               IF SORTED-PAST-DUE-OK
                   PERFORM REPORT-ONE-PAST-DUE-LINE
               END-IF
           END-PERFORM
           IF WS-CURRENT-VENDOR IS NOT EQUAL TO SPACES
               PERFORM WRITE-VENDOR-TOTAL
           END-IF
           PERFORM WRITE-PAST-DUE-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * Without VENDMST1 the report still runs; the vendor lines just
      * carry no name.
       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE
           IF NOT VENDOR-OK
               DISPLAY 'STATUS ON VENDOR-FILE OPEN: '
                       VENDOR-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POPASTDU NO VENDMST1 - VENDOR NAMES LEFT BLANK'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-VENDOR
                   READ VENDOR-FILE
                   IF VENDOR-OK
                       IF WS-VENDOR-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-VENDOR-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'POPASTDU VENDOR TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-VENDOR-COUNT
                           MOVE VND-VENDOR-NUMBER
                               TO WS-VEN-VENDOR-NUMBER
                                      (WS-VENDOR-COUNT)
                           MOVE VND-VENDOR-NAME
                               TO WS-VEN-VENDOR-NAME(WS-VENDOR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF
           .
      * Releases every open line whose promised date is before today
      * and which still has something due. A missing POOPEN2 releases
      * nothing and the report prints empty.
       RELEASE-PAST-DUE-LINES.
           OPEN INPUT OPEN-PO-FILE
           IF NOT OPEN-PO-OK
               DISPLAY 'STATUS ON OPEN-PO-FILE OPEN: '
                       OPEN-PO-STATUS
               DISPLAY 'NO OPEN PURCHASE ORDERS ON FILE'
           ELSE
               PERFORM UNTIL END-OF-OPEN-PO
                   READ OPEN-PO-FILE
                   IF OPEN-PO-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       IF OPO-LINE-IS-OPEN
                               AND OPO-PROMISED-DATE IS NUMERIC
                               AND OPO-PROMISED-DATE
                                   IS LESS THAN WS-CDT-DATE-X
                               AND OPO-ORDERED-QUANTITY
                                   IS GREATER THAN
                                   OPO-RECEIVED-QUANTITY
                           RELEASE PAST-DUE-SORT-RECORD
                               FROM OPEN-PO-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF
           .
       REPORT-ONE-PAST-DUE-LINE.
           IF SPD-VENDOR-NUMBER IS NOT EQUAL TO WS-CURRENT-VENDOR
               IF WS-CURRENT-VENDOR IS NOT EQUAL TO SPACES
                   PERFORM WRITE-VENDOR-TOTAL
               END-IF
               PERFORM START-VENDOR-GROUP
           END-IF
           MOVE 'DB' TO WS-DC-FUNCTION-CODE
           MOVE SPD-PROMISED-DATE(1:4) TO WS-DC-YEAR-1
           MOVE SPD-PROMISED-DATE(5:2) TO WS-DC-MONTH-1
           MOVE SPD-PROMISED-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-2
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-2
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-2
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           COMPUTE WS-BALANCE-DUE =
               SPD-ORDERED-QUANTITY - SPD-RECEIVED-QUANTITY
           COMPUTE WS-VALUE-DUE = WS-BALANCE-DUE * SPD-UNIT-COST
           ADD 1 TO WS-VENDOR-LINES
           ADD 1 TO WS-TOTAL-LINES
           ADD WS-VALUE-DUE TO WS-VENDOR-VALUE
           ADD WS-VALUE-DUE TO WS-TOTAL-VALUE
           MOVE SPD-PO-NUMBER TO PDL-PO-NUMBER
           MOVE SPD-LINE-NUMBER TO PDL-LINE-NUMBER
           MOVE SPD-SKU TO PDL-SKU
           MOVE SPD-ORDER-DATE TO PDL-ORDER-DATE
           MOVE SPD-PROMISED-DATE TO PDL-PROMISED-DATE
           MOVE WS-DC-RESULT-DAYS TO PDL-DAYS-LATE
           MOVE SPD-ORDERED-QUANTITY TO PDL-ORDERED
           MOVE SPD-RECEIVED-QUANTITY TO PDL-RECEIVED
           MOVE WS-BALANCE-DUE TO PDL-BALANCE-DUE
           MOVE WS-VALUE-DUE TO PDL-VALUE-DUE
           WRITE PAST-DUE-REPORT-LINE FROM PAST-DUE-DETAIL-LINE
           .
       START-VENDOR-GROUP.
           MOVE SPD-VENDOR-NUMBER TO WS-CURRENT-VENDOR
           MOVE ZERO TO WS-VENDOR-LINES
           MOVE ZERO TO WS-VENDOR-VALUE
           ADD 1 TO WS-TOTAL-VENDORS
           MOVE SPD-VENDOR-NUMBER TO PVL-VENDOR-NUMBER
           MOVE SPACES TO PVL-VENDOR-NAME
           IF WS-VENDOR-COUNT IS GREATER THAN ZERO
               SET VENDOR-INDEX TO 1
               SEARCH WS-VENDOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VEN-VENDOR-NUMBER(VENDOR-INDEX)
                            IS EQUAL TO SPD-VENDOR-NUMBER
                       MOVE WS-VEN-VENDOR-NAME(VENDOR-INDEX)
                           TO PVL-VENDOR-NAME
               END-SEARCH
           END-IF
           MOVE SPACES TO PAST-DUE-REPORT-LINE
           WRITE PAST-DUE-REPORT-LINE
           WRITE PAST-DUE-REPORT-LINE FROM PAST-DUE-VENDOR-LINE
           WRITE PAST-DUE-REPORT-LINE FROM PAST-DUE-COLUMN-HEADINGS
           .
       WRITE-VENDOR-TOTAL.
           MOVE WS-VENDOR-LINES TO PVT-LINES
           MOVE WS-VENDOR-VALUE TO PVT-VALUE
           WRITE PAST-DUE-REPORT-LINE FROM PAST-DUE-VENDOR-TOTAL
           .
       WRITE-PAST-DUE-TRAILER.
           MOVE SPACES TO PAST-DUE-REPORT-LINE
           WRITE PAST-DUE-REPORT-LINE
           MOVE WS-TOTAL-VENDORS TO PTR-VENDORS
           MOVE WS-TOTAL-LINES TO PTR-LINES
           MOVE WS-TOTAL-VALUE TO PTR-VALUE
           WRITE PAST-DUE-REPORT-LINE FROM PAST-DUE-TRAILER-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'PAST-DUE PO LINES: ' WS-TOTAL-LINES
           CLOSE SORTED-PAST-DUE-FILE
           CLOSE PAST-DUE-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE WS-TOTAL-LINES TO WS-JS-EXCEPTION-COUNT
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
