      *****************************************************************
      * Program name:    POREL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Applying the buyers' review of tonight's suggested purchase
      * orders to the open purchase-order file. PORDSUG writes one
      * suggested PO per vendor to SUGGPO1; the buyers key what they
      * want released, resized or cancelled onto PORELTRN, and this
      * job applies it against POOPEN1, producing the next day's
      * POOPEN2 and a report of what it did. POOPEN1 carries one
      * record per PO line, keyed by PO number plus line number,
      * with the quantity ordered, the quantity received so far and
      * the promised date.
      *
      * Transaction action codes:
      *   R - release a suggested PO, every line of it that is still
      *       on the order. A promised date keyed on the transaction
      *       replaces the one PORDSUG worked out from the vendor's
      *       lead time. Rejected if the PO is not on SUGGPO1, was
      *       already released, or the keyed date is not a real date.
      *   Q - change a suggested line's quantity before it is
      *       released; a quantity of zero drops the line from the
      *       order. Rejected if the line is not on SUGGPO1 or the
      *       quantity is not numeric.
      *   C - cancel or close an open PO line; the line is dropped
      *       from the new file. Rejected if the line is not open on
      *       POOPEN1.
      * Releases are applied after the whole batch is read, so a Q
      * keyed after the R for the same PO still takes effect. A
      * suggestion nobody releases is not carried: PORDSUG suggests
      * it again tomorrow if the SKU still needs it. Every line
      * released or cancelled is cut to the shared MNTAUDIT
      * maintenance audit trail.
      * - Now reads POOPENR, the open-PO file after PORCPT has posted
      *   tonight's receipts, instead of POOPEN1 directly, and carries
      *   each line's last receipt date through to POOPEN2.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO 'POOPENR'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPEN-PO-STATUS.
           SELECT SUGGESTED-PO-FILE ASSIGN TO 'SUGGPO1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUGGESTED-PO-STATUS.
           SELECT RELEASE-TRANS-FILE ASSIGN TO 'PORELTRN'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RELEASE-TRANS-STATUS.
           SELECT OPEN-PO-NEW-FILE ASSIGN TO 'POOPEN2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPEN-PO-NEW-STATUS.
           SELECT RELEASE-REPORT-FILE ASSIGN TO 'PORELRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RELEASE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's open purchase orders, the layout PORDSUG reads.
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

      * Same layout PORDSUG writes.
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

       FD  RELEASE-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RELEASE-TRANS-RECORD.
       01  RELEASE-TRANS-RECORD.
           05  PRL-ACTION-CODE          PIC X(01).
               88  PRL-ACTION-IS-RELEASE     VALUE 'R'.
               88  PRL-ACTION-IS-REQUANTIFY  VALUE 'Q'.
               88  PRL-ACTION-IS-CANCEL      VALUE 'C'.
           05  PRL-PO-NUMBER            PIC 9(08).
           05  PRL-LINE-NUMBER          PIC 9(03).
           05  PRL-QUANTITY             PIC 9(07).
           05  PRL-PROMISED-DATE        PIC X(08).
           05  FILLER                   PIC X(13).

      * Tomorrow's open purchase orders, same layout as POOPEN1.
       FD  OPEN-PO-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPEN-PO-NEW-RECORD.
       01  OPEN-PO-NEW-RECORD.
           05  OPN-PO-NUMBER            PIC 9(08).
           05  OPN-LINE-NUMBER          PIC 9(03).
           05  OPN-VENDOR-NUMBER        PIC X(06).
           05  OPN-SKU                  PIC X(10).
           05  OPN-ORDERED-QUANTITY     PIC S9(07) COMP-3.
           05  OPN-RECEIVED-QUANTITY    PIC S9(07) COMP-3.
           05  OPN-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  OPN-ORDER-DATE           PIC X(08).
           05  OPN-PROMISED-DATE        PIC X(08).
           05  OPN-LINE-STATUS          PIC X(01).
           05  OPN-LAST-RECEIPT-DATE    PIC X(08).
           05  FILLER                   PIC X(02).

       FD  RELEASE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RELEASE-REPORT-LINE.
       01  RELEASE-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  OPEN-PO-STATUS           PIC X(02).
               88  OPEN-PO-OK           VALUE '00'.
               88  END-OF-OPEN-PO       VALUE '10'.
           05  SUGGESTED-PO-STATUS      PIC X(02).
               88  SUGGESTED-PO-OK      VALUE '00'.
               88  END-OF-SUGGESTED-PO  VALUE '10'.
           05  RELEASE-TRANS-STATUS     PIC X(02).
               88  RELEASE-TRANS-OK     VALUE '00'.
               88  END-OF-RELEASE-TRANS VALUE '10'.
           05  OPEN-PO-NEW-STATUS       PIC X(02).
               88  OPEN-PO-NEW-OK       VALUE '00'.
           05  RELEASE-REPORT-STATUS    PIC X(02).
               88  RELEASE-REPORT-OK    VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'POREL'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'POREL'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Work area mirroring MNTAUDIT's LINKAGE SECTION.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'POREL'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'POOPEN1'.
           05  WS-MA-RECORD-KEY           PIC X(20).
           05  WS-MA-ACTION-CODE          PIC X(01).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).

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

       01  WS-MAINT-TOTALS.
           05  WS-TRANSACTION-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-RELEASED-PO-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-RELEASED-LINE-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REQUANTIFIED-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CANCELLED-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.

       01  WS-OPEN-PO-TABLE-AREA.
           05  WS-OPEN-PO-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-OPEN-PO-ENTRY
                   OCCURS 1 TO 9000
                   DEPENDING ON WS-OPEN-PO-COUNT
                   INDEXED BY OPEN-PO-INDEX.
               10  WS-OPL-PO-NUMBER         PIC 9(08).
               10  WS-OPL-LINE-NUMBER       PIC 9(03).
               10  WS-OPL-VENDOR-NUMBER     PIC X(06).
               10  WS-OPL-SKU               PIC X(10).
               10  WS-OPL-ORDERED-QUANTITY  PIC S9(07) COMP-3.
               10  WS-OPL-RECEIVED-QUANTITY PIC S9(07) COMP-3.
               10  WS-OPL-UNIT-COST         PIC S9(05)V99 COMP-3.
               10  WS-OPL-ORDER-DATE        PIC X(08).
               10  WS-OPL-PROMISED-DATE     PIC X(08).
               10  WS-OPL-LINE-STATUS       PIC X(01).
                   88  WS-OPL-IS-OPEN       VALUE 'O'.
               10  WS-OPL-LAST-RECEIPT-DATE PIC X(08).
       01  WS-MAX-OPEN-PO-ENTRIES       PIC S9(05) COMP-3 VALUE 9000.

       01  WS-SUGGESTED-TABLE-AREA.
           05  WS-SUGGESTED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SUGGESTED-ENTRY
                   OCCURS 1 TO 2000
                   DEPENDING ON WS-SUGGESTED-COUNT
                   INDEXED BY SUGGESTED-INDEX.
               10  WS-SGL-PO-NUMBER         PIC 9(08).
               10  WS-SGL-LINE-NUMBER       PIC 9(03).
               10  WS-SGL-VENDOR-NUMBER     PIC X(06).
               10  WS-SGL-SKU               PIC X(10).
               10  WS-SGL-QUANTITY          PIC 9(07).
               10  WS-SGL-UNIT-COST         PIC S9(05)V99 COMP-3.
               10  WS-SGL-PROMISED-DATE     PIC X(08).
               10  WS-SGL-RELEASE-SWITCH    PIC X(01).
                   88  WS-SGL-IS-RELEASED   VALUE 'Y'.
       01  WS-MAX-SUGGESTED-ENTRIES     PIC S9(05) COMP-3 VALUE 2000.

       01  WS-RELEASE-WORK-AREAS.
           05  WS-PO-FOUND-SWITCH       PIC X VALUE 'N'.
               88  PO-IS-SUGGESTED      VALUE 'Y'.
           05  WS-PO-RELEASED-SWITCH    PIC X VALUE 'N'.
               88  PO-ALREADY-RELEASED  VALUE 'Y'.
           05  WS-DATE-CHECK-SWITCH     PIC X VALUE 'Y'.
               88  KEYED-DATE-IS-VALID  VALUE 'Y'.

      * Before/after image of a PO line, as MNTAUDIT records it.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-VENDOR-NUMBER     PIC X(06).
           05  WS-AIW-SKU               PIC X(10).
           05  WS-AIW-ORDERED-QUANTITY  PIC 9(07).
           05  WS-AIW-RECEIVED-QUANTITY PIC 9(07).
           05  WS-AIW-UNIT-COST         PIC 9(05)V99.
           05  WS-AIW-PROMISED-DATE     PIC X(08).
           05  WS-AIW-LINE-STATUS       PIC X(01).
           05  FILLER                   PIC X(14).

       01  RELEASE-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-PO-NUMBER              PIC 9(08).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  RPT-LINE-NUMBER            PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-SKU                    PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-QUANTITY               PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-PROMISED-DATE          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(37).

       01  RELEASE-REPORT-TRAILER.
           05  FILLER                     PIC X(15)
                   VALUE 'PO RELEASE RUN '.
           05  TRL-TRANSACTION-COUNT      PIC ZZ9.
           05  FILLER                     PIC X(15)
                   VALUE ' TRANSACTIONS, '.
           05  TRL-RELEASED-PO-COUNT      PIC ZZ9.
           05  FILLER                     PIC X(14)
                   VALUE ' POS RELEASED '.
           05  TRL-RELEASED-LINE-COUNT    PIC ZZZ9.
           05  FILLER                     PIC X(07) VALUE ' LINES '.
           05  TRL-REQUANTIFIED-COUNT     PIC ZZ9.
           05  FILLER                     PIC X(08) VALUE ' RESIZED'.
           05  TRL-CANCELLED-COUNT        PIC ZZ9.
           05  FILLER                     PIC X(07) VALUE ' CLOSED'.
           05  TRL-REJECTED-COUNT         PIC ZZ9.
           05  FILLER                     PIC X(09) VALUE ' REJECTED'.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'POREL'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

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

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'PORDSUG' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'POREL PRODUCER PORDSUG'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POREL PRODUCER PORDSUG NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           MOVE 'OP' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION

           PERFORM LOAD-OPEN-PO-TABLE
           PERFORM LOAD-SUGGESTED-TABLE

           OPEN INPUT RELEASE-TRANS-FILE
           IF NOT RELEASE-TRANS-OK
               DISPLAY 'STATUS ON RELEASE-TRANS-FILE OPEN: '
                       RELEASE-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POREL STATUS ON RELEASE-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT RELEASE-REPORT-FILE
           IF NOT RELEASE-REPORT-OK
               DISPLAY 'STATUS ON RELEASE-REPORT-FILE OPEN: '
                       RELEASE-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POREL STATUS ON RELEASE-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-RELEASE-TRANS
               READ RELEASE-TRANS-FILE
               IF RELEASE-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           PERFORM ADD-RELEASED-LINES
               VARYING SUGGESTED-INDEX FROM 1 BY 1
               UNTIL SUGGESTED-INDEX > WS-SUGGESTED-COUNT

           OPEN OUTPUT OPEN-PO-NEW-FILE
           IF NOT OPEN-PO-NEW-OK
               DISPLAY 'STATUS ON OPEN-PO-NEW-FILE OPEN: '
                       OPEN-PO-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POREL STATUS ON OPEN-PO-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-NEW-MASTER

           PERFORM WRITE-MAINT-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * A missing POOPENR is the first night, before any PO was
      * ever released: the run starts from an empty file.
       LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE
           IF NOT OPEN-PO-OK
               DISPLAY 'STATUS ON OPEN-PO-FILE OPEN: '
                       OPEN-PO-STATUS
               DISPLAY 'STARTING A NEW OPEN PURCHASE-ORDER FILE'
           ELSE
               PERFORM UNTIL END-OF-OPEN-PO
                   READ OPEN-PO-FILE
                   IF OPEN-PO-OK
                       PERFORM LOAD-ONE-OPEN-PO-LINE
                   END-IF
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF
           .
       LOAD-ONE-OPEN-PO-LINE.
           IF WS-OPEN-PO-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-OPEN-PO-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POREL OPEN PO TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           ELSE
               ADD 1 TO WS-OPEN-PO-COUNT
               MOVE OPO-PO-NUMBER
                   TO WS-OPL-PO-NUMBER(WS-OPEN-PO-COUNT)
               MOVE OPO-LINE-NUMBER
                   TO WS-OPL-LINE-NUMBER(WS-OPEN-PO-COUNT)
               MOVE OPO-VENDOR-NUMBER
                   TO WS-OPL-VENDOR-NUMBER(WS-OPEN-PO-COUNT)
               MOVE OPO-SKU TO WS-OPL-SKU(WS-OPEN-PO-COUNT)
               MOVE OPO-ORDERED-QUANTITY
                   TO WS-OPL-ORDERED-QUANTITY(WS-OPEN-PO-COUNT)
               MOVE OPO-RECEIVED-QUANTITY
                   TO WS-OPL-RECEIVED-QUANTITY(WS-OPEN-PO-COUNT)
               MOVE OPO-UNIT-COST
                   TO WS-OPL-UNIT-COST(WS-OPEN-PO-COUNT)
               MOVE OPO-ORDER-DATE
                   TO WS-OPL-ORDER-DATE(WS-OPEN-PO-COUNT)
               MOVE OPO-PROMISED-DATE
                   TO WS-OPL-PROMISED-DATE(WS-OPEN-PO-COUNT)
               MOVE OPO-LINE-STATUS
                   TO WS-OPL-LINE-STATUS(WS-OPEN-PO-COUNT)
               MOVE OPO-LAST-RECEIPT-DATE
                   TO WS-OPL-LAST-RECEIPT-DATE(WS-OPEN-PO-COUNT)
           END-IF
           .
       LOAD-SUGGESTED-TABLE.
           OPEN INPUT SUGGESTED-PO-FILE
           IF NOT SUGGESTED-PO-OK
               DISPLAY 'STATUS ON SUGGESTED-PO-FILE OPEN: '
                       SUGGESTED-PO-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POREL STATUS ON SUGGESTED-PO-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM UNTIL END-OF-SUGGESTED-PO
               READ SUGGESTED-PO-FILE
               IF SUGGESTED-PO-OK
                   IF WS-SUGGESTED-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-SUGGESTED-ENTRIES
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'POREL SUGGESTED PO TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       PERFORM LOAD-ONE-SUGGESTED-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUGGESTED-PO-FILE
           .
       LOAD-ONE-SUGGESTED-LINE.
           ADD 1 TO WS-SUGGESTED-COUNT
           MOVE SPO-PO-NUMBER TO WS-SGL-PO-NUMBER(WS-SUGGESTED-COUNT)
           MOVE SPO-LINE-NUMBER
               TO WS-SGL-LINE-NUMBER(WS-SUGGESTED-COUNT)
           MOVE SPO-VENDOR-NUMBER
               TO WS-SGL-VENDOR-NUMBER(WS-SUGGESTED-COUNT)
           MOVE SPO-SKU TO WS-SGL-SKU(WS-SUGGESTED-COUNT)
           MOVE SPO-SUGGESTED-QUANTITY
               TO WS-SGL-QUANTITY(WS-SUGGESTED-COUNT)
           MOVE SPO-UNIT-COST TO WS-SGL-UNIT-COST(WS-SUGGESTED-COUNT)
           MOVE SPO-PROMISED-DATE
               TO WS-SGL-PROMISED-DATE(WS-SUGGESTED-COUNT)
           MOVE 'N' TO WS-SGL-RELEASE-SWITCH(WS-SUGGESTED-COUNT)
           .
       APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN PRL-ACTION-IS-RELEASE
                   PERFORM APPLY-RELEASE
               WHEN PRL-ACTION-IS-REQUANTIFY
                   PERFORM APPLY-REQUANTIFY
               WHEN PRL-ACTION-IS-CANCEL
                   PERFORM APPLY-CANCEL
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * A release marks every line of the suggested PO; the lines
      * are added to the open file once the whole batch is read.
       APPLY-RELEASE.
           MOVE 'N' TO WS-PO-FOUND-SWITCH
           MOVE 'N' TO WS-PO-RELEASED-SWITCH
           MOVE 'Y' TO WS-DATE-CHECK-SWITCH
           PERFORM CHECK-PO-SUGGESTED
               VARYING SUGGESTED-INDEX FROM 1 BY 1
               UNTIL SUGGESTED-INDEX > WS-SUGGESTED-COUNT
           IF WS-OPEN-PO-COUNT IS GREATER THAN ZERO
               SET OPEN-PO-INDEX TO 1
               SEARCH WS-OPEN-PO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPL-PO-NUMBER(OPEN-PO-INDEX)
                            IS EQUAL TO PRL-PO-NUMBER
                       SET PO-ALREADY-RELEASED TO TRUE
               END-SEARCH
           END-IF
           IF PRL-PROMISED-DATE IS NOT EQUAL TO SPACES
               PERFORM CHECK-KEYED-PROMISED-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT PO-IS-SUGGESTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PO NOT ON SUGGPO1'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PO-ALREADY-RELEASED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PO ALREADY RELEASED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN NOT KEYED-DATE-IS-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PROMISED DATE NOT VALID'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   PERFORM MARK-PO-RELEASED
                       VARYING SUGGESTED-INDEX FROM 1 BY 1
                       UNTIL SUGGESTED-INDEX > WS-SUGGESTED-COUNT
                   ADD 1 TO WS-RELEASED-PO-COUNT
                   MOVE 'RELEASED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       CHECK-PO-SUGGESTED.
           IF WS-SGL-PO-NUMBER(SUGGESTED-INDEX)
                   IS EQUAL TO PRL-PO-NUMBER
               SET PO-IS-SUGGESTED TO TRUE
               IF WS-SGL-IS-RELEASED(SUGGESTED-INDEX)
                   SET PO-ALREADY-RELEASED TO TRUE
               END-IF
           END-IF
           .
       CHECK-KEYED-PROMISED-DATE.
           IF PRL-PROMISED-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-CHECK-SWITCH
           ELSE
               MOVE 'VD' TO WS-DC-FUNCTION-CODE
               MOVE PRL-PROMISED-DATE(1:4) TO WS-DC-YEAR-1
               MOVE PRL-PROMISED-DATE(5:2) TO WS-DC-MONTH-1
               MOVE PRL-PROMISED-DATE(7:2) TO WS-DC-DAY-1
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               IF NOT WS-DC-DATE-IS-VALID
                   MOVE 'N' TO WS-DATE-CHECK-SWITCH
               END-IF
           END-IF
           .
       MARK-PO-RELEASED.
           IF WS-SGL-PO-NUMBER(SUGGESTED-INDEX)
                   IS EQUAL TO PRL-PO-NUMBER
               MOVE 'Y' TO WS-SGL-RELEASE-SWITCH(SUGGESTED-INDEX)
               IF PRL-PROMISED-DATE IS NOT EQUAL TO SPACES
                   MOVE PRL-PROMISED-DATE
                       TO WS-SGL-PROMISED-DATE(SUGGESTED-INDEX)
               END-IF
           END-IF
           .
       APPLY-REQUANTIFY.
           SET SUGGESTED-INDEX TO 1
           SEARCH WS-SUGGESTED-ENTRY
               AT END
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - LINE NOT ON SUGGPO1'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN WS-SGL-PO-NUMBER(SUGGESTED-INDEX)
                        IS EQUAL TO PRL-PO-NUMBER
               AND  WS-SGL-LINE-NUMBER(SUGGESTED-INDEX)
                        IS EQUAL TO PRL-LINE-NUMBER
                   IF PRL-QUANTITY IS NOT NUMERIC
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 'REJECTED - QUANTITY NOT NUMERIC'
                           TO RPT-DISPOSITION
                   ELSE
                       MOVE PRL-QUANTITY
                           TO WS-SGL-QUANTITY(SUGGESTED-INDEX)
                       ADD 1 TO WS-REQUANTIFIED-COUNT
                       IF PRL-QUANTITY IS EQUAL TO ZERO
                           MOVE 'LINE DROPPED FROM ORDER'
                               TO RPT-DISPOSITION
                       ELSE
                           MOVE 'QUANTITY CHANGED'
                               TO RPT-DISPOSITION
                       END-IF
                   END-IF
                   MOVE WS-SGL-SKU(SUGGESTED-INDEX) TO RPT-SKU
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-SEARCH
           .
       APPLY-CANCEL.
           IF WS-OPEN-PO-COUNT IS EQUAL TO ZERO
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED - LINE NOT OPEN ON POOPEN1'
                   TO RPT-DISPOSITION
               PERFORM WRITE-MAINT-REPORT-LINE
           ELSE
               SET OPEN-PO-INDEX TO 1
               SEARCH WS-OPEN-PO-ENTRY
                   AT END
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 'REJECTED - LINE NOT OPEN ON POOPEN1'
                           TO RPT-DISPOSITION
                       PERFORM WRITE-MAINT-REPORT-LINE
                   WHEN WS-OPL-PO-NUMBER(OPEN-PO-INDEX)
                            IS EQUAL TO PRL-PO-NUMBER
                   AND  WS-OPL-LINE-NUMBER(OPEN-PO-INDEX)
                            IS EQUAL TO PRL-LINE-NUMBER
                   AND  WS-OPL-IS-OPEN(OPEN-PO-INDEX)
                       MOVE 'D' TO WS-MA-ACTION-CODE
                       PERFORM IMAGE-THE-TABLE-ENTRY
                       MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                       MOVE SPACES TO WS-MA-AFTER-IMAGE
                       PERFORM WRITE-AUDIT-ENTRY
                       MOVE 'C' TO WS-OPL-LINE-STATUS(OPEN-PO-INDEX)
                       ADD 1 TO WS-CANCELLED-COUNT
                       MOVE WS-OPL-SKU(OPEN-PO-INDEX) TO RPT-SKU
                       MOVE 'LINE CLOSED' TO RPT-DISPOSITION
                       PERFORM WRITE-MAINT-REPORT-LINE
               END-SEARCH
           END-IF
           .
      * Each released line still on the order becomes an open PO
      * line, ordered tonight with nothing yet received.
       ADD-RELEASED-LINES.
           IF WS-SGL-IS-RELEASED(SUGGESTED-INDEX)
                   AND WS-SGL-QUANTITY(SUGGESTED-INDEX)
                           IS GREATER THAN ZERO
               IF WS-OPEN-PO-COUNT IS GREATER THAN OR EQUAL TO
                       WS-MAX-OPEN-PO-ENTRIES
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'POREL OPEN PO TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   GO TO END-OF-PROGRAM
               END-IF
               ADD 1 TO WS-OPEN-PO-COUNT
               SET OPEN-PO-INDEX TO WS-OPEN-PO-COUNT
               MOVE WS-SGL-PO-NUMBER(SUGGESTED-INDEX)
                   TO WS-OPL-PO-NUMBER(OPEN-PO-INDEX)
               MOVE WS-SGL-LINE-NUMBER(SUGGESTED-INDEX)
                   TO WS-OPL-LINE-NUMBER(OPEN-PO-INDEX)
               MOVE WS-SGL-VENDOR-NUMBER(SUGGESTED-INDEX)
                   TO WS-OPL-VENDOR-NUMBER(OPEN-PO-INDEX)
               MOVE WS-SGL-SKU(SUGGESTED-INDEX)
                   TO WS-OPL-SKU(OPEN-PO-INDEX)
               MOVE WS-SGL-QUANTITY(SUGGESTED-INDEX)
                   TO WS-OPL-ORDERED-QUANTITY(OPEN-PO-INDEX)
               MOVE ZERO TO WS-OPL-RECEIVED-QUANTITY(OPEN-PO-INDEX)
               MOVE WS-SGL-UNIT-COST(SUGGESTED-INDEX)
                   TO WS-OPL-UNIT-COST(OPEN-PO-INDEX)
               MOVE WS-CDT-DATE TO WS-OPL-ORDER-DATE(OPEN-PO-INDEX)
               MOVE WS-SGL-PROMISED-DATE(SUGGESTED-INDEX)
                   TO WS-OPL-PROMISED-DATE(OPEN-PO-INDEX)
               MOVE 'O' TO WS-OPL-LINE-STATUS(OPEN-PO-INDEX)
               MOVE SPACES TO WS-OPL-LAST-RECEIPT-DATE(OPEN-PO-INDEX)
               ADD 1 TO WS-RELEASED-LINE-COUNT
               MOVE 'A' TO WS-MA-ACTION-CODE
               MOVE SPACES TO WS-MA-BEFORE-IMAGE
               PERFORM IMAGE-THE-TABLE-ENTRY
               MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
               MOVE WS-OPL-PO-NUMBER(OPEN-PO-INDEX) TO PRL-PO-NUMBER
               MOVE WS-OPL-LINE-NUMBER(OPEN-PO-INDEX)
                   TO PRL-LINE-NUMBER
               PERFORM WRITE-AUDIT-ENTRY
               MOVE 'R' TO PRL-ACTION-CODE
               MOVE WS-OPL-ORDERED-QUANTITY(OPEN-PO-INDEX)
                   TO PRL-QUANTITY
               MOVE WS-OPL-PROMISED-DATE(OPEN-PO-INDEX)
                   TO PRL-PROMISED-DATE
               MOVE WS-OPL-SKU(OPEN-PO-INDEX) TO RPT-SKU
               MOVE 'LINE ADDED TO OPEN PURCHASE ORDERS'
                   TO RPT-DISPOSITION
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE SPACES TO WS-AUDIT-IMAGE-WORK
           MOVE WS-OPL-VENDOR-NUMBER(OPEN-PO-INDEX)
               TO WS-AIW-VENDOR-NUMBER
           MOVE WS-OPL-SKU(OPEN-PO-INDEX) TO WS-AIW-SKU
           MOVE WS-OPL-ORDERED-QUANTITY(OPEN-PO-INDEX)
               TO WS-AIW-ORDERED-QUANTITY
           MOVE WS-OPL-RECEIVED-QUANTITY(OPEN-PO-INDEX)
               TO WS-AIW-RECEIVED-QUANTITY
           MOVE WS-OPL-UNIT-COST(OPEN-PO-INDEX) TO WS-AIW-UNIT-COST
           MOVE WS-OPL-PROMISED-DATE(OPEN-PO-INDEX)
               TO WS-AIW-PROMISED-DATE
           MOVE WS-OPL-LINE-STATUS(OPEN-PO-INDEX)
               TO WS-AIW-LINE-STATUS
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE WS-OPL-PO-NUMBER(OPEN-PO-INDEX)
               TO WS-MA-RECORD-KEY(1:8)
           MOVE WS-OPL-LINE-NUMBER(OPEN-PO-INDEX)
               TO WS-MA-RECORD-KEY(9:3)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE PRL-ACTION-CODE TO RPT-ACTION-CODE
           MOVE PRL-PO-NUMBER TO RPT-PO-NUMBER
           MOVE PRL-LINE-NUMBER TO RPT-LINE-NUMBER
           IF PRL-QUANTITY IS NUMERIC
               MOVE PRL-QUANTITY TO RPT-QUANTITY
           ELSE
               MOVE ZERO TO RPT-QUANTITY
           END-IF
           MOVE PRL-PROMISED-DATE TO RPT-PROMISED-DATE
           WRITE RELEASE-REPORT-LINE FROM RELEASE-REPORT-DETAIL
           MOVE SPACES TO RPT-SKU
           .
      * Closed lines are dropped rather than carried forward.
       WRITE-NEW-MASTER.
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING OPEN-PO-INDEX FROM 1 BY 1
               UNTIL OPEN-PO-INDEX > WS-OPEN-PO-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           IF WS-OPL-IS-OPEN(OPEN-PO-INDEX)
               MOVE SPACES TO OPEN-PO-NEW-RECORD
               MOVE WS-OPL-PO-NUMBER(OPEN-PO-INDEX) TO OPN-PO-NUMBER
               MOVE WS-OPL-LINE-NUMBER(OPEN-PO-INDEX)
                   TO OPN-LINE-NUMBER
               MOVE WS-OPL-VENDOR-NUMBER(OPEN-PO-INDEX)
                   TO OPN-VENDOR-NUMBER
               MOVE WS-OPL-SKU(OPEN-PO-INDEX) TO OPN-SKU
               MOVE WS-OPL-ORDERED-QUANTITY(OPEN-PO-INDEX)
                   TO OPN-ORDERED-QUANTITY
               MOVE WS-OPL-RECEIVED-QUANTITY(OPEN-PO-INDEX)
                   TO OPN-RECEIVED-QUANTITY
               MOVE WS-OPL-UNIT-COST(OPEN-PO-INDEX) TO OPN-UNIT-COST
               MOVE WS-OPL-ORDER-DATE(OPEN-PO-INDEX)
                   TO OPN-ORDER-DATE
               MOVE WS-OPL-PROMISED-DATE(OPEN-PO-INDEX)
                   TO OPN-PROMISED-DATE
               MOVE WS-OPL-LINE-STATUS(OPEN-PO-INDEX)
                   TO OPN-LINE-STATUS
               MOVE WS-OPL-LAST-RECEIPT-DATE(OPEN-PO-INDEX)
                   TO OPN-LAST-RECEIPT-DATE
               WRITE OPEN-PO-NEW-RECORD
           END-IF
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-RELEASED-PO-COUNT TO TRL-RELEASED-PO-COUNT
           MOVE WS-RELEASED-LINE-COUNT TO TRL-RELEASED-LINE-COUNT
           MOVE WS-REQUANTIFIED-COUNT TO TRL-REQUANTIFIED-COUNT
           MOVE WS-CANCELLED-COUNT TO TRL-CANCELLED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE RELEASE-REPORT-LINE FROM RELEASE-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'PO RELEASE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           CLOSE RELEASE-TRANS-FILE
           CLOSE OPEN-PO-NEW-FILE
           CLOSE RELEASE-REPORT-FILE
           MOVE 'CL' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE WS-TRANSACTION-COUNT TO WS-JS-RECORD-COUNT
           MOVE WS-REJECTED-COUNT TO WS-JS-EXCEPTION-COUNT
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
           GOBACK
           .
