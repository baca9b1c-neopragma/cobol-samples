      *****************************************************************
      * Program name:    SKUSMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the SKU supply master (SKUSUP1) from a batch of
      * add/change/deactivate transactions, the same pattern VENDMNT
      * applies to VENDMST1. One record per SKU we buy, naming the
      * preferred vendor it is ordered from and the standard reorder
      * quantity - the smallest sensible order the buyer would place
      * for it. PORDSUG reads it to turn INVSTOCK's reorder-flagged
      * SKUs into suggested purchase-order lines. Purchasing keys the
      * day's changes onto SKUSTRNS, and this job applies them
      * against SKUSUP1 overnight, producing the next day's SKUSUP2
      * and a report of what it did. A record is keyed by SKU.
      *
      * Transaction action codes:
      *   A - add a SKU's supply terms. Rejected if the SKU is already
      *       on file, if the SKU is not on PRODMAST, if the vendor
      *       is not on VENDMST1, or if no numeric reorder quantity is
      *       keyed.
      *   C - change the preferred vendor and/or reorder quantity.
      *       Rejected if the SKU is not on file, or if a keyed
      *       vendor is not on VENDMST1. A blank field leaves the
      *       master's value alone.
      *   D - deactivate a SKU's supply terms; the record is dropped
      *       from the new master and the SKU is no longer suggested
      *       for reorder. Rejected if the SKU is not on file.
      * Every applied transaction is cut to the shared MNTAUDIT
      * maintenance audit trail with before and after images.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SKUSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKU-SUPPLY-FILE ASSIGN TO 'SKUSUP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-SUPPLY-STATUS.
           SELECT SKU-SUPPLY-TRANS-FILE ASSIGN TO 'SKUSTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-SUPPLY-TRANS-STATUS.
           SELECT SKU-SUPPLY-NEW-FILE ASSIGN TO 'SKUSUP2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-SUPPLY-NEW-STATUS.
           SELECT SKU-SUPPLY-REPORT-FILE ASSIGN TO 'SKUSRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-SUPPLY-REPORT-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'VENDMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VENDOR-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout PORDSUG reads.
       FD  SKU-SUPPLY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SKU-SUPPLY-RECORD.
       01  SKU-SUPPLY-RECORD.
           05  SSP-SKU                  PIC X(10).
           05  SSP-PREFERRED-VENDOR     PIC X(06).
           05  SSP-REORDER-QUANTITY     PIC 9(07).
           05  FILLER                   PIC X(07).

      * One add/change/deactivate request per record.
       FD  SKU-SUPPLY-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SKU-SUPPLY-TRANS-RECORD.
       01  SKU-SUPPLY-TRANS-RECORD.
           05  SST-ACTION-CODE          PIC X.
               88  SST-ACTION-IS-ADD         VALUE 'A'.
               88  SST-ACTION-IS-CHANGE      VALUE 'C'.
               88  SST-ACTION-IS-DEACTIVATE  VALUE 'D'.
           05  SST-SKU                  PIC X(10).
           05  SST-PREFERRED-VENDOR     PIC X(06).
           05  SST-REORDER-QUANTITY     PIC 9(07).

      * Tomorrow's master, same layout as SKU-SUPPLY-FILE.
       FD  SKU-SUPPLY-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SKU-SUPPLY-NEW-RECORD.
       01  SKU-SUPPLY-NEW-RECORD.
           05  SSN-SKU                  PIC X(10).
           05  SSN-PREFERRED-VENDOR     PIC X(06).
           05  SSN-REORDER-QUANTITY     PIC 9(07).
           05  FILLER                   PIC X(07).

      * One line per transaction applied or rejected, plus a trailer.
       FD  SKU-SUPPLY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SKU-SUPPLY-REPORT-LINE.
       01  SKU-SUPPLY-REPORT-LINE           PIC X(100).

      * Same layout VENDMNT maintains; only the vendor numbers are
      * wanted here.
       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VENDOR-RECORD.
       01  VENDOR-RECORD.
           05  VND-VENDOR-NUMBER        PIC X(06).
           05  FILLER                   PIC X(144).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  SKU-SUPPLY-STATUS        PIC X(02).
               88  SKU-SUPPLY-OK        VALUE '00'.
               88  END-OF-SKU-SUPPLY    VALUE '10'.
           05  SKU-SUPPLY-TRANS-STATUS  PIC X(02).
               88  SKU-SUPPLY-TRANS-OK  VALUE '00'.
               88  END-OF-SKU-SUPPLY-TRANS VALUE '10'.
           05  SKU-SUPPLY-NEW-STATUS    PIC X(02).
               88  SKU-SUPPLY-NEW-OK    VALUE '00'.
           05  SKU-SUPPLY-REPORT-STATUS PIC X(02).
               88  SKU-SUPPLY-REPORT-OK VALUE '00'.
           05  VENDOR-STATUS            PIC X(02).
               88  VENDOR-OK            VALUE '00'.
               88  END-OF-VENDOR        VALUE '10'.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
               88  PRODUCT-SKU-NOT-FOUND VALUE '23'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'SKUSMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'SKUSMNT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The whole master is loaded into a table first, the same way
      * VENDMNT loads VENDMST1, and written back out, active entries
      * only, once every transaction is applied.
       01  WS-SUPPLY-TABLE-AREA.
           05  WS-SUPPLY-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SUPPLY-ENTRY
                   OCCURS 1 TO 5000
                   DEPENDING ON WS-SUPPLY-COUNT
                   INDEXED BY SUPPLY-INDEX.
               10  WS-SUP-SKU               PIC X(10).
               10  WS-SUP-PREFERRED-VENDOR  PIC X(06).
               10  WS-SUP-REORDER-QUANTITY  PIC 9(07).
               10  WS-SUP-ACTIVE-SWITCH     PIC X VALUE 'Y'.
                   88  WS-SUP-IS-ACTIVE     VALUE 'Y'.
       01  WS-MAX-SUPPLY-ENTRIES        PIC S9(05) COMP-3 VALUE 5000.

      * Vendor numbers on VENDMST1, for the vendor edit.
       01  WS-VENDOR-TABLE-AREA.
           05  WS-VENDOR-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-VENDOR-ENTRY
                   OCCURS 1 TO 2000
                   DEPENDING ON WS-VENDOR-COUNT
                   INDEXED BY VENDOR-INDEX.
               10  WS-VEN-VENDOR-NUMBER     PIC X(06).
       01  WS-MAX-VENDOR-ENTRIES        PIC S9(05) COMP-3 VALUE 2000.
       01  WS-VENDOR-FOUND-SWITCH       PIC X.
           88  VENDOR-IS-ON-FILE        VALUE 'Y'.

      * PRODMAST is READ by key for the add edit; when it cannot be
      * opened the SKU edit is skipped rather than rejecting every
      * add, the same degradation INVCALC follows.
       01  WS-PRODUCT-MASTER-SWITCH     PIC X VALUE 'N'.
           88  PRODUCT-MASTER-AVAILABLE VALUE 'Y'.
       01  WS-SKU-FOUND-SWITCH          PIC X.
           88  SKU-IS-ON-PRODMAST       VALUE 'Y'.

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'SKUSMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'SKUSUP1'.
           05  WS-MA-RECORD-KEY           PIC X(20).
           05  WS-MA-ACTION-CODE          PIC X(01).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).

       01  WS-MAINT-TOTALS.
           05  WS-ADDED-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CHANGED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-DEACTIVATED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSACTION-COUNT       PIC S9(05) COMP-3 VALUE ZERO.

      * Display image of one master record for the audit trail.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-PREFERRED-VENDOR    PIC X(06).
           05  WS-AIW-REORDER-QUANTITY    PIC 9(07).

       01  SKU-SUPPLY-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-SKU                    PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-PREFERRED-VENDOR       PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-REORDER-QUANTITY       PIC X(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(50).

       01  SKU-SUPPLY-REPORT-TRAILER.
           05  FILLER                     PIC X(20)
                   VALUE 'SKU SUPPLY MAINT    '.
           05  TRL-TRANSACTION-COUNT      PIC ZZ9.
           05  FILLER                     PIC X(15)
                   VALUE ' TRANSACTIONS, '.
           05  TRL-ADDED-COUNT            PIC ZZ9.
           05  FILLER                     PIC X(7) VALUE ' ADDED '.
           05  TRL-CHANGED-COUNT          PIC ZZ9.
           05  FILLER                     PIC X(9) VALUE ' CHANGED '.
           05  TRL-DEACTIVATED-COUNT      PIC ZZ9.
           05  FILLER                     PIC X(13)
                   VALUE ' DEACTIVATED '.
           05  TRL-REJECTED-COUNT         PIC ZZ9.
           05  FILLER                     PIC X(9) VALUE ' REJECTED'.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'SKUSMNT '.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8 so PORDSUG holds
      * instead of running against a half-built master.
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

           PERFORM LOAD-VENDOR-NUMBERS
           PERFORM OPEN-PRODUCT-MASTER
           PERFORM LOAD-SUPPLY-TABLE

           OPEN INPUT SKU-SUPPLY-TRANS-FILE
           IF NOT SKU-SUPPLY-TRANS-OK
               DISPLAY 'STATUS ON SKU-SUPPLY-TRANS-FILE OPEN: '
                       SKU-SUPPLY-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SKUSMNT STATUS ON SKU-SUPPLY-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT SKU-SUPPLY-REPORT-FILE
           IF NOT SKU-SUPPLY-REPORT-OK
               DISPLAY 'STATUS ON SKU-SUPPLY-REPORT-FILE OPEN: '
                       SKU-SUPPLY-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SKUSMNT STATUS ON SKU-SUPPLY-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-SKU-SUPPLY-TRANS
               READ SKU-SUPPLY-TRANS-FILE
               IF SKU-SUPPLY-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           OPEN OUTPUT SKU-SUPPLY-NEW-FILE
           IF NOT SKU-SUPPLY-NEW-OK
               DISPLAY 'STATUS ON SKU-SUPPLY-NEW-FILE OPEN: '
                       SKU-SUPPLY-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SKUSMNT STATUS ON SKU-SUPPLY-NEW-FILE OPEN'
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
       LOAD-VENDOR-NUMBERS.
           OPEN INPUT VENDOR-FILE
           IF NOT VENDOR-OK
               DISPLAY 'STATUS ON VENDOR-FILE OPEN: '
                       VENDOR-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SKUSMNT STATUS ON VENDOR-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           ELSE
               PERFORM UNTIL END-OF-VENDOR
                   READ VENDOR-FILE
                   IF VENDOR-OK
                       IF WS-VENDOR-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-VENDOR-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'SKUSMNT VENDOR TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-VENDOR-COUNT
                           MOVE VND-VENDOR-NUMBER
                               TO WS-VEN-VENDOR-NUMBER
                                      (WS-VENDOR-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF
           .
       OPEN-PRODUCT-MASTER.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF NOT PRODUCT-MASTER-OK
               DISPLAY 'STATUS ON PRODUCT-MASTER-FILE OPEN: '
                       PRODUCT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SKUSMNT STATUS ON PRODUCT-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 'N' TO WS-PRODUCT-MASTER-SWITCH
           ELSE
               SET PRODUCT-MASTER-AVAILABLE TO TRUE
           END-IF
           .
      * A missing SKUSUP1 is the first run, not an error: the new
      * master is built from tonight's adds alone.
       LOAD-SUPPLY-TABLE.
           OPEN INPUT SKU-SUPPLY-FILE
           IF NOT SKU-SUPPLY-OK
               DISPLAY 'STATUS ON SKU-SUPPLY-FILE OPEN: '
                       SKU-SUPPLY-STATUS
               DISPLAY 'STARTING A NEW SKU SUPPLY MASTER'
               MOVE ZERO TO WS-SUPPLY-COUNT
           ELSE
               PERFORM UNTIL END-OF-SKU-SUPPLY
                   READ SKU-SUPPLY-FILE
                   IF SKU-SUPPLY-OK
                       PERFORM LOAD-ONE-MASTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE SKU-SUPPLY-FILE
           END-IF
           .
       LOAD-ONE-MASTER-RECORD.
           IF WS-SUPPLY-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-SUPPLY-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SKUSMNT SKU SUPPLY TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-SUPPLY-COUNT
               MOVE SSP-SKU TO WS-SUP-SKU(WS-SUPPLY-COUNT)
               MOVE SSP-PREFERRED-VENDOR
                   TO WS-SUP-PREFERRED-VENDOR(WS-SUPPLY-COUNT)
               MOVE SSP-REORDER-QUANTITY
                   TO WS-SUP-REORDER-QUANTITY(WS-SUPPLY-COUNT)
               MOVE 'Y' TO WS-SUP-ACTIVE-SWITCH(WS-SUPPLY-COUNT)
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           PERFORM CHECK-VENDOR-ON-FILE
           SET SUPPLY-INDEX TO 1
           SEARCH WS-SUPPLY-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-SUP-SKU (SUPPLY-INDEX)
                        IS EQUAL TO SST-SKU
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
       APPLY-TRANSACTION-NOT-FOUND.
           IF SST-ACTION-IS-ADD
               PERFORM CHECK-SKU-ON-PRODMAST
           END-IF
           EVALUATE TRUE
               WHEN SST-ACTION-IS-ADD
                       AND WS-SUPPLY-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-SUPPLY-ENTRIES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SKU SUPPLY TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SST-ACTION-IS-ADD
                       AND NOT SKU-IS-ON-PRODMAST
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SKU NOT ON PRODMAST'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SST-ACTION-IS-ADD
                       AND NOT VENDOR-IS-ON-FILE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - VENDOR NOT ON VENDMST1'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SST-ACTION-IS-ADD
                       AND SST-REORDER-QUANTITY IS NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - NO REORDER QUANTITY KEYED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SST-ACTION-IS-ADD
                   ADD 1 TO WS-SUPPLY-COUNT
                   SET SUPPLY-INDEX TO WS-SUPPLY-COUNT
                   MOVE SST-SKU TO WS-SUP-SKU(SUPPLY-INDEX)
                   MOVE SST-PREFERRED-VENDOR
                       TO WS-SUP-PREFERRED-VENDOR(SUPPLY-INDEX)
                   MOVE SST-REORDER-QUANTITY
                       TO WS-SUP-REORDER-QUANTITY(SUPPLY-INDEX)
                   MOVE 'Y' TO WS-SUP-ACTIVE-SWITCH(SUPPLY-INDEX)
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'ADDED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
                   MOVE 'A' TO WS-MA-ACTION-CODE
                   MOVE SPACES TO WS-MA-BEFORE-IMAGE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SKU NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * A blank vendor on a change passes this edit; it means "leave
      * the preferred vendor alone".
       CHECK-VENDOR-ON-FILE.
           MOVE 'N' TO WS-VENDOR-FOUND-SWITCH
           IF SST-ACTION-IS-CHANGE
                   AND SST-PREFERRED-VENDOR IS EQUAL TO SPACES
               SET VENDOR-IS-ON-FILE TO TRUE
           END-IF
           IF NOT VENDOR-IS-ON-FILE
                   AND WS-VENDOR-COUNT IS GREATER THAN ZERO
               SET VENDOR-INDEX TO 1
               SEARCH WS-VENDOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VEN-VENDOR-NUMBER (VENDOR-INDEX)
                            IS EQUAL TO SST-PREFERRED-VENDOR
                       SET VENDOR-IS-ON-FILE TO TRUE
               END-SEARCH
           END-IF
           .
       CHECK-SKU-ON-PRODMAST.
           MOVE 'N' TO WS-SKU-FOUND-SWITCH
           IF NOT PRODUCT-MASTER-AVAILABLE
               SET SKU-IS-ON-PRODMAST TO TRUE
           ELSE
               MOVE SST-SKU TO PM-SKU
               READ PRODUCT-MASTER-FILE
               IF PRODUCT-MASTER-OK
                   SET SKU-IS-ON-PRODMAST TO TRUE
               END-IF
           END-IF
           .
       APPLY-TRANSACTION-FOUND.
           EVALUATE TRUE
               WHEN SST-ACTION-IS-ADD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SKU ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SST-ACTION-IS-CHANGE
                       AND NOT VENDOR-IS-ON-FILE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - VENDOR NOT ON VENDMST1'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SST-ACTION-IS-CHANGE
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   PERFORM APPLY-KEYED-FIELDS
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SST-ACTION-IS-DEACTIVATE
                   MOVE 'D' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE SPACES TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE 'N' TO WS-SUP-ACTIVE-SWITCH (SUPPLY-INDEX)
                   ADD 1 TO WS-DEACTIVATED-COUNT
                   MOVE 'DEACTIVATED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * Only the fields the clerk actually keyed change the master:
      * a blank field leaves the current value in place.
       APPLY-KEYED-FIELDS.
           IF SST-PREFERRED-VENDOR IS NOT EQUAL TO SPACES
               MOVE SST-PREFERRED-VENDOR
                   TO WS-SUP-PREFERRED-VENDOR(SUPPLY-INDEX)
           END-IF
           IF SST-REORDER-QUANTITY IS NUMERIC
               MOVE SST-REORDER-QUANTITY
                   TO WS-SUP-REORDER-QUANTITY(SUPPLY-INDEX)
           END-IF
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-SUP-PREFERRED-VENDOR(SUPPLY-INDEX)
               TO WS-AIW-PREFERRED-VENDOR
           MOVE WS-SUP-REORDER-QUANTITY(SUPPLY-INDEX)
               TO WS-AIW-REORDER-QUANTITY
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE SST-SKU TO WS-MA-RECORD-KEY(1:10)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE SST-ACTION-CODE TO RPT-ACTION-CODE
           MOVE SST-SKU TO RPT-SKU
           MOVE SST-PREFERRED-VENDOR TO RPT-PREFERRED-VENDOR
           IF SST-REORDER-QUANTITY IS NUMERIC
               MOVE SST-REORDER-QUANTITY TO RPT-REORDER-QUANTITY
           ELSE
               MOVE SPACES TO RPT-REORDER-QUANTITY
           END-IF
           WRITE SKU-SUPPLY-REPORT-LINE FROM SKU-SUPPLY-REPORT-DETAIL
           .
       WRITE-NEW-MASTER.
           SET SUPPLY-INDEX TO 1
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING SUPPLY-INDEX FROM 1 BY 1
               UNTIL SUPPLY-INDEX > WS-SUPPLY-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           IF WS-SUP-IS-ACTIVE (SUPPLY-INDEX)
               MOVE SPACES TO SKU-SUPPLY-NEW-RECORD
               MOVE WS-SUP-SKU (SUPPLY-INDEX) TO SSN-SKU
               MOVE WS-SUP-PREFERRED-VENDOR (SUPPLY-INDEX)
                   TO SSN-PREFERRED-VENDOR
               MOVE WS-SUP-REORDER-QUANTITY (SUPPLY-INDEX)
                   TO SSN-REORDER-QUANTITY
               WRITE SKU-SUPPLY-NEW-RECORD
           END-IF
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ADDED-COUNT TO TRL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO TRL-CHANGED-COUNT
           MOVE WS-DEACTIVATED-COUNT TO TRL-DEACTIVATED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE SKU-SUPPLY-REPORT-LINE FROM SKU-SUPPLY-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'SKU SUPPLY MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           CLOSE SKU-SUPPLY-TRANS-FILE
           CLOSE SKU-SUPPLY-NEW-FILE
           CLOSE SKU-SUPPLY-REPORT-FILE
           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF
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
