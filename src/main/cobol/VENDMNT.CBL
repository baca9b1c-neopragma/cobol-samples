      *****************************************************************
      * Program name:    VENDMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the vendor master (VENDMST1) from a batch of
      * add/change/deactivate transactions, the same pattern SHIPMNT
      * applies to SHIPTO1. One record per vendor we buy from, with
      * its remit-to address, the lead time in calendar days from
      * order to dock, and the smallest order (in dollars) the vendor
      * will accept. PORDSUG reads it to group the night's reorder
      * SKUs into one suggested purchase order per vendor and to size
      * each line for the vendor's lead time. Purchasing keys the
      * day's vendor changes onto VENDTRNS, and this job applies them
      * against VENDMST1 overnight, producing the next day's VENDMST2
      * and a report of what it did.
      *
      * Transaction action codes:
      *   A - add a new vendor. Rejected if the vendor number is
      *       already on file, or if no name or no numeric lead time
      *       is keyed - a vendor without a lead time could never be
      *       ordered from sensibly.
      *   C - change an existing vendor. Rejected if the vendor is
      *       not on file. Only the fields actually keyed are
      *       applied; a blank field leaves the master's value alone.
      *   D - deactivate a vendor; the record is dropped from the
      *       new master instead of being carried forward. Rejected
      *       if the vendor is not on file.
      * Every applied transaction is cut to the shared MNTAUDIT
      * maintenance audit trail with before and after images.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VENDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO 'VENDMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VENDOR-STATUS.
           SELECT VENDOR-TRANS-FILE ASSIGN TO 'VENDTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VENDOR-TRANS-STATUS.
           SELECT VENDOR-NEW-FILE ASSIGN TO 'VENDMST2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VENDOR-NEW-STATUS.
           SELECT VENDOR-REPORT-FILE ASSIGN TO 'VENDRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VENDOR-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout PORDSUG reads.
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

      * One add/change/deactivate request per record. The numeric
      * fields are left blank on a change that does not touch them.
       FD  VENDOR-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VENDOR-TRANS-RECORD.
       01  VENDOR-TRANS-RECORD.
           05  VDT-ACTION-CODE          PIC X.
               88  VDT-ACTION-IS-ADD         VALUE 'A'.
               88  VDT-ACTION-IS-CHANGE      VALUE 'C'.
               88  VDT-ACTION-IS-DEACTIVATE  VALUE 'D'.
           05  VDT-VENDOR-NUMBER        PIC X(06).
           05  VDT-VENDOR-NAME          PIC X(30).
           05  VDT-ADDRESS-LINE-1       PIC X(30).
           05  VDT-ADDRESS-LINE-2       PIC X(30).
           05  VDT-CITY                 PIC X(20).
           05  VDT-STATE                PIC X(02).
           05  VDT-POSTAL-CODE          PIC X(10).
           05  VDT-LEAD-TIME-DAYS       PIC 9(03).
           05  VDT-MINIMUM-ORDER-AMOUNT PIC 9(07)V99.

      * Tomorrow's master, same layout as VENDOR-FILE; PORDSUG's next
      * run picks this up once it is renamed/copied to VENDMST1.
       FD  VENDOR-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VENDOR-NEW-RECORD.
       01  VENDOR-NEW-RECORD.
           05  VNN-VENDOR-NUMBER        PIC X(06).
           05  VNN-VENDOR-NAME          PIC X(30).
           05  VNN-ADDRESS-LINE-1       PIC X(30).
           05  VNN-ADDRESS-LINE-2       PIC X(30).
           05  VNN-CITY                 PIC X(20).
           05  VNN-STATE                PIC X(02).
           05  VNN-POSTAL-CODE          PIC X(10).
           05  VNN-LEAD-TIME-DAYS       PIC 9(03).
           05  VNN-MINIMUM-ORDER-AMOUNT PIC 9(07)V99.
           05  FILLER                   PIC X(10).

      * One line per transaction applied or rejected, plus a trailer.
       FD  VENDOR-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VENDOR-REPORT-LINE.
       01  VENDOR-REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  VENDOR-STATUS            PIC X(02).
               88  VENDOR-OK            VALUE '00'.
               88  END-OF-VENDOR        VALUE '10'.
           05  VENDOR-TRANS-STATUS      PIC X(02).
               88  VENDOR-TRANS-OK      VALUE '00'.
               88  END-OF-VENDOR-TRANS  VALUE '10'.
           05  VENDOR-NEW-STATUS        PIC X(02).
               88  VENDOR-NEW-OK        VALUE '00'.
           05  VENDOR-REPORT-STATUS     PIC X(02).
               88  VENDOR-REPORT-OK     VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'VENDMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'VENDMNT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The whole master is loaded into a table first, the same way
      * SHIPMNT loads SHIPTO1, and written back out, active entries
      * only, once every transaction is applied.
       01  WS-VENDOR-TABLE-AREA.
           05  WS-VENDOR-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-VENDOR-ENTRY
                   OCCURS 1 TO 2000
                   DEPENDING ON WS-VENDOR-COUNT
                   INDEXED BY VENDOR-INDEX.
               10  WS-VEN-VENDOR-NUMBER     PIC X(06).
               10  WS-VEN-VENDOR-NAME       PIC X(30).
               10  WS-VEN-ADDRESS-LINE-1    PIC X(30).
               10  WS-VEN-ADDRESS-LINE-2    PIC X(30).
               10  WS-VEN-CITY              PIC X(20).
               10  WS-VEN-STATE             PIC X(02).
               10  WS-VEN-POSTAL-CODE       PIC X(10).
               10  WS-VEN-LEAD-TIME-DAYS    PIC 9(03).
               10  WS-VEN-MINIMUM-ORDER-AMOUNT
                                            PIC 9(07)V99.
               10  WS-VEN-ACTIVE-SWITCH     PIC X VALUE 'Y'.
                   88  WS-VEN-IS-ACTIVE     VALUE 'Y'.
       01  WS-MAX-VENDOR-ENTRIES        PIC S9(05) COMP-3 VALUE 2000.

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'VENDMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'VENDMST1'.
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

      * Display image of one master record for the audit trail: the
      * fields purchasing decisions hang on, plus enough of the name
      * to recognize the vendor.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-VENDOR-NAME         PIC X(24).
           05  WS-AIW-CITY                PIC X(20).
           05  WS-AIW-STATE               PIC X(02).
           05  WS-AIW-LEAD-TIME-DAYS      PIC 9(03).
           05  WS-AIW-MINIMUM-ORDER-AMOUNT
                                          PIC 9(07)V99.
           05  FILLER                     PIC X(02) VALUE SPACES.

       01  VENDOR-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-VENDOR-NUMBER          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-VENDOR-NAME            PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-LEAD-TIME-DAYS         PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(50).

       01  VENDOR-REPORT-TRAILER.
           05  FILLER                     PIC X(20)
                   VALUE 'VENDOR MAINT RUN    '.
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
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'VENDMNT '.
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

           PERFORM LOAD-VENDOR-TABLE

           OPEN INPUT VENDOR-TRANS-FILE
           IF NOT VENDOR-TRANS-OK
               DISPLAY 'STATUS ON VENDOR-TRANS-FILE OPEN: '
                       VENDOR-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'VENDMNT STATUS ON VENDOR-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT VENDOR-REPORT-FILE
           IF NOT VENDOR-REPORT-OK
               DISPLAY 'STATUS ON VENDOR-REPORT-FILE OPEN: '
                       VENDOR-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'VENDMNT STATUS ON VENDOR-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-VENDOR-TRANS
               READ VENDOR-TRANS-FILE
               IF VENDOR-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           OPEN OUTPUT VENDOR-NEW-FILE
           IF NOT VENDOR-NEW-OK
               DISPLAY 'STATUS ON VENDOR-NEW-FILE OPEN: '
                       VENDOR-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'VENDMNT STATUS ON VENDOR-NEW-FILE OPEN'
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
      * A missing VENDMST1 is the first run, not an error: the new
      * master is built from tonight's adds alone.
       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE
           IF NOT VENDOR-OK
               DISPLAY 'STATUS ON VENDOR-FILE OPEN: '
                       VENDOR-STATUS
               DISPLAY 'STARTING A NEW VENDOR MASTER'
               MOVE ZERO TO WS-VENDOR-COUNT
           ELSE
               PERFORM UNTIL END-OF-VENDOR
                   READ VENDOR-FILE
                   IF VENDOR-OK
                       PERFORM LOAD-ONE-MASTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF
           .
       LOAD-ONE-MASTER-RECORD.
           IF WS-VENDOR-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-VENDOR-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'VENDMNT VENDOR TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-VENDOR-COUNT
               MOVE VND-VENDOR-NUMBER
                   TO WS-VEN-VENDOR-NUMBER(WS-VENDOR-COUNT)
               MOVE VND-VENDOR-NAME
                   TO WS-VEN-VENDOR-NAME(WS-VENDOR-COUNT)
               MOVE VND-ADDRESS-LINE-1
                   TO WS-VEN-ADDRESS-LINE-1(WS-VENDOR-COUNT)
               MOVE VND-ADDRESS-LINE-2
                   TO WS-VEN-ADDRESS-LINE-2(WS-VENDOR-COUNT)
               MOVE VND-CITY TO WS-VEN-CITY(WS-VENDOR-COUNT)
               MOVE VND-STATE TO WS-VEN-STATE(WS-VENDOR-COUNT)
               MOVE VND-POSTAL-CODE
                   TO WS-VEN-POSTAL-CODE(WS-VENDOR-COUNT)
               MOVE VND-LEAD-TIME-DAYS
                   TO WS-VEN-LEAD-TIME-DAYS(WS-VENDOR-COUNT)
               MOVE VND-MINIMUM-ORDER-AMOUNT
                   TO WS-VEN-MINIMUM-ORDER-AMOUNT(WS-VENDOR-COUNT)
               MOVE 'Y' TO WS-VEN-ACTIVE-SWITCH(WS-VENDOR-COUNT)
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           SET VENDOR-INDEX TO 1
           SEARCH WS-VENDOR-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-VEN-VENDOR-NUMBER (VENDOR-INDEX)
                        IS EQUAL TO VDT-VENDOR-NUMBER
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
       APPLY-TRANSACTION-NOT-FOUND.
           EVALUATE TRUE
               WHEN VDT-ACTION-IS-ADD
                       AND WS-VENDOR-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-VENDOR-ENTRIES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - VENDOR TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN VDT-ACTION-IS-ADD
                       AND VDT-VENDOR-NAME IS EQUAL TO SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - NO VENDOR NAME KEYED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN VDT-ACTION-IS-ADD
                       AND VDT-LEAD-TIME-DAYS IS NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - NO LEAD TIME KEYED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN VDT-ACTION-IS-ADD
                   ADD 1 TO WS-VENDOR-COUNT
                   SET VENDOR-INDEX TO WS-VENDOR-COUNT
                   MOVE VDT-VENDOR-NUMBER
                       TO WS-VEN-VENDOR-NUMBER(VENDOR-INDEX)
                   MOVE VDT-VENDOR-NAME
                       TO WS-VEN-VENDOR-NAME(VENDOR-INDEX)
                   MOVE VDT-ADDRESS-LINE-1
                       TO WS-VEN-ADDRESS-LINE-1(VENDOR-INDEX)
                   MOVE VDT-ADDRESS-LINE-2
                       TO WS-VEN-ADDRESS-LINE-2(VENDOR-INDEX)
                   MOVE VDT-CITY TO WS-VEN-CITY(VENDOR-INDEX)
                   MOVE VDT-STATE TO WS-VEN-STATE(VENDOR-INDEX)
                   MOVE VDT-POSTAL-CODE
                       TO WS-VEN-POSTAL-CODE(VENDOR-INDEX)
                   MOVE VDT-LEAD-TIME-DAYS
                       TO WS-VEN-LEAD-TIME-DAYS(VENDOR-INDEX)
                   IF VDT-MINIMUM-ORDER-AMOUNT IS NUMERIC
                       MOVE VDT-MINIMUM-ORDER-AMOUNT
                           TO WS-VEN-MINIMUM-ORDER-AMOUNT
                                  (VENDOR-INDEX)
                   ELSE
                       MOVE ZERO
                           TO WS-VEN-MINIMUM-ORDER-AMOUNT
                                  (VENDOR-INDEX)
                   END-IF
                   MOVE 'Y' TO WS-VEN-ACTIVE-SWITCH(VENDOR-INDEX)
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
                   MOVE 'REJECTED - VENDOR NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       APPLY-TRANSACTION-FOUND.
           EVALUATE TRUE
               WHEN VDT-ACTION-IS-ADD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - VENDOR ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN VDT-ACTION-IS-CHANGE
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
               WHEN VDT-ACTION-IS-DEACTIVATE
                   MOVE 'D' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE SPACES TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE 'N' TO WS-VEN-ACTIVE-SWITCH (VENDOR-INDEX)
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
           IF VDT-VENDOR-NAME IS NOT EQUAL TO SPACES
               MOVE VDT-VENDOR-NAME
                   TO WS-VEN-VENDOR-NAME(VENDOR-INDEX)
           END-IF
           IF VDT-ADDRESS-LINE-1 IS NOT EQUAL TO SPACES
               MOVE VDT-ADDRESS-LINE-1
                   TO WS-VEN-ADDRESS-LINE-1(VENDOR-INDEX)
           END-IF
           IF VDT-ADDRESS-LINE-2 IS NOT EQUAL TO SPACES
               MOVE VDT-ADDRESS-LINE-2
                   TO WS-VEN-ADDRESS-LINE-2(VENDOR-INDEX)
           END-IF
           IF VDT-CITY IS NOT EQUAL TO SPACES
               MOVE VDT-CITY TO WS-VEN-CITY(VENDOR-INDEX)
           END-IF
           IF VDT-STATE IS NOT EQUAL TO SPACES
               MOVE VDT-STATE TO WS-VEN-STATE(VENDOR-INDEX)
           END-IF
           IF VDT-POSTAL-CODE IS NOT EQUAL TO SPACES
               MOVE VDT-POSTAL-CODE
                   TO WS-VEN-POSTAL-CODE(VENDOR-INDEX)
           END-IF
           IF VDT-LEAD-TIME-DAYS IS NUMERIC
               MOVE VDT-LEAD-TIME-DAYS
                   TO WS-VEN-LEAD-TIME-DAYS(VENDOR-INDEX)
           END-IF
           IF VDT-MINIMUM-ORDER-AMOUNT IS NUMERIC
               MOVE VDT-MINIMUM-ORDER-AMOUNT
                   TO WS-VEN-MINIMUM-ORDER-AMOUNT(VENDOR-INDEX)
           END-IF
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-VEN-VENDOR-NAME(VENDOR-INDEX)
               TO WS-AIW-VENDOR-NAME
           MOVE WS-VEN-CITY(VENDOR-INDEX) TO WS-AIW-CITY
           MOVE WS-VEN-STATE(VENDOR-INDEX) TO WS-AIW-STATE
           MOVE WS-VEN-LEAD-TIME-DAYS(VENDOR-INDEX)
               TO WS-AIW-LEAD-TIME-DAYS
           MOVE WS-VEN-MINIMUM-ORDER-AMOUNT(VENDOR-INDEX)
               TO WS-AIW-MINIMUM-ORDER-AMOUNT
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE VDT-VENDOR-NUMBER TO WS-MA-RECORD-KEY(1:6)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE VDT-ACTION-CODE TO RPT-ACTION-CODE
           MOVE VDT-VENDOR-NUMBER TO RPT-VENDOR-NUMBER
           MOVE VDT-VENDOR-NAME TO RPT-VENDOR-NAME
           IF VDT-LEAD-TIME-DAYS IS NUMERIC
               MOVE VDT-LEAD-TIME-DAYS TO RPT-LEAD-TIME-DAYS
           ELSE
               MOVE SPACES TO RPT-LEAD-TIME-DAYS
           END-IF
           WRITE VENDOR-REPORT-LINE FROM VENDOR-REPORT-DETAIL
           .
       WRITE-NEW-MASTER.
           SET VENDOR-INDEX TO 1
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX > WS-VENDOR-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           IF WS-VEN-IS-ACTIVE (VENDOR-INDEX)
               MOVE SPACES TO VENDOR-NEW-RECORD
               MOVE WS-VEN-VENDOR-NUMBER (VENDOR-INDEX)
                   TO VNN-VENDOR-NUMBER
               MOVE WS-VEN-VENDOR-NAME (VENDOR-INDEX)
                   TO VNN-VENDOR-NAME
               MOVE WS-VEN-ADDRESS-LINE-1 (VENDOR-INDEX)
                   TO VNN-ADDRESS-LINE-1
               MOVE WS-VEN-ADDRESS-LINE-2 (VENDOR-INDEX)
                   TO VNN-ADDRESS-LINE-2
               MOVE WS-VEN-CITY (VENDOR-INDEX) TO VNN-CITY
               MOVE WS-VEN-STATE (VENDOR-INDEX) TO VNN-STATE
               MOVE WS-VEN-POSTAL-CODE (VENDOR-INDEX)
                   TO VNN-POSTAL-CODE
               MOVE WS-VEN-LEAD-TIME-DAYS (VENDOR-INDEX)
                   TO VNN-LEAD-TIME-DAYS
               MOVE WS-VEN-MINIMUM-ORDER-AMOUNT (VENDOR-INDEX)
                   TO VNN-MINIMUM-ORDER-AMOUNT
               WRITE VENDOR-NEW-RECORD
           END-IF
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ADDED-COUNT TO TRL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO TRL-CHANGED-COUNT
           MOVE WS-DEACTIVATED-COUNT TO TRL-DEACTIVATED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE VENDOR-REPORT-LINE FROM VENDOR-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'VENDOR MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           CLOSE VENDOR-TRANS-FILE
           CLOSE VENDOR-NEW-FILE
           CLOSE VENDOR-REPORT-FILE
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
