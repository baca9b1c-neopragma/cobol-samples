      *****************************************************************
      * Program name:    SHIPMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the customer ship-to location master (SHIPTO1)
      * from a batch of add/change/deactivate transactions, the same
      * pattern CUSTMNT applies to CUSTMAST. A CUSTMAST customer can
      * have any number of ship-to locations, each with its own
      * address and postal code; the partner feeds name the location
      * on every line, and INVASM looks the location's postal code up
      * on POSTJUR1 to decide which jurisdiction taxes the invoice.
      * The billing team keys the day's location changes onto
      * SHIPTRNS, and this job applies them against SHIPTO1
      * overnight, producing the next day's SHIPTO2 and a report of
      * what it did. A record is keyed by customer number plus
      * ship-to id.
      *
      * Transaction action codes:
      *   A - add a new ship-to location. Rejected if the customer
      *       and ship-to id are already on file, if the customer is
      *       not on CUSTMAST, or if no postal code is keyed - a
      *       location without one could never be taxed.
      *   C - change an existing location. Rejected if the key is
      *       not on file. Only the fields actually keyed are
      *       applied; a blank field leaves the master's value alone.
      *   D - deactivate a location; the record is dropped from the
      *       new master instead of being carried forward. Rejected
      *       if the key is not on file.
      * Every applied transaction is cut to the shared MNTAUDIT
      * maintenance audit trail with before and after images.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SHIPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-TO-FILE ASSIGN TO 'SHIPTO1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SHIP-TO-STATUS.
           SELECT SHIP-TO-TRANS-FILE ASSIGN TO 'SHIPTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SHIP-TO-TRANS-STATUS.
           SELECT SHIP-TO-NEW-FILE ASSIGN TO 'SHIPTO2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SHIP-TO-NEW-STATUS.
           SELECT SHIP-TO-REPORT-FILE ASSIGN TO 'SHIPRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SHIP-TO-REPORT-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout INVASM reads.
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

      * One add/change/deactivate request per record.
       FD  SHIP-TO-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHIP-TO-TRANS-RECORD.
       01  SHIP-TO-TRANS-RECORD.
           05  STT-ACTION-CODE          PIC X.
               88  STT-ACTION-IS-ADD         VALUE 'A'.
               88  STT-ACTION-IS-CHANGE      VALUE 'C'.
               88  STT-ACTION-IS-DEACTIVATE  VALUE 'D'.
           05  STT-CUSTOMER-NUMBER      PIC X(08).
           05  STT-SHIP-TO-ID           PIC X(04).
           05  STT-SHIP-TO-NAME         PIC X(30).
           05  STT-ADDRESS-LINE-1       PIC X(30).
           05  STT-ADDRESS-LINE-2       PIC X(30).
           05  STT-CITY                 PIC X(20).
           05  STT-STATE                PIC X(02).
           05  STT-POSTAL-CODE          PIC X(10).

      * Tomorrow's master, same layout as SHIP-TO-FILE; INVASM's next
      * run picks this up once it is renamed/copied to SHIPTO1.
       FD  SHIP-TO-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHIP-TO-NEW-RECORD.
       01  SHIP-TO-NEW-RECORD.
           05  STN-CUSTOMER-NUMBER      PIC X(08).
           05  STN-SHIP-TO-ID           PIC X(04).
           05  STN-SHIP-TO-NAME         PIC X(30).
           05  STN-ADDRESS-LINE-1       PIC X(30).
           05  STN-ADDRESS-LINE-2       PIC X(30).
           05  STN-CITY                 PIC X(20).
           05  STN-STATE                PIC X(02).
           05  STN-POSTAL-CODE          PIC X(10).
           05  FILLER                   PIC X(10).

      * One line per transaction applied or rejected, plus a trailer.
       FD  SHIP-TO-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHIP-TO-REPORT-LINE.
       01  SHIP-TO-REPORT-LINE              PIC X(100).

      * The customer master, read only to prove a new location
      * belongs to a customer we actually bill.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER       PIC X(08).
           05  FILLER                   PIC X(212).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  SHIP-TO-STATUS           PIC X(02).
               88  SHIP-TO-OK           VALUE '00'.
               88  END-OF-SHIP-TO       VALUE '10'.
           05  SHIP-TO-TRANS-STATUS     PIC X(02).
               88  SHIP-TO-TRANS-OK     VALUE '00'.
               88  END-OF-SHIP-TO-TRANS VALUE '10'.
           05  SHIP-TO-NEW-STATUS       PIC X(02).
               88  SHIP-TO-NEW-OK       VALUE '00'.
           05  SHIP-TO-REPORT-STATUS    PIC X(02).
               88  SHIP-TO-REPORT-OK    VALUE '00'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'SHIPMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'SHIPMNT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The whole master is loaded into a table first, the same way
      * CUSTMNT loads CUSTMAST, so ADD can check for a duplicate key
      * and CHANGE/DEACTIVATE can find their target without a second
      * pass over SHIP-TO-FILE. The table is written back out,
      * active entries only, once every transaction is applied.
       01  WS-SHIP-TO-TABLE-AREA.
           05  WS-SHIP-TO-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SHIP-TO-ENTRY
                   OCCURS 1 TO 5000
                   DEPENDING ON WS-SHIP-TO-COUNT
                   INDEXED BY SHIP-TO-INDEX.
               10  WS-STO-CUSTOMER-NUMBER   PIC X(08).
               10  WS-STO-SHIP-TO-ID        PIC X(04).
               10  WS-STO-SHIP-TO-NAME      PIC X(30).
               10  WS-STO-ADDRESS-LINE-1    PIC X(30).
               10  WS-STO-ADDRESS-LINE-2    PIC X(30).
               10  WS-STO-CITY              PIC X(20).
               10  WS-STO-STATE             PIC X(02).
               10  WS-STO-POSTAL-CODE       PIC X(10).
               10  WS-STO-ACTIVE-SWITCH     PIC X VALUE 'Y'.
                   88  WS-STO-IS-ACTIVE     VALUE 'Y'.
       01  WS-MAX-SHIP-TO-ENTRIES       PIC S9(05) COMP-3 VALUE 5000.

      * Customer numbers on CUSTMAST, for the add edit.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CUSTOMER-ENTRY
                   OCCURS 1 TO 5000
                   DEPENDING ON WS-CUSTOMER-COUNT
                   INDEXED BY CUSTOMER-INDEX.
               10  WS-CUS-CUSTOMER-NUMBER   PIC X(08).
       01  WS-MAX-CUSTOMER-ENTRIES      PIC S9(05) COMP-3 VALUE 5000.
       01  WS-CUSTOMER-FOUND-SWITCH     PIC X.
           88  CUSTOMER-IS-ON-FILE      VALUE 'Y'.

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'SHIPMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'SHIPTO1'.
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
      * fields that decide where an invoice is taxed, plus enough of
      * the name to recognize the location.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-SHIP-TO-NAME        PIC X(24).
           05  WS-AIW-CITY                PIC X(20).
           05  WS-AIW-STATE               PIC X(02).
           05  WS-AIW-POSTAL-CODE         PIC X(10).
           05  FILLER                     PIC X(04) VALUE SPACES.

       01  SHIP-TO-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-CUSTOMER-NUMBER        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-SHIP-TO-ID             PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-SHIP-TO-NAME           PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-POSTAL-CODE            PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(37).

       01  SHIP-TO-REPORT-TRAILER.
           05  FILLER                     PIC X(20)
                   VALUE 'SHIP-TO MAINT RUN   '.
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
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'SHIPMNT '.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8 so INVASM holds
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

           PERFORM LOAD-CUSTOMER-NUMBERS
           PERFORM LOAD-SHIP-TO-TABLE

           OPEN INPUT SHIP-TO-TRANS-FILE
           IF NOT SHIP-TO-TRANS-OK
               DISPLAY 'STATUS ON SHIP-TO-TRANS-FILE OPEN: '
                       SHIP-TO-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SHIPMNT STATUS ON SHIP-TO-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT SHIP-TO-REPORT-FILE
           IF NOT SHIP-TO-REPORT-OK
               DISPLAY 'STATUS ON SHIP-TO-REPORT-FILE OPEN: '
                       SHIP-TO-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SHIPMNT STATUS ON SHIP-TO-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-SHIP-TO-TRANS
               READ SHIP-TO-TRANS-FILE
               IF SHIP-TO-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           OPEN OUTPUT SHIP-TO-NEW-FILE
           IF NOT SHIP-TO-NEW-OK
               DISPLAY 'STATUS ON SHIP-TO-NEW-FILE OPEN: '
                       SHIP-TO-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SHIPMNT STATUS ON SHIP-TO-NEW-FILE OPEN'
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
       LOAD-CUSTOMER-NUMBERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SHIPMNT STATUS ON CUSTOMER-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       IF WS-CUSTOMER-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-CUSTOMER-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'SHIPMNT CUSTOMER TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CM-CUSTOMER-NUMBER
                               TO WS-CUS-CUSTOMER-NUMBER
                                      (WS-CUSTOMER-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       LOAD-SHIP-TO-TABLE.
           OPEN INPUT SHIP-TO-FILE
           IF NOT SHIP-TO-OK
               DISPLAY 'STATUS ON SHIP-TO-FILE OPEN: '
                       SHIP-TO-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SHIPMNT STATUS ON SHIP-TO-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           ELSE
               PERFORM UNTIL END-OF-SHIP-TO
                   READ SHIP-TO-FILE
                   IF SHIP-TO-OK
                       PERFORM LOAD-ONE-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF
           .
       LOAD-ONE-MASTER-RECORD.
           IF WS-SHIP-TO-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-SHIP-TO-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SHIPMNT SHIP-TO TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-SHIP-TO-COUNT
               MOVE SHP-CUSTOMER-NUMBER
                   TO WS-STO-CUSTOMER-NUMBER(WS-SHIP-TO-COUNT)
               MOVE SHP-SHIP-TO-ID
                   TO WS-STO-SHIP-TO-ID(WS-SHIP-TO-COUNT)
               MOVE SHP-SHIP-TO-NAME
                   TO WS-STO-SHIP-TO-NAME(WS-SHIP-TO-COUNT)
               MOVE SHP-ADDRESS-LINE-1
                   TO WS-STO-ADDRESS-LINE-1(WS-SHIP-TO-COUNT)
               MOVE SHP-ADDRESS-LINE-2
                   TO WS-STO-ADDRESS-LINE-2(WS-SHIP-TO-COUNT)
               MOVE SHP-CITY TO WS-STO-CITY(WS-SHIP-TO-COUNT)
               MOVE SHP-STATE TO WS-STO-STATE(WS-SHIP-TO-COUNT)
               MOVE SHP-POSTAL-CODE
                   TO WS-STO-POSTAL-CODE(WS-SHIP-TO-COUNT)
               MOVE 'Y' TO WS-STO-ACTIVE-SWITCH(WS-SHIP-TO-COUNT)
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           SET SHIP-TO-INDEX TO 1
           SEARCH WS-SHIP-TO-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-STO-CUSTOMER-NUMBER (SHIP-TO-INDEX)
                        IS EQUAL TO STT-CUSTOMER-NUMBER
               AND  WS-STO-SHIP-TO-ID (SHIP-TO-INDEX)
                        IS EQUAL TO STT-SHIP-TO-ID
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
       APPLY-TRANSACTION-NOT-FOUND.
           IF STT-ACTION-IS-ADD
               PERFORM CHECK-CUSTOMER-ON-FILE
           END-IF
           EVALUATE TRUE
               WHEN STT-ACTION-IS-ADD
                       AND WS-SHIP-TO-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-SHIP-TO-ENTRIES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SHIP-TO TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN STT-ACTION-IS-ADD
                       AND NOT CUSTOMER-IS-ON-FILE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - CUSTOMER NOT ON CUSTMAST'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN STT-ACTION-IS-ADD
                       AND STT-POSTAL-CODE IS EQUAL TO SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - NO POSTAL CODE KEYED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN STT-ACTION-IS-ADD
                   ADD 1 TO WS-SHIP-TO-COUNT
                   SET SHIP-TO-INDEX TO WS-SHIP-TO-COUNT
                   MOVE STT-CUSTOMER-NUMBER
                       TO WS-STO-CUSTOMER-NUMBER(SHIP-TO-INDEX)
                   MOVE STT-SHIP-TO-ID
                       TO WS-STO-SHIP-TO-ID(SHIP-TO-INDEX)
                   MOVE STT-SHIP-TO-NAME
                       TO WS-STO-SHIP-TO-NAME(SHIP-TO-INDEX)
                   MOVE STT-ADDRESS-LINE-1
                       TO WS-STO-ADDRESS-LINE-1(SHIP-TO-INDEX)
                   MOVE STT-ADDRESS-LINE-2
                       TO WS-STO-ADDRESS-LINE-2(SHIP-TO-INDEX)
                   MOVE STT-CITY TO WS-STO-CITY(SHIP-TO-INDEX)
                   MOVE STT-STATE TO WS-STO-STATE(SHIP-TO-INDEX)
                   MOVE STT-POSTAL-CODE
                       TO WS-STO-POSTAL-CODE(SHIP-TO-INDEX)
                   MOVE 'Y' TO WS-STO-ACTIVE-SWITCH(SHIP-TO-INDEX)
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
                   MOVE 'REJECTED - SHIP-TO NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       CHECK-CUSTOMER-ON-FILE.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
           IF WS-CUSTOMER-COUNT IS GREATER THAN ZERO
               SET CUSTOMER-INDEX TO 1
               SEARCH WS-CUSTOMER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUS-CUSTOMER-NUMBER (CUSTOMER-INDEX)
                            IS EQUAL TO STT-CUSTOMER-NUMBER
                       SET CUSTOMER-IS-ON-FILE TO TRUE
               END-SEARCH
           END-IF
           .
       APPLY-TRANSACTION-FOUND.
           EVALUATE TRUE
               WHEN STT-ACTION-IS-ADD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SHIP-TO ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN STT-ACTION-IS-CHANGE
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
               WHEN STT-ACTION-IS-DEACTIVATE
                   MOVE 'D' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE SPACES TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE 'N' TO WS-STO-ACTIVE-SWITCH (SHIP-TO-INDEX)
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
           IF STT-SHIP-TO-NAME IS NOT EQUAL TO SPACES
               MOVE STT-SHIP-TO-NAME
                   TO WS-STO-SHIP-TO-NAME(SHIP-TO-INDEX)
           END-IF
           IF STT-ADDRESS-LINE-1 IS NOT EQUAL TO SPACES
               MOVE STT-ADDRESS-LINE-1
                   TO WS-STO-ADDRESS-LINE-1(SHIP-TO-INDEX)
           END-IF
           IF STT-ADDRESS-LINE-2 IS NOT EQUAL TO SPACES
               MOVE STT-ADDRESS-LINE-2
                   TO WS-STO-ADDRESS-LINE-2(SHIP-TO-INDEX)
           END-IF
           IF STT-CITY IS NOT EQUAL TO SPACES
               MOVE STT-CITY TO WS-STO-CITY(SHIP-TO-INDEX)
           END-IF
           IF STT-STATE IS NOT EQUAL TO SPACES
               MOVE STT-STATE TO WS-STO-STATE(SHIP-TO-INDEX)
           END-IF
           IF STT-POSTAL-CODE IS NOT EQUAL TO SPACES
               MOVE STT-POSTAL-CODE
                   TO WS-STO-POSTAL-CODE(SHIP-TO-INDEX)
           END-IF
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-STO-SHIP-TO-NAME(SHIP-TO-INDEX)
               TO WS-AIW-SHIP-TO-NAME
           MOVE WS-STO-CITY(SHIP-TO-INDEX) TO WS-AIW-CITY
           MOVE WS-STO-STATE(SHIP-TO-INDEX) TO WS-AIW-STATE
           MOVE WS-STO-POSTAL-CODE(SHIP-TO-INDEX)
               TO WS-AIW-POSTAL-CODE
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE STT-CUSTOMER-NUMBER TO WS-MA-RECORD-KEY(1:8)
           MOVE STT-SHIP-TO-ID TO WS-MA-RECORD-KEY(9:4)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE STT-ACTION-CODE TO RPT-ACTION-CODE
           MOVE STT-CUSTOMER-NUMBER TO RPT-CUSTOMER-NUMBER
           MOVE STT-SHIP-TO-ID TO RPT-SHIP-TO-ID
           MOVE STT-SHIP-TO-NAME TO RPT-SHIP-TO-NAME
           MOVE STT-POSTAL-CODE TO RPT-POSTAL-CODE
           WRITE SHIP-TO-REPORT-LINE FROM SHIP-TO-REPORT-DETAIL
           .
       WRITE-NEW-MASTER.
           SET SHIP-TO-INDEX TO 1
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING SHIP-TO-INDEX FROM 1 BY 1
               UNTIL SHIP-TO-INDEX > WS-SHIP-TO-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           IF WS-STO-IS-ACTIVE (SHIP-TO-INDEX)
               MOVE SPACES TO SHIP-TO-NEW-RECORD
               MOVE WS-STO-CUSTOMER-NUMBER (SHIP-TO-INDEX)
                   TO STN-CUSTOMER-NUMBER
               MOVE WS-STO-SHIP-TO-ID (SHIP-TO-INDEX)
                   TO STN-SHIP-TO-ID
               MOVE WS-STO-SHIP-TO-NAME (SHIP-TO-INDEX)
                   TO STN-SHIP-TO-NAME
               MOVE WS-STO-ADDRESS-LINE-1 (SHIP-TO-INDEX)
                   TO STN-ADDRESS-LINE-1
               MOVE WS-STO-ADDRESS-LINE-2 (SHIP-TO-INDEX)
                   TO STN-ADDRESS-LINE-2
               MOVE WS-STO-CITY (SHIP-TO-INDEX) TO STN-CITY
               MOVE WS-STO-STATE (SHIP-TO-INDEX) TO STN-STATE
               MOVE WS-STO-POSTAL-CODE (SHIP-TO-INDEX)
                   TO STN-POSTAL-CODE
               WRITE SHIP-TO-NEW-RECORD
           END-IF
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ADDED-COUNT TO TRL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO TRL-CHANGED-COUNT
           MOVE WS-DEACTIVATED-COUNT TO TRL-DEACTIVATED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE SHIP-TO-REPORT-LINE FROM SHIP-TO-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'SHIP-TO MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           CLOSE SHIP-TO-FILE
           CLOSE SHIP-TO-TRANS-FILE
           CLOSE SHIP-TO-NEW-FILE
           CLOSE SHIP-TO-REPORT-FILE
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
