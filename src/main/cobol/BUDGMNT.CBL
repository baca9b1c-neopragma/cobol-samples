      *****************************************************************
      * Program name:    BUDGMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the sales budget master (BUDGMST1) BUDGRPT
      * compares actual sales against, from a batch of add/change/
      * deactivate transactions - the pattern TAXRMNT applies to
      * TAXRATE1. The sales VP sets the budget once a year by fiscal
      * period, SKU group and salesperson; the year's budget is keyed
      * onto BUDGTRNS and loaded through this job, and any revision
      * during the year comes through the same way. The run writes
      * the next generation of the master to BUDGMST2 and a report
      * of what it did to BUDGMRP1.
      *
      * A budget record is keyed by fiscal year, fiscal period, SKU
      * group and salesperson and carries the budgeted revenue for
      * that period. A salesperson code of spaces budgets the house
      * accounts - customers with no salesperson on CUSTMAST.
      *
      * Transaction action codes:
      *   A - add a new budget record. Rejected if the key is
      *       already on file, or the fiscal period is not 01-12.
      *   C - change the budgeted revenue on an existing record.
      *       Rejected if the key is not on file.
      *   D - deactivate a budget record; it is dropped from the new
      *       master instead of being carried forward. Rejected if
      *       the key is not on file.
      * Every applied transaction is cut to the shared MNTAUDIT
      * maintenance audit trail with before and after images.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDGMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO 'BUDGMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUDGET-FILE-STATUS.
           SELECT BUDGET-TRANS-FILE ASSIGN TO 'BUDGTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUDGET-TRANS-STATUS.
           SELECT BUDGET-NEW-FILE ASSIGN TO 'BUDGMST2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUDGET-NEW-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO 'BUDGMRP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUDGET-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout BUDGRPT reads.
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BUDGET-RECORD.
       01  BUDGET-RECORD.
           05  BGM-FISCAL-YEAR          PIC 9(04).
           05  BGM-FISCAL-PERIOD        PIC 9(02).
           05  BGM-SKU-GROUP-CODE       PIC X(04).
           05  BGM-SALESPERSON-CODE     PIC X(03).
           05  BGM-BUDGET-AMOUNT        PIC S9(11)V99 COMP-3.

      * One add/change/deactivate request per record.
       FD  BUDGET-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BUDGET-TRANS-RECORD.
       01  BUDGET-TRANS-RECORD.
           05  BGT-ACTION-CODE          PIC X.
               88  BGT-ACTION-IS-ADD         VALUE 'A'.
               88  BGT-ACTION-IS-CHANGE      VALUE 'C'.
               88  BGT-ACTION-IS-DEACTIVATE  VALUE 'D'.
           05  BGT-FISCAL-YEAR          PIC 9(04).
           05  BGT-FISCAL-PERIOD        PIC 9(02).
           05  BGT-SKU-GROUP-CODE       PIC X(04).
           05  BGT-SALESPERSON-CODE     PIC X(03).
           05  BGT-BUDGET-AMOUNT        PIC S9(11)V99.

      * Tomorrow's master, same layout as BUDGET-FILE; BUDGRPT's
      * next run picks this up once it is renamed/copied to BUDGMST1.
       FD  BUDGET-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BUDGET-NEW-RECORD.
       01  BUDGET-NEW-RECORD.
           05  BGN-FISCAL-YEAR          PIC 9(04).
           05  BGN-FISCAL-PERIOD        PIC 9(02).
           05  BGN-SKU-GROUP-CODE       PIC X(04).
           05  BGN-SALESPERSON-CODE     PIC X(03).
           05  BGN-BUDGET-AMOUNT        PIC S9(11)V99 COMP-3.

      * One line per transaction applied or rejected, plus a trailer.
       FD  BUDGET-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BUDGET-REPORT-LINE.
       01  BUDGET-REPORT-LINE                PIC X(88).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  BUDGET-FILE-STATUS       PIC X(02).
               88  BUDGET-FILE-OK       VALUE '00'.
               88  END-OF-BUDGET-FILE   VALUE '10'.
           05  BUDGET-TRANS-STATUS      PIC X(02).
               88  BUDGET-TRANS-OK      VALUE '00'.
               88  END-OF-BUDGET-TRANS  VALUE '10'.
           05  BUDGET-NEW-STATUS        PIC X(02).
               88  BUDGET-NEW-OK        VALUE '00'.
           05  BUDGET-REPORT-STATUS     PIC X(02).
               88  BUDGET-REPORT-OK     VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'BUDGMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'BUDGMNT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The whole master is loaded into a table first, the same way
      * TAXRMNT loads TAXRATE1, so ADD can check for a duplicate key
      * and CHANGE/DEACTIVATE can find their target without a second
      * pass over BUDGET-FILE. The table is written back out, active
      * entries only, once every transaction is applied.
       01  WS-BUDGET-TABLE-AREA.
           05  WS-BUDGET-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-BUDGET-ENTRY
                   OCCURS 1 TO 5000
                   DEPENDING ON WS-BUDGET-COUNT
                   INDEXED BY BUDGET-INDEX.
               10  WS-BGM-FISCAL-YEAR       PIC 9(04).
               10  WS-BGM-FISCAL-PERIOD     PIC 9(02).
               10  WS-BGM-SKU-GROUP-CODE    PIC X(04).
               10  WS-BGM-SALESPERSON-CODE  PIC X(03).
               10  WS-BGM-BUDGET-AMOUNT     PIC S9(11)V99 COMP-3.
               10  WS-BGM-ACTIVE-SWITCH     PIC X VALUE 'Y'.
                   88  WS-BGM-IS-ACTIVE     VALUE 'Y'.
       01  WS-MAX-BUDGET-ENTRIES        PIC S9(05) COMP-3 VALUE 5000.

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'BUDGMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'BUDGMST1'.
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
           05  WS-AIW-FISCAL-YEAR         PIC 9(04).
           05  WS-AIW-FISCAL-PERIOD       PIC 9(02).
           05  WS-AIW-SKU-GROUP-CODE      PIC X(04).
           05  WS-AIW-SALESPERSON-CODE    PIC X(03).
           05  WS-AIW-BUDGET-AMOUNT       PIC -9(11).99.

       01  BUDGET-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-FISCAL-YEAR            PIC 9(04).
           05  FILLER                     PIC X(01) VALUE '/'.
           05  RPT-FISCAL-PERIOD          PIC 9(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-SKU-GROUP-CODE         PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-SALESPERSON-CODE       PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-BUDGET-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(40).

       01  BUDGET-REPORT-TRAILER.
           05  FILLER                     PIC X(20)
                   VALUE 'BUDGET MAINT RUN    '.
           05  TRL-TRANSACTION-COUNT      PIC ZZZZ9.
           05  FILLER                     PIC X(15)
                   VALUE ' TRANSACTIONS, '.
           05  TRL-ADDED-COUNT            PIC ZZZZ9.
           05  FILLER                     PIC X(7) VALUE ' ADDED '.
           05  TRL-CHANGED-COUNT          PIC ZZZZ9.
           05  FILLER                     PIC X(9) VALUE ' CHANGED '.
           05  TRL-DEACTIVATED-COUNT      PIC ZZZZ9.
           05  FILLER                     PIC X(13)
                   VALUE ' DEACTIVATED '.
           05  TRL-REJECTED-COUNT         PIC ZZZZ9.
           05  FILLER                     PIC X(9) VALUE ' REJECTED'.

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

           PERFORM LOAD-BUDGET-TABLE

           OPEN INPUT BUDGET-TRANS-FILE
           IF NOT BUDGET-TRANS-OK
               DISPLAY 'STATUS ON BUDGET-TRANS-FILE OPEN: '
                       BUDGET-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGMNT STATUS ON BUDGET-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT BUDGET-REPORT-FILE
           IF NOT BUDGET-REPORT-OK
               DISPLAY 'STATUS ON BUDGET-REPORT-FILE OPEN: '
                       BUDGET-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGMNT STATUS ON BUDGET-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-BUDGET-TRANS
               READ BUDGET-TRANS-FILE
               IF BUDGET-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           OPEN OUTPUT BUDGET-NEW-FILE
           IF NOT BUDGET-NEW-OK
               DISPLAY 'STATUS ON BUDGET-NEW-FILE OPEN: '
                       BUDGET-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BUDGMNT STATUS ON BUDGET-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-NEW-MASTER

           PERFORM WRITE-MAINT-TRAILER

           GO TO END-OF-PROGRAM
           .
      * A missing BUDGMST1 is the first load of the year's budget:
      * the table starts empty and every transaction is an add.
       LOAD-BUDGET-TABLE.
           OPEN INPUT BUDGET-FILE
           IF NOT BUDGET-FILE-OK
               DISPLAY 'STATUS ON BUDGET-FILE OPEN: '
                       BUDGET-FILE-STATUS
               MOVE ZERO TO WS-BUDGET-COUNT
           ELSE
               PERFORM UNTIL END-OF-BUDGET-FILE
                   READ BUDGET-FILE
                   IF BUDGET-FILE-OK
                       IF WS-BUDGET-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-BUDGET-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'BUDGMNT BUDGET TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-BUDGET-COUNT
                           MOVE BGM-FISCAL-YEAR
                               TO WS-BGM-FISCAL-YEAR(WS-BUDGET-COUNT)
                           MOVE BGM-FISCAL-PERIOD
                               TO WS-BGM-FISCAL-PERIOD
                                      (WS-BUDGET-COUNT)
                           MOVE BGM-SKU-GROUP-CODE
                               TO WS-BGM-SKU-GROUP-CODE
                                      (WS-BUDGET-COUNT)
                           MOVE BGM-SALESPERSON-CODE
                               TO WS-BGM-SALESPERSON-CODE
                                      (WS-BUDGET-COUNT)
                           MOVE BGM-BUDGET-AMOUNT
                               TO WS-BGM-BUDGET-AMOUNT
                                      (WS-BUDGET-COUNT)
                           MOVE 'Y' TO WS-BGM-ACTIVE-SWITCH
                                      (WS-BUDGET-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           SET BUDGET-INDEX TO 1
           SEARCH WS-BUDGET-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-BGM-FISCAL-YEAR (BUDGET-INDEX)
                        IS EQUAL TO BGT-FISCAL-YEAR
               AND  WS-BGM-FISCAL-PERIOD (BUDGET-INDEX)
                        IS EQUAL TO BGT-FISCAL-PERIOD
               AND  WS-BGM-SKU-GROUP-CODE (BUDGET-INDEX)
                        IS EQUAL TO BGT-SKU-GROUP-CODE
               AND  WS-BGM-SALESPERSON-CODE (BUDGET-INDEX)
                        IS EQUAL TO BGT-SALESPERSON-CODE
               AND  WS-BGM-IS-ACTIVE (BUDGET-INDEX)
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
       APPLY-TRANSACTION-NOT-FOUND.
           EVALUATE TRUE
               WHEN BGT-ACTION-IS-ADD
                       AND (BGT-FISCAL-PERIOD IS NOT NUMERIC
                        OR  BGT-FISCAL-PERIOD IS LESS THAN 1
                        OR  BGT-FISCAL-PERIOD IS GREATER THAN 12)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - FISCAL PERIOD NOT VALID'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN BGT-ACTION-IS-ADD
                       AND WS-BUDGET-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-BUDGET-ENTRIES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - BUDGET TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN BGT-ACTION-IS-ADD
                   ADD 1 TO WS-BUDGET-COUNT
                   MOVE BGT-FISCAL-YEAR
                       TO WS-BGM-FISCAL-YEAR(WS-BUDGET-COUNT)
                   MOVE BGT-FISCAL-PERIOD
                       TO WS-BGM-FISCAL-PERIOD(WS-BUDGET-COUNT)
                   MOVE BGT-SKU-GROUP-CODE
                       TO WS-BGM-SKU-GROUP-CODE(WS-BUDGET-COUNT)
                   MOVE BGT-SALESPERSON-CODE
                       TO WS-BGM-SALESPERSON-CODE(WS-BUDGET-COUNT)
                   MOVE BGT-BUDGET-AMOUNT
                       TO WS-BGM-BUDGET-AMOUNT(WS-BUDGET-COUNT)
                   MOVE 'Y' TO WS-BGM-ACTIVE-SWITCH
                              (WS-BUDGET-COUNT)
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'ADDED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
                   MOVE 'A' TO WS-MA-ACTION-CODE
                   MOVE SPACES TO WS-MA-BEFORE-IMAGE
                   PERFORM IMAGE-THE-TRANSACTION
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - BUDGET KEY NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       APPLY-TRANSACTION-FOUND.
           EVALUATE TRUE
               WHEN BGT-ACTION-IS-ADD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - BUDGET KEY ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN BGT-ACTION-IS-CHANGE
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE BGT-BUDGET-AMOUNT
                       TO WS-BGM-BUDGET-AMOUNT (BUDGET-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN BGT-ACTION-IS-DEACTIVATE
                   MOVE 'D' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE SPACES TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE 'N' TO WS-BGM-ACTIVE-SWITCH (BUDGET-INDEX)
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
       IMAGE-THE-TRANSACTION.
           MOVE BGT-FISCAL-YEAR TO WS-AIW-FISCAL-YEAR
           MOVE BGT-FISCAL-PERIOD TO WS-AIW-FISCAL-PERIOD
           MOVE BGT-SKU-GROUP-CODE TO WS-AIW-SKU-GROUP-CODE
           MOVE BGT-SALESPERSON-CODE TO WS-AIW-SALESPERSON-CODE
           MOVE BGT-BUDGET-AMOUNT TO WS-AIW-BUDGET-AMOUNT
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-BGM-FISCAL-YEAR (BUDGET-INDEX)
               TO WS-AIW-FISCAL-YEAR
           MOVE WS-BGM-FISCAL-PERIOD (BUDGET-INDEX)
               TO WS-AIW-FISCAL-PERIOD
           MOVE WS-BGM-SKU-GROUP-CODE (BUDGET-INDEX)
               TO WS-AIW-SKU-GROUP-CODE
           MOVE WS-BGM-SALESPERSON-CODE (BUDGET-INDEX)
               TO WS-AIW-SALESPERSON-CODE
           MOVE WS-BGM-BUDGET-AMOUNT (BUDGET-INDEX)
               TO WS-AIW-BUDGET-AMOUNT
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE BGT-FISCAL-YEAR TO WS-MA-RECORD-KEY(1:4)
           MOVE BGT-FISCAL-PERIOD TO WS-MA-RECORD-KEY(5:2)
           MOVE BGT-SKU-GROUP-CODE TO WS-MA-RECORD-KEY(7:4)
           MOVE BGT-SALESPERSON-CODE TO WS-MA-RECORD-KEY(11:3)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE BGT-ACTION-CODE TO RPT-ACTION-CODE
           MOVE BGT-FISCAL-YEAR TO RPT-FISCAL-YEAR
           MOVE BGT-FISCAL-PERIOD TO RPT-FISCAL-PERIOD
           MOVE BGT-SKU-GROUP-CODE TO RPT-SKU-GROUP-CODE
           MOVE BGT-SALESPERSON-CODE TO RPT-SALESPERSON-CODE
           MOVE BGT-BUDGET-AMOUNT TO RPT-BUDGET-AMOUNT
           WRITE BUDGET-REPORT-LINE FROM BUDGET-REPORT-DETAIL
           .
       WRITE-NEW-MASTER.
           SET BUDGET-INDEX TO 1
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING BUDGET-INDEX FROM 1 BY 1
               UNTIL BUDGET-INDEX > WS-BUDGET-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           IF WS-BGM-IS-ACTIVE (BUDGET-INDEX)
               MOVE WS-BGM-FISCAL-YEAR (BUDGET-INDEX)
                   TO BGN-FISCAL-YEAR
               MOVE WS-BGM-FISCAL-PERIOD (BUDGET-INDEX)
                   TO BGN-FISCAL-PERIOD
               MOVE WS-BGM-SKU-GROUP-CODE (BUDGET-INDEX)
                   TO BGN-SKU-GROUP-CODE
               MOVE WS-BGM-SALESPERSON-CODE (BUDGET-INDEX)
                   TO BGN-SALESPERSON-CODE
               MOVE WS-BGM-BUDGET-AMOUNT (BUDGET-INDEX)
                   TO BGN-BUDGET-AMOUNT
               WRITE BUDGET-NEW-RECORD
           END-IF
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ADDED-COUNT TO TRL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO TRL-CHANGED-COUNT
           MOVE WS-DEACTIVATED-COUNT TO TRL-DEACTIVATED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE BUDGET-REPORT-LINE FROM BUDGET-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'BUDGET MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           CLOSE BUDGET-FILE
           CLOSE BUDGET-TRANS-FILE
           CLOSE BUDGET-NEW-FILE
           CLOSE BUDGET-REPORT-FILE
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
           GOBACK
           .
