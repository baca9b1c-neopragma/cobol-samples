      *****************************************************************
      * Program name:    SLSPMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the salesperson master (SLSPMST1) from a batch of
      * add/change/terminate transactions, the pattern TAXRMNT and
      * CUSTMNT follow. COMMCALC paid on whatever code CUSTMAST
      * carried, and nothing said the code belonged to anybody; this
      * master is the list of people a customer can be assigned to
      * and commission can be paid to. Each salesperson carries a
      * name, a sales territory, the manager they report to (itself a
      * salesperson code), hire and termination dates, an active or
      * terminated status, and - for a manager - the override rate
      * paid on the team's commissionable revenue (zero pays no
      * override). The run writes the next
      * generation to SLSPMST2 and a report of what it did to
      * SLSPRPT1.
      *
      * Transaction action codes:
      *   A - add a new salesperson. Rejected if the code is already
      *       on file, the name or hire date is blank, or the manager
      *       is not on file.
      *   C - change an existing salesperson. Only the fields keyed
      *       are applied, as in CUSTMNT; a blank field leaves the
      *       master's value alone and the override rate changes only
      *       when it is keyed as digits. Keying status A reinstates
      *       a terminated salesperson and clears the termination
      *       date. Rejected if the code or the manager is not on
      *       file.
      *   D - terminate a salesperson. The record stays on the master
      *       with status T and the keyed termination date (the run
      *       date when none is keyed), so commission already earned
      *       on invoices dated before it is still paid.
      * Every applied transaction is cut to the shared MNTAUDIT
      * maintenance audit trail with before and after images.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SLSPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESPERSON-FILE ASSIGN TO 'SLSPMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALESPERSON-FILE-STATUS.
           SELECT SALESPERSON-TRANS-FILE ASSIGN TO 'SLSPTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALESPERSON-TRANS-STATUS.
           SELECT SALESPERSON-NEW-FILE ASSIGN TO 'SLSPMST2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALESPERSON-NEW-STATUS.
           SELECT SALESPERSON-REPORT-FILE ASSIGN TO 'SLSPRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALESPERSON-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout COMMCALC and CUSTMNT read.
       FD  SALESPERSON-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALESPERSON-RECORD.
       01  SALESPERSON-RECORD.
           05  SPM-SALESPERSON-CODE     PIC X(03).
           05  SPM-SALESPERSON-NAME     PIC X(30).
           05  SPM-TERRITORY-CODE       PIC X(04).
           05  SPM-MANAGER-CODE         PIC X(03).
           05  SPM-HIRE-DATE            PIC X(08).
           05  SPM-TERMINATION-DATE     PIC X(08).
           05  SPM-STATUS               PIC X(01).
               88  SPM-IS-ACTIVE        VALUE 'A'.
               88  SPM-IS-TERMINATED    VALUE 'T'.
           05  SPM-OVERRIDE-RATE        PIC 9V9(05).
           05  FILLER                   PIC X(10).

      * One add/change/terminate request per record. The override
      * rate arrives as six keyed digits (implied decimal after the
      * first); spaces mean the rate is not being changed.
       FD  SALESPERSON-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALESPERSON-TRANS-RECORD.
       01  SALESPERSON-TRANS-RECORD.
           05  SPT-ACTION-CODE          PIC X.
               88  SPT-ACTION-IS-ADD         VALUE 'A'.
               88  SPT-ACTION-IS-CHANGE      VALUE 'C'.
               88  SPT-ACTION-IS-TERMINATE   VALUE 'D'.
           05  SPT-SALESPERSON-CODE     PIC X(03).
           05  SPT-SALESPERSON-NAME     PIC X(30).
           05  SPT-TERRITORY-CODE       PIC X(04).
           05  SPT-MANAGER-CODE         PIC X(03).
           05  SPT-HIRE-DATE            PIC X(08).
           05  SPT-TERMINATION-DATE     PIC X(08).
           05  SPT-STATUS               PIC X(01).
               88  SPT-STATUS-VALID     VALUE SPACE 'A'.
           05  SPT-OVERRIDE-RATE        PIC X(06).
           05  SPT-OVERRIDE-RATE-NUM REDEFINES SPT-OVERRIDE-RATE
                                        PIC 9V9(05).

      * Tomorrow's master, same layout as SALESPERSON-FILE; the
      * nightly suite picks this up once it is renamed/copied to
      * SLSPMST1.
       FD  SALESPERSON-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALESPERSON-NEW-RECORD.
       01  SALESPERSON-NEW-RECORD.
           05  SPN-SALESPERSON-CODE     PIC X(03).
           05  SPN-SALESPERSON-NAME     PIC X(30).
           05  SPN-TERRITORY-CODE       PIC X(04).
           05  SPN-MANAGER-CODE         PIC X(03).
           05  SPN-HIRE-DATE            PIC X(08).
           05  SPN-TERMINATION-DATE     PIC X(08).
           05  SPN-STATUS               PIC X(01).
           05  SPN-OVERRIDE-RATE        PIC 9V9(05).
           05  FILLER                   PIC X(10).

      * One line per transaction applied or rejected, plus a trailer.
       FD  SALESPERSON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALESPERSON-REPORT-LINE.
       01  SALESPERSON-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  SALESPERSON-FILE-STATUS  PIC X(02).
               88  SALESPERSON-FILE-OK  VALUE '00'.
               88  END-OF-SALESPERSON-FILE VALUE '10'.
           05  SALESPERSON-TRANS-STATUS PIC X(02).
               88  SALESPERSON-TRANS-OK VALUE '00'.
               88  END-OF-SALESPERSON-TRANS VALUE '10'.
           05  SALESPERSON-NEW-STATUS   PIC X(02).
               88  SALESPERSON-NEW-OK   VALUE '00'.
           05  SALESPERSON-REPORT-STATUS PIC X(02).
               88  SALESPERSON-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'SLSPMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'SLSPMNT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The whole master is loaded into a table first, the same way
      * TAXRMNT loads TAXRATE1, so ADD can check for a duplicate code,
      * CHANGE/TERMINATE can find their target, and a keyed manager
      * can be checked against the other salespeople. Terminated
      * salespeople stay on the master, so every entry is written
      * back out.
       01  WS-SALESPERSON-TABLE-AREA.
           05  WS-SALESPERSON-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SALESPERSON-ENTRY
                   OCCURS 1 TO 500
                   DEPENDING ON WS-SALESPERSON-COUNT
                   INDEXED BY SALESPERSON-INDEX MANAGER-INDEX.
               10  WS-SPM-SALESPERSON-CODE  PIC X(03).
               10  WS-SPM-SALESPERSON-NAME  PIC X(30).
               10  WS-SPM-TERRITORY-CODE    PIC X(04).
               10  WS-SPM-MANAGER-CODE      PIC X(03).
               10  WS-SPM-HIRE-DATE         PIC X(08).
               10  WS-SPM-TERMINATION-DATE  PIC X(08).
               10  WS-SPM-STATUS            PIC X(01).
               10  WS-SPM-OVERRIDE-RATE     PIC 9V9(05).
       01  WS-MAX-SALESPERSON-ENTRIES   PIC S9(05) COMP-3 VALUE 500.

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'SLSPMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'SLSPMST1'.
           05  WS-MA-RECORD-KEY           PIC X(20).
           05  WS-MA-ACTION-CODE          PIC X(01).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).

      * Display image of one master record for the audit trail.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-SALESPERSON-NAME    PIC X(30).
           05  WS-AIW-TERRITORY-CODE      PIC X(04).
           05  WS-AIW-MANAGER-CODE        PIC X(03).
           05  WS-AIW-TERMINATION-DATE    PIC X(08).
           05  WS-AIW-STATUS              PIC X(01).
           05  WS-AIW-OVERRIDE-RATE       PIC 9.9(05).

      * Set when a keyed manager code checks out (blank always does).
       01  WS-MANAGER-CHECK-SWITCH      PIC X.
           88  WS-MANAGER-IS-VALID      VALUE 'Y'.

       01  WS-MAINT-TOTALS.
           05  WS-ADDED-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CHANGED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TERMINATED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSACTION-COUNT       PIC S9(05) COMP-3 VALUE ZERO.

       01  SALESPERSON-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-SALESPERSON-CODE       PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-SALESPERSON-NAME       PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-MANAGER-CODE           PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(40).

       01  SALESPERSON-REPORT-TRAILER.
           05  FILLER                     PIC X(20)
                   VALUE 'SALESPERSON MAINT   '.
           05  TRL-TRANSACTION-COUNT      PIC ZZ9.
           05  FILLER                     PIC X(15)
                   VALUE ' TRANSACTIONS, '.
           05  TRL-ADDED-COUNT            PIC ZZ9.
           05  FILLER                     PIC X(7) VALUE ' ADDED '.
           05  TRL-CHANGED-COUNT          PIC ZZ9.
           05  FILLER                     PIC X(9) VALUE ' CHANGED '.
           05  TRL-TERMINATED-COUNT       PIC ZZ9.
           05  FILLER                     PIC X(12)
                   VALUE ' TERMINATED '.
           05  TRL-REJECTED-COUNT         PIC ZZ9.
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

           PERFORM LOAD-SALESPERSON-TABLE

           OPEN INPUT SALESPERSON-TRANS-FILE
           IF NOT SALESPERSON-TRANS-OK
               DISPLAY 'STATUS ON SALESPERSON-TRANS-FILE OPEN: '
                       SALESPERSON-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SLSPMNT STATUS ON SALESPERSON-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT SALESPERSON-REPORT-FILE
           IF NOT SALESPERSON-REPORT-OK
               DISPLAY 'STATUS ON SALESPERSON-REPORT-FILE OPEN: '
                       SALESPERSON-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SLSPMNT STATUS ON SALESPERSON-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-SALESPERSON-TRANS
               READ SALESPERSON-TRANS-FILE
               IF SALESPERSON-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           OPEN OUTPUT SALESPERSON-NEW-FILE
           IF NOT SALESPERSON-NEW-OK
               DISPLAY 'STATUS ON SALESPERSON-NEW-FILE OPEN: '
                       SALESPERSON-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SLSPMNT STATUS ON SALESPERSON-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-NEW-MASTER

           PERFORM WRITE-MAINT-TRAILER

           GO TO END-OF-PROGRAM
           .
      * A missing SLSPMST1 is the first load of the master: the
      * table starts empty and every transaction is an add.
       LOAD-SALESPERSON-TABLE.
           OPEN INPUT SALESPERSON-FILE
           IF NOT SALESPERSON-FILE-OK
               DISPLAY 'STATUS ON SALESPERSON-FILE OPEN: '
                       SALESPERSON-FILE-STATUS
               MOVE ZERO TO WS-SALESPERSON-COUNT
           ELSE
               PERFORM UNTIL END-OF-SALESPERSON-FILE
                   READ SALESPERSON-FILE
                   IF SALESPERSON-FILE-OK
                       PERFORM LOAD-ONE-MASTER-RECORD
                   END-IF
               END-PERFORM
           END-IF
           .
       LOAD-ONE-MASTER-RECORD.
           IF WS-SALESPERSON-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-SALESPERSON-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SLSPMNT SALESPERSON TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-SALESPERSON-COUNT
               SET SALESPERSON-INDEX TO WS-SALESPERSON-COUNT
               MOVE SPM-SALESPERSON-CODE
                   TO WS-SPM-SALESPERSON-CODE(SALESPERSON-INDEX)
               MOVE SPM-SALESPERSON-NAME
                   TO WS-SPM-SALESPERSON-NAME(SALESPERSON-INDEX)
               MOVE SPM-TERRITORY-CODE
                   TO WS-SPM-TERRITORY-CODE(SALESPERSON-INDEX)
               MOVE SPM-MANAGER-CODE
                   TO WS-SPM-MANAGER-CODE(SALESPERSON-INDEX)
               MOVE SPM-HIRE-DATE
                   TO WS-SPM-HIRE-DATE(SALESPERSON-INDEX)
               MOVE SPM-TERMINATION-DATE
                   TO WS-SPM-TERMINATION-DATE(SALESPERSON-INDEX)
               MOVE SPM-STATUS TO WS-SPM-STATUS(SALESPERSON-INDEX)
               MOVE SPM-OVERRIDE-RATE
                   TO WS-SPM-OVERRIDE-RATE(SALESPERSON-INDEX)
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           PERFORM CHECK-KEYED-MANAGER
           SET SALESPERSON-INDEX TO 1
           SEARCH WS-SALESPERSON-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-SPM-SALESPERSON-CODE (SALESPERSON-INDEX)
                        IS EQUAL TO SPT-SALESPERSON-CODE
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
      * A keyed manager must be another salesperson already on the
      * master; blank means no manager (or, on a change, no change).
       CHECK-KEYED-MANAGER.
           MOVE 'N' TO WS-MANAGER-CHECK-SWITCH
           IF SPT-MANAGER-CODE IS EQUAL TO SPACES
               SET WS-MANAGER-IS-VALID TO TRUE
           ELSE
               IF SPT-MANAGER-CODE IS NOT EQUAL TO
                       SPT-SALESPERSON-CODE
                   SET MANAGER-INDEX TO 1
                   SEARCH WS-SALESPERSON-ENTRY VARYING MANAGER-INDEX
                       WHEN WS-SPM-SALESPERSON-CODE (MANAGER-INDEX)
                                IS EQUAL TO SPT-MANAGER-CODE
                           SET WS-MANAGER-IS-VALID TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .
       APPLY-TRANSACTION-NOT-FOUND.
           EVALUATE TRUE
               WHEN SPT-ACTION-IS-ADD
                       AND WS-SALESPERSON-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-SALESPERSON-ENTRIES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SALESPERSON TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SPT-ACTION-IS-ADD
                       AND (SPT-SALESPERSON-NAME IS EQUAL TO SPACES
                        OR  SPT-HIRE-DATE IS EQUAL TO SPACES)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - NAME AND HIRE DATE REQUIRED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SPT-ACTION-IS-ADD
                       AND NOT WS-MANAGER-IS-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - MANAGER NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SPT-ACTION-IS-ADD
                   ADD 1 TO WS-SALESPERSON-COUNT
                   SET SALESPERSON-INDEX TO WS-SALESPERSON-COUNT
                   MOVE SPT-SALESPERSON-CODE
                       TO WS-SPM-SALESPERSON-CODE(SALESPERSON-INDEX)
                   MOVE SPT-SALESPERSON-NAME
                       TO WS-SPM-SALESPERSON-NAME(SALESPERSON-INDEX)
                   MOVE SPT-TERRITORY-CODE
                       TO WS-SPM-TERRITORY-CODE(SALESPERSON-INDEX)
                   MOVE SPT-MANAGER-CODE
                       TO WS-SPM-MANAGER-CODE(SALESPERSON-INDEX)
                   MOVE SPT-HIRE-DATE
                       TO WS-SPM-HIRE-DATE(SALESPERSON-INDEX)
                   MOVE SPACES
                       TO WS-SPM-TERMINATION-DATE(SALESPERSON-INDEX)
                   MOVE 'A' TO WS-SPM-STATUS(SALESPERSON-INDEX)
                   IF SPT-OVERRIDE-RATE IS NUMERIC
                       MOVE SPT-OVERRIDE-RATE-NUM
                           TO WS-SPM-OVERRIDE-RATE(SALESPERSON-INDEX)
                   ELSE
                       MOVE ZERO
                           TO WS-SPM-OVERRIDE-RATE(SALESPERSON-INDEX)
                   END-IF
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
                   MOVE 'REJECTED - SALESPERSON NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       APPLY-TRANSACTION-FOUND.
           EVALUATE TRUE
               WHEN SPT-ACTION-IS-ADD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SALESPERSON ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SPT-ACTION-IS-CHANGE
                       AND NOT WS-MANAGER-IS-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - MANAGER NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SPT-ACTION-IS-CHANGE
                       AND NOT SPT-STATUS-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - STATUS MAY ONLY BE KEYED A'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN SPT-ACTION-IS-CHANGE
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
               WHEN SPT-ACTION-IS-TERMINATE
                   MOVE 'D' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE 'T' TO WS-SPM-STATUS(SALESPERSON-INDEX)
                   IF SPT-TERMINATION-DATE IS EQUAL TO SPACES
                       MOVE WS-CDT-DATE-X
                           TO WS-SPM-TERMINATION-DATE
                                  (SALESPERSON-INDEX)
                   ELSE
                       MOVE SPT-TERMINATION-DATE
                           TO WS-SPM-TERMINATION-DATE
                                  (SALESPERSON-INDEX)
                   END-IF
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-TERMINATED-COUNT
                   MOVE 'TERMINATED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * Only the fields actually keyed change the master, the
      * CUSTMNT rule. Reinstating clears the termination date unless
      * the card carries one.
       APPLY-KEYED-FIELDS.
           IF SPT-SALESPERSON-NAME IS NOT EQUAL TO SPACES
               MOVE SPT-SALESPERSON-NAME
                   TO WS-SPM-SALESPERSON-NAME(SALESPERSON-INDEX)
           END-IF
           IF SPT-TERRITORY-CODE IS NOT EQUAL TO SPACES
               MOVE SPT-TERRITORY-CODE
                   TO WS-SPM-TERRITORY-CODE(SALESPERSON-INDEX)
           END-IF
           IF SPT-MANAGER-CODE IS NOT EQUAL TO SPACES
               MOVE SPT-MANAGER-CODE
                   TO WS-SPM-MANAGER-CODE(SALESPERSON-INDEX)
           END-IF
           IF SPT-HIRE-DATE IS NOT EQUAL TO SPACES
               MOVE SPT-HIRE-DATE
                   TO WS-SPM-HIRE-DATE(SALESPERSON-INDEX)
           END-IF
           IF SPT-STATUS IS EQUAL TO 'A'
               MOVE 'A' TO WS-SPM-STATUS(SALESPERSON-INDEX)
               MOVE SPACES
                   TO WS-SPM-TERMINATION-DATE(SALESPERSON-INDEX)
           END-IF
           IF SPT-TERMINATION-DATE IS NOT EQUAL TO SPACES
               MOVE SPT-TERMINATION-DATE
                   TO WS-SPM-TERMINATION-DATE(SALESPERSON-INDEX)
           END-IF
           IF SPT-OVERRIDE-RATE IS NUMERIC
               MOVE SPT-OVERRIDE-RATE-NUM
                   TO WS-SPM-OVERRIDE-RATE(SALESPERSON-INDEX)
           END-IF
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-SPM-SALESPERSON-NAME(SALESPERSON-INDEX)
               TO WS-AIW-SALESPERSON-NAME
           MOVE WS-SPM-TERRITORY-CODE(SALESPERSON-INDEX)
               TO WS-AIW-TERRITORY-CODE
           MOVE WS-SPM-MANAGER-CODE(SALESPERSON-INDEX)
               TO WS-AIW-MANAGER-CODE
           MOVE WS-SPM-TERMINATION-DATE(SALESPERSON-INDEX)
               TO WS-AIW-TERMINATION-DATE
           MOVE WS-SPM-STATUS(SALESPERSON-INDEX) TO WS-AIW-STATUS
           MOVE WS-SPM-OVERRIDE-RATE(SALESPERSON-INDEX)
               TO WS-AIW-OVERRIDE-RATE
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE SPT-SALESPERSON-CODE TO WS-MA-RECORD-KEY(1:3)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE SPT-ACTION-CODE TO RPT-ACTION-CODE
           MOVE SPT-SALESPERSON-CODE TO RPT-SALESPERSON-CODE
           MOVE SPT-SALESPERSON-NAME TO RPT-SALESPERSON-NAME
           MOVE SPT-MANAGER-CODE TO RPT-MANAGER-CODE
           WRITE SALESPERSON-REPORT-LINE FROM SALESPERSON-REPORT-DETAIL
           .
       WRITE-NEW-MASTER.
           SET SALESPERSON-INDEX TO 1
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING SALESPERSON-INDEX FROM 1 BY 1
               UNTIL SALESPERSON-INDEX > WS-SALESPERSON-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           MOVE SPACES TO SALESPERSON-NEW-RECORD
           MOVE WS-SPM-SALESPERSON-CODE (SALESPERSON-INDEX)
               TO SPN-SALESPERSON-CODE
           MOVE WS-SPM-SALESPERSON-NAME (SALESPERSON-INDEX)
               TO SPN-SALESPERSON-NAME
           MOVE WS-SPM-TERRITORY-CODE (SALESPERSON-INDEX)
               TO SPN-TERRITORY-CODE
           MOVE WS-SPM-MANAGER-CODE (SALESPERSON-INDEX)
               TO SPN-MANAGER-CODE
           MOVE WS-SPM-HIRE-DATE (SALESPERSON-INDEX)
               TO SPN-HIRE-DATE
           MOVE WS-SPM-TERMINATION-DATE (SALESPERSON-INDEX)
               TO SPN-TERMINATION-DATE
           MOVE WS-SPM-STATUS (SALESPERSON-INDEX) TO SPN-STATUS
           MOVE WS-SPM-OVERRIDE-RATE (SALESPERSON-INDEX)
               TO SPN-OVERRIDE-RATE
           WRITE SALESPERSON-NEW-RECORD
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ADDED-COUNT TO TRL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO TRL-CHANGED-COUNT
           MOVE WS-TERMINATED-COUNT TO TRL-TERMINATED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE SALESPERSON-REPORT-LINE
               FROM SALESPERSON-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'SALESPERSON MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           CLOSE SALESPERSON-FILE
           CLOSE SALESPERSON-TRANS-FILE
           CLOSE SALESPERSON-NEW-FILE
           CLOSE SALESPERSON-REPORT-FILE
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
