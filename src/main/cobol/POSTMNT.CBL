      *****************************************************************
      * Program name:    POSTMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the postal-code-to-jurisdiction table (POSTJUR1)
      * from a batch of add/change/deactivate transactions, the same
      * pattern TAXRMNT applies to TAXRATE1. INVASM looks up the
      * first five characters of each invoice's ship-to postal code
      * here to decide which jurisdiction's TAXRATE1 rates INVCALC
      * taxes it at. Operations keys the day's changes onto POSTTRNS,
      * and this job applies them against POSTJUR1 overnight,
      * producing the next day's POSTJUR2 and a report of what it
      * did. A record is keyed by postal code.
      *
      * Transaction action codes:
      *   A - add a postal code. Rejected if the postal code is
      *       already on file, or if its jurisdiction has no rate on
      *       TAXRATE1 - INVCALC would silently tax it at the default
      *       rate.
      *   C - change the jurisdiction of an existing postal code,
      *       with the same TAXRATE1 check. Rejected if the postal
      *       code is not on file.
      *   D - deactivate a postal code; it is dropped from the new
      *       table instead of being carried forward. Rejected if the
      *       postal code is not on file.
      * Every applied transaction is cut to the shared MNTAUDIT
      * maintenance audit trail with before and after images.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-JURISDICTION-FILE ASSIGN TO 'POSTJUR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POSTAL-JURISDICTION-STATUS.
           SELECT POSTAL-TRANS-FILE ASSIGN TO 'POSTTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POSTAL-TRANS-STATUS.
           SELECT POSTAL-NEW-FILE ASSIGN TO 'POSTJUR2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POSTAL-NEW-STATUS.
           SELECT POSTAL-REPORT-FILE ASSIGN TO 'POSTRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POSTAL-REPORT-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TAX-RATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's table, the same layout INVASM reads.
       FD  POSTAL-JURISDICTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POSTAL-JURISDICTION-RECORD.
       01  POSTAL-JURISDICTION-RECORD.
           05  PJR-POSTAL-CODE          PIC X(05).
           05  PJR-JURISDICTION-CODE    PIC X(02).

      * One add/change/deactivate request per record.
       FD  POSTAL-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POSTAL-TRANS-RECORD.
       01  POSTAL-TRANS-RECORD.
           05  PJT-ACTION-CODE          PIC X.
               88  PJT-ACTION-IS-ADD         VALUE 'A'.
               88  PJT-ACTION-IS-CHANGE      VALUE 'C'.
               88  PJT-ACTION-IS-DEACTIVATE  VALUE 'D'.
           05  PJT-POSTAL-CODE          PIC X(05).
           05  PJT-JURISDICTION-CODE    PIC X(02).

      * Tomorrow's table, same layout as POSTAL-JURISDICTION-FILE;
      * INVASM's next run picks this up once it is renamed/copied to
      * POSTJUR1.
       FD  POSTAL-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POSTAL-NEW-RECORD.
       01  POSTAL-NEW-RECORD.
           05  PJN-POSTAL-CODE          PIC X(05).
           05  PJN-JURISDICTION-CODE    PIC X(02).

      * One line per transaction applied or rejected, plus a trailer.
       FD  POSTAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POSTAL-REPORT-LINE.
       01  POSTAL-REPORT-LINE               PIC X(88).

      * The rate master, the same layout INVCALC reads; only the
      * jurisdictions on it matter here.
       FD  TAX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TAX-RATE-RECORD.
       01  TAX-RATE-RECORD.
           05  TRM-JURISDICTION-CODE    PIC X(02).
           05  TRM-COMPONENT-CODE       PIC X(01).
           05  TRM-EFFECTIVE-DATE       PIC X(08).
           05  TRM-RATE                 PIC 9V9(05).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  POSTAL-JURISDICTION-STATUS PIC X(02).
               88  POSTAL-JURISDICTION-OK VALUE '00'.
               88  END-OF-POSTAL-JURISDICTION VALUE '10'.
           05  POSTAL-TRANS-STATUS      PIC X(02).
               88  POSTAL-TRANS-OK      VALUE '00'.
               88  END-OF-POSTAL-TRANS  VALUE '10'.
           05  POSTAL-NEW-STATUS        PIC X(02).
               88  POSTAL-NEW-OK        VALUE '00'.
           05  POSTAL-REPORT-STATUS     PIC X(02).
               88  POSTAL-REPORT-OK     VALUE '00'.
           05  TAX-RATE-FILE-STATUS     PIC X(02).
               88  TAX-RATE-FILE-OK     VALUE '00'.
               88  END-OF-TAX-RATE-FILE VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'POSTMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'POSTMNT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The whole table is loaded first, the same way TAXRMNT loads
      * TAXRATE1, and written back out, active entries only, once
      * every transaction is applied.
       01  WS-POSTAL-TABLE-AREA.
           05  WS-POSTAL-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-POSTAL-ENTRY
                   OCCURS 1 TO 9000
                   DEPENDING ON WS-POSTAL-COUNT
                   INDEXED BY POSTAL-INDEX.
               10  WS-PJR-POSTAL-CODE       PIC X(05).
               10  WS-PJR-JURISDICTION-CODE PIC X(02).
               10  WS-PJR-ACTIVE-SWITCH     PIC X VALUE 'Y'.
                   88  WS-PJR-IS-ACTIVE     VALUE 'Y'.
       01  WS-MAX-POSTAL-ENTRIES        PIC S9(05) COMP-3 VALUE 9000.

      * Jurisdictions with at least one TAXRATE1 record.
       01  WS-RATED-JURISDICTION-AREA.
           05  WS-RATED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-RATED-ENTRY
                   OCCURS 1 TO 200
                   DEPENDING ON WS-RATED-COUNT
                   INDEXED BY RATED-INDEX.
               10  WS-RTD-JURISDICTION-CODE PIC X(02).
       01  WS-MAX-RATED-ENTRIES         PIC S9(05) COMP-3 VALUE 200.
       01  WS-CHECK-JURISDICTION-CODE   PIC X(02).
       01  WS-RATED-FOUND-SWITCH        PIC X.
           88  JURISDICTION-IS-RATED    VALUE 'Y'.

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'POSTMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'POSTJUR1'.
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

      * Display image of one table record for the audit trail.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-POSTAL-CODE         PIC X(05).
           05  WS-AIW-JURISDICTION        PIC X(02).

       01  POSTAL-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-POSTAL-CODE            PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-JURISDICTION-CODE      PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(40).

       01  POSTAL-REPORT-TRAILER.
           05  FILLER                     PIC X(20)
                   VALUE 'POSTAL CODE MAINT   '.
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

           PERFORM LOAD-RATED-JURISDICTIONS
           PERFORM LOAD-POSTAL-TABLE

           OPEN INPUT POSTAL-TRANS-FILE
           IF NOT POSTAL-TRANS-OK
               DISPLAY 'STATUS ON POSTAL-TRANS-FILE OPEN: '
                       POSTAL-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POSTMNT STATUS ON POSTAL-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT POSTAL-REPORT-FILE
           IF NOT POSTAL-REPORT-OK
               DISPLAY 'STATUS ON POSTAL-REPORT-FILE OPEN: '
                       POSTAL-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POSTMNT STATUS ON POSTAL-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-POSTAL-TRANS
               READ POSTAL-TRANS-FILE
               IF POSTAL-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           OPEN OUTPUT POSTAL-NEW-FILE
           IF NOT POSTAL-NEW-OK
               DISPLAY 'STATUS ON POSTAL-NEW-FILE OPEN: '
                       POSTAL-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POSTMNT STATUS ON POSTAL-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-NEW-TABLE

           PERFORM WRITE-MAINT-TRAILER

           GO TO END-OF-PROGRAM
           .
       LOAD-RATED-JURISDICTIONS.
           OPEN INPUT TAX-RATE-FILE
           IF NOT TAX-RATE-FILE-OK
               DISPLAY 'STATUS ON TAX-RATE-FILE OPEN: '
                       TAX-RATE-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POSTMNT STATUS ON TAX-RATE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           ELSE
               PERFORM UNTIL END-OF-TAX-RATE-FILE
                   READ TAX-RATE-FILE
                   IF TAX-RATE-FILE-OK
                       PERFORM NOTE-ONE-RATED-JURISDICTION
                   END-IF
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF
           .
      * A stacked jurisdiction carries several TAXRATE1 records; it
      * is noted once.
       NOTE-ONE-RATED-JURISDICTION.
           MOVE TRM-JURISDICTION-CODE TO WS-CHECK-JURISDICTION-CODE
           PERFORM CHECK-JURISDICTION-RATED
           IF NOT JURISDICTION-IS-RATED
               IF WS-RATED-COUNT IS GREATER THAN OR EQUAL TO
                       WS-MAX-RATED-ENTRIES
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'POSTMNT RATED JURISDICTION TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               ELSE
                   ADD 1 TO WS-RATED-COUNT
                   MOVE TRM-JURISDICTION-CODE
                       TO WS-RTD-JURISDICTION-CODE(WS-RATED-COUNT)
               END-IF
           END-IF
           .
       CHECK-JURISDICTION-RATED.
           MOVE 'N' TO WS-RATED-FOUND-SWITCH
           IF WS-RATED-COUNT IS GREATER THAN ZERO
               SET RATED-INDEX TO 1
               SEARCH WS-RATED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RTD-JURISDICTION-CODE (RATED-INDEX)
                            IS EQUAL TO WS-CHECK-JURISDICTION-CODE
                       SET JURISDICTION-IS-RATED TO TRUE
               END-SEARCH
           END-IF
           .
       LOAD-POSTAL-TABLE.
           OPEN INPUT POSTAL-JURISDICTION-FILE
           IF NOT POSTAL-JURISDICTION-OK
               DISPLAY 'STATUS ON POSTAL-JURISDICTION-FILE OPEN: '
                       POSTAL-JURISDICTION-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'POSTMNT STATUS ON POSTAL-JURISDICTION-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           ELSE
               PERFORM UNTIL END-OF-POSTAL-JURISDICTION
                   READ POSTAL-JURISDICTION-FILE
                   IF POSTAL-JURISDICTION-OK
                       IF WS-POSTAL-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-POSTAL-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'POSTMNT POSTAL-CODE TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-POSTAL-COUNT
                           MOVE PJR-POSTAL-CODE
                               TO WS-PJR-POSTAL-CODE(WS-POSTAL-COUNT)
                           MOVE PJR-JURISDICTION-CODE
                               TO WS-PJR-JURISDICTION-CODE
                                      (WS-POSTAL-COUNT)
                           MOVE 'Y' TO WS-PJR-ACTIVE-SWITCH
                                      (WS-POSTAL-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           MOVE PJT-JURISDICTION-CODE TO WS-CHECK-JURISDICTION-CODE
           PERFORM CHECK-JURISDICTION-RATED
           SET POSTAL-INDEX TO 1
           SEARCH WS-POSTAL-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-PJR-POSTAL-CODE (POSTAL-INDEX)
                        IS EQUAL TO PJT-POSTAL-CODE
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
       APPLY-TRANSACTION-NOT-FOUND.
           EVALUATE TRUE
               WHEN PJT-ACTION-IS-ADD
                       AND WS-POSTAL-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-POSTAL-ENTRIES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - POSTAL TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PJT-ACTION-IS-ADD
                       AND NOT JURISDICTION-IS-RATED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - JURISDICTION NOT ON TAXRATE1'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PJT-ACTION-IS-ADD
                   ADD 1 TO WS-POSTAL-COUNT
                   MOVE PJT-POSTAL-CODE
                       TO WS-PJR-POSTAL-CODE(WS-POSTAL-COUNT)
                   MOVE PJT-JURISDICTION-CODE
                       TO WS-PJR-JURISDICTION-CODE(WS-POSTAL-COUNT)
                   MOVE 'Y' TO WS-PJR-ACTIVE-SWITCH(WS-POSTAL-COUNT)
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'ADDED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
                   MOVE 'A' TO WS-MA-ACTION-CODE
                   MOVE SPACES TO WS-MA-BEFORE-IMAGE
                   MOVE PJT-POSTAL-CODE TO WS-AIW-POSTAL-CODE
                   MOVE PJT-JURISDICTION-CODE TO WS-AIW-JURISDICTION
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - POSTAL CODE NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       APPLY-TRANSACTION-FOUND.
           EVALUATE TRUE
               WHEN PJT-ACTION-IS-ADD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - POSTAL CODE ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PJT-ACTION-IS-CHANGE
                       AND NOT JURISDICTION-IS-RATED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - JURISDICTION NOT ON TAXRATE1'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PJT-ACTION-IS-CHANGE
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE PJT-JURISDICTION-CODE
                       TO WS-PJR-JURISDICTION-CODE (POSTAL-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PJT-ACTION-IS-DEACTIVATE
                   MOVE 'D' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE SPACES TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE 'N' TO WS-PJR-ACTIVE-SWITCH (POSTAL-INDEX)
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
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-PJR-POSTAL-CODE (POSTAL-INDEX)
               TO WS-AIW-POSTAL-CODE
           MOVE WS-PJR-JURISDICTION-CODE (POSTAL-INDEX)
               TO WS-AIW-JURISDICTION
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE PJT-POSTAL-CODE TO WS-MA-RECORD-KEY(1:5)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE PJT-ACTION-CODE TO RPT-ACTION-CODE
           MOVE PJT-POSTAL-CODE TO RPT-POSTAL-CODE
           MOVE PJT-JURISDICTION-CODE TO RPT-JURISDICTION-CODE
           WRITE POSTAL-REPORT-LINE FROM POSTAL-REPORT-DETAIL
           .
       WRITE-NEW-TABLE.
           SET POSTAL-INDEX TO 1
           PERFORM WRITE-ONE-TABLE-RECORD
               VARYING POSTAL-INDEX FROM 1 BY 1
               UNTIL POSTAL-INDEX > WS-POSTAL-COUNT
           .
       WRITE-ONE-TABLE-RECORD.
           IF WS-PJR-IS-ACTIVE (POSTAL-INDEX)
               MOVE WS-PJR-POSTAL-CODE (POSTAL-INDEX)
                   TO PJN-POSTAL-CODE
               MOVE WS-PJR-JURISDICTION-CODE (POSTAL-INDEX)
                   TO PJN-JURISDICTION-CODE
               WRITE POSTAL-NEW-RECORD
           END-IF
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ADDED-COUNT TO TRL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO TRL-CHANGED-COUNT
           MOVE WS-DEACTIVATED-COUNT TO TRL-DEACTIVATED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE POSTAL-REPORT-LINE FROM POSTAL-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'POSTAL CODE MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           CLOSE POSTAL-JURISDICTION-FILE
           CLOSE POSTAL-TRANS-FILE
           CLOSE POSTAL-NEW-FILE
           CLOSE POSTAL-REPORT-FILE
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
