      *****************************************************************
      * Program name:    DISPMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the invoice dispute master (DISPUTE1), the same
      * old-master/new-master pattern RMAMNT applies to RETAUTH1.
      * When a customer disputes an invoice - a short shipment, a
      * pricing error, damaged goods - collections logs it here, and
      * while the dispute is open the disputed amount is reported in
      * its own column on ARAGE and carried on the aged extract, so
      * FINCHG raises no finance charge on it and DUNNING leaves it
      * off the customer's notices. One dispute is kept per invoice.
      * Every dispute carries a status:
      *
      *   O - open; the disputed amount is held out of collection.
      *   P - resolved, paid: the customer paid after all.
      *   C - resolved, credited: we agreed and issued a credit.
      *   D - resolved, denied: the customer owes the amount and it
      *       goes back into normal collection.
      *
      * Reason codes: SS short shipment, PR pricing, DG damaged
      * goods, OT anything else.
      *
      * Transaction action codes on DSPTRNS:
      *   O - open a dispute: invoice, customer, reason, disputed
      *       amount and who logged it. Rejected if the invoice
      *       already has an open dispute, or if any of those fields
      *       is not keyed or the reason is unknown. An invoice whose
      *       earlier dispute was resolved may be disputed again; the
      *       new dispute replaces the resolved one.
      *   U - update an open dispute's reason or disputed amount.
      *       Only the fields keyed are applied.
      *   R - resolve an open dispute, with resolution code P, C or
      *       D.
      *
      * A resolved dispute is kept ninety days after it was resolved
      * and then dropped from the new master. Every applied
      * transaction is cut to the shared MNTAUDIT maintenance audit
      * trail and listed on DSPRPT1. After the transactions the
      * open disputes are listed on the dispute aging report,
      * DSPAGRPT, grouped by reason, with the days each has been in
      * dispute and a total per reason in 0-30/31-60/61-90/over-90
      * day columns.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DISPUTE-STATUS.
           SELECT DISPUTE-TRANS-FILE ASSIGN TO 'DSPTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DISPUTE-TRANS-STATUS.
           SELECT DISPUTE-NEW-FILE ASSIGN TO 'DISPUTE2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DISPUTE-NEW-STATUS.
           SELECT DISPUTE-REPORT-FILE ASSIGN TO 'DSPRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DISPUTE-REPORT-STATUS.
           SELECT DISPUTE-AGING-FILE ASSIGN TO 'DSPAGRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DISPUTE-AGING-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout ARAGE reads the open
      * disputes from.
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DISPUTE-RECORD.
       01  DISPUTE-RECORD.
           05  DSP-INVOICE-NUMBER       PIC X(08).
           05  DSP-CUSTOMER-NUMBER      PIC X(08).
           05  DSP-REASON-CODE          PIC X(02).
           05  DSP-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.
           05  DSP-STATUS               PIC X(01).
           05  DSP-LOGGED-BY            PIC X(08).
           05  DSP-OPEN-DATE            PIC X(08).
           05  DSP-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(12).

      * One open/update/resolve request per record. Fields a
      * transaction does not use are left blank.
       FD  DISPUTE-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DISPUTE-TRANS-RECORD.
       01  DISPUTE-TRANS-RECORD.
           05  DST-ACTION-CODE          PIC X.
               88  DST-ACTION-IS-OPEN        VALUE 'O'.
               88  DST-ACTION-IS-UPDATE      VALUE 'U'.
               88  DST-ACTION-IS-RESOLVE     VALUE 'R'.
           05  DST-INVOICE-NUMBER       PIC X(08).
           05  DST-CUSTOMER-NUMBER      PIC X(08).
           05  DST-REASON-CODE          PIC X(02).
               88  DST-REASON-IS-KNOWN  VALUE 'SS' 'PR' 'DG' 'OT'.
           05  DST-DISPUTED-AMOUNT      PIC 9(07)V99.
           05  DST-LOGGED-BY            PIC X(08).
           05  DST-RESOLUTION-CODE      PIC X(01).
               88  DST-RESOLUTION-IS-KNOWN VALUE 'P' 'C' 'D'.

      * Tomorrow's master, same layout as DISPUTE-FILE; ARAGE's next
      * run picks this up once it is renamed/copied to DISPUTE1.
       FD  DISPUTE-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DISPUTE-NEW-RECORD.
       01  DISPUTE-NEW-RECORD.
           05  DSN-INVOICE-NUMBER       PIC X(08).
           05  DSN-CUSTOMER-NUMBER      PIC X(08).
           05  DSN-REASON-CODE          PIC X(02).
           05  DSN-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.
           05  DSN-STATUS               PIC X(01).
           05  DSN-LOGGED-BY            PIC X(08).
           05  DSN-OPEN-DATE            PIC X(08).
           05  DSN-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(12).

      * One line per transaction applied or rejected, one per
      * resolved dispute dropped, plus a trailer.
       FD  DISPUTE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DISPUTE-REPORT-LINE.
       01  DISPUTE-REPORT-LINE              PIC X(100).

       FD  DISPUTE-AGING-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DISPUTE-AGING-LINE.
       01  DISPUTE-AGING-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  DISPUTE-STATUS           PIC X(02).
               88  DISPUTE-OK           VALUE '00'.
               88  END-OF-DISPUTES      VALUE '10'.
           05  DISPUTE-TRANS-STATUS     PIC X(02).
               88  DISPUTE-TRANS-OK     VALUE '00'.
               88  END-OF-DISPUTE-TRANS VALUE '10'.
           05  DISPUTE-NEW-STATUS       PIC X(02).
               88  DISPUTE-NEW-OK       VALUE '00'.
           05  DISPUTE-REPORT-STATUS    PIC X(02).
               88  DISPUTE-REPORT-OK    VALUE '00'.
           05  DISPUTE-AGING-STATUS     PIC X(02).
               88  DISPUTE-AGING-OK     VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'DISPMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'DISPMNT'.
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

      * How long a resolved dispute is kept before it is dropped.
       01  WS-DISPUTE-DATE-RULES.
           05  WS-RESOLVED-RETENTION-DAYS PIC S9(03) COMP-3 VALUE 90.
           05  WS-RETENTION-CUTOFF-DATE   PIC X(08).

      * The reasons in the order the aging report groups them.
       01  WS-REASON-VALUES.
           05  FILLER                     PIC X(22)
                   VALUE 'SSSHORT SHIPMENT      '.
           05  FILLER                     PIC X(22)
                   VALUE 'PRPRICING             '.
           05  FILLER                     PIC X(22)
                   VALUE 'DGDAMAGED GOODS       '.
           05  FILLER                     PIC X(22)
                   VALUE 'OTOTHER               '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 4 TIMES
                       INDEXED BY REASON-INDEX.
               10  WS-RSN-CODE            PIC X(02).
               10  WS-RSN-DESCRIPTION     PIC X(20).

      * The whole master is loaded into a table first, the same way
      * RMAMNT loads RETAUTH1, and written back out, kept entries
      * only, once every transaction is applied.
       01  WS-DISPUTE-TABLE-AREA.
           05  WS-DISPUTE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-DISPUTE-ENTRY
                   OCCURS 1 TO 5000
                   DEPENDING ON WS-DISPUTE-COUNT
                   INDEXED BY DISPUTE-INDEX.
               10  WS-DSP-INVOICE-NUMBER    PIC X(08).
               10  WS-DSP-CUSTOMER-NUMBER   PIC X(08).
               10  WS-DSP-REASON-CODE       PIC X(02).
               10  WS-DSP-DISPUTED-AMOUNT   PIC S9(07)V99 COMP-3.
               10  WS-DSP-STATUS            PIC X(01).
                   88  WS-DSP-IS-OPEN       VALUE 'O'.
               10  WS-DSP-LOGGED-BY         PIC X(08).
               10  WS-DSP-OPEN-DATE         PIC X(08).
               10  WS-DSP-STATUS-DATE       PIC X(08).
               10  WS-DSP-KEEP-SWITCH       PIC X VALUE 'Y'.
                   88  WS-DSP-IS-KEPT       VALUE 'Y'.
       01  WS-MAX-DISPUTE-ENTRIES       PIC S9(05) COMP-3 VALUE 5000.

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'DISPMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'DISPUTE1'.
           05  WS-MA-RECORD-KEY           PIC X(20).
           05  WS-MA-ACTION-CODE          PIC X(01).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).

       01  WS-MAINT-TOTALS.
           05  WS-OPENED-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-UPDATED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-RESOLVED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSACTION-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-DROPPED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.

      * Display image of one master record for the audit trail.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-CUSTOMER-NUMBER     PIC X(08).
           05  WS-AIW-REASON-CODE         PIC X(02).
           05  WS-AIW-STATUS              PIC X(01).
           05  WS-AIW-DISPUTED-AMOUNT     PIC 9(07)V99.
           05  WS-AIW-LOGGED-BY           PIC X(08).
           05  WS-AIW-OPEN-DATE           PIC X(08).
           05  WS-AIW-STATUS-DATE         PIC X(08).
           05  FILLER                     PIC X(16) VALUE SPACES.

      * Per-reason and whole-report totals for the aging report.
       01  WS-AGING-WORK-AREAS.
           05  WS-DAYS-IN-DISPUTE         PIC S9(07).
           05  WS-REASON-ITEM-COUNT       PIC S9(05) COMP-3.
           05  WS-REASON-BUCKETS.
               10  WS-REASON-BUCKET       PIC S9(09)V99 COMP-3
                                          OCCURS 4 TIMES.
           05  WS-REASON-TOTAL            PIC S9(09)V99 COMP-3.
           05  WS-BUCKET-SUB              PIC S9(04) COMP.
           05  WS-OPEN-DISPUTE-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-OPEN-DISPUTE-TOTAL      PIC S9(09)V99 COMP-3
                                          VALUE ZERO.

       01  DISPUTE-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-INVOICE-NUMBER         PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-CUSTOMER-NUMBER        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-REASON-CODE            PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-STATUS                 PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(50).

       01  DISPUTE-REPORT-TRAILER.
           05  FILLER                     PIC X(18)
                   VALUE 'DISPUTE MAINT RUN '.
           05  TRL-TRANSACTION-COUNT      PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE ' TRANS, '.
           05  TRL-OPENED-COUNT           PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE ' OPENED '.
           05  TRL-UPDATED-COUNT          PIC ZZZ9.
           05  FILLER                     PIC X(09) VALUE ' UPDATED '.
           05  TRL-RESOLVED-COUNT         PIC ZZZ9.
           05  FILLER                     PIC X(10) VALUE ' RESOLVED '.
           05  TRL-REJECTED-COUNT         PIC ZZZ9.
           05  FILLER                     PIC X(10) VALUE ' REJECTED '.
           05  TRL-DROPPED-COUNT          PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE ' DROPPED'.

       01  AGING-HEADING-LINE.
           05  FILLER                     PIC X(40)
                   VALUE 'OPEN INVOICE DISPUTES BY REASON - RUN '.
           05  AHL-RUN-DATE               PIC X(08).
       01  AGING-REASON-LINE.
           05  FILLER                     PIC X(08) VALUE 'REASON '.
           05  ARL-REASON-CODE            PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ARL-REASON-DESCRIPTION     PIC X(20).
       01  AGING-COLUMN-LINE.
           05  FILLER                     PIC X(50) VALUE
               'INVOICE   CUSTOMER  LOGGED BY OPENED     DAYS     '.
           05  FILLER                     PIC X(20) VALUE
               'DISPUTED AMT        '.
       01  AGING-DETAIL-LINE.
           05  ADL-INVOICE-NUMBER         PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ADL-CUSTOMER-NUMBER        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ADL-LOGGED-BY              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ADL-OPEN-DATE              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ADL-DAYS-IN-DISPUTE        PIC ZZZZ9.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  ADL-DISPUTED-AMOUNT        PIC $,$$$,$$9.99.
       01  AGING-REASON-TOTAL-LINE.
           05  FILLER                     PIC X(06) VALUE 'TOTAL '.
           05  ART-ITEM-COUNT             PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ART-REASON-TOTAL           PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ART-BUCKET-0-30            PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  ART-BUCKET-31-60           PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  ART-BUCKET-61-90           PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  ART-BUCKET-OVER-90         PIC $$,$$$,$$9.99.
       01  AGING-BUCKET-TITLE-LINE.
           05  FILLER                     PIC X(40) VALUE
               '                               0-30 DAYS'.
           05  FILLER                     PIC X(42) VALUE
               '    31-60 DAYS    61-90 DAYS  OVER 90 DAYS'.
       01  AGING-REPORT-TRAILER.
           05  FILLER                     PIC X(22)
                   VALUE 'OPEN DISPUTES TOTAL   '.
           05  ATL-ITEM-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ATL-DISPUTED-TOTAL         PIC $$$,$$$,$$9.99.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'DISPMNT '.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8 and DISPUTE2 is not
      * to be copied forward over DISPUTE1.
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

           PERFORM SET-RUN-DATE-LIMITS
           PERFORM LOAD-DISPUTE-TABLE

           OPEN INPUT DISPUTE-TRANS-FILE
           IF NOT DISPUTE-TRANS-OK
               DISPLAY 'STATUS ON DISPUTE-TRANS-FILE OPEN: '
                       DISPUTE-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DISPMNT STATUS ON DISPUTE-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT DISPUTE-REPORT-FILE
           IF NOT DISPUTE-REPORT-OK
               DISPLAY 'STATUS ON DISPUTE-REPORT-FILE OPEN: '
                       DISPUTE-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DISPMNT STATUS ON DISPUTE-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-DISPUTE-TRANS
               READ DISPUTE-TRANS-FILE
               IF DISPUTE-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           PERFORM DROP-OLD-RESOLVED-DISPUTE
               VARYING DISPUTE-INDEX FROM 1 BY 1
               UNTIL DISPUTE-INDEX > WS-DISPUTE-COUNT

           OPEN OUTPUT DISPUTE-NEW-FILE
           IF NOT DISPUTE-NEW-OK
               DISPLAY 'STATUS ON DISPUTE-NEW-FILE OPEN: '
                       DISPUTE-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DISPMNT STATUS ON DISPUTE-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-NEW-MASTER

           PERFORM WRITE-MAINT-TRAILER

           OPEN OUTPUT DISPUTE-AGING-FILE
           IF NOT DISPUTE-AGING-OK
               DISPLAY 'STATUS ON DISPUTE-AGING-FILE OPEN: '
                       DISPUTE-AGING-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DISPMNT STATUS ON DISPUTE-AGING-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-DISPUTE-AGING-REPORT

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * Today less the retention period for resolved disputes,
      * worked out once per run.
       SET-RUN-DATE-LIMITS.
           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           COMPUTE WS-DC-NUMBER-OF-DAYS =
               0 - WS-RESOLVED-RETENTION-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-RETENTION-CUTOFF-DATE(1:4)
           MOVE WS-DC-RESULT-MONTH TO WS-RETENTION-CUTOFF-DATE(5:2)
           MOVE WS-DC-RESULT-DAY TO WS-RETENTION-CUTOFF-DATE(7:2)
           .
      * A missing DISPUTE1 is the first run, not an error: the new
      * master is built from tonight's disputes alone.
       LOAD-DISPUTE-TABLE.
           OPEN INPUT DISPUTE-FILE
           IF NOT DISPUTE-OK
               DISPLAY 'STATUS ON DISPUTE-FILE OPEN: '
                       DISPUTE-STATUS
               DISPLAY 'STARTING A NEW DISPUTE MASTER'
               MOVE ZERO TO WS-DISPUTE-COUNT
           ELSE
               PERFORM UNTIL END-OF-DISPUTES
                   READ DISPUTE-FILE
                   IF DISPUTE-OK
                       PERFORM LOAD-ONE-MASTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           .
       LOAD-ONE-MASTER-RECORD.
           IF WS-DISPUTE-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-DISPUTE-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DISPMNT DISPUTE TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-DISPUTE-COUNT
               SET DISPUTE-INDEX TO WS-DISPUTE-COUNT
               MOVE DSP-INVOICE-NUMBER
                   TO WS-DSP-INVOICE-NUMBER(DISPUTE-INDEX)
               MOVE DSP-CUSTOMER-NUMBER
                   TO WS-DSP-CUSTOMER-NUMBER(DISPUTE-INDEX)
               MOVE DSP-REASON-CODE
                   TO WS-DSP-REASON-CODE(DISPUTE-INDEX)
               MOVE DSP-DISPUTED-AMOUNT
                   TO WS-DSP-DISPUTED-AMOUNT(DISPUTE-INDEX)
               MOVE DSP-STATUS TO WS-DSP-STATUS(DISPUTE-INDEX)
               MOVE DSP-LOGGED-BY TO WS-DSP-LOGGED-BY(DISPUTE-INDEX)
               MOVE DSP-OPEN-DATE TO WS-DSP-OPEN-DATE(DISPUTE-INDEX)
               MOVE DSP-STATUS-DATE
                   TO WS-DSP-STATUS-DATE(DISPUTE-INDEX)
               MOVE 'Y' TO WS-DSP-KEEP-SWITCH(DISPUTE-INDEX)
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           SET DISPUTE-INDEX TO 1
           SEARCH WS-DISPUTE-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-DSP-INVOICE-NUMBER (DISPUTE-INDEX)
                        IS EQUAL TO DST-INVOICE-NUMBER
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
       APPLY-TRANSACTION-NOT-FOUND.
           MOVE SPACE TO RPT-STATUS
           EVALUATE TRUE
               WHEN DST-ACTION-IS-OPEN
                       AND WS-DISPUTE-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-DISPUTE-ENTRIES
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - DISPUTE TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN DST-ACTION-IS-OPEN
                   PERFORM EDIT-NEW-DISPUTE
                   IF RPT-DISPOSITION IS EQUAL TO SPACES
                       ADD 1 TO WS-DISPUTE-COUNT
                       SET DISPUTE-INDEX TO WS-DISPUTE-COUNT
                       MOVE 'A' TO WS-MA-ACTION-CODE
                       MOVE SPACES TO WS-MA-BEFORE-IMAGE
                       PERFORM OPEN-NEW-DISPUTE
                   END-IF
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - NO DISPUTE ON FILE FOR INVOICE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       APPLY-TRANSACTION-FOUND.
           MOVE WS-DSP-STATUS(DISPUTE-INDEX) TO RPT-STATUS
           EVALUATE TRUE
               WHEN DST-ACTION-IS-OPEN
                       AND WS-DSP-IS-OPEN(DISPUTE-INDEX)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - INVOICE ALREADY IN DISPUTE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN DST-ACTION-IS-OPEN
                   PERFORM EDIT-NEW-DISPUTE
                   IF RPT-DISPOSITION IS EQUAL TO SPACES
                       MOVE 'C' TO WS-MA-ACTION-CODE
                       PERFORM IMAGE-THE-TABLE-ENTRY
                       MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                       PERFORM OPEN-NEW-DISPUTE
                   END-IF
               WHEN DST-ACTION-IS-UPDATE
                   PERFORM UPDATE-OPEN-DISPUTE
               WHEN DST-ACTION-IS-RESOLVE
                   PERFORM RESOLVE-OPEN-DISPUTE
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * Leaves RPT-DISPOSITION blank when the open transaction is
      * good; otherwise the reject has already been reported.
       EDIT-NEW-DISPUTE.
           MOVE SPACES TO RPT-DISPOSITION
           EVALUATE TRUE
               WHEN DST-INVOICE-NUMBER IS EQUAL TO SPACES
                 OR DST-CUSTOMER-NUMBER IS EQUAL TO SPACES
                   MOVE 'REJECTED - INVOICE OR CUSTOMER NOT KEYED'
                       TO RPT-DISPOSITION
               WHEN NOT DST-REASON-IS-KNOWN
                   MOVE 'REJECTED - UNKNOWN DISPUTE REASON CODE'
                       TO RPT-DISPOSITION
               WHEN DST-DISPUTED-AMOUNT IS NOT NUMERIC
                 OR DST-DISPUTED-AMOUNT IS EQUAL TO ZERO
                   MOVE 'REJECTED - NO DISPUTED AMOUNT KEYED'
                       TO RPT-DISPOSITION
               WHEN DST-LOGGED-BY IS EQUAL TO SPACES
                   MOVE 'REJECTED - NOT KEYED WHO LOGGED THE DISPUTE'
                       TO RPT-DISPOSITION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RPT-DISPOSITION IS NOT EQUAL TO SPACES
               PERFORM REJECT-TRANSACTION
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF
           .
      * The caller has pointed DISPUTE-INDEX at the entry to fill -
      * a new one, or the resolved dispute the new one replaces -
      * and set the audit action and before-image.
       OPEN-NEW-DISPUTE.
           MOVE DST-INVOICE-NUMBER
               TO WS-DSP-INVOICE-NUMBER(DISPUTE-INDEX)
           MOVE DST-CUSTOMER-NUMBER
               TO WS-DSP-CUSTOMER-NUMBER(DISPUTE-INDEX)
           MOVE DST-REASON-CODE TO WS-DSP-REASON-CODE(DISPUTE-INDEX)
           MOVE DST-DISPUTED-AMOUNT
               TO WS-DSP-DISPUTED-AMOUNT(DISPUTE-INDEX)
           MOVE 'O' TO WS-DSP-STATUS(DISPUTE-INDEX)
           MOVE DST-LOGGED-BY TO WS-DSP-LOGGED-BY(DISPUTE-INDEX)
           MOVE WS-CDT-DATE-X TO WS-DSP-OPEN-DATE(DISPUTE-INDEX)
           MOVE WS-CDT-DATE-X TO WS-DSP-STATUS-DATE(DISPUTE-INDEX)
           MOVE 'Y' TO WS-DSP-KEEP-SWITCH(DISPUTE-INDEX)
           PERFORM IMAGE-THE-TABLE-ENTRY
           MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
           PERFORM WRITE-AUDIT-ENTRY
           ADD 1 TO WS-OPENED-COUNT
           MOVE 'O' TO RPT-STATUS
           MOVE 'DISPUTE OPENED' TO RPT-DISPOSITION
           PERFORM WRITE-MAINT-REPORT-LINE
           .
      * Only the fields collections actually keyed change the
      * master.
       UPDATE-OPEN-DISPUTE.
           EVALUATE TRUE
               WHEN NOT WS-DSP-IS-OPEN(DISPUTE-INDEX)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - DISPUTE IS NOT OPEN'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN DST-REASON-CODE IS NOT EQUAL TO SPACES
                       AND NOT DST-REASON-IS-KNOWN
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - UNKNOWN DISPUTE REASON CODE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   PERFORM APPLY-KEYED-FIELDS
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE 'DISPUTE UPDATED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       APPLY-KEYED-FIELDS.
           IF DST-REASON-CODE IS NOT EQUAL TO SPACES
               MOVE DST-REASON-CODE
                   TO WS-DSP-REASON-CODE(DISPUTE-INDEX)
           END-IF
           IF DST-DISPUTED-AMOUNT IS NUMERIC
           AND DST-DISPUTED-AMOUNT IS GREATER THAN ZERO
               MOVE DST-DISPUTED-AMOUNT
                   TO WS-DSP-DISPUTED-AMOUNT(DISPUTE-INDEX)
           END-IF
           IF DST-LOGGED-BY IS NOT EQUAL TO SPACES
               MOVE DST-LOGGED-BY TO WS-DSP-LOGGED-BY(DISPUTE-INDEX)
           END-IF
           .
      * Paid, credited or denied, the amount stops being held out of
      * collection from ARAGE's next run on.
       RESOLVE-OPEN-DISPUTE.
           EVALUATE TRUE
               WHEN NOT WS-DSP-IS-OPEN(DISPUTE-INDEX)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - DISPUTE IS NOT OPEN'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN NOT DST-RESOLUTION-IS-KNOWN
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RESOLUTION MUST BE P, C OR D'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE DST-RESOLUTION-CODE
                       TO WS-DSP-STATUS(DISPUTE-INDEX)
                   MOVE WS-CDT-DATE-X
                       TO WS-DSP-STATUS-DATE(DISPUTE-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-RESOLVED-COUNT
                   MOVE DST-RESOLUTION-CODE TO RPT-STATUS
                   EVALUATE DST-RESOLUTION-CODE
                       WHEN 'P'
                           MOVE 'RESOLVED - PAID' TO RPT-DISPOSITION
                       WHEN 'C'
                           MOVE 'RESOLVED - CREDITED'
                               TO RPT-DISPOSITION
                       WHEN OTHER
                           MOVE 'RESOLVED - DENIED' TO RPT-DISPOSITION
                   END-EVALUATE
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT
           .
      * A resolved dispute past the retention period is not carried
      * into the new master.
       DROP-OLD-RESOLVED-DISPUTE.
           IF NOT WS-DSP-IS-OPEN(DISPUTE-INDEX)
           AND WS-DSP-STATUS-DATE(DISPUTE-INDEX)
                   IS LESS THAN WS-RETENTION-CUTOFF-DATE
               MOVE 'N' TO WS-DSP-KEEP-SWITCH(DISPUTE-INDEX)
               ADD 1 TO WS-DROPPED-COUNT
               MOVE SPACE TO RPT-ACTION-CODE
               MOVE WS-DSP-INVOICE-NUMBER(DISPUTE-INDEX)
                   TO RPT-INVOICE-NUMBER
               MOVE WS-DSP-CUSTOMER-NUMBER(DISPUTE-INDEX)
                   TO RPT-CUSTOMER-NUMBER
               MOVE WS-DSP-REASON-CODE(DISPUTE-INDEX)
                   TO RPT-REASON-CODE
               MOVE WS-DSP-STATUS(DISPUTE-INDEX) TO RPT-STATUS
               MOVE 'DROPPED - RESOLVED PAST RETENTION'
                   TO RPT-DISPOSITION
               WRITE DISPUTE-REPORT-LINE FROM DISPUTE-REPORT-DETAIL
           END-IF
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-DSP-CUSTOMER-NUMBER(DISPUTE-INDEX)
               TO WS-AIW-CUSTOMER-NUMBER
           MOVE WS-DSP-REASON-CODE(DISPUTE-INDEX)
               TO WS-AIW-REASON-CODE
           MOVE WS-DSP-STATUS(DISPUTE-INDEX) TO WS-AIW-STATUS
           MOVE WS-DSP-DISPUTED-AMOUNT(DISPUTE-INDEX)
               TO WS-AIW-DISPUTED-AMOUNT
           MOVE WS-DSP-LOGGED-BY(DISPUTE-INDEX) TO WS-AIW-LOGGED-BY
           MOVE WS-DSP-OPEN-DATE(DISPUTE-INDEX) TO WS-AIW-OPEN-DATE
           MOVE WS-DSP-STATUS-DATE(DISPUTE-INDEX)
               TO WS-AIW-STATUS-DATE
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE DST-INVOICE-NUMBER TO WS-MA-RECORD-KEY(1:8)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE DST-ACTION-CODE TO RPT-ACTION-CODE
           MOVE DST-INVOICE-NUMBER TO RPT-INVOICE-NUMBER
           MOVE DST-CUSTOMER-NUMBER TO RPT-CUSTOMER-NUMBER
           MOVE DST-REASON-CODE TO RPT-REASON-CODE
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-REPORT-DETAIL
           .
       WRITE-NEW-MASTER.
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING DISPUTE-INDEX FROM 1 BY 1
               UNTIL DISPUTE-INDEX > WS-DISPUTE-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           IF WS-DSP-IS-KEPT (DISPUTE-INDEX)
               MOVE SPACES TO DISPUTE-NEW-RECORD
               MOVE WS-DSP-INVOICE-NUMBER (DISPUTE-INDEX)
                   TO DSN-INVOICE-NUMBER
               MOVE WS-DSP-CUSTOMER-NUMBER (DISPUTE-INDEX)
                   TO DSN-CUSTOMER-NUMBER
               MOVE WS-DSP-REASON-CODE (DISPUTE-INDEX)
                   TO DSN-REASON-CODE
               MOVE WS-DSP-DISPUTED-AMOUNT (DISPUTE-INDEX)
                   TO DSN-DISPUTED-AMOUNT
               MOVE WS-DSP-STATUS (DISPUTE-INDEX) TO DSN-STATUS
               MOVE WS-DSP-LOGGED-BY (DISPUTE-INDEX) TO DSN-LOGGED-BY
               MOVE WS-DSP-OPEN-DATE (DISPUTE-INDEX) TO DSN-OPEN-DATE
               MOVE WS-DSP-STATUS-DATE (DISPUTE-INDEX)
                   TO DSN-STATUS-DATE
               WRITE DISPUTE-NEW-RECORD
           END-IF
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-OPENED-COUNT TO TRL-OPENED-COUNT
           MOVE WS-UPDATED-COUNT TO TRL-UPDATED-COUNT
           MOVE WS-RESOLVED-COUNT TO TRL-RESOLVED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           MOVE WS-DROPPED-COUNT TO TRL-DROPPED-COUNT
           WRITE DISPUTE-REPORT-LINE FROM DISPUTE-REPORT-TRAILER
           .
      * The open disputes, one reason at a time in the order of the
      * reason table, each aged from the day it was opened.
       WRITE-DISPUTE-AGING-REPORT.
           MOVE WS-CDT-DATE-X TO AHL-RUN-DATE
           WRITE DISPUTE-AGING-LINE FROM AGING-HEADING-LINE
           PERFORM WRITE-ONE-REASON-GROUP
               VARYING REASON-INDEX FROM 1 BY 1
               UNTIL REASON-INDEX > 4
           MOVE SPACES TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           MOVE WS-OPEN-DISPUTE-COUNT TO ATL-ITEM-COUNT
           MOVE WS-OPEN-DISPUTE-TOTAL TO ATL-DISPUTED-TOTAL
           WRITE DISPUTE-AGING-LINE FROM AGING-REPORT-TRAILER
           .
       WRITE-ONE-REASON-GROUP.
           MOVE ZERO TO WS-REASON-ITEM-COUNT
           MOVE ZERO TO WS-REASON-TOTAL
           MOVE ZERO TO WS-REASON-BUCKET(1) WS-REASON-BUCKET(2)
                        WS-REASON-BUCKET(3) WS-REASON-BUCKET(4)
           MOVE SPACES TO DISPUTE-AGING-LINE
           WRITE DISPUTE-AGING-LINE
           MOVE WS-RSN-CODE(REASON-INDEX) TO ARL-REASON-CODE
           MOVE WS-RSN-DESCRIPTION(REASON-INDEX)
               TO ARL-REASON-DESCRIPTION
           WRITE DISPUTE-AGING-LINE FROM AGING-REASON-LINE
           WRITE DISPUTE-AGING-LINE FROM AGING-COLUMN-LINE
           PERFORM WRITE-ONE-AGING-DETAIL
               VARYING DISPUTE-INDEX FROM 1 BY 1
               UNTIL DISPUTE-INDEX > WS-DISPUTE-COUNT
           WRITE DISPUTE-AGING-LINE FROM AGING-BUCKET-TITLE-LINE
           MOVE WS-REASON-ITEM-COUNT TO ART-ITEM-COUNT
           MOVE WS-REASON-TOTAL TO ART-REASON-TOTAL
           MOVE WS-REASON-BUCKET(1) TO ART-BUCKET-0-30
           MOVE WS-REASON-BUCKET(2) TO ART-BUCKET-31-60
           MOVE WS-REASON-BUCKET(3) TO ART-BUCKET-61-90
           MOVE WS-REASON-BUCKET(4) TO ART-BUCKET-OVER-90
           WRITE DISPUTE-AGING-LINE FROM AGING-REASON-TOTAL-LINE
           .
       WRITE-ONE-AGING-DETAIL.
           IF WS-DSP-IS-OPEN(DISPUTE-INDEX)
           AND WS-DSP-REASON-CODE(DISPUTE-INDEX)
                   IS EQUAL TO WS-RSN-CODE(REASON-INDEX)
               MOVE 'DB' TO WS-DC-FUNCTION-CODE
               MOVE WS-DSP-OPEN-DATE(DISPUTE-INDEX)(1:4)
                   TO WS-DC-YEAR-1
               MOVE WS-DSP-OPEN-DATE(DISPUTE-INDEX)(5:2)
                   TO WS-DC-MONTH-1
               MOVE WS-DSP-OPEN-DATE(DISPUTE-INDEX)(7:2)
                   TO WS-DC-DAY-1
               MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-2
               MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-2
               MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-2
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               MOVE WS-DC-RESULT-DAYS TO WS-DAYS-IN-DISPUTE
               EVALUATE TRUE
                   WHEN WS-DAYS-IN-DISPUTE IS NOT GREATER THAN 30
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-DAYS-IN-DISPUTE IS NOT GREATER THAN 60
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-DAYS-IN-DISPUTE IS NOT GREATER THAN 90
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
               ADD WS-DSP-DISPUTED-AMOUNT(DISPUTE-INDEX)
                   TO WS-REASON-BUCKET(WS-BUCKET-SUB)
                      WS-REASON-TOTAL
                      WS-OPEN-DISPUTE-TOTAL
               ADD 1 TO WS-REASON-ITEM-COUNT
                        WS-OPEN-DISPUTE-COUNT
               MOVE WS-DSP-INVOICE-NUMBER(DISPUTE-INDEX)
                   TO ADL-INVOICE-NUMBER
               MOVE WS-DSP-CUSTOMER-NUMBER(DISPUTE-INDEX)
                   TO ADL-CUSTOMER-NUMBER
               MOVE WS-DSP-LOGGED-BY(DISPUTE-INDEX) TO ADL-LOGGED-BY
               MOVE WS-DSP-OPEN-DATE(DISPUTE-INDEX) TO ADL-OPEN-DATE
               MOVE WS-DAYS-IN-DISPUTE TO ADL-DAYS-IN-DISPUTE
               MOVE WS-DSP-DISPUTED-AMOUNT(DISPUTE-INDEX)
                   TO ADL-DISPUTED-AMOUNT
               WRITE DISPUTE-AGING-LINE FROM AGING-DETAIL-LINE
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'DISPUTE MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           DISPLAY 'OPEN DISPUTES ON AGING REPORT: '
                   WS-OPEN-DISPUTE-COUNT
           CLOSE DISPUTE-TRANS-FILE
           CLOSE DISPUTE-NEW-FILE
           CLOSE DISPUTE-REPORT-FILE
           CLOSE DISPUTE-AGING-FILE
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
