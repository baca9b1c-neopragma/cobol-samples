      *****************************************************************
      * Program name:    RMAMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the return-authorization master (RETAUTH1) through
      * the whole life of an RMA, the same old-master/new-master
      * pattern VENDMNT applies to VENDMST1. RETAUTH1 used to be a
      * flat file somebody edited by hand, and INVCALC could only
      * prove that an RMA existed. Every RMA now carries a status:
      *
      *   I - issued by the returns desk; the goods have not come
      *       back yet, so INVCALC will not credit against it.
      *   R - goods received, keyed by the dock when the carton is
      *       opened. Only a received RMA can be credited.
      *   C - credited: INVCALC's credits have used up the whole
      *       authorized amount.
      *   E - expired: the expiry date passed with the goods still
      *       out. The returns desk gets these on RMAEXPR's weekly
      *       report.
      *   X - cancelled by the returns desk.
      *
      * Transaction action codes on RMATRNS:
      *   I - issue a new RMA: customer, original invoice, authorized
      *       amount and restocking-fee percentage. An expiry date
      *       left blank defaults to thirty days from today.
      *       Rejected if the RMA is already on file, or if no
      *       customer, no invoice or no authorized amount is keyed.
      *   R - goods received at the dock, with the date the goods
      *       came in (blank means today). Rejected unless the RMA is
      *       issued or already received, or if the goods arrived
      *       after the RMA expired. A second receipt on a received
      *       RMA - the rest of a partial return - moves the received
      *       date forward.
      *   C - change the authorized amount, restocking percentage or
      *       expiry date of an open (issued or received) RMA. Only
      *       the fields keyed are applied, and the authorized amount
      *       cannot drop below what has already been credited.
      *   X - cancel an RMA. Rejected once any credit has been taken
      *       against it.
      *
      * Before the transactions, INVCALC's cumulative RMA credit log
      * (RMACRED1) is totalled per RMA into the credited-to-date
      * amount. After them, a received RMA credited up to its
      * authorization is marked credited, and an issued RMA past its
      * expiry date is marked expired. A closed RMA (credited,
      * expired or cancelled) is kept ninety days after it closed and
      * then dropped from the new master. Every applied transaction
      * and status change is cut to the shared MNTAUDIT maintenance
      * audit trail, and the RMARPT1 report lists what the run did.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RMAMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-AUTH-FILE ASSIGN TO 'RETAUTH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RETURN-AUTH-STATUS.
           SELECT RMA-TRANS-FILE ASSIGN TO 'RMATRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RMA-TRANS-STATUS.
           SELECT RMA-CREDIT-FILE ASSIGN TO 'RMACRED1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RMA-CREDIT-STATUS.
           SELECT RETURN-AUTH-NEW-FILE ASSIGN TO 'RETAUTH2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RETURN-AUTH-NEW-STATUS.
           SELECT RMA-REPORT-FILE ASSIGN TO 'RMARPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RMA-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout INVCALC proves returns
      * against.
       FD  RETURN-AUTH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RETURN-AUTH-RECORD.
       01  RETURN-AUTH-RECORD.
           05  RMA-NUMBER               PIC X(08).
           05  RMA-CUSTOMER-NUMBER      PIC X(08).
           05  RMA-ORIG-INVOICE-NUMBER  PIC X(08).
           05  RMA-AUTHORIZED-AMOUNT    PIC S9(07)V99 COMP-3.
           05  RMA-STATUS               PIC X(01).
           05  RMA-ISSUE-DATE           PIC X(08).
           05  RMA-EXPIRY-DATE          PIC X(08).
           05  RMA-RECEIVED-DATE        PIC X(08).
           05  RMA-RESTOCK-PERCENT      PIC 9(02)V99.
           05  RMA-CREDITED-AMOUNT      PIC S9(07)V99 COMP-3.
           05  RMA-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(09).

      * One issue/receive/change/cancel request per record. Fields a
      * transaction does not use are left blank.
       FD  RMA-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RMA-TRANS-RECORD.
       01  RMA-TRANS-RECORD.
           05  RMT-ACTION-CODE          PIC X.
               88  RMT-ACTION-IS-ISSUE       VALUE 'I'.
               88  RMT-ACTION-IS-RECEIVE     VALUE 'R'.
               88  RMT-ACTION-IS-CHANGE      VALUE 'C'.
               88  RMT-ACTION-IS-CANCEL      VALUE 'X'.
           05  RMT-RMA-NUMBER           PIC X(08).
           05  RMT-CUSTOMER-NUMBER      PIC X(08).
           05  RMT-ORIG-INVOICE-NUMBER  PIC X(08).
           05  RMT-AUTHORIZED-AMOUNT    PIC 9(07)V99.
           05  RMT-RESTOCK-PERCENT      PIC 9(02)V99.
           05  RMT-EXPIRY-DATE          PIC X(08).
           05  RMT-RECEIVED-DATE        PIC X(08).

      * INVCALC's cumulative log, one record per return invoice it
      * credited against an RMA.
       FD  RMA-CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RMA-CREDIT-RECORD.
       01  RMA-CREDIT-RECORD.
           05  RCR-RMA-NUMBER           PIC X(08).
           05  RCR-INVOICE-NUMBER       PIC X(08).
           05  RCR-CUSTOMER-NUMBER      PIC X(08).
           05  RCR-CREDIT-DATE          PIC X(08).
           05  RCR-CREDIT-AMOUNT        PIC S9(07)V99 COMP-3.
           05  RCR-RESTOCK-FEE          PIC S9(07)V99 COMP-3.

      * Tomorrow's master, same layout as RETURN-AUTH-FILE; INVCALC's
      * next run picks this up once it is renamed/copied to RETAUTH1.
       FD  RETURN-AUTH-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RETURN-AUTH-NEW-RECORD.
       01  RETURN-AUTH-NEW-RECORD.
           05  RMN-NUMBER               PIC X(08).
           05  RMN-CUSTOMER-NUMBER      PIC X(08).
           05  RMN-ORIG-INVOICE-NUMBER  PIC X(08).
           05  RMN-AUTHORIZED-AMOUNT    PIC S9(07)V99 COMP-3.
           05  RMN-STATUS               PIC X(01).
           05  RMN-ISSUE-DATE           PIC X(08).
           05  RMN-EXPIRY-DATE          PIC X(08).
           05  RMN-RECEIVED-DATE        PIC X(08).
           05  RMN-RESTOCK-PERCENT      PIC 9(02)V99.
           05  RMN-CREDITED-AMOUNT      PIC S9(07)V99 COMP-3.
           05  RMN-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(09).

      * One line per transaction applied or rejected, one per status
      * change the run made on its own, plus a trailer.
       FD  RMA-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RMA-REPORT-LINE.
       01  RMA-REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  RETURN-AUTH-STATUS       PIC X(02).
               88  RETURN-AUTH-OK       VALUE '00'.
               88  END-OF-RETURN-AUTHS  VALUE '10'.
           05  RMA-TRANS-STATUS         PIC X(02).
               88  RMA-TRANS-OK         VALUE '00'.
               88  END-OF-RMA-TRANS     VALUE '10'.
           05  RMA-CREDIT-STATUS        PIC X(02).
               88  RMA-CREDIT-OK        VALUE '00'.
               88  END-OF-RMA-CREDITS   VALUE '10'.
           05  RETURN-AUTH-NEW-STATUS   PIC X(02).
               88  RETURN-AUTH-NEW-OK   VALUE '00'.
           05  RMA-REPORT-STATUS        PIC X(02).
               88  RMA-REPORT-OK        VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'RMAMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'RMAMNT'.
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

      * How long an RMA stays open when the desk keys no expiry date,
      * and how long a closed RMA is kept before it is dropped.
       01  WS-RMA-DATE-RULES.
           05  WS-DEFAULT-RMA-DAYS        PIC S9(03) COMP-3 VALUE 30.
           05  WS-CLOSED-RETENTION-DAYS   PIC S9(03) COMP-3 VALUE 90.
           05  WS-DEFAULT-EXPIRY-DATE     PIC X(08).
           05  WS-RETENTION-CUTOFF-DATE   PIC X(08).
           05  WS-KEYED-DATE              PIC X(08).
           05  WS-KEYED-DATE-SWITCH       PIC X.
               88  WS-KEYED-DATE-IS-VALID VALUE 'Y'.

      * The whole master is loaded into a table first, the same way
      * VENDMNT loads VENDMST1, and written back out, kept entries
      * only, once every transaction and status change is applied.
       01  WS-RMA-TABLE-AREA.
           05  WS-RMA-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-RMA-ENTRY
                   OCCURS 1 TO 5000
                   DEPENDING ON WS-RMA-COUNT
                   INDEXED BY RMA-INDEX.
               10  WS-RMA-NUMBER            PIC X(08).
               10  WS-RMA-CUSTOMER-NUMBER   PIC X(08).
               10  WS-RMA-ORIG-INVOICE      PIC X(08).
               10  WS-RMA-AUTHORIZED-AMOUNT PIC S9(07)V99 COMP-3.
               10  WS-RMA-STATUS            PIC X(01).
                   88  WS-RMA-IS-ISSUED     VALUE 'I'.
                   88  WS-RMA-IS-RECEIVED   VALUE 'R'.
                   88  WS-RMA-IS-CREDITED   VALUE 'C'.
                   88  WS-RMA-IS-EXPIRED    VALUE 'E'.
                   88  WS-RMA-IS-CANCELLED  VALUE 'X'.
                   88  WS-RMA-IS-OPEN       VALUE 'I' 'R'.
               10  WS-RMA-ISSUE-DATE        PIC X(08).
               10  WS-RMA-EXPIRY-DATE       PIC X(08).
               10  WS-RMA-RECEIVED-DATE     PIC X(08).
               10  WS-RMA-RESTOCK-PERCENT   PIC 9(02)V99.
               10  WS-RMA-CREDITED-AMOUNT   PIC S9(07)V99 COMP-3.
               10  WS-RMA-STATUS-DATE       PIC X(08).
               10  WS-RMA-KEEP-SWITCH       PIC X VALUE 'Y'.
                   88  WS-RMA-IS-KEPT       VALUE 'Y'.
       01  WS-MAX-RMA-ENTRIES           PIC S9(05) COMP-3 VALUE 5000.

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction and per status change, none
      * for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'RMAMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'RETAUTH1'.
           05  WS-MA-RECORD-KEY           PIC X(20).
           05  WS-MA-ACTION-CODE          PIC X(01).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).

       01  WS-MAINT-TOTALS.
           05  WS-ISSUED-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-RECEIVED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CHANGED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CANCELLED-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSACTION-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CREDITED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EXPIRED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-DROPPED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CREDIT-RECORD-COUNT     PIC S9(07) COMP-3 VALUE ZERO.

      * Display image of one master record for the audit trail: the
      * status and the amounts and dates that drive it.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-CUSTOMER-NUMBER     PIC X(08).
           05  WS-AIW-ORIG-INVOICE        PIC X(08).
           05  WS-AIW-STATUS              PIC X(01).
           05  WS-AIW-AUTHORIZED-AMOUNT   PIC 9(07)V99.
           05  WS-AIW-RESTOCK-PERCENT     PIC 9(02)V99.
           05  WS-AIW-CREDITED-AMOUNT     PIC 9(07)V99.
           05  WS-AIW-EXPIRY-DATE         PIC X(08).
           05  WS-AIW-RECEIVED-DATE       PIC X(08).
           05  FILLER                     PIC X(05) VALUE SPACES.

       01  RMA-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-RMA-NUMBER             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-CUSTOMER-NUMBER        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-ORIG-INVOICE           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-STATUS                 PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(50).

       01  RMA-REPORT-TRAILER.
           05  FILLER                     PIC X(14)
                   VALUE 'RMA MAINT RUN '.
           05  TRL-TRANSACTION-COUNT      PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE ' TRANS, '.
           05  TRL-ISSUED-COUNT           PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE ' ISSUED '.
           05  TRL-RECEIVED-COUNT         PIC ZZZ9.
           05  FILLER                     PIC X(10) VALUE ' RECEIVED '.
           05  TRL-CHANGED-COUNT          PIC ZZZ9.
           05  FILLER                     PIC X(09) VALUE ' CHANGED '.
           05  TRL-CANCELLED-COUNT        PIC ZZZ9.
           05  FILLER                     PIC X(11)
                   VALUE ' CANCELLED '.
           05  TRL-REJECTED-COUNT         PIC ZZZ9.
           05  FILLER                     PIC X(09) VALUE ' REJECTED'.
       01  RMA-REPORT-STATUS-TRAILER.
           05  FILLER                     PIC X(14)
                   VALUE 'STATUS CHANGES'.
           05  TRL-CREDITED-COUNT         PIC ZZZ9.
           05  FILLER                     PIC X(16)
                   VALUE ' FULLY CREDITED '.
           05  TRL-EXPIRED-COUNT          PIC ZZZ9.
           05  FILLER                     PIC X(09) VALUE ' EXPIRED '.
           05  TRL-DROPPED-COUNT          PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE ' DROPPED'.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'RMAMNT  '.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8 so INVCALC holds
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

           PERFORM SET-RUN-DATE-LIMITS
           PERFORM LOAD-RMA-TABLE
           PERFORM TOTAL-RMA-CREDITS

           OPEN INPUT RMA-TRANS-FILE
           IF NOT RMA-TRANS-OK
               DISPLAY 'STATUS ON RMA-TRANS-FILE OPEN: '
                       RMA-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'RMAMNT STATUS ON RMA-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT RMA-REPORT-FILE
           IF NOT RMA-REPORT-OK
               DISPLAY 'STATUS ON RMA-REPORT-FILE OPEN: '
                       RMA-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'RMAMNT STATUS ON RMA-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-RMA-TRANS
               READ RMA-TRANS-FILE
               IF RMA-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           PERFORM ADVANCE-RMA-STATUSES
               VARYING RMA-INDEX FROM 1 BY 1
               UNTIL RMA-INDEX > WS-RMA-COUNT

           OPEN OUTPUT RETURN-AUTH-NEW-FILE
           IF NOT RETURN-AUTH-NEW-OK
               DISPLAY 'STATUS ON RETURN-AUTH-NEW-FILE OPEN: '
                       RETURN-AUTH-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'RMAMNT STATUS ON RETURN-AUTH-NEW-FILE OPEN'
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
      * Today plus the default life of an RMA, and today less the
      * retention period for closed ones, worked out once per run.
       SET-RUN-DATE-LIMITS.
           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-DEFAULT-RMA-DAYS TO WS-DC-NUMBER-OF-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-DEFAULT-EXPIRY-DATE(1:4)
           MOVE WS-DC-RESULT-MONTH TO WS-DEFAULT-EXPIRY-DATE(5:2)
           MOVE WS-DC-RESULT-DAY TO WS-DEFAULT-EXPIRY-DATE(7:2)
           COMPUTE WS-DC-NUMBER-OF-DAYS =
               0 - WS-CLOSED-RETENTION-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-RETENTION-CUTOFF-DATE(1:4)
           MOVE WS-DC-RESULT-MONTH TO WS-RETENTION-CUTOFF-DATE(5:2)
           MOVE WS-DC-RESULT-DAY TO WS-RETENTION-CUTOFF-DATE(7:2)
           .
      * A missing RETAUTH1 is the first run, not an error: the new
      * master is built from tonight's issues alone.
       LOAD-RMA-TABLE.
           OPEN INPUT RETURN-AUTH-FILE
           IF NOT RETURN-AUTH-OK
               DISPLAY 'STATUS ON RETURN-AUTH-FILE OPEN: '
                       RETURN-AUTH-STATUS
               DISPLAY 'STARTING A NEW RMA MASTER'
               MOVE ZERO TO WS-RMA-COUNT
           ELSE
               PERFORM UNTIL END-OF-RETURN-AUTHS
                   READ RETURN-AUTH-FILE
                   IF RETURN-AUTH-OK
                       PERFORM LOAD-ONE-MASTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE RETURN-AUTH-FILE
           END-IF
           .
      * An RMA from the hand-edited file, before statuses existed,
      * loads as issued today: the dock still has to confirm the
      * goods before INVCALC will credit it.
       LOAD-ONE-MASTER-RECORD.
           IF WS-RMA-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-RMA-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'RMAMNT RMA TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-RMA-COUNT
               SET RMA-INDEX TO WS-RMA-COUNT
               MOVE RMA-NUMBER TO WS-RMA-NUMBER(RMA-INDEX)
               MOVE RMA-CUSTOMER-NUMBER
                   TO WS-RMA-CUSTOMER-NUMBER(RMA-INDEX)
               MOVE RMA-ORIG-INVOICE-NUMBER
                   TO WS-RMA-ORIG-INVOICE(RMA-INDEX)
               MOVE RMA-AUTHORIZED-AMOUNT
                   TO WS-RMA-AUTHORIZED-AMOUNT(RMA-INDEX)
               MOVE RMA-STATUS TO WS-RMA-STATUS(RMA-INDEX)
               MOVE RMA-ISSUE-DATE TO WS-RMA-ISSUE-DATE(RMA-INDEX)
               MOVE RMA-EXPIRY-DATE TO WS-RMA-EXPIRY-DATE(RMA-INDEX)
               MOVE RMA-RECEIVED-DATE
                   TO WS-RMA-RECEIVED-DATE(RMA-INDEX)
               MOVE RMA-STATUS-DATE TO WS-RMA-STATUS-DATE(RMA-INDEX)
               IF RMA-RESTOCK-PERCENT IS NUMERIC
                   MOVE RMA-RESTOCK-PERCENT
                       TO WS-RMA-RESTOCK-PERCENT(RMA-INDEX)
               ELSE
                   MOVE ZERO TO WS-RMA-RESTOCK-PERCENT(RMA-INDEX)
               END-IF
               IF RMA-CREDITED-AMOUNT IS NUMERIC
                   MOVE RMA-CREDITED-AMOUNT
                       TO WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
               ELSE
                   MOVE ZERO TO WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
               END-IF
               IF WS-RMA-STATUS(RMA-INDEX) IS EQUAL TO SPACE
                   MOVE 'I' TO WS-RMA-STATUS(RMA-INDEX)
                   MOVE WS-CDT-DATE-X TO WS-RMA-ISSUE-DATE(RMA-INDEX)
                   MOVE WS-DEFAULT-EXPIRY-DATE
                       TO WS-RMA-EXPIRY-DATE(RMA-INDEX)
                   MOVE SPACES TO WS-RMA-RECEIVED-DATE(RMA-INDEX)
                   MOVE WS-CDT-DATE-X TO WS-RMA-STATUS-DATE(RMA-INDEX)
               END-IF
               MOVE 'Y' TO WS-RMA-KEEP-SWITCH(RMA-INDEX)
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           SET RMA-INDEX TO 1
           SEARCH WS-RMA-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-RMA-NUMBER (RMA-INDEX)
                        IS EQUAL TO RMT-RMA-NUMBER
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
       APPLY-TRANSACTION-NOT-FOUND.
           MOVE SPACE TO RPT-STATUS
           EVALUATE TRUE
               WHEN RMT-ACTION-IS-ISSUE
                       AND WS-RMA-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-RMA-ENTRIES
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RMA TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN RMT-ACTION-IS-ISSUE
                       AND (RMT-RMA-NUMBER IS EQUAL TO SPACES
                        OR  RMT-CUSTOMER-NUMBER IS EQUAL TO SPACES
                        OR  RMT-ORIG-INVOICE-NUMBER IS EQUAL TO SPACES)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RMA, CUSTOMER OR INVOICE NOT KEYED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN RMT-ACTION-IS-ISSUE
                       AND (RMT-AUTHORIZED-AMOUNT IS NOT NUMERIC
                        OR  RMT-AUTHORIZED-AMOUNT IS EQUAL TO ZERO)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - NO AUTHORIZED AMOUNT KEYED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN RMT-ACTION-IS-ISSUE
                   PERFORM ISSUE-NEW-RMA
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RMA NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * The expiry and restocking fields are proved before the entry
      * is added, so a bad issue never reaches the table.
       ISSUE-NEW-RMA.
           MOVE RMT-EXPIRY-DATE TO WS-KEYED-DATE
           PERFORM PROVE-KEYED-DATE
           EVALUATE TRUE
               WHEN RMT-EXPIRY-DATE IS NOT EQUAL TO SPACES
                       AND NOT WS-KEYED-DATE-IS-VALID
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - EXPIRY DATE IS NOT A VALID DATE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN RMT-EXPIRY-DATE IS NOT EQUAL TO SPACES
                       AND RMT-EXPIRY-DATE IS LESS THAN WS-CDT-DATE-X
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - EXPIRY DATE IS ALREADY PAST'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN RMT-RESTOCK-PERCENT IS NOT EQUAL TO SPACES
                       AND RMT-RESTOCK-PERCENT IS NOT NUMERIC
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RESTOCKING PERCENT NOT NUMERIC'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-RMA-COUNT
                   SET RMA-INDEX TO WS-RMA-COUNT
                   MOVE RMT-RMA-NUMBER TO WS-RMA-NUMBER(RMA-INDEX)
                   MOVE RMT-CUSTOMER-NUMBER
                       TO WS-RMA-CUSTOMER-NUMBER(RMA-INDEX)
                   MOVE RMT-ORIG-INVOICE-NUMBER
                       TO WS-RMA-ORIG-INVOICE(RMA-INDEX)
                   MOVE RMT-AUTHORIZED-AMOUNT
                       TO WS-RMA-AUTHORIZED-AMOUNT(RMA-INDEX)
                   MOVE 'I' TO WS-RMA-STATUS(RMA-INDEX)
                   MOVE WS-CDT-DATE-X TO WS-RMA-ISSUE-DATE(RMA-INDEX)
                   IF RMT-EXPIRY-DATE IS EQUAL TO SPACES
                       MOVE WS-DEFAULT-EXPIRY-DATE
                           TO WS-RMA-EXPIRY-DATE(RMA-INDEX)
                   ELSE
                       MOVE RMT-EXPIRY-DATE
                           TO WS-RMA-EXPIRY-DATE(RMA-INDEX)
                   END-IF
                   MOVE SPACES TO WS-RMA-RECEIVED-DATE(RMA-INDEX)
                   IF RMT-RESTOCK-PERCENT IS NUMERIC
                       MOVE RMT-RESTOCK-PERCENT
                           TO WS-RMA-RESTOCK-PERCENT(RMA-INDEX)
                   ELSE
                       MOVE ZERO TO WS-RMA-RESTOCK-PERCENT(RMA-INDEX)
                   END-IF
                   MOVE ZERO TO WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
                   MOVE WS-CDT-DATE-X TO WS-RMA-STATUS-DATE(RMA-INDEX)
                   MOVE 'Y' TO WS-RMA-KEEP-SWITCH(RMA-INDEX)
                   ADD 1 TO WS-ISSUED-COUNT
                   MOVE 'I' TO RPT-STATUS
                   MOVE 'ISSUED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
                   MOVE 'A' TO WS-MA-ACTION-CODE
                   MOVE SPACES TO WS-MA-BEFORE-IMAGE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
           END-EVALUATE
           .
       APPLY-TRANSACTION-FOUND.
           MOVE WS-RMA-STATUS(RMA-INDEX) TO RPT-STATUS
           EVALUATE TRUE
               WHEN RMT-ACTION-IS-ISSUE
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RMA ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN RMT-ACTION-IS-RECEIVE
                   PERFORM RECEIVE-RMA-GOODS
               WHEN RMT-ACTION-IS-CHANGE
                   PERFORM CHANGE-OPEN-RMA
               WHEN RMT-ACTION-IS-CANCEL
                   PERFORM CANCEL-OPEN-RMA
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * The dock's confirmation that the goods are back. Goods that
      * arrive after the RMA's expiry date are refused here so the
      * desk decides whether to reissue, not the dock.
       RECEIVE-RMA-GOODS.
           IF RMT-RECEIVED-DATE IS EQUAL TO SPACES
               MOVE WS-CDT-DATE-X TO WS-KEYED-DATE
           ELSE
               MOVE RMT-RECEIVED-DATE TO WS-KEYED-DATE
           END-IF
           PERFORM PROVE-KEYED-DATE
           EVALUATE TRUE
               WHEN NOT WS-RMA-IS-OPEN(RMA-INDEX)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RMA IS NOT OPEN'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN NOT WS-KEYED-DATE-IS-VALID
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RECEIVED DATE IS NOT A VALID DATE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN WS-KEYED-DATE IS GREATER THAN WS-CDT-DATE-X
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RECEIVED DATE IS IN THE FUTURE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN WS-RMA-IS-ISSUED(RMA-INDEX)
                       AND WS-KEYED-DATE IS GREATER THAN
                           WS-RMA-EXPIRY-DATE(RMA-INDEX)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - GOODS ARRIVED AFTER RMA EXPIRED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   IF WS-RMA-IS-RECEIVED(RMA-INDEX)
                       MOVE 'FURTHER GOODS RECEIVED'
                           TO RPT-DISPOSITION
                   ELSE
                       MOVE 'GOODS RECEIVED' TO RPT-DISPOSITION
                       MOVE 'R' TO WS-RMA-STATUS(RMA-INDEX)
                       MOVE WS-CDT-DATE-X
                           TO WS-RMA-STATUS-DATE(RMA-INDEX)
                   END-IF
                   MOVE WS-KEYED-DATE
                       TO WS-RMA-RECEIVED-DATE(RMA-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-RECEIVED-COUNT
                   MOVE 'R' TO RPT-STATUS
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * Only the fields the desk actually keyed change the master.
      * The authorized amount may be raised or lowered, but never
      * below what INVCALC has already credited against it.
       CHANGE-OPEN-RMA.
           MOVE RMT-EXPIRY-DATE TO WS-KEYED-DATE
           PERFORM PROVE-KEYED-DATE
           EVALUATE TRUE
               WHEN NOT WS-RMA-IS-OPEN(RMA-INDEX)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RMA IS NOT OPEN'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN RMT-EXPIRY-DATE IS NOT EQUAL TO SPACES
                       AND NOT WS-KEYED-DATE-IS-VALID
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - EXPIRY DATE IS NOT A VALID DATE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN RMT-AUTHORIZED-AMOUNT IS NUMERIC
                       AND RMT-AUTHORIZED-AMOUNT IS LESS THAN
                           WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - AMOUNT BELOW CREDIT ALREADY TAKEN'
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
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       APPLY-KEYED-FIELDS.
           IF RMT-AUTHORIZED-AMOUNT IS NUMERIC
           AND RMT-AUTHORIZED-AMOUNT IS GREATER THAN ZERO
               MOVE RMT-AUTHORIZED-AMOUNT
                   TO WS-RMA-AUTHORIZED-AMOUNT(RMA-INDEX)
           END-IF
           IF RMT-RESTOCK-PERCENT IS NUMERIC
               MOVE RMT-RESTOCK-PERCENT
                   TO WS-RMA-RESTOCK-PERCENT(RMA-INDEX)
           END-IF
           IF RMT-EXPIRY-DATE IS NOT EQUAL TO SPACES
               MOVE RMT-EXPIRY-DATE TO WS-RMA-EXPIRY-DATE(RMA-INDEX)
           END-IF
           .
      * The credit log was totalled before the transactions, so an
      * RMA INVCALC credited last night cannot be cancelled out from
      * under the credit memo.
       CANCEL-OPEN-RMA.
           EVALUATE TRUE
               WHEN NOT WS-RMA-IS-OPEN(RMA-INDEX)
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - RMA IS NOT OPEN'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
                       IS GREATER THAN ZERO
                   PERFORM REJECT-TRANSACTION
                   MOVE 'REJECTED - CREDIT ALREADY TAKEN AGAINST RMA'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE 'X' TO WS-RMA-STATUS(RMA-INDEX)
                   MOVE WS-CDT-DATE-X TO WS-RMA-STATUS-DATE(RMA-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE 'X' TO RPT-STATUS
                   MOVE 'CANCELLED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-COUNT
           .
      * Validates WS-KEYED-DATE through DATECALC; blank is left to
      * the caller to treat as "not keyed".
       PROVE-KEYED-DATE.
           MOVE 'N' TO WS-KEYED-DATE-SWITCH
           IF WS-KEYED-DATE IS NUMERIC
               MOVE 'VD' TO WS-DC-FUNCTION-CODE
               MOVE WS-KEYED-DATE(1:4) TO WS-DC-YEAR-1
               MOVE WS-KEYED-DATE(5:2) TO WS-DC-MONTH-1
               MOVE WS-KEYED-DATE(7:2) TO WS-DC-DAY-1
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               IF WS-DC-DATE-IS-VALID
                   SET WS-KEYED-DATE-IS-VALID TO TRUE
               END-IF
           END-IF
           .
      * RMACRED1 is the whole history of INVCALC's RMA credits, so
      * each RMA's credited-to-date is re-added from zero on every
      * run instead of accumulated onto last night's figure - a
      * rerun cannot count the same credit twice. A missing log
      * leaves the master's credited amounts as they were.
       TOTAL-RMA-CREDITS.
           OPEN INPUT RMA-CREDIT-FILE
           IF NOT RMA-CREDIT-OK
               DISPLAY 'STATUS ON RMA-CREDIT-FILE OPEN: '
                       RMA-CREDIT-STATUS
           ELSE
               PERFORM CLEAR-ONE-CREDITED-AMOUNT
                   VARYING RMA-INDEX FROM 1 BY 1
                   UNTIL RMA-INDEX > WS-RMA-COUNT
               PERFORM UNTIL END-OF-RMA-CREDITS
                   READ RMA-CREDIT-FILE
                   IF RMA-CREDIT-OK
                       ADD 1 TO WS-CREDIT-RECORD-COUNT
                       PERFORM POST-ONE-RMA-CREDIT
                   END-IF
               END-PERFORM
               CLOSE RMA-CREDIT-FILE
           END-IF
           .
       CLEAR-ONE-CREDITED-AMOUNT.
           MOVE ZERO TO WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
           .
       POST-ONE-RMA-CREDIT.
           SET RMA-INDEX TO 1
           SEARCH WS-RMA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RMA-NUMBER (RMA-INDEX)
                        IS EQUAL TO RCR-RMA-NUMBER
                   ADD RCR-CREDIT-AMOUNT
                       TO WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
           END-SEARCH
           .
      * The status changes nobody keys: a received RMA whose credits
      * have reached its authorization is finished, an issued RMA
      * whose goods never came back by the expiry date is expired,
      * and a closed RMA past the retention period is not carried
      * into the new master.
       ADVANCE-RMA-STATUSES.
           MOVE WS-RMA-NUMBER(RMA-INDEX) TO RPT-RMA-NUMBER
           MOVE WS-RMA-CUSTOMER-NUMBER(RMA-INDEX)
               TO RPT-CUSTOMER-NUMBER
           MOVE WS-RMA-ORIG-INVOICE(RMA-INDEX) TO RPT-ORIG-INVOICE
           MOVE SPACE TO RPT-ACTION-CODE
           EVALUATE TRUE
               WHEN WS-RMA-IS-RECEIVED(RMA-INDEX)
                       AND WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
                           IS NOT LESS THAN
                           WS-RMA-AUTHORIZED-AMOUNT(RMA-INDEX)
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE 'C' TO WS-RMA-STATUS(RMA-INDEX)
                   MOVE WS-CDT-DATE-X TO WS-RMA-STATUS-DATE(RMA-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-STATUS-AUDIT-ENTRY
                   ADD 1 TO WS-CREDITED-COUNT
                   MOVE 'C' TO RPT-STATUS
                   MOVE 'FULLY CREDITED' TO RPT-DISPOSITION
                   WRITE RMA-REPORT-LINE FROM RMA-REPORT-DETAIL
               WHEN WS-RMA-IS-ISSUED(RMA-INDEX)
                       AND WS-RMA-EXPIRY-DATE(RMA-INDEX)
                           IS LESS THAN WS-CDT-DATE-X
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE 'E' TO WS-RMA-STATUS(RMA-INDEX)
                   MOVE WS-CDT-DATE-X TO WS-RMA-STATUS-DATE(RMA-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-STATUS-AUDIT-ENTRY
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'E' TO RPT-STATUS
                   MOVE 'EXPIRED - GOODS NOT RECEIVED'
                       TO RPT-DISPOSITION
                   WRITE RMA-REPORT-LINE FROM RMA-REPORT-DETAIL
               WHEN NOT WS-RMA-IS-OPEN(RMA-INDEX)
                       AND WS-RMA-STATUS-DATE(RMA-INDEX)
                           IS LESS THAN WS-RETENTION-CUTOFF-DATE
                   MOVE 'N' TO WS-RMA-KEEP-SWITCH(RMA-INDEX)
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE WS-RMA-STATUS(RMA-INDEX) TO RPT-STATUS
                   MOVE 'DROPPED - CLOSED PAST RETENTION'
                       TO RPT-DISPOSITION
                   WRITE RMA-REPORT-LINE FROM RMA-REPORT-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-RMA-CUSTOMER-NUMBER(RMA-INDEX)
               TO WS-AIW-CUSTOMER-NUMBER
           MOVE WS-RMA-ORIG-INVOICE(RMA-INDEX) TO WS-AIW-ORIG-INVOICE
           MOVE WS-RMA-STATUS(RMA-INDEX) TO WS-AIW-STATUS
           MOVE WS-RMA-AUTHORIZED-AMOUNT(RMA-INDEX)
               TO WS-AIW-AUTHORIZED-AMOUNT
           MOVE WS-RMA-RESTOCK-PERCENT(RMA-INDEX)
               TO WS-AIW-RESTOCK-PERCENT
           MOVE WS-RMA-CREDITED-AMOUNT(RMA-INDEX)
               TO WS-AIW-CREDITED-AMOUNT
           MOVE WS-RMA-EXPIRY-DATE(RMA-INDEX) TO WS-AIW-EXPIRY-DATE
           MOVE WS-RMA-RECEIVED-DATE(RMA-INDEX)
               TO WS-AIW-RECEIVED-DATE
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE RMT-RMA-NUMBER TO WS-MA-RECORD-KEY(1:8)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-STATUS-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE WS-RMA-NUMBER(RMA-INDEX) TO WS-MA-RECORD-KEY(1:8)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE RMT-ACTION-CODE TO RPT-ACTION-CODE
           MOVE RMT-RMA-NUMBER TO RPT-RMA-NUMBER
           MOVE RMT-CUSTOMER-NUMBER TO RPT-CUSTOMER-NUMBER
           MOVE RMT-ORIG-INVOICE-NUMBER TO RPT-ORIG-INVOICE
           WRITE RMA-REPORT-LINE FROM RMA-REPORT-DETAIL
           .
       WRITE-NEW-MASTER.
           SET RMA-INDEX TO 1
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING RMA-INDEX FROM 1 BY 1
               UNTIL RMA-INDEX > WS-RMA-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           IF WS-RMA-IS-KEPT (RMA-INDEX)
               MOVE SPACES TO RETURN-AUTH-NEW-RECORD
               MOVE WS-RMA-NUMBER (RMA-INDEX) TO RMN-NUMBER
               MOVE WS-RMA-CUSTOMER-NUMBER (RMA-INDEX)
                   TO RMN-CUSTOMER-NUMBER
               MOVE WS-RMA-ORIG-INVOICE (RMA-INDEX)
                   TO RMN-ORIG-INVOICE-NUMBER
               MOVE WS-RMA-AUTHORIZED-AMOUNT (RMA-INDEX)
                   TO RMN-AUTHORIZED-AMOUNT
               MOVE WS-RMA-STATUS (RMA-INDEX) TO RMN-STATUS
               MOVE WS-RMA-ISSUE-DATE (RMA-INDEX) TO RMN-ISSUE-DATE
               MOVE WS-RMA-EXPIRY-DATE (RMA-INDEX) TO RMN-EXPIRY-DATE
               MOVE WS-RMA-RECEIVED-DATE (RMA-INDEX)
                   TO RMN-RECEIVED-DATE
               MOVE WS-RMA-RESTOCK-PERCENT (RMA-INDEX)
                   TO RMN-RESTOCK-PERCENT
               MOVE WS-RMA-CREDITED-AMOUNT (RMA-INDEX)
                   TO RMN-CREDITED-AMOUNT
               MOVE WS-RMA-STATUS-DATE (RMA-INDEX) TO RMN-STATUS-DATE
               WRITE RETURN-AUTH-NEW-RECORD
           END-IF
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ISSUED-COUNT TO TRL-ISSUED-COUNT
           MOVE WS-RECEIVED-COUNT TO TRL-RECEIVED-COUNT
           MOVE WS-CHANGED-COUNT TO TRL-CHANGED-COUNT
           MOVE WS-CANCELLED-COUNT TO TRL-CANCELLED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE RMA-REPORT-LINE FROM RMA-REPORT-TRAILER
           MOVE WS-CREDITED-COUNT TO TRL-CREDITED-COUNT
           MOVE WS-EXPIRED-COUNT TO TRL-EXPIRED-COUNT
           MOVE WS-DROPPED-COUNT TO TRL-DROPPED-COUNT
           WRITE RMA-REPORT-LINE FROM RMA-REPORT-STATUS-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'RMA MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           DISPLAY 'RMA CREDIT RECORDS TOTALLED: '
                   WS-CREDIT-RECORD-COUNT
           CLOSE RMA-TRANS-FILE
           CLOSE RETURN-AUTH-NEW-FILE
           CLOSE RMA-REPORT-FILE
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
