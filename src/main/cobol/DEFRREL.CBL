      *****************************************************************
      * Program name:    DEFRREL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Releasing deferred contract revenue month by month, and
      * proving the deferred revenue liability against the schedules
      * that make it up.
      *
      * A quarterly or annual contract invoice from RECURGEN bills
      * the whole term in advance. INVCALC credits its revenue to
      * the deferred revenue liability (2400DEFR) instead of earned
      * revenue and writes one recognition schedule per invoice and
      * earned revenue account to the DEFRSCH1 master: the amount
      * deferred, the first service month (the invoice month), and
      * the number of service months (3 or 12).
      *
      * Run once a month, this program works out for every open
      * schedule how much should have been recognized by the end of
      * the release month - the deferred amount times the service
      * months elapsed over the term, rounded to the cent, with the
      * final month taking whatever is left so the schedule always
      * empties exactly - and journals the difference from what has
      * been recognized already: deferred revenue debited, the
      * schedule's earned revenue account credited. A month skipped
      * is caught up on the next run, and a rerun of the same month
      * releases nothing twice. The journal is proved and released
      * to GLJHIST1 under the shared GLBATCH1 number exactly as
      * CASHGLEX releases its batch, and only then are the schedules
      * advanced; a batch that does not prove leaves them untouched.
      *
      * The release month is the run date's month unless a DEFRMNTH
      * card (YYYYMM) on INVCPARM names another.
      *
      * The DEFRWFL1 waterfall report lists every open schedule with
      * what remains deferred and when it will be earned over the
      * next six months and after, totals the waterfall by month,
      * and ties the total remaining on the schedules to the
      * 2400DEFR balance on the journal history. A difference ends
      * the run with RETURN-CODE 4.
      * - Journal, history and BATCHCTL records carry the operating
      *   company; this batch posts to the home company '01'.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEFRREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRAL-SCHEDULE-FILE ASSIGN TO 'DEFRSCH1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DFS-KEY
                  FILE STATUS IS DEFERRAL-SCHEDULE-STATUS.
           SELECT RELEASE-JOURNAL-FILE ASSIGN TO 'DEFRJRN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RELEASE-JOURNAL-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT WATERFALL-REPORT-FILE ASSIGN TO 'DEFRWFL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WATERFALL-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to DEFRSCH1.
       FD  DEFERRAL-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEFERRAL-SCHEDULE-RECORD.
       01  DEFERRAL-SCHEDULE-RECORD.
           05  DFS-KEY.
               10  DFS-INVOICE-NUMBER   PIC X(08).
               10  DFS-REVENUE-ACCOUNT  PIC X(08).
           05  DFS-CUSTOMER-NUMBER      PIC X(08).
           05  DFS-INVOICE-DATE         PIC X(08).
           05  DFS-FREQUENCY            PIC X(01).
           05  DFS-FIRST-PERIOD         PIC 9(06).
           05  DFS-FIRST-PERIOD-PARTS REDEFINES DFS-FIRST-PERIOD.
               10  DFS-FIRST-YEAR       PIC 9(04).
               10  DFS-FIRST-MONTH      PIC 9(02).
           05  DFS-SERVICE-MONTHS       PIC 9(02).
           05  DFS-DEFERRED-AMOUNT      PIC S9(09)V99 COMP-3.
           05  DFS-MONTHS-RECOGNIZED    PIC 9(02).
           05  DFS-RECOGNIZED-AMOUNT    PIC S9(09)V99 COMP-3.
           05  DFS-LAST-RELEASE-PERIOD  PIC 9(06).
           05  DFS-STATUS               PIC X(01).
               88  DFS-IS-OPEN          VALUE 'O'.
               88  DFS-IS-COMPLETE      VALUE 'C'.
           05  FILLER                   PIC X(20).

      * Same journal-line layout CASHGLEX writes to CSHJRNL1.
       FD  RELEASE-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RELEASE-JOURNAL-RECORD.
       01  RELEASE-JOURNAL-RECORD.
           05  JRN-ACCOUNT              PIC X(08).
           05  JRN-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JRN-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

      * The shared GLBATCH1 counter GLJRNL and CASHGLEX draw from.
       FD  BATCH-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-NUMBER-RECORD.
       01  BATCH-NUMBER-RECORD.
           05  BNR-LAST-BATCH-NUMBER    PIC 9(06).

      * The same cumulative journal history GLJRNL appends to; read
      * back at the end of the run for the liability tie.
       FD  JOURNAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOURNAL-HISTORY-RECORD.
       01  JOURNAL-HISTORY-RECORD.
           05  JHR-ACCOUNT              PIC X(08).
           05  JHR-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JHR-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JHR-INVOICE-NUMBER       PIC X(08).
           05  JHR-INVOICE-DATE         PIC X(08).
           05  JHR-BATCH-NUMBER         PIC 9(06).
           05  JHR-COMPANY-CODE         PIC X(02).
       01  BATCH-CONTROL-RECORD.
           05  BCT-RECORD-TYPE          PIC X(08).
               88  BCT-IS-CONTROL       VALUE 'BATCHCTL'.
           05  BCT-LINE-COUNT           PIC S9(09) COMP-3.
           05  BCT-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
           05  BCT-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

       FD  WATERFALL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WATERFALL-REPORT-LINE.
       01  WATERFALL-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  DEFERRAL-SCHEDULE-STATUS PIC X(02).
               88  DEFERRAL-SCHEDULE-OK VALUE '00'.
               88  END-OF-DEFERRAL-SCHEDULES VALUE '10'.
           05  RELEASE-JOURNAL-STATUS   PIC X(02).
               88  RELEASE-JOURNAL-OK   VALUE '00'.
               88  END-OF-RELEASE-JOURNAL VALUE '10'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  END-OF-JOURNAL-HISTORY VALUE '10'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.
           05  WATERFALL-REPORT-STATUS  PIC X(02).
               88  WATERFALL-REPORT-OK  VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'DEFRREL'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'DEFRREL'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'DEFRREL'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'DEFRREL'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The liability released from; the credit goes to the earned
      * revenue account each schedule carries.
       01  WS-DEFERRED-REVENUE-ACCOUNT  PIC X(08) VALUE '2400DEFR'.

      * The month released through, YYYYMM, and its month ordinal
      * (year times 12 plus month) for counting service months.
       01  WS-RELEASE-PERIOD-AREA.
           05  WS-RELEASE-PERIOD        PIC X(06).
           05  WS-RELEASE-PERIOD-PARTS REDEFINES WS-RELEASE-PERIOD.
               10  WS-RELEASE-YEAR      PIC 9(04).
               10  WS-RELEASE-MONTH     PIC 9(02).
           05  WS-RELEASE-ORDINAL       PIC S9(07) COMP-3.

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-HOME-COMPANY          PIC X(02) VALUE '01'.
           05  WS-JOURNAL-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.
           05  WS-JOURNAL-OPEN-SWITCH   PIC X VALUE 'N'.
               88  JOURNAL-IS-OPEN      VALUE 'Y'.

      * One schedule's recognition arithmetic: the service months
      * due by a given month and the cumulative amount earned by
      * then.
       01  WS-RECOGNITION-WORK-AREAS.
           05  WS-FIRST-ORDINAL         PIC S9(07) COMP-3.
           05  WS-MONTHS-DUE            PIC S9(05) COMP-3.
           05  WS-TARGET-MONTHS         PIC S9(05) COMP-3.
           05  WS-TARGET-AMOUNT         PIC S9(09)V99 COMP-3.
           05  WS-PRIOR-TARGET-AMOUNT   PIC S9(09)V99 COMP-3.
           05  WS-RELEASE-AMOUNT        PIC S9(09)V99 COMP-3.
           05  WS-REMAINING-AMOUNT      PIC S9(09)V99 COMP-3.
           05  WS-SCHEDULED-AMOUNT      PIC S9(09)V99 COMP-3.

      * The six months after the release month, and the rest.
       01  WS-WATERFALL-AREA.
           05  WS-WATERFALL-SUB         PIC S9(04) COMP.
           05  WS-WATERFALL-ORDINAL     PIC S9(07) COMP-3.
           05  WS-WATERFALL-YEAR        PIC 9(04).
           05  WS-WATERFALL-MONTH       PIC 9(02).
           05  WS-WATERFALL-BUCKET OCCURS 7 TIMES.
               10  WS-WFL-PERIOD        PIC X(06).
               10  WS-WFL-LINE-AMOUNT   PIC S9(09)V99 COMP-3.
               10  WS-WFL-TOTAL-AMOUNT  PIC S9(11)V99 COMP-3.

       01  WS-RELEASE-COUNTERS.
           05  WS-SCHEDULES-READ        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-SCHEDULES-RELEASED    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-SCHEDULES-COMPLETED   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-SCHEDULES-OPEN        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TOTAL-RELEASED        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-REMAINING       PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GL-LIABILITY          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TIE-DIFFERENCE        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       01  DFR-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'DEFERRED REVENUE RELEASE AND WATERFALL  '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  DFH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(18)
                   VALUE '   RELEASE MONTH  '.
           05  DFH-RELEASE-PERIOD       PIC X(06).
           05  FILLER                   PIC X(10) VALUE '   BATCH  '.
           05  DFH-BATCH-NUMBER         PIC 9(06).
       01  DFR-TEXT-LINE.
           05  DFT-TEXT                 PIC X(80).
       01  DFR-COLUMN-LINE.
           05  FILLER                   PIC X(33) VALUE
               'INVOICE  CUSTOMER ACCOUNT  MONTHS'.
           05  FILLER                   PIC X(15) VALUE
               '    REMAINING  '.
           05  DFC-PERIOD OCCURS 6 TIMES.
               10  FILLER               PIC X(05).
               10  DFC-PERIOD-TEXT      PIC X(06).
           05  FILLER                   PIC X(11) VALUE
               '      LATER'.
       01  DFR-DETAIL-LINE.
           05  DFD-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DFD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DFD-REVENUE-ACCOUNT      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DFD-MONTHS-RECOGNIZED    PIC Z9.
           05  FILLER                   PIC X(01) VALUE '/'.
           05  DFD-SERVICE-MONTHS       PIC 99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DFD-REMAINING            PIC ZZ,ZZZ,ZZ9.99.
           05  DFD-BUCKET OCCURS 7 TIMES.
               10  FILLER               PIC X(01).
               10  DFD-BUCKET-AMOUNT    PIC ZZZ,ZZ9.99.
       01  DFR-TOTAL-LINE.
           05  DFO-LABEL                PIC X(40).
           05  DFO-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DFO-COUNT                PIC ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 clean,
      * 4 when the schedules do not tie to the liability, 8 when the
      * release journal did not prove or a file would not open.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-REJECTED       VALUE 8.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-PC-FUNCTION-CODE
           CALL 'RUNCAL' USING WS-RUN-CALENDAR-CONVERSION
           EVALUATE TRUE
               WHEN WS-PC-RUN-IS-SCHEDULED
                   CONTINUE
               WHEN WS-PC-RUN-IS-OVERRIDDEN
                   DISPLAY 'DEFRREL NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'DEFRREL RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'DEFRREL PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'DEFRREL CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'DEFRREL NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'DEFRREL NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           PERFORM LOAD-RELEASE-PERIOD
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

           OPEN I-O DEFERRAL-SCHEDULE-FILE
           IF NOT DEFERRAL-SCHEDULE-OK
               DISPLAY 'STATUS ON DEFERRAL-SCHEDULE-FILE OPEN: '
                       DEFERRAL-SCHEDULE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL STATUS ON DEFERRAL-SCHEDULE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT WATERFALL-REPORT-FILE
           OPEN OUTPUT RELEASE-JOURNAL-FILE
           IF NOT WATERFALL-REPORT-OK
           OR NOT RELEASE-JOURNAL-OK
               DISPLAY 'STATUS ON REPORT/JOURNAL OPENS: '
                       WATERFALL-REPORT-STATUS ' '
                       RELEASE-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL STATUS ON REPORT/JOURNAL OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               CLOSE DEFERRAL-SCHEDULE-FILE
               GO TO END-OF-PROGRAM
           END-IF
           SET JOURNAL-IS-OPEN TO TRUE

           PERFORM LOAD-BATCH-NUMBER

           PERFORM JOURNALIZE-RELEASES

           PERFORM PROVE-THE-BATCH
           IF NOT WS-RC-REJECTED
           AND WS-JOURNAL-LINE-COUNT IS GREATER THAN ZERO
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF

           PERFORM WRITE-WATERFALL-REPORT
           CLOSE DEFERRAL-SCHEDULE-FILE

           PERFORM TIE-TO-LIABILITY
           CLOSE WATERFALL-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * DEFRMNTH on INVCPARM, YYYYMM, names the month to release
      * through; without it, the month of the run date.
       LOAD-RELEASE-PERIOD.
           MOVE WS-CDT-DATE-X(1:6) TO WS-RELEASE-PERIOD
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'DEFRMNTH' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:6) TO WS-RELEASE-PERIOD
               END-IF
           END-IF
           IF WS-RELEASE-PERIOD IS NOT NUMERIC
           OR WS-RELEASE-MONTH IS LESS THAN 1
           OR WS-RELEASE-MONTH IS GREATER THAN 12
               DISPLAY 'DEFRREL DEFRMNTH RELEASE MONTH NOT VALID: '
                       WS-RELEASE-PERIOD
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL DEFRMNTH RELEASE MONTH NOT VALID'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               COMPUTE WS-RELEASE-ORDINAL =
                   WS-RELEASE-YEAR * 12 + WS-RELEASE-MONTH
               DISPLAY 'DEFERRED REVENUE RELEASED THROUGH: '
                       WS-RELEASE-PERIOD
           END-IF
           .
      * The last released batch number plus one from the counter
      * GLJRNL and CASHGLEX share; a missing counter starts at 1.
       LOAD-BATCH-NUMBER.
           OPEN INPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               READ BATCH-NUMBER-FILE
               IF BATCH-NUMBER-OK
                   COMPUTE WS-BATCH-NUMBER =
                       BNR-LAST-BATCH-NUMBER + 1
               END-IF
               CLOSE BATCH-NUMBER-FILE
           END-IF
           DISPLAY 'RELEASE JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * First pass: journal each open schedule's release. The
      * schedules themselves are not touched until the batch has
      * proved and released.
       JOURNALIZE-RELEASES.
           MOVE LOW-VALUES TO DFS-KEY
           START DEFERRAL-SCHEDULE-FILE
               KEY IS NOT LESS THAN DFS-KEY
               INVALID KEY
                   MOVE '10' TO DEFERRAL-SCHEDULE-STATUS
           END-START
           PERFORM UNTIL END-OF-DEFERRAL-SCHEDULES
               READ DEFERRAL-SCHEDULE-FILE NEXT
                   AT END
                       MOVE '10' TO DEFERRAL-SCHEDULE-STATUS
               END-READ
               IF DEFERRAL-SCHEDULE-OK
                   ADD 1 TO WS-SCHEDULES-READ
                   ADD 1 TO WS-JS-RECORD-COUNT
                   IF DFS-IS-OPEN
                       PERFORM MEASURE-ONE-RELEASE
                       IF WS-RELEASE-AMOUNT IS NOT EQUAL TO ZERO
                           PERFORM JOURNALIZE-ONE-RELEASE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
      * The months of service due by the end of the release month,
      * never more than the term, and what should have been earned
      * by then less what has been.
       MEASURE-ONE-RELEASE.
           COMPUTE WS-FIRST-ORDINAL =
               DFS-FIRST-YEAR * 12 + DFS-FIRST-MONTH
           COMPUTE WS-MONTHS-DUE =
               WS-RELEASE-ORDINAL - WS-FIRST-ORDINAL + 1
           IF WS-MONTHS-DUE IS LESS THAN ZERO
               MOVE ZERO TO WS-MONTHS-DUE
           END-IF
           IF WS-MONTHS-DUE IS GREATER THAN DFS-SERVICE-MONTHS
               MOVE DFS-SERVICE-MONTHS TO WS-MONTHS-DUE
           END-IF
           MOVE WS-MONTHS-DUE TO WS-TARGET-MONTHS
           PERFORM COMPUTE-TARGET-AMOUNT
           COMPUTE WS-RELEASE-AMOUNT =
               WS-TARGET-AMOUNT - DFS-RECOGNIZED-AMOUNT
           .
      * The cumulative amount earned after WS-TARGET-MONTHS months of
      * service; the last month takes the rounding remainder.
       COMPUTE-TARGET-AMOUNT.
           EVALUATE TRUE
               WHEN WS-TARGET-MONTHS IS NOT GREATER THAN ZERO
               OR DFS-SERVICE-MONTHS IS EQUAL TO ZERO
                   MOVE ZERO TO WS-TARGET-AMOUNT
               WHEN WS-TARGET-MONTHS IS NOT LESS THAN
                       DFS-SERVICE-MONTHS
                   MOVE DFS-DEFERRED-AMOUNT TO WS-TARGET-AMOUNT
               WHEN OTHER
                   COMPUTE WS-TARGET-AMOUNT ROUNDED =
                       DFS-DEFERRED-AMOUNT * WS-TARGET-MONTHS
                           / DFS-SERVICE-MONTHS
           END-EVALUATE
           .
      * Deferred revenue debited, the schedule's earned revenue
      * account credited; a negative release (a schedule somehow
      * over-recognized) reverses the sides.
       JOURNALIZE-ONE-RELEASE.
           ADD 1 TO WS-SCHEDULES-RELEASED
           ADD WS-RELEASE-AMOUNT TO WS-TOTAL-RELEASED
           MOVE WS-DEFERRED-REVENUE-ACCOUNT TO JRN-ACCOUNT
           IF WS-RELEASE-AMOUNT IS GREATER THAN ZERO
               MOVE WS-RELEASE-AMOUNT TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
           ELSE
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               COMPUTE JRN-CREDIT-AMOUNT = ZERO - WS-RELEASE-AMOUNT
           END-IF
           PERFORM WRITE-JOURNAL-RECORD
           MOVE DFS-REVENUE-ACCOUNT TO JRN-ACCOUNT
           IF WS-RELEASE-AMOUNT IS GREATER THAN ZERO
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-RELEASE-AMOUNT TO JRN-CREDIT-AMOUNT
           ELSE
               COMPUTE JRN-DEBIT-AMOUNT = ZERO - WS-RELEASE-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
           END-IF
           PERFORM WRITE-JOURNAL-RECORD
           .
       WRITE-JOURNAL-RECORD.
           MOVE DFS-INVOICE-NUMBER TO JRN-INVOICE-NUMBER
           MOVE DFS-INVOICE-DATE TO JRN-INVOICE-DATE
           MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO JRN-COMPANY-CODE
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           WRITE RELEASE-JOURNAL-RECORD
           IF NOT RELEASE-JOURNAL-OK
               DISPLAY 'STATUS ON RELEASE-JOURNAL-FILE WRITE: '
                       RELEASE-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL STATUS ON RELEASE-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
       PROVE-THE-BATCH.
           DISPLAY 'RELEASE JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'RELEASE JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           IF WS-BATCH-DEBIT-TOTAL IS NOT EQUAL TO
                   WS-BATCH-CREDIT-TOTAL
               DISPLAY 'RELEASE JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               DISPLAY 'RELEASE JOURNAL BATCH PROVED'
           END-IF
           .
      * A proved batch is appended whole to the cumulative history,
      * capped with its BATCHCTL control record, and only then is
      * the batch counter advanced - CASHGLEX's release.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE RELEASE-JOURNAL-FILE
           MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           OPEN INPUT RELEASE-JOURNAL-FILE
           IF NOT RELEASE-JOURNAL-OK
               DISPLAY 'STATUS ON RELEASE-JOURNAL-FILE REOPEN: '
                       RELEASE-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL STATUS ON RELEASE-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               CLOSE JOURNAL-HISTORY-FILE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM UNTIL END-OF-RELEASE-JOURNAL
               READ RELEASE-JOURNAL-FILE
               IF RELEASE-JOURNAL-OK
                   MOVE RELEASE-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE RELEASE-JOURNAL-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHCTL' TO BCT-RECORD-TYPE
           MOVE WS-JOURNAL-LINE-COUNT TO BCT-LINE-COUNT
           MOVE WS-BATCH-DEBIT-TOTAL TO BCT-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT-TOTAL TO BCT-CREDIT-TOTAL
           MOVE WS-CDT-DATE-X TO BCT-RELEASE-DATE
           MOVE WS-BATCH-NUMBER TO BCT-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO BCT-COMPANY-CODE
           WRITE BATCH-CONTROL-RECORD
           CLOSE JOURNAL-HISTORY-FILE
           SET BATCH-WAS-RELEASED TO TRUE
           OPEN OUTPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               MOVE WS-BATCH-NUMBER TO BNR-LAST-BATCH-NUMBER
               WRITE BATCH-NUMBER-RECORD
               CLOSE BATCH-NUMBER-FILE
           ELSE
               DISPLAY 'STATUS ON BATCH-NUMBER-FILE REWRITE: '
                       BATCH-NUMBER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.
      * Second pass: advance each schedule by what was released when
      * the batch reached the history, then list what is still
      * deferred and when it will be earned.
       WRITE-WATERFALL-REPORT.
           MOVE WS-CDT-DATE-X TO DFH-RUN-DATE
           MOVE WS-RELEASE-PERIOD TO DFH-RELEASE-PERIOD
           MOVE WS-BATCH-NUMBER TO DFH-BATCH-NUMBER
           WRITE WATERFALL-REPORT-LINE FROM DFR-HEADER-LINE
               AFTER ADVANCING PAGE
           EVALUATE TRUE
               WHEN BATCH-WAS-RELEASED
                   MOVE 'RELEASED TO EARNED REVENUE, SCHEDULES'
                       TO DFO-LABEL
               WHEN WS-JOURNAL-LINE-COUNT IS EQUAL TO ZERO
                   MOVE 'NOTHING DUE FOR RELEASE THIS MONTH'
                       TO DFO-LABEL
               WHEN OTHER
                   MOVE 'NOT RELEASED - SCHEDULES NOT ADVANCED'
                       TO DFO-LABEL
           END-EVALUATE
           MOVE WS-TOTAL-RELEASED TO DFO-AMOUNT
           MOVE WS-SCHEDULES-RELEASED TO DFO-COUNT
           WRITE WATERFALL-REPORT-LINE FROM DFR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM SET-UP-WATERFALL-PERIODS
           MOVE 'DEFERRED REVENUE WATERFALL' TO DFT-TEXT
           WRITE WATERFALL-REPORT-LINE FROM DFR-TEXT-LINE
               AFTER ADVANCING 3 LINES
           WRITE WATERFALL-REPORT-LINE FROM DFR-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE LOW-VALUES TO DFS-KEY
           MOVE '00' TO DEFERRAL-SCHEDULE-STATUS
           START DEFERRAL-SCHEDULE-FILE
               KEY IS NOT LESS THAN DFS-KEY
               INVALID KEY
                   MOVE '10' TO DEFERRAL-SCHEDULE-STATUS
           END-START
           PERFORM UNTIL END-OF-DEFERRAL-SCHEDULES
               READ DEFERRAL-SCHEDULE-FILE NEXT
                   AT END
                       MOVE '10' TO DEFERRAL-SCHEDULE-STATUS
               END-READ
               IF DEFERRAL-SCHEDULE-OK
               AND DFS-IS-OPEN
                   IF BATCH-WAS-RELEASED
                       PERFORM ADVANCE-ONE-SCHEDULE
                   END-IF
                   IF DFS-IS-OPEN
                       PERFORM WRITE-ONE-WATERFALL-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-WATERFALL-TOTALS
           .
       SET-UP-WATERFALL-PERIODS.
           MOVE WS-RELEASE-ORDINAL TO WS-WATERFALL-ORDINAL
           PERFORM VARYING WS-WATERFALL-SUB FROM 1 BY 1
                   UNTIL WS-WATERFALL-SUB > 7
               ADD 1 TO WS-WATERFALL-ORDINAL
               COMPUTE WS-WATERFALL-YEAR =
                   (WS-WATERFALL-ORDINAL - 1) / 12
               COMPUTE WS-WATERFALL-MONTH =
                   WS-WATERFALL-ORDINAL - WS-WATERFALL-YEAR * 12
               MOVE WS-WATERFALL-YEAR
                   TO WS-WFL-PERIOD(WS-WATERFALL-SUB)(1:4)
               MOVE WS-WATERFALL-MONTH
                   TO WS-WFL-PERIOD(WS-WATERFALL-SUB)(5:2)
               MOVE ZERO TO WS-WFL-TOTAL-AMOUNT(WS-WATERFALL-SUB)
               IF WS-WATERFALL-SUB IS LESS THAN 7
                   MOVE SPACES TO DFC-PERIOD(WS-WATERFALL-SUB)
                   MOVE WS-WFL-PERIOD(WS-WATERFALL-SUB)
                       TO DFC-PERIOD-TEXT(WS-WATERFALL-SUB)
               END-IF
           END-PERFORM
           .
       ADVANCE-ONE-SCHEDULE.
           PERFORM MEASURE-ONE-RELEASE
           IF WS-RELEASE-AMOUNT IS NOT EQUAL TO ZERO
           OR WS-MONTHS-DUE IS NOT EQUAL TO DFS-MONTHS-RECOGNIZED
               ADD WS-RELEASE-AMOUNT TO DFS-RECOGNIZED-AMOUNT
               MOVE WS-MONTHS-DUE TO DFS-MONTHS-RECOGNIZED
               MOVE WS-RELEASE-PERIOD TO DFS-LAST-RELEASE-PERIOD
               IF DFS-MONTHS-RECOGNIZED IS NOT LESS THAN
                       DFS-SERVICE-MONTHS
                   SET DFS-IS-COMPLETE TO TRUE
                   ADD 1 TO WS-SCHEDULES-COMPLETED
               END-IF
               REWRITE DEFERRAL-SCHEDULE-RECORD
               IF NOT DEFERRAL-SCHEDULE-OK
                   DISPLAY 'STATUS ON DEFERRAL-SCHEDULE REWRITE: '
                           DEFERRAL-SCHEDULE-STATUS
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE DFS-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
                   MOVE 'DEFRREL STATUS ON DEFERRAL-SCHEDULE REWRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
                   MOVE '00' TO DEFERRAL-SCHEDULE-STATUS
               END-IF
           END-IF
           .
      * Each of the next six months' share, month by month from
      * what is recognized now, and whatever falls after them.
       WRITE-ONE-WATERFALL-LINE.
           ADD 1 TO WS-SCHEDULES-OPEN
           COMPUTE WS-REMAINING-AMOUNT =
               DFS-DEFERRED-AMOUNT - DFS-RECOGNIZED-AMOUNT
           ADD WS-REMAINING-AMOUNT TO WS-TOTAL-REMAINING
           COMPUTE WS-FIRST-ORDINAL =
               DFS-FIRST-YEAR * 12 + DFS-FIRST-MONTH
           MOVE ZERO TO WS-SCHEDULED-AMOUNT
           MOVE DFS-RECOGNIZED-AMOUNT TO WS-PRIOR-TARGET-AMOUNT
           PERFORM VARYING WS-WATERFALL-SUB FROM 1 BY 1
                   UNTIL WS-WATERFALL-SUB > 6
               COMPUTE WS-TARGET-MONTHS =
                   WS-RELEASE-ORDINAL + WS-WATERFALL-SUB
                       - WS-FIRST-ORDINAL + 1
               PERFORM COMPUTE-TARGET-AMOUNT
               IF WS-TARGET-AMOUNT IS LESS THAN
                       WS-PRIOR-TARGET-AMOUNT
                   MOVE WS-PRIOR-TARGET-AMOUNT TO WS-TARGET-AMOUNT
               END-IF
               COMPUTE WS-WFL-LINE-AMOUNT(WS-WATERFALL-SUB) =
                   WS-TARGET-AMOUNT - WS-PRIOR-TARGET-AMOUNT
               ADD WS-WFL-LINE-AMOUNT(WS-WATERFALL-SUB)
                   TO WS-SCHEDULED-AMOUNT
               MOVE WS-TARGET-AMOUNT TO WS-PRIOR-TARGET-AMOUNT
           END-PERFORM
           COMPUTE WS-WFL-LINE-AMOUNT(7) =
               WS-REMAINING-AMOUNT - WS-SCHEDULED-AMOUNT
           MOVE DFS-INVOICE-NUMBER TO DFD-INVOICE-NUMBER
           MOVE DFS-CUSTOMER-NUMBER TO DFD-CUSTOMER-NUMBER
           MOVE DFS-REVENUE-ACCOUNT TO DFD-REVENUE-ACCOUNT
           MOVE DFS-MONTHS-RECOGNIZED TO DFD-MONTHS-RECOGNIZED
           MOVE DFS-SERVICE-MONTHS TO DFD-SERVICE-MONTHS
           MOVE WS-REMAINING-AMOUNT TO DFD-REMAINING
           PERFORM VARYING WS-WATERFALL-SUB FROM 1 BY 1
                   UNTIL WS-WATERFALL-SUB > 7
               MOVE SPACE TO DFD-BUCKET(WS-WATERFALL-SUB)(1:1)
               MOVE WS-WFL-LINE-AMOUNT(WS-WATERFALL-SUB)
                   TO DFD-BUCKET-AMOUNT(WS-WATERFALL-SUB)
               ADD WS-WFL-LINE-AMOUNT(WS-WATERFALL-SUB)
                   TO WS-WFL-TOTAL-AMOUNT(WS-WATERFALL-SUB)
           END-PERFORM
           WRITE WATERFALL-REPORT-LINE FROM DFR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-WATERFALL-TOTALS.
           MOVE 'OPEN SCHEDULES, TOTAL STILL DEFERRED' TO DFO-LABEL
           MOVE WS-TOTAL-REMAINING TO DFO-AMOUNT
           MOVE WS-SCHEDULES-OPEN TO DFO-COUNT
           WRITE WATERFALL-REPORT-LINE FROM DFR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO DFO-COUNT
           PERFORM VARYING WS-WATERFALL-SUB FROM 1 BY 1
                   UNTIL WS-WATERFALL-SUB > 7
               MOVE SPACES TO DFO-LABEL
               IF WS-WATERFALL-SUB IS LESS THAN 7
                   MOVE '  TO BE EARNED IN' TO DFO-LABEL
                   MOVE WS-WFL-PERIOD(WS-WATERFALL-SUB)
                       TO DFO-LABEL(19:6)
               ELSE
                   MOVE '  TO BE EARNED AFTER THAT' TO DFO-LABEL
               END-IF
               MOVE WS-WFL-TOTAL-AMOUNT(WS-WATERFALL-SUB)
                   TO DFO-AMOUNT
               WRITE WATERFALL-REPORT-LINE FROM DFR-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'SCHEDULES FULLY EARNED THIS RUN' TO DFO-LABEL
           MOVE ZERO TO DFO-AMOUNT
           MOVE WS-SCHEDULES-COMPLETED TO DFO-COUNT
           WRITE WATERFALL-REPORT-LINE FROM DFR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
      * The liability on the books is every 2400DEFR credit less
      * every debit on the journal history - INVCALC's deferrals as
      * GLJRNL released them, less every release made here - and it
      * must equal what the open schedules still hold.
       TIE-TO-LIABILITY.
           OPEN INPUT JOURNAL-HISTORY-FILE
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
           ELSE
               PERFORM UNTIL END-OF-JOURNAL-HISTORY
                   READ JOURNAL-HISTORY-FILE
                   IF JOURNAL-HISTORY-OK
                   AND NOT BCT-IS-CONTROL
                   AND JHR-ACCOUNT IS EQUAL TO
                           WS-DEFERRED-REVENUE-ACCOUNT
                       ADD JHR-CREDIT-AMOUNT TO WS-GL-LIABILITY
                       SUBTRACT JHR-DEBIT-AMOUNT FROM WS-GL-LIABILITY
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-HISTORY-FILE
           END-IF
           COMPUTE WS-TIE-DIFFERENCE =
               WS-GL-LIABILITY - WS-TOTAL-REMAINING
           MOVE 'DEFERRED REVENUE TIE' TO DFT-TEXT
           WRITE WATERFALL-REPORT-LINE FROM DFR-TEXT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'STILL DEFERRED PER OPEN SCHEDULES' TO DFO-LABEL
           MOVE WS-TOTAL-REMAINING TO DFO-AMOUNT
           MOVE ZERO TO DFO-COUNT
           WRITE WATERFALL-REPORT-LINE FROM DFR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DEFERRED REVENUE 2400DEFR PER GLJHIST1' TO DFO-LABEL
           MOVE WS-GL-LIABILITY TO DFO-AMOUNT
           WRITE WATERFALL-REPORT-LINE FROM DFR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DIFFERENCE' TO DFO-LABEL
           MOVE WS-TIE-DIFFERENCE TO DFO-AMOUNT
           WRITE WATERFALL-REPORT-LINE FROM DFR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-TIE-DIFFERENCE IS EQUAL TO ZERO
               MOVE 'SCHEDULES TIE TO THE LIABILITY' TO DFT-TEXT
           ELSE
               MOVE 'SCHEDULES DO NOT TIE TO THE LIABILITY'
                   TO DFT-TEXT
               DISPLAY 'DEFERRED REVENUE OUT OF TIE BY: '
                       WS-TIE-DIFFERENCE
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFRREL SCHEDULES DO NOT TIE TO 2400DEFR BALANCE'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           WRITE WATERFALL-REPORT-LINE FROM DFR-TEXT-LINE
               AFTER ADVANCING 1 LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'DEFERRAL SCHEDULES READ:     ' WS-SCHEDULES-READ
           DISPLAY 'DEFERRAL SCHEDULES RELEASED: '
                   WS-SCHEDULES-RELEASED
           DISPLAY 'DEFERRED REVENUE RELEASED:   ' WS-TOTAL-RELEASED
           IF JOURNAL-IS-OPEN
               CLOSE RELEASE-JOURNAL-FILE
           END-IF
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           MOVE WS-RETURN-CODE-VALUE TO WS-SC-COMPLETION-CODE
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
