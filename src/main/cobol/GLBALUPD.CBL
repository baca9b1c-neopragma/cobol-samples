      *****************************************************************
      * Program name:    GLBALUPD
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Keeping a running balance per GL account and fiscal period
      * from the journal history, instead of summing years of
      * history every time somebody asks what an account stands at.
      *
      * GLJRNL, CASHGLEX and the other journal steps append every
      * released batch to GLJHIST1, each batch capped by its
      * BATCHCTL control record. This step runs after the last of
      * them each night and posts every batch released since the
      * last one it posted - the high-water batch number it keeps
      * on GLBALHW1 - to the GLBALM1 balance master: one record per
      * account and fiscal period with the opening balance, the
      * period's debits and credits, and the closing balance, all
      * kept debit-positive.
      *
      * A batch belongs to the fiscal period its release date falls
      * in (DATECALC 'FP', with the FISCSTMO card TAXSUM reads). The
      * one exception is the year-end closing entry GLYRCLS writes:
      * its lines carry YECLOSE in the invoice-number field and the
      * fiscal year and period they close in the invoice-date field,
      * and post there, since the entry belongs to the year it
      * closes rather than the night it is released.
      *
      * The night's lines are summarized by account and period
      * first, then applied. A period an account has not posted to
      * before opens at the closing balance of the account's latest
      * earlier period, and a posting to a period that later periods
      * already follow carries its net into their opening and
      * closing balances, so the master stays continuous however the
      * postings arrive.
      *
      * The GLBALRP1 posting report lists what was posted by account
      * and period, flags accounts not on the GLCOA1 chart, and
      * proves the night's debits equal its credits. Lines of a
      * batch with no control record - a release that did not
      * finish - are not posted and are logged. An unbalanced night
      * ends the run with RETURN-CODE 4.
      * - Journal history and BATCHCTL layouts carry the operating
      *   company code appended after the batch number, and the GLCOA1
      *   chart layout its company code. Balances stay consolidated
      *   by account across the companies.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLBALUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO 'GLBALM1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GBL-KEY
                  FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT HIGH-WATER-FILE ASSIGN TO 'GLBALHW1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HIGH-WATER-STATUS.
           SELECT CHART-FILE ASSIGN TO 'GLCOA1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHART-FILE-STATUS.
           SELECT POSTING-REPORT-FILE ASSIGN TO 'GLBALRP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POSTING-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layouts GLJRNL and CASHGLEX append to GLJHIST1.
       FD  JOURNAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOURNAL-HISTORY-RECORD.
       01  JOURNAL-HISTORY-RECORD.
           05  JHR-ACCOUNT              PIC X(08).
           05  JHR-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JHR-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JHR-INVOICE-NUMBER       PIC X(08).
               88  JHR-IS-YEAR-END-CLOSE VALUE 'YECLOSE'.
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

      * One record per account and fiscal period, balances
      * debit-positive. GLTRIAL and GLYRCLS read the same layout.
       FD  BALANCE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BALANCE-MASTER-RECORD.
       01  BALANCE-MASTER-RECORD.
           05  GBL-KEY.
               10  GBL-ACCOUNT          PIC X(08).
               10  GBL-FISCAL-YEAR      PIC 9(04).
               10  GBL-FISCAL-PERIOD    PIC 9(02).
           05  GBL-OPENING-BALANCE      PIC S9(13)V99 COMP-3.
           05  GBL-PERIOD-DEBITS        PIC S9(13)V99 COMP-3.
           05  GBL-PERIOD-CREDITS       PIC S9(13)V99 COMP-3.
           05  GBL-CLOSING-BALANCE      PIC S9(13)V99 COMP-3.
           05  GBL-LAST-BATCH-NUMBER    PIC 9(06).
           05  GBL-LAST-POSTED-DATE     PIC X(08).
           05  FILLER                   PIC X(20).

      * The last GL batch posted to the balance master.
       FD  HIGH-WATER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HIGH-WATER-RECORD.
       01  HIGH-WATER-RECORD.
           05  BHW-LAST-POSTED-BATCH    PIC 9(06).
           05  BHW-POSTED-DATE          PIC X(08).

      * The chart of accounts COAMAINT maintains.
       FD  CHART-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHART-RECORD.
       01  CHART-RECORD.
           05  COA-ACCOUNT              PIC X(08).
           05  COA-DESCRIPTION          PIC X(30).
           05  COA-ACTIVE-FLAG          PIC X(01).
               88  COA-IS-ACTIVE        VALUE 'A'.
           05  COA-NORMAL-SIDE          PIC X(01).
           05  COA-COMPANY-CODE         PIC X(02).

       FD  POSTING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POSTING-REPORT-LINE.
       01  POSTING-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  END-OF-JOURNAL-HISTORY VALUE '10'.
           05  BALANCE-MASTER-STATUS    PIC X(02).
               88  BALANCE-MASTER-OK    VALUE '00'.
               88  END-OF-BALANCE-MASTER VALUE '10'.
               88  BALANCE-NOT-ON-FILE  VALUE '23'.
               88  BALANCE-MASTER-MISSING VALUE '35'.
           05  HIGH-WATER-STATUS        PIC X(02).
               88  HIGH-WATER-OK        VALUE '00'.
           05  CHART-FILE-STATUS        PIC X(02).
               88  CHART-FILE-OK        VALUE '00'.
               88  END-OF-CHART-FILE    VALUE '10'.
           05  POSTING-REPORT-STATUS    PIC X(02).
               88  POSTING-REPORT-OK    VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'GLBALUPD'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'GLBALUPD'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'GLBALUPD'.
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

       01  WS-FISCAL-YEAR-START-MONTH     PIC 9(02) VALUE 01.

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

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

       01  WS-HIGH-WATER-AREA.
           05  WS-LAST-POSTED-BATCH     PIC 9(06) VALUE ZERO.
           05  WS-HIGH-POSTED-BATCH     PIC 9(06) VALUE ZERO.

      * The batches released since the high-water mark, with the
      * fiscal period each one posts to.
       01  WS-BATCH-TABLE-AREA.
           05  WS-BATCH-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-BATCH-ENTRIES     PIC S9(05) COMP-3 VALUE 1000.
           05  WS-BATCH-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-BATCH-COUNT
                       INDEXED BY BATCH-INDEX.
               10  WS-BAT-BATCH-NUMBER  PIC 9(06).
               10  WS-BAT-FISCAL-YEAR   PIC 9(04).
               10  WS-BAT-FISCAL-PERIOD PIC 9(02).

      * Tonight's lines summarized by account and fiscal period.
       01  WS-POSTING-TABLE-AREA.
           05  WS-POSTING-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-POSTING-ENTRIES   PIC S9(05) COMP-3 VALUE 2000.
           05  WS-POSTING-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-POSTING-COUNT
                       INDEXED BY POSTING-INDEX.
               10  WS-PST-ACCOUNT       PIC X(08).
               10  WS-PST-FISCAL-YEAR   PIC 9(04).
               10  WS-PST-FISCAL-PERIOD PIC 9(02).
               10  WS-PST-DEBITS        PIC S9(13)V99 COMP-3.
               10  WS-PST-CREDITS       PIC S9(13)V99 COMP-3.
               10  WS-PST-LAST-BATCH    PIC 9(06).

      * The chart, loaded to flag postings to accounts not on it.
       01  WS-CHART-TABLE-AREA.
           05  WS-CHART-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CHART-ENTRIES     PIC S9(05) COMP-3 VALUE 500.
           05  WS-CHART-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-CHART-COUNT
                       INDEXED BY CHART-INDEX.
               10  WS-COA-ACCOUNT       PIC X(08).
       01  WS-ACCOUNT-ON-CHART-SWITCH   PIC X.
           88  ACCOUNT-IS-ON-CHART      VALUE 'Y'.

       01  WS-POSTING-WORK-AREAS.
           05  WS-LINE-FISCAL-YEAR      PIC 9(04).
           05  WS-LINE-FISCAL-PERIOD    PIC 9(02).
           05  WS-LINE-BATCH-FOUND-SWITCH PIC X.
               88  LINE-BATCH-FOUND     VALUE 'Y'.
           05  WS-APPLY-KEY.
               10  WS-APPLY-ACCOUNT     PIC X(08).
               10  WS-APPLY-FISCAL-YEAR PIC 9(04).
               10  WS-APPLY-FISCAL-PERIOD PIC 9(02).
           05  WS-APPLY-NET             PIC S9(13)V99 COMP-3.
           05  WS-PRIOR-CLOSING         PIC S9(13)V99 COMP-3.
           05  WS-SCAN-DONE-SWITCH      PIC X.
               88  SCAN-IS-DONE         VALUE 'Y'.

       01  WS-POSTING-COUNTERS.
           05  WS-LINES-POSTED          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-LINES-UNCONTROLLED    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BALANCES-CREATED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-BALANCES-CARRIED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-OFF-CHART-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TOTAL-DEBITS          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-CREDITS         PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  GBP-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'GL BALANCE MASTER POSTING               '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  GBH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(16)
                   VALUE '   BATCHES FROM '.
           05  GBH-FROM-BATCH           PIC 9(06).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  GBH-TO-BATCH             PIC 9(06).
       01  GBP-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'ACCOUNT   YEAR PD           DEBITS      '.
           05  FILLER                   PIC X(40) VALUE
               '    CREDITS                             '.
       01  GBP-DETAIL-LINE.
           05  GBD-ACCOUNT              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GBD-FISCAL-YEAR          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GBD-FISCAL-PERIOD        PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GBD-DEBITS               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GBD-CREDITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GBD-NOTE                 PIC X(30).
       01  GBP-TOTAL-LINE.
           05  GBO-LABEL                PIC X(40).
           05  GBO-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
       01  GBP-COUNT-LINE.
           05  GBC-LABEL                PIC X(40).
           05  GBC-COUNT                PIC ZZZ,ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 clean,
      * 4 when the night's postings do not balance, 8 when a file
      * would not open and nothing was posted.
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

           PERFORM LOAD-FISCAL-YEAR-START-MONTH
           PERFORM LOAD-HIGH-WATER-MARK
           PERFORM LOAD-CHART-OF-ACCOUNTS

           OPEN INPUT JOURNAL-HISTORY-FILE
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLBALUPD STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-RELEASED-BATCHES
           CLOSE JOURNAL-HISTORY-FILE

           OPEN INPUT JOURNAL-HISTORY-FILE
           PERFORM SUMMARIZE-RELEASED-LINES
           CLOSE JOURNAL-HISTORY-FILE

           OPEN I-O BALANCE-MASTER-FILE
           IF BALANCE-MASTER-MISSING
               OPEN OUTPUT BALANCE-MASTER-FILE
               CLOSE BALANCE-MASTER-FILE
               OPEN I-O BALANCE-MASTER-FILE
           END-IF
           IF NOT BALANCE-MASTER-OK
               DISPLAY 'STATUS ON BALANCE-MASTER-FILE OPEN: '
                       BALANCE-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLBALUPD STATUS ON BALANCE-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT POSTING-REPORT-FILE
           MOVE WS-CDT-DATE-X TO GBH-RUN-DATE
           COMPUTE GBH-FROM-BATCH = WS-LAST-POSTED-BATCH + 1
           MOVE WS-HIGH-POSTED-BATCH TO GBH-TO-BATCH
           WRITE POSTING-REPORT-LINE FROM GBP-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE POSTING-REPORT-LINE FROM GBP-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING POSTING-INDEX FROM 1 BY 1
                   UNTIL POSTING-INDEX > WS-POSTING-COUNT
               PERFORM APPLY-ONE-POSTING
           END-PERFORM
           CLOSE BALANCE-MASTER-FILE

           PERFORM WRITE-POSTING-TOTALS
           CLOSE POSTING-REPORT-FILE

           IF WS-HIGH-POSTED-BATCH IS GREATER THAN
                   WS-LAST-POSTED-BATCH
               PERFORM SAVE-HIGH-WATER-MARK
           END-IF

           GO TO END-OF-PROGRAM
           .
      * Same FISCSTMO card TAXSUM reads.
       LOAD-FISCAL-YEAR-START-MONTH.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
           END-IF
           .
      * A missing high-water file is the first run: every batch on
      * the history is posted.
       LOAD-HIGH-WATER-MARK.
           OPEN INPUT HIGH-WATER-FILE
           IF HIGH-WATER-OK
               READ HIGH-WATER-FILE
               IF HIGH-WATER-OK
                   MOVE BHW-LAST-POSTED-BATCH TO WS-LAST-POSTED-BATCH
               END-IF
               CLOSE HIGH-WATER-FILE
           END-IF
           MOVE WS-LAST-POSTED-BATCH TO WS-HIGH-POSTED-BATCH
           DISPLAY 'LAST GL BATCH POSTED: ' WS-LAST-POSTED-BATCH
           .
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-FILE
           IF NOT CHART-FILE-OK
               DISPLAY 'STATUS ON CHART-FILE OPEN: '
                       CHART-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLBALUPD STATUS ON CHART-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-CHART-FILE
                   READ CHART-FILE
                   IF CHART-FILE-OK
                       IF WS-CHART-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-CHART-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'GLBALUPD CHART TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-CHART-COUNT
                           MOVE COA-ACCOUNT
                               TO WS-COA-ACCOUNT(WS-CHART-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHART-FILE
           END-IF
           .
      * First pass: the control record of every batch past the
      * high-water mark gives the batch's release date, and so the
      * fiscal period its lines post to.
       LOAD-RELEASED-BATCHES.
           PERFORM UNTIL END-OF-JOURNAL-HISTORY
               READ JOURNAL-HISTORY-FILE
               IF JOURNAL-HISTORY-OK
               AND BCT-IS-CONTROL
               AND BCT-BATCH-NUMBER IS GREATER THAN
                       WS-LAST-POSTED-BATCH
                   IF WS-BATCH-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-BATCH-ENTRIES
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'GLBALUPD BATCH TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       ADD 1 TO WS-BATCH-COUNT
                       MOVE BCT-BATCH-NUMBER
                           TO WS-BAT-BATCH-NUMBER(WS-BATCH-COUNT)
                       MOVE 'FP' TO WS-DC-FUNCTION-CODE
                       MOVE BCT-RELEASE-DATE(1:4) TO WS-DC-YEAR-1
                       MOVE BCT-RELEASE-DATE(5:2) TO WS-DC-MONTH-1
                       MOVE BCT-RELEASE-DATE(7:2) TO WS-DC-DAY-1
                       MOVE WS-FISCAL-YEAR-START-MONTH
                           TO WS-DC-FISCAL-YEAR-START-MONTH
                       CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
                       MOVE WS-DC-RESULT-FISCAL-YEAR
                           TO WS-BAT-FISCAL-YEAR(WS-BATCH-COUNT)
                       MOVE WS-DC-RESULT-FISCAL-PERIOD
                           TO WS-BAT-FISCAL-PERIOD(WS-BATCH-COUNT)
                       IF BCT-BATCH-NUMBER IS GREATER THAN
                               WS-HIGH-POSTED-BATCH
                           MOVE BCT-BATCH-NUMBER
                               TO WS-HIGH-POSTED-BATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'GL BATCHES TO POST: ' WS-BATCH-COUNT
           .
      * Second pass: every line of those batches, summarized by
      * account and fiscal period.
       SUMMARIZE-RELEASED-LINES.
           PERFORM UNTIL END-OF-JOURNAL-HISTORY
               READ JOURNAL-HISTORY-FILE
               IF JOURNAL-HISTORY-OK
               AND NOT BCT-IS-CONTROL
               AND JHR-BATCH-NUMBER IS GREATER THAN
                       WS-LAST-POSTED-BATCH
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM SUMMARIZE-ONE-LINE
               END-IF
           END-PERFORM
           .
       SUMMARIZE-ONE-LINE.
           MOVE 'N' TO WS-LINE-BATCH-FOUND-SWITCH
           IF WS-BATCH-COUNT IS GREATER THAN ZERO
               SET BATCH-INDEX TO 1
               SEARCH WS-BATCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BAT-BATCH-NUMBER(BATCH-INDEX)
                            IS EQUAL TO JHR-BATCH-NUMBER
                       SET LINE-BATCH-FOUND TO TRUE
                       MOVE WS-BAT-FISCAL-YEAR(BATCH-INDEX)
                           TO WS-LINE-FISCAL-YEAR
                       MOVE WS-BAT-FISCAL-PERIOD(BATCH-INDEX)
                           TO WS-LINE-FISCAL-PERIOD
               END-SEARCH
           END-IF
           IF NOT LINE-BATCH-FOUND
               ADD 1 TO WS-LINES-UNCONTROLLED
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE JHR-BATCH-NUMBER TO WS-EL-REFERENCE-KEY
               MOVE 'GLBALUPD LINE OF A BATCH WITH NO CONTROL RECORD'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           ELSE
               IF JHR-IS-YEAR-END-CLOSE
               AND JHR-INVOICE-DATE(1:6) IS NUMERIC
                   MOVE JHR-INVOICE-DATE(1:4) TO WS-LINE-FISCAL-YEAR
                   MOVE JHR-INVOICE-DATE(5:2) TO WS-LINE-FISCAL-PERIOD
               END-IF
               ADD 1 TO WS-LINES-POSTED
               PERFORM ADD-LINE-TO-POSTINGS
           END-IF
           .
       ADD-LINE-TO-POSTINGS.
           SET POSTING-INDEX TO 1
           SEARCH WS-POSTING-ENTRY
               AT END
                   IF WS-POSTING-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-POSTING-ENTRIES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'GLBALUPD POSTING TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE 'F' TO WS-EL-SEVERITY-CODE
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       MOVE SPACE TO WS-EL-SEVERITY-CODE
                   ELSE
                       ADD 1 TO WS-POSTING-COUNT
                       MOVE JHR-ACCOUNT
                           TO WS-PST-ACCOUNT(WS-POSTING-COUNT)
                       MOVE WS-LINE-FISCAL-YEAR
                           TO WS-PST-FISCAL-YEAR(WS-POSTING-COUNT)
                       MOVE WS-LINE-FISCAL-PERIOD
                           TO WS-PST-FISCAL-PERIOD(WS-POSTING-COUNT)
                       MOVE JHR-DEBIT-AMOUNT
                           TO WS-PST-DEBITS(WS-POSTING-COUNT)
                       MOVE JHR-CREDIT-AMOUNT
                           TO WS-PST-CREDITS(WS-POSTING-COUNT)
                       MOVE JHR-BATCH-NUMBER
                           TO WS-PST-LAST-BATCH(WS-POSTING-COUNT)
                   END-IF
               WHEN WS-PST-ACCOUNT(POSTING-INDEX)
                        IS EQUAL TO JHR-ACCOUNT
               AND  WS-PST-FISCAL-YEAR(POSTING-INDEX)
                        IS EQUAL TO WS-LINE-FISCAL-YEAR
               AND  WS-PST-FISCAL-PERIOD(POSTING-INDEX)
                        IS EQUAL TO WS-LINE-FISCAL-PERIOD
                   ADD JHR-DEBIT-AMOUNT
                       TO WS-PST-DEBITS(POSTING-INDEX)
                   ADD JHR-CREDIT-AMOUNT
                       TO WS-PST-CREDITS(POSTING-INDEX)
                   IF JHR-BATCH-NUMBER IS GREATER THAN
                           WS-PST-LAST-BATCH(POSTING-INDEX)
                       MOVE JHR-BATCH-NUMBER
                           TO WS-PST-LAST-BATCH(POSTING-INDEX)
                   END-IF
           END-SEARCH
           .
      * One account and period's postings onto the master: the
      * period's record is updated, or opened at the account's last
      * closing balance, and any later periods of the account carry
      * the net forward.
       APPLY-ONE-POSTING.
           MOVE WS-PST-ACCOUNT(POSTING-INDEX) TO WS-APPLY-ACCOUNT
           MOVE WS-PST-FISCAL-YEAR(POSTING-INDEX)
               TO WS-APPLY-FISCAL-YEAR
           MOVE WS-PST-FISCAL-PERIOD(POSTING-INDEX)
               TO WS-APPLY-FISCAL-PERIOD
           COMPUTE WS-APPLY-NET =
               WS-PST-DEBITS(POSTING-INDEX)
                   - WS-PST-CREDITS(POSTING-INDEX)
           ADD WS-PST-DEBITS(POSTING-INDEX) TO WS-TOTAL-DEBITS
           ADD WS-PST-CREDITS(POSTING-INDEX) TO WS-TOTAL-CREDITS
           MOVE WS-APPLY-KEY TO GBL-KEY
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF BALANCE-MASTER-OK
               ADD WS-PST-DEBITS(POSTING-INDEX) TO GBL-PERIOD-DEBITS
               ADD WS-PST-CREDITS(POSTING-INDEX)
                   TO GBL-PERIOD-CREDITS
               ADD WS-APPLY-NET TO GBL-CLOSING-BALANCE
               MOVE WS-PST-LAST-BATCH(POSTING-INDEX)
                   TO GBL-LAST-BATCH-NUMBER
               MOVE WS-CDT-DATE-X TO GBL-LAST-POSTED-DATE
               REWRITE BALANCE-MASTER-RECORD
           ELSE
               PERFORM FIND-PRIOR-CLOSING-BALANCE
               ADD 1 TO WS-BALANCES-CREATED
               MOVE SPACES TO BALANCE-MASTER-RECORD
               MOVE WS-APPLY-KEY TO GBL-KEY
               MOVE WS-PRIOR-CLOSING TO GBL-OPENING-BALANCE
               MOVE WS-PST-DEBITS(POSTING-INDEX) TO GBL-PERIOD-DEBITS
               MOVE WS-PST-CREDITS(POSTING-INDEX)
                   TO GBL-PERIOD-CREDITS
               COMPUTE GBL-CLOSING-BALANCE =
                   WS-PRIOR-CLOSING + WS-APPLY-NET
               MOVE WS-PST-LAST-BATCH(POSTING-INDEX)
                   TO GBL-LAST-BATCH-NUMBER
               MOVE WS-CDT-DATE-X TO GBL-LAST-POSTED-DATE
               WRITE BALANCE-MASTER-RECORD
           END-IF
           IF NOT BALANCE-MASTER-OK
               DISPLAY 'STATUS ON BALANCE-MASTER-FILE UPDATE: '
                       BALANCE-MASTER-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE WS-APPLY-KEY TO WS-EL-REFERENCE-KEY
               MOVE 'GLBALUPD STATUS ON BALANCE-MASTER UPDATE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           PERFORM CARRY-NET-TO-LATER-PERIODS
           PERFORM WRITE-POSTING-LINE
           .
      * The closing balance of the account's latest period before
      * the one being opened; none on file opens at zero.
       FIND-PRIOR-CLOSING-BALANCE.
           MOVE ZERO TO WS-PRIOR-CLOSING
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           MOVE WS-APPLY-ACCOUNT TO GBL-ACCOUNT
           MOVE ZERO TO GBL-FISCAL-YEAR
           MOVE ZERO TO GBL-FISCAL-PERIOD
           START BALANCE-MASTER-FILE
               KEY IS NOT LESS THAN GBL-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-IS-DONE
               READ BALANCE-MASTER-FILE NEXT
                   AT END
                       SET SCAN-IS-DONE TO TRUE
               END-READ
               IF NOT SCAN-IS-DONE
                   IF GBL-KEY IS NOT LESS THAN WS-APPLY-KEY
                   OR GBL-ACCOUNT IS NOT EQUAL TO WS-APPLY-ACCOUNT
                       SET SCAN-IS-DONE TO TRUE
                   ELSE
                       MOVE GBL-CLOSING-BALANCE TO WS-PRIOR-CLOSING
                   END-IF
               END-IF
           END-PERFORM
           .
      * A posting behind periods already on file - the year-end
      * close, or a batch released late in a period's last night -
      * moves every later balance of the account by its net.
       CARRY-NET-TO-LATER-PERIODS.
           IF WS-APPLY-NET IS NOT EQUAL TO ZERO
               MOVE 'N' TO WS-SCAN-DONE-SWITCH
               MOVE WS-APPLY-KEY TO GBL-KEY
               START BALANCE-MASTER-FILE
                   KEY IS GREATER THAN GBL-KEY
                   INVALID KEY
                       SET SCAN-IS-DONE TO TRUE
               END-START
               PERFORM UNTIL SCAN-IS-DONE
                   READ BALANCE-MASTER-FILE NEXT
                       AT END
                           SET SCAN-IS-DONE TO TRUE
                   END-READ
                   IF NOT SCAN-IS-DONE
                       IF GBL-ACCOUNT IS NOT EQUAL TO WS-APPLY-ACCOUNT
                           SET SCAN-IS-DONE TO TRUE
                       ELSE
                           ADD WS-APPLY-NET TO GBL-OPENING-BALANCE
                           ADD WS-APPLY-NET TO GBL-CLOSING-BALANCE
                           REWRITE BALANCE-MASTER-RECORD
                           ADD 1 TO WS-BALANCES-CARRIED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       WRITE-POSTING-LINE.
           MOVE WS-APPLY-ACCOUNT TO GBD-ACCOUNT
           MOVE WS-APPLY-FISCAL-YEAR TO GBD-FISCAL-YEAR
           MOVE WS-APPLY-FISCAL-PERIOD TO GBD-FISCAL-PERIOD
           MOVE WS-PST-DEBITS(POSTING-INDEX) TO GBD-DEBITS
           MOVE WS-PST-CREDITS(POSTING-INDEX) TO GBD-CREDITS
           MOVE SPACES TO GBD-NOTE
           SET ACCOUNT-IS-ON-CHART TO TRUE
           IF WS-CHART-COUNT IS GREATER THAN ZERO
               MOVE 'N' TO WS-ACCOUNT-ON-CHART-SWITCH
               SET CHART-INDEX TO 1
               SEARCH WS-CHART-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-ACCOUNT(CHART-INDEX)
                            IS EQUAL TO WS-APPLY-ACCOUNT
                       SET ACCOUNT-IS-ON-CHART TO TRUE
               END-SEARCH
           END-IF
           IF NOT ACCOUNT-IS-ON-CHART
               ADD 1 TO WS-OFF-CHART-COUNT
               MOVE 'ACCOUNT NOT ON CHART' TO GBD-NOTE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE WS-APPLY-ACCOUNT TO WS-EL-REFERENCE-KEY
               MOVE 'GLBALUPD POSTED TO AN ACCOUNT NOT ON THE CHART'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           WRITE POSTING-REPORT-LINE FROM GBP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-POSTING-TOTALS.
           MOVE 'GL BATCHES POSTED' TO GBC-LABEL
           MOVE WS-BATCH-COUNT TO GBC-COUNT
           WRITE POSTING-REPORT-LINE FROM GBP-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'JOURNAL LINES POSTED' TO GBC-LABEL
           MOVE WS-LINES-POSTED TO GBC-COUNT
           WRITE POSTING-REPORT-LINE FROM GBP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LINES WITH NO BATCH CONTROL - NOT POSTED'
               TO GBC-LABEL
           MOVE WS-LINES-UNCONTROLLED TO GBC-COUNT
           WRITE POSTING-REPORT-LINE FROM GBP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ACCOUNT PERIODS OPENED' TO GBC-LABEL
           MOVE WS-BALANCES-CREATED TO GBC-COUNT
           WRITE POSTING-REPORT-LINE FROM GBP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LATER PERIODS CARRIED FORWARD' TO GBC-LABEL
           MOVE WS-BALANCES-CARRIED TO GBC-COUNT
           WRITE POSTING-REPORT-LINE FROM GBP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DEBITS POSTED' TO GBO-LABEL
           MOVE WS-TOTAL-DEBITS TO GBO-AMOUNT
           WRITE POSTING-REPORT-LINE FROM GBP-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL CREDITS POSTED' TO GBO-LABEL
           MOVE WS-TOTAL-CREDITS TO GBO-AMOUNT
           WRITE POSTING-REPORT-LINE FROM GBP-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO GBP-COUNT-LINE
           IF WS-TOTAL-DEBITS IS NOT EQUAL TO WS-TOTAL-CREDITS
               MOVE 'POSTINGS DO NOT BALANCE' TO GBC-LABEL
               DISPLAY 'GL BALANCE POSTINGS DO NOT BALANCE'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLBALUPD POSTED DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           ELSE
               MOVE 'POSTINGS BALANCE' TO GBC-LABEL
           END-IF
           WRITE POSTING-REPORT-LINE FROM GBP-COUNT-LINE
               AFTER ADVANCING 1 LINE
           .
       SAVE-HIGH-WATER-MARK.
           OPEN OUTPUT HIGH-WATER-FILE
           IF HIGH-WATER-OK
               MOVE WS-HIGH-POSTED-BATCH TO BHW-LAST-POSTED-BATCH
               MOVE WS-CDT-DATE-X TO BHW-POSTED-DATE
               WRITE HIGH-WATER-RECORD
               CLOSE HIGH-WATER-FILE
           ELSE
               DISPLAY 'STATUS ON HIGH-WATER-FILE REWRITE: '
                       HIGH-WATER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLBALUPD STATUS ON HIGH-WATER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'GL BATCHES POSTED TO BALANCES: ' WS-BATCH-COUNT
           DISPLAY 'JOURNAL LINES POSTED:          ' WS-LINES-POSTED
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
