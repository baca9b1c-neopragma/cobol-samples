      *****************************************************************
      * Program name:    GLYRCLS
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * The general ledger's year-end closing entry: every revenue
      * and expense account's balance for the year is journaled to
      * zero against retained earnings, so the new year's income
      * accounts start clean while the balance sheet carries on.
      *
      * The year to close comes from the same CLOSEFYR card
      * YEARCLOS reads; without it nothing is closed. The balances
      * come from the GLBALM1 balance master GLBALUPD keeps, so the
      * close refuses to run while any released GL batch has still
      * to be posted to it, and refuses a year GLJHIST1 already
      * holds a closing entry for.
      *
      * Income accounts are the ones numbered 4000 and up - revenue
      * in the 4000s, cost of sales and expenses after it - as the
      * GLCOA1 chart is laid out. Each one's balance at the year's
      * last fiscal period is reversed, and the net of them all
      * goes to retained earnings, 3900RETE. The lines carry YECLOSE
      * in the invoice-number field and the year and period closed
      * (YYYY1200) in the invoice-date field, which is how GLBALUPD
      * knows to post them to period 12 of the closed year however
      * late in the new year the close is run.
      *
      * Like every other GL journal, the YECJRNL1 batch takes its
      * number from GLBATCH1, must prove, and is appended to
      * GLJHIST1 capped with its BATCHCTL record. The YRCLSGL1
      * report lists each account closed and the entry to retained
      * earnings.
      * - Journal, history and BATCHCTL records carry the operating
      *   company; this batch posts to the home company '01'.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLYRCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER-FILE ASSIGN TO 'GLBALM1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS GBL-KEY
                  FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT HIGH-WATER-FILE ASSIGN TO 'GLBALHW1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HIGH-WATER-STATUS.
           SELECT CLOSING-JOURNAL-FILE ASSIGN TO 'YECJRNL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CLOSING-JOURNAL-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT CLOSING-REPORT-FILE ASSIGN TO 'YRCLSGL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CLOSING-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout GLBALUPD maintains.
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

      * The last GL batch GLBALUPD has posted.
       FD  HIGH-WATER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HIGH-WATER-RECORD.
       01  HIGH-WATER-RECORD.
           05  BHW-LAST-POSTED-BATCH    PIC 9(06).
           05  BHW-POSTED-DATE          PIC X(08).

      * Same journal-line layout CASHGLEX writes to CSHJRNL1.
       FD  CLOSING-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CLOSING-JOURNAL-RECORD.
       01  CLOSING-JOURNAL-RECORD.
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
      * first for a closing entry already made for the year.
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

       FD  CLOSING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CLOSING-REPORT-LINE.
       01  CLOSING-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  BALANCE-MASTER-STATUS    PIC X(02).
               88  BALANCE-MASTER-OK    VALUE '00'.
               88  END-OF-BALANCE-MASTER VALUE '10'.
           05  HIGH-WATER-STATUS        PIC X(02).
               88  HIGH-WATER-OK        VALUE '00'.
           05  CLOSING-JOURNAL-STATUS   PIC X(02).
               88  CLOSING-JOURNAL-OK   VALUE '00'.
               88  END-OF-CLOSING-JOURNAL VALUE '10'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  END-OF-JOURNAL-HISTORY VALUE '10'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.
           05  CLOSING-REPORT-STATUS    PIC X(02).
               88  CLOSING-REPORT-OK    VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'GLYRCLS'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'GLYRCLS'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'GLYRCLS'.
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
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'GLYRCLS'.
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

      * The year being closed, and its last period as YYYYPP to
      * compare with the master's year and period.
       01  WS-CLOSE-CONTROL.
           05  WS-CLOSE-YEAR-SWITCH     PIC X VALUE 'N'.
               88  CLOSE-YEAR-PRESENT   VALUE 'Y'.
           05  WS-CLOSE-PERIOD.
               10  WS-CLOSE-FISCAL-YEAR PIC 9(04).
               10  WS-CLOSE-FISCAL-PERIOD PIC 9(02) VALUE 12.
           05  WS-CLOSE-PERIOD-DATE.
               10  WS-CPD-YEAR          PIC 9(04).
               10  WS-CPD-PERIOD        PIC 9(02).
               10  FILLER               PIC X(02) VALUE '00'.
           05  WS-RECORD-PERIOD.
               10  WS-RECORD-FISCAL-YEAR PIC 9(04).
               10  WS-RECORD-FISCAL-PERIOD PIC 9(02).
           05  WS-LAST-POSTED-BATCH     PIC 9(06) VALUE ZERO.
           05  WS-LAST-RELEASED-BATCH   PIC 9(06) VALUE ZERO.

       01  WS-RETAINED-EARNINGS-ACCOUNT PIC X(08) VALUE '3900RETE'.
       01  WS-CLOSE-REFERENCE           PIC X(08) VALUE 'YECLOSE'.

      * The account being walked and its balance at the year's end.
       01  WS-ACCOUNT-AREA.
           05  WS-CURRENT-ACCOUNT       PIC X(08) VALUE SPACES.
           05  WS-CURRENT-ACCOUNT-PARTS REDEFINES WS-CURRENT-ACCOUNT.
               10  WS-CURRENT-ACCOUNT-CLASS PIC X(01).
                   88  ACCOUNT-IS-INCOME VALUE '4' THRU '9'.
               10  FILLER               PIC X(07).
           05  WS-YEAR-END-BALANCE      PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-JOURNAL-CONTROL.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-HOME-COMPANY          PIC X(02) VALUE '01'.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-JOURNAL-OPEN-SWITCH   PIC X VALUE 'N'.
               88  JOURNAL-IS-OPEN      VALUE 'Y'.
           05  WS-BATCH-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.

       01  WS-CLOSE-TOTALS.
           05  WS-ACCOUNTS-CLOSED       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NET-TO-RETAINED       PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  YCR-HEADER-LINE.
           05  FILLER                   PIC X(34)
                   VALUE 'GL YEAR-END CLOSE - FISCAL YEAR '.
           05  YCH-FISCAL-YEAR          PIC 9(04).
           05  FILLER                   PIC X(12)
                   VALUE '    RUN DATE'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  YCH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(10)
                   VALUE '    BATCH '.
           05  YCH-BATCH-NUMBER         PIC 9(06).
       01  YCR-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'ACCOUNT      YEAR-END BALANCE           '.
           05  FILLER                   PIC X(40) VALUE
               '  CLOSING DEBIT       CLOSING CREDIT    '.
       01  YCR-DETAIL-LINE.
           05  YCD-ACCOUNT              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  YCD-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  YCD-DEBIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  YCD-CREDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  YCR-TOTAL-LINE.
           05  YCO-LABEL                PIC X(40).
           05  YCO-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
       01  YCR-COUNT-LINE.
           05  YCC-LABEL                PIC X(40).
           05  YCC-COUNT                PIC ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 clean,
      * 8 when the close was refused or its batch would not prove,
      * and nothing was released.
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
                   DISPLAY 'GLYRCLS NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'GLYRCLS RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'GLYRCLS PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'GLYRCLS CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'GLYRCLS NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'GLYRCLS NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           PERFORM LOAD-CLOSE-YEAR
           IF NOT CLOSE-YEAR-PRESENT
               DISPLAY 'NO CLOSEFYR CARD - NO YEAR CLOSED'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS NO CLOSEFYR CARD - NO YEAR CLOSED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-BATCH-NUMBER
           PERFORM CHECK-BALANCES-CURRENT
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM CHECK-NOT-ALREADY-CLOSED
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT BALANCE-MASTER-FILE
           IF NOT BALANCE-MASTER-OK
               DISPLAY 'STATUS ON BALANCE-MASTER-FILE OPEN: '
                       BALANCE-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS STATUS ON BALANCE-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT CLOSING-REPORT-FILE
           OPEN OUTPUT CLOSING-JOURNAL-FILE
           IF NOT CLOSING-REPORT-OK
           OR NOT CLOSING-JOURNAL-OK
               DISPLAY 'STATUS ON REPORT/JOURNAL OPENS: '
                       CLOSING-REPORT-STATUS ' '
                       CLOSING-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS STATUS ON REPORT/JOURNAL OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               CLOSE BALANCE-MASTER-FILE
               GO TO END-OF-PROGRAM
           END-IF
           SET JOURNAL-IS-OPEN TO TRUE

           MOVE WS-CLOSE-FISCAL-YEAR TO YCH-FISCAL-YEAR
           MOVE WS-CDT-DATE-X TO YCH-RUN-DATE
           MOVE WS-BATCH-NUMBER TO YCH-BATCH-NUMBER
           WRITE CLOSING-REPORT-LINE FROM YCR-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE CLOSING-REPORT-LINE FROM YCR-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM UNTIL END-OF-BALANCE-MASTER
               READ BALANCE-MASTER-FILE
               IF BALANCE-MASTER-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   IF GBL-ACCOUNT IS NOT EQUAL TO WS-CURRENT-ACCOUNT
                       PERFORM CLOSE-ONE-ACCOUNT
                       MOVE GBL-ACCOUNT TO WS-CURRENT-ACCOUNT
                       MOVE ZERO TO WS-YEAR-END-BALANCE
                   END-IF
                   MOVE GBL-FISCAL-YEAR TO WS-RECORD-FISCAL-YEAR
                   MOVE GBL-FISCAL-PERIOD TO WS-RECORD-FISCAL-PERIOD
                   IF WS-RECORD-PERIOD IS NOT GREATER THAN
                           WS-CLOSE-PERIOD
                       MOVE GBL-CLOSING-BALANCE
                           TO WS-YEAR-END-BALANCE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-ONE-ACCOUNT
           CLOSE BALANCE-MASTER-FILE

           PERFORM JOURNALIZE-RETAINED-EARNINGS

           PERFORM PROVE-THE-BATCH
           IF NOT WS-RC-REJECTED
           AND WS-JOURNAL-LINE-COUNT IS GREATER THAN ZERO
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF

           PERFORM WRITE-CLOSING-TOTALS
           CLOSE CLOSING-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * Same CLOSEFYR card YEARCLOS reads.
       LOAD-CLOSE-YEAR.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'CLOSEFYR' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
               AND WS-CC-VALUE(1:4) IS NUMERIC
                   MOVE WS-CC-VALUE(1:4) TO WS-CLOSE-FISCAL-YEAR
                   SET CLOSE-YEAR-PRESENT TO TRUE
                   MOVE WS-CLOSE-FISCAL-YEAR TO WS-CPD-YEAR
                   MOVE WS-CLOSE-FISCAL-PERIOD TO WS-CPD-PERIOD
                   DISPLAY 'GL FISCAL YEAR TO CLOSE: '
                           WS-CLOSE-FISCAL-YEAR
               END-IF
           END-IF
           .
      * The last released batch number plus one from the counter
      * GLJRNL and CASHGLEX share; a missing counter starts at 1.
       LOAD-BATCH-NUMBER.
           OPEN INPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               READ BATCH-NUMBER-FILE
               IF BATCH-NUMBER-OK
                   MOVE BNR-LAST-BATCH-NUMBER
                       TO WS-LAST-RELEASED-BATCH
                   COMPUTE WS-BATCH-NUMBER =
                       BNR-LAST-BATCH-NUMBER + 1
               END-IF
               CLOSE BATCH-NUMBER-FILE
           END-IF
           DISPLAY 'CLOSING JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * The balances are only as good as the last GLBALUPD run; a
      * batch released since would be left out of the close.
       CHECK-BALANCES-CURRENT.
           OPEN INPUT HIGH-WATER-FILE
           IF HIGH-WATER-OK
               READ HIGH-WATER-FILE
               IF HIGH-WATER-OK
                   MOVE BHW-LAST-POSTED-BATCH TO WS-LAST-POSTED-BATCH
               END-IF
               CLOSE HIGH-WATER-FILE
           END-IF
           IF WS-LAST-POSTED-BATCH IS LESS THAN
                   WS-LAST-RELEASED-BATCH
               DISPLAY 'GL BALANCES POSTED THROUGH BATCH '
                       WS-LAST-POSTED-BATCH ' OF '
                       WS-LAST-RELEASED-BATCH ' - RUN GLBALUPD FIRST'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS GL BALANCES NOT POSTED THROUGH LAST BATCH'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           END-IF
           .
      * A second closing entry for the same year would close the
      * year's income twice.
       CHECK-NOT-ALREADY-CLOSED.
           OPEN INPUT JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-OK
               PERFORM UNTIL END-OF-JOURNAL-HISTORY
                   READ JOURNAL-HISTORY-FILE
                   IF JOURNAL-HISTORY-OK
                   AND NOT BCT-IS-CONTROL
                   AND JHR-IS-YEAR-END-CLOSE
                   AND JHR-INVOICE-DATE(1:4) IS EQUAL TO
                           WS-CPD-YEAR
                       SET WS-RC-REJECTED TO TRUE
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-HISTORY-FILE
           END-IF
           IF WS-RC-REJECTED
               DISPLAY 'FISCAL YEAR ' WS-CLOSE-FISCAL-YEAR
                       ' IS ALREADY CLOSED'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS FISCAL YEAR IS ALREADY CLOSED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE WS-CLOSE-FISCAL-YEAR TO WS-EL-REFERENCE-KEY
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * An income account's year-end balance is reversed: a debit
      * balance credited, a credit balance debited.
       CLOSE-ONE-ACCOUNT.
           IF WS-CURRENT-ACCOUNT IS NOT EQUAL TO SPACES
           AND ACCOUNT-IS-INCOME
           AND WS-YEAR-END-BALANCE IS NOT EQUAL TO ZERO
               ADD 1 TO WS-ACCOUNTS-CLOSED
               ADD WS-YEAR-END-BALANCE TO WS-NET-TO-RETAINED
               MOVE WS-CURRENT-ACCOUNT TO JRN-ACCOUNT
               IF WS-YEAR-END-BALANCE IS GREATER THAN ZERO
                   MOVE ZERO TO JRN-DEBIT-AMOUNT
                   MOVE WS-YEAR-END-BALANCE TO JRN-CREDIT-AMOUNT
               ELSE
                   COMPUTE JRN-DEBIT-AMOUNT =
                       ZERO - WS-YEAR-END-BALANCE
                   MOVE ZERO TO JRN-CREDIT-AMOUNT
               END-IF
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-CURRENT-ACCOUNT TO YCD-ACCOUNT
               MOVE WS-YEAR-END-BALANCE TO YCD-BALANCE
               MOVE JRN-DEBIT-AMOUNT TO YCD-DEBIT
               MOVE JRN-CREDIT-AMOUNT TO YCD-CREDIT
               WRITE CLOSING-REPORT-LINE FROM YCR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      * The net of the income accounts to retained earnings: a year
      * of net income is a credit, a net loss a debit.
       JOURNALIZE-RETAINED-EARNINGS.
           IF WS-NET-TO-RETAINED IS NOT EQUAL TO ZERO
               MOVE WS-RETAINED-EARNINGS-ACCOUNT TO JRN-ACCOUNT
               IF WS-NET-TO-RETAINED IS GREATER THAN ZERO
                   MOVE WS-NET-TO-RETAINED TO JRN-DEBIT-AMOUNT
                   MOVE ZERO TO JRN-CREDIT-AMOUNT
               ELSE
                   MOVE ZERO TO JRN-DEBIT-AMOUNT
                   COMPUTE JRN-CREDIT-AMOUNT =
                       ZERO - WS-NET-TO-RETAINED
               END-IF
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-RETAINED-EARNINGS-ACCOUNT TO YCD-ACCOUNT
               MOVE ZERO TO YCD-BALANCE
               MOVE JRN-DEBIT-AMOUNT TO YCD-DEBIT
               MOVE JRN-CREDIT-AMOUNT TO YCD-CREDIT
               WRITE CLOSING-REPORT-LINE FROM YCR-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .
       WRITE-JOURNAL-RECORD.
           MOVE WS-CLOSE-REFERENCE TO JRN-INVOICE-NUMBER
           MOVE WS-CLOSE-PERIOD-DATE TO JRN-INVOICE-DATE
           MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO JRN-COMPANY-CODE
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           WRITE CLOSING-JOURNAL-RECORD
           IF NOT CLOSING-JOURNAL-OK
               DISPLAY 'STATUS ON CLOSING-JOURNAL-FILE WRITE: '
                       CLOSING-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS STATUS ON CLOSING-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
       PROVE-THE-BATCH.
           DISPLAY 'CLOSING JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'CLOSING JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           IF WS-BATCH-DEBIT-TOTAL IS NOT EQUAL TO
                   WS-BATCH-CREDIT-TOTAL
               DISPLAY 'CLOSING JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               DISPLAY 'CLOSING JOURNAL BATCH PROVED'
           END-IF
           .
      * A proved batch is appended whole to the cumulative history,
      * capped with its BATCHCTL control record, and only then is
      * the batch counter advanced - CASHGLEX's release.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE CLOSING-JOURNAL-FILE
           MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           OPEN INPUT CLOSING-JOURNAL-FILE
           IF NOT CLOSING-JOURNAL-OK
               DISPLAY 'STATUS ON CLOSING-JOURNAL-FILE REOPEN: '
                       CLOSING-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLYRCLS STATUS ON CLOSING-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               CLOSE JOURNAL-HISTORY-FILE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM UNTIL END-OF-CLOSING-JOURNAL
               READ CLOSING-JOURNAL-FILE
               IF CLOSING-JOURNAL-OK
                   MOVE CLOSING-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE CLOSING-JOURNAL-FILE
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
               MOVE 'GLYRCLS STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.
       WRITE-CLOSING-TOTALS.
           MOVE 'INCOME ACCOUNTS CLOSED' TO YCC-LABEL
           MOVE WS-ACCOUNTS-CLOSED TO YCC-COUNT
           WRITE CLOSING-REPORT-LINE FROM YCR-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'NET INCOME (LOSS-) TO RETAINED EARNINGS' TO YCO-LABEL
           COMPUTE YCO-AMOUNT = ZERO - WS-NET-TO-RETAINED
           WRITE CLOSING-REPORT-LINE FROM YCR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO YCR-COUNT-LINE
           EVALUATE TRUE
               WHEN BATCH-WAS-RELEASED
                   MOVE 'CLOSING ENTRY RELEASED TO GL HISTORY'
                       TO YCC-LABEL
               WHEN WS-JOURNAL-LINE-COUNT IS EQUAL TO ZERO
                   MOVE 'NO INCOME BALANCES TO CLOSE' TO YCC-LABEL
               WHEN OTHER
                   MOVE 'CLOSING ENTRY NOT RELEASED' TO YCC-LABEL
           END-EVALUATE
           WRITE CLOSING-REPORT-LINE FROM YCR-COUNT-LINE
               AFTER ADVANCING 2 LINES
           .
       END-OF-PROGRAM.
           DISPLAY 'INCOME ACCOUNTS CLOSED:    ' WS-ACCOUNTS-CLOSED
           DISPLAY 'NET TO RETAINED EARNINGS:  ' WS-NET-TO-RETAINED
           IF JOURNAL-IS-OPEN
               CLOSE CLOSING-JOURNAL-FILE
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
