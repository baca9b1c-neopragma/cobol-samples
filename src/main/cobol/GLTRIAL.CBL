      *****************************************************************
      * Program name:    GLTRIAL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A trial balance by fiscal period from the GLBALM1 balance
      * master GLBALUPD keeps.
      *
      * The period comes from the TRIALFYP control card (YYYYPP);
      * with no card the run takes the fiscal period today falls in,
      * by the FISCSTMO card TAXSUM reads. Every account on the
      * master gets a line: its record for the period when it
      * posted that period, or else its last earlier balance carried
      * in with no activity. Accounts whose first period is after
      * the one asked for have no balance yet and are left off.
      *
      * Each line shows the opening balance, the period's debits and
      * credits, and the closing balance in the debit or credit
      * column. The GLCOA1 chart gives the description and the
      * account's normal side; a balance on the other side is
      * flagged, and so is an account that is not on the chart at
      * all.
      *
      * The report proves the period's debits equal its credits and
      * the closing debit balances equal the closing credit
      * balances. Either failing to prove ends the run with
      * RETURN-CODE 4.
      * - The GLCOA1 chart layout carries the operating company code;
      *   the trial balance stays consolidated by account across the
      *   companies.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLTRIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-MASTER-FILE ASSIGN TO 'GLBALM1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS GBL-KEY
                  FILE STATUS IS BALANCE-MASTER-STATUS.
           SELECT CHART-FILE ASSIGN TO 'GLCOA1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHART-FILE-STATUS.
           SELECT TRIAL-REPORT-FILE ASSIGN TO 'GLTRIAL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TRIAL-REPORT-STATUS.
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

       FD  TRIAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRIAL-REPORT-LINE.
       01  TRIAL-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  BALANCE-MASTER-STATUS    PIC X(02).
               88  BALANCE-MASTER-OK    VALUE '00'.
               88  END-OF-BALANCE-MASTER VALUE '10'.
           05  CHART-FILE-STATUS        PIC X(02).
               88  CHART-FILE-OK        VALUE '00'.
               88  END-OF-CHART-FILE    VALUE '10'.
           05  TRIAL-REPORT-STATUS      PIC X(02).
               88  TRIAL-REPORT-OK      VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'GLTRIAL'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'GLTRIAL'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'GLTRIAL'.
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

      * The period being balanced, as YYYYPP to compare with the
      * master's year and period.
       01  WS-TRIAL-PERIOD.
           05  WS-TRIAL-FISCAL-YEAR     PIC 9(04).
           05  WS-TRIAL-FISCAL-PERIOD   PIC 9(02).
       01  WS-RECORD-PERIOD.
           05  WS-RECORD-FISCAL-YEAR    PIC 9(04).
           05  WS-RECORD-FISCAL-PERIOD  PIC 9(02).

      * The chart, loaded for descriptions and normal sides.
       01  WS-CHART-TABLE-AREA.
           05  WS-CHART-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CHART-ENTRIES     PIC S9(05) COMP-3 VALUE 500.
           05  WS-CHART-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-CHART-COUNT
                       INDEXED BY CHART-INDEX.
               10  WS-COA-ACCOUNT       PIC X(08).
               10  WS-COA-DESCRIPTION   PIC X(30).
               10  WS-COA-NORMAL-SIDE   PIC X(01).

      * The balance the current account shows for the period,
      * built up as its records go by.
       01  WS-ACCOUNT-AREA.
           05  WS-CURRENT-ACCOUNT       PIC X(08) VALUE SPACES.
           05  WS-ACCOUNT-HAS-BALANCE-SWITCH PIC X VALUE 'N'.
               88  ACCOUNT-HAS-BALANCE  VALUE 'Y'.
           05  WS-ACT-OPENING-BALANCE   PIC S9(13)V99 COMP-3.
           05  WS-ACT-PERIOD-DEBITS     PIC S9(13)V99 COMP-3.
           05  WS-ACT-PERIOD-CREDITS    PIC S9(13)V99 COMP-3.
           05  WS-ACT-CLOSING-BALANCE   PIC S9(13)V99 COMP-3.

       01  WS-TRIAL-TOTALS.
           05  WS-ACCOUNTS-LISTED       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ACCOUNTS-FLAGGED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TOTAL-PERIOD-DEBITS   PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-PERIOD-CREDITS  PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-CLOSING-DEBITS  PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-CLOSING-CREDITS PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  GTB-HEADER-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'GL TRIAL BALANCE - FISCAL YEAR'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GTH-FISCAL-YEAR          PIC 9(04).
           05  FILLER                   PIC X(08) VALUE ' PERIOD '.
           05  GTH-FISCAL-PERIOD        PIC 9(02).
           05  FILLER                   PIC X(12)
                   VALUE '    RUN DATE'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GTH-RUN-DATE             PIC X(08).
       01  GTB-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'ACCOUNT  DESCRIPTION                    '.
           05  FILLER                   PIC X(40) VALUE
               '     OPENING       DEBITS      CREDITS  '.
           05  FILLER                   PIC X(40) VALUE
               '  CLOSING DR   CLOSING CR  FLAG         '.
       01  GTB-DETAIL-LINE.
           05  GTD-ACCOUNT              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GTD-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GTD-OPENING              PIC ZZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GTD-DEBITS               PIC ZZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GTD-CREDITS              PIC ZZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GTD-CLOSING-DEBIT        PIC ZZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GTD-CLOSING-CREDIT       PIC ZZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GTD-FLAG                 PIC X(20).
       01  GTB-TOTAL-LINE.
           05  GTO-LABEL                PIC X(40).
           05  GTO-DEBITS               PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GTO-CREDITS              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GTO-RESULT               PIC X(20).
       01  GTB-COUNT-LINE.
           05  GTC-LABEL                PIC X(40).
           05  GTC-COUNT                PIC ZZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 the
      * trial balance proves, 4 it does not, 8 the balance master
      * would not open.
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

           PERFORM LOAD-TRIAL-PERIOD
           PERFORM LOAD-CHART-OF-ACCOUNTS

           OPEN INPUT BALANCE-MASTER-FILE
           IF NOT BALANCE-MASTER-OK
               DISPLAY 'STATUS ON BALANCE-MASTER-FILE OPEN: '
                       BALANCE-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLTRIAL STATUS ON BALANCE-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT TRIAL-REPORT-FILE
           MOVE WS-TRIAL-FISCAL-YEAR TO GTH-FISCAL-YEAR
           MOVE WS-TRIAL-FISCAL-PERIOD TO GTH-FISCAL-PERIOD
           MOVE WS-CDT-DATE-X TO GTH-RUN-DATE
           WRITE TRIAL-REPORT-LINE FROM GTB-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE TRIAL-REPORT-LINE FROM GTB-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM UNTIL END-OF-BALANCE-MASTER
               READ BALANCE-MASTER-FILE
               IF BALANCE-MASTER-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   IF GBL-ACCOUNT IS NOT EQUAL TO WS-CURRENT-ACCOUNT
                       PERFORM WRITE-ACCOUNT-LINE
                       MOVE GBL-ACCOUNT TO WS-CURRENT-ACCOUNT
                       MOVE 'N' TO WS-ACCOUNT-HAS-BALANCE-SWITCH
                   END-IF
                   PERFORM TAKE-BALANCE-RECORD
               END-IF
           END-PERFORM
           PERFORM WRITE-ACCOUNT-LINE
           CLOSE BALANCE-MASTER-FILE

           PERFORM WRITE-TRIAL-TOTALS
           CLOSE TRIAL-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * TRIALFYP card as YYYYPP; without one, the fiscal period
      * today falls in.
       LOAD-TRIAL-PERIOD.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
               MOVE 'TRIALFYP' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           END-IF
           IF WS-CC-OK
           AND WS-CC-VALUE(1:6) IS NUMERIC
               MOVE WS-CC-VALUE(1:6) TO WS-TRIAL-PERIOD
           ELSE
               MOVE 'FP' TO WS-DC-FUNCTION-CODE
               MOVE WS-CDT-DATE-X(1:4) TO WS-DC-YEAR-1
               MOVE WS-CDT-DATE-X(5:2) TO WS-DC-MONTH-1
               MOVE WS-CDT-DATE-X(7:2) TO WS-DC-DAY-1
               MOVE WS-FISCAL-YEAR-START-MONTH
                   TO WS-DC-FISCAL-YEAR-START-MONTH
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-TRIAL-FISCAL-YEAR
               MOVE WS-DC-RESULT-FISCAL-PERIOD
                   TO WS-TRIAL-FISCAL-PERIOD
           END-IF
           DISPLAY 'TRIAL BALANCE FOR FISCAL YEAR '
                   WS-TRIAL-FISCAL-YEAR ' PERIOD '
                   WS-TRIAL-FISCAL-PERIOD
           .
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-FILE
           IF NOT CHART-FILE-OK
               DISPLAY 'STATUS ON CHART-FILE OPEN: '
                       CHART-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLTRIAL STATUS ON CHART-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-CHART-FILE
                   READ CHART-FILE
                   IF CHART-FILE-OK
                       IF WS-CHART-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-CHART-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'GLTRIAL CHART TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-CHART-COUNT
                           MOVE COA-ACCOUNT
                               TO WS-COA-ACCOUNT(WS-CHART-COUNT)
                           MOVE COA-DESCRIPTION
                               TO WS-COA-DESCRIPTION(WS-CHART-COUNT)
                           MOVE COA-NORMAL-SIDE
                               TO WS-COA-NORMAL-SIDE(WS-CHART-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHART-FILE
           END-IF
           .
      * The account's records come in period order. One for the
      * period itself is its balance; an earlier one is carried in
      * as the balance with no activity; later ones do not count.
       TAKE-BALANCE-RECORD.
           MOVE GBL-FISCAL-YEAR TO WS-RECORD-FISCAL-YEAR
           MOVE GBL-FISCAL-PERIOD TO WS-RECORD-FISCAL-PERIOD
           EVALUATE TRUE
               WHEN WS-RECORD-PERIOD IS EQUAL TO WS-TRIAL-PERIOD
                   SET ACCOUNT-HAS-BALANCE TO TRUE
                   MOVE GBL-OPENING-BALANCE TO WS-ACT-OPENING-BALANCE
                   MOVE GBL-PERIOD-DEBITS TO WS-ACT-PERIOD-DEBITS
                   MOVE GBL-PERIOD-CREDITS TO WS-ACT-PERIOD-CREDITS
                   MOVE GBL-CLOSING-BALANCE TO WS-ACT-CLOSING-BALANCE
               WHEN WS-RECORD-PERIOD IS LESS THAN WS-TRIAL-PERIOD
                   SET ACCOUNT-HAS-BALANCE TO TRUE
                   MOVE GBL-CLOSING-BALANCE TO WS-ACT-OPENING-BALANCE
                   MOVE ZERO TO WS-ACT-PERIOD-DEBITS
                   MOVE ZERO TO WS-ACT-PERIOD-CREDITS
                   MOVE GBL-CLOSING-BALANCE TO WS-ACT-CLOSING-BALANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       WRITE-ACCOUNT-LINE.
           IF ACCOUNT-HAS-BALANCE
               ADD 1 TO WS-ACCOUNTS-LISTED
               MOVE SPACES TO GTB-DETAIL-LINE
               MOVE WS-CURRENT-ACCOUNT TO GTD-ACCOUNT
               MOVE WS-ACT-OPENING-BALANCE TO GTD-OPENING
               MOVE WS-ACT-PERIOD-DEBITS TO GTD-DEBITS
               MOVE WS-ACT-PERIOD-CREDITS TO GTD-CREDITS
               ADD WS-ACT-PERIOD-DEBITS TO WS-TOTAL-PERIOD-DEBITS
               ADD WS-ACT-PERIOD-CREDITS TO WS-TOTAL-PERIOD-CREDITS
               IF WS-ACT-CLOSING-BALANCE IS LESS THAN ZERO
                   COMPUTE GTD-CLOSING-CREDIT =
                       ZERO - WS-ACT-CLOSING-BALANCE
                   SUBTRACT WS-ACT-CLOSING-BALANCE
                       FROM WS-TOTAL-CLOSING-CREDITS
               ELSE
                   MOVE WS-ACT-CLOSING-BALANCE TO GTD-CLOSING-DEBIT
                   ADD WS-ACT-CLOSING-BALANCE
                       TO WS-TOTAL-CLOSING-DEBITS
               END-IF
               SET CHART-INDEX TO 1
               SEARCH WS-CHART-ENTRY
                   AT END
                       MOVE 'NOT ON CHART' TO GTD-FLAG
                   WHEN WS-COA-ACCOUNT(CHART-INDEX)
                            IS EQUAL TO WS-CURRENT-ACCOUNT
                       MOVE WS-COA-DESCRIPTION(CHART-INDEX)
                           TO GTD-DESCRIPTION
                       EVALUATE TRUE
                           WHEN WS-COA-NORMAL-SIDE(CHART-INDEX)
                                    IS EQUAL TO 'D'
                           AND  WS-ACT-CLOSING-BALANCE
                                    IS LESS THAN ZERO
                               MOVE 'CREDIT BALANCE' TO GTD-FLAG
                           WHEN WS-COA-NORMAL-SIDE(CHART-INDEX)
                                    IS EQUAL TO 'C'
                           AND  WS-ACT-CLOSING-BALANCE
                                    IS GREATER THAN ZERO
                               MOVE 'DEBIT BALANCE' TO GTD-FLAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-SEARCH
               IF GTD-FLAG IS NOT EQUAL TO SPACES
                   ADD 1 TO WS-ACCOUNTS-FLAGGED
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
               END-IF
               WRITE TRIAL-REPORT-LINE FROM GTB-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
       WRITE-TRIAL-TOTALS.
           MOVE SPACES TO GTO-RESULT
           MOVE 'PERIOD ACTIVITY' TO GTO-LABEL
           MOVE WS-TOTAL-PERIOD-DEBITS TO GTO-DEBITS
           MOVE WS-TOTAL-PERIOD-CREDITS TO GTO-CREDITS
           IF WS-TOTAL-PERIOD-DEBITS IS EQUAL TO
                   WS-TOTAL-PERIOD-CREDITS
               MOVE 'IN BALANCE' TO GTO-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO GTO-RESULT
               PERFORM NOTE-OUT-OF-BALANCE
           END-IF
           WRITE TRIAL-REPORT-LINE FROM GTB-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CLOSING BALANCES' TO GTO-LABEL
           MOVE WS-TOTAL-CLOSING-DEBITS TO GTO-DEBITS
           COMPUTE GTO-CREDITS = ZERO - WS-TOTAL-CLOSING-CREDITS
           IF WS-TOTAL-CLOSING-DEBITS + WS-TOTAL-CLOSING-CREDITS
                   IS EQUAL TO ZERO
               MOVE 'IN BALANCE' TO GTO-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO GTO-RESULT
               PERFORM NOTE-OUT-OF-BALANCE
           END-IF
           WRITE TRIAL-REPORT-LINE FROM GTB-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ACCOUNTS LISTED' TO GTC-LABEL
           MOVE WS-ACCOUNTS-LISTED TO GTC-COUNT
           WRITE TRIAL-REPORT-LINE FROM GTB-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ACCOUNTS FLAGGED' TO GTC-LABEL
           MOVE WS-ACCOUNTS-FLAGGED TO GTC-COUNT
           WRITE TRIAL-REPORT-LINE FROM GTB-COUNT-LINE
               AFTER ADVANCING 1 LINE
           .
       NOTE-OUT-OF-BALANCE.
           DISPLAY 'TRIAL BALANCE DOES NOT PROVE: ' GTO-LABEL
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'GLTRIAL TRIAL BALANCE DOES NOT PROVE'
               TO WS-EL-EXCEPTION-TEXT
           MOVE GTO-LABEL TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'ACCOUNTS ON TRIAL BALANCE: ' WS-ACCOUNTS-LISTED
           DISPLAY 'ACCOUNTS FLAGGED:          ' WS-ACCOUNTS-FLAGGED
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
