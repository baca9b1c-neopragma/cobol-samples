      * groups a salesperson has no rate for, are counted and shown
      * rather than silently dropped - those are next month's rate
      * cards.
      * - SLSDTL1 lines now end with the shipping warehouse code.
      * - Each line is now credited to the salesperson assigned to its
      *   customer on the invoice date, from the dated SLSASGN1
      *   assignment history CUSTMNT keeps (CUSTMAST when the account
      *   predates it). A code not on the SLSPMST1 salesperson master,
      *   or a salesperson already terminated by the invoice date, is
      *   counted and logged instead of paid. A salesperson's manager
      *   earns the override rate on the manager's master record
      *   against each rated line, shown as OVERRIDE lines on the
      *   manager's statement and in a register override column.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date. The run's return code is now passed back to the
      *   scheduler.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COMMCALC.
           SELECT COMMISSION-REG-FILE ASSIGN TO 'COMMREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMMISSION-REG-STATUS.
           SELECT SALESPERSON-FILE ASSIGN TO 'SLSPMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALESPERSON-FILE-STATUS.
           SELECT ASSIGNMENT-HISTORY-FILE ASSIGN TO 'SLSASGN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ASSIGNMENT-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to SLSDTL1.
           05  SDL-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SDL-LINE-COST            PIC S9(07)V99 COMP-3.
           05  SDL-PROMO-FLAG           PIC X(01).
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

      * Same layout INVCALC reads; only the salesperson assignment
      * matters here.
           05  CM-CUSTOMER-NAME         PIC X(30).
           05  FILLER                   PIC X(149).
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(30).

      * Rate by salesperson and SKU group; spaces group is the
      * salesperson's default rate when the group has no row of its
           DATA RECORD IS COMMISSION-REG-LINE.
       01  COMMISSION-REG-LINE          PIC X(80).

      * Salesperson master SLSPMNT maintains: who may be paid, who
      * they report to, when they left, and a manager's override
      * rate on the team's commissionable revenue.
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
           05  SPM-OVERRIDE-RATE        PIC 9V9(05).
           05  FILLER                   PIC X(10).

      * Dated customer-to-salesperson assignments CUSTMNT records.
       FD  ASSIGNMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ASSIGNMENT-HISTORY-RECORD.
       01  ASSIGNMENT-HISTORY-RECORD.
           05  SAH-CUSTOMER-NUMBER      PIC X(08).
           05  SAH-SALESPERSON-CODE     PIC X(03).
           05  SAH-EFFECTIVE-DATE       PIC X(08).
           05  SAH-ENTERED-DATE         PIC X(08).
           05  FILLER                   PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  COMMISSION-STMT-OK   VALUE '00'.
           05  COMMISSION-REG-STATUS    PIC X(02).
               88  COMMISSION-REG-OK    VALUE '00'.
           05  SALESPERSON-FILE-STATUS  PIC X(02).
               88  SALESPERSON-FILE-OK  VALUE '00'.
               88  END-OF-SALESPERSON-FILE VALUE '10'.
           05  ASSIGNMENT-HISTORY-STATUS PIC X(02).
               88  ASSIGNMENT-HISTORY-OK VALUE '00'.
               88  END-OF-ASSIGNMENT-HISTORY VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
               10  WS-ASG-CUSTOMER      PIC X(08).
               10  WS-ASG-SALESPERSON   PIC X(03).

      * Dated assignment history loaded up front; a line goes to
      * the salesperson whose assignment took effect latest on or
      * before its invoice date.
       01  WS-HISTORY-TABLE-AREA.
           05  WS-HISTORY-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-HISTORY-ENTRIES   PIC S9(05) COMP-3 VALUE 5000.
           05  WS-HISTORY-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-HISTORY-COUNT
                       INDEXED BY HISTORY-INDEX.
               10  WS-HST-CUSTOMER      PIC X(08).
               10  WS-HST-SALESPERSON   PIC X(03).
               10  WS-HST-EFFECTIVE     PIC X(08).

      * Salesperson master loaded up front.
       01  WS-SALESPERSON-TABLE-AREA.
           05  WS-SALESPERSON-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-SALESPERSONS      PIC S9(05) COMP-3 VALUE 500.
           05  WS-SALESPERSON-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-SALESPERSON-COUNT
                       INDEXED BY SALESPERSON-INDEX MANAGER-INDEX.
               10  WS-SPM-SALESPERSON   PIC X(03).
               10  WS-SPM-MANAGER       PIC X(03).
               10  WS-SPM-TERMINATION   PIC X(08).
               10  WS-SPM-OVERRIDE-RATE PIC S9V9(05) COMP-3.

      * Commission rates loaded up front.
       01  WS-RATE-TABLE-AREA.
           05  WS-RATE-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
                       DEPENDING ON WS-COMMISSION-COUNT
                       INDEXED BY COMMISSION-INDEX.
               10  WS-CMS-SALESPERSON   PIC X(03).
      * C - the salesperson's own commission by SKU group;
      * O - a manager's override, the group holding the team
      *     member's code.
               10  WS-CMS-LINE-TYPE     PIC X.
               10  WS-CMS-SKU-GROUP     PIC X(04).
               10  WS-CMS-REVENUE       PIC S9(11)V99 COMP-3.
               10  WS-CMS-COMMISSION    PIC S9(09)V99 COMP-3.
           05  WS-LINE-RATE-FOUND-SW    PIC X.
               88  WS-LINE-RATE-FOUND   VALUE 'Y'.
           05  WS-LINE-COMMISSION       PIC S9(09)V99 COMP-3.
           05  WS-LINE-HISTORY-FOUND-SW PIC X.
               88  WS-LINE-HISTORY-FOUND VALUE 'Y'.
           05  WS-LINE-BEST-EFFECTIVE   PIC X(08).
           05  WS-LINE-MANAGER          PIC X(03).
           05  WS-LINE-OVERRIDE-RATE    PIC S9V9(05) COMP-3.
           05  WS-UNASSIGNED-LINES      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNRATED-LINES         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNKNOWN-REP-LINES     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TERMINATED-REP-LINES  PIC S9(07) COMP-3 VALUE ZERO.
      * What POST-LINE-TO-COMMISSION-TABLE accumulates: the line's
      * own commission, or a manager's override on it.
       01  WS-POSTING-WORK-AREAS.
           05  WS-POST-SALESPERSON      PIC X(03).
           05  WS-POST-LINE-TYPE        PIC X.
           05  WS-POST-SKU-GROUP        PIC X(04).
           05  WS-POST-COMMISSION       PIC S9(09)V99 COMP-3.

      * Exchange-sort work fields: the accumulators are ordered by
      * salesperson then group so the statements print on a simple
           05  WS-SORT-SWAPPED-SWITCH   PIC X.
               88  WS-SORT-SWAPPED      VALUE 'Y'.
           05  WS-HOLD-SALESPERSON      PIC X(03).
           05  WS-HOLD-LINE-TYPE        PIC X.
           05  WS-HOLD-SKU-GROUP        PIC X(04).
           05  WS-HOLD-REVENUE          PIC S9(11)V99 COMP-3.
           05  WS-HOLD-COMMISSION       PIC S9(09)V99 COMP-3.
           05  WS-HOLD-NO-RATE-FLAG     PIC X.
           05  WS-SORT-KEY-A            PIC X(08).
           05  WS-SORT-KEY-B            PIC X(08).

       01  WS-STATEMENT-WORK-AREAS.
           05  WS-CURRENT-SALESPERSON   PIC X(03).
           05  WS-STMT-REVENUE-TOTAL    PIC S9(11)V99 COMP-3.
           05  WS-STMT-COMMISSION-TOTAL PIC S9(09)V99 COMP-3.
           05  WS-STMT-OVERRIDE-TOTAL   PIC S9(09)V99 COMP-3.
           05  WS-STATEMENT-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-STMT-SUB              PIC S9(05) COMP.

           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STD-COMMISSION           PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STD-NO-RATE-MARK         PIC X(08).
       01  STATEMENT-TOTAL-LINE.
           05  FILLER                   PIC X(06) VALUE 'TOTAL '.
           05  STT-REVENUE              PIC $,$$$,$$$,$$9.99-.
           05  RGD-REVENUE              PIC $,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-COMMISSION           PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-OVERRIDE             PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-TOTAL-PAY            PIC $$,$$$,$$9.99-.
       01  REGISTER-TRAILER-LINE.
           05  FILLER                   PIC X(23)
                   VALUE 'SALESPERSONS PAID:     '.
           05  FILLER                   PIC X(19)
                   VALUE '  UNRATED LINES:   '.
           05  RGT-UNRATED-COUNT        PIC ZZZ,ZZ9.
       01  REGISTER-TRAILER-LINE-2.
           05  FILLER                   PIC X(23)
                   VALUE 'UNKNOWN REP LINES:     '.
           05  RGT-UNKNOWN-REP-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(22)
                   VALUE '  TERMINATED REP LINES'.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  RGT-TERMINATED-REP-COUNT PIC ZZZ,ZZ9.

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'COMMCALC'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-PC-FUNCTION-CODE
           CALL 'RUNCAL' USING WS-RUN-CALENDAR-CONVERSION
           EVALUATE TRUE
               WHEN WS-PC-RUN-IS-SCHEDULED
                   CONTINUE
               WHEN WS-PC-RUN-IS-OVERRIDDEN
                   DISPLAY 'COMMCALC NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'COMMCALC RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'COMMCALC PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'COMMCALC CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'COMMCALC NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'COMMCALC NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           PERFORM LOAD-SALESPERSON-ASSIGNMENTS
           PERFORM LOAD-ASSIGNMENT-HISTORY
           PERFORM LOAD-SALESPERSON-MASTER
           IF WS-SALESPERSON-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO SALESPERSONS ON SLSPMST1 - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COMMCALC NO SALESPERSONS ON SLSPMST1'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-COMMISSION-RATES
           IF WS-RATE-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO RATES ON COMMRATE - RUN HELD'
               READ SALES-DETAIL-FILE
               IF SALES-DETAIL-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM COMMISSION-ONE-DETAIL-LINE THRU
                       COMMISSION-ONE-DETAIL-LINE-EXIT
               END-IF
           END-PERFORM

           MOVE WS-UNASSIGNED-LINES TO RGT-UNASSIGNED-COUNT
           MOVE WS-UNRATED-LINES TO RGT-UNRATED-COUNT
           WRITE COMMISSION-REG-LINE FROM REGISTER-TRAILER-LINE
           MOVE WS-UNKNOWN-REP-LINES TO RGT-UNKNOWN-REP-COUNT
           MOVE WS-TERMINATED-REP-LINES TO RGT-TERMINATED-REP-COUNT
           WRITE COMMISSION-REG-LINE FROM REGISTER-TRAILER-LINE-2

           GO TO END-OF-PROGRAM
           .
                   TO WS-ASG-SALESPERSON(WS-ASSIGNMENT-COUNT)
           END-IF
           .
      * A missing SLSASGN1 means no assignment has been made since
      * the history began; every line then falls back on CUSTMAST.
       LOAD-ASSIGNMENT-HISTORY.
           OPEN INPUT ASSIGNMENT-HISTORY-FILE
           IF NOT ASSIGNMENT-HISTORY-OK
               DISPLAY 'STATUS ON ASSIGNMENT-HISTORY-FILE OPEN: '
                       ASSIGNMENT-HISTORY-STATUS
               MOVE ZERO TO WS-HISTORY-COUNT
           ELSE
               PERFORM UNTIL END-OF-ASSIGNMENT-HISTORY
                   READ ASSIGNMENT-HISTORY-FILE
                   IF ASSIGNMENT-HISTORY-OK
                       PERFORM ADD-ONE-HISTORY-ENTRY
                   END-IF
               END-PERFORM
               CLOSE ASSIGNMENT-HISTORY-FILE
           END-IF
           .
       ADD-ONE-HISTORY-ENTRY.
           IF WS-HISTORY-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-HISTORY-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COMMCALC ASSIGNMENT HISTORY TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
               MOVE SAH-CUSTOMER-NUMBER
                   TO WS-HST-CUSTOMER(WS-HISTORY-COUNT)
               MOVE SAH-SALESPERSON-CODE
                   TO WS-HST-SALESPERSON(WS-HISTORY-COUNT)
               MOVE SAH-EFFECTIVE-DATE
                   TO WS-HST-EFFECTIVE(WS-HISTORY-COUNT)
           END-IF
           .
       LOAD-SALESPERSON-MASTER.
           OPEN INPUT SALESPERSON-FILE
           IF NOT SALESPERSON-FILE-OK
               DISPLAY 'STATUS ON SALESPERSON-FILE OPEN: '
                       SALESPERSON-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COMMCALC STATUS ON SALESPERSON-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-SALESPERSON-COUNT
           ELSE
               PERFORM UNTIL END-OF-SALESPERSON-FILE
                   READ SALESPERSON-FILE
                   IF SALESPERSON-FILE-OK
                       PERFORM ADD-ONE-SALESPERSON
                   END-IF
               END-PERFORM
               CLOSE SALESPERSON-FILE
           END-IF
           .
       ADD-ONE-SALESPERSON.
           IF WS-SALESPERSON-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-SALESPERSONS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COMMCALC SALESPERSON TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-SALESPERSON-COUNT
               MOVE SPM-SALESPERSON-CODE
                   TO WS-SPM-SALESPERSON(WS-SALESPERSON-COUNT)
               MOVE SPM-MANAGER-CODE
                   TO WS-SPM-MANAGER(WS-SALESPERSON-COUNT)
               MOVE SPM-TERMINATION-DATE
                   TO WS-SPM-TERMINATION(WS-SALESPERSON-COUNT)
               MOVE SPM-OVERRIDE-RATE
                   TO WS-SPM-OVERRIDE-RATE(WS-SALESPERSON-COUNT)
           END-IF
           .
       LOAD-COMMISSION-RATES.
           OPEN INPUT COMMISSION-RATE-FILE
           IF NOT COMMISSION-RATE-OK
               CLOSE COMMISSION-RATE-FILE
           END-IF
           .
      * The line is credited to the salesperson assigned to the
      * customer on its invoice date. A code that is not on SLSPMST1,
      * or a salesperson who had already left by that date, pays
      * nobody and is counted and logged instead.
       COMMISSION-ONE-DETAIL-LINE.
           PERFORM FIND-LINE-SALESPERSON
           IF WS-LINE-SALESPERSON IS EQUAL TO SPACES
               ADD 1 TO WS-UNASSIGNED-LINES
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               GO TO COMMISSION-ONE-DETAIL-LINE-EXIT
           END-IF
           SET SALESPERSON-INDEX TO 1
           SEARCH WS-SALESPERSON-ENTRY
               AT END
                   ADD 1 TO WS-UNKNOWN-REP-LINES
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE SPACES TO WS-EL-EXCEPTION-TEXT
                   STRING 'COMMCALC SALESPERSON NOT ON SLSPMST1: '
                          WS-LINE-SALESPERSON
                          DELIMITED BY SIZE
                          INTO WS-EL-EXCEPTION-TEXT
                   MOVE SDL-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   GO TO COMMISSION-ONE-DETAIL-LINE-EXIT
               WHEN WS-SPM-SALESPERSON(SALESPERSON-INDEX)
                        IS EQUAL TO WS-LINE-SALESPERSON
                   CONTINUE
           END-SEARCH
           IF WS-SPM-TERMINATION(SALESPERSON-INDEX)
                   IS NOT EQUAL TO SPACES
           AND SDL-INVOICE-DATE IS GREATER THAN
                   WS-SPM-TERMINATION(SALESPERSON-INDEX)
               ADD 1 TO WS-TERMINATED-REP-LINES
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               GO TO COMMISSION-ONE-DETAIL-LINE-EXIT
           END-IF
           MOVE WS-SPM-MANAGER(SALESPERSON-INDEX) TO WS-LINE-MANAGER
           MOVE SDL-SKU(1:4) TO WS-LINE-SKU-GROUP
           PERFORM FIND-COMMISSION-RATE
           COMPUTE WS-LINE-COMMISSION ROUNDED =
               SDL-LINE-REVENUE * WS-LINE-RATE
           MOVE WS-LINE-SALESPERSON TO WS-POST-SALESPERSON
           MOVE 'C' TO WS-POST-LINE-TYPE
           MOVE WS-LINE-SKU-GROUP TO WS-POST-SKU-GROUP
           MOVE WS-LINE-COMMISSION TO WS-POST-COMMISSION
           PERFORM POST-LINE-TO-COMMISSION-TABLE
           IF WS-LINE-RATE-FOUND
           AND WS-LINE-MANAGER IS NOT EQUAL TO SPACES
               PERFORM POST-MANAGER-OVERRIDE
           END-IF
           .
       COMMISSION-ONE-DETAIL-LINE-EXIT.
           EXIT
           .
      * Latest history entry for the customer effective on or before
      * the invoice date; an account with no such entry predates the
      * history and stays with its CUSTMAST salesperson.
       FIND-LINE-SALESPERSON.
           MOVE SPACES TO WS-LINE-SALESPERSON
           MOVE SPACES TO WS-LINE-BEST-EFFECTIVE
           MOVE 'N' TO WS-LINE-HISTORY-FOUND-SW
           PERFORM CHECK-ONE-HISTORY-ENTRY
               VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX IS GREATER THAN WS-HISTORY-COUNT
           IF NOT WS-LINE-HISTORY-FOUND
               SET ASSIGNMENT-INDEX TO 1
               SEARCH WS-ASSIGNMENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ASG-CUSTOMER(ASSIGNMENT-INDEX)
                            IS EQUAL TO SDL-CUSTOMER-NUMBER
                       MOVE WS-ASG-SALESPERSON(ASSIGNMENT-INDEX)
                           TO WS-LINE-SALESPERSON
               END-SEARCH
           END-IF
           .
      * Later entries win a tie on date - they were keyed later.
       CHECK-ONE-HISTORY-ENTRY.
           IF WS-HST-CUSTOMER(HISTORY-INDEX)
                   IS EQUAL TO SDL-CUSTOMER-NUMBER
           AND WS-HST-EFFECTIVE(HISTORY-INDEX)
                   IS NOT GREATER THAN SDL-INVOICE-DATE
           AND WS-HST-EFFECTIVE(HISTORY-INDEX)
                   IS NOT LESS THAN WS-LINE-BEST-EFFECTIVE
               SET WS-LINE-HISTORY-FOUND TO TRUE
               MOVE WS-HST-EFFECTIVE(HISTORY-INDEX)
                   TO WS-LINE-BEST-EFFECTIVE
               MOVE WS-HST-SALESPERSON(HISTORY-INDEX)
                   TO WS-LINE-SALESPERSON
           END-IF
           .
      * The salesperson's manager earns their override rate on the
      * line's revenue, posted against the team member's code, as
      * long as the manager had not left by the invoice date.
       POST-MANAGER-OVERRIDE.
           MOVE ZERO TO WS-LINE-OVERRIDE-RATE
           SET MANAGER-INDEX TO 1
           SEARCH WS-SALESPERSON-ENTRY VARYING MANAGER-INDEX
               AT END
                   CONTINUE
               WHEN WS-SPM-SALESPERSON(MANAGER-INDEX)
                        IS EQUAL TO WS-LINE-MANAGER
                   IF WS-SPM-TERMINATION(MANAGER-INDEX)
                           IS EQUAL TO SPACES
                   OR SDL-INVOICE-DATE IS NOT GREATER THAN
                           WS-SPM-TERMINATION(MANAGER-INDEX)
                       MOVE WS-SPM-OVERRIDE-RATE(MANAGER-INDEX)
                           TO WS-LINE-OVERRIDE-RATE
                   END-IF
           END-SEARCH
           IF WS-LINE-OVERRIDE-RATE IS GREATER THAN ZERO
               MOVE WS-LINE-MANAGER TO WS-POST-SALESPERSON
               MOVE 'O' TO WS-POST-LINE-TYPE
               MOVE SPACES TO WS-POST-SKU-GROUP
               MOVE WS-LINE-SALESPERSON TO WS-POST-SKU-GROUP(1:3)
               COMPUTE WS-POST-COMMISSION ROUNDED =
                   SDL-LINE-REVENUE * WS-LINE-OVERRIDE-RATE
               PERFORM POST-LINE-TO-COMMISSION-TABLE
           END-IF
           .
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       ADD 1 TO WS-COMMISSION-COUNT
                       MOVE WS-POST-SALESPERSON
                           TO WS-CMS-SALESPERSON(WS-COMMISSION-COUNT)
                       MOVE WS-POST-LINE-TYPE
                           TO WS-CMS-LINE-TYPE(WS-COMMISSION-COUNT)
                       MOVE WS-POST-SKU-GROUP
                           TO WS-CMS-SKU-GROUP(WS-COMMISSION-COUNT)
                       MOVE SDL-LINE-REVENUE
                           TO WS-CMS-REVENUE(WS-COMMISSION-COUNT)
                       MOVE WS-POST-COMMISSION
                           TO WS-CMS-COMMISSION(WS-COMMISSION-COUNT)
                       IF WS-LINE-RATE-FOUND
                           MOVE ' ' TO WS-CMS-NO-RATE-FLAG
                       END-IF
                   END-IF
               WHEN WS-CMS-SALESPERSON(COMMISSION-INDEX)
                        IS EQUAL TO WS-POST-SALESPERSON
               AND  WS-CMS-LINE-TYPE(COMMISSION-INDEX)
                        IS EQUAL TO WS-POST-LINE-TYPE
               AND  WS-CMS-SKU-GROUP(COMMISSION-INDEX)
                        IS EQUAL TO WS-POST-SKU-GROUP
                   ADD SDL-LINE-REVENUE
                       TO WS-CMS-REVENUE(COMMISSION-INDEX)
                   ADD WS-POST-COMMISSION
                       TO WS-CMS-COMMISSION(COMMISSION-INDEX)
                   IF NOT WS-LINE-RATE-FOUND
                       MOVE 'N' TO WS-CMS-NO-RATE-FLAG
                   END-IF
           END-SEARCH
           .
      * Exchange sort on salesperson, line type (own commission
      * before overrides) then group so the statements
      * print on a simple control break; the table is small and
      * this runs once a month.
       SORT-COMMISSION-TABLE.
                   COMPUTE WS-SORT-SUB-NEXT = WS-SORT-SUB + 1
                   MOVE WS-CMS-SALESPERSON(WS-SORT-SUB)
                       TO WS-SORT-KEY-A(1:3)
                   MOVE WS-CMS-LINE-TYPE(WS-SORT-SUB)
                       TO WS-SORT-KEY-A(4:1)
                   MOVE WS-CMS-SKU-GROUP(WS-SORT-SUB)
                       TO WS-SORT-KEY-A(5:4)
                   MOVE WS-CMS-SALESPERSON(WS-SORT-SUB-NEXT)
                       TO WS-SORT-KEY-B(1:3)
                   MOVE WS-CMS-LINE-TYPE(WS-SORT-SUB-NEXT)
                       TO WS-SORT-KEY-B(4:1)
                   MOVE WS-CMS-SKU-GROUP(WS-SORT-SUB-NEXT)
                       TO WS-SORT-KEY-B(5:4)
                   IF WS-SORT-KEY-A IS GREATER THAN WS-SORT-KEY-B
                       PERFORM EXCHANGE-ADJACENT-ENTRIES
                   END-IF
       EXCHANGE-ADJACENT-ENTRIES.
           MOVE WS-CMS-SALESPERSON(WS-SORT-SUB)
               TO WS-HOLD-SALESPERSON
           MOVE WS-CMS-LINE-TYPE(WS-SORT-SUB) TO WS-HOLD-LINE-TYPE
           MOVE WS-CMS-SKU-GROUP(WS-SORT-SUB) TO WS-HOLD-SKU-GROUP
           MOVE WS-CMS-REVENUE(WS-SORT-SUB) TO WS-HOLD-REVENUE
           MOVE WS-CMS-COMMISSION(WS-SORT-SUB) TO WS-HOLD-COMMISSION
               TO WS-HOLD-NO-RATE-FLAG
           MOVE WS-CMS-SALESPERSON(WS-SORT-SUB-NEXT)
               TO WS-CMS-SALESPERSON(WS-SORT-SUB)
           MOVE WS-CMS-LINE-TYPE(WS-SORT-SUB-NEXT)
               TO WS-CMS-LINE-TYPE(WS-SORT-SUB)
           MOVE WS-CMS-SKU-GROUP(WS-SORT-SUB-NEXT)
               TO WS-CMS-SKU-GROUP(WS-SORT-SUB)
           MOVE WS-CMS-REVENUE(WS-SORT-SUB-NEXT)
               TO WS-CMS-NO-RATE-FLAG(WS-SORT-SUB)
           MOVE WS-HOLD-SALESPERSON
               TO WS-CMS-SALESPERSON(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-LINE-TYPE
               TO WS-CMS-LINE-TYPE(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-SKU-GROUP
               TO WS-CMS-SKU-GROUP(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-REVENUE TO WS-CMS-REVENUE(WS-SORT-SUB-NEXT)
               MOVE ZERO TO STD-RATE
           END-IF
           MOVE WS-CMS-COMMISSION(WS-STMT-SUB) TO STD-COMMISSION
           EVALUATE TRUE
               WHEN WS-CMS-LINE-TYPE(WS-STMT-SUB) IS EQUAL TO 'O'
                   MOVE 'OVERRIDE' TO STD-NO-RATE-MARK
               WHEN WS-CMS-NO-RATE-FLAG(WS-STMT-SUB) IS EQUAL TO 'N'
                   MOVE 'NO RATE' TO STD-NO-RATE-MARK
               WHEN OTHER
                   MOVE SPACES TO STD-NO-RATE-MARK
           END-EVALUATE
           WRITE COMMISSION-STMT-LINE FROM STATEMENT-DETAIL-LINE
      * An override line's revenue is the team member's, already on
      * their own statement, so only the override itself counts here.
           IF WS-CMS-LINE-TYPE(WS-STMT-SUB) IS EQUAL TO 'O'
               ADD WS-CMS-COMMISSION(WS-STMT-SUB)
                   TO WS-STMT-OVERRIDE-TOTAL
           ELSE
               ADD WS-CMS-REVENUE(WS-STMT-SUB)
                   TO WS-STMT-REVENUE-TOTAL
               ADD WS-CMS-COMMISSION(WS-STMT-SUB)
                   TO WS-STMT-COMMISSION-TOTAL
           END-IF
           .
       OPEN-ONE-STATEMENT.
           MOVE WS-CMS-SALESPERSON(WS-STMT-SUB)
               TO WS-CURRENT-SALESPERSON
           MOVE ZERO TO WS-STMT-REVENUE-TOTAL
           MOVE ZERO TO WS-STMT-COMMISSION-TOTAL
           MOVE ZERO TO WS-STMT-OVERRIDE-TOTAL
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE WS-CURRENT-SALESPERSON TO SHD-SALESPERSON
           MOVE WS-CDT-DATE TO SHD-RUN-DATE
           .
       CLOSE-ONE-STATEMENT.
           MOVE WS-STMT-REVENUE-TOTAL TO STT-REVENUE
           COMPUTE STT-COMMISSION = WS-STMT-COMMISSION-TOTAL
                                  + WS-STMT-OVERRIDE-TOTAL
           WRITE COMMISSION-STMT-LINE FROM STATEMENT-TOTAL-LINE
           MOVE SPACES TO COMMISSION-STMT-LINE
           WRITE COMMISSION-STMT-LINE
           MOVE WS-CURRENT-SALESPERSON TO RGD-SALESPERSON
           MOVE WS-STMT-REVENUE-TOTAL TO RGD-REVENUE
           MOVE WS-STMT-COMMISSION-TOTAL TO RGD-COMMISSION
           MOVE WS-STMT-OVERRIDE-TOTAL TO RGD-OVERRIDE
           COMPUTE RGD-TOTAL-PAY = WS-STMT-COMMISSION-TOTAL
                                 + WS-STMT-OVERRIDE-TOTAL
           WRITE COMMISSION-REG-LINE FROM REGISTER-DETAIL-LINE
           .
       END-OF-PROGRAM.
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
