      *****************************************************************
      * Program name:    CALBUILD
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Building the processing calendar that tells each periodic job
      * whether tonight is its night. Until now the answer lived in
      * the operators' heads and a taped-up list - FINCHG monthly,
      * PERCLOSE at fiscal period end, YEARCLOS once a year, CUSTSTMT
      * on each customer cycle's night, ARRESRV quarterly, COMMCALC
      * monthly - and nothing stopped a monthly job running twice.
      *
      * Operations keeps one run rule per job (several for a job that
      * runs under more than one rule, such as a statement cycle per
      * cycle) on JOBRULE1:
      *     DY - every night.
      *     BD - business days only (Monday to Friday and not on the
      *          HOLIDAY1 holiday calendar).
      *     FE - the last day of a fiscal period, from the FISCCAL1
      *          fiscal calendar DATECALC already reads.
      *     NB - the Nth business day of the calendar month.
      *     SC - a statement cycle: the Nth business day of the
      *          month, for the cycle code on the rule.
      * A rule may list the fiscal periods it applies in (03060912
      * for a quarterly job, 12 for a year-end one); a blank list
      * means every period.
      *
      * Each run walks the calendar from the first of the current
      * month - so business days are counted from the right place -
      * through the CALDAYS horizon (60 days by default), asking
      * DATECALC for each day's business-day status and fiscal
      * period, and writes PROCCAL1 with one record per program per
      * night it is due from tonight on. RUNCAL answers each
      * periodic program's startup check from that file. The run
      * also prints tonight's run list on RUNLIST1 for the operators,
      * with any rule it could not use listed first.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALBUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-RULE-FILE ASSIGN TO 'JOBRULE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUN-RULE-STATUS.
           SELECT PROCESSING-CALENDAR-FILE ASSIGN TO 'PROCCAL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PROCESSING-CALENDAR-STATUS.
           SELECT RUN-LIST-FILE ASSIGN TO 'RUNLIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUN-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One run rule per record.
       FD  RUN-RULE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-RULE-RECORD.
       01  RUN-RULE-RECORD.
           05  JRL-PROGRAM-ID           PIC X(08).
           05  JRL-RULE-CODE            PIC X(02).
               88  JRL-RULE-IS-VALID    VALUE 'DY' 'BD' 'FE' 'NB'
                                              'SC'.
               88  JRL-RULE-NEEDS-DAY   VALUE 'NB' 'SC'.
      * Which business day of the month, for NB and SC.
           05  JRL-DAY-NUMBER           PIC X(02).
           05  JRL-DAY-NUMBER-NUM REDEFINES JRL-DAY-NUMBER
                                        PIC 9(02).
      * The statement cycle an SC rule cuts.
           05  JRL-CYCLE-CODE           PIC X(01).
      * Up to twelve two-digit fiscal periods; blank is every one.
           05  JRL-PERIOD-LIST          PIC X(24).
           05  JRL-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(13).

      * One record per program per night it is scheduled, the layout
      * RUNCAL reads. Every record carries the last night the build
      * covered, so RUNCAL can tell a quiet night from a calendar
      * that stops short of it.
       FD  PROCESSING-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROCESSING-CALENDAR-RECORD.
       01  PROCESSING-CALENDAR-RECORD.
           05  PCL-RUN-DATE             PIC X(08).
           05  PCL-PROGRAM-ID           PIC X(08).
           05  PCL-RULE-CODE            PIC X(02).
           05  PCL-CYCLE-CODE           PIC X(01).
           05  PCL-FISCAL-YEAR          PIC 9(04).
           05  PCL-FISCAL-PERIOD        PIC 9(02).
           05  PCL-BUSINESS-DAY         PIC X(01).
           05  PCL-THROUGH-DATE         PIC X(08).
           05  FILLER                   PIC X(06).

       FD  RUN-LIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-LIST-LINE.
       01  RUN-LIST-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  RUN-RULE-STATUS          PIC X(02).
               88  RUN-RULE-OK          VALUE '00'.
               88  END-OF-RUN-RULES     VALUE '10'.
           05  PROCESSING-CALENDAR-STATUS PIC X(02).
               88  PROCESSING-CALENDAR-OK VALUE '00'.
           05  RUN-LIST-STATUS          PIC X(02).
               88  RUN-LIST-OK          VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'CALBUILD'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'CALBUILD'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'CALBUILD'.
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
               88  WS-DC-IS-BUSINESS-DAY       VALUE 'Y'.
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

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.
           88  WS-RC-REJECTED           VALUE 8.

       01  WS-FISCAL-YEAR-START-MONTH   PIC 9(02) VALUE 01.
      * Nights built ahead of tonight.
       01  WS-HORIZON-DAYS              PIC 9(03) VALUE 060.

      * The run rules, loaded up front.
       01  WS-RULE-TABLE-AREA.
           05  WS-RULE-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-RULE-ENTRIES      PIC S9(05) COMP-3 VALUE 200.
           05  WS-RULE-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-RULE-COUNT
                       INDEXED BY RULE-INDEX.
               10  WS-JRL-PROGRAM-ID    PIC X(08).
               10  WS-JRL-RULE-CODE     PIC X(02).
               10  WS-JRL-DAY-NUMBER    PIC 9(02).
               10  WS-JRL-CYCLE-CODE    PIC X(01).
               10  WS-JRL-PERIOD-LIST.
                   15  WS-JRL-PERIOD    PIC X(02) OCCURS 12 TIMES.
               10  WS-JRL-DESCRIPTION   PIC X(30).

      * The night being built. The walk starts on the first of the
      * current month so the business-day count is right for
      * tonight, but nothing earlier than tonight is written.
       01  WS-CALENDAR-WALK-AREAS.
           05  WS-WALK-DATE             PIC 9(08).
           05  WS-WALK-DATE-X REDEFINES WS-WALK-DATE
                                        PIC X(08).
           05  WS-WALK-PARTS REDEFINES WS-WALK-DATE.
               10  WS-WALK-YEAR         PIC 9(04).
               10  WS-WALK-MONTH        PIC 9(02).
               10  WS-WALK-DAY          PIC 9(02).
           05  WS-NEXT-DATE             PIC 9(08).
           05  WS-NEXT-PARTS REDEFINES WS-NEXT-DATE.
               10  WS-NEXT-YEAR         PIC 9(04).
               10  WS-NEXT-MONTH        PIC 9(02).
               10  WS-NEXT-DAY          PIC 9(02).
           05  WS-THROUGH-DATE          PIC 9(08).
           05  WS-THROUGH-DATE-X REDEFINES WS-THROUGH-DATE
                                        PIC X(08).
           05  WS-WALK-DAY-OF-WEEK      PIC 9.
           05  WS-WALK-BUSINESS-SWITCH  PIC X.
               88  WS-WALK-IS-BUSINESS-DAY VALUE 'Y'.
           05  WS-WALK-FISCAL-YEAR      PIC 9(04).
           05  WS-WALK-FISCAL-PERIOD    PIC 9(02).
           05  WS-WALK-PERIOD-END-SWITCH PIC X.
               88  WS-WALK-IS-PERIOD-END VALUE 'Y'.
           05  WS-ORDINAL-MONTH         PIC 9(02) VALUE ZERO.
           05  WS-BUSINESS-DAY-ORDINAL  PIC 9(02) VALUE ZERO.
           05  WS-PERIOD-SUB            PIC S9(04) COMP.
           05  WS-RULE-APPLIES-SWITCH   PIC X.
               88  WS-RULE-APPLIES      VALUE 'Y'.
           05  WS-PERIOD-LISTED-SWITCH  PIC X.
               88  WS-PERIOD-IS-LISTED  VALUE 'Y'.

       01  WS-CALENDAR-TOTALS.
           05  WS-NIGHTS-BUILT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-WRITTEN       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TONIGHT-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-RULES-REJECTED        PIC S9(05) COMP-3 VALUE ZERO.

       01  WS-DAY-NAME-TABLE.
           05  FILLER                   PIC X(09) VALUE 'MONDAY'.
           05  FILLER                   PIC X(09) VALUE 'TUESDAY'.
           05  FILLER                   PIC X(09) VALUE 'WEDNESDAY'.
           05  FILLER                   PIC X(09) VALUE 'THURSDAY'.
           05  FILLER                   PIC X(09) VALUE 'FRIDAY'.
           05  FILLER                   PIC X(09) VALUE 'SATURDAY'.
           05  FILLER                   PIC X(09) VALUE 'SUNDAY'.
       01  FILLER REDEFINES WS-DAY-NAME-TABLE.
           05  WS-DAY-NAME              PIC X(09) OCCURS 7 TIMES.

       01  RUN-LIST-HEADING-1.
           05  FILLER                   PIC X(33)
                   VALUE 'PROCESSING CALENDAR - RUN LIST FO'.
           05  FILLER                   PIC X(02) VALUE 'R '.
           05  RLH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RLH-DAY-NAME             PIC X(09).
       01  RUN-LIST-HEADING-2.
           05  FILLER                   PIC X(14)
                   VALUE 'BUSINESS DAY: '.
           05  RLH-BUSINESS-DAY         PIC X(03).
           05  FILLER                   PIC X(17)
                   VALUE '  FISCAL PERIOD: '.
           05  RLH-FISCAL-YEAR          PIC 9(04).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  RLH-FISCAL-PERIOD        PIC 9(02).
           05  FILLER                   PIC X(14)
                   VALUE '  PERIOD END: '.
           05  RLH-PERIOD-END           PIC X(03).
       01  RUN-LIST-COLUMN-HEADINGS.
           05  FILLER                   PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                   PIC X(26) VALUE 'RUN RULE'.
           05  FILLER                   PIC X(07) VALUE 'CYCLE'.
           05  FILLER                   PIC X(11) VALUE 'DESCRIPTION'.
       01  RUN-LIST-DETAIL-LINE.
           05  RLD-PROGRAM-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RLD-RULE-TEXT            PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RLD-CYCLE-CODE           PIC X(01).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  RLD-DESCRIPTION          PIC X(30).
       01  RUN-LIST-NOTHING-LINE.
           05  FILLER                   PIC X(35)
                   VALUE 'NO PERIODIC JOBS SCHEDULED TONIGHT'.
       01  RUN-LIST-REJECT-LINE.
           05  FILLER                   PIC X(16)
                   VALUE 'RULE NOT USED - '.
           05  RLR-PROGRAM-ID           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RLR-RULE-CODE            PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RLR-DAY-NUMBER           PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RLR-REASON               PIC X(40).
       01  RUN-LIST-TRAILER-LINE.
           05  FILLER                   PIC X(24)
                   VALUE 'JOBS SCHEDULED TONIGHT: '.
           05  RLT-TONIGHT-COUNT        PIC ZZ9.
           05  FILLER                   PIC X(20)
                   VALUE '  CALENDAR ENTRIES: '.
           05  RLT-ENTRIES-WRITTEN      PIC ZZ,ZZ9.
           05  FILLER                   PIC X(17)
                   VALUE '  BUILT THROUGH: '.
           05  RLT-THROUGH-DATE         PIC X(08).

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-CONTROL-CARDS

           OPEN OUTPUT RUN-LIST-FILE
           IF NOT RUN-LIST-OK
               DISPLAY 'STATUS ON RUN-LIST-FILE OPEN: '
                       RUN-LIST-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CALBUILD STATUS ON RUN-LIST-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-RUN-RULES
           IF WS-RULE-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO USABLE RULES ON JOBRULE1 - '
                       'CALENDAR NOT BUILT'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CALBUILD NO USABLE RULES ON JOBRULE1'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT PROCESSING-CALENDAR-FILE
           IF NOT PROCESSING-CALENDAR-OK
               DISPLAY 'STATUS ON PROCESSING-CALENDAR-FILE OPEN: '
                       PROCESSING-CALENDAR-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CALBUILD STATUS ON PROCESSING-CALENDAR-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE-X(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE-X(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE-X(7:2) TO WS-DC-DAY-1
           MOVE WS-HORIZON-DAYS TO WS-DC-NUMBER-OF-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-THROUGH-DATE(1:4)
           MOVE WS-DC-RESULT-MONTH TO WS-THROUGH-DATE(5:2)
           MOVE WS-DC-RESULT-DAY TO WS-THROUGH-DATE(7:2)

           MOVE WS-CDT-DATE TO WS-WALK-DATE
           MOVE 01 TO WS-WALK-DAY
           PERFORM BUILD-ONE-CALENDAR-NIGHT
               UNTIL WS-WALK-DATE IS GREATER THAN WS-THROUGH-DATE
           CLOSE PROCESSING-CALENDAR-FILE

           IF WS-TONIGHT-COUNT IS EQUAL TO ZERO
               WRITE RUN-LIST-LINE FROM RUN-LIST-NOTHING-LINE
           END-IF
           MOVE SPACES TO RUN-LIST-LINE
           WRITE RUN-LIST-LINE
           MOVE WS-TONIGHT-COUNT TO RLT-TONIGHT-COUNT
           MOVE WS-ENTRIES-WRITTEN TO RLT-ENTRIES-WRITTEN
           MOVE WS-THROUGH-DATE-X TO RLT-THROUGH-DATE
           WRITE RUN-LIST-LINE FROM RUN-LIST-TRAILER-LINE

           GO TO END-OF-PROGRAM
           .
      * FISCSTMO gives the fiscal year's start month for DATECALC's
      * month-arithmetic fallback; CALDAYS (three digits) overrides
      * how many nights past tonight are built.
       LOAD-CONTROL-CARDS.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
               MOVE 'CALDAYS' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
               AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-HORIZON-DAYS
               END-IF
           END-IF
           .
      * A rule that cannot be used is listed at the top of the run
      * list and logged, and the run ends with code 4 so somebody
      * looks at it; the remaining rules still build.
       LOAD-RUN-RULES.
           OPEN INPUT RUN-RULE-FILE
           IF NOT RUN-RULE-OK
               DISPLAY 'STATUS ON RUN-RULE-FILE OPEN: '
                       RUN-RULE-STATUS
               MOVE ZERO TO WS-RULE-COUNT
           ELSE
               PERFORM UNTIL END-OF-RUN-RULES
                   READ RUN-RULE-FILE
                   IF RUN-RULE-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM LOAD-ONE-RUN-RULE
                   END-IF
               END-PERFORM
               CLOSE RUN-RULE-FILE
           END-IF
           .
       LOAD-ONE-RUN-RULE.
           MOVE SPACES TO RLR-REASON
           EVALUATE TRUE
               WHEN JRL-PROGRAM-ID IS EQUAL TO SPACES
                   MOVE 'NO PROGRAM NAMED' TO RLR-REASON
               WHEN NOT JRL-RULE-IS-VALID
                   MOVE 'RULE MUST BE DY BD FE NB OR SC'
                       TO RLR-REASON
               WHEN JRL-RULE-NEEDS-DAY
                       AND JRL-DAY-NUMBER IS NOT NUMERIC
                   MOVE 'BUSINESS DAY NUMBER NOT NUMERIC'
                       TO RLR-REASON
               WHEN JRL-RULE-NEEDS-DAY
                       AND (JRL-DAY-NUMBER-NUM IS LESS THAN 1
                        OR  JRL-DAY-NUMBER-NUM IS GREATER THAN 23)
                   MOVE 'BUSINESS DAY NUMBER MUST BE 01-23'
                       TO RLR-REASON
               WHEN JRL-RULE-CODE IS EQUAL TO 'SC'
                       AND JRL-CYCLE-CODE IS EQUAL TO SPACE
                   MOVE 'STATEMENT CYCLE RULE NEEDS A CYCLE'
                       TO RLR-REASON
               WHEN WS-RULE-COUNT IS GREATER THAN OR EQUAL
                       TO WS-MAX-RULE-ENTRIES
                   MOVE 'RULE TABLE IS FULL' TO RLR-REASON
           END-EVALUATE
           IF RLR-REASON IS NOT EQUAL TO SPACES
               MOVE JRL-PROGRAM-ID TO RLR-PROGRAM-ID
               MOVE JRL-RULE-CODE TO RLR-RULE-CODE
               MOVE JRL-DAY-NUMBER TO RLR-DAY-NUMBER
               WRITE RUN-LIST-LINE FROM RUN-LIST-REJECT-LINE
               ADD 1 TO WS-RULES-REJECTED
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE SPACES TO WS-EL-EXCEPTION-TEXT
               STRING 'CALBUILD RULE NOT USED: ' RLR-REASON
                      DELIMITED BY SIZE
                      INTO WS-EL-EXCEPTION-TEXT
               MOVE JRL-PROGRAM-ID TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 4 TO WS-RETURN-CODE-VALUE
           ELSE
               ADD 1 TO WS-RULE-COUNT
               SET RULE-INDEX TO WS-RULE-COUNT
               MOVE JRL-PROGRAM-ID TO WS-JRL-PROGRAM-ID(RULE-INDEX)
               MOVE JRL-RULE-CODE TO WS-JRL-RULE-CODE(RULE-INDEX)
               IF JRL-RULE-NEEDS-DAY
                   MOVE JRL-DAY-NUMBER-NUM
                       TO WS-JRL-DAY-NUMBER(RULE-INDEX)
               ELSE
                   MOVE ZERO TO WS-JRL-DAY-NUMBER(RULE-INDEX)
               END-IF
               MOVE JRL-CYCLE-CODE TO WS-JRL-CYCLE-CODE(RULE-INDEX)
               MOVE JRL-PERIOD-LIST
                   TO WS-JRL-PERIOD-LIST(RULE-INDEX)
               MOVE JRL-DESCRIPTION
                   TO WS-JRL-DESCRIPTION(RULE-INDEX)
           END-IF
           .
      * One night: its business-day status and fiscal period, whether
      * tomorrow starts a new fiscal period (tonight is then the
      * period end), and its place among the month's business days.
       BUILD-ONE-CALENDAR-NIGHT.
           MOVE 'DW' TO WS-DC-FUNCTION-CODE
           MOVE WS-WALK-YEAR TO WS-DC-YEAR-1
           MOVE WS-WALK-MONTH TO WS-DC-MONTH-1
           MOVE WS-WALK-DAY TO WS-DC-DAY-1
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-BUSINESS-DAY-SWITCH TO WS-WALK-BUSINESS-SWITCH
           MOVE WS-DC-RESULT-DAY-OF-WEEK TO WS-WALK-DAY-OF-WEEK

           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-FISCAL-YEAR-START-MONTH
               TO WS-DC-FISCAL-YEAR-START-MONTH
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-WALK-FISCAL-YEAR
           MOVE WS-DC-RESULT-FISCAL-PERIOD TO WS-WALK-FISCAL-PERIOD

           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE 1 TO WS-DC-NUMBER-OF-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-NEXT-YEAR
           MOVE WS-DC-RESULT-MONTH TO WS-NEXT-MONTH
           MOVE WS-DC-RESULT-DAY TO WS-NEXT-DAY

           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-NEXT-YEAR TO WS-DC-YEAR-1
           MOVE WS-NEXT-MONTH TO WS-DC-MONTH-1
           MOVE WS-NEXT-DAY TO WS-DC-DAY-1
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           IF WS-DC-RESULT-FISCAL-YEAR IS NOT EQUAL TO
                   WS-WALK-FISCAL-YEAR
           OR WS-DC-RESULT-FISCAL-PERIOD IS NOT EQUAL TO
                   WS-WALK-FISCAL-PERIOD
               MOVE 'Y' TO WS-WALK-PERIOD-END-SWITCH
           ELSE
               MOVE 'N' TO WS-WALK-PERIOD-END-SWITCH
           END-IF

           IF WS-WALK-MONTH IS NOT EQUAL TO WS-ORDINAL-MONTH
               MOVE WS-WALK-MONTH TO WS-ORDINAL-MONTH
               MOVE ZERO TO WS-BUSINESS-DAY-ORDINAL
           END-IF
           IF WS-WALK-IS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAY-ORDINAL
           END-IF

           IF WS-WALK-DATE IS NOT LESS THAN WS-CDT-DATE
               ADD 1 TO WS-NIGHTS-BUILT
               IF WS-WALK-DATE IS EQUAL TO WS-CDT-DATE
                   PERFORM WRITE-RUN-LIST-HEADINGS
               END-IF
               PERFORM JUDGE-ONE-RULE
                   VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX IS GREATER THAN WS-RULE-COUNT
           END-IF

           MOVE WS-NEXT-DATE TO WS-WALK-DATE
           .
       JUDGE-ONE-RULE.
           MOVE 'N' TO WS-RULE-APPLIES-SWITCH
           EVALUATE WS-JRL-RULE-CODE(RULE-INDEX)
               WHEN 'DY'
                   SET WS-RULE-APPLIES TO TRUE
               WHEN 'BD'
                   IF WS-WALK-IS-BUSINESS-DAY
                       SET WS-RULE-APPLIES TO TRUE
                   END-IF
               WHEN 'FE'
                   IF WS-WALK-IS-PERIOD-END
                       SET WS-RULE-APPLIES TO TRUE
                   END-IF
               WHEN 'NB'
               WHEN 'SC'
                   IF WS-WALK-IS-BUSINESS-DAY
                   AND WS-BUSINESS-DAY-ORDINAL IS EQUAL TO
                           WS-JRL-DAY-NUMBER(RULE-INDEX)
                       SET WS-RULE-APPLIES TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-RULE-APPLIES
           AND WS-JRL-PERIOD-LIST(RULE-INDEX) IS NOT EQUAL TO SPACES
               MOVE 'N' TO WS-PERIOD-LISTED-SWITCH
               PERFORM CHECK-ONE-LISTED-PERIOD
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB IS GREATER THAN 12
               IF NOT WS-PERIOD-IS-LISTED
                   MOVE 'N' TO WS-RULE-APPLIES-SWITCH
               END-IF
           END-IF
           IF WS-RULE-APPLIES
               PERFORM WRITE-CALENDAR-ENTRY
           END-IF
           .
       CHECK-ONE-LISTED-PERIOD.
           IF WS-JRL-PERIOD(RULE-INDEX, WS-PERIOD-SUB) IS NUMERIC
               IF WS-JRL-PERIOD(RULE-INDEX, WS-PERIOD-SUB)
                       IS EQUAL TO WS-WALK-FISCAL-PERIOD
                   SET WS-PERIOD-IS-LISTED TO TRUE
               END-IF
           END-IF
           .
       WRITE-CALENDAR-ENTRY.
           MOVE SPACES TO PROCESSING-CALENDAR-RECORD
           MOVE WS-WALK-DATE-X TO PCL-RUN-DATE
           MOVE WS-JRL-PROGRAM-ID(RULE-INDEX) TO PCL-PROGRAM-ID
           MOVE WS-JRL-RULE-CODE(RULE-INDEX) TO PCL-RULE-CODE
           MOVE WS-JRL-CYCLE-CODE(RULE-INDEX) TO PCL-CYCLE-CODE
           MOVE WS-WALK-FISCAL-YEAR TO PCL-FISCAL-YEAR
           MOVE WS-WALK-FISCAL-PERIOD TO PCL-FISCAL-PERIOD
           MOVE WS-WALK-BUSINESS-SWITCH TO PCL-BUSINESS-DAY
           MOVE WS-THROUGH-DATE-X TO PCL-THROUGH-DATE
           WRITE PROCESSING-CALENDAR-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN
           IF WS-WALK-DATE IS EQUAL TO WS-CDT-DATE
               PERFORM WRITE-RUN-LIST-ENTRY
           END-IF
           .
       WRITE-RUN-LIST-HEADINGS.
           MOVE SPACES TO RUN-LIST-LINE
           WRITE RUN-LIST-LINE
           MOVE WS-WALK-DATE-X TO RLH-RUN-DATE
           MOVE WS-DAY-NAME(WS-WALK-DAY-OF-WEEK) TO RLH-DAY-NAME
           WRITE RUN-LIST-LINE FROM RUN-LIST-HEADING-1
           IF WS-WALK-IS-BUSINESS-DAY
               MOVE 'YES' TO RLH-BUSINESS-DAY
           ELSE
               MOVE 'NO' TO RLH-BUSINESS-DAY
           END-IF
           MOVE WS-WALK-FISCAL-YEAR TO RLH-FISCAL-YEAR
           MOVE WS-WALK-FISCAL-PERIOD TO RLH-FISCAL-PERIOD
           IF WS-WALK-IS-PERIOD-END
               MOVE 'YES' TO RLH-PERIOD-END
           ELSE
               MOVE 'NO' TO RLH-PERIOD-END
           END-IF
           WRITE RUN-LIST-LINE FROM RUN-LIST-HEADING-2
           MOVE SPACES TO RUN-LIST-LINE
           WRITE RUN-LIST-LINE
           WRITE RUN-LIST-LINE FROM RUN-LIST-COLUMN-HEADINGS
           .
       WRITE-RUN-LIST-ENTRY.
           MOVE WS-JRL-PROGRAM-ID(RULE-INDEX) TO RLD-PROGRAM-ID
           MOVE SPACES TO RLD-RULE-TEXT
           EVALUATE WS-JRL-RULE-CODE(RULE-INDEX)
               WHEN 'DY'
                   MOVE 'DAILY' TO RLD-RULE-TEXT
               WHEN 'BD'
                   MOVE 'BUSINESS DAYS' TO RLD-RULE-TEXT
               WHEN 'FE'
                   MOVE 'FISCAL PERIOD END' TO RLD-RULE-TEXT
               WHEN 'NB'
                   STRING 'BUSINESS DAY '
                          WS-JRL-DAY-NUMBER(RULE-INDEX)
                          ' OF MONTH'
                          DELIMITED BY SIZE
                          INTO RLD-RULE-TEXT
               WHEN 'SC'
                   STRING 'STATEMENT CYCLE, DAY '
                          WS-JRL-DAY-NUMBER(RULE-INDEX)
                          DELIMITED BY SIZE
                          INTO RLD-RULE-TEXT
           END-EVALUATE
           MOVE WS-JRL-CYCLE-CODE(RULE-INDEX) TO RLD-CYCLE-CODE
           MOVE WS-JRL-DESCRIPTION(RULE-INDEX) TO RLD-DESCRIPTION
           WRITE RUN-LIST-LINE FROM RUN-LIST-DETAIL-LINE
           ADD 1 TO WS-TONIGHT-COUNT
           .
       END-OF-PROGRAM.
           DISPLAY 'RUN RULES REJECTED:        ' WS-RULES-REJECTED
           DISPLAY 'CALENDAR ENTRIES WRITTEN:  ' WS-ENTRIES-WRITTEN
           DISPLAY 'JOBS SCHEDULED TONIGHT:    ' WS-TONIGHT-COUNT
           CLOSE RUN-LIST-FILE
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
