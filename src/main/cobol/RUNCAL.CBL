      *****************************************************************
      * Program name:    RUNCAL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A shared processing-calendar check. Which periodic jobs run
      * on which nights used to live in the operators' heads, and a
      * monthly job could run twice in one month with nothing to stop
      * it. CALBUILD now builds the PROCCAL1 processing calendar - one
      * record per program per night it is scheduled - from the run
      * rules, the holiday calendar and the fiscal calendar, and each
      * periodic program calls this routine at startup to ask whether
      * tonight is its night, the same way it asks SCHEDCTL whether
      * its producers completed.
      *
      * 'CK' scans PROCCAL1 for the program named in LS-PROGRAM-ID
      * under today's date and answers in LS-RETURN-CODE:
      *     '00' - scheduled tonight; LS-RULE-CODE and LS-CYCLE-CODE
      *            say which run rule put it there.
      *     '01' - not scheduled, but the caller's own control-card
      *            file (CTLCARD's INVCPARM, the file every periodic
      *            program already reads its run cards from) carries
      *            a RUNOVRD card naming tonight's date, so the run
      *            goes ahead by operator override.
      *     '12' - not scheduled tonight and no override card.
      *     '04' - the calendar is missing, or was not built through
      *            tonight; treated as not scheduled, since a job that
      *            cannot prove it is due should not guess.
      * The override card names the date rather than just saying yes,
      * so a card left in the deck cannot force tomorrow's run too.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RUNCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSING-CALENDAR-FILE ASSIGN TO 'PROCCAL1'
               FILE STATUS IS WS-PROCESSING-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One record per program per night it is scheduled, the layout
      * CALBUILD writes.
       FD  PROCESSING-CALENDAR-FILE
           DATA RECORD IS PROCESSING-CALENDAR-RECORD.
       01  PROCESSING-CALENDAR-RECORD.
           05  PCL-RUN-DATE               PIC X(08).
           05  PCL-PROGRAM-ID             PIC X(08).
           05  PCL-RULE-CODE              PIC X(02).
           05  PCL-CYCLE-CODE             PIC X(01).
           05  PCL-FISCAL-YEAR            PIC 9(04).
           05  PCL-FISCAL-PERIOD          PIC 9(02).
           05  PCL-BUSINESS-DAY           PIC X(01).
           05  PCL-THROUGH-DATE           PIC X(08).
           05  FILLER                     PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-PROCESSING-CALENDAR-STATUS PIC X(02).
           88  WS-PROCESSING-CALENDAR-OK VALUE '00'.
           88  WS-END-OF-PROCESSING-CALENDAR VALUE '10'.
       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).
       01  WS-SCHEDULED-SWITCH           PIC X.
           88  WS-PROGRAM-IS-SCHEDULED   VALUE 'Y'.
       01  WS-CALENDAR-COVERS-SWITCH     PIC X.
           88  WS-CALENDAR-COVERS-TONIGHT VALUE 'Y'.

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

       LINKAGE SECTION.
       01  LS-RUN-CALENDAR-CONVERSION.
           05  LS-FUNCTION-CODE           PIC X(02).
               88  LS-FUNCTION-IS-CHECK   VALUE 'CK'.
           05  LS-PROGRAM-ID              PIC X(08).
           05  LS-RUN-DATE                PIC X(08).
           05  LS-RULE-CODE               PIC X(02).
           05  LS-CYCLE-CODE              PIC X(01).
           05  LS-RETURN-CODE             PIC X(02).
               88  LS-RUN-IS-SCHEDULED    VALUE '00'.
               88  LS-RUN-IS-OVERRIDDEN   VALUE '01'.
               88  LS-CALENDAR-NOT-AVAILABLE VALUE '04'.
               88  LS-RUN-NOT-SCHEDULED   VALUE '12'.

       PROCEDURE DIVISION USING LS-RUN-CALENDAR-CONVERSION.
       MAINLINE-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           EVALUATE TRUE
               WHEN LS-FUNCTION-IS-CHECK
                   PERFORM CHECK-TONIGHTS-CALENDAR
                   IF NOT LS-RUN-IS-SCHEDULED
                       PERFORM CHECK-OVERRIDE-CARD
                   END-IF
               WHEN OTHER
                   MOVE '04' TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

      * Every calendar record carries the last date the build
      * covered, so a night with nothing at all scheduled can still
      * be told apart from a calendar that stopped short of it.
       CHECK-TONIGHTS-CALENDAR.
           MOVE WS-CDT-DATE-X TO LS-RUN-DATE
           MOVE SPACES TO LS-RULE-CODE
           MOVE SPACE TO LS-CYCLE-CODE
           MOVE 'N' TO WS-SCHEDULED-SWITCH
           MOVE 'N' TO WS-CALENDAR-COVERS-SWITCH
           OPEN INPUT PROCESSING-CALENDAR-FILE
           IF NOT WS-PROCESSING-CALENDAR-OK
               MOVE '04' TO LS-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-END-OF-PROCESSING-CALENDAR
                   READ PROCESSING-CALENDAR-FILE
                   IF WS-PROCESSING-CALENDAR-OK
                       PERFORM JUDGE-ONE-CALENDAR-RECORD
                   END-IF
               END-PERFORM
               CLOSE PROCESSING-CALENDAR-FILE
               EVALUATE TRUE
                   WHEN WS-PROGRAM-IS-SCHEDULED
                       MOVE '00' TO LS-RETURN-CODE
                   WHEN WS-CALENDAR-COVERS-TONIGHT
                       MOVE '12' TO LS-RETURN-CODE
                   WHEN OTHER
                       MOVE '04' TO LS-RETURN-CODE
               END-EVALUATE
           END-IF
           .
       JUDGE-ONE-CALENDAR-RECORD.
           IF PCL-THROUGH-DATE IS NOT LESS THAN WS-CDT-DATE-X
               SET WS-CALENDAR-COVERS-TONIGHT TO TRUE
           END-IF
           IF PCL-RUN-DATE IS EQUAL TO WS-CDT-DATE-X
           AND PCL-PROGRAM-ID IS EQUAL TO LS-PROGRAM-ID
           AND NOT WS-PROGRAM-IS-SCHEDULED
               SET WS-PROGRAM-IS-SCHEDULED TO TRUE
               MOVE PCL-RULE-CODE TO LS-RULE-CODE
               MOVE PCL-CYCLE-CODE TO LS-CYCLE-CODE
           END-IF
           .
      * The RUNOVRD card's value is the date (CCYYMMDD) the operator
      * is forcing the run for; any other date does not count.
       CHECK-OVERRIDE-CARD.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'RUNOVRD' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
               AND WS-CC-VALUE(1:8) IS EQUAL TO WS-CDT-DATE-X
                   MOVE '01' TO LS-RETURN-CODE
               END-IF
           END-IF
           .
