      *****************************************************************
      * Program name:    FEEDWTCH
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * The early-night watch on the partner feeds. REFORMER logs
      * every feed it processes on FEEDCTL1, but a partner who sends
      * nothing leaves nothing behind, and the gap used to surface
      * days later as a customer asking where their invoices went.
      *
      * FEEDSCH1 holds each partner's expected-feed schedule: the
      * weekdays a feed is due (Monday through Sunday, 'Y' when due),
      * the latest time it should have been logged (HHMM), and the
      * normal range of its record count (a maximum of zero leaves
      * the range open above). Tonight's FEEDCTL1 entries - those
      * logged on the check date, today unless a FEEDASOF control
      * card (YYYYMMDD) names another night for a rerun - are laid
      * against it and each partner is reported on FEEDWRPT as:
      *   RECEIVED            on time and inside its count range;
      *   LATE                first logged after the latest time;
      *   COUNT OUT OF RANGE  records outside the normal range;
      *   MISSING             due tonight and nothing logged.
      * A partner may be both late and out of range and then gets
      * both lines. Feeds from partners not due tonight, or with no
      * schedule at all, are listed too so the schedule can be kept
      * honest. Several feeds from one partner in one night count
      * as one delivery: their records are added together and the
      * first one's time is its arrival.
      *
      * A missing feed is logged to EXCPLOG at error severity, where
      * EXCPSUM ranks it ahead of the warnings in the morning
      * triage; late and out-of-range feeds are logged as warnings.
      * Each carries the partner id as its reference key.
      *
      * RETURN-CODE is 0 when every feed due tonight has arrived in
      * good order, 4 when one was late or out of range, and 8 when
      * one is missing or the schedule cannot be read.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDWTCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-SCHEDULE-FILE ASSIGN TO 'FEEDSCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FEED-SCHEDULE-STATUS.
           SELECT FEED-CONTROL-FILE ASSIGN TO 'FEEDCTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FEED-CONTROL-STATUS.
           SELECT FEED-WATCH-REPORT-FILE ASSIGN TO 'FEEDWRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FEED-WATCH-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEED-SCHEDULE-RECORD.
       01  FEED-SCHEDULE-RECORD.
           05  FSC-PARTNER-ID           PIC X(08).
           05  FSC-WEEKDAY-FLAGS.
               10  FSC-DUE-FLAG         PIC X(01) OCCURS 7 TIMES.
           05  FSC-LATEST-TIME          PIC 9(04).
           05  FSC-MINIMUM-COUNT        PIC 9(09).
           05  FSC-MAXIMUM-COUNT        PIC 9(09).
           05  FILLER                   PIC X(03).

      * Same layout REFORMER appends to FEEDCTL1.
       FD  FEED-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEED-CONTROL-RECORD.
       01  FEED-CONTROL-RECORD.
           05  FCT-PARTNER-ID           PIC X(08).
           05  FCT-FEED-DATE            PIC X(08).
           05  FCT-RECORD-COUNT         PIC 9(09).
           05  FCT-QUANTITY-HASH        PIC 9(09).
           05  FCT-PRICE-HASH           PIC 9(09)V99.
           05  FCT-LOGGED-DATE          PIC X(08).
           05  FCT-LOGGED-TIME          PIC X(06).

       FD  FEED-WATCH-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FEED-WATCH-REPORT-LINE.
       01  FEED-WATCH-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  FEED-SCHEDULE-STATUS     PIC X(02).
               88  FEED-SCHEDULE-OK     VALUE '00'.
               88  END-OF-FEED-SCHEDULE VALUE '10'.
           05  FEED-CONTROL-STATUS      PIC X(02).
               88  FEED-CONTROL-OK      VALUE '00'.
               88  END-OF-FEED-CONTROL  VALUE '10'.
               88  FEED-CONTROL-MISSING VALUE '35'.
           05  FEED-WATCH-REPORT-STATUS PIC X(02).
               88  FEED-WATCH-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'FEEDWTCH'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'FEEDWTCH'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'FEEDWTCH'.
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

      * Held here until GOBACK time - the EXCPLOG and JOBSTAT calls
      * in END-OF-PROGRAM would otherwise clear the register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

      * The night being watched and its weekday (1 = Monday).
       01  WS-CHECK-FIELDS.
           05  WS-CHECK-DATE            PIC X(08).
           05  WS-CHECK-DAY-OF-WEEK     PIC 9(01).
           05  WS-ARRIVAL-HHMM          PIC 9(04).
           05  WS-DAY-SUB               PIC 9(01).

      * One entry per scheduled partner, with what tonight's
      * FEEDCTL1 entries delivered against it.
       01  WS-SCHEDULE-TABLE-AREA.
           05  WS-SCHEDULE-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-SCHEDULES         PIC S9(05) COMP-3 VALUE 200.
           05  WS-SCHEDULE-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-SCHEDULE-COUNT
                       INDEXED BY SCHEDULE-INDEX.
               10  WS-SCH-PARTNER-ID    PIC X(08).
               10  WS-SCH-DUE-FLAG      PIC X(01) OCCURS 7 TIMES.
               10  WS-SCH-LATEST-TIME   PIC 9(04).
               10  WS-SCH-MINIMUM-COUNT PIC 9(09).
               10  WS-SCH-MAXIMUM-COUNT PIC 9(09).
               10  WS-SCH-FEEDS-TONIGHT PIC S9(05) COMP-3.
               10  WS-SCH-RECORDS-TONIGHT PIC S9(09) COMP-3.
               10  WS-SCH-ARRIVAL-TIME  PIC X(06).

      * Feeds logged tonight by partners FEEDSCH1 does not know.
       01  WS-UNSCHEDULED-TABLE-AREA.
           05  WS-UNSCHEDULED-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-UNSCHEDULED       PIC S9(03) COMP-3 VALUE 50.
           05  WS-UNSCHEDULED-ENTRY OCCURS 1 TO 50
                       DEPENDING ON WS-UNSCHEDULED-COUNT
                       INDEXED BY UNSCHEDULED-INDEX.
               10  WS-UNS-PARTNER-ID    PIC X(08).
               10  WS-UNS-RECORDS       PIC S9(09) COMP-3.
               10  WS-UNS-ARRIVAL-TIME  PIC X(06).

       01  WS-WATCH-COUNTERS.
           05  WS-FEEDS-DUE             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-FEEDS-RECEIVED        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-FEEDS-LATE            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-FEEDS-OUT-OF-RANGE    PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-FEEDS-MISSING         PIC S9(05) COMP-3 VALUE ZERO.

       01  WATCH-HEADING-LINE.
           05  FILLER                   PIC X(32)
                   VALUE 'EXPECTED PARTNER FEEDS FOR NIGHT'.
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  WHD-CHECK-DATE           PIC X(08).
       01  WATCH-COLUMN-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'PARTNER   DUE BY'.
           05  FILLER                   PIC X(14) VALUE 'LOGGED AT'.
           05  FILLER                   PIC X(15) VALUE 'RECORDS'.
           05  FILLER                   PIC X(23)
                   VALUE 'NORMAL RANGE'.
           05  FILLER                   PIC X(06) VALUE 'STATUS'.
       01  WATCH-DETAIL-LINE.
           05  WDT-PARTNER-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WDT-DUE-BY               PIC X(05).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WDT-LOGGED-AT            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WDT-RECORDS              PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WDT-MINIMUM              PIC X(11).
           05  WDT-RANGE-DASH           PIC X(01).
           05  WDT-MAXIMUM              PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WDT-STATUS               PIC X(30).
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TIME.
               10  WS-EDIT-HOURS        PIC X(02).
               10  FILLER               PIC X(01) VALUE ':'.
               10  WS-EDIT-MINUTES      PIC X(02).
               10  FILLER               PIC X(01) VALUE ':'.
               10  WS-EDIT-SECONDS      PIC X(02).
       01  WATCH-SUMMARY-LINE.
           05  WSM-LABEL                PIC X(20).
           05  WSM-COUNT                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           OPEN OUTPUT FEED-WATCH-REPORT-FILE
           IF NOT FEED-WATCH-REPORT-OK
               DISPLAY 'STATUS ON FEED-WATCH-REPORT-FILE OPEN: '
                       FEED-WATCH-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FEEDWTCH STATUS ON FEED-WATCH-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-CONTROL-CARDS
           MOVE 'DW' TO WS-DC-FUNCTION-CODE
           MOVE WS-CHECK-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CHECK-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CHECK-DATE(7:2) TO WS-DC-DAY-1
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-DAY-OF-WEEK TO WS-CHECK-DAY-OF-WEEK

           MOVE WS-CHECK-DATE TO WHD-CHECK-DATE
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-HEADING-LINE
           MOVE SPACES TO FEED-WATCH-REPORT-LINE
           WRITE FEED-WATCH-REPORT-LINE
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-COLUMN-LINE

      * Without the schedule nothing can be called missing, which
      * must not pass for a quiet night.
           OPEN INPUT FEED-SCHEDULE-FILE
           IF NOT FEED-SCHEDULE-OK
               DISPLAY 'STATUS ON FEED-SCHEDULE-FILE OPEN: '
                       FEED-SCHEDULE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FEEDWTCH STATUS ON FEED-SCHEDULE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-FEED-SCHEDULE
           CLOSE FEED-SCHEDULE-FILE

      * No FEEDCTL1 at all is a night on which nothing has arrived
      * yet; every feed due is then missing.
           OPEN INPUT FEED-CONTROL-FILE
           IF FEED-CONTROL-OK
               PERFORM READ-TONIGHTS-FEEDS
               CLOSE FEED-CONTROL-FILE
           ELSE
               IF NOT FEED-CONTROL-MISSING
                   DISPLAY 'STATUS ON FEED-CONTROL-FILE OPEN: '
                           FEED-CONTROL-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'FEEDWTCH STATUS ON FEED-CONTROL-FILE OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 8 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
               END-IF
           END-IF

           PERFORM VARYING SCHEDULE-INDEX FROM 1 BY 1
                   UNTIL SCHEDULE-INDEX > WS-SCHEDULE-COUNT
               PERFORM CHECK-ONE-PARTNER
           END-PERFORM
           PERFORM VARYING UNSCHEDULED-INDEX FROM 1 BY 1
                   UNTIL UNSCHEDULED-INDEX > WS-UNSCHEDULED-COUNT
               PERFORM REPORT-UNSCHEDULED-FEED
           END-PERFORM
           PERFORM PRINT-WATCH-SUMMARY

           GO TO END-OF-PROGRAM
           .
      * FEEDASOF, when present, watches another night than today's -
      * a rerun the next morning must still look at last night.
       LOAD-CONTROL-CARDS.
           MOVE WS-CDT-DATE-X TO WS-CHECK-DATE
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FEEDASOF' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   IF WS-CC-VALUE(1:8) IS NUMERIC
                       MOVE WS-CC-VALUE(1:8) TO WS-CHECK-DATE
                   ELSE
                       DISPLAY 'FEEDASOF CARD IS NOT YYYYMMDD - '
                               'WATCHING ' WS-CHECK-DATE
                   END-IF
               END-IF
           END-IF
           .
       LOAD-FEED-SCHEDULE.
           PERFORM UNTIL END-OF-FEED-SCHEDULE
               READ FEED-SCHEDULE-FILE
               IF FEED-SCHEDULE-OK
                   IF FSC-LATEST-TIME IS NOT NUMERIC
                   OR FSC-MINIMUM-COUNT IS NOT NUMERIC
                   OR FSC-MAXIMUM-COUNT IS NOT NUMERIC
                       DISPLAY 'FEED SCHEDULE FOR PARTNER '
                               FSC-PARTNER-ID ' IS NOT NUMERIC - '
                               'NOT LOADED'
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'FEEDWTCH FEED SCHEDULE ENTRY NOT NUMERIC'
                           TO WS-EL-EXCEPTION-TEXT
                       MOVE 'W' TO WS-EL-SEVERITY-CODE
                       MOVE FSC-PARTNER-ID TO WS-EL-REFERENCE-KEY
                       CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                   ELSE
                       IF WS-SCHEDULE-COUNT IS LESS THAN
                               WS-MAX-SCHEDULES
                           PERFORM STORE-SCHEDULE-ENTRY
                       ELSE
                           DISPLAY 'FEED SCHEDULE TABLE IS FULL - '
                                   'PARTNER ' FSC-PARTNER-ID
                                   ' NOT LOADED'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       STORE-SCHEDULE-ENTRY.
           ADD 1 TO WS-SCHEDULE-COUNT
           SET SCHEDULE-INDEX TO WS-SCHEDULE-COUNT
           MOVE FSC-PARTNER-ID TO WS-SCH-PARTNER-ID(SCHEDULE-INDEX)
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
               MOVE FSC-DUE-FLAG(WS-DAY-SUB)
                   TO WS-SCH-DUE-FLAG(SCHEDULE-INDEX, WS-DAY-SUB)
           END-PERFORM
           MOVE FSC-LATEST-TIME TO WS-SCH-LATEST-TIME(SCHEDULE-INDEX)
           MOVE FSC-MINIMUM-COUNT
               TO WS-SCH-MINIMUM-COUNT(SCHEDULE-INDEX)
           MOVE FSC-MAXIMUM-COUNT
               TO WS-SCH-MAXIMUM-COUNT(SCHEDULE-INDEX)
           MOVE ZERO TO WS-SCH-FEEDS-TONIGHT(SCHEDULE-INDEX)
                        WS-SCH-RECORDS-TONIGHT(SCHEDULE-INDEX)
           MOVE SPACES TO WS-SCH-ARRIVAL-TIME(SCHEDULE-INDEX)
           .
      * FEEDCTL1 is the whole history; only the entries logged on
      * the check date belong to tonight. Older generations, logged
      * before the time was kept, carry spaces and never match.
       READ-TONIGHTS-FEEDS.
           PERFORM UNTIL END-OF-FEED-CONTROL
               READ FEED-CONTROL-FILE
               IF FEED-CONTROL-OK
                   IF FCT-LOGGED-DATE = WS-CHECK-DATE
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM POST-TONIGHTS-FEED
                   END-IF
               END-IF
           END-PERFORM
           .
       POST-TONIGHTS-FEED.
           SET SCHEDULE-INDEX TO 1
           SEARCH WS-SCHEDULE-ENTRY
               AT END
                   PERFORM POST-UNSCHEDULED-FEED
               WHEN WS-SCH-PARTNER-ID(SCHEDULE-INDEX) = FCT-PARTNER-ID
                   ADD 1 TO WS-SCH-FEEDS-TONIGHT(SCHEDULE-INDEX)
                   ADD FCT-RECORD-COUNT
                       TO WS-SCH-RECORDS-TONIGHT(SCHEDULE-INDEX)
                   IF WS-SCH-ARRIVAL-TIME(SCHEDULE-INDEX) = SPACES
                   OR FCT-LOGGED-TIME
                          < WS-SCH-ARRIVAL-TIME(SCHEDULE-INDEX)
                       MOVE FCT-LOGGED-TIME
                           TO WS-SCH-ARRIVAL-TIME(SCHEDULE-INDEX)
                   END-IF
           END-SEARCH
           .
       POST-UNSCHEDULED-FEED.
           SET UNSCHEDULED-INDEX TO 1
           SEARCH WS-UNSCHEDULED-ENTRY
               AT END
                   IF WS-UNSCHEDULED-COUNT IS LESS THAN
                           WS-MAX-UNSCHEDULED
                       ADD 1 TO WS-UNSCHEDULED-COUNT
                       SET UNSCHEDULED-INDEX TO WS-UNSCHEDULED-COUNT
                       MOVE FCT-PARTNER-ID
                           TO WS-UNS-PARTNER-ID(UNSCHEDULED-INDEX)
                       MOVE FCT-RECORD-COUNT
                           TO WS-UNS-RECORDS(UNSCHEDULED-INDEX)
                       MOVE FCT-LOGGED-TIME
                           TO WS-UNS-ARRIVAL-TIME(UNSCHEDULED-INDEX)
                   ELSE
                       DISPLAY 'UNSCHEDULED FEED TABLE IS FULL - '
                               'PARTNER ' FCT-PARTNER-ID
                               ' NOT LISTED'
                   END-IF
               WHEN WS-UNS-PARTNER-ID(UNSCHEDULED-INDEX)
                       = FCT-PARTNER-ID
                   ADD FCT-RECORD-COUNT
                       TO WS-UNS-RECORDS(UNSCHEDULED-INDEX)
           END-SEARCH
           .
       CHECK-ONE-PARTNER.
           MOVE SPACES TO WATCH-DETAIL-LINE
           MOVE WS-SCH-PARTNER-ID(SCHEDULE-INDEX) TO WDT-PARTNER-ID
           MOVE WS-SCH-MINIMUM-COUNT(SCHEDULE-INDEX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WDT-MINIMUM
           MOVE '-' TO WDT-RANGE-DASH
           IF WS-SCH-MAXIMUM-COUNT(SCHEDULE-INDEX) IS GREATER THAN
                   ZERO
               MOVE WS-SCH-MAXIMUM-COUNT(SCHEDULE-INDEX)
                   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WDT-MAXIMUM
           END-IF
           IF WS-SCH-FEEDS-TONIGHT(SCHEDULE-INDEX) IS GREATER THAN
                   ZERO
               MOVE WS-SCH-RECORDS-TONIGHT(SCHEDULE-INDEX)
                   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WDT-RECORDS
               MOVE WS-SCH-ARRIVAL-TIME(SCHEDULE-INDEX)(1:2)
                   TO WS-EDIT-HOURS
               MOVE WS-SCH-ARRIVAL-TIME(SCHEDULE-INDEX)(3:2)
                   TO WS-EDIT-MINUTES
               MOVE WS-SCH-ARRIVAL-TIME(SCHEDULE-INDEX)(5:2)
                   TO WS-EDIT-SECONDS
               MOVE WS-EDIT-TIME TO WDT-LOGGED-AT
           END-IF

           IF WS-SCH-DUE-FLAG(SCHEDULE-INDEX, WS-CHECK-DAY-OF-WEEK)
                   NOT = 'Y'
               IF WS-SCH-FEEDS-TONIGHT(SCHEDULE-INDEX) IS GREATER
                       THAN ZERO
                   MOVE 'RECEIVED - NOT DUE TONIGHT' TO WDT-STATUS
                   WRITE FEED-WATCH-REPORT-LINE FROM WATCH-DETAIL-LINE
               END-IF
           ELSE
               ADD 1 TO WS-FEEDS-DUE
               MOVE WS-SCH-LATEST-TIME(SCHEDULE-INDEX)(1:2)
                   TO WDT-DUE-BY(1:2)
               MOVE ':' TO WDT-DUE-BY(3:1)
               MOVE WS-SCH-LATEST-TIME(SCHEDULE-INDEX)(3:2)
                   TO WDT-DUE-BY(4:2)
               IF WS-SCH-FEEDS-TONIGHT(SCHEDULE-INDEX) = ZERO
                   PERFORM REPORT-MISSING-FEED
               ELSE
                   PERFORM CHECK-RECEIVED-FEED
               END-IF
           END-IF
           .
       REPORT-MISSING-FEED.
           ADD 1 TO WS-FEEDS-MISSING
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'MISSING' TO WDT-STATUS
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-DETAIL-LINE
           DISPLAY 'EXPECTED FEED MISSING FOR PARTNER '
                   WS-SCH-PARTNER-ID(SCHEDULE-INDEX)
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'FEEDWTCH EXPECTED PARTNER FEED MISSING'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE WS-SCH-PARTNER-ID(SCHEDULE-INDEX)
               TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 8 TO WS-RETURN-CODE-VALUE
           .
       CHECK-RECEIVED-FEED.
           ADD 1 TO WS-FEEDS-RECEIVED
           MOVE WS-SCH-ARRIVAL-TIME(SCHEDULE-INDEX)(1:4)
               TO WS-ARRIVAL-HHMM
           IF WS-ARRIVAL-HHMM IS GREATER THAN
                   WS-SCH-LATEST-TIME(SCHEDULE-INDEX)
               ADD 1 TO WS-FEEDS-LATE
               MOVE 'LATE' TO WDT-STATUS
               WRITE FEED-WATCH-REPORT-LINE FROM WATCH-DETAIL-LINE
               MOVE 'FEEDWTCH PARTNER FEED ARRIVED LATE'
                   TO WS-EL-EXCEPTION-TEXT
               PERFORM NOTE-FEED-WARNING
           END-IF
           IF WS-SCH-RECORDS-TONIGHT(SCHEDULE-INDEX) IS LESS THAN
                   WS-SCH-MINIMUM-COUNT(SCHEDULE-INDEX)
           OR (WS-SCH-MAXIMUM-COUNT(SCHEDULE-INDEX) IS GREATER THAN
                   ZERO
               AND WS-SCH-RECORDS-TONIGHT(SCHEDULE-INDEX) IS GREATER
                   THAN WS-SCH-MAXIMUM-COUNT(SCHEDULE-INDEX))
               ADD 1 TO WS-FEEDS-OUT-OF-RANGE
               MOVE 'COUNT OUT OF RANGE' TO WDT-STATUS
               WRITE FEED-WATCH-REPORT-LINE FROM WATCH-DETAIL-LINE
               MOVE 'FEEDWTCH PARTNER FEED COUNT OUT OF NORMAL RANGE'
                   TO WS-EL-EXCEPTION-TEXT
               PERFORM NOTE-FEED-WARNING
           END-IF
           IF WDT-STATUS = SPACES
               MOVE 'RECEIVED' TO WDT-STATUS
               WRITE FEED-WATCH-REPORT-LINE FROM WATCH-DETAIL-LINE
           END-IF
           .
       NOTE-FEED-WARNING.
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'W' TO WS-EL-SEVERITY-CODE
           MOVE WS-SCH-PARTNER-ID(SCHEDULE-INDEX)
               TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       REPORT-UNSCHEDULED-FEED.
           MOVE SPACES TO WATCH-DETAIL-LINE
           MOVE WS-UNS-PARTNER-ID(UNSCHEDULED-INDEX) TO WDT-PARTNER-ID
           MOVE WS-UNS-RECORDS(UNSCHEDULED-INDEX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WDT-RECORDS
           MOVE WS-UNS-ARRIVAL-TIME(UNSCHEDULED-INDEX)(1:2)
               TO WS-EDIT-HOURS
           MOVE WS-UNS-ARRIVAL-TIME(UNSCHEDULED-INDEX)(3:2)
               TO WS-EDIT-MINUTES
           MOVE WS-UNS-ARRIVAL-TIME(UNSCHEDULED-INDEX)(5:2)
               TO WS-EDIT-SECONDS
           MOVE WS-EDIT-TIME TO WDT-LOGGED-AT
           MOVE 'RECEIVED - NO SCHEDULE ON FILE' TO WDT-STATUS
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-DETAIL-LINE
           .
       PRINT-WATCH-SUMMARY.
           MOVE SPACES TO FEED-WATCH-REPORT-LINE
           WRITE FEED-WATCH-REPORT-LINE
           MOVE 'FEEDS DUE TONIGHT' TO WSM-LABEL
           MOVE WS-FEEDS-DUE TO WSM-COUNT
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-SUMMARY-LINE
           MOVE 'RECEIVED' TO WSM-LABEL
           MOVE WS-FEEDS-RECEIVED TO WSM-COUNT
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-SUMMARY-LINE
           MOVE 'LATE' TO WSM-LABEL
           MOVE WS-FEEDS-LATE TO WSM-COUNT
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-SUMMARY-LINE
           MOVE 'COUNT OUT OF RANGE' TO WSM-LABEL
           MOVE WS-FEEDS-OUT-OF-RANGE TO WSM-COUNT
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-SUMMARY-LINE
           MOVE 'MISSING' TO WSM-LABEL
           MOVE WS-FEEDS-MISSING TO WSM-COUNT
           WRITE FEED-WATCH-REPORT-LINE FROM WATCH-SUMMARY-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'PARTNER FEEDS DUE: ' WS-FEEDS-DUE
                   ' MISSING: ' WS-FEEDS-MISSING
           CLOSE FEED-WATCH-REPORT-FILE
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
