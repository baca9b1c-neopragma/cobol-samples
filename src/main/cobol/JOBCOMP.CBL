      *****************************************************************
      * Program name:    JOBCOMP
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A before-and-after elapsed-time comparison between two sets
      * of JOBSTAT1 run statistics.
      *
      * When a job is changed to run faster - a new access path, a
      * table instead of a pass, a file dropped from a step - the
      * proof is the elapsed time JOBSTAT has been recording all
      * along. Operations saves the JOBSTAT1 generations from the
      * nights before the change as JOBSTATB and from the nights
      * after it as JOBSTATA (one night or several concatenated),
      * and this job prints, for every program in either, the number
      * of runs, the average elapsed seconds and the average record
      * count before and after, and the change in elapsed time in
      * seconds and as a percentage of the before figure. Record
      * counts are shown beside the times because a run that got
      * faster on half the volume proves nothing.
      *
      * A program in only one of the two sets is listed as NO BEFORE
      * RUNS or NO AFTER RUNS with nothing to compare. Elapsed time is
      * worked out the same way JOBTREND works it out, across
      * midnight through DATECALC.
      *
      * RETURN-CODE is 0 when the comparison printed and 8 when
      * either set of statistics or the report cannot be opened.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JOBCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEFORE-STATS-FILE ASSIGN TO 'JOBSTATB'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BEFORE-STATS-STATUS.
           SELECT AFTER-STATS-FILE ASSIGN TO 'JOBSTATA'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AFTER-STATS-STATUS.
           SELECT COMPARISON-REPORT-FILE ASSIGN TO 'JOBCMRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMPARISON-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Both sets are JOBSTAT1 generations, in the layout JOBSTAT
      * writes; each record is moved to WS-RUN-STATS-RECORD to be
      * measured.
       FD  BEFORE-STATS-FILE
           DATA RECORD IS BEFORE-STATS-RECORD.
       01  BEFORE-STATS-RECORD          PIC X(46).

       FD  AFTER-STATS-FILE
           DATA RECORD IS AFTER-STATS-RECORD.
       01  AFTER-STATS-RECORD           PIC X(46).

       FD  COMPARISON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPARISON-REPORT-LINE.
       01  COMPARISON-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  BEFORE-STATS-STATUS      PIC X(02).
               88  BEFORE-STATS-OK      VALUE '00'.
               88  END-OF-BEFORE-STATS  VALUE '10'.
           05  AFTER-STATS-STATUS       PIC X(02).
               88  AFTER-STATS-OK       VALUE '00'.
               88  END-OF-AFTER-STATS   VALUE '10'.
           05  COMPARISON-REPORT-STATUS PIC X(02).
               88  COMPARISON-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'JOBCOMP'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'JOBCOMP'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring DATECALC's LINKAGE SECTION, for elapsed
      * time across a run that crosses midnight.
       01  WS-DATE-CALC-CONVERSION.
           05  WS-DC-FUNCTION-CODE          PIC X(02).
           05  WS-DC-YEAR-1                 PIC 9(04).
           05  WS-DC-MONTH-1                PIC 9(02).
           05  WS-DC-DAY-1                  PIC 9(02).
           05  WS-DC-YEAR-2                 PIC 9(04).
           05  WS-DC-MONTH-2                PIC 9(02).
           05  WS-DC-DAY-2                  PIC 9(02).
           05  WS-DC-NUMBER-OF-DAYS         PIC S9(07).
           05  WS-DC-FISCAL-START-MONTH     PIC 9(02).
           05  WS-DC-DATE-VALID-SWITCH      PIC X.
           05  WS-DC-BUSINESS-DAY-SWITCH    PIC X.
           05  WS-DC-RESULT-YEAR            PIC 9(04).
           05  WS-DC-RESULT-MONTH           PIC 9(02).
           05  WS-DC-RESULT-DAY             PIC 9(02).
           05  WS-DC-RESULT-DAY-OF-WEEK     PIC 9.
           05  WS-DC-RESULT-DAYS            PIC S9(07).
           05  WS-DC-RESULT-FISCAL-YEAR     PIC 9(04).
           05  WS-DC-RESULT-FISCAL-PERIOD   PIC 9(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

       01  WS-RUN-CONTROL.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-REJECTED       VALUE 8.

      * The run being measured, from either set, in the layout
      * JOBSTAT writes.
       01  WS-RUN-STATS-RECORD.
           05  JBS-PROGRAM-ID             PIC X(08).
           05  JBS-START-TIMESTAMP        PIC X(14).
           05  JBS-END-TIMESTAMP          PIC X(14).
           05  JBS-RECORD-COUNT           PIC S9(09) COMP-3.
           05  JBS-EXCEPTION-COUNT        PIC S9(09) COMP-3.
      * B - the run is from the before set; A - from the after set.
       01  WS-RUN-SIDE                  PIC X(01).
           88  WS-RUN-IS-BEFORE         VALUE 'B'.

      * Every program seen in either set, with its totals on each
      * side.
       01  WS-PROGRAM-TABLE-AREA.
           05  WS-PROGRAM-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-PROGRAM-ENTRIES   PIC S9(05) COMP-3 VALUE 200.
           05  WS-PROGRAM-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-PROGRAM-COUNT
                       INDEXED BY PROGRAM-INDEX.
               10  WS-PGM-PROGRAM-ID    PIC X(08).
               10  WS-PGM-BEFORE-RUNS   PIC S9(05) COMP-3.
               10  WS-PGM-BEFORE-SECONDS PIC S9(11) COMP-3.
               10  WS-PGM-BEFORE-COUNT  PIC S9(13) COMP-3.
               10  WS-PGM-AFTER-RUNS    PIC S9(05) COMP-3.
               10  WS-PGM-AFTER-SECONDS PIC S9(11) COMP-3.
               10  WS-PGM-AFTER-COUNT   PIC S9(13) COMP-3.

       01  WS-ELAPSED-WORK-FIELDS.
           05  WS-START-SECONDS         PIC S9(07) COMP-3.
           05  WS-END-SECONDS           PIC S9(07) COMP-3.
           05  WS-ELAPSED-SECONDS       PIC S9(07) COMP-3.
           05  WS-TIMESTAMP-HH          PIC 9(02).
           05  WS-TIMESTAMP-MM          PIC 9(02).
           05  WS-TIMESTAMP-SS          PIC 9(02).

       01  WS-COMPARISON-FIELDS.
           05  WS-BEFORE-AVERAGE-SECONDS PIC S9(09)V99 COMP-3.
           05  WS-AFTER-AVERAGE-SECONDS PIC S9(09)V99 COMP-3.
           05  WS-BEFORE-AVERAGE-COUNT  PIC S9(11)V99 COMP-3.
           05  WS-AFTER-AVERAGE-COUNT   PIC S9(11)V99 COMP-3.
           05  WS-SECONDS-CHANGE        PIC S9(09)V99 COMP-3.
           05  WS-PERCENT-CHANGE        PIC S9(05)V9 COMP-3.
           05  WS-FASTER-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SLOWER-COUNT          PIC S9(05) COMP-3 VALUE ZERO.

       01  COMPARISON-HEADING-LINE.
           05  FILLER                   PIC X(44) VALUE
               'RUN-TIME COMPARISON - JOBSTATB TO JOBSTATA  '.
           05  FILLER                   PIC X(08) VALUE 'PRINTED '.
           05  CHD-RUN-DATE             PIC X(08).
       01  COMPARISON-COLUMN-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               '         ---------- BEFORE -----------  '.
           05  FILLER                   PIC X(40) VALUE
               '----------- AFTER -----------  -------- '.
           05  FILLER                   PIC X(20) VALUE
               'CHANGE ----'.
       01  COMPARISON-COLUMN-LINE-2.
           05  FILLER                   PIC X(40) VALUE
               'PROGRAM    RUNS   AVG SECS AVG RECORDS  '.
           05  FILLER                   PIC X(40) VALUE
               '  RUNS   AVG SECS AVG RECORDS      SECON'.
           05  FILLER                   PIC X(20) VALUE
               'DS PERCENT'.
       01  COMPARISON-DETAIL-LINE.
           05  CDL-PROGRAM-ID           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CDL-BEFORE-RUNS          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CDL-BEFORE-SECONDS       PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CDL-BEFORE-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-AFTER-RUNS           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CDL-AFTER-SECONDS        PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CDL-AFTER-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-SECONDS-CHANGE       PIC ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CDL-PERCENT-CHANGE       PIC ZZZ9.9-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CDL-NOTE-TEXT            PIC X(16).
       01  COMPARISON-TRAILER-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'PROGRAMS COMPARED:  '.
           05  CTL-PROGRAM-COUNT        PIC ZZ9.
           05  FILLER                   PIC X(12)
                   VALUE '    FASTER: '.
           05  CTL-FASTER-COUNT         PIC ZZ9.
           05  FILLER                   PIC X(12)
                   VALUE '    SLOWER: '.
           05  CTL-SLOWER-COUNT         PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           OPEN INPUT BEFORE-STATS-FILE
           IF NOT BEFORE-STATS-OK
               DISPLAY 'STATUS ON BEFORE-STATS-FILE OPEN: '
                       BEFORE-STATS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'JOBCOMP STATUS ON BEFORE-STATS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN INPUT AFTER-STATS-FILE
           IF NOT AFTER-STATS-OK
               DISPLAY 'STATUS ON AFTER-STATS-FILE OPEN: '
                       AFTER-STATS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'JOBCOMP STATUS ON AFTER-STATS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               CLOSE BEFORE-STATS-FILE
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT COMPARISON-REPORT-FILE
           IF NOT COMPARISON-REPORT-OK
               DISPLAY 'STATUS ON COMPARISON-REPORT-FILE OPEN: '
                       COMPARISON-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'JOBCOMP STATUS ON COMPARISON-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               CLOSE BEFORE-STATS-FILE
               CLOSE AFTER-STATS-FILE
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE 'B' TO WS-RUN-SIDE
           PERFORM UNTIL END-OF-BEFORE-STATS
               READ BEFORE-STATS-FILE
               IF BEFORE-STATS-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   MOVE BEFORE-STATS-RECORD TO WS-RUN-STATS-RECORD
                   PERFORM NOTE-ONE-RUN
               END-IF
           END-PERFORM
           CLOSE BEFORE-STATS-FILE

           MOVE 'A' TO WS-RUN-SIDE
           PERFORM UNTIL END-OF-AFTER-STATS
               READ AFTER-STATS-FILE
               IF AFTER-STATS-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   MOVE AFTER-STATS-RECORD TO WS-RUN-STATS-RECORD
                   PERFORM NOTE-ONE-RUN
               END-IF
           END-PERFORM
           CLOSE AFTER-STATS-FILE

           MOVE WS-CDT-DATE TO CHD-RUN-DATE
           WRITE COMPARISON-REPORT-LINE FROM COMPARISON-HEADING-LINE
           MOVE SPACES TO COMPARISON-REPORT-LINE
           WRITE COMPARISON-REPORT-LINE
           WRITE COMPARISON-REPORT-LINE FROM COMPARISON-COLUMN-LINE-1
           WRITE COMPARISON-REPORT-LINE FROM COMPARISON-COLUMN-LINE-2

           PERFORM COMPARE-ONE-PROGRAM
               VARYING PROGRAM-INDEX FROM 1 BY 1
               UNTIL PROGRAM-INDEX > WS-PROGRAM-COUNT

           MOVE SPACES TO COMPARISON-REPORT-LINE
           WRITE COMPARISON-REPORT-LINE
           MOVE WS-PROGRAM-COUNT TO CTL-PROGRAM-COUNT
           MOVE WS-FASTER-COUNT TO CTL-FASTER-COUNT
           MOVE WS-SLOWER-COUNT TO CTL-SLOWER-COUNT
           WRITE COMPARISON-REPORT-LINE FROM COMPARISON-TRAILER-LINE
           CLOSE COMPARISON-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * Every run counts toward its side's average, so a step rerun
      * during a night is measured on each of its runs.
       NOTE-ONE-RUN.
           PERFORM COMPUTE-ELAPSED-SECONDS
           SET PROGRAM-INDEX TO 1
           SEARCH WS-PROGRAM-ENTRY
               AT END
                   PERFORM ADD-PROGRAM-ENTRY
               WHEN WS-PGM-PROGRAM-ID(PROGRAM-INDEX) = JBS-PROGRAM-ID
                   CONTINUE
           END-SEARCH
           IF PROGRAM-INDEX IS NOT GREATER THAN WS-PROGRAM-COUNT
               IF WS-RUN-IS-BEFORE
                   ADD 1 TO WS-PGM-BEFORE-RUNS(PROGRAM-INDEX)
                   ADD WS-ELAPSED-SECONDS
                       TO WS-PGM-BEFORE-SECONDS(PROGRAM-INDEX)
                   ADD JBS-RECORD-COUNT
                       TO WS-PGM-BEFORE-COUNT(PROGRAM-INDEX)
               ELSE
                   ADD 1 TO WS-PGM-AFTER-RUNS(PROGRAM-INDEX)
                   ADD WS-ELAPSED-SECONDS
                       TO WS-PGM-AFTER-SECONDS(PROGRAM-INDEX)
                   ADD JBS-RECORD-COUNT
                       TO WS-PGM-AFTER-COUNT(PROGRAM-INDEX)
               END-IF
           END-IF
           .
       ADD-PROGRAM-ENTRY.
           IF WS-PROGRAM-COUNT IS LESS THAN WS-MAX-PROGRAM-ENTRIES
               ADD 1 TO WS-PROGRAM-COUNT
               SET PROGRAM-INDEX TO WS-PROGRAM-COUNT
               MOVE JBS-PROGRAM-ID TO WS-PGM-PROGRAM-ID(PROGRAM-INDEX)
               MOVE ZERO TO WS-PGM-BEFORE-RUNS(PROGRAM-INDEX)
                            WS-PGM-BEFORE-SECONDS(PROGRAM-INDEX)
                            WS-PGM-BEFORE-COUNT(PROGRAM-INDEX)
                            WS-PGM-AFTER-RUNS(PROGRAM-INDEX)
                            WS-PGM-AFTER-SECONDS(PROGRAM-INDEX)
                            WS-PGM-AFTER-COUNT(PROGRAM-INDEX)
           ELSE
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'JOBCOMP PROGRAM TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE JBS-PROGRAM-ID TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               SET PROGRAM-INDEX TO WS-PROGRAM-COUNT
               SET PROGRAM-INDEX UP BY 1
           END-IF
           .
       COMPUTE-ELAPSED-SECONDS.
           MOVE JBS-START-TIMESTAMP(9:2) TO WS-TIMESTAMP-HH
           MOVE JBS-START-TIMESTAMP(11:2) TO WS-TIMESTAMP-MM
           MOVE JBS-START-TIMESTAMP(13:2) TO WS-TIMESTAMP-SS
           COMPUTE WS-START-SECONDS =
               WS-TIMESTAMP-HH * 3600
               + WS-TIMESTAMP-MM * 60
               + WS-TIMESTAMP-SS
           MOVE JBS-END-TIMESTAMP(9:2) TO WS-TIMESTAMP-HH
           MOVE JBS-END-TIMESTAMP(11:2) TO WS-TIMESTAMP-MM
           MOVE JBS-END-TIMESTAMP(13:2) TO WS-TIMESTAMP-SS
           COMPUTE WS-END-SECONDS =
               WS-TIMESTAMP-HH * 3600
               + WS-TIMESTAMP-MM * 60
               + WS-TIMESTAMP-SS
           COMPUTE WS-ELAPSED-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS
           IF JBS-END-TIMESTAMP(1:8) NOT =
                   JBS-START-TIMESTAMP(1:8)
               MOVE 'DB' TO WS-DC-FUNCTION-CODE
               MOVE JBS-START-TIMESTAMP(1:4) TO WS-DC-YEAR-1
               MOVE JBS-START-TIMESTAMP(5:2) TO WS-DC-MONTH-1
               MOVE JBS-START-TIMESTAMP(7:2) TO WS-DC-DAY-1
               MOVE JBS-END-TIMESTAMP(1:4) TO WS-DC-YEAR-2
               MOVE JBS-END-TIMESTAMP(5:2) TO WS-DC-MONTH-2
               MOVE JBS-END-TIMESTAMP(7:2) TO WS-DC-DAY-2
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-ELAPSED-SECONDS
                   + WS-DC-RESULT-DAYS * 86400
           END-IF
           IF WS-ELAPSED-SECONDS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECONDS
           END-IF
           .
      * The change is after less before, so a faster run shows as a
      * negative number of seconds and a negative percentage.
       COMPARE-ONE-PROGRAM.
           MOVE SPACES TO COMPARISON-DETAIL-LINE
           MOVE WS-PGM-PROGRAM-ID(PROGRAM-INDEX) TO CDL-PROGRAM-ID
           MOVE WS-PGM-BEFORE-RUNS(PROGRAM-INDEX) TO CDL-BEFORE-RUNS
           MOVE WS-PGM-AFTER-RUNS(PROGRAM-INDEX) TO CDL-AFTER-RUNS
           IF WS-PGM-BEFORE-RUNS(PROGRAM-INDEX) IS GREATER THAN ZERO
               COMPUTE WS-BEFORE-AVERAGE-SECONDS ROUNDED =
                   WS-PGM-BEFORE-SECONDS(PROGRAM-INDEX)
                       / WS-PGM-BEFORE-RUNS(PROGRAM-INDEX)
               COMPUTE WS-BEFORE-AVERAGE-COUNT ROUNDED =
                   WS-PGM-BEFORE-COUNT(PROGRAM-INDEX)
                       / WS-PGM-BEFORE-RUNS(PROGRAM-INDEX)
               MOVE WS-BEFORE-AVERAGE-SECONDS TO CDL-BEFORE-SECONDS
               MOVE WS-BEFORE-AVERAGE-COUNT TO CDL-BEFORE-COUNT
           END-IF
           IF WS-PGM-AFTER-RUNS(PROGRAM-INDEX) IS GREATER THAN ZERO
               COMPUTE WS-AFTER-AVERAGE-SECONDS ROUNDED =
                   WS-PGM-AFTER-SECONDS(PROGRAM-INDEX)
                       / WS-PGM-AFTER-RUNS(PROGRAM-INDEX)
               COMPUTE WS-AFTER-AVERAGE-COUNT ROUNDED =
                   WS-PGM-AFTER-COUNT(PROGRAM-INDEX)
                       / WS-PGM-AFTER-RUNS(PROGRAM-INDEX)
               MOVE WS-AFTER-AVERAGE-SECONDS TO CDL-AFTER-SECONDS
               MOVE WS-AFTER-AVERAGE-COUNT TO CDL-AFTER-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-PGM-BEFORE-RUNS(PROGRAM-INDEX) = ZERO
                   MOVE 'NO BEFORE RUNS' TO CDL-NOTE-TEXT
               WHEN WS-PGM-AFTER-RUNS(PROGRAM-INDEX) = ZERO
                   MOVE 'NO AFTER RUNS' TO CDL-NOTE-TEXT
               WHEN OTHER
                   PERFORM MEASURE-THE-CHANGE
           END-EVALUATE
           WRITE COMPARISON-REPORT-LINE FROM COMPARISON-DETAIL-LINE
           .
      * A before average of zero seconds has no percentage to show.
       MEASURE-THE-CHANGE.
           COMPUTE WS-SECONDS-CHANGE =
               WS-AFTER-AVERAGE-SECONDS - WS-BEFORE-AVERAGE-SECONDS
           MOVE WS-SECONDS-CHANGE TO CDL-SECONDS-CHANGE
           IF WS-BEFORE-AVERAGE-SECONDS IS GREATER THAN ZERO
               COMPUTE WS-PERCENT-CHANGE ROUNDED =
                   WS-SECONDS-CHANGE * 100
                       / WS-BEFORE-AVERAGE-SECONDS
               MOVE WS-PERCENT-CHANGE TO CDL-PERCENT-CHANGE
           END-IF
           EVALUATE TRUE
               WHEN WS-SECONDS-CHANGE IS LESS THAN ZERO
                   ADD 1 TO WS-FASTER-COUNT
                   MOVE 'FASTER' TO CDL-NOTE-TEXT
               WHEN WS-SECONDS-CHANGE IS GREATER THAN ZERO
                   ADD 1 TO WS-SLOWER-COUNT
                   MOVE 'SLOWER' TO CDL-NOTE-TEXT
               WHEN OTHER
                   MOVE 'UNCHANGED' TO CDL-NOTE-TEXT
           END-EVALUATE
           .
       END-OF-PROGRAM.
           DISPLAY 'PROGRAMS COMPARED: ' WS-PROGRAM-COUNT
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
