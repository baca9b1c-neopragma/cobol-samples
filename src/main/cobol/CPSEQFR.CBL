      *   match IT-EXPECTED-RECORD-COUNT/WS-EXPECTED-RECORD-COUNT - the
      *   old width wrapped silently well short of the record volumes
      *   checkpoint/restart was built to handle.
      * - INCLUDE and OMIT cards on SWAPPARM now select which INFILE1
      *   records are copied, so operations can take one customer's
      *   rows, one date range, or everything but a test prefix
      *   without a one-off program. Each card compares a position
      *   and length of the record with a value (EQ, NE, LT, LE, GT,
      *   GE), and cards of one kind chain with AND and OR, AND
      *   binding first. A record is copied when it passes the
      *   INCLUDE cards (if any) and fails the OMIT cards (if any).
      *   Records not selected are counted apart from those copied
      *   and those rerouted to the exception file, the checkpoint
      *   carries both counts, and the trailer is now validated
      *   against every data record consumed from INFILE1 rather than
      *   the copied count alone. A selection card that cannot be
      *   read stops the run with RETURN-CODE 8 before anything is
      *   copied. The lookahead now sets the record just read aside
      *   before the one before it is processed; processing moved the
      *   saved record over the new one, so every record was copied
      *   as the first and the trailer was never recognized.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CPSEQFR.
       01  CHECKPOINT-RECORD.
           05  CKPT-RECORD-COUNT           PIC S9(9) COMP-3.
           05  CKPT-RECORDS-READ           PIC S9(9) COMP-3.
           05  CKPT-RECORDS-OMITTED        PIC S9(9) COMP-3.
           05  CKPT-RECORDS-REROUTED       PIC S9(9) COMP-3.

      * Records that failed to write to OUTFILE1, logged here instead
      * of aborting the run.
           05  RECORD-COUNT       PIC S9(9) COMP-3.
           05  WS-RECORDS-READ-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXCEPTION-COUNT PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-OMITTED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.

      * Checkpoint/restart control.
       01  WS-CHECKPOINT-DATA.
                   VALUE ZERO.
           05  WS-RESTART-RECORDS-READ     PIC S9(9) COMP-3
                   VALUE ZERO.
           05  WS-RESTART-RECORDS-OMITTED  PIC S9(9) COMP-3
                   VALUE ZERO.
           05  WS-RESTART-RECORDS-REROUTED PIC S9(9) COMP-3
                   VALUE ZERO.
           05  WS-SKIP-COUNT                PIC S9(9) COMP-3.
           05  WS-RESTARTING-SWITCH        PIC X VALUE 'N'.
               88  RESTARTING-FROM-CHECKPOINT VALUE 'Y'.
      * can be recognized as the trailer before it is copied as data.
       01  WS-LOOKAHEAD-DATA.
           05  WS-SAVED-RECORD             PIC X(40).
           05  WS-NEXT-RECORD              PIC X(40).
           05  WS-HAVE-SAVED-RECORD-SWITCH PIC X VALUE 'N'.
               88  HAVE-SAVED-RECORD       VALUE 'Y'.

      * Trailer-record validation results. The trailer counts every
      * data record the feed sent, so it is held against every data
      * record consumed - copied, not selected, or rerouted alike.
       01  WS-TRAILER-VALIDATION.
           05  WS-EXPECTED-RECORD-COUNT    PIC 9(09).
           05  WS-TRAILER-FOUND-SWITCH     PIC X VALUE 'N'.
           05  WS-FIRST-FIELD-LENGTH-TEXT  PIC S9(3) COMP-3.
           05  WS-SECOND-FIELD-LENGTH-TEXT PIC S9(3) COMP-3.

      * Record selection from the INCLUDE and OMIT cards on SWAPPARM.
      * Each card's value reads:
      *     cols  1-3   AND or OR joining it to the card before it
      *                 of the same kind (blank on the first)
      *     cols  5-7   starting position in the record, 001-040
      *     cols  9-10  length compared, 01-40
      *     cols 12-13  EQ, NE, LT, LE, GT or GE
      *     cols 15-54  value the record bytes are compared with,
      *                 left-justified, for the length given
      * A restart must run with the cards the failed run used, since
      * the checkpoint only counts records, not how they were chosen.
       01  WS-SELECTION-CARD-VALUE.
           05  WS-SCV-CONNECTOR            PIC X(03).
               88  WS-SCV-CONNECTOR-VALID  VALUE 'AND' 'OR ' SPACES.
           05  FILLER                      PIC X(01).
           05  WS-SCV-POSITION             PIC 9(03).
           05  FILLER                      PIC X(01).
           05  WS-SCV-LENGTH               PIC 9(02).
           05  FILLER                      PIC X(01).
           05  WS-SCV-OPERATOR             PIC X(02).
               88  WS-SCV-OPERATOR-VALID   VALUE 'EQ' 'NE' 'LT'
                                                 'LE' 'GT' 'GE'.
           05  FILLER                      PIC X(01).
           05  WS-SCV-COMPARE-VALUE        PIC X(40).
           05  FILLER                      PIC X(10).

       01  WS-SELECTION-CRITERIA.
           05  WS-SELECTION-COUNT          PIC S9(3) COMP-3
                   VALUE ZERO.
           05  WS-MAX-SELECTION-ENTRIES    PIC S9(3) COMP-3
                   VALUE 20.
           05  WS-INCLUDE-CARD-COUNT       PIC S9(3) COMP-3
                   VALUE ZERO.
           05  WS-OMIT-CARD-COUNT          PIC S9(3) COMP-3
                   VALUE ZERO.
           05  WS-SELECTION-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-SELECTION-COUNT
                       INDEXED BY SEL-IX.
               10  WS-SEL-CARD-TYPE        PIC X(01).
               10  WS-SEL-CONNECTOR        PIC X(03).
               10  WS-SEL-POSITION         PIC 9(03).
               10  WS-SEL-LENGTH           PIC 9(02).
               10  WS-SEL-OPERATOR         PIC X(02).
               10  WS-SEL-COMPARE-VALUE    PIC X(40).
           05  WS-SWAPPARM-LOADED-SWITCH   PIC X VALUE 'N'.
               88  SWAPPARM-WAS-LOADED     VALUE 'Y'.
           05  WS-BAD-SELECTION-SWITCH     PIC X VALUE 'N'.
               88  SELECTION-CARD-IS-BAD   VALUE 'Y'.
           05  WS-RECORD-SELECTED-SWITCH   PIC X VALUE 'Y'.
               88  RECORD-IS-SELECTED      VALUE 'Y'.
               88  RECORD-IS-NOT-SELECTED  VALUE 'N'.

      * Working fields for testing one kind of card against a record.
      * The cards of the kind are read as OR-separated chains of AND
      * terms: a chain is true when every term in it is, and the
      * kind is true when any chain is.
       01  WS-SELECTION-EVALUATION.
           05  WS-EVALUATING-CARD-TYPE     PIC X(01).
           05  WS-FIRST-TERM-SWITCH        PIC X.
               88  FIRST-TERM-OF-KIND      VALUE 'Y'.
           05  WS-CHAIN-RESULT-SWITCH      PIC X.
               88  CHAIN-IS-TRUE           VALUE 'Y'.
           05  WS-KIND-RESULT-SWITCH       PIC X.
               88  KIND-IS-TRUE            VALUE 'Y'.
           05  WS-TERM-RESULT-SWITCH       PIC X.
               88  TERM-IS-TRUE            VALUE 'Y'.
           05  WS-RECORD-BYTES             PIC X(40).
           05  WS-COMPARE-BYTES            PIC X(40).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
      * clean run, 4 when the run completed but logged a warning
      * (a write rerouted to the exception file, a trailer count
      * mismatch, or no trailer found), and 8 when a file failed to
      * open or a selection card could not be used, and the run could
      * not proceed normally.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE       PIC 9(03) VALUE ZERO.
               88  WS-RC-CLEAN            VALUE 0.
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-FIELD-SWAP-PARAMETERS
           PERFORM LOAD-SELECTION-CRITERIA
           IF SELECTION-CARD-IS-BAD
               SET WS-RC-OPEN-FAILURE TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM DETERMINE-RESTART-POINT

           OPEN INPUT INFILE
           IF RESTARTING-FROM-CHECKPOINT
               MOVE WS-RESTART-RECORD-COUNT TO RECORD-COUNT
               MOVE WS-RESTART-RECORDS-READ TO WS-RECORDS-READ-COUNT
               MOVE WS-RESTART-RECORDS-OMITTED TO WS-OMITTED-COUNT
               MOVE WS-RESTART-RECORDS-REROUTED TO WS-EXCEPTION-COUNT
               OPEN EXTEND OUTFILE
               OPEN EXTEND EXCEPTION-FILE
               PERFORM SKIP-ALREADY-PROCESSED-RECORDS
           PERFORM UNTIL END-OF-INPUT
               READ INFILE
               IF GOOD-READ
                   MOVE INPUT-RECORD TO WS-NEXT-RECORD
                   IF HAVE-SAVED-RECORD
                       PERFORM PROCESS-SAVED-RECORD-AS-DATA
                   END-IF
                   MOVE WS-NEXT-RECORD TO WS-SAVED-RECORD
                   SET HAVE-SAVED-RECORD TO TRUE
               END-IF
           END-PERFORM
               DISPLAY 'STATUS ON SWAPPARM LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'DEFAULTING FIELD SWAP TO 10/30'
           ELSE
               SET SWAPPARM-WAS-LOADED TO TRUE
               MOVE 'FFLDLEN1' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               END-IF
           END-IF
           .
      * Walks every card CTLCARD loaded from SWAPPARM and keeps the
      * INCLUDE and OMIT cards. A card out of range or with an
      * unknown operator or connector would copy the wrong records,
      * so it stops the run instead of being skipped.
       LOAD-SELECTION-CRITERIA.
           IF SWAPPARM-WAS-LOADED
               MOVE 1 TO WS-CC-ENTRY-NUMBER
               MOVE 'GN' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               PERFORM UNTIL NOT WS-CC-OK
                   IF WS-CC-KEYWORD IS EQUAL TO 'INCLUDE'
                           OR WS-CC-KEYWORD IS EQUAL TO 'OMIT'
                       PERFORM LOAD-ONE-SELECTION-CARD
                   END-IF
                   ADD 1 TO WS-CC-ENTRY-NUMBER
                   MOVE 'GN' TO WS-CC-FUNCTION-CODE
                   CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               END-PERFORM
           END-IF
           IF WS-SELECTION-COUNT IS GREATER THAN ZERO
               DISPLAY 'RECORD SELECTION: ' WS-INCLUDE-CARD-COUNT
                       ' INCLUDE AND ' WS-OMIT-CARD-COUNT
                       ' OMIT CARDS'
           END-IF
           .
       LOAD-ONE-SELECTION-CARD.
           MOVE WS-CC-VALUE TO WS-SELECTION-CARD-VALUE
           IF WS-SCV-CONNECTOR-VALID
                   AND WS-SCV-POSITION IS NUMERIC
                   AND WS-SCV-LENGTH IS NUMERIC
                   AND WS-SCV-OPERATOR-VALID
                   AND WS-SCV-POSITION IS GREATER THAN ZERO
                   AND WS-SCV-LENGTH IS GREATER THAN ZERO
                   AND (WS-SCV-POSITION + WS-SCV-LENGTH - 1)
                       IS NOT GREATER THAN LENGTH OF INPUT-RECORD
                   AND WS-SELECTION-COUNT IS LESS THAN
                       WS-MAX-SELECTION-ENTRIES
               ADD 1 TO WS-SELECTION-COUNT
               SET SEL-IX TO WS-SELECTION-COUNT
               MOVE WS-CC-KEYWORD(1:1) TO WS-SEL-CARD-TYPE(SEL-IX)
               MOVE WS-SCV-CONNECTOR TO WS-SEL-CONNECTOR(SEL-IX)
               MOVE WS-SCV-POSITION TO WS-SEL-POSITION(SEL-IX)
               MOVE WS-SCV-LENGTH TO WS-SEL-LENGTH(SEL-IX)
               MOVE WS-SCV-OPERATOR TO WS-SEL-OPERATOR(SEL-IX)
               MOVE WS-SCV-COMPARE-VALUE
                   TO WS-SEL-COMPARE-VALUE(SEL-IX)
               IF WS-SEL-CARD-TYPE(SEL-IX) IS EQUAL TO 'I'
                   ADD 1 TO WS-INCLUDE-CARD-COUNT
               ELSE
                   ADD 1 TO WS-OMIT-CARD-COUNT
               END-IF
           ELSE
               SET SELECTION-CARD-IS-BAD TO TRUE
               DISPLAY 'SWAPPARM SELECTION CARD NOT USABLE: '
                       WS-CC-KEYWORD ' ' WS-CC-VALUE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'SWAPPARM SELECTION CARD NOT USABLE - RUN STOPPED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               MOVE WS-CC-KEYWORD TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       DETERMINE-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-OK
               IF CHECKPOINT-FILE-OK
                   MOVE CKPT-RECORD-COUNT TO WS-RESTART-RECORD-COUNT
                   MOVE CKPT-RECORDS-READ TO WS-RESTART-RECORDS-READ
                   MOVE CKPT-RECORDS-OMITTED
                       TO WS-RESTART-RECORDS-OMITTED
                   MOVE CKPT-RECORDS-REROUTED
                       TO WS-RESTART-RECORDS-REROUTED
                   IF WS-RESTART-RECORDS-READ IS GREATER THAN ZERO
                       SET RESTARTING-FROM-CHECKPOINT TO TRUE
                       DISPLAY 'RESTARTING AFTER CHECKPOINT AT RECORD '
               READ INFILE
           END-PERFORM
           .
      * A record not selected is still consumed from INFILE1, so it
      * counts toward the checkpoint interval and the restart skip.
       PROCESS-SAVED-RECORD-AS-DATA.
           MOVE WS-SAVED-RECORD TO INPUT-RECORD
           ADD 1 TO WS-RECORDS-READ-COUNT
           PERFORM APPLY-SELECTION-CRITERIA
           IF RECORD-IS-NOT-SELECTED
               ADD 1 TO WS-OMITTED-COUNT
           ELSE
               PERFORM SWAP-RECORD-FIELDS
               WRITE OUTPUT-RECORD
               IF GOOD-WRITE
                    ADD 1 TO RECORD-COUNT
               ELSE
                   DISPLAY 'STATUS ON OUTFILE WRITE: '
                           OUTPUT-FILE-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON OUTFILE WRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF
           IF FUNCTION MOD(WS-RECORDS-READ-COUNT,
                   WS-CHECKPOINT-INTERVAL) IS EQUAL TO ZERO
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF
           .
       APPLY-SELECTION-CRITERIA.
           SET RECORD-IS-SELECTED TO TRUE
           IF WS-INCLUDE-CARD-COUNT IS GREATER THAN ZERO
               MOVE 'I' TO WS-EVALUATING-CARD-TYPE
               PERFORM EVALUATE-ONE-CARD-KIND
               IF NOT KIND-IS-TRUE
                   SET RECORD-IS-NOT-SELECTED TO TRUE
               END-IF
           END-IF
           IF RECORD-IS-SELECTED
                   AND WS-OMIT-CARD-COUNT IS GREATER THAN ZERO
               MOVE 'O' TO WS-EVALUATING-CARD-TYPE
               PERFORM EVALUATE-ONE-CARD-KIND
               IF KIND-IS-TRUE
                   SET RECORD-IS-NOT-SELECTED TO TRUE
               END-IF
           END-IF
           .
       EVALUATE-ONE-CARD-KIND.
           MOVE 'N' TO WS-KIND-RESULT-SWITCH
           MOVE 'Y' TO WS-CHAIN-RESULT-SWITCH
           MOVE 'Y' TO WS-FIRST-TERM-SWITCH
           PERFORM WITH TEST BEFORE
                   VARYING SEL-IX FROM 1 BY 1
                   UNTIL SEL-IX IS GREATER THAN WS-SELECTION-COUNT
               IF WS-SEL-CARD-TYPE(SEL-IX) IS EQUAL TO
                       WS-EVALUATING-CARD-TYPE
                   PERFORM EVALUATE-ONE-SELECTION-TERM
               END-IF
           END-PERFORM
           IF CHAIN-IS-TRUE
               MOVE 'Y' TO WS-KIND-RESULT-SWITCH
           END-IF
           .
      * An OR closes the chain before it; the first card of a kind
      * opens the first chain whatever its connector says.
       EVALUATE-ONE-SELECTION-TERM.
           IF WS-SEL-CONNECTOR(SEL-IX) IS EQUAL TO 'OR '
                   AND NOT FIRST-TERM-OF-KIND
               IF CHAIN-IS-TRUE
                   MOVE 'Y' TO WS-KIND-RESULT-SWITCH
               END-IF
               MOVE 'Y' TO WS-CHAIN-RESULT-SWITCH
           END-IF
           MOVE 'N' TO WS-FIRST-TERM-SWITCH
           MOVE SPACES TO WS-RECORD-BYTES
           MOVE SPACES TO WS-COMPARE-BYTES
           MOVE INPUT-RECORD(WS-SEL-POSITION(SEL-IX):
                             WS-SEL-LENGTH(SEL-IX))
               TO WS-RECORD-BYTES
           MOVE WS-SEL-COMPARE-VALUE(SEL-IX)(1:WS-SEL-LENGTH(SEL-IX))
               TO WS-COMPARE-BYTES
           MOVE 'N' TO WS-TERM-RESULT-SWITCH
           EVALUATE WS-SEL-OPERATOR(SEL-IX)
               WHEN 'EQ'
                   IF WS-RECORD-BYTES = WS-COMPARE-BYTES
                       MOVE 'Y' TO WS-TERM-RESULT-SWITCH
                   END-IF
               WHEN 'NE'
                   IF WS-RECORD-BYTES NOT = WS-COMPARE-BYTES
                       MOVE 'Y' TO WS-TERM-RESULT-SWITCH
                   END-IF
               WHEN 'LT'
                   IF WS-RECORD-BYTES < WS-COMPARE-BYTES
                       MOVE 'Y' TO WS-TERM-RESULT-SWITCH
                   END-IF
               WHEN 'LE'
                   IF WS-RECORD-BYTES NOT > WS-COMPARE-BYTES
                       MOVE 'Y' TO WS-TERM-RESULT-SWITCH
                   END-IF
               WHEN 'GT'
                   IF WS-RECORD-BYTES > WS-COMPARE-BYTES
                       MOVE 'Y' TO WS-TERM-RESULT-SWITCH
                   END-IF
               WHEN 'GE'
                   IF WS-RECORD-BYTES NOT < WS-COMPARE-BYTES
                       MOVE 'Y' TO WS-TERM-RESULT-SWITCH
                   END-IF
           END-EVALUATE
           IF NOT TERM-IS-TRUE
               MOVE 'N' TO WS-CHAIN-RESULT-SWITCH
           END-IF
           .
       SWAP-RECORD-FIELDS.
           MOVE INPUT-RECORD(1:WS-FIRST-FIELD-LENGTH)
               TO OUTPUT-RECORD(WS-SECOND-FIELD-LENGTH + 1:
       WRITE-CHECKPOINT-RECORD.
           MOVE RECORD-COUNT TO CKPT-RECORD-COUNT
           MOVE WS-RECORDS-READ-COUNT TO CKPT-RECORDS-READ
           MOVE WS-OMITTED-COUNT TO CKPT-RECORDS-OMITTED
           MOVE WS-EXCEPTION-COUNT TO CKPT-RECORDS-REROUTED
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
       RESET-CHECKPOINT-FILE.
           MOVE ZERO TO CKPT-RECORD-COUNT
           MOVE ZERO TO CKPT-RECORDS-READ
           MOVE ZERO TO CKPT-RECORDS-OMITTED
           MOVE ZERO TO CKPT-RECORDS-REROUTED
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
               SET TRAILER-WAS-FOUND TO TRUE
               MOVE IT-EXPECTED-RECORD-COUNT
                   TO WS-EXPECTED-RECORD-COUNT
               IF WS-EXPECTED-RECORD-COUNT IS NOT EQUAL TO
                       WS-RECORDS-READ-COUNT
                   SET RECORD-COUNT-MISMATCH TO TRUE
               END-IF
           ELSE
           .
       END-OF-PROGRAM.
           DISPLAY 'NUMBER OF RECORDS PROCESSED: ' RECORD-COUNT
           DISPLAY 'NUMBER OF RECORDS NOT SELECTED: ' WS-OMITTED-COUNT
           DISPLAY 'NUMBER OF RECORDS REROUTED: ' WS-EXCEPTION-COUNT
           IF TRAILER-WAS-FOUND
               IF RECORD-COUNT-MISMATCH
                   DISPLAY 'RECORD COUNT MISMATCH - EXPECTED '
                           WS-EXPECTED-RECORD-COUNT
                           ' GOT ' WS-RECORDS-READ-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'RECORD COUNT MISMATCH AGAINST TRAILER'
                       TO WS-EL-EXCEPTION-TEXT
                   END-IF
               ELSE
                   DISPLAY 'RECORD COUNT VALIDATED AGAINST TRAILER: '
                           WS-RECORDS-READ-COUNT
               END-IF
           ELSE
               DISPLAY 'NO TRAILER RECORD FOUND TO VALIDATE '
