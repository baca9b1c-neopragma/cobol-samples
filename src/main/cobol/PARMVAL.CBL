      * such and passes - every reader in the suite defaults its
      * settings when its file is missing, and this program holds the
      * schedule only for cards that would actively mislead one.
      * - INVCPARM now also carries CNTSHEET's cycle-count selection:
      *   CNTGROUP must name at least one SKU group, and CNTCLASS
      *   may name only the ABC classes A, B, and C.
      * - CNTWHSE, when present, must name the warehouse CNTSHEET is
      *   to count.
      * - The FEEDTYPE, FEEDCUST, FEEDCUSA/B/C and FEEDJURI cards are
      *   retired - REFORMER now takes each partner's layout and
      *   billing customer from the PARTMST1 partner master - and a
      *   leftover one is flagged as a bad card so it is pulled rather
      *   than believed. VERBOSTY is the only card left on the FEEDTYPE
      *   file.
      * - REFCHKNO, ARREFUND's first refund check number for a new
      *   check stock, must be ten digits.
      * - SWAPPARM now also carries CPSEQFR's INCLUDE and OMIT record
      *   selection cards: each must give a connector of AND, OR or
      *   blank, a position and length inside the 40-byte record, and
      *   one of the operators EQ, NE, LT, LE, GT or GE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARMVAL.
           05  WS-FFLDLEN1-VALUE        PIC 9(03) VALUE ZERO.
           05  WS-FFLDLEN2-VALUE        PIC 9(03) VALUE ZERO.
           05  WS-SWAP-LENGTHS-SEEN     PIC 9(01) VALUE ZERO.
           05  WS-CLASS-LIST-WORK       PIC X(03).

      * Same layout CPSEQFR reads an INCLUDE or OMIT card's value
      * with.
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

      * The CPSEQFR input record is 40 bytes; the two swap-field
      * lengths must add back to exactly that or CPSEQFR silently
                   PERFORM CHECK-SWAP-FIELD-LENGTH-1
               WHEN '1' ALSO 'FFLDLEN2'
                   PERFORM CHECK-SWAP-FIELD-LENGTH-2
               WHEN '1' ALSO 'INCLUDE'
               WHEN '1' ALSO 'OMIT'
                   PERFORM CHECK-SELECTION-CARD
               WHEN '2' ALSO 'TAGVALUE'
                   PERFORM CHECK-VALUE-IS-PRESENT
               WHEN '3' ALSO 'FEEDTYPE'
               WHEN '3' ALSO 'FEEDCUST'
               WHEN '3' ALSO 'FEEDCUSA'
               WHEN '3' ALSO 'FEEDCUSB'
               WHEN '3' ALSO 'FEEDCUSC'
               WHEN '3' ALSO 'FEEDJURI'
                   MOVE 'RETIRED - SET ON THE PARTNER MASTER'
                       TO WS-CARD-VERDICT
                   PERFORM COUNT-ONE-BAD-CARD
               WHEN '3' ALSO 'VERBOSTY'
                   PERFORM CHECK-VERBOSITY-VALUE
               WHEN '4' ALSO 'DEFTAXRT'
                   PERFORM CHECK-CLOSE-PERIOD-KEY
               WHEN '4' ALSO 'FINCHPCT'
                   PERFORM CHECK-DEFAULT-TAX-RATE
               WHEN '4' ALSO 'CNTGROUP'
                   PERFORM CHECK-VALUE-IS-PRESENT
               WHEN '4' ALSO 'CNTCLASS'
                   PERFORM CHECK-COUNT-CLASS-LIST
               WHEN '4' ALSO 'CNTWHSE'
                   PERFORM CHECK-VALUE-IS-PRESENT
               WHEN '4' ALSO 'REFCHKNO'
                   PERFORM CHECK-FIRST-CHECK-NUMBER
               WHEN OTHER
                   MOVE 'UNKNOWN KEYWORD FOR THIS FILE'
                       TO WS-CARD-VERDICT
               END-IF
           END-IF
           .
       CHECK-SELECTION-CARD.
           MOVE WS-CC-VALUE TO WS-SELECTION-CARD-VALUE
           EVALUATE TRUE
               WHEN NOT WS-SCV-CONNECTOR-VALID
                   MOVE 'CONNECTOR MUST BE AND, OR OR BLANK'
                       TO WS-CARD-VERDICT
               WHEN WS-SCV-POSITION IS NOT NUMERIC
                       OR WS-SCV-LENGTH IS NOT NUMERIC
                       OR WS-SCV-POSITION = ZERO
                       OR WS-SCV-LENGTH = ZERO
                   MOVE 'POSITION AND LENGTH MUST BE NUMERIC'
                       TO WS-CARD-VERDICT
               WHEN (WS-SCV-POSITION + WS-SCV-LENGTH - 1)
                       > WS-SWAP-RECORD-LENGTH
                   MOVE 'FIELD RUNS PAST THE 40-BYTE RECORD'
                       TO WS-CARD-VERDICT
               WHEN NOT WS-SCV-OPERATOR-VALID
                   MOVE 'OPERATOR MUST BE EQ NE LT LE GT GE'
                       TO WS-CARD-VERDICT
           END-EVALUATE
           IF WS-CARD-VERDICT NOT = SPACES
               PERFORM COUNT-ONE-BAD-CARD
           END-IF
           .
       CHECK-VALUE-IS-PRESENT.
           IF WS-CC-VALUE = SPACES
               MOVE 'VALUE IS MISSING' TO WS-CARD-VERDICT
               PERFORM COUNT-ONE-BAD-CARD
           END-IF
           .
               PERFORM COUNT-ONE-BAD-CARD
           END-IF
           .
      * One to three class letters, left-justified; a lower-case
      * letter is accepted because CNTSHEET folds the card to upper.
       CHECK-COUNT-CLASS-LIST.
           MOVE WS-CC-VALUE(1:3) TO WS-CLASS-LIST-WORK
           INSPECT WS-CLASS-LIST-WORK CONVERTING 'abc' TO 'ABC'
           IF WS-CLASS-LIST-WORK(1:1) = SPACE
              OR WS-CC-VALUE(4:) NOT = SPACES
               MOVE 'MUST BE 1 TO 3 OF A, B, C' TO WS-CARD-VERDICT
               PERFORM COUNT-ONE-BAD-CARD
           ELSE
               INSPECT WS-CLASS-LIST-WORK
                   REPLACING ALL 'A' BY SPACE
                             ALL 'B' BY SPACE
                             ALL 'C' BY SPACE
               IF WS-CLASS-LIST-WORK NOT = SPACES
                   MOVE 'MUST BE 1 TO 3 OF A, B, C' TO WS-CARD-VERDICT
                   PERFORM COUNT-ONE-BAD-CARD
               END-IF
           END-IF
           .
       CHECK-RETENTION-DAYS.
           IF WS-CC-VALUE(1:5) IS NOT NUMERIC
               MOVE 'MUST BE A 5-DIGIT DAY COUNT' TO WS-CARD-VERDICT
               PERFORM COUNT-ONE-BAD-CARD
           END-IF
           .
       CHECK-FIRST-CHECK-NUMBER.
           IF WS-CC-VALUE(1:10) IS NOT NUMERIC
               MOVE 'MUST BE A 10-DIGIT CHECK NUMBER'
                   TO WS-CARD-VERDICT
               PERFORM COUNT-ONE-BAD-CARD
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'CONTROL CARDS CHECKED: ' WS-JS-RECORD-COUNT
           DISPLAY 'CARDS IN ERROR:        ' WS-BAD-CARD-COUNT
