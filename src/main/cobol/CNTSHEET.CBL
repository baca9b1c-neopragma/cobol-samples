      *****************************************************************
      * Program name:    CNTSHEET
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Selecting a cycle-count set from the on-hand master and
      * freezing the book quantities the count will be judged
      * against.
      *
      * INVONH1 only ever moves through receipts and sales relief,
      * so shrinkage, damage, and miscounts pile up until they show
      * as NEGATIVE lines on STKSTAT1. The warehouse now counts a
      * slice of the SKUs at a time. This program picks the slice
      * from two INVCPARM control cards read through CTLCARD:
      *   CNTGROUP - up to twelve SKU groups (the first four
      *              characters of the SKU), each in a five-byte
      *              slot: group key plus a separating space.
      *   CNTCLASS - one or more of the ABC classes A, B, C, from
      *              the SKUABC1 revenue ranking SKURANK writes.
      * A SKU on INVONH1 is selected when its group is named on
      * CNTGROUP or its class is named on CNTCLASS. With neither
      * card nothing is selected and the run says so.
      *
      * The CNTSHT1 count sheets list each selected SKU with its
      * PRODMAST description and a blank to write the count in. The
      * sheets are blind - the book quantity is not printed, so the
      * counter counts what is on the shelf rather than confirming
      * the master. The book quantity at sheet time goes instead to
      * the CNTBOOK1 count book, one open line per SKU, which
      * CNTPOST judges the keyed counts against.
      * - On-hand is kept per warehouse. Each sheet line and count
      *   book line names its warehouse, and an optional CNTWHSE card
      *   restricts the count to one warehouse's stock.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNTSHEET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ON-HAND-FILE ASSIGN TO 'INVONH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ON-HAND-STATUS.
           SELECT SKU-CLASS-FILE ASSIGN TO 'SKUABC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-CLASS-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO 'CNTSHT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COUNT-SHEET-STATUS.
           SELECT COUNT-BOOK-FILE ASSIGN TO 'CNTBOOK1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COUNT-BOOK-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVSTOCK reads and writes.
       FD  ON-HAND-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ON-HAND-RECORD.
       01  ON-HAND-RECORD.
           05  ONH-SKU                  PIC X(10).
           05  ONH-WAREHOUSE-CODE       PIC X(02).
           05  ONH-ON-HAND              PIC S9(09) COMP-3.
           05  ONH-REORDER-POINT        PIC S9(09) COMP-3.
           05  ONH-LAST-ACTIVITY-DATE   PIC X(08).
           05  ONH-IN-TRANSIT           PIC S9(09) COMP-3.

      * Same layout SKURANK writes.
       FD  SKU-CLASS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SKU-CLASS-RECORD.
       01  SKU-CLASS-RECORD.
           05  SAB-SKU                  PIC X(10).
           05  SAB-REVENUE-RANK         PIC 9(05).
           05  SAB-REVENUE              PIC S9(09)V99 COMP-3.
           05  SAB-ABC-CLASS            PIC X(01).
           05  SAB-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(10).

      * Same layout INVCALC reads.
       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRODUCT-MASTER-RECORD.
       01  PRODUCT-MASTER-RECORD.
           05  PM-SKU                   PIC X(10).
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-PRICE            PIC S9(05)V99 COMP-3.
           05  PM-TAXABLE-CLASS         PIC X(01).
           05  PM-STATUS                PIC X(01).
               88  PM-IS-ACTIVE         VALUE 'A'.
           05  PM-UNIT-COST             PIC S9(05)V99 COMP-3.
           05  FILLER                   PIC X(30).

       FD  COUNT-SHEET-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COUNT-SHEET-LINE.
       01  COUNT-SHEET-LINE             PIC X(110).

      * One line per SKU selected for counting, the layout CNTPOST
      * reads and rolls forward.
       FD  COUNT-BOOK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COUNT-BOOK-RECORD.
       01  COUNT-BOOK-RECORD.
           05  CNB-SHEET-DATE           PIC X(08).
           05  CNB-SHEET-LINE           PIC 9(05).
           05  CNB-SKU                  PIC X(10).
           05  CNB-ABC-CLASS            PIC X(01).
           05  CNB-BOOK-QUANTITY        PIC S9(09) COMP-3.
           05  CNB-LINE-STATUS          PIC X(01).
               88  CNB-LINE-IS-OPEN     VALUE 'O'.
               88  CNB-LINE-IS-POSTED   VALUE 'P'.
           05  CNB-COUNTED-QUANTITY     PIC S9(09) COMP-3.
           05  CNB-COUNT-DATE           PIC X(08).
           05  CNB-POSTED-DATE          PIC X(08).
           05  CNB-WAREHOUSE-CODE       PIC X(02).
           05  FILLER                   PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  ON-HAND-STATUS           PIC X(02).
               88  ON-HAND-OK           VALUE '00'.
               88  END-OF-ON-HAND       VALUE '10'.
           05  SKU-CLASS-STATUS         PIC X(02).
               88  SKU-CLASS-OK         VALUE '00'.
               88  END-OF-SKU-CLASS     VALUE '10'.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
               88  PRODUCT-SKU-NOT-FOUND VALUE '23'.
           05  COUNT-SHEET-STATUS       PIC X(02).
               88  COUNT-SHEET-OK       VALUE '00'.
           05  COUNT-BOOK-STATUS        PIC X(02).
               88  COUNT-BOOK-OK        VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'CNTSHEET'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'CNTSHEET'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Work area mirroring CTLCARD's LINKAGE SECTION; selector 4
      * is INVCPARM.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

      * The selection from the CNTGROUP and CNTCLASS cards.
       01  WS-SELECTION-AREA.
           05  WS-SELECTED-GROUPS       PIC X(60) VALUE SPACES.
           05  WS-SELECTED-GROUP-SLOT REDEFINES WS-SELECTED-GROUPS
                       OCCURS 12 TIMES
                       INDEXED BY SELECTED-GROUP-INDEX.
               10  WS-SELECTED-GROUP    PIC X(04).
               10  FILLER               PIC X(01).
           05  WS-SELECTED-CLASSES      PIC X(03) VALUE SPACES.
           05  WS-SELECTED-WAREHOUSE    PIC X(02) VALUE SPACES.
           05  WS-ON-HAND-WAREHOUSE     PIC X(02).
           05  WS-SKU-SELECTED-SWITCH   PIC X.
               88  SKU-IS-SELECTED      VALUE 'Y'.
           05  WS-SKU-CLASS             PIC X(01).
           05  WS-CLASS-TALLY           PIC S9(03) COMP-3.

      * The SKUABC1 classes, loaded at start of run; a missing file
      * leaves the table empty and only the group selection works.
       01  WS-CLASS-TABLE-AREA.
           05  WS-CLASS-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CLASS-ENTRIES     PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CLASS-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CLASS-COUNT
                       INDEXED BY CLASS-INDEX.
               10  WS-CLS-SKU           PIC X(10).
               10  WS-CLS-ABC-CLASS     PIC X(01).

       01  WS-PRODUCT-MASTER-SWITCH     PIC X VALUE 'N'.
           88  PRODUCT-MASTER-AVAILABLE VALUE 'Y'.

       01  WS-SHEET-WORK-AREAS.
           05  WS-SHEET-LINE-NUMBER     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-ON-HAND-READ-COUNT    PIC S9(07) COMP-3 VALUE ZERO.

       01  COUNT-SHEET-TITLE.
           05  FILLER                   PIC X(30)
                   VALUE 'CYCLE COUNT SHEET    DATE '.
           05  CST-SHEET-DATE           PIC X(08).
           05  FILLER                   PIC X(12)
                   VALUE '   GROUPS: '.
           05  CST-GROUPS               PIC X(30).
           05  FILLER                   PIC X(10)
                   VALUE ' CLASSES: '.
           05  CST-CLASSES              PIC X(03).
           05  FILLER                   PIC X(08)
                   VALUE '  WHSE: '.
           05  CST-WAREHOUSE            PIC X(03).

       01  COUNT-SHEET-HEADING.
           05  FILLER                   PIC X(50) VALUE
               ' LINE  SKU         WH  DESCRIPTION                '.
           05  FILLER                   PIC X(50) VALUE
               '    CLS   COUNTED QTY     COUNTED BY'.

       01  COUNT-SHEET-DETAIL.
           05  CSD-SHEET-LINE           PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CSD-SKU                  PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CSD-WAREHOUSE            PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CSD-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CSD-ABC-CLASS            PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE '______________  '.
           05  FILLER                   PIC X(14)
                   VALUE '______________'.

       01  COUNT-SHEET-TRAILER.
           05  FILLER                   PIC X(20)
                   VALUE 'SKUS TO BE COUNTED: '.
           05  TRL-SELECTED-COUNT       PIC ZZ,ZZ9.
           05  FILLER                   PIC X(14)
                   VALUE '  OF ON-HAND: '.
           05  TRL-ON-HAND-COUNT        PIC Z,ZZZ,ZZ9.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'CNTSHEET'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8.
       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-COUNT-SELECTION
           IF WS-SELECTED-GROUPS IS EQUAL TO SPACES
           AND WS-SELECTED-CLASSES IS EQUAL TO SPACES
               DISPLAY 'CNTSHEET NO CNTGROUP OR CNTCLASS CARD - '
                       'NOTHING SELECTED'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTSHEET NO COUNT SELECTION CARD ON INVCPARM'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           END-IF

           PERFORM LOAD-SKU-CLASSES
           PERFORM OPEN-PRODUCT-MASTER

           OPEN INPUT ON-HAND-FILE
           IF NOT ON-HAND-OK
               DISPLAY 'STATUS ON ON-HAND-FILE OPEN: '
                       ON-HAND-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTSHEET STATUS ON ON-HAND-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT COUNT-SHEET-FILE
           IF NOT COUNT-SHEET-OK
               DISPLAY 'STATUS ON COUNT-SHEET-FILE OPEN: '
                       COUNT-SHEET-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTSHEET STATUS ON COUNT-SHEET-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT COUNT-BOOK-FILE
           IF NOT COUNT-BOOK-OK
               DISPLAY 'STATUS ON COUNT-BOOK-FILE OPEN: '
                       COUNT-BOOK-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTSHEET STATUS ON COUNT-BOOK-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE TO CST-SHEET-DATE
           MOVE WS-SELECTED-GROUPS TO CST-GROUPS
           MOVE WS-SELECTED-CLASSES TO CST-CLASSES
           IF WS-SELECTED-WAREHOUSE IS EQUAL TO SPACES
               MOVE 'ALL' TO CST-WAREHOUSE
           ELSE
               MOVE WS-SELECTED-WAREHOUSE TO CST-WAREHOUSE
           END-IF
           WRITE COUNT-SHEET-LINE FROM COUNT-SHEET-TITLE
           MOVE SPACES TO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE FROM COUNT-SHEET-HEADING

           PERFORM UNTIL END-OF-ON-HAND
               READ ON-HAND-FILE
               IF ON-HAND-OK
                   ADD 1 TO WS-ON-HAND-READ-COUNT
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM SELECT-ONE-ON-HAND-SKU
               END-IF
           END-PERFORM

           MOVE SPACES TO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE
           MOVE WS-SHEET-LINE-NUMBER TO TRL-SELECTED-COUNT
           MOVE WS-ON-HAND-READ-COUNT TO TRL-ON-HAND-COUNT
           WRITE COUNT-SHEET-LINE FROM COUNT-SHEET-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * A missing control-card file or card simply selects nothing
      * by that route; the class letters are forced to the three
      * the ranking writes.
       LOAD-COUNT-SELECTION.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON CONTROL CARD LOAD: '
                       WS-CC-RETURN-CODE
           ELSE
               MOVE 'CNTGROUP' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:60) TO WS-SELECTED-GROUPS
               END-IF
               MOVE 'CNTCLASS' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:3) TO WS-SELECTED-CLASSES
                   INSPECT WS-SELECTED-CLASSES
                       CONVERTING 'abc' TO 'ABC'
               END-IF
               MOVE 'CNTWHSE' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-SELECTED-WAREHOUSE
               END-IF
           END-IF
           DISPLAY 'COUNT SELECTION GROUPS:  ' WS-SELECTED-GROUPS
           DISPLAY 'COUNT SELECTION CLASSES: ' WS-SELECTED-CLASSES
           DISPLAY 'COUNT SELECTION WHSE:    ' WS-SELECTED-WAREHOUSE
           .
       LOAD-SKU-CLASSES.
           OPEN INPUT SKU-CLASS-FILE
           IF NOT SKU-CLASS-OK
               DISPLAY 'STATUS ON SKU-CLASS-FILE OPEN: '
                       SKU-CLASS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTSHEET SKUABC1 UNAVAILABLE - NO CLASS SELECTION'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           ELSE
               PERFORM UNTIL END-OF-SKU-CLASS
                   READ SKU-CLASS-FILE
                   IF SKU-CLASS-OK
                       IF WS-CLASS-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-CLASS-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'CNTSHEET CLASS TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-CLASS-COUNT
                           MOVE SAB-SKU TO WS-CLS-SKU(WS-CLASS-COUNT)
                           MOVE SAB-ABC-CLASS
                               TO WS-CLS-ABC-CLASS(WS-CLASS-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SKU-CLASS-FILE
           END-IF
           .
      * The master stays open for the whole run and is READ by key
      * per selected SKU; when the open fails the sheets simply
      * print without descriptions.
       OPEN-PRODUCT-MASTER.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF NOT PRODUCT-MASTER-OK
               DISPLAY 'STATUS ON PRODUCT-MASTER-FILE OPEN: '
                       PRODUCT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTSHEET STATUS ON PRODUCT-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 'N' TO WS-PRODUCT-MASTER-SWITCH
           ELSE
               SET PRODUCT-MASTER-AVAILABLE TO TRUE
           END-IF
           .
      * With a CNTWHSE card only that warehouse's stock is
      * considered at all.
       SELECT-ONE-ON-HAND-SKU.
           MOVE 'N' TO WS-SKU-SELECTED-SWITCH
           MOVE SPACE TO WS-SKU-CLASS
           IF ONH-WAREHOUSE-CODE IS EQUAL TO SPACES
               MOVE '01' TO WS-ON-HAND-WAREHOUSE
           ELSE
               MOVE ONH-WAREHOUSE-CODE TO WS-ON-HAND-WAREHOUSE
           END-IF
           IF WS-SELECTED-WAREHOUSE IS EQUAL TO SPACES
           OR WS-SELECTED-WAREHOUSE IS EQUAL TO WS-ON-HAND-WAREHOUSE
               PERFORM SELECT-BY-GROUP-OR-CLASS
           END-IF
           .
       SELECT-BY-GROUP-OR-CLASS.
           IF WS-CLASS-COUNT IS GREATER THAN ZERO
               SET CLASS-INDEX TO 1
               SEARCH WS-CLASS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLS-SKU(CLASS-INDEX) IS EQUAL TO ONH-SKU
                       MOVE WS-CLS-ABC-CLASS(CLASS-INDEX)
                           TO WS-SKU-CLASS
               END-SEARCH
           END-IF
           IF WS-SELECTED-GROUPS IS NOT EQUAL TO SPACES
               SET SELECTED-GROUP-INDEX TO 1
               SEARCH WS-SELECTED-GROUP-SLOT
                   AT END
                       CONTINUE
                   WHEN WS-SELECTED-GROUP(SELECTED-GROUP-INDEX)
                            IS EQUAL TO ONH-SKU(1:4)
                   AND  WS-SELECTED-GROUP(SELECTED-GROUP-INDEX)
                            IS NOT EQUAL TO SPACES
                       SET SKU-IS-SELECTED TO TRUE
               END-SEARCH
           END-IF
           IF WS-SKU-CLASS IS NOT EQUAL TO SPACE
           AND WS-SELECTED-CLASSES IS NOT EQUAL TO SPACES
               MOVE ZERO TO WS-CLASS-TALLY
               INSPECT WS-SELECTED-CLASSES
                   TALLYING WS-CLASS-TALLY FOR ALL WS-SKU-CLASS
               IF WS-CLASS-TALLY IS GREATER THAN ZERO
                   SET SKU-IS-SELECTED TO TRUE
               END-IF
           END-IF
           IF SKU-IS-SELECTED
               PERFORM WRITE-ONE-SHEET-LINE
           END-IF
           .
       WRITE-ONE-SHEET-LINE.
           ADD 1 TO WS-SHEET-LINE-NUMBER
           MOVE SPACES TO CSD-DESCRIPTION
           IF PRODUCT-MASTER-AVAILABLE
               MOVE ONH-SKU TO PM-SKU
               READ PRODUCT-MASTER-FILE
               IF PRODUCT-MASTER-OK
                   MOVE PM-DESCRIPTION TO CSD-DESCRIPTION
               ELSE
                   MOVE '** NOT ON PRODUCT MASTER **'
                       TO CSD-DESCRIPTION
               END-IF
           END-IF
           MOVE WS-SHEET-LINE-NUMBER TO CSD-SHEET-LINE
           MOVE ONH-SKU TO CSD-SKU
           MOVE WS-ON-HAND-WAREHOUSE TO CSD-WAREHOUSE
           MOVE WS-SKU-CLASS TO CSD-ABC-CLASS
           WRITE COUNT-SHEET-LINE FROM COUNT-SHEET-DETAIL
           IF NOT COUNT-SHEET-OK
               DISPLAY 'STATUS ON COUNT-SHEET-FILE WRITE: '
                       COUNT-SHEET-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTSHEET STATUS ON COUNT-SHEET-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF

           MOVE SPACES TO COUNT-BOOK-RECORD
           MOVE WS-CDT-DATE TO CNB-SHEET-DATE
           MOVE WS-SHEET-LINE-NUMBER TO CNB-SHEET-LINE
           MOVE ONH-SKU TO CNB-SKU
           MOVE WS-ON-HAND-WAREHOUSE TO CNB-WAREHOUSE-CODE
           MOVE WS-SKU-CLASS TO CNB-ABC-CLASS
           MOVE ONH-ON-HAND TO CNB-BOOK-QUANTITY
           SET CNB-LINE-IS-OPEN TO TRUE
           MOVE ZERO TO CNB-COUNTED-QUANTITY
           WRITE COUNT-BOOK-RECORD
           IF NOT COUNT-BOOK-OK
               DISPLAY 'STATUS ON COUNT-BOOK-FILE WRITE: '
                       COUNT-BOOK-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CNTSHEET STATUS ON COUNT-BOOK-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'SKUS SELECTED FOR COUNT: ' WS-SHEET-LINE-NUMBER
           CLOSE ON-HAND-FILE
           CLOSE COUNT-SHEET-FILE
           CLOSE COUNT-BOOK-FILE
           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           IF WS-RUN-COMPLETED
               MOVE ZERO TO WS-SC-COMPLETION-CODE
           ELSE
               MOVE 8 TO WS-SC-COMPLETION-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
