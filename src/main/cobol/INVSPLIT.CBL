      *****************************************************************
      * Program name:    INVSPLIT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Splitting one sequential file into partitions by key range so
      * the program that consumes it can run as several concurrent
      * streams.
      *
      * At month end the partner feeds triple and a single INVCALC
      * over the night's INVFILE1 runs past the morning window even
      * with checkpoint/restart. This step copies INVFILE1 into up to
      * four partition files, INVPRT1 through INVPRT4, by customer
      * number: the PARTHI1, PARTHI2 and PARTHI3 cards on INVCPARM
      * give the highest customer number of streams one, two and
      * three, in ascending order, and every customer above the last
      * card given goes to the next stream. With no cards everything
      * goes to stream one. Each stream then runs INVCALC with a
      * STREAMNO card naming its stream, and INVMERGE puts the
      * streams' outputs back together.
      *
      * Keeping each customer in one stream keeps a customer's
      * returns and their RMA credits together. An invoice number
      * that has already been routed tonight follows its first copy
      * into the same stream whatever the customer number says, so a
      * resent or rekeyed duplicate meets its original in one INVCALC
      * and is rejected there by the INVPROC1 register check exactly
      * as a single run would reject it.
      *
      * Invoices are copied as images, at the length they were read,
      * and in their INVFILE1 order within each stream. An invoice
      * longer than the record allows is passed on cut to the maximum
      * length, still carrying its oversized line count, so the
      * stream's INVCALC rejects it to suspense the way it always
      * has.
      *
      * RETURN-CODE is 0 when the split completed and 8 when INVRESUB
      * has not completed today, the PARTHI cards are out of order,
      * or a file cannot be opened.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVSPLIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO 'INVFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT STREAM-1-FILE ASSIGN TO 'INVPRT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-1-STATUS.
           SELECT STREAM-2-FILE ASSIGN TO 'INVPRT2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-2-STATUS.
           SELECT STREAM-3-FILE ASSIGN TO 'INVPRT3'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-3-STATUS.
           SELECT STREAM-4-FILE ASSIGN TO 'INVPRT4'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-4-STATUS.
           SELECT SPLIT-REPORT-FILE ASSIGN TO 'INVSPRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SPLIT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The INVOICE record INVCALC reads, seen only as far as its
      * keys; 1857 bytes is its 100-line maximum, the same image
      * size INVSUSP1 carries.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 1857 CHARACTERS
               DEPENDING ON WS-IN-RECORD-LENGTH
           DATA RECORD IS INVOICE-IMAGE.
       01  INVOICE-IMAGE.
           05  SPL-INVOICE-DATE         PIC X(08).
           05  SPL-INVOICE-NUMBER       PIC X(08).
           05  SPL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(1833).

       FD  STREAM-1-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 1857 CHARACTERS
               DEPENDING ON WS-OUT-RECORD-LENGTH
           DATA RECORD IS STREAM-1-RECORD.
       01  STREAM-1-RECORD              PIC X(1857).

       FD  STREAM-2-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 1857 CHARACTERS
               DEPENDING ON WS-OUT-RECORD-LENGTH
           DATA RECORD IS STREAM-2-RECORD.
       01  STREAM-2-RECORD              PIC X(1857).

       FD  STREAM-3-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 1857 CHARACTERS
               DEPENDING ON WS-OUT-RECORD-LENGTH
           DATA RECORD IS STREAM-3-RECORD.
       01  STREAM-3-RECORD              PIC X(1857).

       FD  STREAM-4-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 1857 CHARACTERS
               DEPENDING ON WS-OUT-RECORD-LENGTH
           DATA RECORD IS STREAM-4-RECORD.
       01  STREAM-4-RECORD              PIC X(1857).

       FD  SPLIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SPLIT-REPORT-LINE.
       01  SPLIT-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
      * The length of the invoice just read, carried onto the write
      * so each invoice leaves at the size it arrived.
       01  WS-RECORD-LENGTH-FIELDS.
           05  WS-IN-RECORD-LENGTH      PIC 9(04).
           05  WS-OUT-RECORD-LENGTH     PIC 9(04).

       01  WS-FILE-STATUSES.
           05  INVOICE-FILE-STATUS      PIC X(02).
               88  INVOICE-FILE-OK      VALUE '00'.
               88  END-OF-INVOICE-FILE  VALUE '10'.
               88  INVOICE-RECORD-TOO-LONG VALUE '04'.
           05  STREAM-1-STATUS          PIC X(02).
               88  STREAM-1-OK          VALUE '00'.
           05  STREAM-2-STATUS          PIC X(02).
               88  STREAM-2-OK          VALUE '00'.
           05  STREAM-3-STATUS          PIC X(02).
               88  STREAM-3-OK          VALUE '00'.
           05  STREAM-4-STATUS          PIC X(02).
               88  STREAM-4-OK          VALUE '00'.
           05  SPLIT-REPORT-STATUS      PIC X(02).
               88  SPLIT-REPORT-OK      VALUE '00'.
      * Whichever partition was just written.
           05  PARTITION-WRITE-STATUS   PIC X(02).
               88  PARTITION-WRITE-OK   VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'INVSPLIT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'INVSPLIT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'INVSPLIT'.
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

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8 so no stream runs
      * against a half-built partition.
       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.
      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

      * The partition plan: the highest customer number of each
      * stream but the last, from the PARTHIn cards, and what each
      * stream was sent.
       01  WS-PARTITION-PLAN.
           05  WS-BOUNDARY-COUNT        PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-STREAM-COUNT          PIC S9(03) COMP-3 VALUE 1.
           05  WS-PLAN-IN-ORDER-SWITCH  PIC X VALUE 'Y'.
               88  WS-PLAN-IS-IN-ORDER  VALUE 'Y'.
           05  WS-STREAM-ENTRY OCCURS 4 TIMES.
               10  WS-STREAM-HIGH-CUSTOMER PIC X(08).
               10  WS-STREAM-INVOICES   PIC S9(09) COMP-3.
               10  WS-STREAM-FOLLOWED   PIC S9(09) COMP-3.
       01  WS-PARTHI-KEYWORD.
           05  FILLER                   PIC X(06) VALUE 'PARTHI'.
           05  WS-PARTHI-DIGIT          PIC 9.
           05  FILLER                   PIC X(01) VALUE SPACE.
       01  WS-STREAM-SUB                PIC S9(03) COMP-3.
       01  WS-CARD-SUB                  PIC S9(03) COMP-3.

      * Every invoice number routed tonight and the stream it went
      * to, so a later copy follows the first. A full table stops
      * the following, logged once; from then on numbers route by
      * customer alone.
       01  WS-ROUTED-TABLE-AREA.
           05  WS-ROUTED-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-MAX-ROUTED-ENTRIES    PIC S9(07) COMP-3 VALUE 20000.
           05  WS-ROUTED-ENTRY OCCURS 1 TO 20000
                       DEPENDING ON WS-ROUTED-COUNT
                       INDEXED BY ROUTED-INDEX.
               10  WS-ROUTED-INVOICE-NUMBER PIC X(08).
               10  WS-ROUTED-STREAM     PIC S9(03) COMP-3.
       01  WS-ROUTED-TABLE-FULL-SWITCH  PIC X VALUE 'N'.
           88  ROUTED-TABLE-IS-FULL     VALUE 'Y'.
       01  WS-FOLLOWED-SWITCH           PIC X.
           88  INVOICE-FOLLOWED-EARLIER VALUE 'Y'.

       01  SPLIT-HEADING-LINE.
           05  FILLER                   PIC X(34)
                   VALUE 'MONTH-END INVOICE SPLIT FOR RUN OF'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SHD-RUN-DATE             PIC X(08).
       01  SPLIT-COLUMN-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'STREAM  FILE      CUSTOMERS THROUGH    '.
           05  FILLER                   PIC X(40)
                   VALUE '    INVOICES  FOLLOWED NUMBER'.
       01  SPLIT-DETAIL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SDT-STREAM-NUMBER        PIC 9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SDT-FILE-NAME            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SDT-HIGH-CUSTOMER        PIC X(08).
           05  FILLER                   PIC X(13) VALUE SPACES.
           05  SDT-INVOICES             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SDT-FOLLOWED             PIC ZZZ,ZZ9.
       01  SPLIT-TRAILER-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'INVOICES SPLIT:     '.
           05  STL-INVOICE-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(14)
                   VALUE '   STREAMS:   '.
           05  STL-STREAM-COUNT         PIC 9.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'INVRESUB' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'INVSPLIT PRODUCER INVRESUB'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT PRODUCER INVRESUB NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-PARTITION-PLAN
           IF NOT WS-PLAN-IS-IN-ORDER
               DISPLAY 'PARTHI CARDS ARE NOT IN ASCENDING ORDER'
                       ' - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT PARTHI CARDS NOT IN ASCENDING ORDER'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT INVOICE-FILE
           IF NOT INVOICE-FILE-OK
               DISPLAY 'STATUS ON INVOICE-FILE OPEN: '
                       INVOICE-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT STATUS ON INVOICE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

      * All four partitions are opened whatever the plan, so a stream
      * the plan leaves unused still finds an empty file to total.
           OPEN OUTPUT STREAM-1-FILE
           IF NOT STREAM-1-OK
               DISPLAY 'STATUS ON STREAM-1-FILE OPEN: '
                       STREAM-1-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT STATUS ON STREAM-1-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT STREAM-2-FILE
           IF NOT STREAM-2-OK
               DISPLAY 'STATUS ON STREAM-2-FILE OPEN: '
                       STREAM-2-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT STATUS ON STREAM-2-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT STREAM-3-FILE
           IF NOT STREAM-3-OK
               DISPLAY 'STATUS ON STREAM-3-FILE OPEN: '
                       STREAM-3-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT STATUS ON STREAM-3-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT STREAM-4-FILE
           IF NOT STREAM-4-OK
               DISPLAY 'STATUS ON STREAM-4-FILE OPEN: '
                       STREAM-4-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT STATUS ON STREAM-4-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT SPLIT-REPORT-FILE
           IF NOT SPLIT-REPORT-OK
               DISPLAY 'STATUS ON SPLIT-REPORT-FILE OPEN: '
                       SPLIT-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT STATUS ON SPLIT-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-INVOICE-FILE
               READ INVOICE-FILE
               IF INVOICE-FILE-OK OR INVOICE-RECORD-TOO-LONG
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM ROUTE-ONE-INVOICE
               END-IF
           END-PERFORM

           PERFORM PRINT-SPLIT-REPORT

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * PARTHI1 through PARTHI3 are read in turn until one is
      * missing; a card after a gap is ignored, since a plan with a
      * hole in it cannot say which stream the gap's customers
      * belong to.
       LOAD-PARTITION-PLAN.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON INVCPARM LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'SPLITTING ALL INVOICES TO STREAM 1'
           ELSE
               PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                       UNTIL WS-CARD-SUB > 3
                          OR WS-BOUNDARY-COUNT < WS-CARD-SUB - 1
                   MOVE WS-CARD-SUB TO WS-PARTHI-DIGIT
                   MOVE WS-PARTHI-KEYWORD TO WS-CC-KEYWORD
                   MOVE 'LU' TO WS-CC-FUNCTION-CODE
                   CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
                   IF WS-CC-OK
                       ADD 1 TO WS-BOUNDARY-COUNT
                       MOVE WS-CC-VALUE(1:8)
                           TO WS-STREAM-HIGH-CUSTOMER(WS-CARD-SUB)
                       IF WS-CARD-SUB > 1
                       AND WS-STREAM-HIGH-CUSTOMER(WS-CARD-SUB)
                           NOT > WS-STREAM-HIGH-CUSTOMER
                                     (WS-CARD-SUB - 1)
                           MOVE 'N' TO WS-PLAN-IN-ORDER-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-STREAM-COUNT = WS-BOUNDARY-COUNT + 1
           MOVE HIGH-VALUES
               TO WS-STREAM-HIGH-CUSTOMER(WS-STREAM-COUNT)
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > 4
               MOVE ZERO TO WS-STREAM-INVOICES(WS-STREAM-SUB)
                            WS-STREAM-FOLLOWED(WS-STREAM-SUB)
           END-PERFORM
           .
       ROUTE-ONE-INVOICE.
           MOVE 'N' TO WS-FOLLOWED-SWITCH
           SET ROUTED-INDEX TO 1
           SEARCH WS-ROUTED-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROUTED-INVOICE-NUMBER(ROUTED-INDEX)
                        IS EQUAL TO SPL-INVOICE-NUMBER
                   SET INVOICE-FOLLOWED-EARLIER TO TRUE
                   MOVE WS-ROUTED-STREAM(ROUTED-INDEX)
                       TO WS-STREAM-SUB
           END-SEARCH
           IF INVOICE-FOLLOWED-EARLIER
               ADD 1 TO WS-STREAM-FOLLOWED(WS-STREAM-SUB)
           ELSE
               PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                       UNTIL WS-STREAM-SUB NOT < WS-STREAM-COUNT
                          OR SPL-CUSTOMER-NUMBER NOT >
                                 WS-STREAM-HIGH-CUSTOMER(WS-STREAM-SUB)
                   CONTINUE
               END-PERFORM
               PERFORM REMEMBER-ROUTED-INVOICE
           END-IF
           ADD 1 TO WS-STREAM-INVOICES(WS-STREAM-SUB)

           MOVE WS-IN-RECORD-LENGTH TO WS-OUT-RECORD-LENGTH
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   WRITE STREAM-1-RECORD FROM INVOICE-IMAGE
                   MOVE STREAM-1-STATUS TO PARTITION-WRITE-STATUS
               WHEN 2
                   WRITE STREAM-2-RECORD FROM INVOICE-IMAGE
                   MOVE STREAM-2-STATUS TO PARTITION-WRITE-STATUS
               WHEN 3
                   WRITE STREAM-3-RECORD FROM INVOICE-IMAGE
                   MOVE STREAM-3-STATUS TO PARTITION-WRITE-STATUS
               WHEN OTHER
                   WRITE STREAM-4-RECORD FROM INVOICE-IMAGE
                   MOVE STREAM-4-STATUS TO PARTITION-WRITE-STATUS
           END-EVALUATE
           IF NOT PARTITION-WRITE-OK
               DISPLAY 'STATUS ON STREAM ' WS-STREAM-SUB
                       ' WRITE: ' PARTITION-WRITE-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVSPLIT STATUS ON PARTITION WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               MOVE SPL-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       REMEMBER-ROUTED-INVOICE.
           IF WS-ROUTED-COUNT IS LESS THAN WS-MAX-ROUTED-ENTRIES
               ADD 1 TO WS-ROUTED-COUNT
               MOVE SPL-INVOICE-NUMBER
                   TO WS-ROUTED-INVOICE-NUMBER(WS-ROUTED-COUNT)
               MOVE WS-STREAM-SUB TO WS-ROUTED-STREAM(WS-ROUTED-COUNT)
           ELSE
               IF NOT ROUTED-TABLE-IS-FULL
                   SET ROUTED-TABLE-IS-FULL TO TRUE
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'INVSPLIT ROUTED INVOICE TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           END-IF
           .
       PRINT-SPLIT-REPORT.
           MOVE WS-CDT-DATE TO SHD-RUN-DATE
           WRITE SPLIT-REPORT-LINE FROM SPLIT-HEADING-LINE
           MOVE SPACES TO SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE FROM SPLIT-COLUMN-LINE
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               MOVE WS-STREAM-SUB TO SDT-STREAM-NUMBER
               MOVE 'INVPRT' TO SDT-FILE-NAME
               MOVE SDT-STREAM-NUMBER TO SDT-FILE-NAME(7:1)
               IF WS-STREAM-SUB = WS-STREAM-COUNT
                   MOVE 'LAST' TO SDT-HIGH-CUSTOMER
               ELSE
                   MOVE WS-STREAM-HIGH-CUSTOMER(WS-STREAM-SUB)
                       TO SDT-HIGH-CUSTOMER
               END-IF
               MOVE WS-STREAM-INVOICES(WS-STREAM-SUB) TO SDT-INVOICES
               MOVE WS-STREAM-FOLLOWED(WS-STREAM-SUB) TO SDT-FOLLOWED
               WRITE SPLIT-REPORT-LINE FROM SPLIT-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO SPLIT-REPORT-LINE
           WRITE SPLIT-REPORT-LINE
           MOVE WS-JS-RECORD-COUNT TO STL-INVOICE-COUNT
           MOVE WS-STREAM-COUNT TO STL-STREAM-COUNT
           WRITE SPLIT-REPORT-LINE FROM SPLIT-TRAILER-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'INVOICES SPLIT: ' WS-JS-RECORD-COUNT
           CLOSE INVOICE-FILE
           CLOSE STREAM-1-FILE
           CLOSE STREAM-2-FILE
           CLOSE STREAM-3-FILE
           CLOSE STREAM-4-FILE
           CLOSE SPLIT-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           IF WS-RUN-COMPLETED
           AND WS-RETURN-CODE-VALUE = ZERO
               MOVE ZERO TO WS-SC-COMPLETION-CODE
           ELSE
               MOVE 8 TO WS-SC-COMPLETION-CODE
           END-IF
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
