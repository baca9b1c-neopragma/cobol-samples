      *****************************************************************
      * Program name:    INVMERGE
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Putting the outputs of a partitioned run back together so the
      * programs downstream see one night's files.
      *
      * On a month-end night INVSPLIT divides INVFILE1 by customer
      * range and each stream runs its own INVCALC. Every stream
      * writes its own INVTOT1, GLEXTR1, TAXAUD1, SLSDTL1, INVSUSP1
      * and INVREG1, plus the INVPRCST register extract and RMACRDST
      * credit extract it keeps in place of INVPROC1 and RMACRED1.
      * The job deck concatenates each kind of file across all the
      * streams, in stream order, under one DD - INVTOTS, GLEXTRS,
      * TAXAUDS, SLSDTLS, INVSUSS, INVREGS, INVPRCS and RMACRDS - and
      * this program copies each concatenation to the single file the
      * consumers have always read:
      *   - INVTOT1, GLEXTR1 and TAXAUD1 keep only the first stream's
      *     run-date header; the others are dropped.
      *   - INVREG1 keeps every detail line, drops each stream's
      *     grand-total trailer, and ends with one trailer totalled
      *     from the merged INVTOT1, so the register still foots to
      *     the extract it prints.
      *   - SLSDTL1 and INVSUSP1 are copied as they stand.
      *   - The register and credit extracts are appended to INVPROC1
      *     and RMACRED1, last of all, once everything else is down.
      *
      * The merge waits for INVCALC1 through INVCALCn to have
      * completed today, where n is the stream count the PARTHI cards
      * on INVCPARM give INVSPLIT, and refuses to run a second time on
      * a night it has already completed, since a second pass would
      * append the same extracts to INVPROC1 and RMACRED1 again. Its
      * completion is recorded under INVCALC's name as well as its
      * own, so the consumers that wait on INVCALC start on the
      * merged files, and its JOBSTAT counts - invoices totalled and
      * rejected to suspense - are the ones RECONCIL balances.
      *
      * RETURN-CODE is 0 when the merge completed and 8 when a stream
      * is incomplete, the night is already merged, or a file cannot
      * be opened or written.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      * - INVTOT1 records now end with the restocking fee.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-TOTALS-FILE ASSIGN TO 'INVTOTS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-TOTALS-STATUS.
           SELECT INVOICE-TOTALS-FILE ASSIGN TO 'INVTOT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-TOTALS-STATUS.
           SELECT STREAM-GL-FILE ASSIGN TO 'GLEXTRS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-GL-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO 'GLEXTR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GL-EXTRACT-STATUS.
           SELECT STREAM-TAX-AUDIT-FILE ASSIGN TO 'TAXAUDS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-TAX-AUDIT-STATUS.
           SELECT TAX-AUDIT-FILE ASSIGN TO 'TAXAUD1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TAX-AUDIT-STATUS.
           SELECT STREAM-SALES-DETAIL-FILE ASSIGN TO 'SLSDTLS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-SALES-DETAIL-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SLSDTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALES-DETAIL-STATUS.
           SELECT STREAM-SUSPENSE-FILE ASSIGN TO 'INVSUSS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-SUSPENSE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'INVSUSP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUSPENSE-STATUS.
           SELECT STREAM-REGISTER-PRINT-FILE ASSIGN TO 'INVREGS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-REGISTER-PRINT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'INVREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT STREAM-REGISTER-FILE ASSIGN TO 'INVPRCS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-REGISTER-STATUS.
           SELECT PROCESSED-INVOICE-FILE ASSIGN TO 'INVPROC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PROCESSED-INVOICE-STATUS.
           SELECT STREAM-RMA-CREDIT-FILE ASSIGN TO 'RMACRDS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-RMA-CREDIT-STATUS.
           SELECT RMA-CREDIT-FILE ASSIGN TO 'RMACRED1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RMA-CREDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to INVTOT1; only the totals and
      * the header are looked at, the rest travels as it stands.
       FD  STREAM-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-TOTALS-RECORD.
       01  STREAM-TOTALS-RECORD.
           05  STR-INVOICE-DATE         PIC X(08).
           05  STR-INVOICE-NUMBER       PIC X(08).
           05  STR-CUSTOMER-NUMBER      PIC X(08).
           05  STR-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  STR-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  STR-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  FILLER                   PIC X(42).
       01  STREAM-TOTALS-HEADER.
           05  STH-RECORD-TYPE          PIC X(03).
           05  STH-PRODUCING-PROGRAM    PIC X(08).
           05  FILLER                   PIC X(70).

       FD  INVOICE-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-TOTALS-RECORD.
       01  INVOICE-TOTALS-RECORD        PIC X(81).

      * Same layout INVCALC writes to GLEXTR1.
       FD  STREAM-GL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-GL-RECORD.
       01  STREAM-GL-RECORD.
           05  SGH-RECORD-TYPE          PIC X(03).
           05  SGH-PRODUCING-PROGRAM    PIC X(08).
           05  FILLER                   PIC X(22).

       FD  GL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD            PIC X(33).

      * Same layout INVCALC writes to TAXAUD1.
       FD  STREAM-TAX-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-TAX-AUDIT-RECORD.
       01  STREAM-TAX-AUDIT-RECORD.
           05  STA-RECORD-TYPE          PIC X(03).
           05  STA-PRODUCING-PROGRAM    PIC X(08).
           05  FILLER                   PIC X(49).

       FD  TAX-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TAX-AUDIT-RECORD.
       01  TAX-AUDIT-RECORD             PIC X(60).

      * Same layout INVCALC writes to SLSDTL1.
       FD  STREAM-SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-SALES-DETAIL-RECORD.
       01  STREAM-SALES-DETAIL-RECORD   PIC X(58).

       FD  SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALES-DETAIL-RECORD.
       01  SALES-DETAIL-RECORD          PIC X(58).

      * Same layout INVCALC writes to INVSUSP1.
       FD  STREAM-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-SUSPENSE-RECORD.
       01  STREAM-SUSPENSE-RECORD       PIC X(1896).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUSPENSE-RECORD.
       01  SUSPENSE-RECORD              PIC X(1896).

      * The printed register INVCALC writes; each stream's copy ends
      * with its own grand-total trailer.
       FD  STREAM-REGISTER-PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-REGISTER-LINE.
       01  STREAM-REGISTER-LINE.
           05  SRL-TRAILER-TAG          PIC X(17).
               88  SRL-IS-TRAILER       VALUE 'GRAND TOTALS FOR '.
           05  FILLER                   PIC X(69).

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REGISTER-LINE.
       01  REGISTER-LINE                PIC X(86).

      * Same layout as INVCALC's INVPRCST and INVPROC1 records.
       FD  STREAM-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-REGISTER-RECORD.
       01  STREAM-REGISTER-RECORD       PIC X(17).

       FD  PROCESSED-INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROCESSED-INVOICE-RECORD.
       01  PROCESSED-INVOICE-RECORD     PIC X(17).

      * Same layout as INVCALC's RMACRDST and RMACRED1 records.
       FD  STREAM-RMA-CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-RMA-CREDIT-RECORD.
       01  STREAM-RMA-CREDIT-RECORD     PIC X(42).

       FD  RMA-CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RMA-CREDIT-RECORD.
       01  RMA-CREDIT-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  STREAM-TOTALS-STATUS     PIC X(02).
               88  STREAM-TOTALS-OK     VALUE '00'.
               88  END-OF-STREAM-TOTALS VALUE '10'.
           05  INVOICE-TOTALS-STATUS    PIC X(02).
               88  INVOICE-TOTALS-OK    VALUE '00'.
           05  STREAM-GL-STATUS         PIC X(02).
               88  STREAM-GL-OK         VALUE '00'.
               88  END-OF-STREAM-GL     VALUE '10'.
           05  GL-EXTRACT-STATUS        PIC X(02).
               88  GL-EXTRACT-OK        VALUE '00'.
           05  STREAM-TAX-AUDIT-STATUS  PIC X(02).
               88  STREAM-TAX-AUDIT-OK  VALUE '00'.
               88  END-OF-STREAM-TAX-AUDIT VALUE '10'.
           05  TAX-AUDIT-STATUS         PIC X(02).
               88  TAX-AUDIT-OK         VALUE '00'.
           05  STREAM-SALES-DETAIL-STATUS PIC X(02).
               88  STREAM-SALES-DETAIL-OK VALUE '00'.
               88  END-OF-STREAM-SALES-DETAIL VALUE '10'.
           05  SALES-DETAIL-STATUS      PIC X(02).
               88  SALES-DETAIL-OK      VALUE '00'.
           05  STREAM-SUSPENSE-STATUS   PIC X(02).
               88  STREAM-SUSPENSE-OK   VALUE '00'.
               88  END-OF-STREAM-SUSPENSE VALUE '10'.
           05  SUSPENSE-STATUS          PIC X(02).
               88  SUSPENSE-OK          VALUE '00'.
           05  STREAM-REGISTER-PRINT-STATUS PIC X(02).
               88  STREAM-REGISTER-PRINT-OK VALUE '00'.
               88  END-OF-STREAM-REGISTER-PRINT VALUE '10'.
           05  REGISTER-FILE-STATUS     PIC X(02).
               88  REGISTER-FILE-OK     VALUE '00'.
           05  STREAM-REGISTER-STATUS   PIC X(02).
               88  STREAM-REGISTER-OK   VALUE '00'.
               88  END-OF-STREAM-REGISTER VALUE '10'.
           05  PROCESSED-INVOICE-STATUS PIC X(02).
               88  PROCESSED-INVOICE-OK VALUE '00'.
               88  PROCESSED-INVOICE-MISSING VALUE '35'.
           05  STREAM-RMA-CREDIT-STATUS PIC X(02).
               88  STREAM-RMA-CREDIT-OK VALUE '00'.
               88  END-OF-STREAM-RMA-CREDIT VALUE '10'.
           05  RMA-CREDIT-STATUS        PIC X(02).
               88  RMA-CREDIT-OK        VALUE '00'.
               88  RMA-CREDIT-MISSING   VALUE '35'.
      * Whichever merged file was just written.
           05  MERGE-WRITE-STATUS       PIC X(02).
               88  MERGE-WRITE-OK       VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'INVMERGE'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'INVMERGE'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'INVMERGE'.
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
      * completion records then carry code 8 so no consumer reads a
      * half-merged night.
       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.
      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.
      * Set once the gate checks pass, so a held run never writes a
      * completion under INVCALC's name; a night already merged
      * writes no completion at all, since a code 8 would stand as
      * the night's last word and let the merge run a third time.
       01  WS-MERGE-STATE-SWITCH        PIC X VALUE 'H'.
           88  WS-MERGE-HELD            VALUE 'H'.
           88  WS-MERGE-ALREADY-DONE    VALUE 'A'.
           88  WS-MERGE-STARTED         VALUE 'S'.

      * How many streams the PARTHIn cards make, found the same way
      * INVSPLIT finds them, and the completion each must show.
       01  WS-STREAM-PLAN.
           05  WS-BOUNDARY-COUNT        PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-STREAM-COUNT          PIC S9(03) COMP-3 VALUE 1.
           05  WS-STREAMS-COMPLETE-SWITCH PIC X VALUE 'Y'.
               88  WS-STREAMS-ARE-COMPLETE VALUE 'Y'.
       01  WS-PARTHI-KEYWORD.
           05  FILLER                   PIC X(06) VALUE 'PARTHI'.
           05  WS-PARTHI-DIGIT          PIC 9.
           05  FILLER                   PIC X(01) VALUE SPACE.
       01  WS-STREAM-PROGRAM-ID.
           05  FILLER                   PIC X(07) VALUE 'INVCALC'.
           05  WS-STREAM-DIGIT          PIC 9.
       01  WS-STREAM-SUB                PIC S9(03) COMP-3.

      * The merged night: header switches, what was copied, and the
      * register grand totals rebuilt from the merged INVTOT1.
       01  WS-MERGE-COUNTS.
           05  WS-TOTALS-HEADER-SWITCH  PIC X VALUE 'N'.
               88  WS-TOTALS-HEADER-WRITTEN VALUE 'Y'.
           05  WS-GL-HEADER-SWITCH      PIC X VALUE 'N'.
               88  WS-GL-HEADER-WRITTEN VALUE 'Y'.
           05  WS-TAX-HEADER-SWITCH     PIC X VALUE 'N'.
               88  WS-TAX-HEADER-WRITTEN VALUE 'Y'.
           05  WS-REGISTER-LINE-COUNT   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-TRAILERS-DROPPED      PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REGISTER-ENTRY-COUNT  PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CREDIT-COUNT          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-GRAND-BEFORE-TAX      PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GRAND-SALES-TAX       PIC S9(07)V9(03) COMP-3
                                            VALUE ZERO.
           05  WS-GRAND-TOTAL-AMOUNT    PIC S9(09)V99 COMP-3
                                            VALUE ZERO.

      * The same trailer INVCALC prints at the foot of INVREG1.
       01  REGISTER-TRAILER.
           05  FILLER                   PIC X(20)
                   VALUE 'GRAND TOTALS FOR '.
           05  REG-TRAILER-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE ' INVOICES'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-TRAILER-BEFORE-TAX   PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-TRAILER-SALES-TAX    PIC $$$,$$9.999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-TRAILER-TOTAL-AMOUNT PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-STREAM-PLAN
           PERFORM CHECK-STREAMS-COMPLETE
           IF NOT WS-STREAMS-ARE-COMPLETE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE NOT EVERY STREAM COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'INVMERGE' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE = '00'
               DISPLAY 'INVMERGE ALREADY COMPLETED TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE ALREADY COMPLETED TODAY - RUN HELD'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 'A' TO WS-MERGE-STATE-SWITCH
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           MOVE 'S' TO WS-MERGE-STATE-SWITCH

           OPEN INPUT STREAM-TOTALS-FILE
           IF NOT STREAM-TOTALS-OK
               DISPLAY 'STATUS ON STREAM-TOTALS-FILE OPEN: '
                       STREAM-TOTALS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON STREAM-TOTALS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT INVOICE-TOTALS-FILE
           IF NOT INVOICE-TOTALS-OK
               DISPLAY 'STATUS ON INVOICE-TOTALS-FILE OPEN: '
                       INVOICE-TOTALS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON INVOICE-TOTALS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT STREAM-GL-FILE
           IF NOT STREAM-GL-OK
               DISPLAY 'STATUS ON STREAM-GL-FILE OPEN: '
                       STREAM-GL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON STREAM-GL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT GL-EXTRACT-FILE
           IF NOT GL-EXTRACT-OK
               DISPLAY 'STATUS ON GL-EXTRACT-FILE OPEN: '
                       GL-EXTRACT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON GL-EXTRACT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT STREAM-TAX-AUDIT-FILE
           IF NOT STREAM-TAX-AUDIT-OK
               DISPLAY 'STATUS ON STREAM-TAX-AUDIT-FILE OPEN: '
                       STREAM-TAX-AUDIT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON STREAM-TAX-AUDIT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT TAX-AUDIT-FILE
           IF NOT TAX-AUDIT-OK
               DISPLAY 'STATUS ON TAX-AUDIT-FILE OPEN: '
                       TAX-AUDIT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON TAX-AUDIT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT STREAM-SALES-DETAIL-FILE
           IF NOT STREAM-SALES-DETAIL-OK
               DISPLAY 'STATUS ON STREAM-SALES-DETAIL-FILE OPEN: '
                       STREAM-SALES-DETAIL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON STREAM-SALES-DETAIL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT SALES-DETAIL-FILE
           IF NOT SALES-DETAIL-OK
               DISPLAY 'STATUS ON SALES-DETAIL-FILE OPEN: '
                       SALES-DETAIL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON SALES-DETAIL-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT STREAM-SUSPENSE-FILE
           IF NOT STREAM-SUSPENSE-OK
               DISPLAY 'STATUS ON STREAM-SUSPENSE-FILE OPEN: '
                       STREAM-SUSPENSE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON STREAM-SUSPENSE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF NOT SUSPENSE-OK
               DISPLAY 'STATUS ON SUSPENSE-FILE OPEN: '
                       SUSPENSE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON SUSPENSE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT STREAM-REGISTER-PRINT-FILE
           IF NOT STREAM-REGISTER-PRINT-OK
               DISPLAY 'STATUS ON STREAM-REGISTER-PRINT-FILE OPEN: '
                       STREAM-REGISTER-PRINT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON STREAM-REGISTER-PRINT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               DISPLAY 'STATUS ON REGISTER-FILE OPEN: '
                       REGISTER-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON REGISTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT STREAM-REGISTER-FILE
           IF NOT STREAM-REGISTER-OK
               DISPLAY 'STATUS ON STREAM-REGISTER-FILE OPEN: '
                       STREAM-REGISTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON STREAM-REGISTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
      * OUTPUT starts the register or the credit log only when no
      * file exists yet (status 35); any other status would wipe a
      * cross-run control file.
           OPEN EXTEND PROCESSED-INVOICE-FILE
           IF PROCESSED-INVOICE-MISSING
               OPEN OUTPUT PROCESSED-INVOICE-FILE
           END-IF
           IF NOT PROCESSED-INVOICE-OK
               DISPLAY 'STATUS ON PROCESSED-INVOICE-FILE EXTEND: '
                       PROCESSED-INVOICE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON PROCESSED-INVOICE-FILE EXTEND'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT STREAM-RMA-CREDIT-FILE
           IF NOT STREAM-RMA-CREDIT-OK
               DISPLAY 'STATUS ON STREAM-RMA-CREDIT-FILE OPEN: '
                       STREAM-RMA-CREDIT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON STREAM-RMA-CREDIT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN EXTEND RMA-CREDIT-FILE
           IF RMA-CREDIT-MISSING
               OPEN OUTPUT RMA-CREDIT-FILE
           END-IF
           IF NOT RMA-CREDIT-OK
               DISPLAY 'STATUS ON RMA-CREDIT-FILE EXTEND: '
                       RMA-CREDIT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON RMA-CREDIT-FILE EXTEND'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

      * INVTOT1 goes first: the register trailer is totalled from it.
           PERFORM MERGE-INVOICE-TOTALS
           PERFORM MERGE-REGISTER
           PERFORM MERGE-GL-EXTRACT
           PERFORM MERGE-TAX-AUDIT
           PERFORM MERGE-SALES-DETAIL
           PERFORM MERGE-SUSPENSE
           PERFORM APPEND-PROCESSED-REGISTER
           PERFORM APPEND-RMA-CREDITS

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * PARTHI1 through PARTHI3 are read in turn until one is
      * missing, exactly as INVSPLIT reads them, so the merge expects
      * the streams the split made.
       LOAD-STREAM-PLAN.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON INVCPARM LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'MERGING STREAM 1 ONLY'
           ELSE
               PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                       UNTIL WS-STREAM-SUB > 3
                          OR WS-BOUNDARY-COUNT < WS-STREAM-SUB - 1
                   MOVE WS-STREAM-SUB TO WS-PARTHI-DIGIT
                   MOVE WS-PARTHI-KEYWORD TO WS-CC-KEYWORD
                   MOVE 'LU' TO WS-CC-FUNCTION-CODE
                   CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
                   IF WS-CC-OK
                       ADD 1 TO WS-BOUNDARY-COUNT
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-STREAM-COUNT = WS-BOUNDARY-COUNT + 1
           .
      * Every stream is checked, so the console shows all the streams
      * still outstanding rather than only the first.
       CHECK-STREAMS-COMPLETE.
           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               MOVE WS-STREAM-SUB TO WS-STREAM-DIGIT
               MOVE WS-STREAM-PROGRAM-ID TO WS-SC-PRODUCER-PROGRAM
               CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
               IF WS-SC-RETURN-CODE NOT = '00'
                   DISPLAY 'INVMERGE PRODUCER ' WS-STREAM-PROGRAM-ID
                           ' NOT COMPLETE TODAY - RUN HELD'
                   MOVE 'N' TO WS-STREAMS-COMPLETE-SWITCH
               END-IF
           END-PERFORM
           .
       MERGE-INVOICE-TOTALS.
           PERFORM UNTIL END-OF-STREAM-TOTALS
               READ STREAM-TOTALS-FILE
               IF STREAM-TOTALS-OK
                   IF STH-RECORD-TYPE = 'HDR'
                   AND STH-PRODUCING-PROGRAM = 'INVCALC'
                       IF NOT WS-TOTALS-HEADER-WRITTEN
                           MOVE 'Y' TO WS-TOTALS-HEADER-SWITCH
                           WRITE INVOICE-TOTALS-RECORD
                               FROM STREAM-TOTALS-RECORD
                           MOVE INVOICE-TOTALS-STATUS
                               TO MERGE-WRITE-STATUS
                           PERFORM CHECK-MERGE-WRITE
                       END-IF
                   ELSE
                       ADD 1 TO WS-JS-RECORD-COUNT
                       ADD STR-TOTAL-BEFORE-TAX TO WS-GRAND-BEFORE-TAX
                       ADD STR-TOTAL-SALES-TAX TO WS-GRAND-SALES-TAX
                       ADD STR-TOTAL-AMOUNT TO WS-GRAND-TOTAL-AMOUNT
                       WRITE INVOICE-TOTALS-RECORD
                           FROM STREAM-TOTALS-RECORD
                       MOVE INVOICE-TOTALS-STATUS TO MERGE-WRITE-STATUS
                       PERFORM CHECK-MERGE-WRITE
                   END-IF
               END-IF
           END-PERFORM
           .
       MERGE-REGISTER.
           PERFORM UNTIL END-OF-STREAM-REGISTER-PRINT
               READ STREAM-REGISTER-PRINT-FILE
               IF STREAM-REGISTER-PRINT-OK
                   IF SRL-IS-TRAILER
                       ADD 1 TO WS-TRAILERS-DROPPED
                   ELSE
                       ADD 1 TO WS-REGISTER-LINE-COUNT
                       WRITE REGISTER-LINE FROM STREAM-REGISTER-LINE
                       MOVE REGISTER-FILE-STATUS TO MERGE-WRITE-STATUS
                       PERFORM CHECK-MERGE-WRITE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-JS-RECORD-COUNT     TO REG-TRAILER-COUNT
           MOVE WS-GRAND-BEFORE-TAX    TO REG-TRAILER-BEFORE-TAX
           MOVE WS-GRAND-SALES-TAX     TO REG-TRAILER-SALES-TAX
           MOVE WS-GRAND-TOTAL-AMOUNT  TO REG-TRAILER-TOTAL-AMOUNT
           WRITE REGISTER-LINE FROM REGISTER-TRAILER
           MOVE REGISTER-FILE-STATUS TO MERGE-WRITE-STATUS
           PERFORM CHECK-MERGE-WRITE
           .
       MERGE-GL-EXTRACT.
           PERFORM UNTIL END-OF-STREAM-GL
               READ STREAM-GL-FILE
               IF STREAM-GL-OK
                   IF SGH-RECORD-TYPE = 'HDR'
                   AND SGH-PRODUCING-PROGRAM = 'INVCALC'
                   AND WS-GL-HEADER-WRITTEN
                       CONTINUE
                   ELSE
                       IF SGH-RECORD-TYPE = 'HDR'
                       AND SGH-PRODUCING-PROGRAM = 'INVCALC'
                           MOVE 'Y' TO WS-GL-HEADER-SWITCH
                       END-IF
                       WRITE GL-EXTRACT-RECORD FROM STREAM-GL-RECORD
                       MOVE GL-EXTRACT-STATUS TO MERGE-WRITE-STATUS
                       PERFORM CHECK-MERGE-WRITE
                   END-IF
               END-IF
           END-PERFORM
           .
       MERGE-TAX-AUDIT.
           PERFORM UNTIL END-OF-STREAM-TAX-AUDIT
               READ STREAM-TAX-AUDIT-FILE
               IF STREAM-TAX-AUDIT-OK
                   IF STA-RECORD-TYPE = 'HDR'
                   AND STA-PRODUCING-PROGRAM = 'INVCALC'
                   AND WS-TAX-HEADER-WRITTEN
                       CONTINUE
                   ELSE
                       IF STA-RECORD-TYPE = 'HDR'
                       AND STA-PRODUCING-PROGRAM = 'INVCALC'
                           MOVE 'Y' TO WS-TAX-HEADER-SWITCH
                       END-IF
                       WRITE TAX-AUDIT-RECORD
                           FROM STREAM-TAX-AUDIT-RECORD
                       MOVE TAX-AUDIT-STATUS TO MERGE-WRITE-STATUS
                       PERFORM CHECK-MERGE-WRITE
                   END-IF
               END-IF
           END-PERFORM
           .
       MERGE-SALES-DETAIL.
           PERFORM UNTIL END-OF-STREAM-SALES-DETAIL
               READ STREAM-SALES-DETAIL-FILE
               IF STREAM-SALES-DETAIL-OK
                   WRITE SALES-DETAIL-RECORD
                       FROM STREAM-SALES-DETAIL-RECORD
                   MOVE SALES-DETAIL-STATUS TO MERGE-WRITE-STATUS
                   PERFORM CHECK-MERGE-WRITE
               END-IF
           END-PERFORM
           .
      * Every invoice a stream rejected is on its suspense file
      * exactly once, so the merged suspense count is the night's
      * reject count.
       MERGE-SUSPENSE.
           PERFORM UNTIL END-OF-STREAM-SUSPENSE
               READ STREAM-SUSPENSE-FILE
               IF STREAM-SUSPENSE-OK
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   WRITE SUSPENSE-RECORD FROM STREAM-SUSPENSE-RECORD
                   MOVE SUSPENSE-STATUS TO MERGE-WRITE-STATUS
                   PERFORM CHECK-MERGE-WRITE
               END-IF
           END-PERFORM
           .
       APPEND-PROCESSED-REGISTER.
           PERFORM UNTIL END-OF-STREAM-REGISTER
               READ STREAM-REGISTER-FILE
               IF STREAM-REGISTER-OK
                   ADD 1 TO WS-REGISTER-ENTRY-COUNT
                   WRITE PROCESSED-INVOICE-RECORD
                       FROM STREAM-REGISTER-RECORD
                   MOVE PROCESSED-INVOICE-STATUS TO MERGE-WRITE-STATUS
                   PERFORM CHECK-MERGE-WRITE
               END-IF
           END-PERFORM
           .
       APPEND-RMA-CREDITS.
           PERFORM UNTIL END-OF-STREAM-RMA-CREDIT
               READ STREAM-RMA-CREDIT-FILE
               IF STREAM-RMA-CREDIT-OK
                   ADD 1 TO WS-CREDIT-COUNT
                   WRITE RMA-CREDIT-RECORD FROM STREAM-RMA-CREDIT-RECORD
                   MOVE RMA-CREDIT-STATUS TO MERGE-WRITE-STATUS
                   PERFORM CHECK-MERGE-WRITE
               END-IF
           END-PERFORM
           .
      * A failed write leaves a merged file short, so the run ends
      * with RC 8 and no consumer is released onto it.
       CHECK-MERGE-WRITE.
           IF NOT MERGE-WRITE-OK
               DISPLAY 'STATUS ON MERGE WRITE: ' MERGE-WRITE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVMERGE STATUS ON MERGED FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'STREAMS MERGED:          ' WS-STREAM-COUNT
           DISPLAY 'INVOICES TOTALLED:       ' WS-JS-RECORD-COUNT
           DISPLAY 'INVOICES TO SUSPENSE:    ' WS-JS-EXCEPTION-COUNT
           DISPLAY 'REGISTER LINES MERGED:   ' WS-REGISTER-LINE-COUNT
           DISPLAY 'STREAM TRAILERS DROPPED: ' WS-TRAILERS-DROPPED
           DISPLAY 'INVPROC1 ENTRIES ADDED:  ' WS-REGISTER-ENTRY-COUNT
           DISPLAY 'RMACRED1 CREDITS ADDED:  ' WS-CREDIT-COUNT
           CLOSE STREAM-TOTALS-FILE
           CLOSE INVOICE-TOTALS-FILE
           CLOSE STREAM-GL-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE STREAM-TAX-AUDIT-FILE
           CLOSE TAX-AUDIT-FILE
           CLOSE STREAM-SALES-DETAIL-FILE
           CLOSE SALES-DETAIL-FILE
           CLOSE STREAM-SUSPENSE-FILE
           CLOSE SUSPENSE-FILE
           CLOSE STREAM-REGISTER-PRINT-FILE
           CLOSE REGISTER-FILE
           CLOSE STREAM-REGISTER-FILE
           CLOSE PROCESSED-INVOICE-FILE
           CLOSE STREAM-RMA-CREDIT-FILE
           CLOSE RMA-CREDIT-FILE
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
           IF NOT WS-MERGE-ALREADY-DONE
               CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           END-IF
      * The consumers wait on INVCALC; on a partitioned night this
      * merge is the step that finishes INVCALC's work.
           IF WS-MERGE-STARTED
               MOVE 'INVCALC ' TO WS-SC-PROGRAM-ID
               CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           END-IF
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
