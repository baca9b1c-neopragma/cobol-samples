      *****************************************************************
      * Program name:    CONFRPLY
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Posting the auditors' balance confirmation replies against
      * the confirmation control file and summarizing coverage and
      * exceptions.
      *
      * CONFSEL writes the confirmation control file with one record
      * per letter mailed. As replies come back, the auditors key one
      * card per reply on CNFRPLY1: the customer, a reply code, and
      * for a dispute the balance the customer's records show.
      *
      *   A - the customer agrees with the confirmed balance
      *   D - the customer disputes it; the amount is required
      *   N - no reply after the second request; the auditors will
      *       test the balance by alternative procedures
      *
      * The prior control file arrives as CNFCTL1 and the updated one
      * is written to CNFCTL2, the same old-master/new-master
      * convention DUNNING uses for DUNCTL1, so replies accumulate
      * across as many reply runs as the engagement takes. A later
      * card for the same customer replaces an earlier one. A card
      * for a customer with no letter, or with an unknown reply code
      * or missing dispute amount, is rejected.
      *
      * The CNFSUM1 summary lists every exception - each dispute with
      * the difference between our balance and the customer's, each
      * confirmation the auditors closed with no reply, each still
      * outstanding, each card rejected - then the coverage: the
      * population and the sample from the control header, and the
      * count and balance agreed, disputed, closed without reply and
      * outstanding.
      * - Severity and reference key are cleared after each EXCPLOG
      *   entry so they do not carry over to later entries.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONFRPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATION-REPLY-FILE ASSIGN TO 'CNFRPLY1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONFIRMATION-REPLY-STATUS.
           SELECT CONFIRMATION-CONTROL-FILE ASSIGN TO 'CNFCTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONFIRMATION-CONTROL-STATUS.
           SELECT CONFIRMATION-CONTROL-NEW-FILE ASSIGN TO 'CNFCTL2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONFIRMATION-CONTROL-NEW-STATUS.
           SELECT CONFIRMATION-SUMMARY-FILE ASSIGN TO 'CNFSUM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONFIRMATION-SUMMARY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One card per reply, keyed by the auditors.
       FD  CONFIRMATION-REPLY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFIRMATION-REPLY-RECORD.
       01  CONFIRMATION-REPLY-RECORD.
           05  CRP-CUSTOMER-NUMBER      PIC X(08).
           05  CRP-REPLY-CODE           PIC X(01).
               88  CRP-REPLY-CODE-VALID VALUE 'A' 'D' 'N'.
               88  CRP-IS-AGREED        VALUE 'A'.
               88  CRP-IS-DISPUTED      VALUE 'D'.
           05  CRP-CUSTOMER-AMOUNT      PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  CRP-REPLY-DATE           PIC X(08).
           05  CRP-KEYED-BY             PIC X(08).
           05  FILLER                   PIC X(43).

      * Same layout CONFSEL writes: a header with the population and
      * selection parameters, then one record per letter mailed.
       FD  CONFIRMATION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFIRMATION-CONTROL-RECORD.
       01  CONFIRMATION-CONTROL-RECORD.
           05  CNC-RECORD-TYPE          PIC X(01).
               88  CNC-IS-HEADER        VALUE 'H'.
               88  CNC-IS-DETAIL        VALUE 'D'.
           05  CNC-CUSTOMER-NUMBER      PIC X(08).
           05  CNC-CONFIRMATION-DATE    PIC X(08).
           05  CNC-SELECTION-REASON     PIC X(01).
               88  CNC-OVER-THRESHOLD   VALUE 'T'.
               88  CNC-RANDOM-SAMPLE    VALUE 'R'.
           05  CNC-CONFIRMED-BALANCE    PIC S9(09)V99 COMP-3.
           05  CNC-INVOICE-COUNT        PIC 9(05).
           05  CNC-REPLY-STATUS         PIC X(01).
               88  CNC-REPLY-OUTSTANDING VALUE ' '.
               88  CNC-REPLY-AGREED     VALUE 'A'.
               88  CNC-REPLY-DISPUTED   VALUE 'D'.
               88  CNC-NO-REPLY         VALUE 'N'.
           05  CNC-REPLY-DATE           PIC X(08).
           05  CNC-CUSTOMER-AMOUNT      PIC S9(09)V99 COMP-3.
           05  FILLER                   PIC X(20).
       01  CONFIRMATION-CONTROL-HEADER
               REDEFINES CONFIRMATION-CONTROL-RECORD.
           05  CNH-RECORD-TYPE          PIC X(01).
           05  CNH-CONFIRMATION-DATE    PIC X(08).
           05  CNH-POPULATION-COUNT     PIC 9(07).
           05  CNH-POPULATION-BALANCE   PIC S9(11)V99 COMP-3.
           05  CNH-RANDOM-SEED          PIC 9(09).
           05  CNH-RANDOM-PERCENT       PIC 9(03).
           05  CNH-THRESHOLD            PIC S9(09)V99 COMP-3.
           05  FILLER                   PIC X(23).

       FD  CONFIRMATION-CONTROL-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFIRMATION-CONTROL-NEW-RECORD.
       01  CONFIRMATION-CONTROL-NEW-RECORD PIC X(64).

       FD  CONFIRMATION-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFIRMATION-SUMMARY-LINE.
       01  CONFIRMATION-SUMMARY-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CONFIRMATION-REPLY-STATUS PIC X(02).
               88  CONFIRMATION-REPLY-OK VALUE '00'.
               88  END-OF-CONFIRMATION-REPLY VALUE '10'.
           05  CONFIRMATION-CONTROL-STATUS PIC X(02).
               88  CONFIRMATION-CONTROL-OK VALUE '00'.
               88  END-OF-CONFIRMATION-CONTROL VALUE '10'.
           05  CONFIRMATION-CONTROL-NEW-STATUS PIC X(02).
               88  CONFIRMATION-CONTROL-NEW-OK VALUE '00'.
           05  CONFIRMATION-SUMMARY-STATUS PIC X(02).
               88  CONFIRMATION-SUMMARY-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'CONFRPLY'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'CONFRPLY'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Tonight's reply cards that passed the edits; a reply a
      * control record takes is marked used, and any left unused at
      * the end had no letter to answer.
       01  WS-REPLY-TABLE-AREA.
           05  WS-REPLY-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-REPLY-ENTRIES     PIC S9(05) COMP-3 VALUE 2000.
           05  WS-REPLY-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-REPLY-COUNT
                       INDEXED BY REPLY-INDEX.
               10  WS-RPL-CUSTOMER-NUMBER PIC X(08).
               10  WS-RPL-REPLY-CODE      PIC X(01).
               10  WS-RPL-CUSTOMER-AMOUNT PIC S9(09)V99 COMP-3.
               10  WS-RPL-REPLY-DATE      PIC X(08).
               10  WS-RPL-USED-SWITCH     PIC X(01).
                   88  WS-RPL-WAS-USED    VALUE 'Y'.
       01  WS-REPLY-SUB                 PIC S9(05) COMP.
       01  WS-LATEST-REPLY-SUB          PIC S9(05) COMP.
       01  WS-REJECT-TEXT               PIC X(40).

       01  WS-CONFIRMATION-TOTALS.
           05  WS-POPULATION-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-POPULATION-BALANCE    PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-SENT-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-SENT-BALANCE          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-AGREED-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-AGREED-BALANCE        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-DISPUTED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DISPUTED-BALANCE      PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-DISPUTED-DIFFERENCE   PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-NO-REPLY-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NO-REPLY-BALANCE      PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-OUTSTANDING-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-OUTSTANDING-BALANCE   PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-REPLIES-POSTED        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REPLIES-REJECTED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DIFFERENCE            PIC S9(09)V99 COMP-3.
           05  WS-LINE-BALANCE          PIC S9(11)V99 COMP-3.
           05  WS-PERCENT               PIC S9(03)V9 COMP-3.

       01  SUMMARY-HEADING-LINE.
           05  FILLER                   PIC X(43)
                   VALUE 'YEAR-END BALANCE CONFIRMATION SUMMARY AS OF'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SMH-CONFIRMATION-DATE    PIC X(10).

       01  SUMMARY-COLUMN-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'CUSTOMER  SELECTED        OUR BALANCE   '.
           05  FILLER                   PIC X(40)
                   VALUE '   CUSTOMER BALANCE        DIFFERENCE  '.
           05  FILLER                   PIC X(11) VALUE 'EXCEPTION'.

       01  SUMMARY-DETAIL-LINE.
           05  SMD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMD-SELECTION-TEXT       PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMD-OUR-BALANCE          PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SMD-CUSTOMER-BALANCE     PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  SMD-DIFFERENCE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMD-EXCEPTION-TEXT       PIC X(40).

       01  SUMMARY-TOTAL-LINE.
           05  SMT-LABEL                PIC X(30).
           05  SMT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMT-BALANCE              PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMT-PERCENT              PIC ZZ9.9.
           05  FILLER                   PIC X(01) VALUE '%'.

       01  SUMMARY-COUNT-LINE.
           05  SMC-LABEL                PIC X(30).
           05  SMC-COUNT                PIC ZZZ,ZZ9.

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

           OPEN INPUT CONFIRMATION-CONTROL-FILE
           IF CONFIRMATION-CONTROL-OK
               READ CONFIRMATION-CONTROL-FILE
           END-IF
           IF NOT CONFIRMATION-CONTROL-OK
           OR NOT CNC-IS-HEADER
               DISPLAY 'STATUS ON CONFIRMATION-CONTROL-FILE HEADER: '
                       CONFIRMATION-CONTROL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CONFRPLY NO CONFIRMATION-CONTROL HEADER'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT CONFIRMATION-CONTROL-NEW-FILE
           OPEN OUTPUT CONFIRMATION-SUMMARY-FILE
           IF NOT CONFIRMATION-CONTROL-NEW-OK
           OR NOT CONFIRMATION-SUMMARY-OK
               DISPLAY 'STATUS ON CONFIRMATION OUTPUT OPENS: '
                       CONFIRMATION-CONTROL-NEW-STATUS ' '
                       CONFIRMATION-SUMMARY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CONFRPLY STATUS ON CONFIRMATION OUTPUT OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE CNH-POPULATION-COUNT TO WS-POPULATION-COUNT
           MOVE CNH-POPULATION-BALANCE TO WS-POPULATION-BALANCE
           MOVE CNH-CONFIRMATION-DATE(1:4) TO SMH-CONFIRMATION-DATE(1:4)
           MOVE '/' TO SMH-CONFIRMATION-DATE(5:1)
           MOVE CNH-CONFIRMATION-DATE(5:2) TO SMH-CONFIRMATION-DATE(6:2)
           MOVE '/' TO SMH-CONFIRMATION-DATE(8:1)
           MOVE CNH-CONFIRMATION-DATE(7:2) TO SMH-CONFIRMATION-DATE(9:2)
           WRITE CONFIRMATION-SUMMARY-LINE FROM SUMMARY-HEADING-LINE
           WRITE CONFIRMATION-SUMMARY-LINE FROM SUMMARY-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-NEW-CONTROL-RECORD

           PERFORM LOAD-REPLY-CARDS

           PERFORM UNTIL END-OF-CONFIRMATION-CONTROL
               READ CONFIRMATION-CONTROL-FILE
               IF CONFIRMATION-CONTROL-OK
               AND CNC-IS-DETAIL
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM POST-ONE-CONFIRMATION
                   PERFORM WRITE-NEW-CONTROL-RECORD
               END-IF
           END-PERFORM

           PERFORM REJECT-UNUSED-REPLY
               VARYING WS-REPLY-SUB FROM 1 BY 1
               UNTIL WS-REPLY-SUB IS GREATER THAN WS-REPLY-COUNT
           PERFORM WRITE-SUMMARY-TOTALS

           GO TO END-OF-PROGRAM
           .
      * A missing reply file just means no replies were keyed for
      * this run; the summary still shows where the engagement
      * stands.
       LOAD-REPLY-CARDS.
           OPEN INPUT CONFIRMATION-REPLY-FILE
           IF CONFIRMATION-REPLY-OK
               PERFORM UNTIL END-OF-CONFIRMATION-REPLY
                   READ CONFIRMATION-REPLY-FILE
                   IF CONFIRMATION-REPLY-OK
                       PERFORM EDIT-ONE-REPLY-CARD
                   END-IF
               END-PERFORM
               CLOSE CONFIRMATION-REPLY-FILE
           END-IF
           .
       EDIT-ONE-REPLY-CARD.
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN CRP-CUSTOMER-NUMBER IS EQUAL TO SPACES
                   MOVE 'REJECTED - NO CUSTOMER NUMBER'
                       TO WS-REJECT-TEXT
               WHEN NOT CRP-REPLY-CODE-VALID
                   MOVE 'REJECTED - REPLY CODE NOT A, D OR N'
                       TO WS-REJECT-TEXT
               WHEN CRP-IS-DISPUTED
               AND CRP-CUSTOMER-AMOUNT IS NOT NUMERIC
                   MOVE 'REJECTED - DISPUTE WITHOUT AN AMOUNT'
                       TO WS-REJECT-TEXT
               WHEN WS-REPLY-COUNT IS NOT LESS THAN
                       WS-MAX-REPLY-ENTRIES
                   MOVE 'REJECTED - REPLY TABLE IS FULL'
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REPLY-COUNT
                   SET REPLY-INDEX TO WS-REPLY-COUNT
                   MOVE CRP-CUSTOMER-NUMBER
                       TO WS-RPL-CUSTOMER-NUMBER(REPLY-INDEX)
                   MOVE CRP-REPLY-CODE TO WS-RPL-REPLY-CODE(REPLY-INDEX)
                   IF CRP-IS-DISPUTED
                       MOVE CRP-CUSTOMER-AMOUNT
                           TO WS-RPL-CUSTOMER-AMOUNT(REPLY-INDEX)
                   ELSE
                       MOVE ZERO TO WS-RPL-CUSTOMER-AMOUNT(REPLY-INDEX)
                   END-IF
                   IF CRP-REPLY-DATE IS NUMERIC
                       MOVE CRP-REPLY-DATE
                           TO WS-RPL-REPLY-DATE(REPLY-INDEX)
                   ELSE
                       MOVE WS-CDT-DATE
                           TO WS-RPL-REPLY-DATE(REPLY-INDEX)
                   END-IF
                   MOVE 'N' TO WS-RPL-USED-SWITCH(REPLY-INDEX)
           END-EVALUATE
           IF WS-REJECT-TEXT IS NOT EQUAL TO SPACES
               MOVE SPACES TO SUMMARY-DETAIL-LINE
               MOVE CRP-CUSTOMER-NUMBER TO SMD-CUSTOMER-NUMBER
               MOVE WS-REJECT-TEXT TO SMD-EXCEPTION-TEXT
               PERFORM COUNT-REJECTED-REPLY
           END-IF
           .
      * The last card keyed for the customer is the one that stands;
      * every card for the customer is used either way.
       POST-ONE-CONFIRMATION.
           MOVE ZERO TO WS-LATEST-REPLY-SUB
           PERFORM FIND-LATEST-REPLY
               VARYING WS-REPLY-SUB FROM 1 BY 1
               UNTIL WS-REPLY-SUB IS GREATER THAN WS-REPLY-COUNT
           IF WS-LATEST-REPLY-SUB IS GREATER THAN ZERO
               ADD 1 TO WS-REPLIES-POSTED
               MOVE WS-RPL-REPLY-CODE(WS-LATEST-REPLY-SUB)
                   TO CNC-REPLY-STATUS
               MOVE WS-RPL-REPLY-DATE(WS-LATEST-REPLY-SUB)
                   TO CNC-REPLY-DATE
               IF CNC-REPLY-AGREED
                   MOVE CNC-CONFIRMED-BALANCE TO CNC-CUSTOMER-AMOUNT
               ELSE
                   MOVE WS-RPL-CUSTOMER-AMOUNT(WS-LATEST-REPLY-SUB)
                       TO CNC-CUSTOMER-AMOUNT
               END-IF
           END-IF

           ADD 1 TO WS-SENT-COUNT
           ADD CNC-CONFIRMED-BALANCE TO WS-SENT-BALANCE
           MOVE SPACES TO SUMMARY-DETAIL-LINE
           MOVE CNC-CUSTOMER-NUMBER TO SMD-CUSTOMER-NUMBER
           IF CNC-OVER-THRESHOLD
               MOVE 'THRESHOLD' TO SMD-SELECTION-TEXT
           ELSE
               MOVE 'RANDOM' TO SMD-SELECTION-TEXT
           END-IF
           MOVE CNC-CONFIRMED-BALANCE TO SMD-OUR-BALANCE
           EVALUATE TRUE
               WHEN CNC-REPLY-AGREED
                   ADD 1 TO WS-AGREED-COUNT
                   ADD CNC-CONFIRMED-BALANCE TO WS-AGREED-BALANCE
               WHEN CNC-REPLY-DISPUTED
                   ADD 1 TO WS-DISPUTED-COUNT
                   ADD CNC-CONFIRMED-BALANCE TO WS-DISPUTED-BALANCE
                   COMPUTE WS-DIFFERENCE =
                       CNC-CONFIRMED-BALANCE - CNC-CUSTOMER-AMOUNT
                   ADD WS-DIFFERENCE TO WS-DISPUTED-DIFFERENCE
                   MOVE CNC-CUSTOMER-AMOUNT TO SMD-CUSTOMER-BALANCE
                   MOVE WS-DIFFERENCE TO SMD-DIFFERENCE
                   MOVE 'DISPUTED BY CUSTOMER' TO SMD-EXCEPTION-TEXT
                   PERFORM WRITE-SUMMARY-DETAIL
               WHEN CNC-NO-REPLY
                   ADD 1 TO WS-NO-REPLY-COUNT
                   ADD CNC-CONFIRMED-BALANCE TO WS-NO-REPLY-BALANCE
                   MOVE 'NO REPLY - ALTERNATIVE PROCEDURES'
                       TO SMD-EXCEPTION-TEXT
                   PERFORM WRITE-SUMMARY-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD CNC-CONFIRMED-BALANCE TO WS-OUTSTANDING-BALANCE
                   MOVE 'REPLY OUTSTANDING' TO SMD-EXCEPTION-TEXT
                   PERFORM WRITE-SUMMARY-DETAIL
           END-EVALUATE
           .
       FIND-LATEST-REPLY.
           IF WS-RPL-CUSTOMER-NUMBER(WS-REPLY-SUB) IS EQUAL TO
                   CNC-CUSTOMER-NUMBER
               MOVE WS-REPLY-SUB TO WS-LATEST-REPLY-SUB
               MOVE 'Y' TO WS-RPL-USED-SWITCH(WS-REPLY-SUB)
           END-IF
           .
       REJECT-UNUSED-REPLY.
           IF NOT WS-RPL-WAS-USED(WS-REPLY-SUB)
               MOVE SPACES TO SUMMARY-DETAIL-LINE
               MOVE WS-RPL-CUSTOMER-NUMBER(WS-REPLY-SUB)
                   TO SMD-CUSTOMER-NUMBER
               MOVE 'REJECTED - NO CONFIRMATION SENT'
                   TO SMD-EXCEPTION-TEXT
               PERFORM COUNT-REJECTED-REPLY
           END-IF
           .
       COUNT-REJECTED-REPLY.
           ADD 1 TO WS-REPLIES-REJECTED
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           PERFORM WRITE-SUMMARY-DETAIL
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'CONFRPLY CONFIRMATION REPLY CARD REJECTED'
               TO WS-EL-EXCEPTION-TEXT
           MOVE SMD-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           .
       WRITE-SUMMARY-DETAIL.
           WRITE CONFIRMATION-SUMMARY-LINE FROM SUMMARY-DETAIL-LINE
           IF NOT CONFIRMATION-SUMMARY-OK
               DISPLAY 'STATUS ON CONFIRMATION-SUMMARY WRITE: '
                       CONFIRMATION-SUMMARY-STATUS
           END-IF
           .
       WRITE-NEW-CONTROL-RECORD.
           WRITE CONFIRMATION-CONTROL-NEW-RECORD
               FROM CONFIRMATION-CONTROL-RECORD
           IF NOT CONFIRMATION-CONTROL-NEW-OK
               DISPLAY 'STATUS ON CONFIRMATION-CONTROL-NEW WRITE: '
                       CONFIRMATION-CONTROL-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CONFRPLY STATUS ON CONFIRMATION-CONTROL-NEW WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * Each line's percent is its balance as a share of the
      * population's, so the sample lines read as coverage.
       WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO CONFIRMATION-SUMMARY-LINE
           WRITE CONFIRMATION-SUMMARY-LINE
           MOVE 'POPULATION WITH A BALANCE' TO SMT-LABEL
           MOVE WS-POPULATION-COUNT TO SMT-COUNT
           MOVE WS-POPULATION-BALANCE TO WS-LINE-BALANCE
           PERFORM WRITE-ONE-TOTAL-LINE
           MOVE 'CONFIRMATIONS SENT' TO SMT-LABEL
           MOVE WS-SENT-COUNT TO SMT-COUNT
           MOVE WS-SENT-BALANCE TO WS-LINE-BALANCE
           PERFORM WRITE-ONE-TOTAL-LINE
           MOVE 'AGREED' TO SMT-LABEL
           MOVE WS-AGREED-COUNT TO SMT-COUNT
           MOVE WS-AGREED-BALANCE TO WS-LINE-BALANCE
           PERFORM WRITE-ONE-TOTAL-LINE
           MOVE 'DISPUTED' TO SMT-LABEL
           MOVE WS-DISPUTED-COUNT TO SMT-COUNT
           MOVE WS-DISPUTED-BALANCE TO WS-LINE-BALANCE
           PERFORM WRITE-ONE-TOTAL-LINE
           MOVE '  NET DIFFERENCE DISPUTED' TO SMT-LABEL
           MOVE WS-DISPUTED-COUNT TO SMT-COUNT
           MOVE WS-DISPUTED-DIFFERENCE TO WS-LINE-BALANCE
           PERFORM WRITE-ONE-TOTAL-LINE
           MOVE 'NO REPLY - ALTERNATIVE PROCS' TO SMT-LABEL
           MOVE WS-NO-REPLY-COUNT TO SMT-COUNT
           MOVE WS-NO-REPLY-BALANCE TO WS-LINE-BALANCE
           PERFORM WRITE-ONE-TOTAL-LINE
           MOVE 'REPLY OUTSTANDING' TO SMT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO SMT-COUNT
           MOVE WS-OUTSTANDING-BALANCE TO WS-LINE-BALANCE
           PERFORM WRITE-ONE-TOTAL-LINE
           MOVE 'REPLY CARDS POSTED' TO SMC-LABEL
           MOVE WS-REPLIES-POSTED TO SMC-COUNT
           WRITE CONFIRMATION-SUMMARY-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'REPLY CARDS REJECTED' TO SMC-LABEL
           MOVE WS-REPLIES-REJECTED TO SMC-COUNT
           WRITE CONFIRMATION-SUMMARY-LINE FROM SUMMARY-COUNT-LINE
           .
       WRITE-ONE-TOTAL-LINE.
           MOVE WS-LINE-BALANCE TO SMT-BALANCE
           MOVE ZERO TO WS-PERCENT
           IF WS-POPULATION-BALANCE IS NOT EQUAL TO ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-LINE-BALANCE * 100 / WS-POPULATION-BALANCE
           END-IF
           MOVE WS-PERCENT TO SMT-PERCENT
           WRITE CONFIRMATION-SUMMARY-LINE FROM SUMMARY-TOTAL-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'CONFIRMATIONS ON FILE:  ' WS-SENT-COUNT
           DISPLAY 'REPLY CARDS POSTED:     ' WS-REPLIES-POSTED
           DISPLAY 'REPLY CARDS REJECTED:   ' WS-REPLIES-REJECTED
           CLOSE CONFIRMATION-CONTROL-FILE
           CLOSE CONFIRMATION-CONTROL-NEW-FILE
           CLOSE CONFIRMATION-SUMMARY-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
