      *   component; exempt lines appear under a blank component
      *   with zero tax, so exempt sales stay visible per
      *   jurisdiction.
      * - Sums and prints each operating company's tax separately: the
      *   fiscal-period/jurisdiction/component key now leads with
      *   TAD-COMPANY-CODE (spaces meaning the home company '01'), each
      *   company's lines print under a heading naming it from the
      *   CMPYMST1 company master, and TAXSUME1 carries the company on
      *   each record.
      * - Audit lines INVCALC tags as marketplace-facilitator remitted
      *   (TAD-TAX-REMITTED-BY P) are summed apart from the company's
      *   own tax and printed after it under a FACILITATOR-COLLECTED -
      *   NOT REMITTED heading; TAXSUME1 carries the tag as
      *   TXE-TAX-REMITTED-BY so TAXVCHR and TAXPKG leave those records
      *   out of the filing.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXSUM.
           SELECT SUMMARY-EXTRACT-FILE ASSIGN TO 'TAXSUME1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUMMARY-EXTRACT-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'CMPYMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMPANY-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to TAX-AUDIT-FILE (TAXAUD1): one
           05  TAD-TAXABLE-AMOUNT       PIC S9(07)V99 COMP-3.
           05  TAD-TAX-AMOUNT           PIC S9(05)V9(03) COMP-3.
           05  TAD-CERTIFICATE-NUMBER   PIC X(12).
           05  TAD-COMPANY-CODE         PIC X(02).
           05  TAD-TAX-REMITTED-BY      PIC X(01).
               88  TAD-TAX-PARTNER-REMITTED VALUE 'P'.
      * Run-date header INVCALC stamps as the first record of the
      * audit file; VERIFY-TAX-AUDIT-HEADER refuses the file when it
      * is missing or carries a prior date.
               88  TAH-IS-HEADER        VALUE 'HDR'.
           05  TAH-PRODUCING-PROGRAM    PIC X(08).
           05  TAH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(41).


       FD  TAX-SUMMARY-FILE
           05  TXE-COMPONENT-CODE       PIC X(01).
           05  TXE-TAXABLE-SALES        PIC S9(09)V99 COMP-3.
           05  TXE-TAX-COLLECTED        PIC S9(07)V9(03) COMP-3.
           05  TXE-COMPANY-CODE         PIC X(02).
      * P on a facilitator-collected record, which no one here
      * vouchers or files; spaces on tax we remit.
           05  TXE-TAX-REMITTED-BY      PIC X(01).

      * Same operating-company master INVCALC validates against;
      * here it names each company's section of the summary.
       FD  COMPANY-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPANY-MASTER-RECORD.
       01  COMPANY-MASTER-RECORD.
           05  CMP-COMPANY-CODE         PIC X(02).
           05  CMP-LEGAL-NAME           PIC X(30).
           05  CMP-REMIT-LINE-1         PIC X(30).
           05  CMP-REMIT-LINE-2         PIC X(30).
           05  CMP-REMIT-LINE-3         PIC X(30).
           05  CMP-TAX-REGISTRATION     PIC X(20).
           05  CMP-STATUS               PIC X(01).
               88  CMP-IS-ACTIVE        VALUE 'A'.
           05  FILLER                   PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
               88  END-OF-CLOSED-PERIODS VALUE '10'.
           05  SUMMARY-EXTRACT-STATUS   PIC X(02).
               88  SUMMARY-EXTRACT-OK   VALUE '00'.
           05  COMPANY-MASTER-STATUS    PIC X(02).
               88  COMPANY-MASTER-OK    VALUE '00'.
               88  END-OF-COMPANY-MASTER VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-TAX-SUMMARY-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-TAX-SUMMARY-COUNT
                       INDEXED BY TAX-SUMMARY-INDEX.
               10  WS-TXS-COMPANY-CODE      PIC X(02).
               10  WS-TXS-FISCAL-PERIOD-KEY        PIC X(06).
               10  WS-TXS-JURISDICTION-CODE PIC X(02).
               10  WS-TXS-COMPONENT-CODE    PIC X(01).
               10  WS-TXS-TAX-REMITTED-BY   PIC X(01).
               10  WS-TXS-TAXABLE-SALES     PIC S9(09)V99 COMP-3.
               10  WS-TXS-TAX-COLLECTED     PIC S9(07)V9(03) COMP-3.

       01  WS-CURRENT-FISCAL-PERIOD-KEY        PIC X(06).
      * Each operating company owes its own tax, so each is summed
      * and printed on its own; a blank company on an audit line is
      * the home company.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.
       01  WS-CURRENT-COMPANY-CODE      PIC X(02).
       01  WS-COMPANY-TABLE-AREA.
           05  WS-COMPANY-COUNT         PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPANY-ENTRIES   PIC S9(03) COMP-3 VALUE 20.
           05  WS-COMPANY-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-COMPANY-COUNT
                       INDEXED BY COMPANY-INDEX.
               10  WS-CMP-COMPANY-CODE  PIC X(02).
               10  WS-CMP-LEGAL-NAME    PIC X(30).
               10  WS-CMP-SEEN-SWITCH   PIC X.
                   88  WS-CMP-WAS-SEEN  VALUE 'Y'.
               10  WS-CMP-FACILITATOR-SWITCH PIC X.
                   88  WS-CMP-HAD-FACILITATOR-TAX VALUE 'Y'.
       01  TAX-COMPANY-HEADING.
           05  FILLER                   PIC X(08) VALUE 'COMPANY '.
           05  TCH-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TCH-LEGAL-NAME           PIC X(30).
      * Tax a marketplace facilitator collected on our invoices and
      * remits itself: shown so the customer-facing tax reconciles,
      * but kept out of the company's remittance lines above it.
       01  TAX-FACILITATOR-HEADING.
           05  FILLER                   PIC X(40) VALUE
               '  FACILITATOR-COLLECTED - NOT REMITTED'.
       01  WS-SELECTED-REMITTED-BY      PIC X(01).
       01  WS-LINE-BEFORE-TAX           PIC S9(07)V99 COMP-3.
       01  WS-LINE-SALES-TAX            PIC S9(05)V9(03) COMP-3.


           PERFORM LOAD-FISCAL-YEAR-START-MONTH
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-COMPANY-MASTER

           OPEN INPUT TAX-AUDIT-FILE
           IF NOT TAX-AUDIT-OK
           .
       ACCUMULATE-ONE-AUDIT-LINE.
           ADD 1 TO WS-JS-RECORD-COUNT
           IF TAD-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-CURRENT-COMPANY-CODE
           ELSE
               MOVE TAD-COMPANY-CODE TO WS-CURRENT-COMPANY-CODE
           END-IF
      * A return's audit lines already arrive with negative base and
      * tax, so the signed values accumulate straight in.
           MOVE TAD-TAXABLE-AMOUNT TO WS-LINE-BEFORE-TAX
               GO TO ACCUMULATE-ONE-AUDIT-LINE-EXIT
           END-IF

           PERFORM NOTE-COMPANY-SEEN

           SET TAX-SUMMARY-INDEX TO 1
           SEARCH WS-TAX-SUMMARY-ENTRY
               AT END
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       ADD 1 TO WS-TAX-SUMMARY-COUNT
                       MOVE WS-CURRENT-COMPANY-CODE
                           TO WS-TXS-COMPANY-CODE
                                   (WS-TAX-SUMMARY-COUNT)
                       MOVE WS-CURRENT-FISCAL-PERIOD-KEY
                           TO WS-TXS-FISCAL-PERIOD-KEY
                                   (WS-TAX-SUMMARY-COUNT)
                       MOVE TAD-COMPONENT-CODE
                           TO WS-TXS-COMPONENT-CODE
                                   (WS-TAX-SUMMARY-COUNT)
                       MOVE TAD-TAX-REMITTED-BY
                           TO WS-TXS-TAX-REMITTED-BY
                                   (WS-TAX-SUMMARY-COUNT)
                       MOVE WS-LINE-BEFORE-TAX
                           TO WS-TXS-TAXABLE-SALES
                                   (WS-TAX-SUMMARY-COUNT)
                   END-IF
               WHEN WS-TXS-FISCAL-PERIOD-KEY(TAX-SUMMARY-INDEX)
                        IS EQUAL TO WS-CURRENT-FISCAL-PERIOD-KEY
               AND  WS-TXS-COMPANY-CODE(TAX-SUMMARY-INDEX)
                        IS EQUAL TO WS-CURRENT-COMPANY-CODE
               AND  WS-TXS-JURISDICTION-CODE(TAX-SUMMARY-INDEX)
                        IS EQUAL TO TAD-JURISDICTION-CODE
               AND  WS-TXS-COMPONENT-CODE(TAX-SUMMARY-INDEX)
                        IS EQUAL TO TAD-COMPONENT-CODE
               AND  WS-TXS-TAX-REMITTED-BY(TAX-SUMMARY-INDEX)
                        IS EQUAL TO TAD-TAX-REMITTED-BY
                   ADD WS-LINE-BEFORE-TAX
                       TO WS-TXS-TAXABLE-SALES(TAX-SUMMARY-INDEX)
                   ADD WS-LINE-SALES-TAX
       ACCUMULATE-ONE-AUDIT-LINE-EXIT.
           EXIT.

      * Marks the line's company for its own section of the report;
      * a company missing from CMPYMST1 still gets one, unnamed.
       NOTE-COMPANY-SEEN.
           SET COMPANY-INDEX TO 1
           SEARCH WS-COMPANY-ENTRY
               AT END
                   IF WS-COMPANY-COUNT IS GREATER THAN OR EQUAL
                           TO WS-MAX-COMPANY-ENTRIES
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'TAXSUM COMPANY TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       ADD 1 TO WS-COMPANY-COUNT
                       MOVE WS-CURRENT-COMPANY-CODE
                           TO WS-CMP-COMPANY-CODE(WS-COMPANY-COUNT)
                       MOVE 'COMPANY NOT ON MASTER'
                           TO WS-CMP-LEGAL-NAME(WS-COMPANY-COUNT)
                       MOVE 'Y'
                           TO WS-CMP-SEEN-SWITCH(WS-COMPANY-COUNT)
                       MOVE 'N' TO WS-CMP-FACILITATOR-SWITCH
                                       (WS-COMPANY-COUNT)
                       IF TAD-TAX-PARTNER-REMITTED
                           MOVE 'Y' TO WS-CMP-FACILITATOR-SWITCH
                                           (WS-COMPANY-COUNT)
                       END-IF
                   END-IF
               WHEN WS-CMP-COMPANY-CODE(COMPANY-INDEX)
                        IS EQUAL TO WS-CURRENT-COMPANY-CODE
                   MOVE 'Y' TO WS-CMP-SEEN-SWITCH(COMPANY-INDEX)
                   IF TAD-TAX-PARTNER-REMITTED
                       MOVE 'Y' TO WS-CMP-FACILITATOR-SWITCH
                                       (COMPANY-INDEX)
                   END-IF
           END-SEARCH
           .
       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF NOT COMPANY-MASTER-OK
               DISPLAY 'STATUS ON COMPANY-MASTER-FILE OPEN: '
                       COMPANY-MASTER-STATUS
               MOVE ZERO TO WS-COMPANY-COUNT
           ELSE
               PERFORM UNTIL END-OF-COMPANY-MASTER
                   READ COMPANY-MASTER-FILE
                   IF COMPANY-MASTER-OK
                       IF WS-COMPANY-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-COMPANY-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'TAXSUM COMPANY TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-COMPANY-COUNT
                           MOVE CMP-COMPANY-CODE
                               TO WS-CMP-COMPANY-CODE
                                      (WS-COMPANY-COUNT)
                           MOVE CMP-LEGAL-NAME
                               TO WS-CMP-LEGAL-NAME
                                      (WS-COMPANY-COUNT)
                           MOVE 'N'
                               TO WS-CMP-SEEN-SWITCH
                                      (WS-COMPANY-COUNT)
                           MOVE 'N'
                               TO WS-CMP-FACILITATOR-SWITCH
                                      (WS-COMPANY-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF
           .

       CHECK-FOR-CLOSED-PERIOD.
           MOVE 'N' TO WS-CLOSED-PERIOD-SWITCH
           IF WS-CLOSED-PERIOD-COUNT IS GREATER THAN ZERO
               END-SEARCH
           END-IF
           .
      * One section per company that had tax lines, headed by its
      * code and legal name, in company-master order. The tax the
      * company remits prints first; any facilitator-collected tax
      * follows under its own heading.
       WRITE-ALL-SUMMARY-LINES.
           PERFORM VARYING COMPANY-INDEX FROM 1 BY 1
                   UNTIL COMPANY-INDEX > WS-COMPANY-COUNT
               IF WS-CMP-WAS-SEEN(COMPANY-INDEX)
                   MOVE WS-CMP-COMPANY-CODE(COMPANY-INDEX)
                       TO TCH-COMPANY-CODE
                   MOVE WS-CMP-LEGAL-NAME(COMPANY-INDEX)
                       TO TCH-LEGAL-NAME
                   WRITE TAX-SUMMARY-LINE FROM TAX-COMPANY-HEADING
                   MOVE SPACE TO WS-SELECTED-REMITTED-BY
                   PERFORM WRITE-COMPANY-SUMMARY-LINES
                   IF WS-CMP-HAD-FACILITATOR-TAX(COMPANY-INDEX)
                       WRITE TAX-SUMMARY-LINE
                           FROM TAX-FACILITATOR-HEADING
                       MOVE 'P' TO WS-SELECTED-REMITTED-BY
                       PERFORM WRITE-COMPANY-SUMMARY-LINES
                   END-IF
               END-IF
           END-PERFORM
           .
       WRITE-COMPANY-SUMMARY-LINES.
           PERFORM VARYING TAX-SUMMARY-INDEX FROM 1 BY 1
                   UNTIL TAX-SUMMARY-INDEX > WS-TAX-SUMMARY-COUNT
             IF WS-TXS-COMPANY-CODE(TAX-SUMMARY-INDEX) IS EQUAL TO
                     WS-CMP-COMPANY-CODE(COMPANY-INDEX)
             AND WS-TXS-TAX-REMITTED-BY(TAX-SUMMARY-INDEX) IS EQUAL TO
                     WS-SELECTED-REMITTED-BY
               MOVE WS-TXS-FISCAL-PERIOD-KEY(TAX-SUMMARY-INDEX)
                   TO TXS-FISCAL-PERIOD-KEY
               MOVE WS-TXS-JURISDICTION-CODE(TAX-SUMMARY-INDEX)
                   TO TXE-TAXABLE-SALES
               MOVE WS-TXS-TAX-COLLECTED(TAX-SUMMARY-INDEX)
                   TO TXE-TAX-COLLECTED
               MOVE WS-TXS-COMPANY-CODE(TAX-SUMMARY-INDEX)
                   TO TXE-COMPANY-CODE
               MOVE WS-TXS-TAX-REMITTED-BY(TAX-SUMMARY-INDEX)
                   TO TXE-TAX-REMITTED-BY
               WRITE SUMMARY-EXTRACT-RECORD
             END-IF
           END-PERFORM
           .
      * The first record of the audit file must be tonight's
