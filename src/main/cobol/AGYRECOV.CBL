      *****************************************************************
      * Program name:    AGYRECOV
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Posting the collection agency's remittances as bad-debt
      * recoveries, and reporting where every placement stands.
      *
      * When the agency collected on an account AGYPLACE had sent it,
      * its check arrived months later with nothing on file to match,
      * and CASHAPP parked it as an unmatched overpayment until
      * somebody remembered the account. The agency's remittance file
      * now comes to AGYREMIT instead, one record per account per
      * remittance: the customer, the date collected, the agency's
      * reference, the gross amount it collected, its fee, and the
      * net it remitted - plus a close flag ('C') when the agency is
      * returning the account as finished.
      *
      * Each remittance is proved against the AGYPLAC1 placement
      * master - the account must be placed and still active, and
      * gross less fee must equal net to the penny - and an accepted
      * one posts three lines to the RCVJRNL1 recovery journal: cash
      * debited with the net remitted, agency fees expense debited
      * with the fee, and the bad-debt recoveries account credited
      * with the gross collected. The account's written-off balance
      * stays written off; the recovery is income. The lines carry
      * the customer number in the invoice-number field, since a
      * recovery pays no particular invoice. The journal is proved
      * and released to GLJHIST1 under the shared GLBATCH1 number
      * exactly as CASHGLEX releases the cash side, and the placement
      * master is updated with the collections and fees to date.
      *
      * The AGYSTAT1 report lists tonight's remittances, accepted and
      * rejected, then every placement on file with its placed
      * balance, gross and net recovered to date, the agency's fees,
      * the recovery percentage, and whether it is still with the
      * agency.
      * - Journal, history and BATCHCTL records carry the operating
      *   company; this batch posts to the home company '01'.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AGYRECOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO 'AGYREMIT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REMITTANCE-STATUS.
           SELECT PLACEMENT-MASTER-FILE ASSIGN TO 'AGYPLAC1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-CUSTOMER-NUMBER
                  FILE STATUS IS PLACEMENT-MASTER-STATUS.
           SELECT RECOVERY-JOURNAL-FILE ASSIGN TO 'RCVJRNL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECOVERY-JOURNAL-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO 'AGYSTAT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STATUS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The agency's remittance detail, one account per record,
      * display fields as the agency sends them.
       FD  REMITTANCE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REMITTANCE-RECORD.
       01  REMITTANCE-RECORD.
           05  ARM-CUSTOMER-NUMBER      PIC X(08).
           05  ARM-COLLECTED-DATE       PIC X(08).
           05  ARM-AGENCY-REFERENCE     PIC X(16).
           05  ARM-GROSS-COLLECTED      PIC 9(07)V99.
           05  ARM-AGENCY-FEE           PIC 9(07)V99.
           05  ARM-NET-REMITTED         PIC 9(07)V99.
           05  ARM-CLOSE-FLAG           PIC X.
               88  ARM-CLOSES-PLACEMENT VALUE 'C'.

      * Same layout AGYPLACE writes to AGYPLAC1.
       FD  PLACEMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PLACEMENT-MASTER-RECORD.
       01  PLACEMENT-MASTER-RECORD.
           05  APL-CUSTOMER-NUMBER      PIC X(08).
           05  APL-CUSTOMER-NAME        PIC X(30).
           05  APL-PLACED-DATE          PIC X(08).
           05  APL-PLACEMENT-SOURCE     PIC X.
               88  APL-PLACED-BY-AGING  VALUE 'A'.
               88  APL-PLACED-BY-COLLECTOR VALUE 'N'.
           05  APL-NOMINATED-BY         PIC X(03).
           05  APL-PLACED-AMOUNT        PIC S9(09)V99 COMP-3.
           05  APL-ITEM-COUNT           PIC S9(05) COMP-3.
           05  APL-GROSS-COLLECTED      PIC S9(09)V99 COMP-3.
           05  APL-AGENCY-FEES          PIC S9(09)V99 COMP-3.
           05  APL-REMITTANCE-COUNT     PIC S9(05) COMP-3.
           05  APL-LAST-REMIT-DATE      PIC X(08).
           05  APL-STATUS               PIC X.
               88  APL-IS-ACTIVE        VALUE 'P'.
               88  APL-IS-CLOSED        VALUE 'C'.
           05  APL-CLOSED-DATE          PIC X(08).
           05  FILLER                   PIC X(20).

      * Same journal-line layout CASHGLEX writes to CSHJRNL1.
       FD  RECOVERY-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECOVERY-JOURNAL-RECORD.
       01  RECOVERY-JOURNAL-RECORD.
           05  JRN-ACCOUNT              PIC X(08).
           05  JRN-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JRN-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

      * The shared GLBATCH1 counter GLJRNL and CASHGLEX draw from.
       FD  BATCH-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-NUMBER-RECORD.
       01  BATCH-NUMBER-RECORD.
           05  BNR-LAST-BATCH-NUMBER    PIC 9(06).

      * The same cumulative journal history CASHGLEX appends to.
       FD  JOURNAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOURNAL-HISTORY-RECORD.
       01  JOURNAL-HISTORY-RECORD.
           05  JHR-ACCOUNT              PIC X(08).
           05  JHR-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JHR-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JHR-INVOICE-NUMBER       PIC X(08).
           05  JHR-INVOICE-DATE         PIC X(08).
           05  JHR-BATCH-NUMBER         PIC 9(06).
           05  JHR-COMPANY-CODE         PIC X(02).
       01  BATCH-CONTROL-RECORD.
           05  BCT-RECORD-TYPE          PIC X(08).
           05  BCT-LINE-COUNT           PIC S9(09) COMP-3.
           05  BCT-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
           05  BCT-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

       FD  STATUS-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STATUS-REPORT-LINE.
       01  STATUS-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  REMITTANCE-STATUS        PIC X(02).
               88  REMITTANCE-OK        VALUE '00'.
               88  END-OF-REMITTANCES   VALUE '10'.
           05  PLACEMENT-MASTER-STATUS  PIC X(02).
               88  PLACEMENT-MASTER-OK  VALUE '00'.
               88  END-OF-PLACEMENTS    VALUE '10'.
           05  RECOVERY-JOURNAL-STATUS  PIC X(02).
               88  RECOVERY-JOURNAL-OK  VALUE '00'.
               88  END-OF-RECOVERY-JOURNAL VALUE '10'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.
           05  STATUS-REPORT-STATUS     PIC X(02).
               88  STATUS-REPORT-OK     VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'AGYRECOV'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'AGYRECOV'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'AGYRECOV'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

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

      * The accounts a recovery posts between; cash matches the
      * account CASHGLEX debits.
       01  WS-GL-ACCOUNTS.
           05  WS-CASH-ACCOUNT          PIC X(08) VALUE '1000CASH'.
           05  WS-AGENCY-FEE-ACCOUNT    PIC X(08) VALUE '6250AGFE'.
           05  WS-RECOVERY-ACCOUNT      PIC X(08) VALUE '4900RCVY'.

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                   VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-HOME-COMPANY          PIC X(02) VALUE '01'.
           05  WS-JOURNAL-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.
           05  WS-JOURNAL-OPEN-SWITCH   PIC X VALUE 'N'.
               88  JOURNAL-IS-OPEN      VALUE 'Y'.

       01  WS-RECOVERY-WORK-AREAS.
           05  WS-REJECT-TEXT           PIC X(30).
           05  WS-NET-RECOVERED         PIC S9(09)V99 COMP-3.
           05  WS-RECOVERY-PERCENT      PIC S9(05)V9 COMP-3.
           05  WS-REMITS-ACCEPTED       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REMITS-REJECTED       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TONIGHT-GROSS         PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TONIGHT-FEES          PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TONIGHT-NET           PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ALL-PLACED            PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ALL-GROSS             PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-ALL-FEES              PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-PLACEMENT-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-ACTIVE-COUNT          PIC S9(05) COMP-3 VALUE ZERO.

       01  AGY-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'COLLECTION AGENCY PLACEMENT STATUS      '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  AGH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(10) VALUE '   BATCH  '.
           05  AGH-BATCH-NUMBER         PIC 9(06).
       01  AGY-TEXT-LINE.
           05  AGT-TEXT                 PIC X(80).
       01  AGY-REMIT-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER COLLECTED AGENCY REFERENCE     '.
           05  FILLER                   PIC X(37) VALUE
               'GROSS         FEE         NET  RESULT'.
       01  AGY-REMIT-LINE.
           05  ARL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  ARL-COLLECTED-DATE       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  ARL-AGENCY-REFERENCE     PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  ARL-GROSS                PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ARL-FEE                  PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ARL-NET                  PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ARL-RESULT-TEXT          PIC X(30).
       01  AGY-PLACEMENT-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER NAME                  PLACED   '.
           05  FILLER                   PIC X(40) VALUE
               '    PLACED AMT  GROSS COLLECTED   AGENCY'.
           05  FILLER                   PIC X(40) VALUE
               ' FEES   NET RECOVERED   PCT  LAST REMIT '.
           05  FILLER                   PIC X(06) VALUE 'STATUS'.
       01  AGY-PLACEMENT-LINE.
           05  APR-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  APR-CUSTOMER-NAME        PIC X(21).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  APR-PLACED-DATE          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  APR-PLACED-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  APR-GROSS-COLLECTED      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  APR-AGENCY-FEES          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  APR-NET-RECOVERED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  APR-RECOVERY-PERCENT     PIC ZZZ9.9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  APR-LAST-REMIT-DATE      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  APR-STATUS-TEXT          PIC X(06).
       01  AGY-TOTAL-LINE.
           05  AGO-LABEL                PIC X(40).
           05  AGO-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AGO-COUNT                PIC ZZ,ZZ9.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 clean,
      * 4 when a remittance was turned away, 8 when the journal did
      * not prove or a file would not open - the batch is then not
      * released.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-REJECTED       VALUE 8.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           OPEN I-O PLACEMENT-MASTER-FILE
           IF NOT PLACEMENT-MASTER-OK
               DISPLAY 'STATUS ON PLACEMENT-MASTER-FILE OPEN: '
                       PLACEMENT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYRECOV STATUS ON PLACEMENT-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT STATUS-REPORT-FILE
           OPEN OUTPUT RECOVERY-JOURNAL-FILE
           IF NOT STATUS-REPORT-OK
           OR NOT RECOVERY-JOURNAL-OK
               DISPLAY 'STATUS ON REPORT/JOURNAL OPENS: '
                       STATUS-REPORT-STATUS ' '
                       RECOVERY-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYRECOV STATUS ON REPORT/JOURNAL OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               CLOSE PLACEMENT-MASTER-FILE
               GO TO END-OF-PROGRAM
           END-IF
           SET JOURNAL-IS-OPEN TO TRUE

           PERFORM LOAD-BATCH-NUMBER
           MOVE WS-CDT-DATE-X TO AGH-RUN-DATE
           MOVE WS-BATCH-NUMBER TO AGH-BATCH-NUMBER
           WRITE STATUS-REPORT-LINE FROM AGY-HEADER-LINE
               AFTER ADVANCING PAGE

           PERFORM POST-REMITTANCES

           PERFORM PROVE-THE-BATCH
           IF NOT WS-RC-REJECTED
           AND WS-JOURNAL-LINE-COUNT IS GREATER THAN ZERO
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF

           PERFORM WRITE-PLACEMENT-STATUS
           CLOSE PLACEMENT-MASTER-FILE
           CLOSE STATUS-REPORT-FILE

           GO TO END-OF-PROGRAM
           .
      * The last released batch number plus one from the counter
      * GLJRNL and CASHGLEX share; a missing counter starts at 1.
       LOAD-BATCH-NUMBER.
           OPEN INPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               READ BATCH-NUMBER-FILE
               IF BATCH-NUMBER-OK
                   COMPUTE WS-BATCH-NUMBER =
                       BNR-LAST-BATCH-NUMBER + 1
               END-IF
               CLOSE BATCH-NUMBER-FILE
           END-IF
           DISPLAY 'RECOVERY JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * A missing remittance file just means the agency sent nothing
      * tonight; the status report still prints.
       POST-REMITTANCES.
           MOVE 'AGENCY REMITTANCES RECEIVED' TO AGT-TEXT
           WRITE STATUS-REPORT-LINE FROM AGY-TEXT-LINE
               AFTER ADVANCING 2 LINES
           WRITE STATUS-REPORT-LINE FROM AGY-REMIT-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           OPEN INPUT REMITTANCE-FILE
           IF NOT REMITTANCE-OK
               MOVE 'NO REMITTANCE FILE TONIGHT' TO AGT-TEXT
               WRITE STATUS-REPORT-LINE FROM AGY-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM UNTIL END-OF-REMITTANCES
                   READ REMITTANCE-FILE
                   IF REMITTANCE-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM POST-ONE-REMITTANCE
                   END-IF
               END-PERFORM
               CLOSE REMITTANCE-FILE
           END-IF
           MOVE 'REMITTANCES ACCEPTED, GROSS COLLECTED' TO AGO-LABEL
           MOVE WS-TONIGHT-GROSS TO AGO-AMOUNT
           MOVE WS-REMITS-ACCEPTED TO AGO-COUNT
           WRITE STATUS-REPORT-LINE FROM AGY-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'AGENCY FEES' TO AGO-LABEL
           MOVE WS-TONIGHT-FEES TO AGO-AMOUNT
           MOVE ZERO TO AGO-COUNT
           WRITE STATUS-REPORT-LINE FROM AGY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NET CASH REMITTED' TO AGO-LABEL
           MOVE WS-TONIGHT-NET TO AGO-AMOUNT
           WRITE STATUS-REPORT-LINE FROM AGY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REMITTANCES REJECTED' TO AGO-LABEL
           MOVE ZERO TO AGO-AMOUNT
           MOVE WS-REMITS-REJECTED TO AGO-COUNT
           WRITE STATUS-REPORT-LINE FROM AGY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
       POST-ONE-REMITTANCE.
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM EDIT-ONE-REMITTANCE
           MOVE ARM-CUSTOMER-NUMBER TO ARL-CUSTOMER-NUMBER
           MOVE ARM-COLLECTED-DATE TO ARL-COLLECTED-DATE
           MOVE ARM-AGENCY-REFERENCE TO ARL-AGENCY-REFERENCE
           IF ARM-GROSS-COLLECTED IS NUMERIC
           AND ARM-AGENCY-FEE IS NUMERIC
           AND ARM-NET-REMITTED IS NUMERIC
               MOVE ARM-GROSS-COLLECTED TO ARL-GROSS
               MOVE ARM-AGENCY-FEE TO ARL-FEE
               MOVE ARM-NET-REMITTED TO ARL-NET
           ELSE
               MOVE ZERO TO ARL-GROSS
                            ARL-FEE
                            ARL-NET
           END-IF
           IF WS-REJECT-TEXT IS NOT EQUAL TO SPACES
               ADD 1 TO WS-REMITS-REJECTED
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE WS-REJECT-TEXT TO ARL-RESULT-TEXT
               WRITE STATUS-REPORT-LINE FROM AGY-REMIT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE ARM-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
               MOVE 'AGYRECOV AGENCY REMITTANCE REJECTED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           ELSE
               PERFORM JOURNALIZE-ONE-RECOVERY
               ADD ARM-GROSS-COLLECTED TO APL-GROSS-COLLECTED
               ADD ARM-AGENCY-FEE TO APL-AGENCY-FEES
               ADD 1 TO APL-REMITTANCE-COUNT
               MOVE ARM-COLLECTED-DATE TO APL-LAST-REMIT-DATE
               IF ARM-CLOSES-PLACEMENT
                   MOVE 'C' TO APL-STATUS
                   MOVE WS-CDT-DATE-X TO APL-CLOSED-DATE
                   MOVE 'POSTED - PLACEMENT CLOSED' TO ARL-RESULT-TEXT
               ELSE
                   MOVE 'POSTED' TO ARL-RESULT-TEXT
               END-IF
               REWRITE PLACEMENT-MASTER-RECORD
               IF NOT PLACEMENT-MASTER-OK
                   DISPLAY 'STATUS ON PLACEMENT-MASTER REWRITE: '
                           PLACEMENT-MASTER-STATUS
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'AGYRECOV STATUS ON PLACEMENT-MASTER REWRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
               END-IF
               IF APL-GROSS-COLLECTED IS GREATER THAN APL-PLACED-AMOUNT
                   MOVE 'POSTED - OVER AMOUNT PLACED'
                       TO ARL-RESULT-TEXT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE ARM-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
                   MOVE 'AGYRECOV AGENCY HAS COLLECTED MORE THAN PLACED'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
               END-IF
               ADD 1 TO WS-REMITS-ACCEPTED
               ADD ARM-GROSS-COLLECTED TO WS-TONIGHT-GROSS
               ADD ARM-AGENCY-FEE TO WS-TONIGHT-FEES
               ADD ARM-NET-REMITTED TO WS-TONIGHT-NET
               WRITE STATUS-REPORT-LINE FROM AGY-REMIT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      * Worst first; the placement record is left read for the
      * rewrite when everything passes.
       EDIT-ONE-REMITTANCE.
           MOVE ARM-CUSTOMER-NUMBER TO APL-CUSTOMER-NUMBER
           READ PLACEMENT-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT PLACED WITH AGENCY' TO WS-REJECT-TEXT
           END-READ
           IF WS-REJECT-TEXT IS EQUAL TO SPACES
           AND NOT APL-IS-ACTIVE
               MOVE 'PLACEMENT ALREADY CLOSED' TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT IS EQUAL TO SPACES
               IF ARM-GROSS-COLLECTED IS NOT NUMERIC
               OR ARM-AGENCY-FEE IS NOT NUMERIC
               OR ARM-NET-REMITTED IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-TEXT
               ELSE
                   IF ARM-GROSS-COLLECTED - ARM-AGENCY-FEE
                           IS NOT EQUAL TO ARM-NET-REMITTED
                       MOVE 'GROSS LESS FEE NOT EQUAL NET'
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-TEXT IS EQUAL TO SPACES
               MOVE 'VD' TO WS-DC-FUNCTION-CODE
               MOVE ARM-COLLECTED-DATE(1:4) TO WS-DC-YEAR-1
               MOVE ARM-COLLECTED-DATE(5:2) TO WS-DC-MONTH-1
               MOVE ARM-COLLECTED-DATE(7:2) TO WS-DC-DAY-1
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               IF NOT WS-DC-DATE-IS-VALID
                   MOVE 'COLLECTED DATE NOT VALID' TO WS-REJECT-TEXT
               END-IF
           END-IF
           .
      * Cash debited with the net, agency fees with the fee, and the
      * recoveries account credited with the gross; a zero leg (a
      * closing notice with nothing collected) posts nothing.
       JOURNALIZE-ONE-RECOVERY.
           IF ARM-NET-REMITTED IS GREATER THAN ZERO
               MOVE WS-CASH-ACCOUNT TO JRN-ACCOUNT
               MOVE ARM-NET-REMITTED TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           IF ARM-AGENCY-FEE IS GREATER THAN ZERO
               MOVE WS-AGENCY-FEE-ACCOUNT TO JRN-ACCOUNT
               MOVE ARM-AGENCY-FEE TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           IF ARM-GROSS-COLLECTED IS GREATER THAN ZERO
               MOVE WS-RECOVERY-ACCOUNT TO JRN-ACCOUNT
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE ARM-GROSS-COLLECTED TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .
       WRITE-JOURNAL-RECORD.
           MOVE ARM-CUSTOMER-NUMBER TO JRN-INVOICE-NUMBER
           MOVE ARM-COLLECTED-DATE TO JRN-INVOICE-DATE
           MOVE WS-BATCH-NUMBER TO JRN-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO JRN-COMPANY-CODE
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           WRITE RECOVERY-JOURNAL-RECORD
           IF NOT RECOVERY-JOURNAL-OK
               DISPLAY 'STATUS ON RECOVERY-JOURNAL-FILE WRITE: '
                       RECOVERY-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYRECOV STATUS ON RECOVERY-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
       PROVE-THE-BATCH.
           DISPLAY 'RECOVERY JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'RECOVERY JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           IF WS-BATCH-DEBIT-TOTAL IS NOT EQUAL TO
                   WS-BATCH-CREDIT-TOTAL
               DISPLAY 'RECOVERY JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYRECOV BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               DISPLAY 'RECOVERY JOURNAL BATCH PROVED'
           END-IF
           .
      * A proved batch is appended whole to the cumulative history,
      * capped with its BATCHCTL control record, and only then is
      * the batch counter advanced - CASHGLEX's release.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE RECOVERY-JOURNAL-FILE
           MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           SET BATCH-WAS-RELEASED TO TRUE
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYRECOV STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           OPEN INPUT RECOVERY-JOURNAL-FILE
           IF NOT RECOVERY-JOURNAL-OK
               DISPLAY 'STATUS ON RECOVERY-JOURNAL-FILE REOPEN: '
                       RECOVERY-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYRECOV STATUS ON RECOVERY-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               CLOSE JOURNAL-HISTORY-FILE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM UNTIL END-OF-RECOVERY-JOURNAL
               READ RECOVERY-JOURNAL-FILE
               IF RECOVERY-JOURNAL-OK
                   MOVE RECOVERY-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE RECOVERY-JOURNAL-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHCTL' TO BCT-RECORD-TYPE
           MOVE WS-JOURNAL-LINE-COUNT TO BCT-LINE-COUNT
           MOVE WS-BATCH-DEBIT-TOTAL TO BCT-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT-TOTAL TO BCT-CREDIT-TOTAL
           MOVE WS-CDT-DATE-X TO BCT-RELEASE-DATE
           MOVE WS-BATCH-NUMBER TO BCT-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO BCT-COMPANY-CODE
           WRITE BATCH-CONTROL-RECORD
           CLOSE JOURNAL-HISTORY-FILE
           OPEN OUTPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               MOVE WS-BATCH-NUMBER TO BNR-LAST-BATCH-NUMBER
               WRITE BATCH-NUMBER-RECORD
               CLOSE BATCH-NUMBER-FILE
           ELSE
               DISPLAY 'STATUS ON BATCH-NUMBER-FILE REWRITE: '
                       BATCH-NUMBER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYRECOV STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.
      * Every placement on file, in customer order, with what the
      * agency has recovered against it to date.
       WRITE-PLACEMENT-STATUS.
           MOVE 'PLACEMENTS ON FILE' TO AGT-TEXT
           WRITE STATUS-REPORT-LINE FROM AGY-TEXT-LINE
               AFTER ADVANCING 3 LINES
           WRITE STATUS-REPORT-LINE FROM AGY-PLACEMENT-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE LOW-VALUES TO APL-CUSTOMER-NUMBER
           START PLACEMENT-MASTER-FILE
               KEY IS NOT LESS THAN APL-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE '10' TO PLACEMENT-MASTER-STATUS
           END-START
           PERFORM UNTIL END-OF-PLACEMENTS
               READ PLACEMENT-MASTER-FILE NEXT
                   AT END
                       MOVE '10' TO PLACEMENT-MASTER-STATUS
               END-READ
               IF PLACEMENT-MASTER-OK
                   PERFORM WRITE-ONE-PLACEMENT-LINE
               END-IF
           END-PERFORM
           MOVE 'PLACEMENTS, TOTAL AMOUNT PLACED' TO AGO-LABEL
           MOVE WS-ALL-PLACED TO AGO-AMOUNT
           MOVE WS-PLACEMENT-COUNT TO AGO-COUNT
           WRITE STATUS-REPORT-LINE FROM AGY-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'GROSS COLLECTED BY AGENCY TO DATE' TO AGO-LABEL
           MOVE WS-ALL-GROSS TO AGO-AMOUNT
           MOVE ZERO TO AGO-COUNT
           WRITE STATUS-REPORT-LINE FROM AGY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AGENCY FEES TO DATE' TO AGO-LABEL
           MOVE WS-ALL-FEES TO AGO-AMOUNT
           WRITE STATUS-REPORT-LINE FROM AGY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PLACEMENTS STILL ACTIVE' TO AGO-LABEL
           MOVE ZERO TO AGO-AMOUNT
           MOVE WS-ACTIVE-COUNT TO AGO-COUNT
           WRITE STATUS-REPORT-LINE FROM AGY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-ONE-PLACEMENT-LINE.
           ADD 1 TO WS-PLACEMENT-COUNT
           ADD APL-PLACED-AMOUNT TO WS-ALL-PLACED
           ADD APL-GROSS-COLLECTED TO WS-ALL-GROSS
           ADD APL-AGENCY-FEES TO WS-ALL-FEES
           COMPUTE WS-NET-RECOVERED =
               APL-GROSS-COLLECTED - APL-AGENCY-FEES
           IF APL-PLACED-AMOUNT IS GREATER THAN ZERO
               COMPUTE WS-RECOVERY-PERCENT ROUNDED =
                   APL-GROSS-COLLECTED * 100 / APL-PLACED-AMOUNT
           ELSE
               MOVE ZERO TO WS-RECOVERY-PERCENT
           END-IF
           MOVE APL-CUSTOMER-NUMBER TO APR-CUSTOMER-NUMBER
           MOVE APL-CUSTOMER-NAME TO APR-CUSTOMER-NAME
           MOVE APL-PLACED-DATE TO APR-PLACED-DATE
           MOVE APL-PLACED-AMOUNT TO APR-PLACED-AMOUNT
           MOVE APL-GROSS-COLLECTED TO APR-GROSS-COLLECTED
           MOVE APL-AGENCY-FEES TO APR-AGENCY-FEES
           MOVE WS-NET-RECOVERED TO APR-NET-RECOVERED
           MOVE WS-RECOVERY-PERCENT TO APR-RECOVERY-PERCENT
           MOVE APL-LAST-REMIT-DATE TO APR-LAST-REMIT-DATE
           IF APL-IS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE 'ACTIVE' TO APR-STATUS-TEXT
           ELSE
               MOVE 'CLOSED' TO APR-STATUS-TEXT
           END-IF
           WRITE STATUS-REPORT-LINE FROM AGY-PLACEMENT-LINE
               AFTER ADVANCING 1 LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'AGENCY REMITTANCES POSTED:   ' WS-REMITS-ACCEPTED
           DISPLAY 'AGENCY REMITTANCES REJECTED: ' WS-REMITS-REJECTED
           DISPLAY 'RECOVERY JOURNAL LINES:      '
                   WS-JOURNAL-LINE-COUNT
           IF JOURNAL-IS-OPEN
               CLOSE RECOVERY-JOURNAL-FILE
           END-IF
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
