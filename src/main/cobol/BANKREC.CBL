      *****************************************************************
      * Program name:    BANKREC
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Reconciling the cash GL account to the bank statement every
      * night, with the unmatched items carried from night to night.
      *
      * CASHBAL proves the bank's remittance files against PMTFILE0,
      * but nothing proved that the cash CASHGLEX posts to 1000CASH
      * matches what the bank says was deposited and cleared; the
      * month-end bank reconciliation was done in a spreadsheet. This
      * program reads the bank's daily statement file, BNKSTMT1, and
      * matches its deposits and debits against the 1000CASH lines
      * released to GLJHIST1 since the last reconciled batch:
      *
      *   - the book side of a deposit is the cash debits of one
      *     journal batch for one payment date, totalled; each cash
      *     credit (a refund check, a bounced check reversed) is a
      *     book item of its own;
      *   - a bank credit carrying our batch number on the deposit
      *     matches the book deposit of that batch with its amount;
      *     otherwise a bank item matches the book item of the same
      *     date and amount - for a debit, the oldest book credit of
      *     its amount dated on or before the bank's date, since a
      *     check clears days after it is written;
      *   - bank credits still unmatched are then tried as a day:
      *     when the bank's open credits for a date total exactly the
      *     open book deposits for that date, all of them match. That
      *     is the lockbox and ACH deposits the bank posts separately
      *     against the one cash batch CASHGLEX journals.
      *
      * BNKRPT1 lists the matched items, the deposits in transit,
      * the outstanding checks and book debits, and the unrecorded
      * bank items (fees, returned items, interest), then proves the
      * statement's closing balance adjusted for the book-only items
      * against the 1000CASH balance adjusted for the bank-only
      * items. Every unmatched item is written to BNKOPEN2, which
      * replaces BNKOPEN1 for the next night, behind a control
      * record carrying the last GL batch reconciled, the statement
      * date, and the book and bank balances carried forward.
      *
      * The first night (no BNKOPEN1) starts the book balance at the
      * statement's opening balance and takes only the batches
      * released on or after the statement date. A statement dated
      * no later than the last one reconciled is refused (RETURN-CODE
      * 8); a book-to-bank difference, or an opening balance that
      * does not follow on from the last statement's closing
      * balance, ends the run with RETURN-CODE 4.
      * - Journal history and BATCHCTL layouts carry the operating
      *   company code appended after the batch number.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO 'BNKSTMT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BANK-STATEMENT-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'BNKOPEN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPEN-ITEM-STATUS.
           SELECT NEW-OPEN-ITEM-FILE ASSIGN TO 'BNKOPEN2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NEW-OPEN-ITEM-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'BNKRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECON-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The bank's daily statement for the cash account: one type-B
      * balance record and one type-T record per item posted. The
      * deposit batch is our GL batch number when the deposit slip
      * carried one, zero when it did not.
       FD  BANK-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BANK-STATEMENT-RECORD.
       01  BANK-STATEMENT-RECORD.
           05  BST-RECORD-TYPE          PIC X(01).
               88  BST-IS-BALANCE       VALUE 'B'.
               88  BST-IS-TRANSACTION   VALUE 'T'.
           05  BST-POST-DATE            PIC X(08).
      * D deposit, I interest, X other credit; C check paid,
      * R returned item, F fee, W other debit.
           05  BST-TRAN-CODE            PIC X(01).
           05  BST-AMOUNT               PIC 9(09)V99.
           05  BST-BANK-REFERENCE       PIC X(16).
           05  BST-DEPOSIT-BATCH        PIC 9(06).
           05  FILLER                   PIC X(37).
       01  BANK-BALANCE-RECORD.
           05  BSB-RECORD-TYPE          PIC X(01).
           05  BSB-STATEMENT-DATE       PIC X(08).
           05  BSB-OPENING-BALANCE      PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  BSB-CLOSING-BALANCE      PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(43).

      * Same layouts GLJRNL and CASHGLEX append to GLJHIST1: journal
      * lines, and one BATCHCTL control record per released batch.
       FD  JOURNAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOURNAL-HISTORY-RECORD.
       01  JOURNAL-HISTORY-RECORD.
           05  JHR-ACCOUNT              PIC X(08).
               88  JHR-IS-BATCH-CONTROL VALUE 'BATCHCTL'.
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

      * The open items carried from last night: a control record
      * first, then one record per unmatched book or bank item with
      * the date it first went unmatched.
       FD  OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPEN-ITEM-RECORD.
       01  OPEN-ITEM-RECORD.
           05  BOI-RECORD-TYPE          PIC X(03).
               88  BOI-IS-CONTROL       VALUE 'CTL'.
           05  BOI-SIDE                 PIC X(01).
               88  BOI-IS-BOOK          VALUE 'B'.
               88  BOI-IS-BANK          VALUE 'K'.
           05  BOI-ITEM-CODE            PIC X(01).
           05  BOI-ITEM-DATE            PIC X(08).
           05  BOI-AMOUNT               PIC S9(09)V99 COMP-3.
           05  BOI-BATCH-NUMBER         PIC 9(06).
           05  BOI-REFERENCE            PIC X(16).
           05  BOI-FIRST-OPEN-DATE      PIC X(08).
           05  FILLER                   PIC X(11).
       01  OPEN-CONTROL-RECORD.
           05  BOC-RECORD-TYPE          PIC X(03).
           05  BOC-LAST-GL-BATCH        PIC 9(06).
           05  BOC-LAST-STATEMENT-DATE  PIC X(08).
           05  BOC-BOOK-BALANCE         PIC S9(11)V99 COMP-3.
           05  BOC-BANK-BALANCE         PIC S9(11)V99 COMP-3.
           05  FILLER                   PIC X(29).

       FD  NEW-OPEN-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NEW-OPEN-ITEM-RECORD.
       01  NEW-OPEN-ITEM-RECORD         PIC X(60).

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECON-REPORT-LINE.
       01  RECON-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  BANK-STATEMENT-STATUS    PIC X(02).
               88  BANK-STATEMENT-OK    VALUE '00'.
               88  END-OF-BANK-STATEMENT VALUE '10'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  END-OF-JOURNAL-HISTORY VALUE '10'.
           05  OPEN-ITEM-STATUS         PIC X(02).
               88  OPEN-ITEM-OK         VALUE '00'.
               88  END-OF-OPEN-ITEMS    VALUE '10'.
               88  OPEN-ITEM-MISSING    VALUE '35'.
           05  NEW-OPEN-ITEM-STATUS     PIC X(02).
               88  NEW-OPEN-ITEM-OK     VALUE '00'.
           05  RECON-REPORT-STATUS      PIC X(02).
               88  RECON-REPORT-OK      VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'BANKREC'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'BANKREC'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

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

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'BANKREC '.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * The cash account CASHGLEX posts; only its lines are book
      * items here.
       01  WS-CASH-ACCOUNT              PIC X(08) VALUE '1000CASH'.

      * Book items: carried items first, then tonight's. Code D is a
      * deposit (cash debits of one batch and date, totalled), code P
      * a single cash credit paid out of the account.
       01  WS-BOOK-ITEM-TABLE-AREA.
           05  WS-BOOK-ITEM-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-BOOK-ITEMS        PIC S9(05) COMP-3 VALUE 3000.
           05  WS-BOOK-ITEM-ENTRY OCCURS 1 TO 3000
                       DEPENDING ON WS-BOOK-ITEM-COUNT
                       INDEXED BY BOOK-ITEM-INDEX.
               10  WS-BKI-ITEM-CODE      PIC X(01).
                   88  WS-BKI-IS-DEPOSIT VALUE 'D'.
               10  WS-BKI-ITEM-DATE      PIC X(08).
               10  WS-BKI-AMOUNT         PIC S9(09)V99 COMP-3.
               10  WS-BKI-BATCH-NUMBER   PIC 9(06).
               10  WS-BKI-REFERENCE      PIC X(16).
               10  WS-BKI-FIRST-OPEN-DATE PIC X(08).
               10  WS-BKI-MATCHED-SWITCH PIC X(01).
                   88  WS-BKI-WAS-MATCHED VALUE 'Y'.

      * Bank items: carried items first, then tonight's statement.
       01  WS-BANK-ITEM-TABLE-AREA.
           05  WS-BANK-ITEM-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-BANK-ITEMS        PIC S9(05) COMP-3 VALUE 3000.
           05  WS-BANK-ITEM-ENTRY OCCURS 1 TO 3000
                       DEPENDING ON WS-BANK-ITEM-COUNT
                       INDEXED BY BANK-ITEM-INDEX.
               10  WS-BNI-TRAN-CODE      PIC X(01).
                   88  WS-BNI-IS-CREDIT  VALUE 'D', 'I', 'X'.
               10  WS-BNI-ITEM-DATE      PIC X(08).
               10  WS-BNI-AMOUNT         PIC S9(09)V99 COMP-3.
               10  WS-BNI-BATCH-NUMBER   PIC 9(06).
               10  WS-BNI-REFERENCE      PIC X(16).
               10  WS-BNI-FIRST-OPEN-DATE PIC X(08).
               10  WS-BNI-MATCHED-SWITCH PIC X(01).
                   88  WS-BNI-WAS-MATCHED VALUE 'Y'.

      * What carries from night to night, from the BNKOPEN1 control
      * record or, the first night, from the statement itself.
       01  WS-CARRIED-CONTROLS.
           05  WS-FIRST-RUN-SWITCH      PIC X VALUE 'N'.
               88  WS-IS-FIRST-RUN      VALUE 'Y'.
           05  WS-LAST-GL-BATCH         PIC 9(06) VALUE ZERO.
           05  WS-HIGH-GL-BATCH         PIC 9(06) VALUE ZERO.
           05  WS-LAST-STATEMENT-DATE   PIC X(08) VALUE SPACES.
           05  WS-BOOK-BALANCE          PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-PRIOR-BANK-BALANCE    PIC S9(11)V99 COMP-3
                                        VALUE ZERO.

       01  WS-STATEMENT-CONTROLS.
           05  WS-BALANCE-SEEN-SWITCH   PIC X VALUE 'N'.
               88  WS-BALANCE-WAS-SEEN  VALUE 'Y'.
           05  WS-STATEMENT-DATE        PIC X(08) VALUE SPACES.
           05  WS-OPENING-BALANCE       PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-CLOSING-BALANCE       PIC S9(11)V99 COMP-3
                                        VALUE ZERO.

       01  WS-MATCH-WORK-AREAS.
           05  WS-BANK-SUB              PIC S9(05) COMP.
           05  WS-BOOK-SUB              PIC S9(05) COMP.
           05  WS-SCAN-SUB              PIC S9(05) COMP.
           05  WS-FOUND-SUB             PIC S9(05) COMP.
           05  WS-FOUND-DATE            PIC X(08).
           05  WS-MATCH-BASIS           PIC X(12).
           05  WS-DAY-DATE              PIC X(08).
           05  WS-DAY-BANK-TOTAL        PIC S9(11)V99 COMP-3.
           05  WS-DAY-BOOK-TOTAL        PIC S9(11)V99 COMP-3.
           05  WS-DAY-BANK-ITEMS        PIC S9(05) COMP-3.
           05  WS-DAY-BOOK-ITEMS        PIC S9(05) COMP-3.
           05  WS-ITEM-DESCRIPTION      PIC X(20).
           05  WS-DAYS-OPEN             PIC S9(07).

       01  WS-RECON-TOTALS.
           05  WS-ITEMS-MATCHED         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TRANSIT-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-TRANSIT-TOTAL         PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-OUTSTANDING-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-OUTSTANDING-TOTAL     PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-UNRECORDED-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNRECORDED-CREDITS    PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-UNRECORDED-DEBITS     PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-ADJUSTED-BANK         PIC S9(11)V99 COMP-3.
           05  WS-ADJUSTED-BOOK         PIC S9(11)V99 COMP-3.
           05  WS-UNRECONCILED          PIC S9(11)V99 COMP-3.
           05  WS-SECTION-COUNT         PIC S9(07) COMP-3.
           05  WS-SECTION-TOTAL         PIC S9(11)V99 COMP-3.

      * Set by whichever load finds the run cannot go on; the
      * mainline stops on it. The return code is held here until
      * GOBACK time - the subprogram calls in END-OF-PROGRAM would
      * otherwise clear the special register.
       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RUN-HELD-SWITCH       PIC X VALUE 'N'.
               88  WS-RUN-IS-HELD       VALUE 'Y'.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.

       01  RECON-HEADING-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'BANK RECONCILIATION - CASH ACCOUNT      '.
           05  RCH-CASH-ACCOUNT         PIC X(08).
           05  FILLER                   PIC X(13)
                   VALUE '  STATEMENT  '.
           05  RCH-STATEMENT-DATE       PIC X(08).
           05  FILLER                   PIC X(07)
                   VALUE '  RUN  '.
           05  RCH-RUN-DATE             PIC X(08).
       01  RECON-SECTION-LINE.
           05  RCS-SECTION-TITLE        PIC X(40).
       01  MATCHED-COLUMN-LINE.
           05  FILLER                   PIC X(50) VALUE
               'BANK DATE BANK ITEM                     AMOUNT  BA'.
           05  FILLER                   PIC X(50) VALUE
               'NK REFERENCE    BOOK DATE  BATCH  MATCHED BY      '.
       01  MATCHED-DETAIL-LINE.
           05  RMD-BANK-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RMD-DESCRIPTION          PIC X(20).
           05  RMD-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RMD-BANK-REFERENCE       PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RMD-BOOK-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RMD-BOOK-BATCH           PIC Z(05)9
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RMD-MATCH-BASIS          PIC X(12).
       01  OPEN-COLUMN-LINE.
           05  FILLER                   PIC X(50) VALUE
               'ITEM DATE ITEM                          AMOUNT  RE'.
           05  FILLER                   PIC X(40) VALUE
               'FERENCE        BATCH  OPEN SINCE  DAYS  '.
       01  OPEN-DETAIL-LINE.
           05  ROD-ITEM-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ROD-DESCRIPTION          PIC X(20).
           05  ROD-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ROD-REFERENCE            PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ROD-BATCH                PIC Z(05)9
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ROD-FIRST-OPEN-DATE      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ROD-DAYS-OPEN            PIC ZZZ9.
       01  SECTION-TOTAL-LINE.
           05  FILLER                   PIC X(10) VALUE 'TOTAL     '.
           05  RST-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(06) VALUE ' ITEMS'.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  RST-AMOUNT               PIC $$$,$$$,$$9.99-.
       01  PROOF-LINE.
           05  RPL-DESCRIPTION          PIC X(44).
           05  RPL-AMOUNT               PIC $$$,$$$,$$$,$$9.99-.
       01  PROOF-VERDICT-LINE.
           05  RPV-VERDICT              PIC X(44).

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'CASHGLEX' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'BANKREC PRODUCER CASHGLEX'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BANKREC PRODUCER CASHGLEX NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-CARRIED-ITEMS
           IF WS-RUN-IS-HELD
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-BANK-STATEMENT
           IF WS-RUN-IS-HELD
               GO TO END-OF-PROGRAM
           END-IF
           IF WS-IS-FIRST-RUN
               PERFORM FIND-FIRST-RUN-CUTOFF
           END-IF
           IF WS-RUN-IS-HELD
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-NEW-BOOK-ITEMS
           IF WS-RUN-IS-HELD
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT NEW-OPEN-ITEM-FILE
           OPEN OUTPUT RECON-REPORT-FILE
           IF NOT NEW-OPEN-ITEM-OK
           OR NOT RECON-REPORT-OK
               DISPLAY 'STATUS ON BANKREC OUTPUT OPENS: '
                       NEW-OPEN-ITEM-STATUS ' ' RECON-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BANKREC STATUS ON OUTPUT OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CASH-ACCOUNT TO RCH-CASH-ACCOUNT
           MOVE WS-STATEMENT-DATE TO RCH-STATEMENT-DATE
           MOVE WS-CDT-DATE TO RCH-RUN-DATE
           WRITE RECON-REPORT-LINE FROM RECON-HEADING-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'MATCHED ITEMS' TO RCS-SECTION-TITLE
           WRITE RECON-REPORT-LINE FROM RECON-SECTION-LINE
           WRITE RECON-REPORT-LINE FROM MATCHED-COLUMN-LINE

           IF WS-BANK-ITEM-COUNT IS GREATER THAN ZERO
               PERFORM MATCH-ONE-BANK-ITEM
                   VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-ITEM-COUNT
               PERFORM MATCH-ONE-DAY-OF-DEPOSITS
                   VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-ITEM-COUNT
           END-IF

           PERFORM WRITE-OPEN-CONTROL-RECORD
           PERFORM PRINT-DEPOSITS-IN-TRANSIT
           PERFORM PRINT-OUTSTANDING-DEBITS
           PERFORM PRINT-UNRECORDED-BANK-ITEMS
           PERFORM PRINT-BOOK-TO-BANK-PROOF

           GO TO END-OF-PROGRAM
           .
      * No BNKOPEN1 is the first night: nothing is carried and the
      * book balance will start from the statement. Any other open
      * failure would silently drop last night's open items, so the
      * run is held instead.
       LOAD-CARRIED-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-MISSING
               DISPLAY 'BANKREC NO BNKOPEN1 - FIRST RECONCILIATION'
               SET WS-IS-FIRST-RUN TO TRUE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BANKREC NO OPEN ITEMS CARRIED - FIRST RUN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               IF NOT OPEN-ITEM-OK
                   DISPLAY 'STATUS ON OPEN-ITEM-FILE OPEN: '
                           OPEN-ITEM-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'BANKREC STATUS ON OPEN-ITEM-FILE OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 8 TO WS-RETURN-CODE-VALUE
                   SET WS-RUN-IS-HELD TO TRUE
               ELSE
                   PERFORM UNTIL END-OF-OPEN-ITEMS
                       READ OPEN-ITEM-FILE
                       IF OPEN-ITEM-OK
                           PERFORM LOAD-ONE-CARRIED-ITEM
                       END-IF
                   END-PERFORM
                   CLOSE OPEN-ITEM-FILE
               END-IF
           END-IF
           .
       LOAD-ONE-CARRIED-ITEM.
           EVALUATE TRUE
               WHEN BOI-IS-CONTROL
                   MOVE BOC-LAST-GL-BATCH TO WS-LAST-GL-BATCH
                   MOVE BOC-LAST-STATEMENT-DATE
                       TO WS-LAST-STATEMENT-DATE
                   MOVE BOC-BOOK-BALANCE TO WS-BOOK-BALANCE
                   MOVE BOC-BANK-BALANCE TO WS-PRIOR-BANK-BALANCE
               WHEN BOI-IS-BOOK
                   PERFORM ADD-CARRIED-BOOK-ITEM
               WHEN BOI-IS-BANK
                   PERFORM ADD-CARRIED-BANK-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       ADD-CARRIED-BOOK-ITEM.
           IF WS-BOOK-ITEM-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-BOOK-ITEMS
               PERFORM NOTE-BOOK-TABLE-FULL
           ELSE
               ADD 1 TO WS-BOOK-ITEM-COUNT
               MOVE BOI-ITEM-CODE
                   TO WS-BKI-ITEM-CODE(WS-BOOK-ITEM-COUNT)
               MOVE BOI-ITEM-DATE
                   TO WS-BKI-ITEM-DATE(WS-BOOK-ITEM-COUNT)
               MOVE BOI-AMOUNT
                   TO WS-BKI-AMOUNT(WS-BOOK-ITEM-COUNT)
               MOVE BOI-BATCH-NUMBER
                   TO WS-BKI-BATCH-NUMBER(WS-BOOK-ITEM-COUNT)
               MOVE BOI-REFERENCE
                   TO WS-BKI-REFERENCE(WS-BOOK-ITEM-COUNT)
               MOVE BOI-FIRST-OPEN-DATE
                   TO WS-BKI-FIRST-OPEN-DATE(WS-BOOK-ITEM-COUNT)
               MOVE 'N'
                   TO WS-BKI-MATCHED-SWITCH(WS-BOOK-ITEM-COUNT)
           END-IF
           .
       ADD-CARRIED-BANK-ITEM.
           IF WS-BANK-ITEM-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-BANK-ITEMS
               PERFORM NOTE-BANK-TABLE-FULL
           ELSE
               ADD 1 TO WS-BANK-ITEM-COUNT
               MOVE BOI-ITEM-CODE
                   TO WS-BNI-TRAN-CODE(WS-BANK-ITEM-COUNT)
               MOVE BOI-ITEM-DATE
                   TO WS-BNI-ITEM-DATE(WS-BANK-ITEM-COUNT)
               MOVE BOI-AMOUNT
                   TO WS-BNI-AMOUNT(WS-BANK-ITEM-COUNT)
               MOVE BOI-BATCH-NUMBER
                   TO WS-BNI-BATCH-NUMBER(WS-BANK-ITEM-COUNT)
               MOVE BOI-REFERENCE
                   TO WS-BNI-REFERENCE(WS-BANK-ITEM-COUNT)
               MOVE BOI-FIRST-OPEN-DATE
                   TO WS-BNI-FIRST-OPEN-DATE(WS-BANK-ITEM-COUNT)
               MOVE 'N'
                   TO WS-BNI-MATCHED-SWITCH(WS-BANK-ITEM-COUNT)
           END-IF
           .
      * An item that does not fit the table cannot be matched or
      * carried, so the reconciliation it would have fed is held.
       NOTE-BOOK-TABLE-FULL.
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'BANKREC BOOK ITEM TABLE IS FULL'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'F' TO WS-EL-SEVERITY-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACE TO WS-EL-SEVERITY-CODE
           MOVE 8 TO WS-RETURN-CODE-VALUE
           SET WS-RUN-IS-HELD TO TRUE
           .
       NOTE-BANK-TABLE-FULL.
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'BANKREC BANK ITEM TABLE IS FULL'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'F' TO WS-EL-SEVERITY-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACE TO WS-EL-SEVERITY-CODE
           MOVE 8 TO WS-RETURN-CODE-VALUE
           SET WS-RUN-IS-HELD TO TRUE
           .
      * The statement must carry its balance record and be newer
      * than the last one reconciled - reconciling the same
      * statement twice would carry its items forward twice.
       LOAD-BANK-STATEMENT.
           OPEN INPUT BANK-STATEMENT-FILE
           IF NOT BANK-STATEMENT-OK
               DISPLAY 'STATUS ON BANK-STATEMENT-FILE OPEN: '
                       BANK-STATEMENT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BANKREC STATUS ON BANK-STATEMENT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               SET WS-RUN-IS-HELD TO TRUE
           ELSE
               PERFORM UNTIL END-OF-BANK-STATEMENT
                   READ BANK-STATEMENT-FILE
                   IF BANK-STATEMENT-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM LOAD-ONE-STATEMENT-RECORD
                   END-IF
               END-PERFORM
               CLOSE BANK-STATEMENT-FILE
               PERFORM VERIFY-STATEMENT-BALANCE
           END-IF
           .
       LOAD-ONE-STATEMENT-RECORD.
           EVALUATE TRUE
               WHEN BST-IS-BALANCE
                   SET WS-BALANCE-WAS-SEEN TO TRUE
                   MOVE BSB-STATEMENT-DATE TO WS-STATEMENT-DATE
                   MOVE BSB-OPENING-BALANCE TO WS-OPENING-BALANCE
                   MOVE BSB-CLOSING-BALANCE TO WS-CLOSING-BALANCE
               WHEN BST-IS-TRANSACTION
                   IF WS-BANK-ITEM-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-BANK-ITEMS
                       PERFORM NOTE-BANK-TABLE-FULL
                   ELSE
                       ADD 1 TO WS-BANK-ITEM-COUNT
                       MOVE BST-TRAN-CODE
                           TO WS-BNI-TRAN-CODE(WS-BANK-ITEM-COUNT)
                       MOVE BST-POST-DATE
                           TO WS-BNI-ITEM-DATE(WS-BANK-ITEM-COUNT)
                       MOVE BST-AMOUNT
                           TO WS-BNI-AMOUNT(WS-BANK-ITEM-COUNT)
                       MOVE BST-DEPOSIT-BATCH
                           TO WS-BNI-BATCH-NUMBER(WS-BANK-ITEM-COUNT)
                       MOVE BST-BANK-REFERENCE
                           TO WS-BNI-REFERENCE(WS-BANK-ITEM-COUNT)
                       MOVE WS-CDT-DATE
                           TO WS-BNI-FIRST-OPEN-DATE
                                  (WS-BANK-ITEM-COUNT)
                       MOVE 'N'
                           TO WS-BNI-MATCHED-SWITCH
                                  (WS-BANK-ITEM-COUNT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'BANKREC UNKNOWN STATEMENT RECORD TYPE SKIPPED'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-EVALUATE
           .
       VERIFY-STATEMENT-BALANCE.
           EVALUATE TRUE
               WHEN NOT WS-BALANCE-WAS-SEEN
                   DISPLAY 'BANKREC STATEMENT HAS NO BALANCE RECORD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'BANKREC BNKSTMT1 HAS NO BALANCE RECORD'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 8 TO WS-RETURN-CODE-VALUE
                   SET WS-RUN-IS-HELD TO TRUE
               WHEN WS-IS-FIRST-RUN
                   MOVE WS-OPENING-BALANCE TO WS-BOOK-BALANCE
               WHEN WS-STATEMENT-DATE IS NOT GREATER THAN
                       WS-LAST-STATEMENT-DATE
                   DISPLAY 'BANKREC STATEMENT ' WS-STATEMENT-DATE
                           ' ALREADY RECONCILED'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'BANKREC STATEMENT DATE ALREADY RECONCILED'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   MOVE WS-STATEMENT-DATE TO WS-EL-REFERENCE-KEY
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 8 TO WS-RETURN-CODE-VALUE
                   SET WS-RUN-IS-HELD TO TRUE
               WHEN WS-OPENING-BALANCE IS NOT EQUAL TO
                       WS-PRIOR-BANK-BALANCE
                   DISPLAY 'BANKREC OPENING BALANCE DOES NOT FOLLOW'
                           ' LAST CLOSING BALANCE'
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'BANKREC STATEMENT OPENING BALANCE BREAKS CHAIN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'E' TO WS-EL-SEVERITY-CODE
                   MOVE WS-STATEMENT-DATE TO WS-EL-REFERENCE-KEY
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACE TO WS-EL-SEVERITY-CODE
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      * The first night, every batch released before the statement
      * date is taken as already in the statement's opening balance;
      * the reconciliation starts from the batches after it.
       FIND-FIRST-RUN-CUTOFF.
           OPEN INPUT JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-OK
               PERFORM UNTIL END-OF-JOURNAL-HISTORY
                   READ JOURNAL-HISTORY-FILE
                   IF JOURNAL-HISTORY-OK
                      AND JHR-IS-BATCH-CONTROL
                      AND BCT-RELEASE-DATE IS LESS THAN
                              WS-STATEMENT-DATE
                      AND BCT-BATCH-NUMBER IS GREATER THAN
                              WS-LAST-GL-BATCH
                       MOVE BCT-BATCH-NUMBER TO WS-LAST-GL-BATCH
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-HISTORY-FILE
           END-IF
           DISPLAY 'BANKREC FIRST RUN STARTS AFTER GL BATCH '
                   WS-LAST-GL-BATCH
           .
      * Only the 1000CASH lines of batches newer than the last one
      * reconciled are new book items; the book balance moves by
      * each of them.
       LOAD-NEW-BOOK-ITEMS.
           MOVE WS-LAST-GL-BATCH TO WS-HIGH-GL-BATCH
           OPEN INPUT JOURNAL-HISTORY-FILE
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BANKREC STATUS ON JOURNAL-HISTORY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               SET WS-RUN-IS-HELD TO TRUE
           ELSE
               PERFORM UNTIL END-OF-JOURNAL-HISTORY
                   READ JOURNAL-HISTORY-FILE
                   IF JOURNAL-HISTORY-OK
                      AND JHR-ACCOUNT IS EQUAL TO WS-CASH-ACCOUNT
                      AND JHR-BATCH-NUMBER IS GREATER THAN
                              WS-LAST-GL-BATCH
                       PERFORM LOAD-ONE-CASH-LINE
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-HISTORY-FILE
           END-IF
           .
       LOAD-ONE-CASH-LINE.
           ADD JHR-DEBIT-AMOUNT TO WS-BOOK-BALANCE
           SUBTRACT JHR-CREDIT-AMOUNT FROM WS-BOOK-BALANCE
           IF JHR-BATCH-NUMBER IS GREATER THAN WS-HIGH-GL-BATCH
               MOVE JHR-BATCH-NUMBER TO WS-HIGH-GL-BATCH
           END-IF
           IF JHR-DEBIT-AMOUNT IS NOT EQUAL TO ZERO
               PERFORM ADD-TO-BOOK-DEPOSIT
           END-IF
           IF JHR-CREDIT-AMOUNT IS NOT EQUAL TO ZERO
               PERFORM ADD-BOOK-PAYMENT-OUT
           END-IF
           .
      * Cash debits of one batch and one payment date are one
      * deposit, totalled; only tonight's deposits are added to -
      * a carried deposit is already closed.
       ADD-TO-BOOK-DEPOSIT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM WITH TEST BEFORE
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-BOOK-ITEM-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-BKI-IS-DEPOSIT(WS-SCAN-SUB)
               AND WS-BKI-BATCH-NUMBER(WS-SCAN-SUB)
                       IS EQUAL TO JHR-BATCH-NUMBER
               AND WS-BKI-ITEM-DATE(WS-SCAN-SUB)
                       IS EQUAL TO JHR-INVOICE-DATE
               AND WS-BKI-FIRST-OPEN-DATE(WS-SCAN-SUB)
                       IS EQUAL TO WS-CDT-DATE
                   MOVE WS-SCAN-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               ADD JHR-DEBIT-AMOUNT TO WS-BKI-AMOUNT(WS-FOUND-SUB)
           ELSE
               IF WS-BOOK-ITEM-COUNT IS GREATER THAN OR EQUAL TO
                       WS-MAX-BOOK-ITEMS
                   PERFORM NOTE-BOOK-TABLE-FULL
               ELSE
                   ADD 1 TO WS-BOOK-ITEM-COUNT
                   MOVE 'D' TO WS-BKI-ITEM-CODE(WS-BOOK-ITEM-COUNT)
                   MOVE JHR-INVOICE-DATE
                       TO WS-BKI-ITEM-DATE(WS-BOOK-ITEM-COUNT)
                   MOVE JHR-DEBIT-AMOUNT
                       TO WS-BKI-AMOUNT(WS-BOOK-ITEM-COUNT)
                   MOVE JHR-BATCH-NUMBER
                       TO WS-BKI-BATCH-NUMBER(WS-BOOK-ITEM-COUNT)
                   MOVE SPACES
                       TO WS-BKI-REFERENCE(WS-BOOK-ITEM-COUNT)
                   MOVE WS-CDT-DATE
                       TO WS-BKI-FIRST-OPEN-DATE(WS-BOOK-ITEM-COUNT)
                   MOVE 'N'
                       TO WS-BKI-MATCHED-SWITCH(WS-BOOK-ITEM-COUNT)
               END-IF
           END-IF
           .
      * A cash credit - a refund check, a bounced check reversed -
      * clears the bank as an item of its own.
       ADD-BOOK-PAYMENT-OUT.
           IF WS-BOOK-ITEM-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-BOOK-ITEMS
               PERFORM NOTE-BOOK-TABLE-FULL
           ELSE
               ADD 1 TO WS-BOOK-ITEM-COUNT
               MOVE 'P' TO WS-BKI-ITEM-CODE(WS-BOOK-ITEM-COUNT)
               MOVE JHR-INVOICE-DATE
                   TO WS-BKI-ITEM-DATE(WS-BOOK-ITEM-COUNT)
               MOVE JHR-CREDIT-AMOUNT
                   TO WS-BKI-AMOUNT(WS-BOOK-ITEM-COUNT)
               MOVE JHR-BATCH-NUMBER
                   TO WS-BKI-BATCH-NUMBER(WS-BOOK-ITEM-COUNT)
               MOVE JHR-INVOICE-NUMBER
                   TO WS-BKI-REFERENCE(WS-BOOK-ITEM-COUNT)
               MOVE WS-CDT-DATE
                   TO WS-BKI-FIRST-OPEN-DATE(WS-BOOK-ITEM-COUNT)
               MOVE 'N'
                   TO WS-BKI-MATCHED-SWITCH(WS-BOOK-ITEM-COUNT)
           END-IF
           .
      * One bank item against the book: a credit by its deposit
      * batch when the bank has one, else by date and amount; a
      * debit by amount against the oldest book credit dated on or
      * before it.
       MATCH-ONE-BANK-ITEM.
           IF NOT WS-BNI-WAS-MATCHED(WS-BANK-SUB)
               MOVE ZERO TO WS-FOUND-SUB
               MOVE HIGH-VALUES TO WS-FOUND-DATE
               EVALUATE TRUE
                   WHEN WS-BNI-IS-CREDIT(WS-BANK-SUB)
                    AND WS-BNI-BATCH-NUMBER(WS-BANK-SUB) > ZERO
                       MOVE 'BATCH' TO WS-MATCH-BASIS
                       PERFORM FIND-DEPOSIT-BY-BATCH
                   WHEN WS-BNI-IS-CREDIT(WS-BANK-SUB)
                       MOVE 'DATE/AMOUNT' TO WS-MATCH-BASIS
                       PERFORM FIND-DEPOSIT-BY-DATE
                   WHEN OTHER
                       MOVE 'AMOUNT' TO WS-MATCH-BASIS
                       PERFORM FIND-OLDEST-PAYMENT-OUT
               END-EVALUATE
               IF WS-FOUND-SUB > ZERO
                   MOVE 'Y' TO WS-BNI-MATCHED-SWITCH(WS-BANK-SUB)
                   MOVE 'Y' TO WS-BKI-MATCHED-SWITCH(WS-FOUND-SUB)
                   MOVE WS-FOUND-SUB TO WS-BOOK-SUB
                   PERFORM PRINT-ONE-MATCH
               END-IF
           END-IF
           .
       FIND-DEPOSIT-BY-BATCH.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-BOOK-ITEM-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-BKI-IS-DEPOSIT(WS-SCAN-SUB)
               AND NOT WS-BKI-WAS-MATCHED(WS-SCAN-SUB)
               AND WS-BKI-BATCH-NUMBER(WS-SCAN-SUB)
                       IS EQUAL TO WS-BNI-BATCH-NUMBER(WS-BANK-SUB)
               AND WS-BKI-AMOUNT(WS-SCAN-SUB)
                       IS EQUAL TO WS-BNI-AMOUNT(WS-BANK-SUB)
                   MOVE WS-SCAN-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           .
       FIND-DEPOSIT-BY-DATE.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-BOOK-ITEM-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-BKI-IS-DEPOSIT(WS-SCAN-SUB)
               AND NOT WS-BKI-WAS-MATCHED(WS-SCAN-SUB)
               AND WS-BKI-ITEM-DATE(WS-SCAN-SUB)
                       IS EQUAL TO WS-BNI-ITEM-DATE(WS-BANK-SUB)
               AND WS-BKI-AMOUNT(WS-SCAN-SUB)
                       IS EQUAL TO WS-BNI-AMOUNT(WS-BANK-SUB)
                   MOVE WS-SCAN-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           .
       FIND-OLDEST-PAYMENT-OUT.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-BOOK-ITEM-COUNT
               IF NOT WS-BKI-IS-DEPOSIT(WS-SCAN-SUB)
               AND NOT WS-BKI-WAS-MATCHED(WS-SCAN-SUB)
               AND WS-BKI-AMOUNT(WS-SCAN-SUB)
                       IS EQUAL TO WS-BNI-AMOUNT(WS-BANK-SUB)
               AND WS-BKI-ITEM-DATE(WS-SCAN-SUB)
                       IS NOT GREATER THAN WS-BNI-ITEM-DATE(WS-BANK-SUB)
               AND WS-BKI-ITEM-DATE(WS-SCAN-SUB)
                       IS LESS THAN WS-FOUND-DATE
                   MOVE WS-SCAN-SUB TO WS-FOUND-SUB
                   MOVE WS-BKI-ITEM-DATE(WS-SCAN-SUB) TO WS-FOUND-DATE
               END-IF
           END-PERFORM
           .
      * The bank posts the lockbox deposit and the ACH settlement as
      * separate credits against the one batch CASHGLEX journals for
      * the day. What is still open for a date after the item-by-item
      * pass matches as a whole when the two sides total the same.
       MATCH-ONE-DAY-OF-DEPOSITS.
           IF WS-BNI-IS-CREDIT(WS-BANK-SUB)
           AND NOT WS-BNI-WAS-MATCHED(WS-BANK-SUB)
               MOVE WS-BNI-ITEM-DATE(WS-BANK-SUB) TO WS-DAY-DATE
               MOVE ZERO TO WS-DAY-BANK-TOTAL
               MOVE ZERO TO WS-DAY-BOOK-TOTAL
               MOVE ZERO TO WS-DAY-BANK-ITEMS
               MOVE ZERO TO WS-DAY-BOOK-ITEMS
               PERFORM WITH TEST BEFORE
                       VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-BANK-ITEM-COUNT
                   IF WS-BNI-IS-CREDIT(WS-SCAN-SUB)
                   AND NOT WS-BNI-WAS-MATCHED(WS-SCAN-SUB)
                   AND WS-BNI-ITEM-DATE(WS-SCAN-SUB)
                           IS EQUAL TO WS-DAY-DATE
                       ADD WS-BNI-AMOUNT(WS-SCAN-SUB)
                           TO WS-DAY-BANK-TOTAL
                       ADD 1 TO WS-DAY-BANK-ITEMS
                   END-IF
               END-PERFORM
               PERFORM WITH TEST BEFORE
                       VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-BOOK-ITEM-COUNT
                   IF WS-BKI-IS-DEPOSIT(WS-SCAN-SUB)
                   AND NOT WS-BKI-WAS-MATCHED(WS-SCAN-SUB)
                   AND WS-BKI-ITEM-DATE(WS-SCAN-SUB)
                           IS EQUAL TO WS-DAY-DATE
                       ADD WS-BKI-AMOUNT(WS-SCAN-SUB)
                           TO WS-DAY-BOOK-TOTAL
                       ADD 1 TO WS-DAY-BOOK-ITEMS
                   END-IF
               END-PERFORM
               IF WS-DAY-BOOK-ITEMS > ZERO
               AND WS-DAY-BANK-TOTAL IS EQUAL TO WS-DAY-BOOK-TOTAL
                   PERFORM CLOSE-ONE-DAY-OF-DEPOSITS
               END-IF
           END-IF
           .
       CLOSE-ONE-DAY-OF-DEPOSITS.
           MOVE 'DAY TOTAL' TO WS-MATCH-BASIS
           PERFORM WITH TEST BEFORE
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-BOOK-ITEM-COUNT
               IF WS-BKI-IS-DEPOSIT(WS-SCAN-SUB)
               AND NOT WS-BKI-WAS-MATCHED(WS-SCAN-SUB)
               AND WS-BKI-ITEM-DATE(WS-SCAN-SUB)
                       IS EQUAL TO WS-DAY-DATE
                   MOVE 'Y' TO WS-BKI-MATCHED-SWITCH(WS-SCAN-SUB)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-BOOK-SUB
           PERFORM WITH TEST BEFORE
                   VARYING WS-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-FOUND-SUB > WS-BANK-ITEM-COUNT
               IF WS-BNI-IS-CREDIT(WS-FOUND-SUB)
               AND NOT WS-BNI-WAS-MATCHED(WS-FOUND-SUB)
               AND WS-BNI-ITEM-DATE(WS-FOUND-SUB)
                       IS EQUAL TO WS-DAY-DATE
                   MOVE 'Y' TO WS-BNI-MATCHED-SWITCH(WS-FOUND-SUB)
                   MOVE WS-BANK-SUB TO WS-SCAN-SUB
                   MOVE WS-FOUND-SUB TO WS-BANK-SUB
                   PERFORM PRINT-ONE-MATCH
                   MOVE WS-SCAN-SUB TO WS-BANK-SUB
               END-IF
           END-PERFORM
           .
      * A book subscript of zero is a day-total match: the bank item
      * is listed against the date, not one book item.
       PRINT-ONE-MATCH.
           ADD 1 TO WS-ITEMS-MATCHED
           MOVE WS-BNI-ITEM-DATE(WS-BANK-SUB) TO RMD-BANK-DATE
           MOVE WS-BNI-TRAN-CODE(WS-BANK-SUB) TO WS-ITEM-DESCRIPTION
           PERFORM DESCRIBE-BANK-ITEM
           MOVE WS-ITEM-DESCRIPTION TO RMD-DESCRIPTION
           MOVE WS-BNI-AMOUNT(WS-BANK-SUB) TO RMD-AMOUNT
           MOVE WS-BNI-REFERENCE(WS-BANK-SUB) TO RMD-BANK-REFERENCE
           IF WS-BOOK-SUB > ZERO
               MOVE WS-BKI-ITEM-DATE(WS-BOOK-SUB) TO RMD-BOOK-DATE
               MOVE WS-BKI-BATCH-NUMBER(WS-BOOK-SUB) TO RMD-BOOK-BATCH
           ELSE
               MOVE WS-DAY-DATE TO RMD-BOOK-DATE
               MOVE ZERO TO RMD-BOOK-BATCH
           END-IF
           MOVE WS-MATCH-BASIS TO RMD-MATCH-BASIS
           WRITE RECON-REPORT-LINE FROM MATCHED-DETAIL-LINE
           .
      * The bank's transaction code, which the caller has left in
      * the first byte of the description, in words.
       DESCRIBE-BANK-ITEM.
           EVALUATE WS-ITEM-DESCRIPTION(1:1)
               WHEN 'D'
                   MOVE 'DEPOSIT' TO WS-ITEM-DESCRIPTION
               WHEN 'I'
                   MOVE 'INTEREST' TO WS-ITEM-DESCRIPTION
               WHEN 'X'
                   MOVE 'OTHER BANK CREDIT' TO WS-ITEM-DESCRIPTION
               WHEN 'C'
                   MOVE 'CHECK PAID' TO WS-ITEM-DESCRIPTION
               WHEN 'R'
                   MOVE 'RETURNED ITEM' TO WS-ITEM-DESCRIPTION
               WHEN 'F'
                   MOVE 'BANK FEE' TO WS-ITEM-DESCRIPTION
               WHEN 'W'
                   MOVE 'OTHER BANK DEBIT' TO WS-ITEM-DESCRIPTION
               WHEN OTHER
                   MOVE 'UNKNOWN BANK ITEM' TO WS-ITEM-DESCRIPTION
           END-EVALUATE
           .
       WRITE-OPEN-CONTROL-RECORD.
           MOVE SPACES TO OPEN-CONTROL-RECORD
           MOVE 'CTL' TO BOC-RECORD-TYPE
           MOVE WS-HIGH-GL-BATCH TO BOC-LAST-GL-BATCH
           MOVE WS-STATEMENT-DATE TO BOC-LAST-STATEMENT-DATE
           MOVE WS-BOOK-BALANCE TO BOC-BOOK-BALANCE
           MOVE WS-CLOSING-BALANCE TO BOC-BANK-BALANCE
           WRITE NEW-OPEN-ITEM-RECORD FROM OPEN-CONTROL-RECORD
           PERFORM CHECK-OPEN-ITEM-WRITE
           .
       CHECK-OPEN-ITEM-WRITE.
           IF NOT NEW-OPEN-ITEM-OK
               DISPLAY 'STATUS ON NEW-OPEN-ITEM-FILE WRITE: '
                       NEW-OPEN-ITEM-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BANKREC STATUS ON NEW-OPEN-ITEM-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * Book deposits the bank has not yet credited.
       PRINT-DEPOSITS-IN-TRANSIT.
           MOVE 'DEPOSITS IN TRANSIT' TO RCS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           PERFORM WITH TEST BEFORE
                   VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB > WS-BOOK-ITEM-COUNT
               IF WS-BKI-IS-DEPOSIT(WS-BOOK-SUB)
               AND NOT WS-BKI-WAS-MATCHED(WS-BOOK-SUB)
                   MOVE 'BOOK DEPOSIT' TO ROD-DESCRIPTION
                   PERFORM PRINT-AND-CARRY-BOOK-ITEM
               END-IF
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-TRANSIT-COUNT
           MOVE WS-SECTION-TOTAL TO WS-TRANSIT-TOTAL
           PERFORM PRINT-SECTION-TOTAL
           .
      * Book credits - refund checks, reversed checks - the bank has
      * not yet paid.
       PRINT-OUTSTANDING-DEBITS.
           MOVE 'OUTSTANDING CHECKS AND BOOK DEBITS'
               TO RCS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           PERFORM WITH TEST BEFORE
                   VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB > WS-BOOK-ITEM-COUNT
               IF NOT WS-BKI-IS-DEPOSIT(WS-BOOK-SUB)
               AND NOT WS-BKI-WAS-MATCHED(WS-BOOK-SUB)
                   MOVE 'BOOK CASH CREDIT' TO ROD-DESCRIPTION
                   PERFORM PRINT-AND-CARRY-BOOK-ITEM
               END-IF
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-OUTSTANDING-COUNT
           MOVE WS-SECTION-TOTAL TO WS-OUTSTANDING-TOTAL
           PERFORM PRINT-SECTION-TOTAL
           .
       PRINT-AND-CARRY-BOOK-ITEM.
           ADD 1 TO WS-SECTION-COUNT
           ADD WS-BKI-AMOUNT(WS-BOOK-SUB) TO WS-SECTION-TOTAL
           MOVE WS-BKI-ITEM-DATE(WS-BOOK-SUB) TO ROD-ITEM-DATE
           MOVE WS-BKI-AMOUNT(WS-BOOK-SUB) TO ROD-AMOUNT
           MOVE WS-BKI-REFERENCE(WS-BOOK-SUB) TO ROD-REFERENCE
           MOVE WS-BKI-BATCH-NUMBER(WS-BOOK-SUB) TO ROD-BATCH
           MOVE WS-BKI-FIRST-OPEN-DATE(WS-BOOK-SUB)
               TO ROD-FIRST-OPEN-DATE
           PERFORM COMPUTE-DAYS-OPEN
           WRITE RECON-REPORT-LINE FROM OPEN-DETAIL-LINE
           MOVE SPACES TO OPEN-ITEM-RECORD
           MOVE 'ITM' TO BOI-RECORD-TYPE
           MOVE 'B' TO BOI-SIDE
           MOVE WS-BKI-ITEM-CODE(WS-BOOK-SUB) TO BOI-ITEM-CODE
           MOVE WS-BKI-ITEM-DATE(WS-BOOK-SUB) TO BOI-ITEM-DATE
           MOVE WS-BKI-AMOUNT(WS-BOOK-SUB) TO BOI-AMOUNT
           MOVE WS-BKI-BATCH-NUMBER(WS-BOOK-SUB) TO BOI-BATCH-NUMBER
           MOVE WS-BKI-REFERENCE(WS-BOOK-SUB) TO BOI-REFERENCE
           MOVE WS-BKI-FIRST-OPEN-DATE(WS-BOOK-SUB)
               TO BOI-FIRST-OPEN-DATE
           WRITE NEW-OPEN-ITEM-RECORD FROM OPEN-ITEM-RECORD
           PERFORM CHECK-OPEN-ITEM-WRITE
           .
      * Bank items with nothing on the book behind them: fees,
      * returned items, interest, and deposits the ledger never saw.
       PRINT-UNRECORDED-BANK-ITEMS.
           MOVE 'UNRECORDED BANK ITEMS' TO RCS-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING
           PERFORM WITH TEST BEFORE
                   VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-ITEM-COUNT
               IF NOT WS-BNI-WAS-MATCHED(WS-BANK-SUB)
                   PERFORM PRINT-AND-CARRY-BANK-ITEM
               END-IF
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-UNRECORDED-COUNT
           PERFORM PRINT-SECTION-TOTAL
           .
       PRINT-AND-CARRY-BANK-ITEM.
           ADD 1 TO WS-SECTION-COUNT
           IF WS-BNI-IS-CREDIT(WS-BANK-SUB)
               ADD WS-BNI-AMOUNT(WS-BANK-SUB) TO WS-SECTION-TOTAL
               ADD WS-BNI-AMOUNT(WS-BANK-SUB) TO WS-UNRECORDED-CREDITS
           ELSE
               SUBTRACT WS-BNI-AMOUNT(WS-BANK-SUB)
                   FROM WS-SECTION-TOTAL
               ADD WS-BNI-AMOUNT(WS-BANK-SUB) TO WS-UNRECORDED-DEBITS
           END-IF
           MOVE WS-BNI-ITEM-DATE(WS-BANK-SUB) TO ROD-ITEM-DATE
           MOVE WS-BNI-TRAN-CODE(WS-BANK-SUB) TO WS-ITEM-DESCRIPTION
           PERFORM DESCRIBE-BANK-ITEM
           MOVE WS-ITEM-DESCRIPTION TO ROD-DESCRIPTION
           MOVE WS-BNI-AMOUNT(WS-BANK-SUB) TO ROD-AMOUNT
           MOVE WS-BNI-REFERENCE(WS-BANK-SUB) TO ROD-REFERENCE
           MOVE WS-BNI-BATCH-NUMBER(WS-BANK-SUB) TO ROD-BATCH
           MOVE WS-BNI-FIRST-OPEN-DATE(WS-BANK-SUB)
               TO ROD-FIRST-OPEN-DATE
           PERFORM COMPUTE-DAYS-OPEN
           WRITE RECON-REPORT-LINE FROM OPEN-DETAIL-LINE
           MOVE SPACES TO OPEN-ITEM-RECORD
           MOVE 'ITM' TO BOI-RECORD-TYPE
           MOVE 'K' TO BOI-SIDE
           MOVE WS-BNI-TRAN-CODE(WS-BANK-SUB) TO BOI-ITEM-CODE
           MOVE WS-BNI-ITEM-DATE(WS-BANK-SUB) TO BOI-ITEM-DATE
           MOVE WS-BNI-AMOUNT(WS-BANK-SUB) TO BOI-AMOUNT
           MOVE WS-BNI-BATCH-NUMBER(WS-BANK-SUB) TO BOI-BATCH-NUMBER
           MOVE WS-BNI-REFERENCE(WS-BANK-SUB) TO BOI-REFERENCE
           MOVE WS-BNI-FIRST-OPEN-DATE(WS-BANK-SUB)
               TO BOI-FIRST-OPEN-DATE
           WRITE NEW-OPEN-ITEM-RECORD FROM OPEN-ITEM-RECORD
           PERFORM CHECK-OPEN-ITEM-WRITE
           .
      * Days from the item's own date to tonight.
       COMPUTE-DAYS-OPEN.
           MOVE 'DB' TO WS-DC-FUNCTION-CODE
           MOVE ROD-ITEM-DATE(1:4) TO WS-DC-YEAR-1
           MOVE ROD-ITEM-DATE(5:2) TO WS-DC-MONTH-1
           MOVE ROD-ITEM-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-2
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-2
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-2
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-DAYS TO WS-DAYS-OPEN
           IF WS-DAYS-OPEN IS LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO ROD-DAYS-OPEN
           .
       PRINT-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-TOTAL
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE FROM RECON-SECTION-LINE
           WRITE RECON-REPORT-LINE FROM OPEN-COLUMN-LINE
           .
       PRINT-SECTION-TOTAL.
           MOVE WS-SECTION-COUNT TO RST-COUNT
           MOVE WS-SECTION-TOTAL TO RST-AMOUNT
           WRITE RECON-REPORT-LINE FROM SECTION-TOTAL-LINE
           .
      * Statement closing balance adjusted for what only the book
      * has, against the book balance adjusted for what only the
      * bank has. Anything left is a difference nobody can explain
      * yet.
       PRINT-BOOK-TO-BANK-PROOF.
           COMPUTE WS-ADJUSTED-BANK = WS-CLOSING-BALANCE
               + WS-TRANSIT-TOTAL - WS-OUTSTANDING-TOTAL
           COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE
               + WS-UNRECORDED-CREDITS - WS-UNRECORDED-DEBITS
           COMPUTE WS-UNRECONCILED =
               WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'BOOK TO BANK RECONCILIATION' TO RCS-SECTION-TITLE
           WRITE RECON-REPORT-LINE FROM RECON-SECTION-LINE
           MOVE 'BANK CLOSING BALANCE PER STATEMENT'
               TO RPL-DESCRIPTION
           MOVE WS-CLOSING-BALANCE TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           MOVE '  ADD DEPOSITS IN TRANSIT' TO RPL-DESCRIPTION
           MOVE WS-TRANSIT-TOTAL TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           MOVE '  LESS OUTSTANDING CHECKS AND BOOK DEBITS'
               TO RPL-DESCRIPTION
           MOVE WS-OUTSTANDING-TOTAL TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           MOVE 'ADJUSTED BANK BALANCE' TO RPL-DESCRIPTION
           MOVE WS-ADJUSTED-BANK TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'BOOK BALANCE' TO RPL-DESCRIPTION
           MOVE WS-CASH-ACCOUNT TO RPL-DESCRIPTION(14:8)
           MOVE WS-BOOK-BALANCE TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           MOVE '  ADD UNRECORDED BANK CREDITS' TO RPL-DESCRIPTION
           MOVE WS-UNRECORDED-CREDITS TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           MOVE '  LESS UNRECORDED BANK DEBITS' TO RPL-DESCRIPTION
           MOVE WS-UNRECORDED-DEBITS TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           MOVE 'ADJUSTED BOOK BALANCE' TO RPL-DESCRIPTION
           MOVE WS-ADJUSTED-BOOK TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'UNRECONCILED DIFFERENCE' TO RPL-DESCRIPTION
           MOVE WS-UNRECONCILED TO RPL-AMOUNT
           WRITE RECON-REPORT-LINE FROM PROOF-LINE
           IF WS-UNRECONCILED IS EQUAL TO ZERO
               MOVE 'BOOK AND BANK RECONCILED' TO RPV-VERDICT
           ELSE
               MOVE 'BOOK AND BANK DO NOT RECONCILE' TO RPV-VERDICT
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'BANKREC BOOK AND BANK DO NOT RECONCILE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'E' TO WS-EL-SEVERITY-CODE
               MOVE WS-STATEMENT-DATE TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF
           WRITE RECON-REPORT-LINE FROM PROOF-VERDICT-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'BANK ITEMS MATCHED:        ' WS-ITEMS-MATCHED
           DISPLAY 'DEPOSITS IN TRANSIT:       ' WS-TRANSIT-COUNT
           DISPLAY 'OUTSTANDING BOOK DEBITS:   ' WS-OUTSTANDING-COUNT
           DISPLAY 'UNRECORDED BANK ITEMS:     ' WS-UNRECORDED-COUNT
           CLOSE NEW-OPEN-ITEM-FILE
           CLOSE RECON-REPORT-FILE
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
