      *   credit totals, release date). GLJINQ answers batch,
      *   account, and invoice questions from the history instead of
      *   file restores.
      * - Journal lines, history lines and BATCHCTL records carry the
      *   operating company. Each company's invoices journal into a
      *   batch of their own - the home company under the GLBATCH1
      *   counter plus one, each other company under the next number as
      *   it turns up - and each batch must balance by itself before
      *   any is released. Accounts are proved against the posting
      *   company's own chart on GLCOA1.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLJRNL.
           05  GL-AMOUNT-TYPE           PIC X.
               88  GL-IS-REVENUE        VALUE 'R'.
               88  GL-IS-TAX            VALUE 'T'.
           05  GL-COMPANY-CODE          PIC X(02).
      * Run-date header INVCALC stamps as the first record of the
      * extract; VERIFY-GL-EXTRACT-HEADER refuses the file
      * when it is missing or carries a prior date.
               88  GLH-IS-HEADER        VALUE 'HDR'.
           05  GLH-PRODUCING-PROGRAM    PIC X(08).
           05  GLH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(14).


      * One journal line per account posting: a debit or a credit,
      * sequential counter, so the GL team can name a batch instead
      * of restoring files.
           05  JRN-BATCH-NUMBER         PIC 9(06).
      * The operating company whose ledger the line posts to; each
      * company's lines travel in a batch of their own.
           05  JRN-COMPANY-CODE         PIC X(02).

      * The chart of accounts COAMAINT maintains; every journal
      * line's account must be on it and active before the batch is
           05  COA-ACTIVE-FLAG          PIC X(01).
               88  COA-IS-ACTIVE        VALUE 'A'.
           05  COA-NORMAL-SIDE          PIC X(01).
      * Each operating company keeps its own chart; an account with
      * no company is the home company's.
           05  COA-COMPANY-CODE         PIC X(02).

      * The last batch number released, read and advanced per run.
       FD  BATCH-NUMBER-FILE
           05  JHR-INVOICE-NUMBER       PIC X(08).
           05  JHR-INVOICE-DATE         PIC X(08).
           05  JHR-BATCH-NUMBER         PIC 9(06).
           05  JHR-COMPANY-CODE         PIC X(02).
       01  BATCH-CONTROL-RECORD.
           05  BCT-RECORD-TYPE          PIC X(08).
               88  BCT-IS-CONTROL       VALUE 'BATCHCTL'.
           05  BCT-CREDIT-TOTAL        PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

      * One line per journal line whose account is unknown or
      * inactive, itemized for finance before the batch is held.

      * The receivable side every invoice's credits offset against.
       01  WS-RECEIVABLE-ACCOUNT        PIC X(08) VALUE '1200AR'.
      * The company an extract line with no company posts to.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.

      * The chart loaded at start of run; an unopenable chart
      * disables the edit (logged) rather than holding every batch
           05  WS-CHART-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-CHART-COUNT
                       INDEXED BY CHART-INDEX.
               10  WS-COA-COMPANY-CODE  PIC X(02).
               10  WS-COA-ACCOUNT       PIC X(08).
               10  WS-COA-ACTIVE-SWITCH PIC X.
                   88  WS-COA-IS-ACTIVE VALUE 'Y'.
       01  WS-BAD-ACCOUNT-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-JUDGED-AMOUNT             PIC S9(11)V99 COMP-3.

      * Tonight's batch numbers: the GLBATCH1 counter plus one for
      * the home company, then the next number for each other
      * company as its first line turns up. The counter only
      * advances when the batches release, so a rejected run's rerun
      * reuses the numbers.
       01  WS-BATCH-NUMBER              PIC 9(06) VALUE 1.
       01  WS-NEXT-BATCH-NUMBER         PIC 9(06).
       01  WS-JOURNAL-RELEASED-SWITCH   PIC X VALUE 'N'.
           88  BATCH-WAS-RELEASED       VALUE 'Y'.

      * One batch per operating company, each proved on its own.
       01  WS-COMPANY-BATCH-AREA.
           05  WS-COMPANY-BATCH-COUNT   PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPANY-BATCHES   PIC S9(03) COMP-3 VALUE 20.
           05  WS-COMPANY-BATCH-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-COMPANY-BATCH-COUNT
                       INDEXED BY COMPANY-BATCH-INDEX.
               10  WS-CBT-COMPANY-CODE  PIC X(02).
               10  WS-CBT-BATCH-NUMBER  PIC 9(06).
               10  WS-CBT-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-CBT-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
               10  WS-CBT-LINE-COUNT    PIC S9(09) COMP-3.
       01  WS-LOOKUP-COMPANY-CODE       PIC X(02).

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-INVOICE-CREDIT-TOTAL  PIC S9(11)V99 COMP-3
                   VALUE ZERO.
           05  WS-GROUP-INVOICE-NUMBER  PIC X(08) VALUE SPACES.
           05  WS-GROUP-INVOICE-DATE    PIC X(08) VALUE SPACES.
           05  WS-GROUP-COMPANY-CODE    PIC X(02) VALUE SPACES.
           05  WS-GROUP-OPEN-SWITCH     PIC X VALUE 'N'.
               88  A-GROUP-IS-OPEN      VALUE 'Y'.
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
           END-IF

           PERFORM LOAD-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO WS-LOOKUP-COMPANY-CODE
           PERFORM FIND-COMPANY-BATCH

           PERFORM LOAD-CHART-OF-ACCOUNTS

               END-IF
               CLOSE BATCH-NUMBER-FILE
           END-IF
           MOVE WS-BATCH-NUMBER TO WS-NEXT-BATCH-NUMBER
           DISPLAY 'JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * Positions COMPANY-BATCH-INDEX on the company's batch, opening
      * one under the next batch number the first time the company
      * is seen. A full table leaves the line in the last batch and
      * says so; the batch will not prove, so nothing is released.
       FIND-COMPANY-BATCH.
           SET COMPANY-BATCH-INDEX TO 1
           SEARCH WS-COMPANY-BATCH-ENTRY
               AT END
                   PERFORM OPEN-COMPANY-BATCH
               WHEN WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                        IS EQUAL TO WS-LOOKUP-COMPANY-CODE
                   CONTINUE
           END-SEARCH
           .
       OPEN-COMPANY-BATCH.
           IF WS-COMPANY-BATCH-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-COMPANY-BATCHES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLJRNL COMPANY BATCH TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               SET COMPANY-BATCH-INDEX TO WS-COMPANY-BATCH-COUNT
           ELSE
               ADD 1 TO WS-COMPANY-BATCH-COUNT
               SET COMPANY-BATCH-INDEX TO WS-COMPANY-BATCH-COUNT
               MOVE WS-LOOKUP-COMPANY-CODE
                   TO WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               MOVE WS-NEXT-BATCH-NUMBER
                   TO WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               MOVE ZERO TO WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
                            WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
                            WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
               ADD 1 TO WS-NEXT-BATCH-NUMBER
               DISPLAY 'COMPANY ' WS-LOOKUP-COMPANY-CODE
                       ' BATCH NUMBER: '
                       WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
           END-IF
           .
      * Proved batches are appended to the cumulative history one
      * company at a time, each company's lines capped with its own
      * BATCHCTL control record, and only then is the batch counter
      * advanced past the highest number used - a rejected run
      * leaves both untouched so its rerun reuses the numbers.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE GL-JOURNAL-FILE
           SET BATCH-WAS-RELEASED TO TRUE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM RELEASE-ONE-COMPANY-BATCH
               THRU RELEASE-ONE-COMPANY-EXIT
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           CLOSE JOURNAL-HISTORY-FILE
           IF WS-RC-REJECTED
               GO TO RELEASE-BATCH-EXIT
           END-IF
           OPEN OUTPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               COMPUTE BNR-LAST-BATCH-NUMBER =
                   WS-NEXT-BATCH-NUMBER - 1
               WRITE BATCH-NUMBER-RECORD
               CLOSE BATCH-NUMBER-FILE
           ELSE
               DISPLAY 'STATUS ON BATCH-NUMBER-FILE REWRITE: '
                       BATCH-NUMBER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLJRNL STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.

      * One pass of tonight's journal per company batch, copying
      * that company's lines; a journal that will not reopen holds
      * the counter so the numbers are reused on the rerun.
       RELEASE-ONE-COMPANY-BATCH.
           OPEN INPUT GL-JOURNAL-FILE
           IF NOT GL-JOURNAL-OK
               DISPLAY 'STATUS ON GL-JOURNAL-FILE REOPEN: '
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO RELEASE-ONE-COMPANY-EXIT
           END-IF
           PERFORM UNTIL GL-JOURNAL-STATUS = '10'
               READ GL-JOURNAL-FILE
               IF GL-JOURNAL-OK
               AND JRN-COMPANY-CODE IS EQUAL TO
                       WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   MOVE GL-JOURNAL-RECORD TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           CLOSE GL-JOURNAL-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHCTL' TO BCT-RECORD-TYPE
           MOVE WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
               TO BCT-LINE-COUNT
           MOVE WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
               TO BCT-DEBIT-TOTAL
           MOVE WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
               TO BCT-CREDIT-TOTAL
           MOVE WS-CDT-DATE TO BCT-RELEASE-DATE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO BCT-BATCH-NUMBER
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO BCT-COMPANY-CODE
           WRITE BATCH-CONTROL-RECORD
           .
       RELEASE-ONE-COMPANY-EXIT.
           EXIT.

       LOAD-CHART-OF-ACCOUNTS.
                           ADD 1 TO WS-CHART-COUNT
                           MOVE COA-ACCOUNT
                               TO WS-COA-ACCOUNT(WS-CHART-COUNT)
                           IF COA-COMPANY-CODE IS EQUAL TO SPACES
                               MOVE WS-HOME-COMPANY
                                   TO WS-COA-COMPANY-CODE
                                          (WS-CHART-COUNT)
                           ELSE
                               MOVE COA-COMPANY-CODE
                                   TO WS-COA-COMPANY-CODE
                                          (WS-CHART-COUNT)
                           END-IF
                           IF COA-IS-ACTIVE
                               MOVE 'Y' TO WS-COA-ACTIVE-SWITCH
                                          (WS-CHART-COUNT)
               CLOSE CHART-FILE
           END-IF
           .
      * Every journal line's account must be on its company's chart
      * and active; a miss is itemized and the whole batch rejected
      * with RETURN-CODE 8, the same way an unbalanced batch is -
      * better held here than bounced by the ledger system days
      * later. An empty chart (file unopenable) passes everything,
                       CONTINUE
                   WHEN WS-COA-ACCOUNT(CHART-INDEX)
                            IS EQUAL TO JRN-ACCOUNT
                   AND  WS-COA-COMPANY-CODE(CHART-INDEX)
                            IS EQUAL TO JRN-COMPANY-CODE
                       IF WS-COA-IS-ACTIVE(CHART-INDEX)
                           SET ACCOUNT-IS-VALID TO TRUE
                       END-IF
               SET A-GROUP-IS-OPEN TO TRUE
               MOVE GL-INVOICE-NUMBER TO WS-GROUP-INVOICE-NUMBER
               MOVE GL-INVOICE-DATE TO WS-GROUP-INVOICE-DATE
               IF GL-COMPANY-CODE IS EQUAL TO SPACES
                   MOVE WS-HOME-COMPANY TO WS-GROUP-COMPANY-CODE
               ELSE
                   MOVE GL-COMPANY-CODE TO WS-GROUP-COMPANY-CODE
               END-IF
               MOVE WS-GROUP-COMPANY-CODE TO WS-LOOKUP-COMPANY-CODE
               PERFORM FIND-COMPANY-BATCH
               MOVE ZERO TO WS-INVOICE-CREDIT-TOTAL
           END-IF

       WRITE-JOURNAL-RECORD.
           MOVE WS-GROUP-INVOICE-NUMBER TO JRN-INVOICE-NUMBER
           MOVE WS-GROUP-INVOICE-DATE TO JRN-INVOICE-DATE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO JRN-BATCH-NUMBER
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO JRN-COMPANY-CODE
           PERFORM JUDGE-JOURNAL-ACCOUNT
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           ADD JRN-DEBIT-AMOUNT
               TO WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD JRN-CREDIT-AMOUNT
               TO WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD 1 TO WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
           WRITE GL-JOURNAL-RECORD
           IF NOT GL-JOURNAL-OK
               DISPLAY 'STATUS ON GL-JOURNAL-FILE WRITE: '
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
      * Each company's batch must balance on its own - one
      * company's surplus cannot cover another's shortfall - and a
      * failure in any of them holds the whole night.
       PROVE-THE-BATCH.
           DISPLAY 'JOURNAL BATCH DEBITS:  ' WS-BATCH-DEBIT-TOTAL
           DISPLAY 'JOURNAL BATCH CREDITS: ' WS-BATCH-CREDIT-TOTAL
           PERFORM PROVE-ONE-COMPANY-BATCH
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           IF NOT WS-RC-REJECTED
               DISPLAY 'JOURNAL BATCHES PROVED - RELEASED'
           END-IF
           .
       PROVE-ONE-COMPANY-BATCH.
           DISPLAY 'COMPANY '
                   WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   ' BATCH '
                   WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
                   ' DEBITS: '
                   WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
                   ' CREDITS: '
                   WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
           IF WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX) IS NOT EQUAL TO
                   WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
               DISPLAY 'JOURNAL BATCH DOES NOT BALANCE - REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'GLJRNL BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               SET WS-RC-REJECTED TO TRUE
           END-IF
           .
      * The first record of the extract must be tonight's run-date
