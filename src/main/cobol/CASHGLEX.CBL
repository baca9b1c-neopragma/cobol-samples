      * total debits must equal total credits to the penny before the
      * file is released; on a mismatch the run ends with RETURN-CODE
      * 8 so the scheduler holds the ledger hand-off.
      * - A type-P placement write-off, raised by AGYPLACE when an
      *   account goes to the collection agency, debits the bad-debt
      *   reserve account instead of bad-debt expense; the reserve
      *   already carried the loss.
      * - Journal lines, history lines and BATCHCTL records carry the
      *   operating company from PMTFILE1 (spaces meaning the home
      *   company '01'). Each company's cash posts in a batch of its
      *   own, numbered on from the shared GLBATCH1 counter, and each
      *   batch must balance by itself before any is released.
      * - A type-X record, the realized exchange difference CASHAPP
      *   writes behind cash applied to a foreign-currency invoice,
      *   posts between the receivable and the realized exchange
      *   gain/loss account 7150FXRL: a loss (positive) debits
      *   7150FXRL, a gain (negative) credits it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHGLEX.
               88  PMT-IS-APPLICATION   VALUE 'A'.
               88  PMT-IS-WRITE-OFF     VALUE 'W'.
               88  PMT-IS-REFUND        VALUE 'F'.
               88  PMT-IS-PLACEMENT     VALUE 'P'.
               88  PMT-IS-EXCHANGE      VALUE 'X'.
           05  PMT-COMPANY-CODE         PIC X(02).

      * Same journal-line layout GLJRNL writes to GLJRNL1: a debit
      * or a credit, never both, tagged with the invoice the cash
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

      * The shared GLBATCH1 counter GLJRNL also draws from, so the
      * invoice-side and cash-side batches share one sequence.
           05  JHR-INVOICE-NUMBER       PIC X(08).
           05  JHR-INVOICE-DATE         PIC X(08).
           05  JHR-BATCH-NUMBER         PIC 9(06).
           05  JHR-COMPANY-CODE         PIC X(02).
       01  BATCH-CONTROL-RECORD.
           05  BCT-RECORD-TYPE          PIC X(08).
           05  BCT-LINE-COUNT           PIC S9(09) COMP-3.
           05  BCT-CREDIT-TOTAL        PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RECEIVABLE-ACCOUNT    PIC X(08) VALUE '1200AR'.
           05  WS-DISCOUNT-ACCOUNT      PIC X(08) VALUE '6100DISC'.
           05  WS-BAD-DEBT-ACCOUNT      PIC X(08) VALUE '6200BDBT'.
           05  WS-RESERVE-ACCOUNT       PIC X(08) VALUE '1290RSRV'.
           05  WS-REALIZED-FX-ACCOUNT   PIC X(08) VALUE '7150FXRL'.

       01  WS-JOURNAL-WORK-AREAS.
           05  WS-DEBIT-ACCOUNT         PIC X(08).
                   VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REFUND-MAGNITUDE      PIC S9(07)V99 COMP-3.
      * Tonight's batch numbers: the GLBATCH1 counter plus one for
      * the home company, then the next number for each other
      * company as its first payment turns up.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-NEXT-BATCH-NUMBER     PIC 9(06).
           05  WS-JOURNAL-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.

      * The company a blank company code on a payment stands for.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.

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

      * RETURN-CODE set for the scheduler at GOBACK time: 0 when the
      * batch proved, 8 when debits and credits disagree or a file
      * would not open - the batch must not be released.
           END-IF

           PERFORM LOAD-BATCH-NUMBER
           MOVE WS-HOME-COMPANY TO WS-LOOKUP-COMPANY-CODE
           PERFORM FIND-COMPANY-BATCH

           PERFORM UNTIL END-OF-PAYMENT-FILE
               READ PAYMENT-FILE
               END-IF
               CLOSE BATCH-NUMBER-FILE
           END-IF
           MOVE WS-BATCH-NUMBER TO WS-NEXT-BATCH-NUMBER
           DISPLAY 'CASH JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
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
               MOVE 'CASHGLEX COMPANY BATCH TABLE IS FULL'
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
                       ' CASH BATCH NUMBER: '
                       WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
           END-IF
           .
      * Proved batches are appended to the cumulative history one
      * company at a time, each company's lines capped with its own
      * BATCHCTL control record, and only then is the batch counter
      * advanced past the highest number used.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE CASH-JOURNAL-FILE
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
               MOVE 'CASHGLEX STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.

      * One pass of tonight's cash journal per company batch,
      * copying that company's lines; a journal that will not
      * reopen holds the counter so the numbers are reused on the
      * rerun.
       RELEASE-ONE-COMPANY-BATCH.
           OPEN INPUT CASH-JOURNAL-FILE
           IF NOT CASH-JOURNAL-OK
               DISPLAY 'STATUS ON CASH-JOURNAL-FILE REOPEN: '
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-ONE-COMPANY-EXIT
           END-IF
           PERFORM UNTIL END-OF-CASH-JOURNAL
               READ CASH-JOURNAL-FILE
               IF CASH-JOURNAL-OK
               AND JRN-COMPANY-CODE IS EQUAL TO
                       WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   MOVE CASH-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
           CLOSE CASH-JOURNAL-FILE
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

      * One debit and one offsetting receivable credit per applied
      * payment: cash for a remitted payment, discounts taken for a
      * type-D record, the bad-debt reserve for a type-P placement
      * write-off. A type-R reversal runs the other way - the
      * receivable comes back and the cash goes out with the bounced
      * check. A zero amount posts nothing.
      * A type-A credit application moves value between two
      * receivable items: both sides are the same control account,
      * so it posts nothing here.
       JOURNALIZE-ONE-PAYMENT.
           IF PMT-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO WS-LOOKUP-COMPANY-CODE
           ELSE
               MOVE PMT-COMPANY-CODE TO WS-LOOKUP-COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY-BATCH
           IF PMT-IS-REFUND
               PERFORM JOURNALIZE-ONE-REFUND
           ELSE
           IF PMT-IS-EXCHANGE
               PERFORM JOURNALIZE-EXCHANGE-DIFFERENCE
           ELSE
           IF PMT-AMOUNT IS NOT EQUAL TO ZERO
           AND NOT PMT-IS-APPLICATION
               IF PMT-IS-REVERSAL
                       WHEN PMT-IS-WRITE-OFF
                           MOVE WS-BAD-DEBT-ACCOUNT
                               TO WS-DEBIT-ACCOUNT
                       WHEN PMT-IS-PLACEMENT
                           MOVE WS-RESERVE-ACCOUNT
                               TO WS-DEBIT-ACCOUNT
                       WHEN OTHER
                           MOVE WS-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT
                   END-EVALUATE
               END-IF
           END-IF
           END-IF
           END-IF
           .
      * A positive type-X record is a realized exchange loss: the
      * cash fell short of the booked receivable, so the loss is
      * debited and the receivable credited. A negative one is a
      * gain and posts the other way at its magnitude.
       JOURNALIZE-EXCHANGE-DIFFERENCE.
           IF PMT-AMOUNT IS GREATER THAN ZERO
               MOVE WS-REALIZED-FX-ACCOUNT TO JRN-ACCOUNT
               MOVE PMT-AMOUNT TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-RECEIVABLE-ACCOUNT TO JRN-ACCOUNT
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE PMT-AMOUNT TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           IF PMT-AMOUNT IS LESS THAN ZERO
               COMPUTE WS-REFUND-MAGNITUDE = ZERO - PMT-AMOUNT
               MOVE WS-RECEIVABLE-ACCOUNT TO JRN-ACCOUNT
               MOVE WS-REFUND-MAGNITUDE TO JRN-DEBIT-AMOUNT
               MOVE ZERO TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-REALIZED-FX-ACCOUNT TO JRN-ACCOUNT
               MOVE ZERO TO JRN-DEBIT-AMOUNT
               MOVE WS-REFUND-MAGNITUDE TO JRN-CREDIT-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .
      * A refund debit arrives negative (it reduces the amount paid
      * on the history master); here it posts at its magnitude -
       WRITE-JOURNAL-RECORD.
           MOVE PMT-INVOICE-NUMBER TO JRN-INVOICE-NUMBER
           MOVE PMT-DATE TO JRN-INVOICE-DATE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO JRN-BATCH-NUMBER
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO JRN-COMPANY-CODE
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           ADD JRN-DEBIT-AMOUNT
               TO WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD JRN-CREDIT-AMOUNT
               TO WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD 1 TO WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
           WRITE CASH-JOURNAL-RECORD
           IF NOT CASH-JOURNAL-OK
               DISPLAY 'STATUS ON CASH-JOURNAL-FILE WRITE: '
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
      * Each company's batch must balance on its own, and a failure
      * in any of them holds the whole night.
       PROVE-THE-BATCH.
           DISPLAY 'CASH JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'CASH JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           PERFORM PROVE-ONE-COMPANY-BATCH
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           IF NOT WS-RC-REJECTED
               DISPLAY 'CASH JOURNAL BATCHES PROVED - RELEASED'
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
               DISPLAY 'CASH JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       END-OF-PROGRAM.
