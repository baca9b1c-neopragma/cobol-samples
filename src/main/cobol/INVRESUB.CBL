      *   contract invoices RECURGEN generates (RECURINV) are
      *   appended to the merged file too, so generated billing gets
      *   INVCALC's full treatment like everything else.
      * - The invoice record now carries INV-SHIP-WAREHOUSE, the
      *   warehouse the goods shipped from, ahead of the line count.
      * - The credit and debit memos ADJMEMO generates (ADJMINV) are
      *   appended to the merged file after the contract invoices.
      * - The year-end volume rebate credit memos REBATE issues
      *   (REBTINV) are appended after the adjustment memos.
      * - The invoice record now carries INV-COMPANY-CODE, resubmitted
      *   with the rest of the invoice as it stood.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVRESUB.
           SELECT CHARGE-INVOICE-FILE ASSIGN TO 'FINCHINV'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHARGE-INVOICE-STATUS.
           SELECT MEMO-INVOICE-FILE ASSIGN TO 'ADJMINV'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMO-INVOICE-STATUS.
           SELECT REBATE-INVOICE-FILE ASSIGN TO 'REBTINV'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REBATE-INVOICE-STATUS.
           SELECT SUSPENSE-AGING-FILE ASSIGN TO 'SUSAGE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUSPENSE-AGING-STATUS.
           05  SUS-SUSPENSE-DATE        PIC X(08).
           05  SUS-RESUBMIT-FLAG        PIC X.
               88  SUS-IS-RESUBMITTED   VALUE 'Y'.
           05  SUS-INVOICE-IMAGE        PIC X(1857).

      * Tonight's raw invoice feed, the same INVOICE layout INVCALC
      * reads; records are copied through unchanged.
           05  NFD-INV-RETURN           PIC X.
           05  NFD-INV-FREIGHT-AMOUNT   PIC S9(05)V99 COMP-3.
           05  NFD-INV-HANDLING-AMOUNT  PIC S9(05)V99 COMP-3.
           05  NFD-INV-SHIP-WAREHOUSE   PIC X(02).
           05  NFD-INV-COMPANY-CODE     PIC X(02).
           05  NFD-INV-LINE-ITEM-COUNT  PIC S9(05) COMP-3.
           05  NFD-INV-LINE OCCURS 1 TO 100
                        DEPENDING ON NFD-INV-LINE-ITEM-COUNT.
           05  CHG-INV-RETURN           PIC X.
           05  CHG-INV-FREIGHT-AMOUNT   PIC S9(05)V99 COMP-3.
           05  CHG-INV-HANDLING-AMOUNT  PIC S9(05)V99 COMP-3.
           05  CHG-INV-SHIP-WAREHOUSE   PIC X(02).
           05  CHG-INV-COMPANY-CODE     PIC X(02).
           05  CHG-INV-LINE-ITEM-COUNT  PIC S9(05) COMP-3.
           05  CHG-INV-LINE OCCURS 1 TO 100
                        DEPENDING ON CHG-INV-LINE-ITEM-COUNT.
           05  RCG-INV-RETURN           PIC X.
           05  RCG-INV-FREIGHT-AMOUNT   PIC S9(05)V99 COMP-3.
           05  RCG-INV-HANDLING-AMOUNT  PIC S9(05)V99 COMP-3.
           05  RCG-INV-SHIP-WAREHOUSE   PIC X(02).
           05  RCG-INV-COMPANY-CODE     PIC X(02).
           05  RCG-INV-LINE-ITEM-COUNT  PIC S9(05) COMP-3.
           05  RCG-INV-LINE OCCURS 1 TO 100
                        DEPENDING ON RCG-INV-LINE-ITEM-COUNT.
               10  RCG-INV-LINE-QUANTITY PIC S9(05) COMP-3.
               10  RCG-INV-LINE-TAXABLE PIC X.

      * The credit and debit memos ADJMEMO generated tonight, in the
      * same INVOICE layout, merged the way the finance charges are.
       FD  MEMO-INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMO-INVOICE.
       01  MEMO-INVOICE.
           05  AMI-INV-DATE             PIC X(08).
           05  AMI-INV-NUMBER           PIC X(08).
           05  AMI-INV-CUSTOMER-NUMBER  PIC X(08).
           05  AMI-INV-TOTAL-AMOUNT     PIC S9(07)V99 COMP-3.
           05  AMI-INV-TOTAL-BEFORE-TAX PIC S9(07)V99 COMP-3.
           05  AMI-INV-TOTAL-SALES-TAX  PIC S9(05)V9(03) COMP-3.
           05  AMI-INV-JURISDICTION-CODE PIC X(02).
           05  AMI-INV-RETURN           PIC X.
           05  AMI-INV-FREIGHT-AMOUNT   PIC S9(05)V99 COMP-3.
           05  AMI-INV-HANDLING-AMOUNT  PIC S9(05)V99 COMP-3.
           05  AMI-INV-SHIP-WAREHOUSE   PIC X(02).
           05  AMI-INV-COMPANY-CODE     PIC X(02).
           05  AMI-INV-LINE-ITEM-COUNT  PIC S9(05) COMP-3.
           05  AMI-INV-LINE OCCURS 1 TO 100
                        DEPENDING ON AMI-INV-LINE-ITEM-COUNT.
               10  AMI-INV-LINE-SKU     PIC X(10).
               10  AMI-INV-LINE-UNIT-PRICE PIC S9(05)V99 COMP-3.
               10  AMI-INV-LINE-QUANTITY PIC S9(05) COMP-3.
               10  AMI-INV-LINE-TAXABLE PIC X.

      * The year-end rebate credit memos REBATE issued, in the same
      * INVOICE layout.
       FD  REBATE-INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REBATE-INVOICE.
       01  REBATE-INVOICE.
           05  RBI-INV-DATE             PIC X(08).
           05  RBI-INV-NUMBER           PIC X(08).
           05  RBI-INV-CUSTOMER-NUMBER  PIC X(08).
           05  RBI-INV-TOTAL-AMOUNT     PIC S9(07)V99 COMP-3.
           05  RBI-INV-TOTAL-BEFORE-TAX PIC S9(07)V99 COMP-3.
           05  RBI-INV-TOTAL-SALES-TAX  PIC S9(05)V9(03) COMP-3.
           05  RBI-INV-JURISDICTION-CODE PIC X(02).
           05  RBI-INV-RETURN           PIC X.
           05  RBI-INV-FREIGHT-AMOUNT   PIC S9(05)V99 COMP-3.
           05  RBI-INV-HANDLING-AMOUNT  PIC S9(05)V99 COMP-3.
           05  RBI-INV-SHIP-WAREHOUSE   PIC X(02).
           05  RBI-INV-COMPANY-CODE     PIC X(02).
           05  RBI-INV-LINE-ITEM-COUNT  PIC S9(05) COMP-3.
           05  RBI-INV-LINE OCCURS 1 TO 100
                        DEPENDING ON RBI-INV-LINE-ITEM-COUNT.
               10  RBI-INV-LINE-SKU     PIC X(10).
               10  RBI-INV-LINE-UNIT-PRICE PIC S9(05)V99 COMP-3.
               10  RBI-INV-LINE-QUANTITY PIC S9(05) COMP-3.
               10  RBI-INV-LINE-TAXABLE PIC X.

      * The INVFILE1 INVCALC will read tonight: the raw feed plus
      * every corrected suspense invoice.
       FD  MERGED-INVOICE-FILE
           05  MRG-INV-RETURN           PIC X.
           05  MRG-INV-FREIGHT-AMOUNT   PIC S9(05)V99 COMP-3.
           05  MRG-INV-HANDLING-AMOUNT  PIC S9(05)V99 COMP-3.
           05  MRG-INV-SHIP-WAREHOUSE   PIC X(02).
           05  MRG-INV-COMPANY-CODE     PIC X(02).
           05  MRG-INV-LINE-ITEM-COUNT  PIC S9(05) COMP-3.
           05  MRG-INV-LINE OCCURS 1 TO 100
                        DEPENDING ON MRG-INV-LINE-ITEM-COUNT.
       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUSPENSE-OUT-RECORD.
       01  SUSPENSE-OUT-RECORD          PIC X(1896).

      * One line per suspense item still waiting for a correction,
      * with how many days it has sat.
           05  RECUR-INVOICE-STATUS     PIC X(02).
               88  RECUR-INVOICE-OK     VALUE '00'.
               88  END-OF-RECUR-INVOICES VALUE '10'.
           05  MEMO-INVOICE-STATUS      PIC X(02).
               88  MEMO-INVOICE-OK      VALUE '00'.
               88  END-OF-MEMO-INVOICES VALUE '10'.
           05  REBATE-INVOICE-STATUS    PIC X(02).
               88  REBATE-INVOICE-OK    VALUE '00'.
               88  END-OF-REBATE-INVOICES VALUE '10'.
           05  MERGED-INVOICE-STATUS    PIC X(02).
               88  MERGED-INVOICE-OK    VALUE '00'.
           05  SUSPENSE-OUT-STATUS      PIC X(02).
       01  WS-MERGE-TOTALS.
           05  WS-CHARGES-MERGED-COUNT  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RECURRING-MERGED-COUNT PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-MEMOS-MERGED-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REBATES-MERGED-COUNT  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-FEED-COPIED-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RESUBMITTED-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CARRIED-FORWARD-COUNT PIC S9(07) COMP-3 VALUE ZERO.

           PERFORM PROCESS-RECURRING-INVOICES

           PERFORM PROCESS-ADJUSTMENT-MEMOS

           PERFORM PROCESS-REBATE-MEMOS

           PERFORM WRITE-AGING-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           PERFORM WRITE-MERGED-INVOICE
           ADD 1 TO WS-RECURRING-MERGED-COUNT
           .
      * A missing or unopenable ADJMINV just means ADJMEMO had no
      * adjustments to generate tonight.
       PROCESS-ADJUSTMENT-MEMOS.
           OPEN INPUT MEMO-INVOICE-FILE
           IF NOT MEMO-INVOICE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-MEMO-INVOICES
                   READ MEMO-INVOICE-FILE
                   IF MEMO-INVOICE-OK
                       PERFORM COPY-ONE-ADJUSTMENT-MEMO
                   END-IF
               END-PERFORM
               CLOSE MEMO-INVOICE-FILE
           END-IF
           .
       COPY-ONE-ADJUSTMENT-MEMO.
           MOVE AMI-INV-LINE-ITEM-COUNT TO MRG-INV-LINE-ITEM-COUNT
           MOVE MEMO-INVOICE TO MERGED-INVOICE
           PERFORM WRITE-MERGED-INVOICE
           ADD 1 TO WS-MEMOS-MERGED-COUNT
           .
      * A missing or unopenable REBTINV just means no rebate
      * agreement was settled tonight.
       PROCESS-REBATE-MEMOS.
           OPEN INPUT REBATE-INVOICE-FILE
           IF NOT REBATE-INVOICE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-REBATE-INVOICES
                   READ REBATE-INVOICE-FILE
                   IF REBATE-INVOICE-OK
                       PERFORM COPY-ONE-REBATE-MEMO
                   END-IF
               END-PERFORM
               CLOSE REBATE-INVOICE-FILE
           END-IF
           .
       COPY-ONE-REBATE-MEMO.
           MOVE RBI-INV-LINE-ITEM-COUNT TO MRG-INV-LINE-ITEM-COUNT
           MOVE REBATE-INVOICE TO MERGED-INVOICE
           PERFORM WRITE-MERGED-INVOICE
           ADD 1 TO WS-REBATES-MERGED-COUNT
           .
       COPY-ONE-FEED-INVOICE.
           MOVE NFD-INV-LINE-ITEM-COUNT TO MRG-INV-LINE-ITEM-COUNT
           MOVE NEW-FEED-INVOICE TO MERGED-INVOICE
                   WS-CHARGES-MERGED-COUNT
           DISPLAY 'CONTRACT INVOICES MERGED:  '
                   WS-RECURRING-MERGED-COUNT
           DISPLAY 'ADJUSTMENT MEMOS MERGED:   '
                   WS-MEMOS-MERGED-COUNT
           DISPLAY 'REBATE MEMOS MERGED:       '
                   WS-REBATES-MERGED-COUNT
           CLOSE NEW-FEED-FILE
           CLOSE MERGED-INVOICE-FILE
           CLOSE SUSPENSE-OUT-FILE
               WS-FEED-COPIED-COUNT + WS-RESUBMITTED-COUNT
               + WS-CHARGES-MERGED-COUNT
               + WS-RECURRING-MERGED-COUNT
               + WS-MEMOS-MERGED-COUNT
               + WS-REBATES-MERGED-COUNT
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
