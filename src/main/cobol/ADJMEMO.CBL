      *****************************************************************
      * Program name:    ADJMEMO
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Generating non-return credit and debit memos for price
      * adjustments instead of correcting the customer by journal
      * entry.
      *
      * The only credit the invoice pipeline knew was a return, and
      * INVCALC demands an RMA for those, so a pricing error, a
      * goodwill allowance, or a charge we forgot to bill was fixed
      * with a manual journal entry that never reached INVHIST1 or
      * the customer's statement. Billing now keys an adjustment
      * request to ADJREQ1 instead: the customer, the original
      * invoice being adjusted, a reason code, the amount, whether
      * the adjustment is taxable, and who approved it. Each night,
      * on the FINCHG pattern, this step turns every valid request
      * into a memo in the INVFILE1 INVOICE layout on ADJMINV, which
      * INVRESUB merges into the INVFILE1 it builds, so the memo gets
      * INVCALC's full edit, register, tax, and GL treatment, reaches
      * INVTOT1 and INVHIST1, and prints on INVPRINT and CUSTSTMT
      * under its own heading.
      *
      * Memo types on the request:
      *   C - credit memo: INVCALC negates it the way it negates a
      *       return, but no RMA is asked for.
      *   D - debit memo: billed like an ordinary invoice.
      *
      * Reason codes: PE pricing error, GW goodwill allowance, MC
      * missed charge, OT anything else. The memo carries a single
      * line under the reserved SKU ADJM + reason + 0001 (ADJMPE0001
      * and so on), quantity 1, unit price equal to the amount, and
      * the line taxable flag 'T' or 'N' from the request. Each of
      * the four SKUs must be on PRODMAST as an active item with a
      * zero standard price, so the price-tolerance check leaves the
      * memo alone and the printed invoice carries its description.
      * The memo flag (INV-RETURN 'C' or 'D') tells INVCALC to post
      * the memo to the allowances account instead of product
      * revenue.
      *
      * The original invoice must be on the INVHIST1 history master
      * and billed to the same customer; the memo takes that
      * invoice's jurisdiction so the tax lands where the original
      * tax did. A credit larger than the original invoice's total is
      * refused. Memo numbers are built M + month + day + sequence,
      * the convention FINCHG uses with F and RECURGEN with B.
      *
      * Every memo generated is appended to the cumulative ADJMLOG1
      * memo log - memo number, original invoice, reason, amount and
      * approver - which INVPRINT reads to print the invoice a memo
      * adjusts. Every request, generated or refused, is listed on
      * the ADJMREG1 register; a refused request is logged to EXCPLOG
      * and ends the step with return code 4.
      * - A memo now bills under the operating company of the invoice
      *   it adjusts, taken from IHR-COMPANY-CODE on INVHIST1 into the
      *   new INV-COMPANY-CODE.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADJMEMO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-REQUEST-FILE ASSIGN TO 'ADJREQ1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ADJUSTMENT-REQUEST-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT MEMO-INVOICE-FILE ASSIGN TO 'ADJMINV'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMO-INVOICE-STATUS.
           SELECT MEMO-LOG-FILE ASSIGN TO 'ADJMLOG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMO-LOG-STATUS.
           SELECT MEMO-REGISTER-FILE ASSIGN TO 'ADJMREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMO-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One adjustment request per record, keyed by billing.
       FD  ADJUSTMENT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ADJUSTMENT-REQUEST-RECORD.
       01  ADJUSTMENT-REQUEST-RECORD.
           05  ADJ-MEMO-TYPE            PIC X(01).
               88  ADJ-IS-CREDIT-MEMO   VALUE 'C'.
               88  ADJ-IS-DEBIT-MEMO    VALUE 'D'.
               88  ADJ-MEMO-TYPE-IS-VALID VALUE 'C', 'D'.
           05  ADJ-CUSTOMER-NUMBER      PIC X(08).
           05  ADJ-ORIG-INVOICE-NUMBER  PIC X(08).
           05  ADJ-REASON-CODE          PIC X(02).
               88  ADJ-REASON-IS-KNOWN  VALUE 'PE', 'GW', 'MC', 'OT'.
           05  ADJ-AMOUNT               PIC 9(05)V99.
           05  ADJ-TAXABLE              PIC X(01).
               88  ADJ-IS-TAXABLE       VALUE 'Y'.
               88  ADJ-TAXABLE-IS-VALID VALUE 'Y', 'N'.
           05  ADJ-APPROVED-BY          PIC X(08).
           05  FILLER                   PIC X(05).

      * The cumulative invoice-history master HISTUPDT maintains,
      * keyed by invoice number; read here only to prove the
      * original invoice exists and whose it is.
       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-HISTORY-RECORD.
       01  INVOICE-HISTORY-RECORD.
           05  IHR-INVOICE-NUMBER       PIC X(08).
           05  IHR-CUSTOMER-NUMBER      PIC X(08).
           05  IHR-INVOICE-DATE         PIC X(08).
           05  IHR-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  IHR-JURISDICTION-CODE    PIC X(02).
           05  IHR-RETURN               PIC X.
           05  IHR-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * The INVFILE1 layout INVCALC reads; totals zeroed - INVCALC
      * computes them, exactly as it does for the partner feeds.
       FD  MEMO-INVOICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE.
       01  INVOICE.
           05  INV-DATE                 PIC X(08).
           05  INV-NUMBER               PIC X(08).
           05  INV-CUSTOMER-NUMBER      PIC X(08).
           05  INV-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  INV-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  INV-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  INV-JURISDICTION-CODE    PIC X(02).
           05  INV-RETURN               PIC X.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.
               10  INV-LINE-SKU         PIC X(10).
               10  INV-LINE-UNIT-PRICE  PIC S9(05)V99 COMP-3.
               10  INV-LINE-QUANTITY    PIC S9(05) COMP-3.
               10  INV-LINE-TAXABLE     PIC X.

      * Cumulative log of every memo generated, opened EXTEND like
      * INVCALC's RMA credit log, so a memo that sits in suspense
      * for a night or two still finds its original invoice when
      * INVPRINT finally prints it.
       FD  MEMO-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMO-LOG-RECORD.
       01  MEMO-LOG-RECORD.
           05  AML-MEMO-NUMBER          PIC X(08).
           05  AML-MEMO-TYPE            PIC X(01).
           05  AML-CUSTOMER-NUMBER      PIC X(08).
           05  AML-ORIG-INVOICE-NUMBER  PIC X(08).
           05  AML-REASON-CODE          PIC X(02).
           05  AML-AMOUNT               PIC S9(05)V99 COMP-3.
           05  AML-TAXABLE              PIC X(01).
           05  AML-APPROVED-BY          PIC X(08).
           05  AML-MEMO-DATE            PIC X(08).

       FD  MEMO-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMO-REGISTER-LINE.
       01  MEMO-REGISTER-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  ADJUSTMENT-REQUEST-STATUS PIC X(02).
               88  ADJUSTMENT-REQUEST-OK VALUE '00'.
               88  END-OF-ADJUSTMENT-REQUESTS VALUE '10'.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
               88  HISTORY-KEY-NOT-FOUND VALUE '23'.
           05  MEMO-INVOICE-STATUS      PIC X(02).
               88  MEMO-INVOICE-OK      VALUE '00'.
           05  MEMO-LOG-STATUS          PIC X(02).
               88  MEMO-LOG-OK          VALUE '00'.
               88  MEMO-LOG-MISSING     VALUE '35'.
           05  MEMO-REGISTER-STATUS     PIC X(02).
               88  MEMO-REGISTER-OK     VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'ADJMEMO'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'ADJMEMO'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'ADJMEMO'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       01  WS-MEMO-WORK-AREAS.
           05  WS-MEMO-SEQUENCE         PIC 9(03) VALUE ZERO.
           05  WS-MEMOS-GENERATED       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REQUESTS-REFUSED      PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TOTAL-CREDITED        PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
           05  WS-TOTAL-DEBITED         PIC S9(09)V99 COMP-3
                                            VALUE ZERO.
           05  WS-REFUSAL-REASON        PIC X(36).
           05  WS-ORIGINAL-FOUND-SWITCH PIC X.
               88  ORIGINAL-WAS-FOUND   VALUE 'Y'.

      * The reserved memo SKU: the group ADJM, the reason code, and
      * a fixed suffix.
       01  WS-MEMO-SKU.
           05  FILLER                   PIC X(04) VALUE 'ADJM'.
           05  WS-MEMO-SKU-REASON       PIC X(02).
           05  FILLER                   PIC X(04) VALUE '0001'.

       01  REGISTER-HEADING-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'ADJUSTMENT MEMO GENERATION   '.
           05  RGH-RUN-DATE             PIC X(08).
       01  REGISTER-COLUMN-LINE.
           05  FILLER                   PIC X(50) VALUE
               'T CUSTOMER ORIGINAL RS     AMOUNT  T APPROVER MEMO'.
           05  FILLER                   PIC X(20) VALUE
               '      DISPOSITION   '.
       01  REGISTER-DETAIL-LINE.
           05  RGD-MEMO-TYPE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-ORIG-INVOICE-NUMBER  PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-REASON-CODE          PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-AMOUNT               PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-TAXABLE              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-APPROVED-BY          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RGD-MEMO-NUMBER          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-DISPOSITION          PIC X(36).
       01  REGISTER-TRAILER-LINE.
           05  FILLER                   PIC X(12)
                   VALUE 'GENERATED:  '.
           05  RGT-GENERATED-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12)
                   VALUE '  REFUSED:  '.
           05  RGT-REFUSED-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(12)
                   VALUE '  CREDITS:  '.
           05  RGT-TOTAL-CREDITED       PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(11)
                   VALUE '  DEBITS:  '.
           05  RGT-TOTAL-DEBITED        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

      * No request file is an ordinary night with nothing to adjust;
      * the empty memo file still has to exist for INVRESUB.
           OPEN OUTPUT MEMO-INVOICE-FILE
           IF NOT MEMO-INVOICE-OK
               DISPLAY 'STATUS ON MEMO-INVOICE-FILE OPEN: '
                       MEMO-INVOICE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ADJMEMO STATUS ON MEMO-INVOICE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT ADJUSTMENT-REQUEST-FILE
           IF NOT ADJUSTMENT-REQUEST-OK
               DISPLAY 'STATUS ON ADJUSTMENT-REQUEST-FILE OPEN: '
                       ADJUSTMENT-REQUEST-STATUS
               DISPLAY 'NO ADJUSTMENT REQUESTS - NOTHING GENERATED'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ADJMEMO NO ADJUSTMENT REQUESTS TONIGHT'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ADJMEMO STATUS ON INVOICE-HISTORY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN EXTEND MEMO-LOG-FILE
           IF MEMO-LOG-MISSING
               OPEN OUTPUT MEMO-LOG-FILE
           END-IF
           IF NOT MEMO-LOG-OK
               DISPLAY 'STATUS ON MEMO-LOG-FILE EXTEND: '
                       MEMO-LOG-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ADJMEMO STATUS ON MEMO-LOG-FILE EXTEND'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT MEMO-REGISTER-FILE
           IF NOT MEMO-REGISTER-OK
               DISPLAY 'STATUS ON MEMO-REGISTER-FILE OPEN: '
                       MEMO-REGISTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ADJMEMO STATUS ON MEMO-REGISTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE TO RGH-RUN-DATE
           WRITE MEMO-REGISTER-LINE FROM REGISTER-HEADING-LINE
           WRITE MEMO-REGISTER-LINE FROM REGISTER-COLUMN-LINE

           PERFORM UNTIL END-OF-ADJUSTMENT-REQUESTS
               READ ADJUSTMENT-REQUEST-FILE
               IF ADJUSTMENT-REQUEST-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM JUDGE-ONE-REQUEST
               END-IF
           END-PERFORM

           MOVE SPACES TO MEMO-REGISTER-LINE
           WRITE MEMO-REGISTER-LINE
           MOVE WS-MEMOS-GENERATED TO RGT-GENERATED-COUNT
           MOVE WS-REQUESTS-REFUSED TO RGT-REFUSED-COUNT
           MOVE WS-TOTAL-CREDITED TO RGT-TOTAL-CREDITED
           MOVE WS-TOTAL-DEBITED TO RGT-TOTAL-DEBITED
           WRITE MEMO-REGISTER-LINE FROM REGISTER-TRAILER-LINE

           GO TO END-OF-PROGRAM
           .
      * Every edit is judged first, then one EVALUATE picks the
      * first refusal or generates the memo, the same shape as
      * INVCALC's invoice-level edits.
       JUDGE-ONE-REQUEST.
           MOVE ADJ-MEMO-TYPE TO RGD-MEMO-TYPE
           MOVE ADJ-CUSTOMER-NUMBER TO RGD-CUSTOMER-NUMBER
           MOVE ADJ-ORIG-INVOICE-NUMBER TO RGD-ORIG-INVOICE-NUMBER
           MOVE ADJ-REASON-CODE TO RGD-REASON-CODE
           MOVE ADJ-TAXABLE TO RGD-TAXABLE
           MOVE ADJ-APPROVED-BY TO RGD-APPROVED-BY
           MOVE SPACES TO RGD-MEMO-NUMBER
           IF ADJ-AMOUNT IS NUMERIC
               MOVE ADJ-AMOUNT TO RGD-AMOUNT
           ELSE
               MOVE ZERO TO RGD-AMOUNT
           END-IF
           PERFORM LOOK-UP-ORIGINAL-INVOICE
           MOVE SPACES TO WS-REFUSAL-REASON
           EVALUATE TRUE
               WHEN NOT ADJ-MEMO-TYPE-IS-VALID
                   MOVE 'MEMO TYPE NOT C OR D'
                       TO WS-REFUSAL-REASON
               WHEN NOT ADJ-REASON-IS-KNOWN
                   MOVE 'REASON CODE NOT RECOGNIZED'
                       TO WS-REFUSAL-REASON
               WHEN ADJ-AMOUNT IS NOT NUMERIC
               OR ADJ-AMOUNT IS EQUAL TO ZERO
                   MOVE 'AMOUNT MISSING OR NOT NUMERIC'
                       TO WS-REFUSAL-REASON
               WHEN NOT ADJ-TAXABLE-IS-VALID
                   MOVE 'TAXABLE FLAG NOT Y OR N'
                       TO WS-REFUSAL-REASON
               WHEN ADJ-APPROVED-BY IS EQUAL TO SPACES
                   MOVE 'NO APPROVER ON REQUEST'
                       TO WS-REFUSAL-REASON
               WHEN NOT ORIGINAL-WAS-FOUND
                   MOVE 'ORIGINAL INVOICE NOT ON HISTORY'
                       TO WS-REFUSAL-REASON
               WHEN IHR-CUSTOMER-NUMBER IS NOT EQUAL TO
                       ADJ-CUSTOMER-NUMBER
                   MOVE 'ORIGINAL BILLED TO ANOTHER CUSTOMER'
                       TO WS-REFUSAL-REASON
               WHEN ADJ-IS-CREDIT-MEMO
               AND ADJ-AMOUNT IS GREATER THAN IHR-TOTAL-AMOUNT
                   MOVE 'CREDIT EXCEEDS ORIGINAL INVOICE'
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM GENERATE-ONE-MEMO
           END-EVALUATE
           IF WS-REFUSAL-REASON IS NOT EQUAL TO SPACES
               PERFORM REFUSE-ONE-REQUEST
           END-IF
           WRITE MEMO-REGISTER-LINE FROM REGISTER-DETAIL-LINE
           .
       LOOK-UP-ORIGINAL-INVOICE.
           MOVE 'N' TO WS-ORIGINAL-FOUND-SWITCH
           MOVE ADJ-ORIG-INVOICE-NUMBER TO IHR-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
           EVALUATE TRUE
               WHEN INVOICE-HISTORY-OK
                   SET ORIGINAL-WAS-FOUND TO TRUE
               WHEN HISTORY-KEY-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STATUS ON INVOICE-HISTORY READ: '
                           INVOICE-HISTORY-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'ADJMEMO STATUS ON INVOICE-HISTORY READ'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-EVALUATE
           .
       REFUSE-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-REFUSED
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE WS-REFUSAL-REASON TO RGD-DISPOSITION
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE SPACES TO WS-EL-EXCEPTION-TEXT
           STRING 'ADJUSTMENT REFUSED - ' DELIMITED BY SIZE
                  WS-REFUSAL-REASON DELIMITED BY SIZE
               INTO WS-EL-EXCEPTION-TEXT
           END-STRING
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE ADJ-ORIG-INVOICE-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACE TO WS-EL-SEVERITY-CODE
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           .
       GENERATE-ONE-MEMO.
           ADD 1 TO WS-MEMO-SEQUENCE
      * The line count must be set before the group MOVE: the group's
      * size comes from the OCCURS DEPENDING ON object, and on the
      * first memo of the run that file-record byte is whatever the
      * OPEN left there - not valid packed decimal.
           MOVE 1 TO INV-LINE-ITEM-COUNT
           MOVE SPACES TO INVOICE
           MOVE 1 TO INV-LINE-ITEM-COUNT
           MOVE WS-CDT-DATE TO INV-DATE
           MOVE 'M' TO INV-NUMBER(1:1)
           MOVE WS-CDT-DATE(5:4) TO INV-NUMBER(2:4)
           MOVE WS-MEMO-SEQUENCE TO INV-NUMBER(6:3)
           MOVE ADJ-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER
           MOVE ZERO TO INV-TOTAL-AMOUNT
           MOVE ZERO TO INV-TOTAL-BEFORE-TAX
           MOVE ZERO TO INV-TOTAL-SALES-TAX
           MOVE ZERO TO INV-FREIGHT-AMOUNT
           MOVE ZERO TO INV-HANDLING-AMOUNT
           MOVE IHR-JURISDICTION-CODE TO INV-JURISDICTION-CODE
           MOVE IHR-COMPANY-CODE TO INV-COMPANY-CODE
           MOVE ADJ-MEMO-TYPE TO INV-RETURN
           MOVE ADJ-REASON-CODE TO WS-MEMO-SKU-REASON
           MOVE WS-MEMO-SKU TO INV-LINE-SKU(1)
           MOVE ADJ-AMOUNT TO INV-LINE-UNIT-PRICE(1)
           MOVE 1 TO INV-LINE-QUANTITY(1)
           IF ADJ-IS-TAXABLE
               MOVE 'T' TO INV-LINE-TAXABLE(1)
           ELSE
               MOVE 'N' TO INV-LINE-TAXABLE(1)
           END-IF
           WRITE INVOICE
           IF NOT MEMO-INVOICE-OK
               DISPLAY 'STATUS ON MEMO-INVOICE-FILE WRITE: '
                       MEMO-INVOICE-STATUS
               MOVE 'MEMO FILE WRITE FAILED' TO WS-REFUSAL-REASON
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ADJMEMO STATUS ON MEMO-INVOICE-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM WRITE-MEMO-LOG-RECORD
               ADD 1 TO WS-MEMOS-GENERATED
               IF ADJ-IS-CREDIT-MEMO
                   ADD ADJ-AMOUNT TO WS-TOTAL-CREDITED
                   MOVE 'CREDIT MEMO GENERATED' TO RGD-DISPOSITION
               ELSE
                   ADD ADJ-AMOUNT TO WS-TOTAL-DEBITED
                   MOVE 'DEBIT MEMO GENERATED' TO RGD-DISPOSITION
               END-IF
               MOVE INV-NUMBER TO RGD-MEMO-NUMBER
           END-IF
           .
       WRITE-MEMO-LOG-RECORD.
           MOVE INV-NUMBER TO AML-MEMO-NUMBER
           MOVE ADJ-MEMO-TYPE TO AML-MEMO-TYPE
           MOVE ADJ-CUSTOMER-NUMBER TO AML-CUSTOMER-NUMBER
           MOVE ADJ-ORIG-INVOICE-NUMBER TO AML-ORIG-INVOICE-NUMBER
           MOVE ADJ-REASON-CODE TO AML-REASON-CODE
           MOVE ADJ-AMOUNT TO AML-AMOUNT
           MOVE ADJ-TAXABLE TO AML-TAXABLE
           MOVE ADJ-APPROVED-BY TO AML-APPROVED-BY
           MOVE WS-CDT-DATE TO AML-MEMO-DATE
           WRITE MEMO-LOG-RECORD
           IF NOT MEMO-LOG-OK
               DISPLAY 'STATUS ON MEMO-LOG-FILE WRITE: '
                       MEMO-LOG-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ADJMEMO STATUS ON MEMO-LOG-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'ADJUSTMENT REQUESTS READ:  ' WS-JS-RECORD-COUNT
           DISPLAY 'ADJUSTMENT MEMOS GENERATED: ' WS-MEMOS-GENERATED
           DISPLAY 'ADJUSTMENT REQUESTS REFUSED: '
                   WS-REQUESTS-REFUSED
           CLOSE ADJUSTMENT-REQUEST-FILE
           CLOSE INVOICE-HISTORY-FILE
           CLOSE MEMO-INVOICE-FILE
           CLOSE MEMO-LOG-FILE
           CLOSE MEMO-REGISTER-FILE
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
