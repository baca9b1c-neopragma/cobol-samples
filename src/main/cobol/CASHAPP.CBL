      *   on account against that customer's open invoices oldest
      *   first, with any cash past the last open item suspensed by
      *   name.
      * - BANKACH1, the bank's ACH remittance file, is now read
      *   directly after the lockbox instead of being keyed into
      *   BANKLBX1 format by hand every morning. A type-6 entry is held
      *   behind its type-7 addenda exactly as a check is held behind
      *   its remittance detail, and goes through the same matching
      *   rules, with the payer's identification field standing in for
      *   the check reference and the trace number tying addenda to the
      *   entry. Every payment and suspense record now carries a
      *   payment-method code - L lockbox, E electronic - so CASHBAL
      *   can prove each channel against its own bank total.
      * - The INVTOT1 layout now carries the operating company code.
      * - Cash against a foreign-currency invoice (INVTOT1 now carries
      *   the billing currency and booked rate) is applied in that
      *   currency: the home cash the bank credits buys the currency at
      *   the EXCHRATE rate on the deposit date, and that currency is
      *   what matches and clears the invoice at its booked rate. The
      *   cash still goes to PMTFILE0 as type C at the amount the bank
      *   credited, so the deposit proof is untouched; the realized
      *   exchange difference follows it as its own type-X payment
      *   record, positive for a loss and negative for a gain, for
      *   CASHGLEX to post.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - A check applied on account to a national-account parent
      *   (CUSTMAST's new CM-PARENT-CUSTOMER) now works oldest first
      *   through the open invoices of the parent and every location
      *   under it, since head office pays centrally for its stores.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHAPP.
           SELECT LOCKBOX-FILE ASSIGN TO 'BANKLBX1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LOCKBOX-FILE-STATUS.
           SELECT ELECTRONIC-REMIT-FILE ASSIGN TO 'BANKACH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ELECTRONIC-REMIT-STATUS.
           SELECT INVOICE-TOTALS-FILE ASSIGN TO 'INVTOT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-TOTALS-STATUS.
           SELECT CHARGEBACK-FILE ASSIGN TO 'CHGBACK1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHARGEBACK-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EXCHANGE-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The bank's lockbox remittance file. A payment record (type
           05  LBD-INVOICE-NUMBER       PIC X(08).
           05  LBD-AMOUNT               PIC 9(07)V99.

      * The bank's ACH remittance file. A type-6 entry record is one
      * electronic payment: the settlement date, the bank's trace
      * number, whatever reference the payer sent in the
      * identification field, and the amount. Type-7 addenda records
      * follow the entry they belong to, each naming one invoice the
      * payment covers and the amount applied to it, tied back to
      * the entry by its trace number.
       FD  ELECTRONIC-REMIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACH-ENTRY-RECORD.
       01  ACH-ENTRY-RECORD.
           05  ACH-RECORD-TYPE          PIC X.
               88  ACH-IS-ENTRY         VALUE '6'.
               88  ACH-IS-ADDENDA       VALUE '7'.
           05  ACH-SETTLEMENT-DATE      PIC X(08).
           05  ACH-TRACE-NUMBER         PIC X(15).
           05  ACH-REFERENCE            PIC X(16).
           05  ACH-AMOUNT               PIC 9(07)V99.
           05  FILLER                   PIC X(11).
      * Addenda: the entry's trace number, one invoice the payment
      * covers, and that invoice's share.
       01  ACH-ADDENDA-RECORD.
           05  ACA-RECORD-TYPE          PIC X.
           05  ACA-TRACE-NUMBER         PIC X(15).
           05  ACA-INVOICE-NUMBER       PIC X(08).
           05  ACA-AMOUNT               PIC 9(07)V99.
           05  FILLER                   PIC X(27).

      * Same layout INVCALC writes to INVOICE-TOTALS-FILE (INVTOT1).
       FD  INVOICE-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           05  ITR-DUE-DATE             PIC X(08).
           05  ITR-FREIGHT-AMOUNT       PIC S9(07)V99 COMP-3.
           05  ITR-HANDLING-AMOUNT      PIC S9(07)V99 COMP-3.
           05  ITR-COMPANY-CODE         PIC X(02).
           05  ITR-CURRENCY-CODE        PIC X(03).
           05  ITR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  ITR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.
           05  ITR-TAX-REMITTED-BY      PIC X(01).
      * The restocking fee kept back on a return against an RMA,
      * already inside the before-tax total; zero otherwise.
           05  ITR-RESTOCK-FEE          PIC S9(07)V99 COMP-3.
      * Run-date header INVCALC stamps as the first record of the
      * extract; VERIFY-INVOICE-TOTALS-HEADER refuses the file
      * when it is missing or carries a prior date.
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).

      * Effective-dated exchange rates to home currency, the same
      * file REFORMER converts foreign prices with. The rate in
      * effect on a date is the one with the latest effective date
      * not after it.
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-CURRENCY-CODE        PIC X(03).
           05  XRT-EFFECTIVE-DATE       PIC X(08).
           05  XRT-RATE                 PIC 9(03)V9(06).


      * Matched payments, in the layout PMTEDIT reads and ARAGE
      * What kind of cash event this is: space or C is a remitted
      * payment, D is the earned early-payment discount CASHAPP
      * writes alongside the short-paid check so the invoice still
      * closes through the normal pipeline. X is the realized
      * exchange difference on a foreign-currency invoice - the
      * booked value of the currency the cash bought less the home
      * cash itself, negative for a gain.
           05  PMT-TYPE                 PIC X.
               88  PMT-IS-CASH          VALUE ' ', 'C'.
               88  PMT-IS-DISCOUNT      VALUE 'D'.
               88  PMT-IS-EXCHANGE      VALUE 'X'.
      * Which bank channel the cash arrived through, so CASHBAL can
      * prove each deposit against its own bank total: L is the
      * lockbox, E the ACH remittance file. Space is cash no bank
      * channel delivered tonight (applications, resubmitted
      * suspense from before the code existed).
           05  PMT-PAYMENT-METHOD       PIC X.
               88  PMT-BY-LOCKBOX       VALUE 'L'.
               88  PMT-BY-ELECTRONIC    VALUE 'E'.

      * Same layout INVCALC reads from CUSTMAST; only the number and
      * the terms code matter here.
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(10).
      * The customer this account rolls up to; a parent's on-account
      * check is applied across the invoices of everything under it.
           05  CM-PARENT-CUSTOMER       PIC X(08).
           05  CM-HIERARCHY-CREDIT-LIMIT PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(07).

      * Same layout INVCALC reads from TERMMAST: the net days drive
      * the due date there; the discount window and percentage drive
           05  CSS-SUSPENSE-DATE        PIC X(08).
           05  CSS-RESOLVED-INVOICE     PIC X(08).
           05  CSS-RESUBMIT-FLAG        PIC X.
      * The bank channel the suspensed cash arrived through, the
      * same code PMT-PAYMENT-METHOD carries.
           05  CSS-PAYMENT-METHOD       PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  LOCKBOX-FILE-STATUS      PIC X(02).
               88  LOCKBOX-FILE-OK      VALUE '00'.
               88  END-OF-LOCKBOX-FILE  VALUE '10'.
           05  ELECTRONIC-REMIT-STATUS  PIC X(02).
               88  ELECTRONIC-REMIT-OK  VALUE '00'.
               88  END-OF-ELECTRONIC-REMIT VALUE '10'.
               88  ELECTRONIC-REMIT-MISSING VALUE '35'.
           05  INVOICE-TOTALS-STATUS    PIC X(02).
               88  INVOICE-TOTALS-OK    VALUE '00'.
           05  EXCHANGE-RATE-STATUS     PIC X(02).
               88  EXCHANGE-RATE-OK     VALUE '00'.
               88  END-OF-EXCHANGE-RATES VALUE '10'.
               88  END-OF-INVOICE-TOTALS VALUE '10'.
           05  PAYMENT-FILE-STATUS      PIC X(02).
               88  PAYMENT-FILE-OK      VALUE '00'.
               10  WS-OPEN-INVOICE-AMOUNT PIC S9(07)V99 COMP-3.
               10  WS-OPEN-INVOICE-DATE   PIC X(08).
               10  WS-OPEN-CUSTOMER-NUMBER PIC X(08).
               10  WS-OPEN-CURRENCY-CODE  PIC X(03).
               10  WS-OPEN-BOOKED-RATE    PIC 9(03)V9(06).
      * Set for the invoices an on-account check may apply to: the
      * named customer's own and those of every account under it.
               10  WS-OPEN-HIERARCHY-SWITCH PIC X.
                   88  WS-OPEN-IN-HIERARCHY VALUE 'Y'.

      * Terms code and national-account parent per customer, from
      * CUSTMAST, and the terms master itself, from TERMMAST; either
      * file unopenable leaves its table empty and the discount test
      * disabled, the same degradation the other master loads follow.
       01  WS-CUSTOMER-TERMS-TABLE-AREA.
           05  WS-CUSTOMER-TERMS-COUNT  PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-TERMS    PIC S9(05) COMP-3 VALUE 1000.
                       INDEXED BY CUSTOMER-TERMS-INDEX.
               10  WS-CTM-CUSTOMER-NUMBER PIC X(08).
               10  WS-CTM-TERMS-CODE      PIC X(02).
               10  WS-CTM-PARENT-CUSTOMER PIC X(08).
       01  WS-TERMS-TABLE-AREA.
           05  WS-TERMS-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-TERMS-ENTRIES     PIC S9(05) COMP-3 VALUE 50.
           05  WS-MATCHED-INVOICE-AMOUNT PIC S9(07)V99 COMP-3.
           05  WS-MATCHED-INVOICE-DATE  PIC X(08).
           05  WS-MATCHED-CUSTOMER      PIC X(08).
           05  WS-MATCHED-CURRENCY-CODE PIC X(03).
           05  WS-MATCHED-BOOKED-RATE   PIC 9(03)V9(06).
           05  WS-PAYMENT-MATCH-SWITCH  PIC X.
               88  PAYMENT-IS-MATCHED   VALUE 'Y'.

      * Exchange rates loaded at start of run; spaces or USD is
      * home currency at rate 1, no lookup needed.
       01  WS-EXCHANGE-RATE-TABLE-AREA.
           05  WS-EXCHANGE-RATE-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-EXCHANGE-RATES    PIC S9(05) COMP-3 VALUE 100.
           05  WS-EXCHANGE-RATE-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-EXCHANGE-RATE-COUNT
                       INDEXED BY EXCHANGE-RATE-INDEX.
               10  WS-XRT-CURRENCY      PIC X(03).
               10  WS-XRT-EFFECTIVE     PIC X(08).
               10  WS-XRT-RATE          PIC 9(03)V9(06).
       01  WS-CURRENCY-WORK-AREAS.
           05  WS-RATE-CURRENCY-CODE    PIC X(03).
           05  WS-RATE-AS-OF-DATE       PIC X(08).
           05  WS-RATE-USED             PIC 9(03)V9(06).
           05  WS-BEST-RATE-DATE        PIC X(08).
           05  WS-EXCHANGE-FOUND-SWITCH PIC X.
               88  EXCHANGE-RATE-FOUND  VALUE 'Y'.
           05  WS-RATE-SUB              PIC S9(05) COMP.

      * Foreign-currency application: the bank credits home cash,
      * which buys the invoice currency at the deposit-date rate;
      * that currency clears the receivable at the rate the invoice
      * was booked at. The cleared value less the cash is the
      * realized exchange difference.
       01  WS-EXCHANGE-WORK-AREAS.
           05  WS-FX-INVOICE-NUMBER     PIC X(08).
           05  WS-FX-CURRENCY-CODE      PIC X(03).
           05  WS-FX-BOOKED-RATE        PIC 9(03)V9(06).
           05  WS-FX-DEPOSIT-RATE       PIC 9(03)V9(06).
           05  WS-FX-CASH-AMOUNT        PIC S9(07)V99 COMP-3.
           05  WS-FX-CURRENCY-AMOUNT    PIC S9(07)V99 COMP-3.
           05  WS-FX-CLEARED-AMOUNT     PIC S9(07)V99 COMP-3.
           05  WS-FX-DIFFERENCE         PIC S9(07)V99 COMP-3.
           05  WS-FX-FOREIGN-SWITCH     PIC X.
               88  FX-ITEM-IS-FOREIGN   VALUE 'Y'.

      * Earned-discount evaluation for the matched invoice: the
      * discount the terms allow, the total it reduces the invoice
      * to, and how the payment in hand compares.
           05  WS-SUSPENSE-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DISCOUNTS-EARNED-COUNT PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CHARGEBACK-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-EXCHANGE-DIFF-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DETAIL-APPLIED-COUNT  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ON-ACCOUNT-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LOCKBOX-CHECKS-READ   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ELECTRONIC-PAYMENTS-READ
                                        PIC S9(07) COMP-3 VALUE ZERO.

      * The check in hand, held until its remittance detail (if the
      * bank sent any) has been gathered behind it. An ACH entry is
      * held the same way behind its addenda; the detail key is what
      * the detail records point back with - the check reference on
      * the lockbox, the trace number on the ACH file.
       01  WS-HELD-CHECK-AREAS.
           05  WS-CHECK-HELD-SWITCH     PIC X VALUE 'N'.
               88  A-CHECK-IS-HELD      VALUE 'Y'.
           05  WS-HELD-DEPOSIT-DATE     PIC X(08).
           05  WS-HELD-REFERENCE        PIC X(16).
           05  WS-HELD-DETAIL-KEY       PIC X(16).
           05  WS-HELD-AMOUNT           PIC S9(07)V99 COMP-3.
           05  WS-HELD-DETAIL-COUNT     PIC S9(05) COMP-3.
           05  WS-HELD-DETAIL-APPLIED   PIC S9(09)V99 COMP-3.
           05  WS-HELD-REMAINDER        PIC S9(09)V99 COMP-3.

      * The channel being read, stamped on every payment and
      * suspense record written while it is open.
       01  WS-CHANNEL-AREAS.
           05  WS-PAYMENT-METHOD        PIC X.
               88  READING-LOCKBOX      VALUE 'L'.
               88  READING-ELECTRONIC   VALUE 'E'.

      * One remittance detail line in channel-neutral form, moved in
      * from LOCKBOX-DETAIL-RECORD or ACH-ADDENDA-RECORD.
       01  WS-DETAIL-LINE-AREAS.
           05  WS-DTL-DETAIL-KEY        PIC X(16).
           05  WS-DTL-INVOICE-NUMBER    PIC X(08).
           05  WS-DTL-AMOUNT            PIC S9(07)V99 COMP-3.

      * On-account application work: the customer the reference
      * named, the cash still to place, and the oldest-open scan.
       01  WS-ON-ACCOUNT-AREAS.
           05  WS-APPLIED-THIS-PASS     PIC S9(07)V99 COMP-3.
           05  WS-MORE-OPEN-SWITCH      PIC X.
               88  AN-OPEN-ITEM-REMAINS VALUE 'Y'.
      * Walk up an invoice customer's parents looking for the
      * customer the check named; twenty levels is further than any
      * real national-account chain goes.
           05  WS-WALK-CUSTOMER         PIC X(08).
           05  WS-WALK-DEPTH            PIC S9(03) COMP-3.
           05  WS-MAX-WALK-DEPTH        PIC S9(03) COMP-3 VALUE 20.

      * What a suspense record is written from, set by whichever
      * paragraph could not place the cash.
           END-IF
           PERFORM LOAD-CUSTOMER-TERMS-TABLE
           PERFORM LOAD-TERMS-MASTER
           PERFORM LOAD-EXCHANGE-RATE-TABLE

           OPEN INPUT LOCKBOX-FILE
           IF NOT LOCKBOX-FILE-OK
               GO TO END-OF-PROGRAM
           END-IF

      * No BANKACH1 at all means the bank settled no electronic
      * payments for us today; the lockbox still runs. Any other
      * open failure is a file we cannot trust and stops the run.
           OPEN INPUT ELECTRONIC-REMIT-FILE
           IF ELECTRONIC-REMIT-MISSING
               DISPLAY 'CASHAPP NO ELECTRONIC REMITTANCE FILE TODAY'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CASHAPP NO BANKACH1 ELECTRONIC REMITTANCES TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               IF NOT ELECTRONIC-REMIT-OK
                   DISPLAY 'STATUS ON ELECTRONIC-REMIT-FILE OPEN: '
                           ELECTRONIC-REMIT-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CASHAPP STATUS ON ELECTRONIC-REMIT-FILE OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 8 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
               END-IF
           END-IF

           OPEN OUTPUT PAYMENT-FILE
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'STATUS ON PAYMENT-FILE OPEN: '
      * A check is held until the detail records behind it (if the
      * bank sent the remittance advice) have been gathered; the
      * next check, or end of file, closes it out.
           SET READING-LOCKBOX TO TRUE
           PERFORM UNTIL END-OF-LOCKBOX-FILE
               READ LOCKBOX-FILE
               IF LOCKBOX-FILE-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   IF LBX-IS-DETAIL
                       MOVE LBD-CHECK-REFERENCE TO WS-DTL-DETAIL-KEY
                       MOVE LBD-INVOICE-NUMBER TO WS-DTL-INVOICE-NUMBER
                       MOVE LBD-AMOUNT TO WS-DTL-AMOUNT
                       PERFORM APPLY-ONE-DETAIL-LINE
                   ELSE
                       PERFORM CLOSE-HELD-CHECK
           END-PERFORM
           PERFORM CLOSE-HELD-CHECK

      * The ACH file takes the same rules: an entry is held behind
      * its addenda exactly as a check is held behind its detail.
           IF ELECTRONIC-REMIT-OK
               SET READING-ELECTRONIC TO TRUE
               PERFORM UNTIL END-OF-ELECTRONIC-REMIT
                   READ ELECTRONIC-REMIT-FILE
                   IF ELECTRONIC-REMIT-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM TAKE-ONE-ELECTRONIC-RECORD
                   END-IF
               END-PERFORM
               PERFORM CLOSE-HELD-CHECK
           END-IF

           GO TO END-OF-PROGRAM
           .
       HOLD-ONE-CHECK.
           ADD 1 TO WS-LOCKBOX-CHECKS-READ
           SET A-CHECK-IS-HELD TO TRUE
           MOVE LBX-DEPOSIT-DATE TO WS-HELD-DEPOSIT-DATE
           MOVE LBX-REFERENCE TO WS-HELD-REFERENCE
           MOVE LBX-REFERENCE TO WS-HELD-DETAIL-KEY
           MOVE LBX-AMOUNT TO WS-HELD-AMOUNT
           MOVE ZERO TO WS-HELD-DETAIL-COUNT
           MOVE ZERO TO WS-HELD-DETAIL-APPLIED
           .
      * An addenda record is a remittance detail line keyed by the
      * trace number; an entry is a payment to hold. Any other record
      * type is not something the bank should send us, and its
      * amount goes to suspense rather than being dropped.
       TAKE-ONE-ELECTRONIC-RECORD.
           EVALUATE TRUE
               WHEN ACH-IS-ADDENDA
                   MOVE ACA-TRACE-NUMBER TO WS-DTL-DETAIL-KEY
                   MOVE ACA-INVOICE-NUMBER TO WS-DTL-INVOICE-NUMBER
                   MOVE ACA-AMOUNT TO WS-DTL-AMOUNT
                   PERFORM APPLY-ONE-DETAIL-LINE
               WHEN ACH-IS-ENTRY
                   PERFORM CLOSE-HELD-CHECK
                   PERFORM HOLD-ONE-ELECTRONIC-ENTRY
               WHEN OTHER
                   MOVE WS-CDT-DATE TO WS-SUS-DEPOSIT-DATE
                   MOVE ACH-TRACE-NUMBER TO WS-SUS-REFERENCE
                   MOVE ACH-AMOUNT TO WS-SUS-AMOUNT
                   MOVE 'UNKNOWN ACH RECORD TYPE' TO WS-SUS-REASON
                   PERFORM WRITE-SUSPENSE-LINE
           END-EVALUATE
           .
      * The payer's identification field plays the part of the
      * check reference in the matching rules; the trace number is
      * what the addenda point back with.
       HOLD-ONE-ELECTRONIC-ENTRY.
           ADD 1 TO WS-ELECTRONIC-PAYMENTS-READ
           SET A-CHECK-IS-HELD TO TRUE
           MOVE ACH-SETTLEMENT-DATE TO WS-HELD-DEPOSIT-DATE
           MOVE ACH-REFERENCE TO WS-HELD-REFERENCE
           MOVE ACH-TRACE-NUMBER TO WS-HELD-DETAIL-KEY
           MOVE ACH-AMOUNT TO WS-HELD-AMOUNT
           MOVE ZERO TO WS-HELD-DETAIL-COUNT
           MOVE ZERO TO WS-HELD-DETAIL-APPLIED
           .
      * Each detail record becomes one payment against the invoice
      * the advice names; PMTEDIT's edits judge the invoice number.
      * A detail with no check in front of it, or naming a different
      * check, cannot be trusted to any check and goes to suspense.
       APPLY-ONE-DETAIL-LINE.
           IF A-CHECK-IS-HELD
           AND WS-DTL-DETAIL-KEY IS EQUAL TO WS-HELD-DETAIL-KEY
               ADD 1 TO WS-HELD-DETAIL-COUNT
               ADD WS-DTL-AMOUNT TO WS-HELD-DETAIL-APPLIED
               MOVE WS-DTL-INVOICE-NUMBER TO PMT-INVOICE-NUMBER
               MOVE WS-HELD-DEPOSIT-DATE TO PMT-DATE
               MOVE WS-DTL-AMOUNT TO PMT-AMOUNT
               MOVE 'C' TO PMT-TYPE
               MOVE WS-PAYMENT-METHOD TO PMT-PAYMENT-METHOD
               WRITE PAYMENT-RECORD
               IF NOT PAYMENT-FILE-OK
                   DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
               ADD 1 TO WS-DETAIL-APPLIED-COUNT
               PERFORM PRICE-DETAIL-LINE-CASH
           ELSE
      * A detail record carries no deposit date of its own -
      * LBX-DEPOSIT-DATE here would overlay the first bytes of the
      * check reference - so the orphan is suspensed under tonight's
      * run date.
               MOVE WS-CDT-DATE TO WS-SUS-DEPOSIT-DATE
               MOVE WS-DTL-DETAIL-KEY TO WS-SUS-REFERENCE
               MOVE WS-DTL-AMOUNT TO WS-SUS-AMOUNT
               MOVE 'DETAIL RECORD WITHOUT MATCHING CHECK'
                   TO WS-SUS-REASON
               PERFORM WRITE-SUSPENSE-LINE
                   TO WS-OPEN-INVOICE-DATE(WS-OPEN-INVOICE-COUNT)
               MOVE ITR-CUSTOMER-NUMBER
                   TO WS-OPEN-CUSTOMER-NUMBER(WS-OPEN-INVOICE-COUNT)
               MOVE ITR-CURRENCY-CODE
                   TO WS-OPEN-CURRENCY-CODE(WS-OPEN-INVOICE-COUNT)
               MOVE ITR-EXCHANGE-RATE
                   TO WS-OPEN-BOOKED-RATE(WS-OPEN-INVOICE-COUNT)
           END-IF
           .
      * Matching rules for a check with no remittance detail, in

           EVALUATE TRUE
               WHEN PAYMENT-IS-MATCHED
                   PERFORM PRICE-MATCHED-PAYMENT
                   PERFORM CHECK-EARNED-DISCOUNT
                   PERFORM WRITE-MATCHED-PAYMENT
                   EVALUATE TRUE
      * applied on account against that customer's open items oldest
      * first, each application written as its own payment and the
      * table amount drawn down so the next pass sees what is left.
      * Cash past the last open item goes to suspense by name. A
      * national account's head office pays for its locations, so a
      * parent's check works oldest first through the open items of
      * the parent and every account under it together.
       APPLY-ON-ACCOUNT.
           MOVE WS-HELD-REFERENCE(1:8) TO WS-ON-ACCOUNT-CUSTOMER
           PERFORM MARK-HIERARCHY-INVOICES
           SET AN-OPEN-ITEM-REMAINS TO TRUE
           MOVE 'N' TO WS-ON-ACCOUNT-SWITCH
           MOVE WS-HELD-AMOUNT TO WS-CASH-REMAINING
           PERFORM WITH TEST BEFORE
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-OPEN-INVOICE-COUNT
               IF WS-OPEN-IN-HIERARCHY(WS-SCAN-SUB)
               AND WS-OPEN-INVOICE-AMOUNT(WS-SCAN-SUB)
                       IS GREATER THAN ZERO
               AND WS-OPEN-INVOICE-DATE(WS-SCAN-SUB)
               MOVE 'N' TO WS-MORE-OPEN-SWITCH
           ELSE
               SET APPLIED-ON-ACCOUNT TO TRUE
               MOVE WS-OPEN-INVOICE-NUMBER(WS-OLDEST-SUB)
                   TO WS-FX-INVOICE-NUMBER
               MOVE WS-OPEN-CURRENCY-CODE(WS-OLDEST-SUB)
                   TO WS-FX-CURRENCY-CODE
               MOVE WS-OPEN-BOOKED-RATE(WS-OLDEST-SUB)
                   TO WS-FX-BOOKED-RATE
               MOVE WS-CASH-REMAINING TO WS-FX-CASH-AMOUNT
               PERFORM CONVERT-CASH-AT-BOOKED-RATE
               IF WS-FX-CLEARED-AMOUNT IS LESS THAN
                       WS-OPEN-INVOICE-AMOUNT(WS-OLDEST-SUB)
                   MOVE WS-CASH-REMAINING TO WS-APPLIED-THIS-PASS
               ELSE
                   MOVE WS-OPEN-INVOICE-AMOUNT(WS-OLDEST-SUB)
                       TO WS-FX-CLEARED-AMOUNT
                   PERFORM CONVERT-BOOKED-VALUE-TO-CASH
                   IF WS-FX-CASH-AMOUNT IS GREATER THAN
                           WS-CASH-REMAINING
                       MOVE WS-CASH-REMAINING TO WS-FX-CASH-AMOUNT
                   END-IF
                   MOVE WS-FX-CASH-AMOUNT TO WS-APPLIED-THIS-PASS
               END-IF
               MOVE WS-OPEN-INVOICE-NUMBER(WS-OLDEST-SUB)
                   TO PMT-INVOICE-NUMBER
               MOVE WS-HELD-DEPOSIT-DATE TO PMT-DATE
               MOVE WS-APPLIED-THIS-PASS TO PMT-AMOUNT
               MOVE 'C' TO PMT-TYPE
               MOVE WS-PAYMENT-METHOD TO PMT-PAYMENT-METHOD
               WRITE PAYMENT-RECORD
               IF NOT PAYMENT-FILE-OK
                   DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
               MOVE WS-APPLIED-THIS-PASS TO WS-FX-CASH-AMOUNT
               PERFORM WRITE-EXCHANGE-DIFFERENCE
               SUBTRACT WS-APPLIED-THIS-PASS FROM WS-CASH-REMAINING
               SUBTRACT WS-FX-CLEARED-AMOUNT
                   FROM WS-OPEN-INVOICE-AMOUNT(WS-OLDEST-SUB)
           END-IF
           .
       MARK-HIERARCHY-INVOICES.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-OPEN-INVOICE-COUNT
               MOVE 'N' TO WS-OPEN-HIERARCHY-SWITCH(WS-SCAN-SUB)
               IF WS-OPEN-INVOICE-AMOUNT(WS-SCAN-SUB)
                       IS GREATER THAN ZERO
                   MOVE WS-OPEN-CUSTOMER-NUMBER(WS-SCAN-SUB)
                       TO WS-WALK-CUSTOMER
                   MOVE ZERO TO WS-WALK-DEPTH
                   PERFORM UNTIL WS-WALK-CUSTOMER IS EQUAL TO SPACES
                           OR WS-OPEN-IN-HIERARCHY(WS-SCAN-SUB)
                           OR WS-WALK-DEPTH IS NOT LESS THAN
                               WS-MAX-WALK-DEPTH
                       IF WS-WALK-CUSTOMER IS EQUAL TO
                               WS-ON-ACCOUNT-CUSTOMER
                           MOVE 'Y'
                               TO WS-OPEN-HIERARCHY-SWITCH(WS-SCAN-SUB)
                       ELSE
                           PERFORM FIND-CUSTOMER-PARENT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      * One step up: the walk customer becomes its parent, or spaces
      * at the top of the hierarchy or off the master.
       FIND-CUSTOMER-PARENT.
           ADD 1 TO WS-WALK-DEPTH
           IF WS-CUSTOMER-TERMS-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO WS-WALK-CUSTOMER
           ELSE
               SET CUSTOMER-TERMS-INDEX TO 1
               SEARCH WS-CUSTOMER-TERMS-ENTRY
                   AT END
                       MOVE SPACES TO WS-WALK-CUSTOMER
                   WHEN WS-CTM-CUSTOMER-NUMBER(CUSTOMER-TERMS-INDEX)
                            IS EQUAL TO WS-WALK-CUSTOMER
                       MOVE WS-CTM-PARENT-CUSTOMER
                               (CUSTOMER-TERMS-INDEX)
                           TO WS-WALK-CUSTOMER
               END-SEARCH
           END-IF
           .
       NOTE-MATCHED-INVOICE.
           MOVE WS-OPEN-INVOICE-NUMBER(OPEN-INVOICE-INDEX)
               TO WS-MATCHED-INVOICE-NUMBER
               TO WS-MATCHED-INVOICE-DATE
           MOVE WS-OPEN-CUSTOMER-NUMBER(OPEN-INVOICE-INDEX)
               TO WS-MATCHED-CUSTOMER
           MOVE WS-OPEN-CURRENCY-CODE(OPEN-INVOICE-INDEX)
               TO WS-MATCHED-CURRENCY-CODE
           MOVE WS-OPEN-BOOKED-RATE(OPEN-INVOICE-INDEX)
               TO WS-MATCHED-BOOKED-RATE
           .
      * Fallback for a missing or garbled reference: the payment is
      * applied only when exactly one open invoice carries its exact
      * amount; zero matches or more than one go to suspense rather
      * than guessing. A foreign-currency invoice is compared with
      * what the cash clears at that invoice's booked rate.
       MATCH-BY-EXACT-AMOUNT.
           MOVE ZERO TO WS-AMOUNT-MATCH-COUNT
           PERFORM WITH TEST BEFORE
                   VARYING WS-AMOUNT-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-AMOUNT-MATCH-SUB >
                           WS-OPEN-INVOICE-COUNT
               MOVE WS-OPEN-CURRENCY-CODE(WS-AMOUNT-MATCH-SUB)
                   TO WS-FX-CURRENCY-CODE
               MOVE WS-OPEN-BOOKED-RATE(WS-AMOUNT-MATCH-SUB)
                   TO WS-FX-BOOKED-RATE
               MOVE WS-PAYMENT-AMOUNT TO WS-FX-CASH-AMOUNT
               PERFORM CONVERT-CASH-AT-BOOKED-RATE
               IF WS-OPEN-INVOICE-AMOUNT(WS-AMOUNT-MATCH-SUB)
                       IS EQUAL TO WS-FX-CLEARED-AMOUNT
                   ADD 1 TO WS-AMOUNT-MATCH-COUNT
                   MOVE WS-OPEN-INVOICE-NUMBER(WS-AMOUNT-MATCH-SUB)
                       TO WS-MATCHED-INVOICE-NUMBER
                       TO WS-MATCHED-INVOICE-DATE
                   MOVE WS-OPEN-CUSTOMER-NUMBER(WS-AMOUNT-MATCH-SUB)
                       TO WS-MATCHED-CUSTOMER
                   MOVE WS-OPEN-CURRENCY-CODE(WS-AMOUNT-MATCH-SUB)
                       TO WS-MATCHED-CURRENCY-CODE
                   MOVE WS-OPEN-BOOKED-RATE(WS-AMOUNT-MATCH-SUB)
                       TO WS-MATCHED-BOOKED-RATE
               END-IF
           END-PERFORM
           IF WS-AMOUNT-MATCH-COUNT IS EQUAL TO 1
               SET PAYMENT-IS-MATCHED TO TRUE
           END-IF
           .
      * The remitted cash goes out as the type-C record; on a
      * foreign-currency invoice the realized exchange difference
      * follows it as type X, so the two together clear what the
      * currency received is worth at the booked rate.
       WRITE-MATCHED-PAYMENT.
           MOVE WS-MATCHED-INVOICE-NUMBER TO PMT-INVOICE-NUMBER
           MOVE WS-HELD-DEPOSIT-DATE TO PMT-DATE
           MOVE WS-FX-CASH-AMOUNT TO PMT-AMOUNT
           MOVE 'C' TO PMT-TYPE
           MOVE WS-PAYMENT-METHOD TO PMT-PAYMENT-METHOD
           WRITE PAYMENT-RECORD
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           PERFORM WRITE-EXCHANGE-DIFFERENCE
           ADD 1 TO WS-MATCHED-COUNT
           .
      * From here on the matched payment is judged at what it clears
      * on the receivable; for a home-currency invoice that is the
      * cash itself.
       PRICE-MATCHED-PAYMENT.
           MOVE WS-MATCHED-INVOICE-NUMBER TO WS-FX-INVOICE-NUMBER
           MOVE WS-MATCHED-CURRENCY-CODE TO WS-FX-CURRENCY-CODE
           MOVE WS-MATCHED-BOOKED-RATE TO WS-FX-BOOKED-RATE
           MOVE WS-HELD-AMOUNT TO WS-FX-CASH-AMOUNT
           PERFORM CONVERT-CASH-AT-BOOKED-RATE
           MOVE WS-FX-CLEARED-AMOUNT TO WS-PAYMENT-AMOUNT
           .
      * A detail line names its invoice; when that invoice is a
      * foreign-currency one on tonight's table, the line's cash is
      * priced the same way and its exchange difference written.
       PRICE-DETAIL-LINE-CASH.
           SET OPEN-INVOICE-INDEX TO 1
           SEARCH WS-OPEN-INVOICE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OPEN-INVOICE-NUMBER(OPEN-INVOICE-INDEX)
                        IS EQUAL TO WS-DTL-INVOICE-NUMBER
                   MOVE WS-DTL-INVOICE-NUMBER TO WS-FX-INVOICE-NUMBER
                   MOVE WS-OPEN-CURRENCY-CODE(OPEN-INVOICE-INDEX)
                       TO WS-FX-CURRENCY-CODE
                   MOVE WS-OPEN-BOOKED-RATE(OPEN-INVOICE-INDEX)
                       TO WS-FX-BOOKED-RATE
                   MOVE WS-DTL-AMOUNT TO WS-FX-CASH-AMOUNT
                   PERFORM CONVERT-CASH-AT-BOOKED-RATE
                   PERFORM WRITE-EXCHANGE-DIFFERENCE
           END-SEARCH
           .
      * Home cash buys the invoice currency at the rate in effect on
      * the deposit date, and that currency clears the receivable at
      * the invoice's booked rate. A home-currency invoice, or one
      * with no rate on file for the deposit date, clears at the
      * cash amount; the missing rate is logged for the cash team.
       CONVERT-CASH-AT-BOOKED-RATE.
           MOVE 'N' TO WS-FX-FOREIGN-SWITCH
           MOVE WS-FX-CASH-AMOUNT TO WS-FX-CLEARED-AMOUNT
           IF WS-FX-CURRENCY-CODE IS NOT EQUAL TO SPACES
           AND WS-FX-CURRENCY-CODE IS NOT EQUAL TO 'USD'
           AND WS-FX-BOOKED-RATE IS GREATER THAN ZERO
               MOVE WS-FX-CURRENCY-CODE TO WS-RATE-CURRENCY-CODE
               MOVE WS-HELD-DEPOSIT-DATE TO WS-RATE-AS-OF-DATE
               PERFORM FIND-EXCHANGE-RATE
               IF EXCHANGE-RATE-FOUND
               AND WS-RATE-USED IS GREATER THAN ZERO
                   SET FX-ITEM-IS-FOREIGN TO TRUE
                   MOVE WS-RATE-USED TO WS-FX-DEPOSIT-RATE
                   COMPUTE WS-FX-CURRENCY-AMOUNT ROUNDED =
                       WS-FX-CASH-AMOUNT / WS-FX-DEPOSIT-RATE
                   COMPUTE WS-FX-CLEARED-AMOUNT ROUNDED =
                       WS-FX-CURRENCY-AMOUNT * WS-FX-BOOKED-RATE
               ELSE
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CASHAPP NO DEPOSIT-DATE RATE - APPLIED AT FACE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE WS-FX-CURRENCY-CODE TO WS-EL-REFERENCE-KEY
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
               END-IF
           END-IF
           .
      * The reverse trip for an on-account pass that closes the item:
      * the home cash it takes to buy the currency that clears
      * WS-FX-CLEARED-AMOUNT at the booked rate.
       CONVERT-BOOKED-VALUE-TO-CASH.
           IF FX-ITEM-IS-FOREIGN
               COMPUTE WS-FX-CURRENCY-AMOUNT ROUNDED =
                   WS-FX-CLEARED-AMOUNT / WS-FX-BOOKED-RATE
               COMPUTE WS-FX-CASH-AMOUNT ROUNDED =
                   WS-FX-CURRENCY-AMOUNT * WS-FX-DEPOSIT-RATE
           ELSE
               MOVE WS-FX-CLEARED-AMOUNT TO WS-FX-CASH-AMOUNT
           END-IF
           .
      * The type-X record carries the cleared value less the cash:
      * positive is a realized loss, negative a gain. CASHGLEX posts
      * it against the realized exchange account; HISTUPDT and ARAGE
      * see it close the rest of the invoice.
       WRITE-EXCHANGE-DIFFERENCE.
           COMPUTE WS-FX-DIFFERENCE =
               WS-FX-CLEARED-AMOUNT - WS-FX-CASH-AMOUNT
           IF FX-ITEM-IS-FOREIGN
           AND WS-FX-DIFFERENCE IS NOT EQUAL TO ZERO
               ADD 1 TO WS-EXCHANGE-DIFF-COUNT
               MOVE WS-FX-INVOICE-NUMBER TO PMT-INVOICE-NUMBER
               MOVE WS-HELD-DEPOSIT-DATE TO PMT-DATE
               MOVE WS-FX-DIFFERENCE TO PMT-AMOUNT
               MOVE 'X' TO PMT-TYPE
               MOVE WS-PAYMENT-METHOD TO PMT-PAYMENT-METHOD
               WRITE PAYMENT-RECORD
               IF NOT PAYMENT-FILE-OK
                   DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
                           PAYMENT-FILE-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CASHAPP STATUS ON PAYMENT-FILE WRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           END-IF
           .
       WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE WS-CDT-DATE TO CSS-SUSPENSE-DATE
           MOVE SPACES TO CSS-RESOLVED-INVOICE
           MOVE 'N' TO CSS-RESUBMIT-FLAG
           MOVE WS-PAYMENT-METHOD TO CSS-PAYMENT-METHOD
           WRITE CASH-SUSPENSE-RECORD
           IF NOT CASH-SUSPENSE-OK
               DISPLAY 'STATUS ON CASH-SUSPENSE-FILE WRITE: '
           MOVE WS-HELD-DEPOSIT-DATE TO PMT-DATE
           MOVE WS-DISCOUNT-AMOUNT TO PMT-AMOUNT
           MOVE 'D' TO PMT-TYPE
           MOVE WS-PAYMENT-METHOD TO PMT-PAYMENT-METHOD
           WRITE PAYMENT-RECORD
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
                           MOVE CM-TERMS-CODE
                               TO WS-CTM-TERMS-CODE
                                      (WS-CUSTOMER-TERMS-COUNT)
                           MOVE CM-PARENT-CUSTOMER
                               TO WS-CTM-PARENT-CUSTOMER
                                      (WS-CUSTOMER-TERMS-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
      * A missing rate file leaves the table empty, which only
      * matters when a foreign-currency item actually arrives.
       LOAD-EXCHANGE-RATE-TABLE.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHANGE-RATE-OK
               DISPLAY 'STATUS ON EXCHANGE-RATE-FILE OPEN: '
                       EXCHANGE-RATE-STATUS
               MOVE ZERO TO WS-EXCHANGE-RATE-COUNT
           ELSE
               PERFORM UNTIL END-OF-EXCHANGE-RATES
                   READ EXCHANGE-RATE-FILE
                   IF EXCHANGE-RATE-OK
                       IF WS-EXCHANGE-RATE-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-EXCHANGE-RATES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'CASHAPP EXCHANGE RATE TABLE FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-EXCHANGE-RATE-COUNT
                           MOVE XRT-CURRENCY-CODE
                               TO WS-XRT-CURRENCY
                                      (WS-EXCHANGE-RATE-COUNT)
                           MOVE XRT-EFFECTIVE-DATE
                               TO WS-XRT-EFFECTIVE
                                      (WS-EXCHANGE-RATE-COUNT)
                           MOVE XRT-RATE
                               TO WS-XRT-RATE
                                      (WS-EXCHANGE-RATE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           .
      * The rate for WS-RATE-CURRENCY-CODE with the latest effective
      * date not after WS-RATE-AS-OF-DATE (both YYYYMMDD, so a plain
      * compare orders them). Spaces or USD is home currency at
      * rate 1.
       FIND-EXCHANGE-RATE.
           IF WS-RATE-CURRENCY-CODE IS EQUAL TO SPACES
           OR WS-RATE-CURRENCY-CODE IS EQUAL TO 'USD'
               SET EXCHANGE-RATE-FOUND TO TRUE
               MOVE 1 TO WS-RATE-USED
           ELSE
               MOVE 'N' TO WS-EXCHANGE-FOUND-SWITCH
               MOVE LOW-VALUES TO WS-BEST-RATE-DATE
               MOVE ZERO TO WS-RATE-USED
               PERFORM WITH TEST BEFORE
                       VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-EXCHANGE-RATE-COUNT
                   IF WS-XRT-CURRENCY(WS-RATE-SUB)
                           IS EQUAL TO WS-RATE-CURRENCY-CODE
                   AND WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           IS NOT GREATER THAN WS-RATE-AS-OF-DATE
                   AND WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           IS NOT LESS THAN WS-BEST-RATE-DATE
                       MOVE WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           TO WS-BEST-RATE-DATE
                       MOVE WS-XRT-RATE(WS-RATE-SUB)
                           TO WS-RATE-USED
                       SET EXCHANGE-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
       LOAD-TERMS-MASTER.
           OPEN INPUT TERMS-MASTER-FILE
           IF NOT TERMS-MASTER-OK
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'LOCKBOX CHECKS READ: ' WS-LOCKBOX-CHECKS-READ
           DISPLAY 'ACH PAYMENTS READ:   ' WS-ELECTRONIC-PAYMENTS-READ
           DISPLAY 'PAYMENTS MATCHED:    ' WS-MATCHED-COUNT
           DISPLAY 'DETAIL LINES APPLIED: ' WS-DETAIL-APPLIED-COUNT
           DISPLAY 'ON-ACCOUNT CHECKS:   ' WS-ON-ACCOUNT-COUNT
           DISPLAY 'PAYMENTS TO SUSPENSE: ' WS-SUSPENSE-COUNT
           DISPLAY 'DISCOUNTS EARNED:    ' WS-DISCOUNTS-EARNED-COUNT
           DISPLAY 'DISCOUNT CHARGEBACKS: ' WS-CHARGEBACK-COUNT
           DISPLAY 'EXCHANGE DIFFERENCES: ' WS-EXCHANGE-DIFF-COUNT
           CLOSE LOCKBOX-FILE
           CLOSE ELECTRONIC-REMIT-FILE
           CLOSE PAYMENT-FILE
           CLOSE CASH-SUSPENSE-FILE
           CLOSE DISCOUNT-TAKEN-FILE
