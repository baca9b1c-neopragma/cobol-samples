      *     on INVHIST1 and the reversal cannot exceed the amount
      *     paid there. Accepted reversals are listed on the RVSLREG1
      *     reversal register for collections.
      * - PMTFILE0 now carries CASHAPP's payment-method code (L
      *   lockbox, E ACH, space for no bank channel); a record with any
      *   other code is rejected. PMTFILE1 keeps its layout - the
      *   channel matters to the deposit proof, not to the aging.
      * - Type P, the AGYPLACE placement write-off of an account sent
      *   to the collection agency, is a known payment type and is
      *   proved against the history master like a WRITEOFF write-off.
      * - Each clean payment on PMTFILE1 carries the operating company
      *   of the invoice it was proved against - from INVTOT1 for
      *   tonight's invoices, from INVHIST1 for reversals and
      *   applications - so CASHGLEX can post the cash to that
      *   company's ledger.
      * - Type X, the realized exchange difference CASHAPP writes
      *   behind the cash on a foreign-currency invoice, is a known
      *   payment type and is proved against INVTOT1 like a type-D
      *   discount. It may be negative (a realized gain). The INVTOT1
      *   and INVHIST1 layouts now carry the billing currency, booked
      *   exchange rate and currency total.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PMTEDIT.
                        PIC X(05).
           05  RPM-TYPE                 PIC X.
               88  RPM-TYPE-IS-KNOWN    VALUE ' ', 'C', 'D', 'S',
                                              'R', 'A', 'W', 'F',
                                              'P', 'X'.
               88  RPM-IS-REVERSAL      VALUE 'R'.
      * Applications, write-offs, refund debits, and the resolved
      * suspense cash CSHRESUB releases are all proved the same way
      * - the invoice only has to exist on the history master,
      * since the researched item is almost never on tonight's
      * extract.
               88  RPM-IS-APPLICATION   VALUE 'A', 'W', 'F', 'S',
                                              'P'.
      * The bank channel CASHAPP stamps on the cash: L lockbox, E
      * the ACH remittance file, space for no bank channel.
           05  RPM-PAYMENT-METHOD       PIC X.
               88  RPM-METHOD-IS-KNOWN  VALUE ' ', 'L', 'E'.

      * Same layout INVCALC writes to INVOICE-TOTALS-FILE (INVTOT1).
       FD  INVOICE-TOTALS-FILE
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


      * Validated payments, the PMTFILE1 ARAGE will actually read.
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
      *    The operating company that billed the invoice paid.
           05  PMT-COMPANY-CODE         PIC X(02).

      * The cumulative invoice-history master HISTUPDT maintains;
      * read here by key so a reversal can be proved against the
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * One line per accepted reversal, so collections can see which
      * customers bounced without waiting for a hand correction to
           05  WS-DC-RESULT-FISCAL-PERIOD      PIC 9(02).

      * Invoice numbers on INVTOT1, so a payment must point at an
      * invoice that actually exists, with the company that billed
      * it so the clean payment can carry it to the ledger.
       01  WS-INVOICE-TABLE-AREA.
           05  WS-INVOICE-TABLE-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-INVOICE-ENTRIES   PIC S9(05) COMP-3 VALUE 5000.
                       DEPENDING ON WS-INVOICE-TABLE-COUNT
                       INDEXED BY INVOICE-INDEX.
               10  WS-INVOICE-NUMBER    PIC X(08).
               10  WS-INVOICE-COMPANY   PIC X(02).
      * The company the payment's invoice was billed under; the home
      * company when the invoice carries none or could not be found.
       01  WS-PAYMENT-COMPANY-CODE      PIC X(02).
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.

      * Payments already accepted this run, for duplicate detection.
       01  WS-SEEN-PAYMENT-TABLE-AREA.
                           MOVE ITR-INVOICE-NUMBER
                               TO WS-INVOICE-NUMBER
                                      (WS-INVOICE-TABLE-COUNT)
                           MOVE ITR-COMPANY-CODE
                               TO WS-INVOICE-COMPANY
                                      (WS-INVOICE-TABLE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
      * same guard INVCALC uses on its own line fields.
       EDIT-ONE-PAYMENT.
           MOVE 'N' TO WS-PAYMENT-VALID-SWITCH
           MOVE SPACES TO WS-PAYMENT-COMPANY-CODE

           MOVE ZERO TO WS-NE-FIELD-VALUE
           MOVE RPM-AMOUNT-BYTES TO WS-NE-FIELD-VALUE-BYTES(3:5)
               GO TO EDIT-ONE-PAYMENT-EXIT
           END-IF

           IF NOT RPM-METHOD-IS-KNOWN
               MOVE 'UNKNOWN PAYMENT METHOD CODE' TO EDR-REASON
               PERFORM WRITE-EDIT-REJECT-LINE
               GO TO EDIT-ONE-PAYMENT-EXIT
           END-IF

           PERFORM CHECK-FOR-DUPLICATE-PAYMENT
           IF PAYMENT-IS-DUPLICATE
               MOVE 'DUPLICATE OF A PAYMENT ALREADY ACCEPTED'
               READ INVOICE-HISTORY-FILE
               EVALUATE TRUE
                   WHEN INVOICE-HISTORY-OK
                       MOVE IHR-COMPANY-CODE TO WS-PAYMENT-COMPANY-CODE
                       IF RPM-AMOUNT IS GREATER THAN IHR-AMOUNT-PAID
                           MOVE 'REVERSAL EXCEEDS AMOUNT PAID ON FILE'
                               TO EDR-REASON
               READ INVOICE-HISTORY-FILE
               EVALUATE TRUE
                   WHEN INVOICE-HISTORY-OK
                       MOVE IHR-COMPANY-CODE TO WS-PAYMENT-COMPANY-CODE
                       SET APPLICATION-IS-VALID TO TRUE
                   WHEN HISTORY-KEY-NOT-FOUND
                       MOVE 'APPLICATION INVOICE NOT ON HISTORY'
                   WHEN WS-INVOICE-NUMBER(INVOICE-INDEX)
                            IS EQUAL TO RPM-INVOICE-NUMBER
                       SET PAYMENT-INVOICE-FOUND TO TRUE
                       MOVE WS-INVOICE-COMPANY(INVOICE-INDEX)
                           TO WS-PAYMENT-COMPANY-CODE
               END-SEARCH
           END-IF
           .
           MOVE RPM-DATE TO PMT-DATE
           MOVE RPM-AMOUNT TO PMT-AMOUNT
           MOVE RPM-TYPE TO PMT-TYPE
           IF WS-PAYMENT-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO PMT-COMPANY-CODE
           ELSE
               MOVE WS-PAYMENT-COMPANY-CODE TO PMT-COMPANY-CODE
           END-IF
           WRITE CLEAN-PAYMENT-RECORD
           IF NOT CLEAN-PAYMENT-OK
               DISPLAY 'STATUS ON CLEAN-PAYMENT-FILE WRITE: '
