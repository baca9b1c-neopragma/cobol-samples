      * A credit application moves value between two receivable
      * items and never touches cash, so CASHGLEX deliberately posts
      * nothing for type-A records.
      * - PMTFILE0 now carries CASHAPP's payment-method code; an
      *   application pair is no bank channel's cash and is written
      *   with the method blank.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CREDAPP.
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * The raw payment file; the application pairs are appended
      * here so PMTEDIT's edits judge them like any other payment.
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
      * Which bank channel the cash arrived through: L lockbox, E the
      * ACH remittance file, space for cash no bank channel delivered
      * tonight.
           05  PMT-PAYMENT-METHOD       PIC X.

      * One line per offset: which credit paid down which invoice,
      * and by how much.
           MOVE WS-CDT-DATE TO PMT-DATE
           MOVE WS-APPLIED-AMOUNT TO PMT-AMOUNT
           MOVE 'A' TO PMT-TYPE
           MOVE SPACE TO PMT-PAYMENT-METHOD
           PERFORM WRITE-PAYMENT-RECORD
           MOVE WS-ITM-INVOICE-NUMBER(WS-CREDIT-SUB)
               TO PMT-INVOICE-NUMBER
           MOVE WS-CDT-DATE TO PMT-DATE
           COMPUTE PMT-AMOUNT = ZERO - WS-APPLIED-AMOUNT
           MOVE 'A' TO PMT-TYPE
           MOVE SPACE TO PMT-PAYMENT-METHOD
           PERFORM WRITE-PAYMENT-RECORD
           ADD 1 TO WS-APPLICATIONS-WRITTEN
           MOVE WS-ITM-CUSTOMER-NUMBER(WS-CREDIT-SUB)
