      * that are filled combine, so a card with a customer and a
      * date range selects only that customer's archived invoices
      * inside the range - the AUDITINQ selection convention.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARCHINQ.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
      * HISTPURG vaults the whole 72-byte record.
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same answer-line format HISTINQ prints, so the researcher
      * reads one layout whether the invoice is live or vaulted.
