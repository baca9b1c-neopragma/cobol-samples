      * expected payers with their average days to pay. A customer
      * with no settled history is forecast at the 30-day house
      * standard.
      * - The ARAGEXT1 layout now carries AGX-DISPUTED-AMOUNT, the part
      *   of the open balance ARAGE holds out of collection for an open
      *   invoice dispute.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHFCST.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout ARAGE writes; bucket 0 credits are not expected
      * cash and are skipped.
           05  AGX-INVOICE-DATE         PIC X(08).
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

       FD  FORECAST-REPORT-FILE
           LABEL RECORDS ARE STANDARD
