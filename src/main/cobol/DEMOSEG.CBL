      * exported data. A customer with no birth date on file lands in
      * DEMOCLAS's '??' bracket and is still counted, so the report
      * also shows how much of the base is unclassifiable.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEMOSEG.
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(30).

      * Same layout HISTUPDT maintains on INVHIST1.
       FD  INVOICE-HISTORY-FILE
           05  IHR-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

       FD  SEGMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
