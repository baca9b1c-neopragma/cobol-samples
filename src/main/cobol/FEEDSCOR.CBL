      * reject rate against last month's, carried on the
      * SCORHIS1/SCORHIS2 old/new pair the way ARRESRV carries its
      * prior-run figures.
      * - The reject record image grows to 106 bytes now that each
      *   feed layout ends with the customer's ship-to location id.
      * - The reject record image grows to 108 bytes now that each
      *   feed layout also ends with the shipping warehouse code.
      * - The FEEDCTL1 layout grows by the logged date and time;
      *   older generations read as spaces there.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDSCOR.
           05  FCT-RECORD-COUNT         PIC 9(09).
           05  FCT-QUANTITY-HASH        PIC 9(09).
           05  FCT-PRICE-HASH           PIC 9(09)V99.
           05  FCT-LOGGED-DATE          PIC X(08).
           05  FCT-LOGGED-TIME          PIC X(06).

      * Same extended reject layout REFORMER writes.
       FD  REJECT-FILE
           10  REJ-PARTNER-ID            PIC X(08).
           10  REJ-REJECT-DATE           PIC X(08).
           10  REJ-RESUBMIT-FLAG         PIC X.
           10  REJ-RECORD-IMAGE          PIC X(108).

      * Same layout EXCPLOG appends to the shared log.
       FD  EXCEPTION-LOG-FILE
