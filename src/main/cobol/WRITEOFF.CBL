      * eventually a FINCHG finance-charge invoice that made the
      * mess bigger. This program runs nightly after ARAGE: any open
      * item on the aged extract under the WOFFTHLD threshold
      * (INVCPARM card, five digits with two implied decimals, so
      * '00500' is 5.00, the default when no card is present - the
      * same reading FRDANAL gives it) that has aged past bucket 2 is
      * closed with a type-W write-off record, written to WOFFPMT1
      * for the next night's CSHRESUB to merge into PMTFILE0 - the
      * same next-night recycle FINCHG uses for its charge invoices.
      * CASHGLEX posts each write-off to the bad-debt expense
      * account, and the WOFFREG1 register lists every balance
      * written off for the controller's review.
      * - The ARAGEXT1 layout now carries AGX-DISPUTED-AMOUNT, the part
      *   of the open balance ARAGE holds out of collection for an open
      *   invoice dispute.
      * - The WOFFTHLD card is now read through a redefinition with two
      *   implied decimals, as its format says and as FRDANAL reads it;
      *   '00500' had been taken as 500.00 instead of 5.00.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITEOFF.
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
               88  AGX-IS-PAST-BUCKET-2 VALUE 3, 4.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * The write-off records, in the payment layout, held for the
      * next night's CSHRESUB merge into PMTFILE0 so they take
       01  WS-WRITE-OFF-THRESHOLD       PIC S9(03)V99 COMP-3
                                            VALUE 5.00.
       01  WS-THRESHOLD-CONVERSION.
           05  WS-WOT-AS-TEXT           PIC X(05).
           05  WS-WOT-AS-AMOUNT REDEFINES WS-WOT-AS-TEXT
                                        PIC 9(03)V99.

       01  WS-WRITE-OFF-TOTALS.
           05  WS-WRITTEN-OFF-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:5) IS NUMERIC
                   MOVE WS-CC-VALUE(1:5) TO WS-WOT-AS-TEXT
                   MOVE WS-WOT-AS-AMOUNT TO WS-WRITE-OFF-THRESHOLD
               END-IF
           END-IF
           .
