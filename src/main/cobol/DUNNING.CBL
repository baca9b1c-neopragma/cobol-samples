      *   without the hand-kept address card file. A customer with no
      *   master record gets a NO BILL-TO ADDRESS line instead,
      *   counted as an exception.
      * - Only the undisputed part of an aged item is dunned: an item
      *   wholly under open dispute (AGX-DISPUTED-AMOUNT on the aged
      *   extract) is left off the notice and does not drive
      *   escalation, and a partly disputed item is listed at its
      *   undisputed balance.
      * - The PMTFILE1 layout now carries the operating company code.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DUNNING.
           05  AGX-INVOICE-DATE         PIC X(08).
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * One record per customer carrying the dunning level last sent
      * (1 = reminder, 2 = firm letter, 3 = final demand).
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(30).

      * One record per customer commitment collections keyed during
      * the day: the date the customer promised the cash by and how
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
               88  PMT-IS-CASH          VALUE ' ', 'C', 'S'.
           05  PMT-COMPANY-CODE         PIC X(02).

      * One line per promise whose date passed without the cash, so
      * the collector's queue opens with them.
               CLOSE AGED-EXTRACT-FILE
           END-IF
           .
      * Only the undisputed part of an item is dunned; an item wholly
      * in dispute is left off the notice and does not count toward
      * the customer's worst bucket.
       LOAD-ONE-AGED-ITEM.
           EVALUATE TRUE
               WHEN AGX-DISPUTED-AMOUNT IS GREATER THAN ZERO
               AND AGX-DISPUTED-AMOUNT IS NOT LESS THAN
                       AGX-OPEN-BALANCE
                   CONTINUE
               WHEN WS-AGED-ITEM-COUNT IS GREATER THAN OR EQUAL TO
                       WS-MAX-AGED-ITEMS
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'DUNNING AGED ITEM TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   ADD 1 TO WS-AGED-ITEM-COUNT
                   MOVE AGX-CUSTOMER-NUMBER
                       TO WS-AGI-CUSTOMER-NUMBER(WS-AGED-ITEM-COUNT)
                   MOVE AGX-INVOICE-NUMBER
                       TO WS-AGI-INVOICE-NUMBER(WS-AGED-ITEM-COUNT)
                   MOVE AGX-INVOICE-DATE
                       TO WS-AGI-INVOICE-DATE(WS-AGED-ITEM-COUNT)
                   COMPUTE WS-AGI-OPEN-BALANCE(WS-AGED-ITEM-COUNT) =
                       AGX-OPEN-BALANCE - AGX-DISPUTED-AMOUNT
                   MOVE AGX-BUCKET-CODE
                       TO WS-AGI-BUCKET-CODE(WS-AGED-ITEM-COUNT)
           END-EVALUATE
           .
      * A missing control file (first dunning cycle) just means no
      * customer has been sent anything yet.
