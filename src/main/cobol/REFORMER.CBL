      *   review cycle releases desk-corrected records back through
      *   this run via RESUBFED1, converted after the feed proper
      *   so the trailer proof is untouched.
      * - Each feed layout now ends with the customer's four-
      *   character ship-to location id, carried to INVASM on
      *   OUT-SHIP-TO-ID so each invoice is taxed where the goods
      *   went rather than under one jurisdiction for the whole
      *   feed. The header, trailer, and reject/resubmit images
      *   grow to match. The partner invoice number is now carried
      *   at its full 16 characters through to OUT-INVOICE-NO, so
      *   partner B's 10-character numbers reach INVASM whole.
      * - Each feed layout now also ends with the two-character code
      *   of the warehouse the goods shipped from, carried to INVASM
      *   on OUT-SHIP-WAREHOUSE so the invoice, and the sales detail
      *   INVSTOCK relieves on-hand from, name the warehouse that
      *   shipped. The header, trailer, and reject/resubmit images
      *   grow to 108 bytes to match.
      * - Each partner's layout, billing customer, default currency and
      *   acknowledgment routing now come from the PARTMST1 partner
      *   master PARTMNT maintains, replacing the FEEDTYPE layout card
      *   and the FEEDCUST and FEEDCUSA/B/C customer cards. A feed
      *   whose HDR partner is not on the master, or is inactive there,
      *   is refused with the same hold-downstream return code a replay
      *   gets, as is a feed with no HDR ahead of its data. In mixed
      *   mode each record's byte-one feed tag is looked up on the
      *   master for its partner's layout and customer. A record with a
      *   blank currency is priced in its partner's default currency, a
      *   resubmitted record converts under its own partner's settings,
      *   and the acknowledgment header names the routing.
      * - Each partner on the partner master now names the operating
      *   company that bills its lines, carried to INVASM on
      *   OUT-COMPANY-CODE (the tagged partner's in mixed mode); blank
      *   is the home company.
      * - Each FEEDCTL1 entry now carries the date and time it was
      *   logged, which FEEDWTCH measures against the partner's
      *   expected-feed schedule.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REFORMER.
           SELECT NEW-ITEM-SUSPENSE-FILE ASSIGN TO 'NEWSKU1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NEW-ITEM-SUSPENSE-STATUS.
           SELECT PARTNER-FILE ASSIGN TO 'PARTMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PARTNER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Record received from external business entity. Each trading
           10  IN-A-TAXABLE              PIC X.
      *    ISO currency code; spaces or USD means home currency.
           10  IN-A-CURRENCY-CODE        PIC X(03).
      *    The customer's ship-to location the goods went to.
           10  IN-A-SHIP-TO-ID           PIC X(04).
      *    The warehouse the goods shipped from.
           10  IN-A-SHIP-WAREHOUSE       PIC X(02).
      *    Layout B - second trading partner.
       01  INPUT-RECORD-LAYOUT-B.
           10  IN-B-INVOICE-NO           PIC X(10).
           10  IN-B-TAXABLE              PIC X.
      *    ISO currency code; spaces or USD means home currency.
           10  IN-B-CURRENCY-CODE        PIC X(03).
      *    The customer's ship-to location the goods went to.
           10  IN-B-SHIP-TO-ID           PIC X(04).
      *    The warehouse the goods shipped from.
           10  IN-B-SHIP-WAREHOUSE       PIC X(02).
      *    Layout C - third trading partner.
       01  INPUT-RECORD-LAYOUT-C.
           10  IN-C-INVOICE-NO           PIC X(08).
           10  IN-C-PRODUCT-DESC         PIC X(60).
      *    ISO currency code; spaces or USD means home currency.
           10  IN-C-CURRENCY-CODE        PIC X(03).
      *    The customer's ship-to location the goods went to.
           10  IN-C-SHIP-TO-ID           PIC X(04).
      *    The warehouse the goods shipped from.
           10  IN-C-SHIP-WAREHOUSE       PIC X(02).
      *    Tagged record from the consolidator's combined feed
      *    (partner master layout 'M'): the feed tag in byte one
      *    names the sending partner, whose own layout the bytes
      *    after it arrived in.
       01  INPUT-RECORD-TAGGED.
           10  IN-T-PARTNER-CODE         PIC X.
           10  IN-T-RECORD-IMAGE         PIC X(107).
      *    Feed header, first physical record: who sent the feed and
      *    the business date it covers.
       01  INPUT-RECORD-HEADER.
               88  IS-FEED-HEADER        VALUE 'HDR'.
           10  IRH-PARTNER-ID            PIC X(08).
           10  IRH-FEED-DATE             PIC X(08).
           10  FILLER                    PIC X(89).
      *    Feed trailer, last physical record: the record count and
      *    hash totals (sums of magnitudes) of the quantities and
      *    unit prices the sender put on the feed.
           10  IRT-RECORD-COUNT          PIC 9(09).
           10  IRT-QUANTITY-HASH         PIC 9(09).
           10  IRT-PRICE-HASH            PIC 9(09)V99.
           10  FILLER                    PIC X(76).

      * Our company's record format.
       FD  OUTPUT-FILE
      *    INV-LINE-UNIT-PRICE and applies the sign flip itself.
           10  OUT-RETURN                 PIC X.
               88  OUT-IS-RETURN          VALUE 'R', FALSE ' '.
      *    The billing customer these lines belong to, from the
      *    partner master: the feed's partner for a single-partner
      *    feed, or the record's own tagged partner in mixed mode.
           10  OUT-CUSTOMER-NO            PIC X(08).
      *    The feed line's ship-to location, which INVASM resolves
      *    through SHIPTO1 and POSTJUR1 to the invoice's tax
      *    jurisdiction.
           10  OUT-SHIP-TO-ID             PIC X(04).
      *    The feed line's shipping warehouse, which INVASM carries
      *    to the invoice's INV-SHIP-WAREHOUSE.
           10  OUT-SHIP-WAREHOUSE         PIC X(02).
      *    The operating company that bills these lines, from the
      *    same partner master entry as the billing customer.
           10  OUT-COMPANY-CODE           PIC X(02).
      * Run-date header stamped as the first record of each night's
      * INTFMT1, so INVASM and anything else downstream can refuse a
      * stale file instead of assembling yesterday's lines again.
               88  OHR-IS-HEADER          VALUE 'HDR'.
           10  OHR-PRODUCING-PROGRAM     PIC X(08).
           10  OHR-RUN-DATE              PIC X(08).
           10  FILLER                    PIC X(71).

      * Exception report of SKUs that did not match a supplier
      * prefix and fell through to the default SKU prefix.
      * that rejects again is suspensed and scored under its own
      * partner, not whichever feed happened to run tonight.
           05  RSF-PARTNER-ID            PIC X(08).
           05  RSF-RECORD-IMAGE          PIC X(108).

      * One record per feed ever processed: the HDR's partner and
      * feed date plus the TRL's control totals. A new feed whose
           05  FCT-RECORD-COUNT         PIC 9(09).
           05  FCT-QUANTITY-HASH        PIC 9(09).
           05  FCT-PRICE-HASH           PIC 9(09)V99.
      * When the feed was logged here - its arrival as far as the
      * night is concerned. Older entries carry spaces.
           05  FCT-LOGGED-DATE          PIC X(08).
           05  FCT-LOGGED-TIME          PIC X(06).

      * The acknowledgment returned to the partner after the feed:
      * their feed date, what we received and converted, and every
           10  REJ-PARTNER-ID            PIC X(08).
           10  REJ-REJECT-DATE           PIC X(08).
           10  REJ-RESUBMIT-FLAG         PIC X.
           10  REJ-RECORD-IMAGE          PIC X(108).

      * Supplier-to-SKU mapping control file, maintained by operations
      * so new supplier prefixes don't require a recompile.
           10  NSK-PARTNER-ID            PIC X(08).
           10  NSK-FEED-DATE             PIC X(08).

      * The trading-partner master PARTMNT maintains: each partner's
      * layout, feed tag, billing customer, default currency, ack
      * routing, and whether its feeds are accepted at all.
       FD  PARTNER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARTNER-RECORD.
       01  PARTNER-RECORD.
           05  PTM-PARTNER-ID           PIC X(08).
           05  PTM-PARTNER-NAME         PIC X(30).
           05  PTM-LAYOUT-CODE          PIC X(01).
           05  PTM-FEED-TAG             PIC X(01).
           05  PTM-BILLING-CUSTOMER     PIC X(08).
           05  PTM-DEFAULT-CURRENCY     PIC X(03).
           05  PTM-CONTACT-NAME         PIC X(30).
           05  PTM-CONTACT-PHONE        PIC X(15).
           05  PTM-ACK-ROUTING          PIC X(20).
           05  PTM-STATUS               PIC X(01).
           05  PTM-STATUS-DATE          PIC X(08).
           05  PTM-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(23).

      * One before/after image per converted record, so a disputed
      * SKU or date can be traced back to exactly what came in and
      * what REFORMER produced for it.
               88  END-OF-EXCHANGE-RATES VALUE '10'.
           05  NEW-ITEM-SUSPENSE-STATUS  PIC X(02).
               88  NEW-ITEM-SUSPENSE-OK  VALUE '00'.
           05  PARTNER-FILE-STATUS       PIC X(02).
               88  PARTNER-FILE-OK       VALUE '00'.
               88  END-OF-PARTNER-FILE   VALUE '10'.

      * The feed's layout, from its HDR partner's master record.
       01  WS-FEED-TYPE                  PIC X VALUE 'A'.
           88  FEED-TYPE-IS-A            VALUE 'A'.
           88  FEED-TYPE-IS-B            VALUE 'B'.
      * Mixed-mode work areas: the tagged record's data bytes are
      * copied here and mapped through the same three layouts, so
      * each record of a combined feed is dispatched by its own
      * tagged partner's layout instead of the feed's.
       01  WS-RECORD-FEED-TYPE           PIC X.
           88  RECORD-FEED-IS-A          VALUE 'A'.
           88  RECORD-FEED-IS-B          VALUE 'B'.
           88  RECORD-FEED-IS-C          VALUE 'C'.
       01  WS-RECORD-PARTNER-STATUS      PIC X.
           88  RECORD-PARTNER-IS-ACTIVE  VALUE 'A'.
       01  WS-RECORD-MAPPED-SWITCH       PIC X.
           88  RECORD-WAS-MAPPED         VALUE 'Y'.
       01  WS-UNTAGGED-RECORD            PIC X(107).
       01  WS-UNTAGGED-LAYOUT-A REDEFINES WS-UNTAGGED-RECORD.
           10  WSA-PRODUCT-CODE          PIC X(04).
           10  FILLER                    PIC X(04).
           10  WSA-INVOICE-DATE          PIC X(08).
           10  WSA-TAXABLE               PIC X.
           10  WSA-CURRENCY-CODE         PIC X(03).
           10  WSA-SHIP-TO-ID            PIC X(04).
           10  WSA-SHIP-WAREHOUSE        PIC X(02).
       01  WS-UNTAGGED-LAYOUT-B REDEFINES WS-UNTAGGED-RECORD.
           10  WSB-INVOICE-NO            PIC X(10).
           10  WSB-PRODUCT-CODE          PIC X(06).
           10  WSB-INVOICE-DATE          PIC X(08).
           10  WSB-TAXABLE               PIC X.
           10  WSB-CURRENCY-CODE         PIC X(03).
           10  WSB-SHIP-TO-ID            PIC X(04).
           10  WSB-SHIP-WAREHOUSE        PIC X(02).
           10  FILLER                    PIC X(21).
       01  WS-UNTAGGED-LAYOUT-C REDEFINES WS-UNTAGGED-RECORD.
           10  WSC-INVOICE-NO            PIC X(08).
           10  WSC-INVOICE-DATE          PIC X(08).
           10  WSC-PRODUCT-DESC          PIC X(60).
           10  WSC-CURRENCY-CODE         PIC X(03).
           10  WSC-SHIP-TO-ID            PIC X(04).
           10  WSC-SHIP-WAREHOUSE        PIC X(02).
           10  FILLER                    PIC X(08).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
                   VALUE ZERO.
           05  WS-FEED-REPLAY-SWITCH      PIC X VALUE 'N'.
               88  FEED-IS-A-REPLAY       VALUE 'Y'.
      * Set when the HDR partner is not on the partner master or is
      * inactive there; the feed is refused like a replay.
           05  WS-FEED-REFUSED-SWITCH     PIC X VALUE 'N'.
               88  FEED-IS-REFUSED        VALUE 'Y'.
           05  WS-ACK-OPEN-SWITCH         PIC X VALUE 'N'.
               88  ACK-FILE-IS-OPEN       VALUE 'Y'.
           05  WS-ACK-REJECT-COUNT        PIC S9(07) COMP-3
       01  WS-COMMON-INPUT-FIELDS.
           05  WS-IN-PRODUCT-CODE        PIC X(06).
           05  WS-IN-PRODUCT-DESC        PIC X(60).
           05  WS-IN-INVOICE-NO          PIC X(16).
           05  WS-IN-QUANTITY            PIC 9(04).
           05  WS-IN-UNIT-PRICE          PIC S9(03)V99.
           05  WS-IN-INVOICE-DATE        PIC X(08).
           05  WS-IN-TAXABLE             PIC X.
           05  WS-IN-CURRENCY-CODE       PIC X(03).
           05  WS-IN-SHIP-TO-ID          PIC X(04).
           05  WS-IN-SHIP-WAREHOUSE      PIC X(02).

       01  WS-WORK-AREAS.
           05  WS-SLASH                   PIC X VALUE "/".
       01  WS-DEFAULT-SKU-PREFIX             PIC X(04) VALUE 'XX00'.
       01  WS-SKU-PREFIX                     PIC X(04).

      * The feed partner's settings from the partner master: its
      * billing customer (spaces for a consolidator), the currency
      * its blank-currency records are priced in, and where its
      * acknowledgment is routed.
       01  WS-FEED-CUSTOMER-NUMBER           PIC X(08) VALUE SPACES.
       01  WS-FEED-DEFAULT-CURRENCY          PIC X(03) VALUE SPACES.
       01  WS-FEED-ACK-ROUTING               PIC X(20) VALUE SPACES.
       01  WS-FEED-COMPANY-CODE              PIC X(02) VALUE SPACES.
      * The billing customer and default currency for the record in
      * hand: its tagged partner's in mixed mode, the feed
      * partner's otherwise.
       01  WS-RECORD-CUSTOMER-NUMBER         PIC X(08) VALUE SPACES.
       01  WS-RECORD-DEFAULT-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-RECORD-COMPANY-CODE            PIC X(02) VALUE SPACES.

      * The partner master loaded at start of run. An HDR partner
      * not on it, or inactive on it, has its feed refused; in mixed
      * mode each record's feed tag is looked up here instead.
       01  WS-PARTNER-TABLE-AREA.
           05  WS-PARTNER-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-PARTNERS          PIC S9(05) COMP-3 VALUE 500.
           05  WS-PARTNER-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-PARTNER-COUNT
                       INDEXED BY PARTNER-INDEX.
               10  WS-PTR-PARTNER-ID        PIC X(08).
               10  WS-PTR-LAYOUT-CODE       PIC X(01).
               10  WS-PTR-FEED-TAG          PIC X(01).
               10  WS-PTR-BILLING-CUSTOMER  PIC X(08).
               10  WS-PTR-DEFAULT-CURRENCY  PIC X(03).
               10  WS-PTR-ACK-ROUTING       PIC X(20).
               10  WS-PTR-STATUS            PIC X(01).
                   88  WS-PTR-IS-ACTIVE     VALUE 'A'.
               10  WS-PTR-COMPANY-CODE      PIC X(02).
       01  WS-PARTNER-MASTER-SWITCH         PIC X VALUE 'N'.
           88  PARTNER-MASTER-LOADED        VALUE 'Y'.
       01  WS-PARTNER-LOOKUP-ID             PIC X(08).
       01  WS-PARTNER-FOUND-SWITCH          PIC X.
           88  PARTNER-WAS-FOUND            VALUE 'Y'.

      * Exchange rates loaded at start of run; spaces or USD on a
      * record means home currency and rate 1, no lookup needed.
           05  FILLER                   PIC X(12)
                   VALUE '  FEED DATE '.
           05  AKH-FEED-DATE            PIC X(08).
           05  FILLER                   PIC X(08)
                   VALUE '  ROUTE '.
           05  AKH-ACK-ROUTING          PIC X(20).
       01  ACK-REJECT-LINE.
           05  FILLER                   PIC X(09)
                   VALUE 'REJECTED '.

           PERFORM LOAD-SKU-LOOKUP-TABLE
           PERFORM LOAD-EXCHANGE-RATE-TABLE
           PERFORM LOAD-VERBOSITY-PARAMETER

      * Without the partner master no feed can be told apart from a
      * stranger's, so nothing is converted.
           PERFORM LOAD-PARTNER-TABLE
           IF NOT PARTNER-MASTER-LOADED
               SET WS-RC-OPEN-FAILURE TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT EXTERNAL-FILE
           IF NOT EXTERNAL-FILE-OK

           PERFORM UNTIL END-OF-EXTERNAL-FILE
                   OR FEED-IS-A-REPLAY
                   OR FEED-IS-REFUSED
               READ EXTERNAL-FILE
               IF EXTERNAL-FILE-OK
                   EVALUATE TRUE
                       WHEN IS-FEED-HEADER
                           PERFORM NOTE-FEED-HEADER
                               THRU NOTE-FEED-HEADER-EXIT
                       WHEN IS-FEED-TRAILER
                           PERFORM VALIDATE-FEED-TRAILER
                       WHEN NOT FEED-HEADER-FOUND
                           PERFORM REFUSE-FEED-WITHOUT-HEADER
                       WHEN OTHER
                           PERFORM REFORMAT-ONE-RECORD
                               THRU REFORMAT-ONE-RECORD-EXIT
           END-PERFORM

           IF FEED-IS-A-REPLAY
           OR FEED-IS-REFUSED
               GO TO END-OF-PROGRAM
           END-IF

                   MOVE RSF-PARTNER-ID TO WS-RESUB-PARTNER-ID
                   MOVE RSF-RECORD-IMAGE
                       TO INPUT-RECORD-LAYOUT-A
                   PERFORM CONVERT-ONE-RESUBMITTED-RECORD
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RESUB-SWITCH
           .
       PROCESS-RESUBMITTED-EXIT.
           EXIT.
      * A resubmitted record converts under its own partner's
      * current master settings, not tonight's feed partner's; a
      * partner since inactivated or dropped from the master gets
      * its record rejected again rather than converted.
       CONVERT-ONE-RESUBMITTED-RECORD.
           MOVE WS-RESUB-PARTNER-ID TO WS-PARTNER-LOOKUP-ID
           PERFORM FIND-PARTNER-ENTRY
           IF PARTNER-WAS-FOUND
           AND WS-PTR-IS-ACTIVE(PARTNER-INDEX)
               PERFORM TAKE-PARTNER-FEED-SETTINGS
               PERFORM REFORMAT-ONE-RECORD
                   THRU REFORMAT-ONE-RECORD-EXIT
           ELSE
               PERFORM WRITE-INACTIVE-PARTNER-REJECT
           END-IF
           .
      * A missing master is fatal to the run; the caller checks
      * the loaded switch once the load returns.
       LOAD-PARTNER-TABLE.
           OPEN INPUT PARTNER-FILE
           IF NOT PARTNER-FILE-OK
               DISPLAY 'STATUS ON PARTNER-FILE OPEN: '
                       PARTNER-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'STATUS ON PARTNER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-PARTNER-COUNT
           ELSE
               PERFORM UNTIL END-OF-PARTNER-FILE
                   READ PARTNER-FILE
                   IF PARTNER-FILE-OK
                       IF WS-PARTNER-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-PARTNERS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'REFORMER PARTNER TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-PARTNER-COUNT
                           SET PARTNER-INDEX TO WS-PARTNER-COUNT
                           MOVE PTM-PARTNER-ID
                               TO WS-PTR-PARTNER-ID(PARTNER-INDEX)
                           MOVE PTM-LAYOUT-CODE
                               TO WS-PTR-LAYOUT-CODE(PARTNER-INDEX)
                           MOVE PTM-FEED-TAG
                               TO WS-PTR-FEED-TAG(PARTNER-INDEX)
                           MOVE PTM-BILLING-CUSTOMER
                               TO WS-PTR-BILLING-CUSTOMER
                                      (PARTNER-INDEX)
                           MOVE PTM-DEFAULT-CURRENCY
                               TO WS-PTR-DEFAULT-CURRENCY
                                      (PARTNER-INDEX)
                           MOVE PTM-ACK-ROUTING
                               TO WS-PTR-ACK-ROUTING(PARTNER-INDEX)
                           MOVE PTM-STATUS
                               TO WS-PTR-STATUS(PARTNER-INDEX)
                           MOVE PTM-COMPANY-CODE
                               TO WS-PTR-COMPANY-CODE(PARTNER-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PARTNER-FILE
               SET PARTNER-MASTER-LOADED TO TRUE
           END-IF
           .
       FIND-PARTNER-ENTRY.
           MOVE 'N' TO WS-PARTNER-FOUND-SWITCH
           IF WS-PARTNER-COUNT IS GREATER THAN ZERO
               SET PARTNER-INDEX TO 1
               SEARCH WS-PARTNER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PTR-PARTNER-ID(PARTNER-INDEX)
                            IS EQUAL TO WS-PARTNER-LOOKUP-ID
                       SET PARTNER-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           .
      * Layout, billing customer and default currency for the
      * partner PARTNER-INDEX points at.
       TAKE-PARTNER-FEED-SETTINGS.
           MOVE WS-PTR-LAYOUT-CODE(PARTNER-INDEX) TO WS-FEED-TYPE
           MOVE WS-PTR-BILLING-CUSTOMER(PARTNER-INDEX)
               TO WS-FEED-CUSTOMER-NUMBER
           MOVE WS-PTR-DEFAULT-CURRENCY(PARTNER-INDEX)
               TO WS-FEED-DEFAULT-CURRENCY
           MOVE WS-PTR-COMPANY-CODE(PARTNER-INDEX)
               TO WS-FEED-COMPANY-CODE
           .
       LOAD-FEED-HISTORY.
           OPEN INPUT FEED-CONTROL-FILE
           IF NOT FEED-CONTROL-OK
               MOVE WS-FEED-RECORD-COUNT TO FCT-RECORD-COUNT
               MOVE WS-FEED-QUANTITY-HASH TO FCT-QUANTITY-HASH
               MOVE WS-FEED-PRICE-HASH TO FCT-PRICE-HASH
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE TO FCT-LOGGED-DATE
               MOVE WS-CURRENT-TIME(1:6) TO FCT-LOGGED-TIME
               WRITE FEED-CONTROL-RECORD
               CLOSE FEED-CONTROL-FILE
           END-IF
           MOVE IRH-FEED-DATE TO WS-FEED-DATE
           DISPLAY 'FEED HEADER: PARTNER ' WS-FEED-PARTNER-ID
                   ' DATED ' WS-FEED-DATE
           PERFORM CHECK-FEED-PARTNER
               THRU CHECK-FEED-PARTNER-EXIT
           IF FEED-IS-REFUSED
               GO TO NOTE-FEED-HEADER-EXIT
           END-IF
           PERFORM CHECK-FOR-FEED-REPLAY
               THRU CHECK-FOR-FEED-REPLAY-EXIT
           IF NOT FEED-IS-A-REPLAY
                   THRU OPEN-ACKNOWLEDGMENT-EXIT
           END-IF
           .
       NOTE-FEED-HEADER-EXIT.
           EXIT.
      * The HDR partner must be on the partner master and active
      * there; its master record then supplies the feed's layout,
      * billing customer, default currency and ack routing.
       CHECK-FEED-PARTNER.
           MOVE WS-FEED-PARTNER-ID TO WS-PARTNER-LOOKUP-ID
           PERFORM FIND-PARTNER-ENTRY
           IF NOT PARTNER-WAS-FOUND
               MOVE 'PARTNER NOT ON PARTNER MASTER - FEED REFUSED'
                   TO WS-EL-EXCEPTION-TEXT
               PERFORM REFUSE-FEED
               GO TO CHECK-FEED-PARTNER-EXIT
           END-IF
           IF NOT WS-PTR-IS-ACTIVE(PARTNER-INDEX)
               MOVE 'PARTNER IS INACTIVE - FEED REFUSED'
                   TO WS-EL-EXCEPTION-TEXT
               PERFORM REFUSE-FEED
               GO TO CHECK-FEED-PARTNER-EXIT
           END-IF
           PERFORM TAKE-PARTNER-FEED-SETTINGS
           MOVE WS-PTR-ACK-ROUTING(PARTNER-INDEX)
               TO WS-FEED-ACK-ROUTING
           .
       CHECK-FEED-PARTNER-EXIT.
           EXIT.
      * A data record ahead of any HDR comes from a sender we cannot
      * name, so the feed is refused the same as an unknown partner.
       REFUSE-FEED-WITHOUT-HEADER.
           MOVE 'NO FEED HEADER - PARTNER UNKNOWN - FEED REFUSED'
               TO WS-EL-EXCEPTION-TEXT
           PERFORM REFUSE-FEED
           .
      * Refused with the same hold-downstream return code a replay
      * gets; the caller has put the reason in the exception text.
       REFUSE-FEED.
           SET FEED-IS-REFUSED TO TRUE
           DISPLAY WS-EL-EXCEPTION-TEXT ': ' WS-FEED-PARTNER-ID
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE WS-FEED-PARTNER-ID TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           IF NOT WS-RC-OPEN-FAILURE
               SET WS-RC-WARNING TO TRUE
           END-IF
           .
      * Refused at the door with the same hold-downstream return
      * code the trailer mismatch uses, before any conversion work
      * buries EXCPLOG in duplicate-invoice rejects.
           SET ACK-FILE-IS-OPEN TO TRUE
           MOVE WS-FEED-PARTNER-ID TO AKH-PARTNER-ID
           MOVE WS-FEED-DATE TO AKH-FEED-DATE
           MOVE WS-FEED-ACK-ROUTING TO AKH-ACK-ROUTING
           WRITE ACK-LINE FROM ACK-HEADER-LINE
           .
       OPEN-ACKNOWLEDGMENT-EXIT.
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           .
       LOAD-VERBOSITY-PARAMETER.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON FEEDTYPE LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'DEFAULTING TO ERRORS-ONLY TRACE'
           ELSE
               MOVE 'VERBOSTY' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               END-IF
           END-IF
           .
      * In mixed mode the record's own tagged partner picks the
      * layout; otherwise the feed partner's layout applies to
      * every record. A tagged record whose partner is unknown or
      * inactive is rejected and the mapped switch left off, so
      * REFORMAT-ONE-RECORD skips the conversion. A record that
      * leaves its currency blank is priced in its partner's
      * default currency from the partner master.
       MAP-INPUT-RECORD-TO-COMMON-FIELDS.
           SET RECORD-WAS-MAPPED TO TRUE
           IF FEED-TYPE-IS-MIXED
           ELSE
               PERFORM MAP-WHOLE-RUN-RECORD
           END-IF
           IF RECORD-WAS-MAPPED
           AND WS-IN-CURRENCY-CODE IS EQUAL TO SPACES
               MOVE WS-RECORD-DEFAULT-CURRENCY
                   TO WS-IN-CURRENCY-CODE
           END-IF
           .
       MAP-TAGGED-RECORD.
           MOVE IN-T-RECORD-IMAGE TO WS-UNTAGGED-RECORD
           PERFORM FIND-TAGGED-PARTNER
           EVALUATE TRUE
               WHEN NOT RECORD-PARTNER-IS-ACTIVE
                   MOVE 'N' TO WS-RECORD-MAPPED-SWITCH
                   PERFORM WRITE-INACTIVE-PARTNER-REJECT
               WHEN RECORD-FEED-IS-A
                   MOVE WSA-PRODUCT-CODE TO WS-IN-PRODUCT-CODE
                   MOVE WSA-PRODUCT-DESC TO WS-IN-PRODUCT-DESC
                   MOVE WSA-INVOICE-NO   TO WS-IN-INVOICE-NO
                   MOVE WSA-TAXABLE      TO WS-IN-TAXABLE
                   MOVE WSA-CURRENCY-CODE
                       TO WS-IN-CURRENCY-CODE
                   MOVE WSA-SHIP-TO-ID   TO WS-IN-SHIP-TO-ID
                   MOVE WSA-SHIP-WAREHOUSE
                       TO WS-IN-SHIP-WAREHOUSE
               WHEN RECORD-FEED-IS-B
                   MOVE WSB-PRODUCT-CODE TO WS-IN-PRODUCT-CODE
                   MOVE WSB-PRODUCT-DESC TO WS-IN-PRODUCT-DESC
                   MOVE WSB-INVOICE-NO   TO WS-IN-INVOICE-NO
                   MOVE WSB-TAXABLE      TO WS-IN-TAXABLE
                   MOVE WSB-CURRENCY-CODE
                       TO WS-IN-CURRENCY-CODE
                   MOVE WSB-SHIP-TO-ID   TO WS-IN-SHIP-TO-ID
                   MOVE WSB-SHIP-WAREHOUSE
                       TO WS-IN-SHIP-WAREHOUSE
               WHEN RECORD-FEED-IS-C
                   MOVE WSC-PRODUCT-CODE TO WS-IN-PRODUCT-CODE
                   MOVE WSC-PRODUCT-DESC TO WS-IN-PRODUCT-DESC
                   MOVE WSC-INVOICE-NO   TO WS-IN-INVOICE-NO
                   MOVE WSC-TAXABLE      TO WS-IN-TAXABLE
                   MOVE WSC-CURRENCY-CODE
                       TO WS-IN-CURRENCY-CODE
                   MOVE WSC-SHIP-TO-ID   TO WS-IN-SHIP-TO-ID
                   MOVE WSC-SHIP-WAREHOUSE
                       TO WS-IN-SHIP-WAREHOUSE
               WHEN OTHER
                   MOVE 'N' TO WS-RECORD-MAPPED-SWITCH
                   PERFORM WRITE-UNKNOWN-PARTNER-REJECT
               PERFORM WRITE-UNMAPPED-CUSTOMER-REJECT
           END-IF
           .
      * The feed tag in byte one picks out the sending partner on
      * the master; a tag no partner carries leaves the record
      * layout blank, which MAP-TAGGED-RECORD rejects as unknown.
       FIND-TAGGED-PARTNER.
           MOVE SPACE TO WS-RECORD-FEED-TYPE
           MOVE 'A' TO WS-RECORD-PARTNER-STATUS
           MOVE SPACES TO WS-RECORD-CUSTOMER-NUMBER
           MOVE SPACES TO WS-RECORD-DEFAULT-CURRENCY
           MOVE SPACES TO WS-RECORD-COMPANY-CODE
           MOVE SPACES TO WS-PARTNER-LOOKUP-ID
           MOVE 'N' TO WS-PARTNER-FOUND-SWITCH
           IF IN-T-PARTNER-CODE IS NOT EQUAL TO SPACE
           AND WS-PARTNER-COUNT IS GREATER THAN ZERO
               SET PARTNER-INDEX TO 1
               SEARCH WS-PARTNER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PTR-FEED-TAG(PARTNER-INDEX)
                            IS EQUAL TO IN-T-PARTNER-CODE
                       SET PARTNER-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF PARTNER-WAS-FOUND
               MOVE WS-PTR-PARTNER-ID(PARTNER-INDEX)
                   TO WS-PARTNER-LOOKUP-ID
               MOVE WS-PTR-LAYOUT-CODE(PARTNER-INDEX)
                   TO WS-RECORD-FEED-TYPE
               MOVE WS-PTR-STATUS(PARTNER-INDEX)
                   TO WS-RECORD-PARTNER-STATUS
               MOVE WS-PTR-BILLING-CUSTOMER(PARTNER-INDEX)
                   TO WS-RECORD-CUSTOMER-NUMBER
               MOVE WS-PTR-DEFAULT-CURRENCY(PARTNER-INDEX)
                   TO WS-RECORD-DEFAULT-CURRENCY
               MOVE WS-PTR-COMPANY-CODE(PARTNER-INDEX)
                   TO WS-RECORD-COMPANY-CODE
           END-IF
           .
       WRITE-UNMAPPED-CUSTOMER-REJECT.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REJ-PRODUCT-CODE
           MOVE SPACES TO REJ-INVOICE-NO
           MOVE 'NO BILLING CUSTOMER ON PARTNER MASTER'
               TO REJ-REASON
           PERFORM WRITE-REJECT-AND-ACK
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'NO BILLING CUSTOMER ON PARTNER MASTER'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE WS-PARTNER-LOOKUP-ID TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           .
      * A tagged record, or a resubmitted one, whose partner has
      * been inactivated - or, for a resubmit, dropped from the
      * master - is not converted.
       WRITE-INACTIVE-PARTNER-REJECT.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REJ-PRODUCT-CODE
           MOVE SPACES TO REJ-INVOICE-NO
           MOVE 'PARTNER NOT ACTIVE ON PARTNER MASTER'
               TO REJ-REASON
           PERFORM WRITE-REJECT-AND-ACK
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'PARTNER NOT ACTIVE ON PARTNER MASTER'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE WS-PARTNER-LOOKUP-ID TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           .
       WRITE-UNKNOWN-PARTNER-REJECT.
       MAP-WHOLE-RUN-RECORD.
           MOVE WS-FEED-CUSTOMER-NUMBER
               TO WS-RECORD-CUSTOMER-NUMBER
           MOVE WS-FEED-DEFAULT-CURRENCY
               TO WS-RECORD-DEFAULT-CURRENCY
           MOVE WS-FEED-COMPANY-CODE
               TO WS-RECORD-COMPANY-CODE
           EVALUATE TRUE
               WHEN FEED-TYPE-IS-B
                   MOVE IN-B-PRODUCT-CODE TO WS-IN-PRODUCT-CODE
                   MOVE IN-B-TAXABLE      TO WS-IN-TAXABLE
                   MOVE IN-B-CURRENCY-CODE
                       TO WS-IN-CURRENCY-CODE
                   MOVE IN-B-SHIP-TO-ID   TO WS-IN-SHIP-TO-ID
                   MOVE IN-B-SHIP-WAREHOUSE
                       TO WS-IN-SHIP-WAREHOUSE
               WHEN FEED-TYPE-IS-C
                   MOVE IN-C-PRODUCT-CODE TO WS-IN-PRODUCT-CODE
                   MOVE IN-C-PRODUCT-DESC TO WS-IN-PRODUCT-DESC
                   MOVE IN-C-TAXABLE      TO WS-IN-TAXABLE
                   MOVE IN-C-CURRENCY-CODE
                       TO WS-IN-CURRENCY-CODE
                   MOVE IN-C-SHIP-TO-ID   TO WS-IN-SHIP-TO-ID
                   MOVE IN-C-SHIP-WAREHOUSE
                       TO WS-IN-SHIP-WAREHOUSE
               WHEN OTHER
                   MOVE IN-A-PRODUCT-CODE TO WS-IN-PRODUCT-CODE
                   MOVE IN-A-PRODUCT-DESC TO WS-IN-PRODUCT-DESC
                   MOVE IN-A-TAXABLE      TO WS-IN-TAXABLE
                   MOVE IN-A-CURRENCY-CODE
                       TO WS-IN-CURRENCY-CODE
                   MOVE IN-A-SHIP-TO-ID   TO WS-IN-SHIP-TO-ID
                   MOVE IN-A-SHIP-WAREHOUSE
                       TO WS-IN-SHIP-WAREHOUSE
           END-EVALUATE
           .
       REFORMAT-ONE-RECORD.

           MOVE WS-IN-INVOICE-NO TO OUT-INVOICE-NO
           MOVE WS-RECORD-CUSTOMER-NUMBER TO OUT-CUSTOMER-NO
           MOVE WS-IN-SHIP-TO-ID TO OUT-SHIP-TO-ID
           MOVE WS-IN-SHIP-WAREHOUSE TO OUT-SHIP-WAREHOUSE
           MOVE WS-RECORD-COMPANY-CODE TO OUT-COMPANY-CODE

      * The hex dump costs a HEX2TEXT call and a byte loop per
      * record, so it only runs under the full trace.
