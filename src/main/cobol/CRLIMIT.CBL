      * for the credit manager before the invoices go out, instead of
      * being discovered on an aging report weeks later. A zero
      * credit limit on the master means no limit has been set and
      * the account is not checked. A national account is also
      * checked as a whole: each balance rolls up through the
      * customer's parents, and a customer whose combined exposure
      * exceeds its hierarchy credit limit is reported with every
      * account under it proposed for hold.
      *
      * Modification history:
      * - Each over-limit customer is now also written as a proposed
      *   layout, so the credit manager reviews and feeds the holds
      *   instead of the report going unacted on while the next
      *   night's feed bills the account again.
      * - The INVTOT1 and PMTFILE1 layouts now carry the operating
      *   company code.
      * - The INVTOT1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - The CRHPROP1 proposal carries CRHTRANS's new approver field,
      *   left blank; a hold needs no second approver.
      * - The CUSTMAST layout now carries the national-account parent
      *   customer and hierarchy credit limit. Each customer's open
      *   balance is rolled up through its parents, and a customer
      *   whose combined exposure exceeds its hierarchy limit is
      *   reported on a HIERARCHY line, its own and its descendants'
      *   holds proposed as PROPOSED - HIERARCHY OVER LIMIT. Location
      *   lines are marked LOCATION.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRLIMIT.
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(10).
      * The customer this account rolls up to; spaces is the top of
      * its own hierarchy.
           05  CM-PARENT-CUSTOMER       PIC X(08).
      * Limit on the combined exposure of this customer and every
      * account under it; zero means no hierarchy limit.
           05  CM-HIERARCHY-CREDIT-LIMIT PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(07).

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


      * Same layout ARAGE reads from PMTFILE1.
               88  PMT-IS-CASH          VALUE ' ', 'C'.
               88  PMT-IS-DISCOUNT      VALUE 'D'.
               88  PMT-IS-REVERSAL      VALUE 'R'.
           05  PMT-COMPANY-CODE         PIC X(02).

       FD  OVER-LIMIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  OVL-CREDIT-LIMIT         PIC $,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OVL-OVER-BY              PIC $,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
      * LOCATION for the customer's own limit, HIERARCHY for the
      * national-account limit on it and everything under it.
           05  OVL-LIMIT-LEVEL          PIC X(09).

      * One proposed hold per over-limit customer, in the CRHTRANS
      * transaction layout, for the credit manager to review and
           05  CHT-CUSTOMER-NUMBER      PIC X(08).
           05  CHT-KEYED-BY             PIC X(08).
           05  CHT-REASON               PIC X(30).
           05  CHT-APPROVED-BY          PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OVER-LIMIT-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-POSTING-CUSTOMER      PIC X(08).

      * Every customer on CUSTMAST with its own open balance and its
      * parent, so each balance can be rolled up into the exposure of
      * every account above it. A proposed switch keeps a customer
      * over both its own and a hierarchy limit to one hold.
       01  WS-HIERARCHY-TABLE-AREA.
           05  WS-HIERARCHY-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-HIERARCHY-ENTRIES PIC S9(05) COMP-3 VALUE 1000.
           05  WS-HIERARCHY-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-HIERARCHY-COUNT
                       INDEXED BY HIERARCHY-INDEX.
               10  WS-HRC-CUSTOMER-NUMBER PIC X(08).
               10  WS-HRC-CUSTOMER-NAME   PIC X(30).
               10  WS-HRC-PARENT-CUSTOMER PIC X(08).
               10  WS-HRC-HIERARCHY-LIMIT PIC S9(07)V99 COMP-3.
               10  WS-HRC-OWN-BALANCE     PIC S9(09)V99 COMP-3.
               10  WS-HRC-EXPOSURE        PIC S9(09)V99 COMP-3.
               10  WS-HRC-PROPOSED-SWITCH PIC X.
                   88  WS-HRC-HOLD-PROPOSED VALUE 'Y'.

      * Hierarchy walk work. Twenty levels is further than any real
      * chain goes, so the walk stops there rather than circle a
      * parent loop keyed before CUSTMNT refused them.
       01  WS-HIERARCHY-WALK-WORK.
           05  WS-HRC-SUB               PIC S9(05) COMP-3.
           05  WS-MEMBER-SUB            PIC S9(05) COMP-3.
           05  WS-WALK-CUSTOMER         PIC X(08).
           05  WS-WALK-TARGET           PIC X(08).
           05  WS-WALK-DEPTH            PIC S9(03) COMP-3.
           05  WS-MAX-WALK-DEPTH        PIC S9(03) COMP-3 VALUE 20.
           05  WS-WALK-AMOUNT           PIC S9(09)V99 COMP-3.
           05  WS-MEMBER-SWITCH         PIC X.
               88  WS-IS-HIERARCHY-MEMBER VALUE 'Y'.
           05  WS-HIERARCHY-LOADED-SWITCH PIC X.
               88  WS-HIERARCHY-LOADED  VALUE 'Y'.

      * Customer and reason for the proposed hold being written.
       01  WS-HOLD-PROPOSAL-WORK.
           05  WS-HOLD-CUSTOMER         PIC X(08).
           05  WS-HOLD-REASON           PIC X(30).

      * Stale-extract control: set when the run-date header on the
      * extract is missing or from a prior date, so the run stops
      * before republishing yesterday's numbers. The return code is
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       PERFORM LOAD-ONE-HIERARCHY-ENTRY
                       IF CM-CREDIT-LIMIT IS GREATER THAN ZERO
                           PERFORM CHECK-ONE-CUSTOMER-LIMIT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM ROLL-UP-HIERARCHY-EXPOSURE
               PERFORM CHECK-ALL-HIERARCHY-LIMITS
           END-IF
           .
      * Each customer starts with its own open balance as its
      * exposure; the roll-up then adds it to every ancestor's.
       LOAD-ONE-HIERARCHY-ENTRY.
           MOVE 'N' TO WS-HIERARCHY-LOADED-SWITCH
           IF WS-HIERARCHY-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-HIERARCHY-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CRLIMIT HIERARCHY TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-HIERARCHY-COUNT
               MOVE 'Y' TO WS-HIERARCHY-LOADED-SWITCH
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-HRC-CUSTOMER-NUMBER(WS-HIERARCHY-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO WS-HRC-CUSTOMER-NAME(WS-HIERARCHY-COUNT)
               MOVE CM-PARENT-CUSTOMER
                   TO WS-HRC-PARENT-CUSTOMER(WS-HIERARCHY-COUNT)
               MOVE CM-HIERARCHY-CREDIT-LIMIT
                   TO WS-HRC-HIERARCHY-LIMIT(WS-HIERARCHY-COUNT)
               MOVE ZERO TO WS-HRC-OWN-BALANCE(WS-HIERARCHY-COUNT)
               MOVE 'N' TO WS-HRC-PROPOSED-SWITCH(WS-HIERARCHY-COUNT)
               SET BALANCE-INDEX TO 1
               SEARCH WS-BALANCE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BAL-CUSTOMER-NUMBER(BALANCE-INDEX)
                            IS EQUAL TO CM-CUSTOMER-NUMBER
                       MOVE WS-BAL-OPEN-BALANCE(BALANCE-INDEX)
                           TO WS-HRC-OWN-BALANCE(WS-HIERARCHY-COUNT)
               END-SEARCH
               MOVE WS-HRC-OWN-BALANCE(WS-HIERARCHY-COUNT)
                   TO WS-HRC-EXPOSURE(WS-HIERARCHY-COUNT)
           END-IF
           .
       ROLL-UP-HIERARCHY-EXPOSURE.
           PERFORM VARYING WS-HRC-SUB FROM 1 BY 1
                   UNTIL WS-HRC-SUB > WS-HIERARCHY-COUNT
               IF WS-HRC-OWN-BALANCE(WS-HRC-SUB) IS NOT EQUAL TO ZERO
                   MOVE WS-HRC-OWN-BALANCE(WS-HRC-SUB)
                       TO WS-WALK-AMOUNT
                   MOVE WS-HRC-PARENT-CUSTOMER(WS-HRC-SUB)
                       TO WS-WALK-CUSTOMER
                   MOVE ZERO TO WS-WALK-DEPTH
                   PERFORM UNTIL WS-WALK-CUSTOMER IS EQUAL TO SPACES
                           OR WS-WALK-DEPTH IS NOT LESS THAN
                               WS-MAX-WALK-DEPTH
                       PERFORM ADD-TO-ANCESTOR-EXPOSURE
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      * A parent not on CUSTMAST ends the walk.
       ADD-TO-ANCESTOR-EXPOSURE.
           ADD 1 TO WS-WALK-DEPTH
           SET HIERARCHY-INDEX TO 1
           SEARCH WS-HIERARCHY-ENTRY
               AT END
                   MOVE SPACES TO WS-WALK-CUSTOMER
               WHEN WS-HRC-CUSTOMER-NUMBER(HIERARCHY-INDEX)
                        IS EQUAL TO WS-WALK-CUSTOMER
                   ADD WS-WALK-AMOUNT
                       TO WS-HRC-EXPOSURE(HIERARCHY-INDEX)
                   MOVE WS-HRC-PARENT-CUSTOMER(HIERARCHY-INDEX)
                       TO WS-WALK-CUSTOMER
           END-SEARCH
           .
      * A customer with a hierarchy limit is checked on its own
      * balance plus everything under it. Over it, the whole
      * hierarchy below is proposed for hold - the customer and every
      * location that rolls up to it - skipping any already proposed
      * for its own limit.
       CHECK-ALL-HIERARCHY-LIMITS.
           PERFORM VARYING WS-HRC-SUB FROM 1 BY 1
                   UNTIL WS-HRC-SUB > WS-HIERARCHY-COUNT
               IF WS-HRC-HIERARCHY-LIMIT(WS-HRC-SUB)
                       IS GREATER THAN ZERO
                   AND WS-HRC-EXPOSURE(WS-HRC-SUB)
                       IS GREATER THAN WS-HRC-HIERARCHY-LIMIT
                                          (WS-HRC-SUB)
                   PERFORM WRITE-HIERARCHY-OVER-LIMIT-LINE
                   PERFORM PROPOSE-HIERARCHY-HOLDS
               END-IF
           END-PERFORM
           .
       PROPOSE-HIERARCHY-HOLDS.
           MOVE WS-HRC-CUSTOMER-NUMBER(WS-HRC-SUB) TO WS-WALK-TARGET
           PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > WS-HIERARCHY-COUNT
               IF NOT WS-HRC-HOLD-PROPOSED(WS-MEMBER-SUB)
                   PERFORM CHECK-HIERARCHY-MEMBER
                   IF WS-IS-HIERARCHY-MEMBER
                       MOVE 'Y'
                           TO WS-HRC-PROPOSED-SWITCH(WS-MEMBER-SUB)
                       MOVE WS-HRC-CUSTOMER-NUMBER(WS-MEMBER-SUB)
                           TO WS-HOLD-CUSTOMER
                       MOVE 'PROPOSED - HIERARCHY OVER LIMIT'
                           TO WS-HOLD-REASON
                       PERFORM WRITE-HOLD-PROPOSAL
                   END-IF
               END-IF
           END-PERFORM
           .
      * Whether the member entry is the walk target or rolls up to it.
       CHECK-HIERARCHY-MEMBER.
           MOVE 'N' TO WS-MEMBER-SWITCH
           MOVE WS-HRC-CUSTOMER-NUMBER(WS-MEMBER-SUB)
               TO WS-WALK-CUSTOMER
           MOVE ZERO TO WS-WALK-DEPTH
           PERFORM UNTIL WS-WALK-CUSTOMER IS EQUAL TO SPACES
                   OR WS-IS-HIERARCHY-MEMBER
                   OR WS-WALK-DEPTH IS NOT LESS THAN WS-MAX-WALK-DEPTH
               IF WS-WALK-CUSTOMER IS EQUAL TO WS-WALK-TARGET
                   MOVE 'Y' TO WS-MEMBER-SWITCH
               ELSE
                   PERFORM FIND-HIERARCHY-PARENT
               END-IF
           END-PERFORM
           .
       FIND-HIERARCHY-PARENT.
           ADD 1 TO WS-WALK-DEPTH
           SET HIERARCHY-INDEX TO 1
           SEARCH WS-HIERARCHY-ENTRY
               AT END
                   MOVE SPACES TO WS-WALK-CUSTOMER
               WHEN WS-HRC-CUSTOMER-NUMBER(HIERARCHY-INDEX)
                        IS EQUAL TO WS-WALK-CUSTOMER
                   MOVE WS-HRC-PARENT-CUSTOMER(HIERARCHY-INDEX)
                       TO WS-WALK-CUSTOMER
           END-SEARCH
           .
       CHECK-ONE-CUSTOMER-LIMIT.
           SET BALANCE-INDEX TO 1
           SEARCH WS-BALANCE-ENTRY
           COMPUTE WS-OVER-BY-AMOUNT =
               WS-BAL-OPEN-BALANCE(BALANCE-INDEX) - CM-CREDIT-LIMIT
           MOVE WS-OVER-BY-AMOUNT TO OVL-OVER-BY
           MOVE 'LOCATION' TO OVL-LIMIT-LEVEL
           IF WS-HIERARCHY-LOADED
               MOVE 'Y' TO WS-HRC-PROPOSED-SWITCH(WS-HIERARCHY-COUNT)
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO WS-HOLD-CUSTOMER
           MOVE 'PROPOSED - OVER CREDIT LIMIT' TO WS-HOLD-REASON
           PERFORM WRITE-HOLD-PROPOSAL
           PERFORM WRITE-OVER-LIMIT-REPORT-LINE
           .
       WRITE-HIERARCHY-OVER-LIMIT-LINE.
           ADD 1 TO WS-OVER-LIMIT-COUNT
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE WS-HRC-CUSTOMER-NUMBER(WS-HRC-SUB)
               TO OVL-CUSTOMER-NUMBER
           MOVE WS-HRC-CUSTOMER-NAME(WS-HRC-SUB) TO OVL-CUSTOMER-NAME
           MOVE WS-HRC-EXPOSURE(WS-HRC-SUB) TO OVL-OPEN-BALANCE
           MOVE WS-HRC-HIERARCHY-LIMIT(WS-HRC-SUB) TO OVL-CREDIT-LIMIT
           COMPUTE WS-OVER-BY-AMOUNT =
               WS-HRC-EXPOSURE(WS-HRC-SUB)
                   - WS-HRC-HIERARCHY-LIMIT(WS-HRC-SUB)
           MOVE WS-OVER-BY-AMOUNT TO OVL-OVER-BY
           MOVE 'HIERARCHY' TO OVL-LIMIT-LEVEL
           PERFORM WRITE-OVER-LIMIT-REPORT-LINE
           .
       WRITE-HOLD-PROPOSAL.
           MOVE 'H' TO CHT-ACTION-CODE
           MOVE WS-HOLD-CUSTOMER TO CHT-CUSTOMER-NUMBER
           MOVE 'CRLIMIT' TO CHT-KEYED-BY
           MOVE WS-HOLD-REASON TO CHT-REASON
           MOVE SPACES TO CHT-APPROVED-BY
           WRITE HOLD-PROPOSAL-RECORD
           IF NOT HOLD-PROPOSAL-OK
               DISPLAY 'STATUS ON HOLD-PROPOSAL WRITE: '
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       WRITE-OVER-LIMIT-REPORT-LINE.
           WRITE OVER-LIMIT-REPORT-LINE
           IF NOT OVER-LIMIT-REPORT-OK
               DISPLAY 'STATUS ON OVER-LIMIT-REPORT WRITE: '
