      *   night is theirs, and the opening balance comes from that
      *   customer's own prior cycle close carried on the
      *   STMBAL1/STMBAL2 balance pair instead of a calendar month.
      * - A credit or debit memo from ADJMEMO lists on the statement as
      *   CR MEMO or DR MEMO instead of INVOICE.
      * - A type-P placement write-off, for an account sent to the
      *   collection agency, prints as a write-off like WRITEOFF's
      *   type-W records.
      * - Statements now cut per operating company as well as per
      *   customer: a customer billed by two companies gets a statement
      *   from each, with its own opening balance (STMBAL1/STMBAL2 now
      *   carry the company, a blank one being the home company '01').
      *   Each statement ends with that company's remit-to block from
      *   the CMPYMST1 company master, falling back to the consolidated
      *   lockbox address.
      * - A customer billed in a foreign currency (CM-BILLING-CURRENCY)
      *   gets a statement in that currency, named on the header line:
      *   invoices at INVCALC's currency total, cash and reversals at
      *   the EXCHRATE rate on the payment date, other payments at the
      *   invoice's booked rate. CASHAPP's realized exchange
      *   differences (type X) are home-books entries and do not print.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date. With no STMTCYCL card, the cycle comes from the
      *   calendar's statement-cycle rule for tonight.
      * - National accounts get one consolidated statement: every
      *   customer's items are stated to the top parent of its
      *   CM-PARENT-CUSTOMER hierarchy, mailed to the parent's bill-to
      *   address in the parent's cycle and currency, with each
      *   location's items headed by a LOCATION line. The parent's
      *   opening balance takes in the prior closes of every account
      *   under it, and its close is carried on STMBAL2 under the
      *   parent.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTSTMT.
           SELECT STATEMENT-BALANCE-NEW-FILE ASSIGN TO 'STMBAL2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STATEMENT-BALANCE-NEW-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'CMPYMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMPANY-MASTER-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EXCHANGE-RATE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'CUSTSTM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STATEMENT-FILE-STATUS.
           05  ITR-JURISDICTION-CODE    PIC X(02).
           05  ITR-RETURN               PIC X.
               88  ITR-IS-RETURN        VALUE 'R'.
               88  ITR-IS-CREDIT-MEMO   VALUE 'C'.
               88  ITR-IS-DEBIT-MEMO    VALUE 'D'.
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
      * Run-date header INVCALC stamps as the first record of each
      * night's extract. The statement period is a month of nightly
      * extracts concatenated under the INVTOT1 DD, so every
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).


      * Same layout ARAGE reads from PMTFILE1.
               88  PMT-IS-DISCOUNT      VALUE 'D'.
               88  PMT-IS-REVERSAL      VALUE 'R'.
               88  PMT-IS-APPLICATION   VALUE 'A'.
               88  PMT-IS-WRITE-OFF     VALUE 'W', 'P'.
               88  PMT-IS-REFUND        VALUE 'F'.
               88  PMT-IS-EXCHANGE      VALUE 'X'.
           05  PMT-COMPANY-CODE         PIC X(02).

      * Same layout INVCALC reads from CUSTMAST, including the
      * bill-to address block the billing team maintains.
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(04).
      * The currency the customer is billed in; spaces or USD is
      * home currency.
           05  CM-BILLING-CURRENCY      PIC X(03).
           05  FILLER                   PIC X(03).
      * The customer this account rolls up to; a location of a
      * national account is stated on its top parent's statement.
           05  CM-PARENT-CUSTOMER       PIC X(08).
           05  CM-HIERARCHY-CREDIT-LIMIT PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(07).

      * Each customer's balance as of their last cycle close; this
      * run's openings come from here and the updated file goes to
           05  STB-CUSTOMER-NUMBER      PIC X(08).
           05  STB-CLOSING-BALANCE      PIC S9(09)V99 COMP-3.
           05  STB-CLOSE-DATE           PIC X(08).
           05  STB-COMPANY-CODE         PIC X(02).

       FD  STATEMENT-BALANCE-NEW-FILE
           LABEL RECORDS ARE STANDARD
           05  STN-CUSTOMER-NUMBER      PIC X(08).
           05  STN-CLOSING-BALANCE      PIC S9(09)V99 COMP-3.
           05  STN-CLOSE-DATE           PIC X(08).
           05  STN-COMPANY-CODE         PIC X(02).

      * Operating-company master: the legal name and remit-to lines
      * each company prints on its own documents.
       FD  COMPANY-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPANY-MASTER-RECORD.
       01  COMPANY-MASTER-RECORD.
           05  CMP-COMPANY-CODE         PIC X(02).
           05  CMP-LEGAL-NAME           PIC X(30).
           05  CMP-REMIT-LINE-1         PIC X(30).
           05  CMP-REMIT-LINE-2         PIC X(30).
           05  CMP-REMIT-LINE-3         PIC X(30).
           05  CMP-TAX-REGISTRATION     PIC X(20).
           05  CMP-STATUS               PIC X(01).
               88  CMP-IS-ACTIVE        VALUE 'A'.
           05  FILLER                   PIC X(17).

      * Effective-dated exchange rates to home currency, the same
      * file REFORMER converts foreign prices with. The rate in
      * effect on a date is the one with the latest effective date
      * not after it.
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-CURRENCY-CODE        PIC X(03).
           05  XRT-EFFECTIVE-DATE       PIC X(08).
           05  XRT-RATE                 PIC 9(03)V9(06).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
               88  STATEMENT-BALANCE-NEW-OK VALUE '00'.
           05  STATEMENT-FILE-STATUS    PIC X(02).
               88  STATEMENT-FILE-OK    VALUE '00'.
           05  COMPANY-MASTER-STATUS    PIC X(02).
               88  COMPANY-MASTER-OK    VALUE '00'.
               88  END-OF-COMPANY-MASTER VALUE '10'.
           05  EXCHANGE-RATE-STATUS     PIC X(02).
               88  EXCHANGE-RATE-OK     VALUE '00'.
               88  END-OF-EXCHANGE-RATES VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-CDT-OFFSET              PIC X(05).

      * Every statement transaction - an invoice ('I') or a payment
      * ('P') - keyed by company, customer and date so one sort puts
      * each statement's activity in order; a customer billed by two
      * operating companies gets a statement from each. A payment is
      * carried negative, since it reduces what the customer owes.
      * The statement customer is the top parent of the customer's
      * national-account hierarchy, or the customer itself.
       01  WS-TRANSACTION-TABLE-AREA.
           05  WS-TRANSACTION-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-TRANSACTIONS      PIC S9(05) COMP-3 VALUE 10000.
           05  WS-TRANSACTION-ENTRY OCCURS 1 TO 10000
                       DEPENDING ON WS-TRANSACTION-COUNT
                       INDEXED BY TRANSACTION-INDEX.
               10  WS-TRX-COMPANY-CODE    PIC X(02).
               10  WS-TRX-STATEMENT-CUSTOMER PIC X(08).
               10  WS-TRX-CUSTOMER-NUMBER PIC X(08).
               10  WS-TRX-DATE            PIC X(08).
               10  WS-TRX-TYPE            PIC X.
                   88  WS-TRX-IS-APPLIED  VALUE 'A'.
                   88  WS-TRX-IS-WRITE-OFF VALUE 'W'.
                   88  WS-TRX-IS-REFUND   VALUE 'F'.
                   88  WS-TRX-IS-CREDIT-MEMO VALUE 'C'.
                   88  WS-TRX-IS-DEBIT-MEMO VALUE 'B'.
               10  WS-TRX-REFERENCE       PIC X(08).
               10  WS-TRX-AMOUNT          PIC S9(07)V99 COMP-3.

                       INDEXED BY XREF-INDEX.
               10  WS-XREF-INVOICE-NUMBER PIC X(08).
               10  WS-XREF-CUSTOMER-NUMBER PIC X(08).
               10  WS-XREF-COMPANY-CODE   PIC X(02).
               10  WS-XREF-CURRENCY-CODE  PIC X(03).
               10  WS-XREF-BOOKED-RATE    PIC 9(03)V9(06).

      * Work fields for the customer/date exchange sort.
       01  WS-SORT-WORK-AREAS.
           05  WS-SORT-SUB-NEXT         PIC S9(05) COMP.
           05  WS-SORT-SWAPPED-SWITCH   PIC X.
               88  WS-SORT-SWAPPED      VALUE 'Y'.
           05  WS-HOLD-KEY-A            PIC X(26).
           05  WS-HOLD-KEY-B            PIC X(26).
           05  WS-HOLD-COMPANY          PIC X(02).
           05  WS-HOLD-STATEMENT-CUSTOMER PIC X(08).
           05  WS-HOLD-CUSTOMER         PIC X(08).
           05  WS-HOLD-DATE             PIC X(08).
           05  WS-HOLD-TYPE             PIC X.
               10  WS-BT-STATE           PIC X(02).
               10  WS-BT-POSTAL-CODE     PIC X(10).
               10  WS-BT-STATEMENT-CYCLE PIC X(01).
               10  WS-BT-BILLING-CURRENCY PIC X(03).
               10  WS-BT-PARENT-CUSTOMER PIC X(08).
               10  WS-BT-TOP-PARENT      PIC X(08).
               10  WS-BT-HAS-CHILDREN-SWITCH PIC X.
                   88  WS-BT-HAS-CHILDREN VALUE 'Y'.
       01  WS-BILL-TO-FOUND-SWITCH      PIC X.
           88  BILL-TO-WAS-FOUND        VALUE 'Y'.

      * National-account hierarchy walk. A parent missing from
      * CUSTMAST ends the walk at the last customer found; twenty
      * levels is further than any real chain goes.
       01  WS-HIERARCHY-WALK-WORK.
           05  WS-BT-SUB                PIC S9(05) COMP.
           05  WS-TOP-CUSTOMER          PIC X(08).
           05  WS-WALK-PARENT           PIC X(08).
           05  WS-WALK-DEPTH            PIC S9(03) COMP-3.
           05  WS-MAX-WALK-DEPTH        PIC S9(03) COMP-3 VALUE 20.
           05  WS-LOOKUP-CUSTOMER       PIC X(08).
           05  WS-STATEMENT-CUSTOMER    PIC X(08).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-BALANCE-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-BALANCE-COUNT
                       INDEXED BY BALANCE-INDEX.
               10  WS-BAL-COMPANY-CODE    PIC X(02).
               10  WS-BAL-CUSTOMER-NUMBER PIC X(08).
               10  WS-BAL-CLOSING-BALANCE PIC S9(09)V99 COMP-3.
               10  WS-BAL-CLOSE-DATE      PIC X(08).
           05  FILLER                   PIC X(29)
                   VALUE 'NO BILL-TO ADDRESS ON MASTER'.

      * Remit-to block per operating company, from CMPYMST1. A
      * company missing from the master, or with no remit lines on
      * it, prints the consolidated lockbox address.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.
       01  WS-REMIT-COMPANY-CODE        PIC X(02).
       01  WS-COMPANY-TABLE-AREA.
           05  WS-COMPANY-COUNT         PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPANY-ENTRIES   PIC S9(03) COMP-3 VALUE 20.
           05  WS-COMPANY-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-COMPANY-COUNT
                       INDEXED BY COMPANY-INDEX.
               10  WS-CMP-COMPANY-CODE  PIC X(02).
               10  WS-CMP-LEGAL-NAME    PIC X(30).
               10  WS-CMP-REMIT-LINE-1  PIC X(30).
               10  WS-CMP-REMIT-LINE-2  PIC X(30).
               10  WS-CMP-REMIT-LINE-3  PIC X(30).
       01  WS-COMPANY-FOUND-SWITCH      PIC X.
           88  COMPANY-WAS-FOUND        VALUE 'Y'.
       01  REMIT-TO-LINE-1.
           05  FILLER                   PIC X(10)
                   VALUE 'REMIT TO: '.
           05  RTL-REMIT-NAME           PIC X(30).
       01  REMIT-TO-LINE-2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  RTL-REMIT-TEXT           PIC X(30).

      * Exchange rates loaded at start of run; spaces or USD is
      * home currency at rate 1, no lookup needed.
       01  WS-EXCHANGE-RATE-TABLE-AREA.
           05  WS-EXCHANGE-RATE-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-EXCHANGE-RATES    PIC S9(05) COMP-3 VALUE 100.
           05  WS-EXCHANGE-RATE-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-EXCHANGE-RATE-COUNT
                       INDEXED BY EXCHANGE-RATE-INDEX.
               10  WS-XRT-CURRENCY      PIC X(03).
               10  WS-XRT-EFFECTIVE     PIC X(08).
               10  WS-XRT-RATE          PIC 9(03)V9(06).
       01  WS-CURRENCY-WORK-AREAS.
           05  WS-RATE-CURRENCY-CODE    PIC X(03).
           05  WS-RATE-AS-OF-DATE       PIC X(08).
           05  WS-RATE-USED             PIC 9(03)V9(06).
           05  WS-BEST-RATE-DATE        PIC X(08).
           05  WS-EXCHANGE-FOUND-SWITCH PIC X.
               88  EXCHANGE-RATE-FOUND  VALUE 'Y'.
           05  WS-RATE-SUB              PIC S9(05) COMP.

       01  WS-STATEMENT-WORK-AREAS.
           05  WS-CURRENT-COMPANY       PIC X(02).
           05  WS-CURRENT-CUSTOMER      PIC X(08).
           05  WS-CURRENT-LOCATION      PIC X(08).
           05  WS-CONSOLIDATED-SWITCH   PIC X.
               88  STATEMENT-IS-CONSOLIDATED VALUE 'Y'.
           05  WS-RUNNING-BALANCE       PIC S9(09)V99 COMP-3.
           05  WS-STATEMENT-CURRENCY    PIC X(03).
               88  STATEMENT-IS-HOME-CURRENCY VALUE 'USD'.
           05  WS-STATEMENT-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-STATEMENT-OPEN-SWITCH PIC X VALUE 'N'.
               88  A-STATEMENT-IS-OPEN  VALUE 'Y'.
           05  FILLER                   PIC X(06) VALUE '  AS O'.
           05  FILLER                   PIC X(02) VALUE 'F '.
           05  STH-STATEMENT-DATE       PIC X(10).
           05  FILLER                   PIC X(05) VALUE '  IN '.
           05  STH-CURRENCY-CODE        PIC X(03).

      * Heads each location's items on a consolidated statement.
       01  STATEMENT-LOCATION-LINE.
           05  FILLER                   PIC X(09) VALUE 'LOCATION '.
           05  STL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STL-CUSTOMER-NAME        PIC X(30).

       01  STATEMENT-OPENING-LINE.
           05  FILLER                   PIC X(20)
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'CUSTSTMT'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-PC-FUNCTION-CODE
           CALL 'RUNCAL' USING WS-RUN-CALENDAR-CONVERSION
           EVALUATE TRUE
               WHEN WS-PC-RUN-IS-SCHEDULED
                   CONTINUE
               WHEN WS-PC-RUN-IS-OVERRIDDEN
                   DISPLAY 'CUSTSTMT NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CUSTSTMT RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'CUSTSTMT PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'CUSTSTMT CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'CUSTSTMT NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'CUSTSTMT NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'INVCALC' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           PERFORM LOAD-STATEMENT-CYCLE-CARD
           PERFORM LOAD-PRIOR-BALANCES
           PERFORM LOAD-BILL-TO-ADDRESSES
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-EXCHANGE-RATE-TABLE
           PERFORM LOAD-INVOICE-TRANSACTIONS
           PERFORM LOAD-PAYMENT-TRANSACTIONS


           GO TO END-OF-PROGRAM
           .
      * Tonight's statement-cycle rule on the processing calendar
      * names the cycle; a STMTCYCL card still overrides it.
       LOAD-STATEMENT-CYCLE-CARD.
           MOVE WS-PC-CYCLE-CODE TO WS-RUN-STATEMENT-CYCLE
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
                       IF WS-BALANCE-COUNT IS LESS THAN
                               WS-MAX-BALANCE-ENTRIES
                           ADD 1 TO WS-BALANCE-COUNT
                           IF STB-COMPANY-CODE IS EQUAL TO SPACES
                               MOVE WS-HOME-COMPANY
                                   TO WS-BAL-COMPANY-CODE
                                          (WS-BALANCE-COUNT)
                           ELSE
                               MOVE STB-COMPANY-CODE
                                   TO WS-BAL-COMPANY-CODE
                                          (WS-BALANCE-COUNT)
                           END-IF
                           MOVE STB-CUSTOMER-NUMBER
                               TO WS-BAL-CUSTOMER-NUMBER
                                      (WS-BALANCE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM RESOLVE-TOP-PARENTS
           END-IF
           .
       LOAD-ONE-BILL-TO-ADDRESS.
                   TO WS-BT-POSTAL-CODE(WS-BILL-TO-COUNT)
               MOVE CM-STATEMENT-CYCLE
                   TO WS-BT-STATEMENT-CYCLE(WS-BILL-TO-COUNT)
               MOVE CM-BILLING-CURRENCY
                   TO WS-BT-BILLING-CURRENCY(WS-BILL-TO-COUNT)
               MOVE CM-PARENT-CUSTOMER
                   TO WS-BT-PARENT-CUSTOMER(WS-BILL-TO-COUNT)
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-BT-TOP-PARENT(WS-BILL-TO-COUNT)
               MOVE 'N' TO WS-BT-HAS-CHILDREN-SWITCH(WS-BILL-TO-COUNT)
           END-IF
           .
      * Each customer's statement goes to the top of its national-
      * account hierarchy; the top parent of any location is marked
      * as having children, so its statement prints consolidated.
       RESOLVE-TOP-PARENTS.
           PERFORM WITH TEST BEFORE
                   VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BILL-TO-COUNT
               MOVE WS-BT-CUSTOMER-NUMBER(WS-BT-SUB) TO WS-TOP-CUSTOMER
               MOVE WS-BT-PARENT-CUSTOMER(WS-BT-SUB) TO WS-WALK-PARENT
               MOVE ZERO TO WS-WALK-DEPTH
               PERFORM UNTIL WS-WALK-PARENT IS EQUAL TO SPACES
                       OR WS-WALK-DEPTH IS NOT LESS THAN
                           WS-MAX-WALK-DEPTH
                   PERFORM STEP-UP-TO-PARENT
               END-PERFORM
               MOVE WS-TOP-CUSTOMER TO WS-BT-TOP-PARENT(WS-BT-SUB)
               IF WS-TOP-CUSTOMER IS NOT EQUAL TO
                       WS-BT-CUSTOMER-NUMBER(WS-BT-SUB)
                   SET BILL-TO-INDEX TO 1
                   SEARCH WS-BILL-TO-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-BT-CUSTOMER-NUMBER(BILL-TO-INDEX)
                                IS EQUAL TO WS-TOP-CUSTOMER
                           MOVE 'Y' TO WS-BT-HAS-CHILDREN-SWITCH
                                          (BILL-TO-INDEX)
                   END-SEARCH
               END-IF
           END-PERFORM
           .
       STEP-UP-TO-PARENT.
           ADD 1 TO WS-WALK-DEPTH
           SET BILL-TO-INDEX TO 1
           SEARCH WS-BILL-TO-ENTRY
               AT END
                   MOVE SPACES TO WS-WALK-PARENT
               WHEN WS-BT-CUSTOMER-NUMBER(BILL-TO-INDEX)
                        IS EQUAL TO WS-WALK-PARENT
                   MOVE WS-WALK-PARENT TO WS-TOP-CUSTOMER
                   MOVE WS-BT-PARENT-CUSTOMER(BILL-TO-INDEX)
                       TO WS-WALK-PARENT
           END-SEARCH
           .
      * The statement customer for WS-LOOKUP-CUSTOMER: its top parent,
      * or the customer itself when it has no master record.
       FIND-STATEMENT-CUSTOMER.
           MOVE WS-LOOKUP-CUSTOMER TO WS-STATEMENT-CUSTOMER
           IF WS-BILL-TO-COUNT IS GREATER THAN ZERO
               SET BILL-TO-INDEX TO 1
               SEARCH WS-BILL-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BT-CUSTOMER-NUMBER(BILL-TO-INDEX)
                            IS EQUAL TO WS-LOOKUP-CUSTOMER
                       MOVE WS-BT-TOP-PARENT(BILL-TO-INDEX)
                           TO WS-STATEMENT-CUSTOMER
               END-SEARCH
           END-IF
           .
      * No CMPYMST1 leaves the company table empty; every statement
      * then carries the consolidated lockbox address.
       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF NOT COMPANY-MASTER-OK
               DISPLAY 'STATUS ON COMPANY-MASTER-FILE OPEN: '
                       COMPANY-MASTER-STATUS
               MOVE ZERO TO WS-COMPANY-COUNT
           ELSE
               PERFORM UNTIL END-OF-COMPANY-MASTER
                   READ COMPANY-MASTER-FILE
                   IF COMPANY-MASTER-OK
                       PERFORM LOAD-ONE-COMPANY
                   END-IF
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF
           .
       LOAD-ONE-COMPANY.
           IF WS-COMPANY-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-COMPANY-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTSTMT COMPANY TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-COMPANY-COUNT
               MOVE CMP-COMPANY-CODE
                   TO WS-CMP-COMPANY-CODE(WS-COMPANY-COUNT)
               MOVE CMP-LEGAL-NAME
                   TO WS-CMP-LEGAL-NAME(WS-COMPANY-COUNT)
               MOVE CMP-REMIT-LINE-1
                   TO WS-CMP-REMIT-LINE-1(WS-COMPANY-COUNT)
               MOVE CMP-REMIT-LINE-2
                   TO WS-CMP-REMIT-LINE-2(WS-COMPANY-COUNT)
               MOVE CMP-REMIT-LINE-3
                   TO WS-CMP-REMIT-LINE-3(WS-COMPANY-COUNT)
           END-IF
           .
      * The remit-to block for WS-REMIT-COMPANY-CODE: the company's
      * legal name and its remit lines, skipping blank ones.
       PRINT-REMIT-TO-BLOCK.
           MOVE 'N' TO WS-COMPANY-FOUND-SWITCH
           IF WS-COMPANY-COUNT IS GREATER THAN ZERO
               SET COMPANY-INDEX TO 1
               SEARCH WS-COMPANY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CMP-COMPANY-CODE(COMPANY-INDEX)
                            IS EQUAL TO WS-REMIT-COMPANY-CODE
                   AND  WS-CMP-REMIT-LINE-1(COMPANY-INDEX)
                            IS NOT EQUAL TO SPACES
                       SET COMPANY-WAS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF COMPANY-WAS-FOUND
               MOVE WS-CMP-LEGAL-NAME(COMPANY-INDEX)
                   TO RTL-REMIT-NAME
               WRITE STATEMENT-LINE FROM REMIT-TO-LINE-1
                   AFTER ADVANCING 1 LINE
               MOVE WS-CMP-REMIT-LINE-1(COMPANY-INDEX)
                   TO RTL-REMIT-TEXT
               WRITE STATEMENT-LINE FROM REMIT-TO-LINE-2
                   AFTER ADVANCING 1 LINE
               IF WS-CMP-REMIT-LINE-2(COMPANY-INDEX)
                       IS NOT EQUAL TO SPACES
                   MOVE WS-CMP-REMIT-LINE-2(COMPANY-INDEX)
                       TO RTL-REMIT-TEXT
                   WRITE STATEMENT-LINE FROM REMIT-TO-LINE-2
                       AFTER ADVANCING 1 LINE
               END-IF
               IF WS-CMP-REMIT-LINE-3(COMPANY-INDEX)
                       IS NOT EQUAL TO SPACES
                   MOVE WS-CMP-REMIT-LINE-3(COMPANY-INDEX)
                       TO RTL-REMIT-TEXT
                   WRITE STATEMENT-LINE FROM REMIT-TO-LINE-2
                       AFTER ADVANCING 1 LINE
               END-IF
           ELSE
               MOVE 'CONSOLIDATED RECEIVABLES' TO RTL-REMIT-NAME
               WRITE STATEMENT-LINE FROM REMIT-TO-LINE-1
                   AFTER ADVANCING 1 LINE
               MOVE 'PO BOX 4400' TO RTL-REMIT-TEXT
               WRITE STATEMENT-LINE FROM REMIT-TO-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE 'NEWARK NJ 07101' TO RTL-REMIT-TEXT
               WRITE STATEMENT-LINE FROM REMIT-TO-LINE-2
                   AFTER ADVANCING 1 LINE
           END-IF
           .
       LOAD-INVOICE-TRANSACTIONS.
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-TRANSACTION-COUNT
               IF ITR-COMPANY-CODE IS EQUAL TO SPACES
                   MOVE WS-HOME-COMPANY
                       TO WS-TRX-COMPANY-CODE(WS-TRANSACTION-COUNT)
               ELSE
                   MOVE ITR-COMPANY-CODE
                       TO WS-TRX-COMPANY-CODE(WS-TRANSACTION-COUNT)
               END-IF
               MOVE ITR-CUSTOMER-NUMBER
                   TO WS-TRX-CUSTOMER-NUMBER(WS-TRANSACTION-COUNT)
               MOVE ITR-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
               PERFORM FIND-STATEMENT-CUSTOMER
               MOVE WS-STATEMENT-CUSTOMER
                   TO WS-TRX-STATEMENT-CUSTOMER(WS-TRANSACTION-COUNT)
               MOVE ITR-INVOICE-DATE
                   TO WS-TRX-DATE(WS-TRANSACTION-COUNT)
               EVALUATE TRUE
                   WHEN ITR-IS-CREDIT-MEMO
                       MOVE 'C' TO WS-TRX-TYPE(WS-TRANSACTION-COUNT)
                   WHEN ITR-IS-DEBIT-MEMO
                       MOVE 'B' TO WS-TRX-TYPE(WS-TRANSACTION-COUNT)
                   WHEN OTHER
                       MOVE 'I' TO WS-TRX-TYPE(WS-TRANSACTION-COUNT)
               END-EVALUATE
               MOVE ITR-INVOICE-NUMBER
                   TO WS-TRX-REFERENCE(WS-TRANSACTION-COUNT)
               IF ITR-CURRENCY-CODE IS EQUAL TO SPACES
                   MOVE ITR-TOTAL-AMOUNT
                       TO WS-TRX-AMOUNT(WS-TRANSACTION-COUNT)
               ELSE
                   MOVE ITR-CURRENCY-AMOUNT
                       TO WS-TRX-AMOUNT(WS-TRANSACTION-COUNT)
               END-IF
               IF WS-INVOICE-XREF-COUNT IS LESS THAN
                       WS-MAX-INVOICE-XREFS
                   ADD 1 TO WS-INVOICE-XREF-COUNT
                   MOVE ITR-CUSTOMER-NUMBER
                       TO WS-XREF-CUSTOMER-NUMBER
                              (WS-INVOICE-XREF-COUNT)
                   MOVE WS-TRX-COMPANY-CODE(WS-TRANSACTION-COUNT)
                       TO WS-XREF-COMPANY-CODE
                              (WS-INVOICE-XREF-COUNT)
                   MOVE ITR-CURRENCY-CODE
                       TO WS-XREF-CURRENCY-CODE
                              (WS-INVOICE-XREF-COUNT)
                   MOVE ITR-EXCHANGE-RATE
                       TO WS-XREF-BOOKED-RATE
                              (WS-INVOICE-XREF-COUNT)
               END-IF
           END-IF
           .
           .
      * A payment joins the table only when its invoice is on the
      * cross reference; an unmatched payment has no customer and is
      * ARAGE's unapplied-cash item, not a statement line. CASHAPP's
      * realized exchange difference is a home-books entry only: in
      * the customer's own currency the cash cleared the invoice, so
      * it never reaches the statement.
       LOAD-ONE-PAYMENT-TRANSACTION.
           IF NOT PMT-IS-EXCHANGE
               SET XREF-INDEX TO 1
               SEARCH WS-INVOICE-XREF-ENTRY
                   AT END
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                   WHEN WS-XREF-INVOICE-NUMBER(XREF-INDEX)
                            IS EQUAL TO PMT-INVOICE-NUMBER
                       PERFORM ADD-PAYMENT-TRANSACTION
               END-SEARCH
           END-IF
           .
       ADD-PAYMENT-TRANSACTION.
           IF WS-TRANSACTION-COUNT IS GREATER THAN OR EQUAL TO
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-TRANSACTION-COUNT
               MOVE WS-XREF-COMPANY-CODE(XREF-INDEX)
                   TO WS-TRX-COMPANY-CODE(WS-TRANSACTION-COUNT)
               MOVE WS-XREF-CUSTOMER-NUMBER(XREF-INDEX)
                   TO WS-TRX-CUSTOMER-NUMBER(WS-TRANSACTION-COUNT)
               MOVE WS-XREF-CUSTOMER-NUMBER(XREF-INDEX)
                   TO WS-LOOKUP-CUSTOMER
               PERFORM FIND-STATEMENT-CUSTOMER
               MOVE WS-STATEMENT-CUSTOMER
                   TO WS-TRX-STATEMENT-CUSTOMER(WS-TRANSACTION-COUNT)
               MOVE PMT-DATE
                   TO WS-TRX-DATE(WS-TRANSACTION-COUNT)
               EVALUATE TRUE
                   COMPUTE WS-TRX-AMOUNT(WS-TRANSACTION-COUNT) =
                       ZERO - PMT-AMOUNT
               END-IF
               IF WS-XREF-CURRENCY-CODE(XREF-INDEX)
                       IS NOT EQUAL TO SPACES
                   PERFORM STATE-PAYMENT-IN-CURRENCY
               END-IF
           END-IF
           .
      * A payment against a foreign-currency invoice is stated in
      * that currency. Cash and returned-check reversals go at the
      * rate on the payment date, as CASHAPP converted the deposit;
      * discounts, credits, write-offs and refunds at the invoice's
      * booked rate, since they relieve the booked value.
       STATE-PAYMENT-IN-CURRENCY.
           MOVE WS-XREF-BOOKED-RATE(XREF-INDEX) TO WS-RATE-USED
           IF PMT-IS-CASH OR PMT-IS-REVERSAL
               MOVE WS-XREF-CURRENCY-CODE(XREF-INDEX)
                   TO WS-RATE-CURRENCY-CODE
               MOVE PMT-DATE TO WS-RATE-AS-OF-DATE
               PERFORM FIND-EXCHANGE-RATE
               IF NOT EXCHANGE-RATE-FOUND
                   MOVE WS-XREF-BOOKED-RATE(XREF-INDEX)
                       TO WS-RATE-USED
               END-IF
           END-IF
           IF WS-RATE-USED IS GREATER THAN ZERO
               COMPUTE WS-TRX-AMOUNT(WS-TRANSACTION-COUNT) ROUNDED =
                   WS-TRX-AMOUNT(WS-TRANSACTION-COUNT) / WS-RATE-USED
           END-IF
           .
      * Exchange sort on company, statement customer, customer
      * number and date, ascending, so each statement's activity
      * prints in date order, location by location on a consolidated
      * statement.
       SORT-TRANSACTIONS.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SORT-PASS FROM 1 BY 1
                               (WS-TRANSACTION-COUNT - WS-SORT-PASS
                                   + 1)
                   COMPUTE WS-SORT-SUB-NEXT = WS-SORT-SUB + 1
                   MOVE WS-TRX-COMPANY-CODE(WS-SORT-SUB)
                       TO WS-HOLD-KEY-A(1:2)
                   MOVE WS-TRX-STATEMENT-CUSTOMER(WS-SORT-SUB)
                       TO WS-HOLD-KEY-A(3:8)
                   MOVE WS-TRX-CUSTOMER-NUMBER(WS-SORT-SUB)
                       TO WS-HOLD-KEY-A(11:8)
                   MOVE WS-TRX-DATE(WS-SORT-SUB)
                       TO WS-HOLD-KEY-A(19:8)
                   MOVE WS-TRX-COMPANY-CODE(WS-SORT-SUB-NEXT)
                       TO WS-HOLD-KEY-B(1:2)
                   MOVE WS-TRX-STATEMENT-CUSTOMER(WS-SORT-SUB-NEXT)
                       TO WS-HOLD-KEY-B(3:8)
                   MOVE WS-TRX-CUSTOMER-NUMBER(WS-SORT-SUB-NEXT)
                       TO WS-HOLD-KEY-B(11:8)
                   MOVE WS-TRX-DATE(WS-SORT-SUB-NEXT)
                       TO WS-HOLD-KEY-B(19:8)
                   IF WS-HOLD-KEY-A IS GREATER THAN WS-HOLD-KEY-B
                       PERFORM EXCHANGE-ADJACENT-TRANSACTIONS
                   END-IF
           END-PERFORM
           .
       EXCHANGE-ADJACENT-TRANSACTIONS.
           MOVE WS-TRX-COMPANY-CODE(WS-SORT-SUB) TO WS-HOLD-COMPANY
           MOVE WS-TRX-STATEMENT-CUSTOMER(WS-SORT-SUB)
               TO WS-HOLD-STATEMENT-CUSTOMER
           MOVE WS-TRX-CUSTOMER-NUMBER(WS-SORT-SUB)
               TO WS-HOLD-CUSTOMER
           MOVE WS-TRX-DATE(WS-SORT-SUB) TO WS-HOLD-DATE
           MOVE WS-TRX-TYPE(WS-SORT-SUB) TO WS-HOLD-TYPE
           MOVE WS-TRX-REFERENCE(WS-SORT-SUB) TO WS-HOLD-REFERENCE
           MOVE WS-TRX-AMOUNT(WS-SORT-SUB) TO WS-HOLD-AMOUNT
           MOVE WS-TRX-COMPANY-CODE(WS-SORT-SUB-NEXT)
               TO WS-TRX-COMPANY-CODE(WS-SORT-SUB)
           MOVE WS-TRX-STATEMENT-CUSTOMER(WS-SORT-SUB-NEXT)
               TO WS-TRX-STATEMENT-CUSTOMER(WS-SORT-SUB)
           MOVE WS-TRX-CUSTOMER-NUMBER(WS-SORT-SUB-NEXT)
               TO WS-TRX-CUSTOMER-NUMBER(WS-SORT-SUB)
           MOVE WS-TRX-DATE(WS-SORT-SUB-NEXT)
               TO WS-TRX-REFERENCE(WS-SORT-SUB)
           MOVE WS-TRX-AMOUNT(WS-SORT-SUB-NEXT)
               TO WS-TRX-AMOUNT(WS-SORT-SUB)
           MOVE WS-HOLD-COMPANY
               TO WS-TRX-COMPANY-CODE(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-STATEMENT-CUSTOMER
               TO WS-TRX-STATEMENT-CUSTOMER(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-CUSTOMER
               TO WS-TRX-CUSTOMER-NUMBER(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-DATE TO WS-TRX-DATE(WS-SORT-SUB-NEXT)
           MOVE WS-HOLD-AMOUNT TO WS-TRX-AMOUNT(WS-SORT-SUB-NEXT)
           SET WS-SORT-SWAPPED TO TRUE
           .
      * Control break on company and statement customer: a new
      * customer, or the same customer billed by another company,
      * closes the prior statement and opens a fresh page. Within a
      * consolidated statement each location's items are headed by
      * the location's number and name.
       PRINT-ALL-STATEMENTS.
           MOVE SPACES TO WS-CURRENT-COMPANY
           MOVE SPACES TO WS-CURRENT-CUSTOMER
           PERFORM WITH TEST BEFORE
                   VARYING TRANSACTION-INDEX FROM 1 BY 1
                   UNTIL TRANSACTION-INDEX > WS-TRANSACTION-COUNT
               IF WS-TRX-STATEMENT-CUSTOMER(TRANSACTION-INDEX)
                       IS NOT EQUAL TO WS-CURRENT-CUSTOMER
               OR WS-TRX-COMPANY-CODE(TRANSACTION-INDEX)
                       IS NOT EQUAL TO WS-CURRENT-COMPANY
                   PERFORM CLOSE-CURRENT-STATEMENT
                   PERFORM OPEN-NEW-STATEMENT
               END-IF
               IF WS-TRX-CUSTOMER-NUMBER(TRANSACTION-INDEX)
                       IS NOT EQUAL TO WS-CURRENT-LOCATION
                   PERFORM PRINT-LOCATION-HEADING
               END-IF
               PERFORM PRINT-ONE-TRANSACTION
                   THRU PRINT-ONE-TRANSACTION-EXIT
           END-PERFORM
      * group's transactions are passed over and the prior balance
      * carries forward untouched for that customer's own night.
       OPEN-NEW-STATEMENT.
           MOVE WS-TRX-COMPANY-CODE(TRANSACTION-INDEX)
               TO WS-CURRENT-COMPANY
           MOVE WS-TRX-STATEMENT-CUSTOMER(TRANSACTION-INDEX)
               TO WS-CURRENT-CUSTOMER
           MOVE SPACES TO WS-CURRENT-LOCATION
           PERFORM JUDGE-CUSTOMER-CYCLE
           IF NOT CUSTOMER-IS-IN-CYCLE
               MOVE 'N' TO WS-STATEMENT-OPEN-SWITCH
               SET A-STATEMENT-IS-OPEN TO TRUE
               PERFORM PRINT-BILL-TO-BLOCK
               MOVE WS-CURRENT-CUSTOMER TO STH-CUSTOMER-NUMBER
               MOVE WS-STATEMENT-CURRENCY TO STH-CURRENCY-CODE
               WRITE STATEMENT-LINE FROM STATEMENT-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               MOVE WS-RUNNING-BALANCE TO STO-OPENING-BALANCE
               IF NOT STATEMENT-IS-HOME-CURRENCY
                   INSPECT STO-OPENING-BALANCE
                       REPLACING ALL '$' BY SPACE
               END-IF
               WRITE STATEMENT-LINE FROM STATEMENT-OPENING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      * A customer with no master record has no cycle code; it rides
      * the default (space) cycle so nobody silently stops getting
      * statements over a missing master record. The statement
      * currency comes off the same master entry; no master, or no
      * billing currency on it, is home currency.
       JUDGE-CUSTOMER-CYCLE.
           MOVE SPACE TO WS-CUSTOMER-CYCLE
           MOVE 'USD' TO WS-STATEMENT-CURRENCY
           MOVE 'N' TO WS-CONSOLIDATED-SWITCH
           IF WS-BILL-TO-COUNT IS GREATER THAN ZERO
               SET BILL-TO-INDEX TO 1
               SEARCH WS-BILL-TO-ENTRY
                            IS EQUAL TO WS-CURRENT-CUSTOMER
                       MOVE WS-BT-STATEMENT-CYCLE(BILL-TO-INDEX)
                           TO WS-CUSTOMER-CYCLE
                       MOVE WS-BT-HAS-CHILDREN-SWITCH(BILL-TO-INDEX)
                           TO WS-CONSOLIDATED-SWITCH
                       IF WS-BT-BILLING-CURRENCY(BILL-TO-INDEX)
                               IS NOT EQUAL TO SPACES
                           MOVE WS-BT-BILLING-CURRENCY(BILL-TO-INDEX)
                               TO WS-STATEMENT-CURRENCY
                       END-IF
               END-SEARCH
           END-IF
           IF RUN-CUTS-ALL-CYCLES
      * The opening balance is the customer's prior cycle close; a
      * customer with no balance record opens at zero. Consumed
      * entries are marked so the carry-forward at end of run knows
      * what is left. A consolidated statement opens with the prior
      * closes of every account in the hierarchy, so a location's
      * balance from before it was attached folds into the parent's.
       FETCH-OPENING-BALANCE.
           MOVE ZERO TO WS-RUNNING-BALANCE
           PERFORM WITH TEST BEFORE
                   VARYING WS-BALANCE-SUB FROM 1 BY 1
                   UNTIL WS-BALANCE-SUB > WS-BALANCE-COUNT
               IF WS-BAL-COMPANY-CODE(WS-BALANCE-SUB)
                       IS EQUAL TO WS-CURRENT-COMPANY
               AND NOT WS-BAL-WAS-CONSUMED(WS-BALANCE-SUB)
                   MOVE WS-BAL-CUSTOMER-NUMBER(WS-BALANCE-SUB)
                       TO WS-LOOKUP-CUSTOMER
                   PERFORM FIND-STATEMENT-CUSTOMER
                   IF WS-STATEMENT-CUSTOMER IS EQUAL TO
                           WS-CURRENT-CUSTOMER
                       ADD WS-BAL-CLOSING-BALANCE(WS-BALANCE-SUB)
                           TO WS-RUNNING-BALANCE
                       MOVE 'Y' TO WS-BAL-CONSUMED-SWITCH
                                      (WS-BALANCE-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .
      * Only a consolidated statement carries location headings; a
      * stand-alone customer's statement prints as it always has.
       PRINT-LOCATION-HEADING.
           MOVE WS-TRX-CUSTOMER-NUMBER(TRANSACTION-INDEX)
               TO WS-CURRENT-LOCATION
           IF A-STATEMENT-IS-OPEN
           AND STATEMENT-IS-CONSOLIDATED
               MOVE WS-CURRENT-LOCATION TO STL-CUSTOMER-NUMBER
               MOVE SPACES TO STL-CUSTOMER-NAME
               SET BILL-TO-INDEX TO 1
               SEARCH WS-BILL-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BT-CUSTOMER-NUMBER(BILL-TO-INDEX)
                            IS EQUAL TO WS-CURRENT-LOCATION
                       MOVE WS-BT-CUSTOMER-NAME(BILL-TO-INDEX)
                           TO STL-CUSTOMER-NAME
               END-SEARCH
               WRITE STATEMENT-LINE FROM STATEMENT-LOCATION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .
      * The mailing block opens the page, in window-envelope
                   MOVE 'WRITEOFF' TO STD-DESCRIPTION
               WHEN WS-TRX-IS-REFUND(TRANSACTION-INDEX)
                   MOVE 'REFUND' TO STD-DESCRIPTION
               WHEN WS-TRX-IS-CREDIT-MEMO(TRANSACTION-INDEX)
                   MOVE 'CR MEMO' TO STD-DESCRIPTION
               WHEN WS-TRX-IS-DEBIT-MEMO(TRANSACTION-INDEX)
                   MOVE 'DR MEMO' TO STD-DESCRIPTION
               WHEN OTHER
                   MOVE 'PAYMENT' TO STD-DESCRIPTION
           END-EVALUATE
           ADD WS-TRX-AMOUNT(TRANSACTION-INDEX)
               TO WS-RUNNING-BALANCE
           MOVE WS-RUNNING-BALANCE TO STD-BALANCE
           IF NOT STATEMENT-IS-HOME-CURRENCY
               INSPECT STD-AMOUNT REPLACING ALL '$' BY SPACE
               INSPECT STD-BALANCE REPLACING ALL '$' BY SPACE
           END-IF
           WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       CLOSE-CURRENT-STATEMENT.
           IF A-STATEMENT-IS-OPEN
               MOVE WS-RUNNING-BALANCE TO STC-CLOSING-BALANCE
               IF NOT STATEMENT-IS-HOME-CURRENCY
                   INSPECT STC-CLOSING-BALANCE
                       REPLACING ALL '$' BY SPACE
               END-IF
               WRITE STATEMENT-LINE FROM STATEMENT-CLOSING-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
               MOVE WS-CURRENT-COMPANY TO WS-REMIT-COMPANY-CODE
               PERFORM PRINT-REMIT-TO-BLOCK
               MOVE WS-CURRENT-COMPANY TO STN-COMPANY-CODE
               MOVE WS-CURRENT-CUSTOMER TO STN-CUSTOMER-NUMBER
               MOVE WS-RUNNING-BALANCE TO STN-CLOSING-BALANCE
               MOVE WS-CDT-DATE TO STN-CLOSE-DATE
                   VARYING WS-BALANCE-SUB FROM 1 BY 1
                   UNTIL WS-BALANCE-SUB > WS-BALANCE-COUNT
               IF NOT WS-BAL-WAS-CONSUMED(WS-BALANCE-SUB)
                   MOVE WS-BAL-COMPANY-CODE(WS-BALANCE-SUB)
                       TO STN-COMPANY-CODE
                   MOVE WS-BAL-CUSTOMER-NUMBER(WS-BALANCE-SUB)
                       TO STN-CUSTOMER-NUMBER
                   MOVE WS-BAL-CLOSING-BALANCE(WS-BALANCE-SUB)
               END-IF
           END-PERFORM
           .
      * A missing rate file leaves the table empty, which only
      * matters when a foreign-currency item actually arrives.
       LOAD-EXCHANGE-RATE-TABLE.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHANGE-RATE-OK
               DISPLAY 'STATUS ON EXCHANGE-RATE-FILE OPEN: '
                       EXCHANGE-RATE-STATUS
               MOVE ZERO TO WS-EXCHANGE-RATE-COUNT
           ELSE
               PERFORM UNTIL END-OF-EXCHANGE-RATES
                   READ EXCHANGE-RATE-FILE
                   IF EXCHANGE-RATE-OK
                       IF WS-EXCHANGE-RATE-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-EXCHANGE-RATES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'CUSTSTMT EXCHANGE RATE TABLE FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-EXCHANGE-RATE-COUNT
                           MOVE XRT-CURRENCY-CODE
                               TO WS-XRT-CURRENCY
                                      (WS-EXCHANGE-RATE-COUNT)
                           MOVE XRT-EFFECTIVE-DATE
                               TO WS-XRT-EFFECTIVE
                                      (WS-EXCHANGE-RATE-COUNT)
                           MOVE XRT-RATE
                               TO WS-XRT-RATE
                                      (WS-EXCHANGE-RATE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           .
      * The rate for WS-RATE-CURRENCY-CODE with the latest effective
      * date not after WS-RATE-AS-OF-DATE (both YYYYMMDD, so a plain
      * compare orders them). Spaces or USD is home currency at
      * rate 1.
       FIND-EXCHANGE-RATE.
           IF WS-RATE-CURRENCY-CODE IS EQUAL TO SPACES
           OR WS-RATE-CURRENCY-CODE IS EQUAL TO 'USD'
               SET EXCHANGE-RATE-FOUND TO TRUE
               MOVE 1 TO WS-RATE-USED
           ELSE
               MOVE 'N' TO WS-EXCHANGE-FOUND-SWITCH
               MOVE LOW-VALUES TO WS-BEST-RATE-DATE
               MOVE ZERO TO WS-RATE-USED
               PERFORM WITH TEST BEFORE
                       VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-EXCHANGE-RATE-COUNT
                   IF WS-XRT-CURRENCY(WS-RATE-SUB)
                           IS EQUAL TO WS-RATE-CURRENCY-CODE
                   AND WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           IS NOT GREATER THAN WS-RATE-AS-OF-DATE
                   AND WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           IS NOT LESS THAN WS-BEST-RATE-DATE
                       MOVE WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           TO WS-BEST-RATE-DATE
                       MOVE WS-XRT-RATE(WS-RATE-SUB)
                           TO WS-RATE-USED
                       SET EXCHANGE-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'STATEMENTS PRINTED: ' WS-STATEMENT-COUNT
           CLOSE STATEMENT-FILE
