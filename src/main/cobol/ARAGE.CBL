      *   is no in-memory limit on payment volume at all now; only
      *   the unapplied-cash items, which should be few, are held
      *   for the end-of-report section.
      * - Open disputes from DISPMNT's DISPUTE1 master are loaded
      *   before the match. The disputed part of an open balance prints
      *   in its own DISPUTED column and totals on its own trailer line
      *   instead of in the aging buckets, and is carried on the aged
      *   extract as AGX-DISPUTED-AMOUNT so FINCHG and DUNNING can
      *   leave it out of collection.
      *
      * This program nets each invoice's total against whatever has
      * been paid against it and buckets the remaining open balance
      * cash posted against one is listed as unapplied. The billing
      * team used to build this same report by hand in a spreadsheet
      * every month.
      * - Ages each operating company as its own section. Both inputs
      *   are sorted by company and invoice number (a blank company
      *   being the home company '01'); each company's open items print
      *   under a heading naming it from the CMPYMST1 company master,
      *   followed by that company's own trailers and unapplied-cash
      *   items.
      * - The INVTOT1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - The INVTOT1 layout now carries the marketplace-facilitator
      *   tax-remitted-by tag.
      * - Reads the customer hierarchy from CUSTMAST and, after each
      *   company's unapplied-cash items, prints a national-account
      *   subtotal section: one line per top parent customer with
      *   accounts under it, showing its locations' open items by
      *   bucket and in dispute. No CUSTMAST prints the aging without
      *   it.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARAGE.
           SELECT AGED-EXTRACT-FILE ASSIGN TO 'ARAGEXT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGED-EXTRACT-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DISPUTE-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'CMPYMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMPANY-MASTER-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout INVCALC writes to INVOICE-TOTALS-FILE (INVTOT1) -
           05  INV-DUE-DATE             PIC X(08).
           05  INV-FREIGHT-AMOUNT       PIC S9(07)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(07)V99 COMP-3.
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-CURRENCY-CODE        PIC X(03).
           05  INV-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  INV-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.
           05  INV-TAX-REMITTED-BY      PIC X(01).
           05  INV-RESTOCK-FEE          PIC S9(07)V99 COMP-3.
      * Run-date header INVCALC stamps as the first record of the
      * extract; the sort input procedure refuses the file when it is
      * missing or carries a prior date, and strips it so it never
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           05  PMT-TYPE                 PIC X.
               88  PMT-IS-CASH          VALUE ' ', 'C'.
               88  PMT-IS-DISCOUNT      VALUE 'D'.
           05  PMT-COMPANY-CODE         PIC X(02).

      * INVTOT1 resequenced by invoice number for the two-file match.
       FD  SORTED-INVOICE-FILE
           05  SRI-DUE-DATE             PIC X(08).
           05  SRI-FREIGHT-AMOUNT       PIC S9(07)V99 COMP-3.
           05  SRI-HANDLING-AMOUNT      PIC S9(07)V99 COMP-3.
           05  SRI-COMPANY-CODE         PIC X(02).

      * PMTFILE1 resequenced by invoice number for the two-file
      * match.
           05  SRP-DATE                 PIC X(08).
           05  SRP-AMOUNT               PIC S9(07)V99 COMP-3.
           05  SRP-TYPE                 PIC X.
           05  SRP-COMPANY-CODE         PIC X(02).

       SD  INVOICE-SORT-FILE
           DATA RECORD IS INVOICE-SORT-RECORD.
           05  SIW-DATE                 PIC X(08).
           05  SIW-NUMBER               PIC X(08).
           05  FILLER                   PIC X(44).
           05  SIW-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(19).

       SD  PAYMENT-SORT-FILE
           DATA RECORD IS PAYMENT-SORT-RECORD.
       01  PAYMENT-SORT-RECORD.
           05  SPW-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(14).
           05  SPW-COMPANY-CODE         PIC X(02).

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  AGR-BUCKET-61-90         PIC $,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AGR-BUCKET-OVER-90       PIC $,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AGR-DISPUTED             PIC $,$$$,$$9.99.

      * Machine-readable copy of each aged open item: bucket code 1
      * is 0-30 days, 2 is 31-60, 3 is 61-90, 4 is over 90. Bucket
      * code 0 carries a credit balance (the open balance negative),
      * for the refund and reserve runs. The disputed amount is the
      * part of the open balance held out of collection by an open
      * dispute on DISPUTE1; the bucket code still ages the whole
      * item.
       FD  AGED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AGED-EXTRACT-RECORD.
           05  AGX-INVOICE-DATE         PIC X(08).
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * DISPMNT's dispute master; only open disputes are loaded.
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DISPUTE-RECORD.
       01  DISPUTE-RECORD.
           05  DSP-INVOICE-NUMBER       PIC X(08).
           05  DSP-CUSTOMER-NUMBER      PIC X(08).
           05  DSP-REASON-CODE          PIC X(02).
           05  DSP-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.
           05  DSP-STATUS               PIC X(01).
               88  DSP-IS-OPEN          VALUE 'O'.
           05  DSP-LOGGED-BY            PIC X(08).
           05  DSP-OPEN-DATE            PIC X(08).
           05  DSP-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(12).

      * Operating-company master; names each company's section of
      * the aging.
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

      * Same layout CUSTMNT maintains in CUSTMAST; only the parent
      * customer is used here, to subtotal national accounts.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER       PIC X(08).
           05  CM-CUSTOMER-NAME         PIC X(30).
           05  CM-CREDIT-LIMIT          PIC S9(07)V99 COMP-3.
           05  CM-BIRTH-DATE            PIC X(08).
           05  CM-ADDRESS-LINE-1        PIC X(30).
           05  CM-ADDRESS-LINE-2        PIC X(30).
           05  CM-CITY                  PIC X(20).
           05  CM-STATE                 PIC X(02).
           05  CM-POSTAL-CODE           PIC X(10).
           05  CM-CONTACT-NAME          PIC X(25).
           05  CM-CONTACT-PHONE         PIC X(15).
           05  CM-TERMS-CODE            PIC X(02).
      * Which night's CUSTSTMT run cuts this customer's statement;
      * space rides the default cycle.
           05  CM-STATEMENT-CYCLE       PIC X(01).
      * Space is a live account; CUSTMRGE marks the surviving-from
      * side of a merge 'M' so the retired number stays traceable.
           05  CM-STATUS                PIC X(01).
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
               88  AGING-REPORT-OK      VALUE '00'.
           05  AGED-EXTRACT-STATUS      PIC X(02).
               88  AGED-EXTRACT-OK      VALUE '00'.
           05  DISPUTE-STATUS           PIC X(02).
               88  DISPUTE-OK           VALUE '00'.
               88  END-OF-DISPUTES      VALUE '10'.
           05  COMPANY-MASTER-STATUS    PIC X(02).
               88  COMPANY-MASTER-OK    VALUE '00'.
               88  END-OF-COMPANY-MASTER VALUE '10'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Balance-line controls for the two-file match. HIGH-VALUES in
      * a key means that file is exhausted. Both files are in
      * company, invoice-number order, so the key is the pair.
       01  WS-MATCH-CONTROLS.
           05  WS-CURRENT-INVOICE-KEY.
               10  WS-CIK-COMPANY-CODE  PIC X(02).
               10  WS-CIK-INVOICE-NUMBER PIC X(08).
           05  WS-CURRENT-PAYMENT-KEY.
               10  WS-CPK-COMPANY-CODE  PIC X(02).
               10  WS-CPK-INVOICE-NUMBER PIC X(08).
           05  WS-GROUP-PAYMENT-KEY.
               10  WS-GPK-COMPANY-CODE  PIC X(02).
               10  WS-GPK-INVOICE-NUMBER PIC X(08).
           05  WS-GROUP-PAID-TOTAL      PIC S9(09)V99 COMP-3.
           05  WS-GROUP-LAST-PAY-DATE   PIC X(08).
           05  WS-UNA-HOLD-NUMBER       PIC X(08).
           05  WS-UNA-HOLD-KIND         PIC X.

       01  WS-OPEN-BALANCE              PIC S9(09)V99 COMP-3.
       01  WS-DISPUTED-BALANCE          PIC S9(09)V99 COMP-3.
       01  WS-AGING-BALANCE             PIC S9(09)V99 COMP-3.

       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR             PIC 9(04).
                   VALUE ZERO.
           05  WS-INVOICE-COUNT          PIC S9(07) COMP-3
                   VALUE ZERO.
           05  WS-TOTAL-DISPUTED         PIC S9(09)V99 COMP-3
                   VALUE ZERO.
           05  WS-DISPUTED-COUNT         PIC S9(07) COMP-3
                   VALUE ZERO.

       01  INVOICE-DATE-FORMATTED       PIC X(10).

                   88  WS-UNA-IS-CREDIT        VALUE 'C'.
                   88  WS-UNA-IS-RETURN-CASH   VALUE 'R'.

      * Open disputes from DISPUTE1, searched once per aged invoice.
      * Disputes are few, so a serial search costs little.
       01  WS-DISPUTE-TABLE-AREA.
           05  WS-DISPUTE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-DISPUTES          PIC S9(05) COMP-3 VALUE 5000.
           05  WS-DISPUTE-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-DISPUTE-COUNT
                       INDEXED BY DISPUTE-INDEX.
               10  WS-DSP-INVOICE-NUMBER PIC X(08).
               10  WS-DSP-DISPUTED-AMOUNT PIC S9(07)V99 COMP-3.

       01  CREDIT-BALANCE-LINE.
           05  CRB-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRL-TOTAL-61-90          PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TRL-TOTAL-OVER-90        PIC $$,$$$,$$9.99.
      * Each operating company ages as its own section: a heading
      * naming the company, its open items, its trailers and its
      * unapplied cash. A blank company on an older extract record
      * is the home company.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.
       01  WS-COMPANY-BREAK-FIELDS.
           05  WS-REPORT-COMPANY-CODE   PIC X(02).
           05  WS-DRIVING-COMPANY-CODE  PIC X(02).
           05  WS-COMPANY-STARTED-SWITCH PIC X VALUE 'N'.
               88  WS-COMPANY-IS-STARTED VALUE 'Y'.
       01  WS-COMPANY-TABLE-AREA.
           05  WS-COMPANY-COUNT         PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPANY-ENTRIES   PIC S9(03) COMP-3 VALUE 20.
           05  WS-COMPANY-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-COMPANY-COUNT
                       INDEXED BY COMPANY-INDEX.
               10  WS-CMP-COMPANY-CODE  PIC X(02).
               10  WS-CMP-LEGAL-NAME    PIC X(30).
       01  AGING-COMPANY-HEADING.
           05  FILLER                   PIC X(08) VALUE 'COMPANY '.
           05  ACH-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  ACH-LEGAL-NAME           PIC X(30).
       01  WS-REPORT-INVOICE-COUNT      PIC S9(07) COMP-3 VALUE ZERO.

      * Every customer on CUSTMAST with the parent it rolls up to,
      * the top of its hierarchy, and whether any account rolls up
      * to it. A customer in a hierarchy of more than one account is
      * part of a national account.
       01  WS-HIERARCHY-TABLE-AREA.
           05  WS-HIERARCHY-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-HIERARCHY-ENTRIES PIC S9(05) COMP-3 VALUE 1000.
           05  WS-HIERARCHY-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-HIERARCHY-COUNT
                       INDEXED BY HIERARCHY-INDEX.
               10  WS-HRC-CUSTOMER-NUMBER PIC X(08).
               10  WS-HRC-PARENT-CUSTOMER PIC X(08).
               10  WS-HRC-TOP-PARENT    PIC X(08).
               10  WS-HRC-HAS-CHILDREN-SWITCH PIC X(01).
                   88  WS-HRC-HAS-CHILDREN VALUE 'Y'.
       01  WS-HIERARCHY-WALK-WORK.
           05  WS-HRC-SUB               PIC S9(05) COMP-3.
           05  WS-TOP-CUSTOMER          PIC X(08).
           05  WS-WALK-PARENT           PIC X(08).
           05  WS-WALK-DEPTH            PIC S9(03) COMP-3.
           05  WS-MAX-WALK-DEPTH        PIC S9(03) COMP-3 VALUE 20.
           05  WS-SUBTOTAL-PARENT       PIC X(08).

      * One company section's open items subtotalled by the national
      * account (top parent) they belong to; cleared as each company
      * section starts.
       01  WS-PARENT-SUBTOTAL-AREA.
           05  WS-PARENT-SUBTOTAL-COUNT PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-PARENT-SUBTOTALS  PIC S9(03) COMP-3 VALUE 200.
           05  WS-PARENT-SUBTOTAL-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-PARENT-SUBTOTAL-COUNT
                       INDEXED BY PARENT-SUBTOTAL-INDEX.
               10  WS-PST-PARENT-CUSTOMER PIC X(08).
               10  WS-PST-INVOICE-COUNT PIC S9(07) COMP-3.
               10  WS-PST-TOTAL-0-30    PIC S9(09)V99 COMP-3.
               10  WS-PST-TOTAL-31-60   PIC S9(09)V99 COMP-3.
               10  WS-PST-TOTAL-61-90   PIC S9(09)V99 COMP-3.
               10  WS-PST-TOTAL-OVER-90 PIC S9(09)V99 COMP-3.
               10  WS-PST-TOTAL-DISPUTED PIC S9(09)V99 COMP-3.

       01  NATIONAL-ACCOUNT-HEADER.
           05  FILLER                   PIC X(28)
                   VALUE 'NATIONAL ACCOUNT SUBTOTALS: '.
           05  NAH-PARENT-COUNT         PIC ZZ9.

       01  NATIONAL-ACCOUNT-LINE.
           05  NAL-PARENT-CUSTOMER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  NAL-INVOICE-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE ' INVOICES'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  NAL-TOTAL-0-30           PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  NAL-TOTAL-31-60          PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  NAL-TOTAL-61-90          PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  NAL-TOTAL-OVER-90        PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  NAL-TOTAL-DISPUTED       PIC $$,$$$,$$9.99.

       01  DISPUTED-TOTAL-TRAILER.
           05  FILLER                   PIC X(20)
                   VALUE 'IN DISPUTE, OF THE  '.
           05  TRL-DISPUTED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE ' INVOICES'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TRL-TOTAL-DISPUTED       PIC $$,$$$,$$9.99.

      * Stale-extract control: set when the run-date header on
      * INVTOT1 is missing or from a prior date, so the aging stops

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-OPEN-DISPUTES
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-CUSTOMER-HIERARCHY

      * Resequence both inputs by company and invoice number so one
      * forward pass over each is the whole match - no in-storage
      * payment table, no cap on payment volume.
           SORT INVOICE-SORT-FILE
               ON ASCENDING KEY SIW-COMPANY-CODE SIW-NUMBER
               INPUT PROCEDURE IS RELEASE-TONIGHTS-INVOICES
               GIVING SORTED-INVOICE-FILE
           IF WS-EXTRACT-IS-STALE
               GO TO END-OF-PROGRAM
           END-IF
           SORT PAYMENT-SORT-FILE
               ON ASCENDING KEY SPW-COMPANY-CODE SPW-INVOICE-NUMBER
               INPUT PROCEDURE IS RELEASE-ALL-PAYMENTS
               GIVING SORTED-PAYMENT-FILE

           OPEN INPUT SORTED-INVOICE-FILE
               UNTIL WS-CURRENT-INVOICE-KEY = HIGH-VALUES
                 AND WS-CURRENT-PAYMENT-KEY = HIGH-VALUES

      * A night with nothing open still prints the home company's
      * section, empty, as the report always has.
           IF NOT WS-COMPANY-IS-STARTED
               MOVE WS-HOME-COMPANY TO WS-DRIVING-COMPANY-CODE
               PERFORM START-COMPANY-SECTION
           END-IF
           PERFORM FINISH-COMPANY-SECTION

           GO TO END-OF-PROGRAM
           .
       READ-NEXT-SORTED-INVOICE.
           READ SORTED-INVOICE-FILE
           IF SORTED-INVOICE-OK
               MOVE SRI-COMPANY-CODE TO WS-CIK-COMPANY-CODE
               MOVE SRI-NUMBER TO WS-CIK-INVOICE-NUMBER
           ELSE
               MOVE HIGH-VALUES TO WS-CURRENT-INVOICE-KEY
           END-IF
       READ-NEXT-SORTED-PAYMENT.
           READ SORTED-PAYMENT-FILE
           IF SORTED-PAYMENT-OK
               MOVE SRP-COMPANY-CODE TO WS-CPK-COMPANY-CODE
               MOVE SRP-INVOICE-NUMBER TO WS-CPK-INVOICE-NUMBER
           ELSE
               MOVE HIGH-VALUES TO WS-CURRENT-PAYMENT-KEY
           END-IF
      * below the invoice key has no invoice and goes to unapplied;
      * an invoice key below the payment key has no cash and ages at
      * its full amount; equal keys net the whole payment group
      * against the invoice. The driving key's company changing
      * closes one company's section and opens the next.
       MATCH-ONE-KEY.
           IF WS-CURRENT-PAYMENT-KEY IS LESS THAN
                   WS-CURRENT-INVOICE-KEY
               MOVE WS-CPK-COMPANY-CODE TO WS-DRIVING-COMPANY-CODE
           ELSE
               MOVE WS-CIK-COMPANY-CODE TO WS-DRIVING-COMPANY-CODE
           END-IF
           IF NOT WS-COMPANY-IS-STARTED
               PERFORM START-COMPANY-SECTION
           ELSE
               IF WS-DRIVING-COMPANY-CODE IS NOT EQUAL TO
                       WS-REPORT-COMPANY-CODE
                   PERFORM FINISH-COMPANY-SECTION
                   PERFORM START-COMPANY-SECTION
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-CURRENT-PAYMENT-KEY IS LESS THAN
                       WS-CURRENT-INVOICE-KEY
               EVALUATE TRUE
                   WHEN WS-OPEN-BALANCE IS GREATER THAN ZERO
                       PERFORM COMPUTE-INVOICE-AGE
                       PERFORM FIND-OPEN-DISPUTE
                       PERFORM WRITE-AGING-LINE
                   WHEN WS-OPEN-BALANCE IS LESS THAN ZERO
                       PERFORM NOTE-CREDIT-BALANCE
           .
       NOTE-UNAPPLIED-PAYMENT-GROUP.
           MOVE 'U' TO WS-UNA-HOLD-KIND
           MOVE WS-GPK-INVOICE-NUMBER TO WS-UNA-HOLD-NUMBER
           PERFORM ADD-UNAPPLIED-ITEM
           .
       NOTE-RETURN-CASH.
           MOVE SRI-DATE TO AGX-INVOICE-DATE
           MOVE WS-OPEN-BALANCE TO AGX-OPEN-BALANCE
           MOVE ZERO TO AGX-BUCKET-CODE
           MOVE ZERO TO AGX-DISPUTED-AMOUNT
           WRITE AGED-EXTRACT-RECORD
           IF NOT AGED-EXTRACT-OK
               DISPLAY 'STATUS ON AGED-EXTRACT-FILE WRITE: '
           MOVE WS-OPEN-BALANCE TO AGR-OPEN-BALANCE
           MOVE ZERO TO AGR-BUCKET-0-30 AGR-BUCKET-31-60
                        AGR-BUCKET-61-90 AGR-BUCKET-OVER-90
           MOVE WS-DISPUTED-BALANCE TO AGR-DISPUTED
           COMPUTE WS-AGING-BALANCE =
               WS-OPEN-BALANCE - WS-DISPUTED-BALANCE
           IF WS-DISPUTED-BALANCE IS GREATER THAN ZERO
               ADD WS-DISPUTED-BALANCE TO WS-TOTAL-DISPUTED
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-INVOICE-AGE-DAYS IS NOT GREATER THAN 30
                   MOVE WS-AGING-BALANCE TO AGR-BUCKET-0-30
                   ADD WS-AGING-BALANCE TO WS-TOTAL-0-30
                   MOVE 1 TO AGX-BUCKET-CODE
               WHEN WS-INVOICE-AGE-DAYS IS NOT GREATER THAN 60
                   MOVE WS-AGING-BALANCE TO AGR-BUCKET-31-60
                   ADD WS-AGING-BALANCE TO WS-TOTAL-31-60
                   MOVE 2 TO AGX-BUCKET-CODE
               WHEN WS-INVOICE-AGE-DAYS IS NOT GREATER THAN 90
                   MOVE WS-AGING-BALANCE TO AGR-BUCKET-61-90
                   ADD WS-AGING-BALANCE TO WS-TOTAL-61-90
                   MOVE 3 TO AGX-BUCKET-CODE
               WHEN OTHER
                   MOVE WS-AGING-BALANCE TO AGR-BUCKET-OVER-90
                   ADD WS-AGING-BALANCE TO WS-TOTAL-OVER-90
                   MOVE 4 TO AGX-BUCKET-CODE
           END-EVALUATE
           PERFORM ADD-TO-PARENT-SUBTOTAL
               THRU ADD-TO-PARENT-SUBTOTAL-EXIT

           WRITE AGING-REPORT-LINE
           ADD 1 TO WS-INVOICE-COUNT
           ADD 1 TO WS-REPORT-INVOICE-COUNT

           MOVE SRI-CUSTOMER-NUMBER TO AGX-CUSTOMER-NUMBER
           MOVE SRI-NUMBER TO AGX-INVOICE-NUMBER
           MOVE SRI-DATE TO AGX-INVOICE-DATE
           MOVE WS-OPEN-BALANCE TO AGX-OPEN-BALANCE
           MOVE WS-DISPUTED-BALANCE TO AGX-DISPUTED-AMOUNT
           WRITE AGED-EXTRACT-RECORD
           IF NOT AGED-EXTRACT-OK
               DISPLAY 'STATUS ON AGED-EXTRACT-FILE WRITE: '
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * Heads a company's section with its code and the legal name
      * CMPYMST1 carries for it.
       START-COMPANY-SECTION.
           MOVE WS-DRIVING-COMPANY-CODE TO WS-REPORT-COMPANY-CODE
           MOVE 'Y' TO WS-COMPANY-STARTED-SWITCH
           MOVE WS-REPORT-COMPANY-CODE TO ACH-COMPANY-CODE
           MOVE 'COMPANY NOT ON MASTER' TO ACH-LEGAL-NAME
           SET COMPANY-INDEX TO 1
           SEARCH WS-COMPANY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CMP-COMPANY-CODE(COMPANY-INDEX)
                        IS EQUAL TO WS-REPORT-COMPANY-CODE
                   MOVE WS-CMP-LEGAL-NAME(COMPANY-INDEX)
                       TO ACH-LEGAL-NAME
           END-SEARCH
           WRITE AGING-REPORT-LINE FROM AGING-COMPANY-HEADING
           MOVE ZERO TO WS-TOTAL-0-30 WS-TOTAL-31-60
                        WS-TOTAL-61-90 WS-TOTAL-OVER-90
                        WS-TOTAL-DISPUTED WS-DISPUTED-COUNT
                        WS-REPORT-INVOICE-COUNT WS-UNAPPLIED-COUNT
                        WS-PARENT-SUBTOTAL-COUNT
           .
       FINISH-COMPANY-SECTION.
           PERFORM WRITE-AGING-TRAILER
           PERFORM WRITE-UNAPPLIED-SECTION
           IF WS-PARENT-SUBTOTAL-COUNT IS GREATER THAN ZERO
               PERFORM WRITE-NATIONAL-ACCOUNT-SECTION
           END-IF
           .
       WRITE-AGING-TRAILER.
           MOVE WS-REPORT-INVOICE-COUNT TO TRL-INVOICE-COUNT
           MOVE WS-TOTAL-0-30 TO TRL-TOTAL-0-30
           MOVE WS-TOTAL-31-60 TO TRL-TOTAL-31-60
           MOVE WS-TOTAL-61-90 TO TRL-TOTAL-61-90
           MOVE WS-TOTAL-OVER-90 TO TRL-TOTAL-OVER-90
           WRITE AGING-REPORT-LINE FROM AGING-REPORT-TRAILER
           MOVE WS-DISPUTED-COUNT TO TRL-DISPUTED-COUNT
           MOVE WS-TOTAL-DISPUTED TO TRL-TOTAL-DISPUTED
           WRITE AGING-REPORT-LINE FROM DISPUTED-TOTAL-TRAILER
           .
      * No DISPUTE1 means no invoice is in dispute; the aging runs
      * exactly as before.
       LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF NOT DISPUTE-OK
               DISPLAY 'STATUS ON DISPUTE-FILE OPEN: '
                       DISPUTE-STATUS
           ELSE
               PERFORM UNTIL END-OF-DISPUTES
                   READ DISPUTE-FILE
                   IF DISPUTE-OK
                   AND DSP-IS-OPEN
                       PERFORM LOAD-ONE-OPEN-DISPUTE
                   END-IF
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           .
       LOAD-ONE-OPEN-DISPUTE.
           IF WS-DISPUTE-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-DISPUTES
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARAGE DISPUTE TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-DISPUTE-COUNT
               MOVE DSP-INVOICE-NUMBER
                   TO WS-DSP-INVOICE-NUMBER(WS-DISPUTE-COUNT)
               MOVE DSP-DISPUTED-AMOUNT
                   TO WS-DSP-DISPUTED-AMOUNT(WS-DISPUTE-COUNT)
           END-IF
           .
      * The disputed part of an open balance is never more than the
      * balance itself - a dispute larger than what is still owed
      * holds the whole invoice, no more.
       FIND-OPEN-DISPUTE.
           MOVE ZERO TO WS-DISPUTED-BALANCE
           SET DISPUTE-INDEX TO 1
           SEARCH WS-DISPUTE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DSP-INVOICE-NUMBER(DISPUTE-INDEX)
                        IS EQUAL TO SRI-NUMBER
                   MOVE WS-DSP-DISPUTED-AMOUNT(DISPUTE-INDEX)
                       TO WS-DISPUTED-BALANCE
           END-SEARCH
           IF WS-DISPUTED-BALANCE IS GREATER THAN WS-OPEN-BALANCE
               MOVE WS-OPEN-BALANCE TO WS-DISPUTED-BALANCE
           END-IF
           .
      * An aged item for a customer in a national account adds to
      * its top parent's subtotal, in the bucket WRITE-AGING-LINE
      * just chose for it.
       ADD-TO-PARENT-SUBTOTAL.
           MOVE SPACES TO WS-SUBTOTAL-PARENT
           IF WS-HIERARCHY-COUNT IS GREATER THAN ZERO
               SET HIERARCHY-INDEX TO 1
               SEARCH WS-HIERARCHY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HRC-CUSTOMER-NUMBER(HIERARCHY-INDEX)
                            IS EQUAL TO SRI-CUSTOMER-NUMBER
                       IF WS-HRC-TOP-PARENT(HIERARCHY-INDEX)
                               IS NOT EQUAL TO SRI-CUSTOMER-NUMBER
                       OR WS-HRC-HAS-CHILDREN(HIERARCHY-INDEX)
                           MOVE WS-HRC-TOP-PARENT(HIERARCHY-INDEX)
                               TO WS-SUBTOTAL-PARENT
                       END-IF
               END-SEARCH
           END-IF
           IF WS-SUBTOTAL-PARENT IS EQUAL TO SPACES
               GO TO ADD-TO-PARENT-SUBTOTAL-EXIT
           END-IF
           SET PARENT-SUBTOTAL-INDEX TO 1
           SEARCH WS-PARENT-SUBTOTAL-ENTRY
               AT END
                   PERFORM ADD-PARENT-SUBTOTAL-ENTRY
               WHEN WS-PST-PARENT-CUSTOMER(PARENT-SUBTOTAL-INDEX)
                        IS EQUAL TO WS-SUBTOTAL-PARENT
                   CONTINUE
           END-SEARCH
           IF WS-SUBTOTAL-PARENT IS EQUAL TO SPACES
               GO TO ADD-TO-PARENT-SUBTOTAL-EXIT
           END-IF
           ADD 1 TO WS-PST-INVOICE-COUNT(PARENT-SUBTOTAL-INDEX)
           EVALUATE AGX-BUCKET-CODE
               WHEN 1
                   ADD WS-AGING-BALANCE
                       TO WS-PST-TOTAL-0-30(PARENT-SUBTOTAL-INDEX)
               WHEN 2
                   ADD WS-AGING-BALANCE
                       TO WS-PST-TOTAL-31-60(PARENT-SUBTOTAL-INDEX)
               WHEN 3
                   ADD WS-AGING-BALANCE
                       TO WS-PST-TOTAL-61-90(PARENT-SUBTOTAL-INDEX)
               WHEN OTHER
                   ADD WS-AGING-BALANCE
                       TO WS-PST-TOTAL-OVER-90(PARENT-SUBTOTAL-INDEX)
           END-EVALUATE
           ADD WS-DISPUTED-BALANCE
               TO WS-PST-TOTAL-DISPUTED(PARENT-SUBTOTAL-INDEX)
           .
       ADD-TO-PARENT-SUBTOTAL-EXIT.
           EXIT.
      * A full subtotal table leaves the parent blank so the item
      * still ages, just without a national-account subtotal.
       ADD-PARENT-SUBTOTAL-ENTRY.
           IF WS-PARENT-SUBTOTAL-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-PARENT-SUBTOTALS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARAGE NATIONAL ACCOUNT SUBTOTAL TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-SUBTOTAL-PARENT
           ELSE
               ADD 1 TO WS-PARENT-SUBTOTAL-COUNT
               SET PARENT-SUBTOTAL-INDEX TO WS-PARENT-SUBTOTAL-COUNT
               MOVE WS-SUBTOTAL-PARENT
                   TO WS-PST-PARENT-CUSTOMER(PARENT-SUBTOTAL-INDEX)
               MOVE ZERO TO WS-PST-INVOICE-COUNT(PARENT-SUBTOTAL-INDEX)
                      WS-PST-TOTAL-0-30(PARENT-SUBTOTAL-INDEX)
                      WS-PST-TOTAL-31-60(PARENT-SUBTOTAL-INDEX)
                      WS-PST-TOTAL-61-90(PARENT-SUBTOTAL-INDEX)
                      WS-PST-TOTAL-OVER-90(PARENT-SUBTOTAL-INDEX)
                      WS-PST-TOTAL-DISPUTED(PARENT-SUBTOTAL-INDEX)
           END-IF
           .
      * Follows the company's trailers and unapplied cash with one
      * line per national account: its open items by bucket, and
      * what is in dispute.
       WRITE-NATIONAL-ACCOUNT-SECTION.
           MOVE WS-PARENT-SUBTOTAL-COUNT TO NAH-PARENT-COUNT
           WRITE AGING-REPORT-LINE FROM NATIONAL-ACCOUNT-HEADER
           PERFORM WITH TEST BEFORE
                   VARYING PARENT-SUBTOTAL-INDEX FROM 1 BY 1
                   UNTIL PARENT-SUBTOTAL-INDEX >
                         WS-PARENT-SUBTOTAL-COUNT
               MOVE WS-PST-PARENT-CUSTOMER(PARENT-SUBTOTAL-INDEX)
                   TO NAL-PARENT-CUSTOMER
               MOVE WS-PST-INVOICE-COUNT(PARENT-SUBTOTAL-INDEX)
                   TO NAL-INVOICE-COUNT
               MOVE WS-PST-TOTAL-0-30(PARENT-SUBTOTAL-INDEX)
                   TO NAL-TOTAL-0-30
               MOVE WS-PST-TOTAL-31-60(PARENT-SUBTOTAL-INDEX)
                   TO NAL-TOTAL-31-60
               MOVE WS-PST-TOTAL-61-90(PARENT-SUBTOTAL-INDEX)
                   TO NAL-TOTAL-61-90
               MOVE WS-PST-TOTAL-OVER-90(PARENT-SUBTOTAL-INDEX)
                   TO NAL-TOTAL-OVER-90
               MOVE WS-PST-TOTAL-DISPUTED(PARENT-SUBTOTAL-INDEX)
                   TO NAL-TOTAL-DISPUTED
               WRITE AGING-REPORT-LINE FROM NATIONAL-ACCOUNT-LINE
           END-PERFORM
           .
       WRITE-UNAPPLIED-SECTION.
           MOVE WS-UNAPPLIED-COUNT TO USH-ITEM-COUNT
       RELEASE-INVOICE-RECORDS.
           READ INVOICE-FILE
           IF INVOICE-FILE-OK
               IF INV-COMPANY-CODE IS EQUAL TO SPACES
                   MOVE WS-HOME-COMPANY TO INV-COMPANY-CODE
               END-IF
               RELEASE INVOICE-SORT-RECORD FROM INVOICE
           END-IF
           .
      * Feeds the payment sort from PMTFILE1, giving a payment with
      * no company the home company so it meets its invoice.
       RELEASE-ALL-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'STATUS ON PAYMENT-FILE OPEN: '
                       PAYMENT-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARAGE STATUS ON PAYMENT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM RELEASE-PAYMENT-RECORDS
                   UNTIL END-OF-PAYMENT-FILE
               CLOSE PAYMENT-FILE
           END-IF
           .
       RELEASE-PAYMENT-RECORDS.
           READ PAYMENT-FILE
           IF PAYMENT-FILE-OK
               IF PMT-COMPANY-CODE IS EQUAL TO SPACES
                   MOVE WS-HOME-COMPANY TO PMT-COMPANY-CODE
               END-IF
               RELEASE PAYMENT-SORT-RECORD FROM PAYMENT-RECORD
           END-IF
           .
      * No CMPYMST1 leaves every section headed COMPANY NOT ON
      * MASTER; the aging itself does not depend on it.
       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF NOT COMPANY-MASTER-OK
               DISPLAY 'STATUS ON COMPANY-MASTER-FILE OPEN: '
                       COMPANY-MASTER-STATUS
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
               MOVE 'ARAGE COMPANY TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-COMPANY-COUNT
               MOVE CMP-COMPANY-CODE
                   TO WS-CMP-COMPANY-CODE(WS-COMPANY-COUNT)
               MOVE CMP-LEGAL-NAME
                   TO WS-CMP-LEGAL-NAME(WS-COMPANY-COUNT)
           END-IF
           .
      * No CUSTMAST leaves the hierarchy table empty; the aging then
      * prints without national-account subtotals.
       LOAD-CUSTOMER-HIERARCHY.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       PERFORM LOAD-ONE-HIERARCHY-ENTRY
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM RESOLVE-TOP-PARENTS
           END-IF
           .
       LOAD-ONE-HIERARCHY-ENTRY.
           IF WS-HIERARCHY-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-HIERARCHY-ENTRIES
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARAGE CUSTOMER HIERARCHY TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-HIERARCHY-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-HRC-CUSTOMER-NUMBER(WS-HIERARCHY-COUNT)
               MOVE CM-PARENT-CUSTOMER
                   TO WS-HRC-PARENT-CUSTOMER(WS-HIERARCHY-COUNT)
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-HRC-TOP-PARENT(WS-HIERARCHY-COUNT)
               MOVE 'N'
                   TO WS-HRC-HAS-CHILDREN-SWITCH(WS-HIERARCHY-COUNT)
           END-IF
           .
      * Walks each customer up to the top of its hierarchy, and marks
      * that top customer as having accounts under it. The walk stops
      * at a parent not on the master, or after WS-MAX-WALK-DEPTH
      * steps should a loop ever reach the file.
       RESOLVE-TOP-PARENTS.
           PERFORM WITH TEST BEFORE
                   VARYING WS-HRC-SUB FROM 1 BY 1
                   UNTIL WS-HRC-SUB > WS-HIERARCHY-COUNT
               MOVE WS-HRC-CUSTOMER-NUMBER(WS-HRC-SUB)
                   TO WS-TOP-CUSTOMER
               MOVE WS-HRC-PARENT-CUSTOMER(WS-HRC-SUB)
                   TO WS-WALK-PARENT
               MOVE ZERO TO WS-WALK-DEPTH
               PERFORM UNTIL WS-WALK-PARENT IS EQUAL TO SPACES
                       OR WS-WALK-DEPTH IS NOT LESS THAN
                           WS-MAX-WALK-DEPTH
                   PERFORM STEP-UP-TO-PARENT
               END-PERFORM
               MOVE WS-TOP-CUSTOMER TO WS-HRC-TOP-PARENT(WS-HRC-SUB)
               IF WS-TOP-CUSTOMER IS NOT EQUAL TO
                       WS-HRC-CUSTOMER-NUMBER(WS-HRC-SUB)
                   SET HIERARCHY-INDEX TO 1
                   SEARCH WS-HIERARCHY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HRC-CUSTOMER-NUMBER(HIERARCHY-INDEX)
                                IS EQUAL TO WS-TOP-CUSTOMER
                           MOVE 'Y' TO WS-HRC-HAS-CHILDREN-SWITCH
                                          (HIERARCHY-INDEX)
                   END-SEARCH
               END-IF
           END-PERFORM
           .
       STEP-UP-TO-PARENT.
           ADD 1 TO WS-WALK-DEPTH
           SET HIERARCHY-INDEX TO 1
           SEARCH WS-HIERARCHY-ENTRY
               AT END
                   MOVE SPACES TO WS-WALK-PARENT
               WHEN WS-HRC-CUSTOMER-NUMBER(HIERARCHY-INDEX)
                        IS EQUAL TO WS-WALK-PARENT
                   MOVE WS-WALK-PARENT TO WS-TOP-CUSTOMER
                   MOVE WS-HRC-PARENT-CUSTOMER(HIERARCHY-INDEX)
                       TO WS-WALK-PARENT
           END-SEARCH
           .
       END-OF-PROGRAM.
           DISPLAY 'NUMBER OF OPEN INVOICES AGED: ' WS-INVOICE-COUNT
           CLOSE SORTED-INVOICE-FILE
