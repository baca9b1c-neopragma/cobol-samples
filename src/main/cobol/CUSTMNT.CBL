      *   D - deactivate a customer; the record is dropped from the
      *       new master instead of being carried forward. Rejected
      *       if the customer number is not on file.
      * - Each customer now carries an invoice delivery method,
      *   CM-INVOICE-DELIVERY, taken from the old FILLER: E sends its
      *   invoices on INVEDI's electronic transmission instead of
      *   INVPRINT's paper run, P or space stays on paper. CUSTTRNS
      *   carries it as a new last field; anything other than P, E or
      *   blank is rejected.
      * - Each customer now carries the collector who works its
      *   past-due calls, CM-COLLECTOR-CODE, taken from the old FILLER;
      *   CUSTTRNS carries it after the delivery method, and blank
      *   leaves the assignment unchanged. COLLWORK builds each
      *   collector's daily call worklist from it.
      * - Each customer now carries the currency it is billed and pays
      *   in, CM-BILLING-CURRENCY, taken from the old FILLER; CUSTTRNS
      *   carries it after the collector code, and blank leaves it
      *   unchanged. Spaces or USD is home currency. INVCALC, INVPRINT,
      *   CUSTSTMT and CASHAPP bill, print and apply a foreign
      *   customer's items in that currency.
      * - A keyed salesperson code must now be active on the SLSPMST1
      *   salesperson master SLSPMNT maintains. Every assignment an add
      *   or change makes is written to the customer-to-salesperson
      *   history (SLSASGN1 copied forward to SLSASGN2) with the date
      *   it takes effect: CMT-SALESPERSON-EFFECTIVE, a new last
      *   CUSTTRNS field, or the run date when blank. COMMCALC credits
      *   each invoice line from this history.
      * - CUSTTRNS now carries the operator who keyed each transaction
      *   and any second approver, CMT-KEYED-BY and CMT-APPROVED-BY. An
      *   operator the OPRAUTH1 authority master does not authorize for
      *   the action is rejected. A credit-limit increase must be
      *   within the keyer's credit authority, and one above the
      *   DUALCRLM card threshold (10,000.00 by default) needs a
      *   different, authorized approver. Both IDs are recorded on
      *   MNTAUDT1.
      * - Each customer now carries a national-account parent,
      *   CM-PARENT-CUSTOMER, and a hierarchy credit limit on the
      *   combined exposure of the customer and every account under it,
      *   CM-HIERARCHY-CREDIT-LIMIT, the master growing to 220 bytes.
      *   CUSTTRNS carries both as new last fields; blank leaves them
      *   unchanged and a parent of NONE detaches the account. A parent
      *   must be an active customer on file and may not lead back
      *   round to the account itself, a hierarchy-limit increase is
      *   held to the same credit authority as the credit limit, and a
      *   customer still heading active accounts cannot be deactivated.
      *   Changes to either field are audited under the customer number
      *   and HIERARCHY.
      * - A change to a customer's address is now audited as its own
      *   entry, under the customer number and ADDRESS, so a refund
      *   sent out soon after the address moved can be picked out for
      *   fraud review.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMNT.
           SELECT CUSTOMER-MAINT-REPORT-FILE ASSIGN TO 'CUSTRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MAINT-REPORT-STATUS.
           SELECT SALESPERSON-FILE ASSIGN TO 'SLSPMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SALESPERSON-FILE-STATUS.
           SELECT ASSIGNMENT-HISTORY-FILE ASSIGN TO 'SLSASGN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ASSIGNMENT-HISTORY-STATUS.
           SELECT ASSIGNMENT-HISTORY-NEW-FILE ASSIGN TO 'SLSASGN2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ASSIGNMENT-HISTORY-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout INVCALC reads.
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
      * How the customer receives its invoices: E is the electronic
      * transmission INVEDI builds, space or P the paper INVDOC1.
           05  CM-INVOICE-DELIVERY      PIC X(01).
      * The collector who works the account's past-due calls; spaces
      * is unassigned.
           05  CM-COLLECTOR-CODE        PIC X(03).
      * ISO code of the currency the customer is billed and pays
      * in; spaces or USD is home currency.
           05  CM-BILLING-CURRENCY      PIC X(03).
           05  FILLER                   PIC X(03).
      * The customer this account rolls up to for national-account
      * credit, statements and aging; spaces is the top of its own
      * hierarchy.
           05  CM-PARENT-CUSTOMER       PIC X(08).
      * Limit on the combined exposure of this customer and every
      * account under it; zero means no hierarchy limit.
           05  CM-HIERARCHY-CREDIT-LIMIT PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(07).

      * One add/change/deactivate request per record. The credit
      * limit arrives as nine keyed digits (dollars and cents,
           05  CMT-CONTACT-PHONE        PIC X(15).
           05  CMT-TERMS-CODE           PIC X(02).
           05  CMT-STATEMENT-CYCLE      PIC X(01).
      * Salesperson must be active on the SLSPMST1 salesperson
      * master; blank leaves the assignment unchanged, the house
      * account stays spaces.
           05  CMT-SALESPERSON-CODE     PIC X(03).
      * P or E; blank leaves the delivery method unchanged, and an
      * add keyed blank takes paper.
           05  CMT-INVOICE-DELIVERY     PIC X(01).
               88  CMT-DELIVERY-VALID   VALUE SPACE 'P' 'E'.
      * Blank leaves the collector assignment unchanged.
           05  CMT-COLLECTOR-CODE       PIC X(03).
      * Blank leaves the billing currency unchanged; USD moves a
      * customer back to home-currency billing.
           05  CMT-BILLING-CURRENCY     PIC X(03).
      * Date (CCYYMMDD) a keyed salesperson takes the account over;
      * blank means the run date. Invoices dated before it still
      * commission to the previous salesperson.
           05  CMT-SALESPERSON-EFFECTIVE PIC X(08).
      * Operator who keyed the transaction; must hold the action
      * code for CUSTMNT on the OPRAUTH1 authority master.
           05  CMT-KEYED-BY             PIC X(08).
      * Second operator approving a credit-limit increase over the
      * DUALCRLM threshold; must differ from the keyer and hold
      * approver authority for CUSTMNT.
           05  CMT-APPROVED-BY          PIC X(08).
      * National-account parent; must be an active customer on file
      * and may not lead back to this one. Blank leaves it unchanged,
      * NONE detaches the account from its parent.
           05  CMT-PARENT-CUSTOMER      PIC X(08).
               88  CMT-PARENT-IS-REMOVED VALUE 'NONE'.
      * Hierarchy credit limit in the same nine-digit form as the
      * credit limit; spaces mean it is not being changed.
           05  CMT-HIERARCHY-LIMIT      PIC X(09).
           05  CMT-HIERARCHY-LIMIT-NUM REDEFINES CMT-HIERARCHY-LIMIT
                                        PIC 9(07)V99.

      * Tomorrow's master, same layout as CUSTOMER-MASTER-FILE; the
      * nightly suite picks this up once it is renamed/copied to
           05  CMN-STATEMENT-CYCLE      PIC X(01).
           05  CMN-STATUS               PIC X(01).
           05  CMN-SALESPERSON-CODE     PIC X(03).
           05  CMN-INVOICE-DELIVERY     PIC X(01).
           05  CMN-COLLECTOR-CODE       PIC X(03).
           05  CMN-BILLING-CURRENCY     PIC X(03).
           05  FILLER                   PIC X(03).
           05  CMN-PARENT-CUSTOMER      PIC X(08).
           05  CMN-HIERARCHY-CREDIT-LIMIT PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(07).

      * One line per transaction applied or rejected, plus a trailer.
       FD  CUSTOMER-MAINT-REPORT-FILE
           DATA RECORD IS CUSTOMER-MAINT-REPORT-LINE.
       01  CUSTOMER-MAINT-REPORT-LINE        PIC X(100).

      * The salesperson master SLSPMNT maintains; only the code and
      * status are needed here.
       FD  SALESPERSON-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALESPERSON-RECORD.
       01  SALESPERSON-RECORD.
           05  SPM-SALESPERSON-CODE     PIC X(03).
           05  SPM-SALESPERSON-NAME     PIC X(30).
           05  SPM-TERRITORY-CODE       PIC X(04).
           05  SPM-MANAGER-CODE         PIC X(03).
           05  SPM-HIRE-DATE            PIC X(08).
           05  SPM-TERMINATION-DATE     PIC X(08).
           05  SPM-STATUS               PIC X(01).
           05  SPM-OVERRIDE-RATE        PIC 9V9(05).
           05  FILLER                   PIC X(10).

      * Customer-to-salesperson assignment history, one record per
      * assignment with the date it took effect. Today's history is
      * copied to SLSASGN2 and every assignment this run makes is
      * added behind it; COMMCALC credits each invoice line to the
      * salesperson whose assignment was in effect on its date.
       FD  ASSIGNMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ASSIGNMENT-HISTORY-RECORD.
       01  ASSIGNMENT-HISTORY-RECORD.
           05  SAH-CUSTOMER-NUMBER      PIC X(08).
           05  SAH-SALESPERSON-CODE     PIC X(03).
           05  SAH-EFFECTIVE-DATE       PIC X(08).
           05  SAH-ENTERED-DATE         PIC X(08).
           05  FILLER                   PIC X(05).

       FD  ASSIGNMENT-HISTORY-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ASSIGNMENT-HISTORY-NEW-RECORD.
       01  ASSIGNMENT-HISTORY-NEW-RECORD PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CUSTOMER-MASTER-STATUS    PIC X(02).
               88  CUSTOMER-MASTER-NEW-OK VALUE '00'.
           05  CUSTOMER-MAINT-REPORT-STATUS PIC X(02).
               88  CUSTOMER-MAINT-REPORT-OK VALUE '00'.
           05  SALESPERSON-FILE-STATUS  PIC X(02).
               88  SALESPERSON-FILE-OK  VALUE '00'.
               88  END-OF-SALESPERSON-FILE VALUE '10'.
           05  ASSIGNMENT-HISTORY-STATUS PIC X(02).
               88  ASSIGNMENT-HISTORY-OK VALUE '00'.
               88  END-OF-ASSIGNMENT-HISTORY VALUE '10'.
           05  ASSIGNMENT-HISTORY-NEW-STATUS PIC X(02).
               88  ASSIGNMENT-HISTORY-NEW-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
               10  WS-CUS-STATEMENT-CYCLE PIC X(01).
               10  WS-CUS-STATUS          PIC X(01).
               10  WS-CUS-SALESPERSON-CODE PIC X(03).
               10  WS-CUS-INVOICE-DELIVERY PIC X(01).
               10  WS-CUS-COLLECTOR-CODE  PIC X(03).
               10  WS-CUS-BILLING-CURRENCY PIC X(03).
               10  WS-CUS-PARENT-CUSTOMER PIC X(08).
               10  WS-CUS-HIERARCHY-LIMIT PIC S9(07)V99 COMP-3.
               10  WS-CUS-ACTIVE-SWITCH   PIC X VALUE 'Y'.
                   88  WS-CUS-IS-ACTIVE   VALUE 'Y'.
       01  WS-MAX-CUSTOMER-ENTRIES      PIC S9(05) COMP-3 VALUE 1000.

      * Salespeople a customer may be assigned to, loaded from
      * SLSPMST1. A keyed salesperson code must be here and active.
       01  WS-SALESPERSON-TABLE-AREA.
           05  WS-SALESPERSON-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SALESPERSON-ENTRY
                   OCCURS 1 TO 500
                   DEPENDING ON WS-SALESPERSON-COUNT
                   INDEXED BY SALESPERSON-INDEX.
               10  WS-SPM-SALESPERSON-CODE PIC X(03).
               10  WS-SPM-STATUS          PIC X(01).
       01  WS-MAX-SALESPERSON-ENTRIES   PIC S9(05) COMP-3 VALUE 500.

      * Result of checking the transaction's salesperson fields.
       01  WS-SALESPERSON-CHECK-SWITCH  PIC X.
           88  WS-SALESPERSON-IS-VALID      VALUE 'Y'.
           88  WS-SALESPERSON-NOT-ACTIVE    VALUE 'N'.
           88  WS-SALESPERSON-BAD-DATE      VALUE 'D'.

      * Salesperson on the customer before the transaction applied,
      * so a change writes history only when the assignment moves.
       01  WS-PRIOR-SALESPERSON-CODE    PIC X(03).

      * Result of checking the transaction's parent customer. The
      * walk up from the keyed parent stops at the top of its
      * hierarchy; twenty levels is further than any real chain goes,
      * so a walk that long is treated as a loop already on file.
       01  WS-PARENT-CHECK-SWITCH       PIC X.
           88  WS-PARENT-IS-VALID           VALUE 'Y'.
           88  WS-PARENT-NOT-ON-FILE        VALUE 'N'.
           88  WS-PARENT-FORMS-LOOP         VALUE 'L'.
       01  WS-HIERARCHY-WALK-WORK.
           05  WS-WALK-CUSTOMER           PIC X(08).
           05  WS-WALK-DEPTH              PIC S9(03) COMP-3.
           05  WS-MAX-WALK-DEPTH          PIC S9(03) COMP-3 VALUE 20.
           05  WS-CHILD-SUB               PIC S9(05) COMP-3.
           05  WS-ACTIVE-CHILD-COUNT      PIC S9(05) COMP-3.

       01  WS-ASSIGNMENT-COUNT          PIC S9(05) COMP-3 VALUE ZERO.


      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).
           05  WS-MA-KEYED-BY             PIC X(08).
           05  WS-MA-APPROVED-BY          PIC X(08).

      * Work area mirroring OPRAUTH's LINKAGE SECTION.
       01  WS-OPERATOR-AUTHORITY-CONVERSION.
           05  WS-OA-FUNCTION-CODE        PIC X(02).
           05  WS-OA-PROGRAM-ID           PIC X(08) VALUE 'CUSTMNT'.
           05  WS-OA-OPERATOR-ID          PIC X(08).
           05  WS-OA-ACTION-CODE          PIC X(01).
           05  WS-OA-CREDIT-AUTHORITY     PIC S9(07)V99 COMP-3.
           05  WS-OA-APPROVER-SWITCH      PIC X(01).
               88  WS-OA-MAY-APPROVE      VALUE 'Y'.
           05  WS-OA-RETURN-CODE          PIC X(02).
               88  WS-OA-AUTHORIZED       VALUE '00'.

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

      * DUALCRLM control-card conversion: nine digits with two
      * implied decimals, the CUSTTRNS credit-limit form; a credit-
      * limit increase above it needs a second approver. 10,000.00
      * when no card is present.
       01  WS-DUAL-CONTROL-THRESHOLD    PIC S9(07)V99 COMP-3
                                            VALUE 10000.00.
       01  WS-DUAL-CONTROL-CONVERSION.
           05  WS-DCT-AS-INTEGER        PIC 9(07)V99.

      * The keyer's credit authority, the increase the transaction
      * makes, and the approver recorded with the change.
       01  WS-CREDIT-CONTROL-WORK.
           05  WS-KEYER-CREDIT-AUTHORITY  PIC S9(07)V99 COMP-3.
           05  WS-PRIOR-CREDIT-LIMIT      PIC S9(07)V99 COMP-3.
           05  WS-PRIOR-HIERARCHY-LIMIT   PIC S9(07)V99 COMP-3.
           05  WS-CREDIT-INCREASE         PIC S9(07)V99 COMP-3.
           05  WS-HIERARCHY-INCREASE      PIC S9(07)V99 COMP-3.
           05  WS-APPROVER-OF-RECORD      PIC X(08).
           05  WS-CREDIT-REJECT-TEXT      PIC X(40).
       01  WS-CREDIT-CHECK-SWITCH       PIC X.
           88  WS-CREDIT-CHANGE-CLEARED VALUE 'Y'.

      * Compact display image of the fields maintenance can change,
      * for the audit trail - the whole 220-byte master does not fit
      * an image, and these are the fields disputes are about.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-CUSTOMER-NAME       PIC X(30).
           05  WS-AIW-TERMS-CODE          PIC X(02).
           05  WS-AIW-STATEMENT-CYCLE     PIC X(01).
           05  WS-AIW-SALESPERSON-CODE    PIC X(03).
           05  WS-AIW-INVOICE-DELIVERY    PIC X(01).
           05  WS-AIW-COLLECTOR-CODE      PIC X(03).
           05  WS-AIW-BILLING-CURRENCY    PIC X(03).

      * The national-account fields have no room left in the main
      * image, so a change to either is audited as its own entry,
      * keyed by the customer number and HIERARCHY.
       01  WS-HIERARCHY-IMAGE-WORK.
           05  WS-HIW-PARENT-CUSTOMER     PIC X(08).
           05  WS-HIW-HIERARCHY-LIMIT     PIC 9(07)V99.
       01  WS-HIERARCHY-BEFORE-IMAGE    PIC X(17).

      * The address is compared whole but audited as the first line,
      * city, state and postal code, keyed by the customer number and
      * ADDRESS.
       01  WS-ADDRESS-IMAGE-WORK.
           05  WS-ADW-ADDRESS-LINE-1      PIC X(30).
           05  WS-ADW-ADDRESS-LINE-2      PIC X(30).
           05  WS-ADW-CITY                PIC X(20).
           05  WS-ADW-STATE               PIC X(02).
           05  WS-ADW-POSTAL-CODE         PIC X(10).
       01  WS-ADDRESS-BEFORE-IMAGE.
           05  WS-ADB-ADDRESS-LINE-1      PIC X(30).
           05  WS-ADB-ADDRESS-LINE-2      PIC X(30).
           05  WS-ADB-CITY                PIC X(20).
           05  WS-ADB-STATE               PIC X(02).
           05  WS-ADB-POSTAL-CODE         PIC X(10).

       01  WS-MAINT-TOTALS.
           05  WS-ADDED-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  TRL-REJECTED-COUNT         PIC ZZ9.
           05  FILLER                     PIC X(9) VALUE ' REJECTED'.

       01  CUSTOMER-MAINT-ASSIGN-TRAILER.
           05  FILLER                     PIC X(20)
                   VALUE 'SALESPERSON HISTORY '.
           05  TRL-ASSIGNMENT-COUNT       PIC ZZ9.
           05  FILLER                     PIC X(24)
                   VALUE ' ASSIGNMENTS RECORDED   '.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).

           PERFORM LOAD-CUSTOMER-TABLE

           PERFORM LOAD-SALESPERSON-TABLE

           PERFORM LOAD-DUAL-CONTROL-THRESHOLD

           OPEN INPUT CUSTOMER-TRANS-FILE
           IF NOT CUSTOMER-TRANS-OK
               DISPLAY 'STATUS ON CUSTOMER-TRANS-FILE OPEN: '
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT ASSIGNMENT-HISTORY-NEW-FILE
           IF NOT ASSIGNMENT-HISTORY-NEW-OK
               DISPLAY 'STATUS ON ASSIGNMENT-HISTORY-NEW-FILE OPEN: '
                       ASSIGNMENT-HISTORY-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTMNT STATUS ON ASSIGNMENT-HISTORY-NEW OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM COPY-ASSIGNMENT-HISTORY

           PERFORM UNTIL END-OF-CUSTOMER-TRANS
               READ CUSTOMER-TRANS-FILE
               IF CUSTOMER-TRANS-OK
               MOVE CM-STATUS TO WS-CUS-STATUS(WS-CUSTOMER-COUNT)
               MOVE CM-SALESPERSON-CODE
                   TO WS-CUS-SALESPERSON-CODE(WS-CUSTOMER-COUNT)
               MOVE CM-INVOICE-DELIVERY
                   TO WS-CUS-INVOICE-DELIVERY(WS-CUSTOMER-COUNT)
               MOVE CM-COLLECTOR-CODE
                   TO WS-CUS-COLLECTOR-CODE(WS-CUSTOMER-COUNT)
               MOVE CM-BILLING-CURRENCY
                   TO WS-CUS-BILLING-CURRENCY(WS-CUSTOMER-COUNT)
               MOVE CM-PARENT-CUSTOMER
                   TO WS-CUS-PARENT-CUSTOMER(WS-CUSTOMER-COUNT)
               MOVE CM-HIERARCHY-CREDIT-LIMIT
                   TO WS-CUS-HIERARCHY-LIMIT(WS-CUSTOMER-COUNT)
               MOVE 'Y' TO WS-CUS-ACTIVE-SWITCH(WS-CUSTOMER-COUNT)
           END-IF
           .
      * A missing SLSPMST1 leaves the table empty, so any keyed
      * salesperson is rejected until the master is built.
       LOAD-SALESPERSON-TABLE.
           OPEN INPUT SALESPERSON-FILE
           IF NOT SALESPERSON-FILE-OK
               DISPLAY 'STATUS ON SALESPERSON-FILE OPEN: '
                       SALESPERSON-FILE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTMNT STATUS ON SALESPERSON-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-SALESPERSON-FILE
                   READ SALESPERSON-FILE
                   IF SALESPERSON-FILE-OK
                       PERFORM LOAD-ONE-SALESPERSON
                   END-IF
               END-PERFORM
           END-IF
           .
       LOAD-ONE-SALESPERSON.
           IF WS-SALESPERSON-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-SALESPERSON-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTMNT SALESPERSON TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-SALESPERSON-COUNT
               MOVE SPM-SALESPERSON-CODE
                   TO WS-SPM-SALESPERSON-CODE(WS-SALESPERSON-COUNT)
               MOVE SPM-STATUS TO WS-SPM-STATUS(WS-SALESPERSON-COUNT)
           END-IF
           .
      * Today's history goes through to SLSASGN2 unchanged; a missing
      * SLSASGN1 is the first run, with no history yet.
       COPY-ASSIGNMENT-HISTORY.
           OPEN INPUT ASSIGNMENT-HISTORY-FILE
           IF NOT ASSIGNMENT-HISTORY-OK
               DISPLAY 'STATUS ON ASSIGNMENT-HISTORY-FILE OPEN: '
                       ASSIGNMENT-HISTORY-STATUS
           ELSE
               PERFORM UNTIL END-OF-ASSIGNMENT-HISTORY
                   READ ASSIGNMENT-HISTORY-FILE
                   IF ASSIGNMENT-HISTORY-OK
                       WRITE ASSIGNMENT-HISTORY-NEW-RECORD
                           FROM ASSIGNMENT-HISTORY-RECORD
                   END-IF
               END-PERFORM
           END-IF
           .
      * Nothing is applied for an operator the OPRAUTH1 authority
      * master does not authorize for CUSTMNT and the action code.
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-APPROVER-OF-RECORD
           MOVE 'CK' TO WS-OA-FUNCTION-CODE
           MOVE CMT-KEYED-BY TO WS-OA-OPERATOR-ID
           MOVE CMT-ACTION-CODE TO WS-OA-ACTION-CODE
           CALL 'OPRAUTH' USING WS-OPERATOR-AUTHORITY-CONVERSION
           IF WS-OA-AUTHORIZED
               MOVE WS-OA-CREDIT-AUTHORITY
                   TO WS-KEYER-CREDIT-AUTHORITY
               PERFORM APPLY-AUTHORIZED-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
                   TO RPT-DISPOSITION
               PERFORM WRITE-MAINT-REPORT-LINE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTMNT OPERATOR NOT AUTHORIZED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE CMT-KEYED-BY TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       APPLY-AUTHORIZED-TRANSACTION.
           PERFORM CHECK-KEYED-SALESPERSON
           PERFORM CHECK-KEYED-PARENT
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
           END-SEARCH
           .
       APPLY-TRANSACTION-NOT-FOUND.
           MOVE ZERO TO WS-PRIOR-CREDIT-LIMIT
           MOVE ZERO TO WS-PRIOR-HIERARCHY-LIMIT
           PERFORM CHECK-CREDIT-LIMIT-INCREASE
           EVALUATE TRUE
               WHEN CMT-ACTION-IS-ADD
                       AND WS-CUSTOMER-COUNT
                   MOVE 'REJECTED - CUSTOMER TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-ADD
                       AND NOT CMT-DELIVERY-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - DELIVERY MUST BE P OR E'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-ADD
                       AND WS-SALESPERSON-NOT-ACTIVE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SALESPERSON NOT ACTIVE ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-ADD
                       AND WS-SALESPERSON-BAD-DATE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SALESPERSON EFFECTIVE DATE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-ADD
                       AND NOT WS-CREDIT-CHANGE-CLEARED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE WS-CREDIT-REJECT-TEXT TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-ADD
                       AND WS-PARENT-NOT-ON-FILE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARENT CUSTOMER NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-ADD
                       AND WS-PARENT-FORMS-LOOP
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARENT WOULD FORM A LOOP'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-ADD
                   ADD 1 TO WS-CUSTOMER-COUNT
                   SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
                   MOVE SPACE TO WS-CUS-STATUS(CUSTOMER-INDEX)
                   MOVE CMT-SALESPERSON-CODE
                       TO WS-CUS-SALESPERSON-CODE(CUSTOMER-INDEX)
                   MOVE CMT-INVOICE-DELIVERY
                       TO WS-CUS-INVOICE-DELIVERY(CUSTOMER-INDEX)
                   MOVE CMT-COLLECTOR-CODE
                       TO WS-CUS-COLLECTOR-CODE(CUSTOMER-INDEX)
                   MOVE CMT-BILLING-CURRENCY
                       TO WS-CUS-BILLING-CURRENCY(CUSTOMER-INDEX)
                   IF CMT-PARENT-IS-REMOVED
                       MOVE SPACES
                           TO WS-CUS-PARENT-CUSTOMER(CUSTOMER-INDEX)
                   ELSE
                       MOVE CMT-PARENT-CUSTOMER
                           TO WS-CUS-PARENT-CUSTOMER(CUSTOMER-INDEX)
                   END-IF
                   IF CMT-HIERARCHY-LIMIT IS NUMERIC
                       MOVE CMT-HIERARCHY-LIMIT-NUM
                           TO WS-CUS-HIERARCHY-LIMIT(CUSTOMER-INDEX)
                   ELSE
                       MOVE ZERO
                           TO WS-CUS-HIERARCHY-LIMIT(CUSTOMER-INDEX)
                   END-IF
                   MOVE 'Y' TO WS-CUS-ACTIVE-SWITCH(CUSTOMER-INDEX)
                   IF CMT-SALESPERSON-CODE IS NOT EQUAL TO SPACES
                       PERFORM WRITE-ASSIGNMENT-HISTORY
                   END-IF
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'ADDED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE SPACES TO WS-HIERARCHY-BEFORE-IMAGE
                   PERFORM WRITE-HIERARCHY-AUDIT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - CUSTOMER NOT ON FILE'
           END-EVALUATE
           .
       APPLY-TRANSACTION-FOUND.
           MOVE WS-CUS-CREDIT-LIMIT(CUSTOMER-INDEX)
               TO WS-PRIOR-CREDIT-LIMIT
           MOVE WS-CUS-HIERARCHY-LIMIT(CUSTOMER-INDEX)
               TO WS-PRIOR-HIERARCHY-LIMIT
           PERFORM CHECK-CREDIT-LIMIT-INCREASE
           MOVE ZERO TO WS-ACTIVE-CHILD-COUNT
           IF CMT-ACTION-IS-DEACTIVATE
               PERFORM COUNT-ACTIVE-CHILDREN
           END-IF
           EVALUATE TRUE
               WHEN CMT-ACTION-IS-ADD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - CUSTOMER ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-CHANGE
                       AND NOT CMT-DELIVERY-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - DELIVERY MUST BE P OR E'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-CHANGE
                       AND WS-SALESPERSON-NOT-ACTIVE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SALESPERSON NOT ACTIVE ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-CHANGE
                       AND WS-SALESPERSON-BAD-DATE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - SALESPERSON EFFECTIVE DATE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-CHANGE
                       AND NOT WS-CREDIT-CHANGE-CLEARED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE WS-CREDIT-REJECT-TEXT TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-CHANGE
                       AND WS-PARENT-NOT-ON-FILE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARENT CUSTOMER NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-CHANGE
                       AND WS-PARENT-FORMS-LOOP
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARENT WOULD FORM A LOOP'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-DEACTIVATE
                       AND WS-ACTIVE-CHILD-COUNT IS GREATER THAN ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARENT OF ACTIVE ACCOUNTS'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN CMT-ACTION-IS-CHANGE
                   MOVE 'C' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   PERFORM IMAGE-THE-HIERARCHY-FIELDS
                   MOVE WS-HIERARCHY-IMAGE-WORK
                       TO WS-HIERARCHY-BEFORE-IMAGE
                   PERFORM IMAGE-THE-ADDRESS-FIELDS
                   MOVE WS-ADDRESS-IMAGE-WORK
                       TO WS-ADDRESS-BEFORE-IMAGE
                   MOVE WS-CUS-SALESPERSON-CODE(CUSTOMER-INDEX)
                       TO WS-PRIOR-SALESPERSON-CODE
                   PERFORM APPLY-KEYED-FIELDS
                   IF WS-CUS-SALESPERSON-CODE(CUSTOMER-INDEX)
                           IS NOT EQUAL TO WS-PRIOR-SALESPERSON-CODE
                       PERFORM WRITE-ASSIGNMENT-HISTORY
                   END-IF
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM WRITE-HIERARCHY-AUDIT-ENTRY
                   PERFORM WRITE-ADDRESS-AUDIT-ENTRY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               MOVE CMT-SALESPERSON-CODE
                   TO WS-CUS-SALESPERSON-CODE(CUSTOMER-INDEX)
           END-IF
           IF CMT-INVOICE-DELIVERY IS NOT EQUAL TO SPACES
               MOVE CMT-INVOICE-DELIVERY
                   TO WS-CUS-INVOICE-DELIVERY(CUSTOMER-INDEX)
           END-IF
           IF CMT-COLLECTOR-CODE IS NOT EQUAL TO SPACES
               MOVE CMT-COLLECTOR-CODE
                   TO WS-CUS-COLLECTOR-CODE(CUSTOMER-INDEX)
           END-IF
           IF CMT-BILLING-CURRENCY IS NOT EQUAL TO SPACES
               MOVE CMT-BILLING-CURRENCY
                   TO WS-CUS-BILLING-CURRENCY(CUSTOMER-INDEX)
           END-IF
           IF CMT-PARENT-IS-REMOVED
               MOVE SPACES TO WS-CUS-PARENT-CUSTOMER(CUSTOMER-INDEX)
           ELSE
               IF CMT-PARENT-CUSTOMER IS NOT EQUAL TO SPACES
                   MOVE CMT-PARENT-CUSTOMER
                       TO WS-CUS-PARENT-CUSTOMER(CUSTOMER-INDEX)
               END-IF
           END-IF
           IF CMT-HIERARCHY-LIMIT IS NUMERIC
               MOVE CMT-HIERARCHY-LIMIT-NUM
                   TO WS-CUS-HIERARCHY-LIMIT(CUSTOMER-INDEX)
           END-IF
           .
      * A credit-limit increase - an add's keyed limit, or a
      * change's keyed limit above the current one - must be within
      * the keyer's OPRAUTH1 credit authority. One above the DUALCRLM
      * threshold also needs a second operator, not the keyer, with
      * approver authority for CUSTMNT and a credit authority that
      * covers it. Decreases and other fields pass. A raise in the
      * hierarchy credit limit is held to the same authority; when a
      * transaction raises both, the larger increase is the one
      * checked.
       CHECK-CREDIT-LIMIT-INCREASE.
           SET WS-CREDIT-CHANGE-CLEARED TO TRUE
           MOVE SPACES TO WS-CREDIT-REJECT-TEXT
           MOVE ZERO TO WS-CREDIT-INCREASE
           IF (CMT-ACTION-IS-ADD OR CMT-ACTION-IS-CHANGE)
                   AND CMT-CREDIT-LIMIT IS NUMERIC
                   AND CMT-CREDIT-LIMIT-NUM
                           IS GREATER THAN WS-PRIOR-CREDIT-LIMIT
               COMPUTE WS-CREDIT-INCREASE =
                   CMT-CREDIT-LIMIT-NUM - WS-PRIOR-CREDIT-LIMIT
           END-IF
           MOVE ZERO TO WS-HIERARCHY-INCREASE
           IF (CMT-ACTION-IS-ADD OR CMT-ACTION-IS-CHANGE)
                   AND CMT-HIERARCHY-LIMIT IS NUMERIC
                   AND CMT-HIERARCHY-LIMIT-NUM
                           IS GREATER THAN WS-PRIOR-HIERARCHY-LIMIT
               COMPUTE WS-HIERARCHY-INCREASE =
                   CMT-HIERARCHY-LIMIT-NUM - WS-PRIOR-HIERARCHY-LIMIT
           END-IF
           IF WS-HIERARCHY-INCREASE IS GREATER THAN WS-CREDIT-INCREASE
               MOVE WS-HIERARCHY-INCREASE TO WS-CREDIT-INCREASE
           END-IF
           IF WS-CREDIT-INCREASE IS GREATER THAN ZERO
               EVALUATE TRUE
                   WHEN WS-CREDIT-INCREASE IS GREATER THAN
                           WS-KEYER-CREDIT-AUTHORITY
                       MOVE 'N' TO WS-CREDIT-CHECK-SWITCH
                       MOVE 'REJECTED - OVER OPERATOR CREDIT LIMIT'
                           TO WS-CREDIT-REJECT-TEXT
                   WHEN WS-CREDIT-INCREASE IS NOT GREATER THAN
                           WS-DUAL-CONTROL-THRESHOLD
                       CONTINUE
                   WHEN CMT-APPROVED-BY IS EQUAL TO SPACES
                       MOVE 'N' TO WS-CREDIT-CHECK-SWITCH
                       MOVE 'REJECTED - INCREASE NEEDS APPROVER'
                           TO WS-CREDIT-REJECT-TEXT
                   WHEN CMT-APPROVED-BY IS EQUAL TO CMT-KEYED-BY
                       MOVE 'N' TO WS-CREDIT-CHECK-SWITCH
                       MOVE 'REJECTED - APPROVER SAME AS KEYER'
                           TO WS-CREDIT-REJECT-TEXT
                   WHEN OTHER
                       PERFORM CHECK-CREDIT-APPROVER
               END-EVALUATE
           END-IF
           IF NOT WS-CREDIT-CHANGE-CLEARED
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTMNT CREDIT-LIMIT INCREASE REFUSED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE CMT-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       CHECK-CREDIT-APPROVER.
           MOVE 'CK' TO WS-OA-FUNCTION-CODE
           MOVE CMT-APPROVED-BY TO WS-OA-OPERATOR-ID
           MOVE CMT-ACTION-CODE TO WS-OA-ACTION-CODE
           CALL 'OPRAUTH' USING WS-OPERATOR-AUTHORITY-CONVERSION
           IF WS-OA-AUTHORIZED
                   AND WS-OA-MAY-APPROVE
                   AND WS-CREDIT-INCREASE IS NOT GREATER THAN
                           WS-OA-CREDIT-AUTHORITY
               MOVE CMT-APPROVED-BY TO WS-APPROVER-OF-RECORD
           ELSE
               MOVE 'N' TO WS-CREDIT-CHECK-SWITCH
               MOVE 'REJECTED - APPROVER NOT AUTHORIZED'
                   TO WS-CREDIT-REJECT-TEXT
           END-IF
           .
      * DUALCRLM on INVCPARM sets the dual-control threshold; with no
      * card the default stands.
       LOAD-DUAL-CONTROL-THRESHOLD.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'DUALCRLM' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:9) IS NUMERIC
                   MOVE WS-CC-VALUE(1:9) TO WS-DCT-AS-INTEGER
                   MOVE WS-DCT-AS-INTEGER TO WS-DUAL-CONTROL-THRESHOLD
               END-IF
           END-IF
           .
      * A keyed salesperson must be active on SLSPMST1, and a keyed
      * effective date must be all digits. Blank passes: it leaves
      * the assignment alone.
       CHECK-KEYED-SALESPERSON.
           SET WS-SALESPERSON-IS-VALID TO TRUE
           IF CMT-SALESPERSON-CODE IS NOT EQUAL TO SPACES
               SET WS-SALESPERSON-NOT-ACTIVE TO TRUE
               SET SALESPERSON-INDEX TO 1
               SEARCH WS-SALESPERSON-ENTRY
                   WHEN WS-SPM-SALESPERSON-CODE (SALESPERSON-INDEX)
                            IS EQUAL TO CMT-SALESPERSON-CODE
                       IF WS-SPM-STATUS (SALESPERSON-INDEX)
                               IS EQUAL TO 'A'
                           SET WS-SALESPERSON-IS-VALID TO TRUE
                       END-IF
               END-SEARCH
               IF WS-SALESPERSON-IS-VALID
                       AND CMT-SALESPERSON-EFFECTIVE
                               IS NOT EQUAL TO SPACES
                       AND CMT-SALESPERSON-EFFECTIVE IS NOT NUMERIC
                   SET WS-SALESPERSON-BAD-DATE TO TRUE
               END-IF
           END-IF
           .
      * A keyed parent must be an active, unmerged customer on the
      * table, must not be the customer itself, and walking up from
      * it must not arrive back at the customer - the hierarchy has
      * to end at a top parent for credit, statements and aging to
      * roll up. Blank and NONE pass. Runs before the transaction's
      * own SEARCH, which sets CUSTOMER-INDEX afresh.
       CHECK-KEYED-PARENT.
           SET WS-PARENT-IS-VALID TO TRUE
           IF CMT-PARENT-CUSTOMER IS NOT EQUAL TO SPACES
                   AND NOT CMT-PARENT-IS-REMOVED
               SET WS-PARENT-NOT-ON-FILE TO TRUE
               SET CUSTOMER-INDEX TO 1
               SEARCH WS-CUSTOMER-ENTRY
                   WHEN WS-CUS-CUSTOMER-NUMBER (CUSTOMER-INDEX)
                            IS EQUAL TO CMT-PARENT-CUSTOMER
                       IF WS-CUS-IS-ACTIVE (CUSTOMER-INDEX)
                               AND WS-CUS-STATUS (CUSTOMER-INDEX)
                                       IS NOT EQUAL TO 'M'
                           SET WS-PARENT-IS-VALID TO TRUE
                       END-IF
               END-SEARCH
               IF WS-PARENT-IS-VALID
                   MOVE CMT-PARENT-CUSTOMER TO WS-WALK-CUSTOMER
                   MOVE ZERO TO WS-WALK-DEPTH
                   PERFORM UNTIL WS-WALK-CUSTOMER IS EQUAL TO SPACES
                           OR WS-PARENT-FORMS-LOOP
                       IF WS-WALK-CUSTOMER IS EQUAL TO
                               CMT-CUSTOMER-NUMBER
                           OR WS-WALK-DEPTH IS NOT LESS THAN
                               WS-MAX-WALK-DEPTH
                           SET WS-PARENT-FORMS-LOOP TO TRUE
                       ELSE
                           PERFORM FIND-HIERARCHY-ANCESTOR
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .
      * One step up the hierarchy: the walk customer becomes its own
      * parent, or spaces when it is a top parent or not on file.
       FIND-HIERARCHY-ANCESTOR.
           ADD 1 TO WS-WALK-DEPTH
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   MOVE SPACES TO WS-WALK-CUSTOMER
               WHEN WS-CUS-CUSTOMER-NUMBER (CUSTOMER-INDEX)
                        IS EQUAL TO WS-WALK-CUSTOMER
                   MOVE WS-CUS-PARENT-CUSTOMER (CUSTOMER-INDEX)
                       TO WS-WALK-CUSTOMER
           END-SEARCH
           .
      * A customer that still heads active accounts cannot be
      * deactivated; they have to be moved or detached first so the
      * hierarchy is never left pointing at a retired number.
       COUNT-ACTIVE-CHILDREN.
           PERFORM VARYING WS-CHILD-SUB FROM 1 BY 1
                   UNTIL WS-CHILD-SUB > WS-CUSTOMER-COUNT
               IF WS-CUS-IS-ACTIVE (WS-CHILD-SUB)
                       AND WS-CUS-PARENT-CUSTOMER (WS-CHILD-SUB)
                               IS EQUAL TO CMT-CUSTOMER-NUMBER
                   ADD 1 TO WS-ACTIVE-CHILD-COUNT
               END-IF
           END-PERFORM
           .
       WRITE-ASSIGNMENT-HISTORY.
           MOVE SPACES TO ASSIGNMENT-HISTORY-RECORD
           MOVE CMT-CUSTOMER-NUMBER TO SAH-CUSTOMER-NUMBER
           MOVE CMT-SALESPERSON-CODE TO SAH-SALESPERSON-CODE
           IF CMT-SALESPERSON-EFFECTIVE IS EQUAL TO SPACES
               MOVE WS-CDT-DATE TO SAH-EFFECTIVE-DATE
           ELSE
               MOVE CMT-SALESPERSON-EFFECTIVE TO SAH-EFFECTIVE-DATE
           END-IF
           MOVE WS-CDT-DATE TO SAH-ENTERED-DATE
           WRITE ASSIGNMENT-HISTORY-NEW-RECORD
               FROM ASSIGNMENT-HISTORY-RECORD
           ADD 1 TO WS-ASSIGNMENT-COUNT
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-CUS-CUSTOMER-NAME(CUSTOMER-INDEX)
               TO WS-AIW-STATEMENT-CYCLE
           MOVE WS-CUS-SALESPERSON-CODE(CUSTOMER-INDEX)
               TO WS-AIW-SALESPERSON-CODE
           MOVE WS-CUS-INVOICE-DELIVERY(CUSTOMER-INDEX)
               TO WS-AIW-INVOICE-DELIVERY
           MOVE WS-CUS-COLLECTOR-CODE(CUSTOMER-INDEX)
               TO WS-AIW-COLLECTOR-CODE
           MOVE WS-CUS-BILLING-CURRENCY(CUSTOMER-INDEX)
               TO WS-AIW-BILLING-CURRENCY
           .
       IMAGE-THE-HIERARCHY-FIELDS.
           MOVE WS-CUS-PARENT-CUSTOMER(CUSTOMER-INDEX)
               TO WS-HIW-PARENT-CUSTOMER
           MOVE WS-CUS-HIERARCHY-LIMIT(CUSTOMER-INDEX)
               TO WS-HIW-HIERARCHY-LIMIT
           .
      * Cut only when the parent or hierarchy limit actually moved;
      * an add with neither keyed leaves no hierarchy entry.
       WRITE-HIERARCHY-AUDIT-ENTRY.
           PERFORM IMAGE-THE-HIERARCHY-FIELDS
           IF WS-HIERARCHY-BEFORE-IMAGE IS EQUAL TO SPACES
                   AND WS-HIW-PARENT-CUSTOMER IS EQUAL TO SPACES
                   AND WS-HIW-HIERARCHY-LIMIT IS EQUAL TO ZERO
               CONTINUE
           ELSE
               IF WS-HIERARCHY-IMAGE-WORK IS NOT EQUAL TO
                       WS-HIERARCHY-BEFORE-IMAGE
                   MOVE SPACES TO WS-MA-BEFORE-IMAGE
                   MOVE WS-HIERARCHY-BEFORE-IMAGE
                       TO WS-MA-BEFORE-IMAGE(1:17)
                   MOVE SPACES TO WS-MA-AFTER-IMAGE
                   MOVE WS-HIERARCHY-IMAGE-WORK
                       TO WS-MA-AFTER-IMAGE(1:17)
                   MOVE SPACES TO WS-MA-RECORD-KEY
                   MOVE CMT-CUSTOMER-NUMBER TO WS-MA-RECORD-KEY(1:8)
                   MOVE 'HIERARCHY' TO WS-MA-RECORD-KEY(10:9)
                   MOVE CMT-KEYED-BY TO WS-MA-KEYED-BY
                   MOVE WS-APPROVER-OF-RECORD TO WS-MA-APPROVED-BY
                   MOVE 'WA' TO WS-MA-FUNCTION-CODE
                   CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
               END-IF
           END-IF
           .
       IMAGE-THE-ADDRESS-FIELDS.
           MOVE WS-CUS-ADDRESS-LINE-1(CUSTOMER-INDEX)
               TO WS-ADW-ADDRESS-LINE-1
           MOVE WS-CUS-ADDRESS-LINE-2(CUSTOMER-INDEX)
               TO WS-ADW-ADDRESS-LINE-2
           MOVE WS-CUS-CITY(CUSTOMER-INDEX) TO WS-ADW-CITY
           MOVE WS-CUS-STATE(CUSTOMER-INDEX) TO WS-ADW-STATE
           MOVE WS-CUS-POSTAL-CODE(CUSTOMER-INDEX)
               TO WS-ADW-POSTAL-CODE
           .
      * Cut only on a change that actually moved the address.
       WRITE-ADDRESS-AUDIT-ENTRY.
           PERFORM IMAGE-THE-ADDRESS-FIELDS
           IF WS-ADDRESS-IMAGE-WORK IS NOT EQUAL TO
                   WS-ADDRESS-BEFORE-IMAGE
               MOVE SPACES TO WS-MA-BEFORE-IMAGE
               MOVE WS-ADB-ADDRESS-LINE-1 TO WS-MA-BEFORE-IMAGE(1:30)
               MOVE WS-ADB-CITY TO WS-MA-BEFORE-IMAGE(31:20)
               MOVE WS-ADB-STATE TO WS-MA-BEFORE-IMAGE(51:2)
               MOVE WS-ADB-POSTAL-CODE TO WS-MA-BEFORE-IMAGE(53:8)
               MOVE SPACES TO WS-MA-AFTER-IMAGE
               MOVE WS-ADW-ADDRESS-LINE-1 TO WS-MA-AFTER-IMAGE(1:30)
               MOVE WS-ADW-CITY TO WS-MA-AFTER-IMAGE(31:20)
               MOVE WS-ADW-STATE TO WS-MA-AFTER-IMAGE(51:2)
               MOVE WS-ADW-POSTAL-CODE TO WS-MA-AFTER-IMAGE(53:8)
               MOVE SPACES TO WS-MA-RECORD-KEY
               MOVE CMT-CUSTOMER-NUMBER TO WS-MA-RECORD-KEY(1:8)
               MOVE 'ADDRESS' TO WS-MA-RECORD-KEY(10:7)
               MOVE CMT-KEYED-BY TO WS-MA-KEYED-BY
               MOVE WS-APPROVER-OF-RECORD TO WS-MA-APPROVED-BY
               MOVE 'WA' TO WS-MA-FUNCTION-CODE
               CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           END-IF
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE CMT-CUSTOMER-NUMBER TO WS-MA-RECORD-KEY(1:8)
           MOVE CMT-KEYED-BY TO WS-MA-KEYED-BY
           MOVE WS-APPROVER-OF-RECORD TO WS-MA-APPROVED-BY
           MOVE 'WA' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
               MOVE WS-CUS-STATUS (CUSTOMER-INDEX) TO CMN-STATUS
               MOVE WS-CUS-SALESPERSON-CODE (CUSTOMER-INDEX)
                   TO CMN-SALESPERSON-CODE
               MOVE WS-CUS-INVOICE-DELIVERY (CUSTOMER-INDEX)
                   TO CMN-INVOICE-DELIVERY
               MOVE WS-CUS-COLLECTOR-CODE (CUSTOMER-INDEX)
                   TO CMN-COLLECTOR-CODE
               MOVE WS-CUS-BILLING-CURRENCY (CUSTOMER-INDEX)
                   TO CMN-BILLING-CURRENCY
               MOVE WS-CUS-PARENT-CUSTOMER (CUSTOMER-INDEX)
                   TO CMN-PARENT-CUSTOMER
               MOVE WS-CUS-HIERARCHY-LIMIT (CUSTOMER-INDEX)
                   TO CMN-HIERARCHY-CREDIT-LIMIT
               WRITE CUSTOMER-MASTER-NEW-RECORD
           END-IF
           .
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE CUSTOMER-MAINT-REPORT-LINE
               FROM CUSTOMER-MAINT-REPORT-TRAILER
           MOVE WS-ASSIGNMENT-COUNT TO TRL-ASSIGNMENT-COUNT
           WRITE CUSTOMER-MAINT-REPORT-LINE
               FROM CUSTOMER-MAINT-ASSIGN-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'CUSTOMER MAINTENANCE TRANSACTIONS REJECTED: '
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE CUSTOMER-MASTER-NEW-FILE
           CLOSE CUSTOMER-MAINT-REPORT-FILE
           CLOSE SALESPERSON-FILE
           CLOSE ASSIGNMENT-HISTORY-FILE
           CLOSE ASSIGNMENT-HISTORY-NEW-FILE
           MOVE 'CL' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
