      *****************************************************************
      * Program name:    AGYPLACE
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Placing large uncollectible accounts with the outside
      * collection agency and writing them off against the bad-debt
      * reserve.
      *
      * WRITEOFF only clears small balances. The large dead accounts
      * were phoned through to the agency and written off by a
      * manual journal, so nothing on file said which customers the
      * agency had, for how much, or since when. This program runs
      * after ARAGE and places two kinds of account:
      *
      *   - any customer whose over-90 balance on ARAGEXT1 (bucket 4,
      *     less the part held out for an open dispute) is over the
      *     AGYTHRSH threshold (INVCPARM card, seven digits dollars
      *     and cents, '0050000' is 500.00; 500.00 when no card is
      *     present), and
      *   - any customer a collector has nominated on AGYNOMS, keyed
      *     during the day with the collector's code, whatever its
      *     aging.
      *
      * A placed account must be on CUSTMAST, not merged, not already
      * with the agency, and owe money overall. Its whole open
      * balance is placed: every open item on the aged extract gets a
      * type-P placement write-off on PLCPMT1, which the next night's
      * CSHRESUB merges into PMTFILE0 the way it merges WRITEOFF's
      * type-W records, and CASHGLEX posts to the bad-debt reserve
      * rather than to bad-debt expense. The account goes to the
      * agency on AGYPLOT1 with its bill-to address, contact, placed
      * balance and oldest open invoice; the placement is recorded
      * on the AGYPLAC1 placement master AGYRECOV posts the agency's
      * remittances against; and CUSTMAST is rewritten to CUSTMAS2
      * with the customer marked placed (CM-STATUS 'P'), the same way
      * CUSTMRGE marks a retired number merged. AGYPREG1 lists every
      * placement and every nomination turned away.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AGYPLACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGED-EXTRACT-FILE ASSIGN TO 'ARAGEXT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGED-EXTRACT-STATUS.
           SELECT NOMINATION-FILE ASSIGN TO 'AGYNOMS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NOMINATION-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CUSTOMER-MASTER-NEW-FILE ASSIGN TO 'CUSTMAS2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-NEW-STATUS.
           SELECT PLACEMENT-MASTER-FILE ASSIGN TO 'AGYPLAC1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS APL-CUSTOMER-NUMBER
                  FILE STATUS IS PLACEMENT-MASTER-STATUS.
           SELECT PLACEMENT-PAYMENT-FILE ASSIGN TO 'PLCPMT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PLACEMENT-PAYMENT-STATUS.
           SELECT AGENCY-PLACEMENT-FILE ASSIGN TO 'AGYPLOT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGENCY-PLACEMENT-STATUS.
           SELECT PLACEMENT-REGISTER-FILE ASSIGN TO 'AGYPREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PLACEMENT-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout ARAGE writes to AGED-EXTRACT-FILE (ARAGEXT1).
       FD  AGED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AGED-EXTRACT-RECORD.
       01  AGED-EXTRACT-RECORD.
           05  AGX-CUSTOMER-NUMBER      PIC X(08).
           05  AGX-INVOICE-NUMBER       PIC X(08).
           05  AGX-INVOICE-DATE         PIC X(08).
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
               88  AGX-IS-OVER-90       VALUE 4.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * One nomination per record: the customer a collector wants
      * sent to the agency, and who asked.
       FD  NOMINATION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOMINATION-RECORD.
       01  NOMINATION-RECORD.
           05  ANM-CUSTOMER-NUMBER      PIC X(08).
           05  ANM-COLLECTOR-CODE       PIC X(03).
           05  ANM-REASON-TEXT          PIC X(40).

      * Same layout CUSTMNT maintains on CUSTMAST.
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
           05  CM-STATEMENT-CYCLE       PIC X(01).
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
               88  CM-IS-PLACED         VALUE 'P'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(30).

      * Tomorrow's master, same layout; each customer placed tonight
      * carries forward marked 'P'.
       FD  CUSTOMER-MASTER-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUSTOMER-MASTER-NEW-RECORD.
       01  CUSTOMER-MASTER-NEW-RECORD   PIC X(220).

      * One record per account ever placed, keyed by customer: what
      * was placed and when, and what the agency has sent back.
       FD  PLACEMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PLACEMENT-MASTER-RECORD.
       01  PLACEMENT-MASTER-RECORD.
           05  APL-CUSTOMER-NUMBER      PIC X(08).
           05  APL-CUSTOMER-NAME        PIC X(30).
           05  APL-PLACED-DATE          PIC X(08).
           05  APL-PLACEMENT-SOURCE     PIC X.
               88  APL-PLACED-BY-AGING  VALUE 'A'.
               88  APL-PLACED-BY-COLLECTOR VALUE 'N'.
           05  APL-NOMINATED-BY         PIC X(03).
           05  APL-PLACED-AMOUNT        PIC S9(09)V99 COMP-3.
           05  APL-ITEM-COUNT           PIC S9(05) COMP-3.
           05  APL-GROSS-COLLECTED      PIC S9(09)V99 COMP-3.
           05  APL-AGENCY-FEES          PIC S9(09)V99 COMP-3.
           05  APL-REMITTANCE-COUNT     PIC S9(05) COMP-3.
           05  APL-LAST-REMIT-DATE      PIC X(08).
           05  APL-STATUS               PIC X.
               88  APL-IS-ACTIVE        VALUE 'P'.
               88  APL-IS-CLOSED        VALUE 'C'.
           05  APL-CLOSED-DATE          PIC X(08).
           05  FILLER                   PIC X(20).

      * The placement write-offs, in the payment layout, held for
      * the next night's CSHRESUB merge into PMTFILE0.
       FD  PLACEMENT-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PLACEMENT-PAYMENT-RECORD.
       01  PLACEMENT-PAYMENT-RECORD.
           05  PMT-INVOICE-NUMBER       PIC X(08).
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.

      * The placement file sent to the agency, one record per
      * account, display fields throughout for the agency's system.
       FD  AGENCY-PLACEMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AGENCY-PLACEMENT-RECORD.
       01  AGENCY-PLACEMENT-RECORD.
           05  APO-CUSTOMER-NUMBER      PIC X(08).
           05  APO-CUSTOMER-NAME        PIC X(30).
           05  APO-ADDRESS-LINE-1       PIC X(30).
           05  APO-ADDRESS-LINE-2       PIC X(30).
           05  APO-CITY                 PIC X(20).
           05  APO-STATE                PIC X(02).
           05  APO-POSTAL-CODE          PIC X(10).
           05  APO-CONTACT-NAME         PIC X(25).
           05  APO-CONTACT-PHONE        PIC X(15).
           05  APO-PLACED-AMOUNT        PIC 9(09)V99.
           05  APO-ITEM-COUNT           PIC 9(05).
           05  APO-OLDEST-INVOICE-DATE  PIC X(08).
           05  APO-PLACED-DATE          PIC X(08).

       FD  PLACEMENT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PLACEMENT-REGISTER-LINE.
       01  PLACEMENT-REGISTER-LINE.
           05  PRL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRL-CUSTOMER-NAME        PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRL-SOURCE-TEXT          PIC X(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRL-OVER-90              PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRL-PLACED-AMOUNT        PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRL-ACTION-TEXT          PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  AGED-EXTRACT-STATUS      PIC X(02).
               88  AGED-EXTRACT-OK      VALUE '00'.
               88  END-OF-AGED-EXTRACT  VALUE '10'.
           05  NOMINATION-STATUS        PIC X(02).
               88  NOMINATION-OK        VALUE '00'.
               88  END-OF-NOMINATIONS   VALUE '10'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  CUSTOMER-MASTER-NEW-STATUS PIC X(02).
               88  CUSTOMER-MASTER-NEW-OK VALUE '00'.
           05  PLACEMENT-MASTER-STATUS  PIC X(02).
               88  PLACEMENT-MASTER-OK  VALUE '00'.
               88  PLACEMENT-NOT-FOUND  VALUE '23'.
               88  PLACEMENT-MASTER-MISSING VALUE '35'.
           05  PLACEMENT-PAYMENT-STATUS PIC X(02).
               88  PLACEMENT-PAYMENT-OK VALUE '00'.
           05  AGENCY-PLACEMENT-STATUS  PIC X(02).
               88  AGENCY-PLACEMENT-OK  VALUE '00'.
           05  PLACEMENT-REGISTER-STATUS PIC X(02).
               88  PLACEMENT-REGISTER-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'AGYPLACE'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'AGYPLACE'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'AGYPLACE'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * AGYTHRSH control-card conversion: seven digits with two
      * implied decimals, e.g. '0050000' means 500.00; an over-90
      * balance must be over the threshold to be placed unasked.
       01  WS-PLACEMENT-THRESHOLD       PIC S9(07)V99 COMP-3
                                            VALUE 500.00.
       01  WS-THRESHOLD-CONVERSION.
           05  WS-APT-AS-INTEGER        PIC 9(05)V99.

      * One entry per customer on CUSTMAST, with its aging totals
      * from the extract and tonight's placement decision.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-APC-CUSTOMER-NUMBER PIC X(08).
               10  WS-APC-STATUS          PIC X.
                   88  WS-APC-IS-MERGED   VALUE 'M'.
                   88  WS-APC-IS-PLACED   VALUE 'P'.
               10  WS-APC-OPEN-BALANCE    PIC S9(09)V99 COMP-3.
               10  WS-APC-OVER-90         PIC S9(09)V99 COMP-3.
               10  WS-APC-ITEM-COUNT      PIC S9(05) COMP-3.
               10  WS-APC-OLDEST-DATE     PIC X(08).
               10  WS-APC-SOURCE          PIC X.
                   88  WS-APC-NOT-SELECTED VALUE SPACE.
                   88  WS-APC-BY-AGING    VALUE 'A'.
                   88  WS-APC-BY-COLLECTOR VALUE 'N'.
               10  WS-APC-NOMINATED-BY    PIC X(03).
               10  WS-APC-PLACED-SWITCH   PIC X.
                   88  WS-APC-WAS-PLACED  VALUE 'Y'.

       01  WS-PLACEMENT-WORK-AREAS.
           05  WS-COLLECTIBLE-AMOUNT    PIC S9(09)V99 COMP-3.
           05  WS-REJECT-TEXT           PIC X(32).
           05  WS-PLACED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-PLACED-DOLLARS        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-WRITE-OFF-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NOMINATIONS-REJECTED  PIC S9(05) COMP-3 VALUE ZERO.

       01  PLACEMENT-REGISTER-TRAILER.
           05  FILLER                   PIC X(20)
                   VALUE 'ACCOUNTS PLACED     '.
           05  TRL-PLACED-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(09)
                   VALUE ' FOR     '.
           05  TRL-PLACED-DOLLARS       PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(25)
                   VALUE '   NOMINATIONS REJECTED  '.
           05  TRL-NOMINATIONS-REJECTED PIC ZZ,ZZ9.

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'ARAGE' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'AGYPLACE PRODUCER ARAGE'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYPLACE PRODUCER ARAGE NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-PLACEMENT-THRESHOLD

           OPEN OUTPUT PLACEMENT-REGISTER-FILE
           IF NOT PLACEMENT-REGISTER-OK
               DISPLAY 'STATUS ON PLACEMENT-REGISTER-FILE OPEN: '
                       PLACEMENT-REGISTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYPLACE STATUS ON PLACEMENT-REGISTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-CUSTOMER-TABLE
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM ACCUMULATE-AGED-BALANCES
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM SELECT-BY-AGING
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT
           PERFORM LOAD-NOMINATIONS

           PERFORM OPEN-PLACEMENT-OUTPUTS
               THRU OPEN-PLACEMENT-OUTPUTS-EXIT
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM PLACE-SELECTED-ACCOUNTS
           PERFORM WRITE-PLACEMENT-WRITE-OFFS
           CLOSE PLACEMENT-MASTER-FILE
           CLOSE AGENCY-PLACEMENT-FILE
           CLOSE PLACEMENT-PAYMENT-FILE

           PERFORM REWRITE-CUSTOMER-MASTER
               THRU REWRITE-CUSTOMER-MASTER-EXIT

           MOVE WS-PLACED-COUNT TO TRL-PLACED-COUNT
           MOVE WS-PLACED-DOLLARS TO TRL-PLACED-DOLLARS
           MOVE WS-NOMINATIONS-REJECTED TO TRL-NOMINATIONS-REJECTED
           WRITE PLACEMENT-REGISTER-LINE
               FROM PLACEMENT-REGISTER-TRAILER

           GO TO END-OF-PROGRAM
           .
       LOAD-PLACEMENT-THRESHOLD.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON INVCPARM LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'DEFAULTING PLACEMENT THRESHOLD TO 500.00'
           ELSE
               MOVE 'AGYTHRSH' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:7) IS NUMERIC
                   MOVE WS-CC-VALUE(1:7) TO WS-APT-AS-INTEGER
                   MOVE WS-APT-AS-INTEGER TO WS-PLACEMENT-THRESHOLD
               END-IF
           END-IF
           .
       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYPLACE STATUS ON CUSTOMER-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       IF WS-CUSTOMER-COUNT IS LESS THAN
                               WS-MAX-CUSTOMER-ENTRIES
                           ADD 1 TO WS-CUSTOMER-COUNT
                           SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
                           PERFORM LOAD-ONE-CUSTOMER
                       ELSE
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'AGYPLACE CUSTOMER TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       LOAD-ONE-CUSTOMER.
           MOVE CM-CUSTOMER-NUMBER
               TO WS-APC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
           MOVE CM-STATUS TO WS-APC-STATUS(CUSTOMER-INDEX)
           MOVE ZERO TO WS-APC-OPEN-BALANCE(CUSTOMER-INDEX)
                        WS-APC-OVER-90(CUSTOMER-INDEX)
                        WS-APC-ITEM-COUNT(CUSTOMER-INDEX)
           MOVE HIGH-VALUES TO WS-APC-OLDEST-DATE(CUSTOMER-INDEX)
           MOVE SPACE TO WS-APC-SOURCE(CUSTOMER-INDEX)
           MOVE SPACES TO WS-APC-NOMINATED-BY(CUSTOMER-INDEX)
           MOVE 'N' TO WS-APC-PLACED-SWITCH(CUSTOMER-INDEX)
           .
      * The whole open balance, every item and the oldest date, and
      * separately the undisputed over-90 part the threshold tests.
       ACCUMULATE-AGED-BALANCES.
           OPEN INPUT AGED-EXTRACT-FILE
           IF NOT AGED-EXTRACT-OK
               DISPLAY 'STATUS ON AGED-EXTRACT-FILE OPEN: '
                       AGED-EXTRACT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYPLACE STATUS ON AGED-EXTRACT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM UNTIL END-OF-AGED-EXTRACT
                   READ AGED-EXTRACT-FILE
                   IF AGED-EXTRACT-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM ACCUMULATE-ONE-ITEM
                   END-IF
               END-PERFORM
               CLOSE AGED-EXTRACT-FILE
           END-IF
           .
       ACCUMULATE-ONE-ITEM.
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-APC-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                        AGX-CUSTOMER-NUMBER
                   ADD AGX-OPEN-BALANCE
                       TO WS-APC-OPEN-BALANCE(CUSTOMER-INDEX)
                   ADD 1 TO WS-APC-ITEM-COUNT(CUSTOMER-INDEX)
                   IF AGX-INVOICE-DATE IS LESS THAN
                           WS-APC-OLDEST-DATE(CUSTOMER-INDEX)
                       MOVE AGX-INVOICE-DATE
                           TO WS-APC-OLDEST-DATE(CUSTOMER-INDEX)
                   END-IF
                   IF AGX-IS-OVER-90
                       COMPUTE WS-APC-OVER-90(CUSTOMER-INDEX) =
                           WS-APC-OVER-90(CUSTOMER-INDEX)
                               + AGX-OPEN-BALANCE - AGX-DISPUTED-AMOUNT
                   END-IF
           END-SEARCH
           .
       SELECT-BY-AGING.
           IF NOT WS-APC-IS-MERGED(CUSTOMER-INDEX)
           AND NOT WS-APC-IS-PLACED(CUSTOMER-INDEX)
           AND WS-APC-OVER-90(CUSTOMER-INDEX) IS GREATER THAN
                   WS-PLACEMENT-THRESHOLD
           AND WS-APC-OPEN-BALANCE(CUSTOMER-INDEX) IS GREATER THAN
                   ZERO
               MOVE 'A' TO WS-APC-SOURCE(CUSTOMER-INDEX)
           END-IF
           .
      * A missing nomination file just means no collector asked for
      * a placement today. A nomination the aging already selected
      * is credited to the collector who asked.
       LOAD-NOMINATIONS.
           OPEN INPUT NOMINATION-FILE
           IF NOMINATION-OK
               PERFORM UNTIL END-OF-NOMINATIONS
                   READ NOMINATION-FILE
                   IF NOMINATION-OK
                       PERFORM JUDGE-ONE-NOMINATION
                   END-IF
               END-PERFORM
               CLOSE NOMINATION-FILE
           END-IF
           .
       JUDGE-ONE-NOMINATION.
           MOVE SPACES TO WS-REJECT-TEXT
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   MOVE 'REJECTED - NOT ON CUSTOMER MASTER'
                       TO WS-REJECT-TEXT
               WHEN WS-APC-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                        ANM-CUSTOMER-NUMBER
                   EVALUATE TRUE
                       WHEN WS-APC-IS-MERGED(CUSTOMER-INDEX)
                           MOVE 'REJECTED - CUSTOMER MERGED'
                               TO WS-REJECT-TEXT
                       WHEN WS-APC-IS-PLACED(CUSTOMER-INDEX)
                           MOVE 'REJECTED - ALREADY PLACED'
                               TO WS-REJECT-TEXT
                       WHEN WS-APC-OPEN-BALANCE(CUSTOMER-INDEX)
                                IS NOT GREATER THAN ZERO
                           MOVE 'REJECTED - NOTHING OWED'
                               TO WS-REJECT-TEXT
                       WHEN OTHER
                           IF WS-APC-NOT-SELECTED(CUSTOMER-INDEX)
                               MOVE 'N' TO WS-APC-SOURCE
                                              (CUSTOMER-INDEX)
                           END-IF
                           MOVE ANM-COLLECTOR-CODE
                               TO WS-APC-NOMINATED-BY(CUSTOMER-INDEX)
                   END-EVALUATE
           END-SEARCH
           IF WS-REJECT-TEXT IS NOT EQUAL TO SPACES
               ADD 1 TO WS-NOMINATIONS-REJECTED
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE ANM-CUSTOMER-NUMBER TO PRL-CUSTOMER-NUMBER
               MOVE ANM-REASON-TEXT TO PRL-CUSTOMER-NAME
               MOVE SPACES TO PRL-SOURCE-TEXT
               STRING 'NOMINATED ' ANM-COLLECTOR-CODE
                       DELIMITED BY SIZE INTO PRL-SOURCE-TEXT
               END-STRING
               MOVE ZERO TO PRL-OVER-90
                            PRL-PLACED-AMOUNT
               MOVE WS-REJECT-TEXT TO PRL-ACTION-TEXT
               WRITE PLACEMENT-REGISTER-LINE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE ANM-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
               MOVE 'AGYPLACE AGENCY NOMINATION REJECTED'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
      * The placement master is started empty the first night, the
      * way COLLNMNT starts COLLNOT1.
       OPEN-PLACEMENT-OUTPUTS.
           OPEN I-O PLACEMENT-MASTER-FILE
           IF PLACEMENT-MASTER-MISSING
               OPEN OUTPUT PLACEMENT-MASTER-FILE
               CLOSE PLACEMENT-MASTER-FILE
               OPEN I-O PLACEMENT-MASTER-FILE
           END-IF
           IF NOT PLACEMENT-MASTER-OK
               DISPLAY 'STATUS ON PLACEMENT-MASTER-FILE OPEN: '
                       PLACEMENT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYPLACE STATUS ON PLACEMENT-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO OPEN-PLACEMENT-OUTPUTS-EXIT
           END-IF
           OPEN OUTPUT AGENCY-PLACEMENT-FILE
           OPEN OUTPUT PLACEMENT-PAYMENT-FILE
           IF NOT AGENCY-PLACEMENT-OK
           OR NOT PLACEMENT-PAYMENT-OK
               DISPLAY 'STATUS ON PLACEMENT OUTPUT OPENS: '
                       AGENCY-PLACEMENT-STATUS ' '
                       PLACEMENT-PAYMENT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYPLACE STATUS ON PLACEMENT OUTPUT OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               CLOSE PLACEMENT-MASTER-FILE
           END-IF
           .
       OPEN-PLACEMENT-OUTPUTS-EXIT.
           EXIT.
      * The customer master is read again for the address block the
      * agency needs; each selected account is recorded on the
      * placement master before anything goes to the agency, so an
      * account the master already holds as active is never sent
      * twice.
       PLACE-SELECTED-ACCOUNTS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE REOPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYPLACE STATUS ON CUSTOMER-MASTER REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               MOVE '00' TO CUSTOMER-MASTER-STATUS
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       SET CUSTOMER-INDEX TO 1
                       SEARCH WS-CUSTOMER-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-APC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                                    IS EQUAL TO CM-CUSTOMER-NUMBER
                               IF NOT WS-APC-NOT-SELECTED
                                          (CUSTOMER-INDEX)
                                   PERFORM PLACE-ONE-ACCOUNT
                                       THRU PLACE-ONE-ACCOUNT-EXIT
                               END-IF
                       END-SEARCH
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       PLACE-ONE-ACCOUNT.
           MOVE CM-CUSTOMER-NUMBER TO APL-CUSTOMER-NUMBER
           READ PLACEMENT-MASTER-FILE
           IF PLACEMENT-MASTER-OK
           AND APL-IS-ACTIVE
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE CM-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
               MOVE 'AGYPLACE ACCOUNT ALREADY ACTIVE WITH AGENCY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               GO TO PLACE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE SPACES TO PLACEMENT-MASTER-RECORD
           MOVE CM-CUSTOMER-NUMBER TO APL-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME TO APL-CUSTOMER-NAME
           MOVE WS-CDT-DATE-X TO APL-PLACED-DATE
           MOVE WS-APC-SOURCE(CUSTOMER-INDEX) TO APL-PLACEMENT-SOURCE
           MOVE WS-APC-NOMINATED-BY(CUSTOMER-INDEX)
               TO APL-NOMINATED-BY
           MOVE WS-APC-OPEN-BALANCE(CUSTOMER-INDEX)
               TO APL-PLACED-AMOUNT
           MOVE WS-APC-ITEM-COUNT(CUSTOMER-INDEX) TO APL-ITEM-COUNT
           MOVE ZERO TO APL-GROSS-COLLECTED
                        APL-AGENCY-FEES
                        APL-REMITTANCE-COUNT
           MOVE 'P' TO APL-STATUS
           IF PLACEMENT-MASTER-OK
               REWRITE PLACEMENT-MASTER-RECORD
           ELSE
               WRITE PLACEMENT-MASTER-RECORD
           END-IF
           IF NOT PLACEMENT-MASTER-OK
               DISPLAY 'STATUS ON PLACEMENT-MASTER WRITE: '
                       PLACEMENT-MASTER-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE CM-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
               MOVE 'AGYPLACE STATUS ON PLACEMENT-MASTER WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               GO TO PLACE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE CM-CUSTOMER-NUMBER TO APO-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME TO APO-CUSTOMER-NAME
           MOVE CM-ADDRESS-LINE-1 TO APO-ADDRESS-LINE-1
           MOVE CM-ADDRESS-LINE-2 TO APO-ADDRESS-LINE-2
           MOVE CM-CITY TO APO-CITY
           MOVE CM-STATE TO APO-STATE
           MOVE CM-POSTAL-CODE TO APO-POSTAL-CODE
           MOVE CM-CONTACT-NAME TO APO-CONTACT-NAME
           MOVE CM-CONTACT-PHONE TO APO-CONTACT-PHONE
           MOVE WS-APC-OPEN-BALANCE(CUSTOMER-INDEX)
               TO APO-PLACED-AMOUNT
           MOVE WS-APC-ITEM-COUNT(CUSTOMER-INDEX) TO APO-ITEM-COUNT
           MOVE WS-APC-OLDEST-DATE(CUSTOMER-INDEX)
               TO APO-OLDEST-INVOICE-DATE
           MOVE WS-CDT-DATE-X TO APO-PLACED-DATE
           WRITE AGENCY-PLACEMENT-RECORD

           MOVE 'Y' TO WS-APC-PLACED-SWITCH(CUSTOMER-INDEX)
           ADD 1 TO WS-PLACED-COUNT
           ADD WS-APC-OPEN-BALANCE(CUSTOMER-INDEX) TO WS-PLACED-DOLLARS

           MOVE CM-CUSTOMER-NUMBER TO PRL-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME TO PRL-CUSTOMER-NAME
           IF WS-APC-BY-AGING(CUSTOMER-INDEX)
               MOVE 'OVER 90 DAYS' TO PRL-SOURCE-TEXT
           ELSE
               MOVE SPACES TO PRL-SOURCE-TEXT
               STRING 'NOMINATED '
                       WS-APC-NOMINATED-BY(CUSTOMER-INDEX)
                       DELIMITED BY SIZE INTO PRL-SOURCE-TEXT
               END-STRING
           END-IF
           MOVE WS-APC-OVER-90(CUSTOMER-INDEX) TO PRL-OVER-90
           MOVE WS-APC-OPEN-BALANCE(CUSTOMER-INDEX)
               TO PRL-PLACED-AMOUNT
           MOVE 'PLACED - WRITTEN OFF TO RESERVE' TO PRL-ACTION-TEXT
           WRITE PLACEMENT-REGISTER-LINE
           .
       PLACE-ONE-ACCOUNT-EXIT.
           EXIT.
      * Second pass over the extract: every open item of an account
      * placed tonight, credits included, is closed with a type-P
      * record, so the write-offs add up to the amount placed.
       WRITE-PLACEMENT-WRITE-OFFS.
           IF WS-PLACED-COUNT IS GREATER THAN ZERO
               OPEN INPUT AGED-EXTRACT-FILE
               IF AGED-EXTRACT-OK
                   PERFORM UNTIL END-OF-AGED-EXTRACT
                       READ AGED-EXTRACT-FILE
                       IF AGED-EXTRACT-OK
                       AND AGX-OPEN-BALANCE IS NOT EQUAL TO ZERO
                           PERFORM WRITE-OFF-ONE-PLACED-ITEM
                       END-IF
                   END-PERFORM
                   CLOSE AGED-EXTRACT-FILE
               END-IF
           END-IF
           .
       WRITE-OFF-ONE-PLACED-ITEM.
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-APC-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                        AGX-CUSTOMER-NUMBER
                   IF WS-APC-WAS-PLACED(CUSTOMER-INDEX)
                       MOVE AGX-INVOICE-NUMBER TO PMT-INVOICE-NUMBER
                       MOVE WS-CDT-DATE-X TO PMT-DATE
                       MOVE AGX-OPEN-BALANCE TO PMT-AMOUNT
                       MOVE 'P' TO PMT-TYPE
                       WRITE PLACEMENT-PAYMENT-RECORD
                       IF NOT PLACEMENT-PAYMENT-OK
                           DISPLAY 'STATUS ON PLACEMENT-PAYMENT WRITE: '
                                   PLACEMENT-PAYMENT-STATUS
                           ADD 1 TO WS-JS-EXCEPTION-COUNT
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'AGYPLACE STATUS ON PLACEMENT-PAYMENT'
                               TO WS-EL-EXCEPTION-TEXT
                           MOVE 'F' TO WS-EL-SEVERITY-CODE
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                           MOVE 8 TO WS-RETURN-CODE-VALUE
                       ELSE
                           ADD 1 TO WS-WRITE-OFF-COUNT
                       END-IF
                   END-IF
           END-SEARCH
           .
      * The customers placed tonight carry forward marked placed, so
      * every program reading CUSTMAS2 tomorrow knows the agency has
      * them.
       REWRITE-CUSTOMER-MASTER.
           IF WS-PLACED-COUNT IS EQUAL TO ZERO
               GO TO REWRITE-CUSTOMER-MASTER-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN OUTPUT CUSTOMER-MASTER-NEW-FILE
           IF NOT CUSTOMER-MASTER-OK
           OR NOT CUSTOMER-MASTER-NEW-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER REWRITE OPENS: '
                       CUSTOMER-MASTER-STATUS ' '
                       CUSTOMER-MASTER-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'AGYPLACE STATUS ON CUSTOMER-MASTER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO REWRITE-CUSTOMER-MASTER-EXIT
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-MASTER
               READ CUSTOMER-MASTER-FILE
               IF CUSTOMER-MASTER-OK
                   SET CUSTOMER-INDEX TO 1
                   SEARCH WS-CUSTOMER-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-APC-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                                IS EQUAL TO CM-CUSTOMER-NUMBER
                           IF WS-APC-WAS-PLACED(CUSTOMER-INDEX)
                               MOVE 'P' TO CM-STATUS
                           END-IF
                   END-SEARCH
                   WRITE CUSTOMER-MASTER-NEW-RECORD
                       FROM CUSTOMER-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CUSTOMER-MASTER-NEW-FILE
           .
       REWRITE-CUSTOMER-MASTER-EXIT.
           EXIT.
       END-OF-PROGRAM.
           DISPLAY 'ACCOUNTS PLACED WITH AGENCY: ' WS-PLACED-COUNT
           DISPLAY 'PLACEMENT WRITE-OFFS RAISED: ' WS-WRITE-OFF-COUNT
           DISPLAY 'NOMINATIONS REJECTED:        '
                   WS-NOMINATIONS-REJECTED
           CLOSE PLACEMENT-REGISTER-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           MOVE WS-RETURN-CODE-VALUE TO WS-SC-COMPLETION-CODE
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
