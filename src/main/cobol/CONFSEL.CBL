      *****************************************************************
      * Program name:    CONFSEL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Selecting the year-end customer balance confirmation sample
      * for the external auditors and printing the positive
      * confirmation letters.
      *
      * This program reads the aged extract (ARAGEXT1) retained from
      * the year-end ARAGE run and totals each customer's open
      * balance as of the confirmation date - an item dated after
      * that date is not part of the confirmed balance and is left
      * out. The sample is every customer whose balance is over the
      * CNFTHRSH threshold plus a random selection of the rest:
      * CNFPCT percent of the remaining customers with a balance,
      * drawn by a generator started from the CNFSEED seed card, so
      * the auditors can rerun the job against the same extract and
      * master and get the same sample. Merged customers are never
      * sampled. The INVCPARM cards:
      *
      *   CNFTHRSH - nine digits with two implied decimals,
      *              '002500000' is 25,000.00 (the default)
      *   CNFSEED  - nine digits, the generator's starting seed
      *              (1 when no card is present)
      *   CNFPCT   - three digits, the percent of the remaining
      *              customers drawn at random (default 10)
      *   CNFDATE  - eight digits YYYYMMDD, the confirmation date
      *              (today when no card is present)
      *
      * Each sampled customer gets a positive confirmation letter on
      * CNFLTR1 - the bill-to block in window-envelope position, the
      * request, every open invoice as of the confirmation date and
      * the balance, with a reply block the customer returns
      * directly to the auditors. The confirmation control file
      * CNFCTL1 carries a header with the population totals and the
      * selection parameters, and one record per letter with the
      * confirmed balance, awaiting the reply CONFRPLY posts. The
      * CNFREG1 register lists the sample, any aged item whose
      * customer is not on CUSTMAST (it cannot be confirmed and is
      * an exception), and the coverage the sample gives.
      * - Severity and reference key are cleared after each EXCPLOG
      *   entry so they do not carry over to later entries.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONFSEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGED-EXTRACT-FILE ASSIGN TO 'ARAGEXT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGED-EXTRACT-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CONFIRMATION-LETTER-FILE ASSIGN TO 'CNFLTR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONFIRMATION-LETTER-STATUS.
           SELECT CONFIRMATION-CONTROL-FILE ASSIGN TO 'CNFCTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONFIRMATION-CONTROL-STATUS.
           SELECT CONFIRMATION-REGISTER-FILE ASSIGN TO 'CNFREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONFIRMATION-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout ARAGE writes: one record per aged open item.
       FD  AGED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AGED-EXTRACT-RECORD.
       01  AGED-EXTRACT-RECORD.
           05  AGX-CUSTOMER-NUMBER      PIC X(08).
           05  AGX-INVOICE-NUMBER       PIC X(08).
           05  AGX-INVOICE-DATE         PIC X(08).
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout INVCALC reads from CUSTMAST; the bill-to block
      * heads each letter.
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
      * Space is a live account; CUSTMRGE marks the surviving-from
      * side of a merge 'M' so the retired number stays traceable.
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(30).

       FD  CONFIRMATION-LETTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFIRMATION-LETTER-LINE.
       01  CONFIRMATION-LETTER-LINE     PIC X(80).

      * A header carrying the population the sample was drawn from
      * and how it was drawn, then one record per letter sent. The
      * reply fields start blank; CONFRPLY fills them in as the
      * auditors key the replies back.
       FD  CONFIRMATION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFIRMATION-CONTROL-RECORD.
       01  CONFIRMATION-CONTROL-RECORD.
           05  CNC-RECORD-TYPE          PIC X(01).
               88  CNC-IS-HEADER        VALUE 'H'.
               88  CNC-IS-DETAIL        VALUE 'D'.
           05  CNC-CUSTOMER-NUMBER      PIC X(08).
           05  CNC-CONFIRMATION-DATE    PIC X(08).
           05  CNC-SELECTION-REASON     PIC X(01).
               88  CNC-OVER-THRESHOLD   VALUE 'T'.
               88  CNC-RANDOM-SAMPLE    VALUE 'R'.
           05  CNC-CONFIRMED-BALANCE    PIC S9(09)V99 COMP-3.
           05  CNC-INVOICE-COUNT        PIC 9(05).
           05  CNC-REPLY-STATUS         PIC X(01).
               88  CNC-REPLY-OUTSTANDING VALUE ' '.
               88  CNC-REPLY-AGREED     VALUE 'A'.
               88  CNC-REPLY-DISPUTED   VALUE 'D'.
               88  CNC-NO-REPLY         VALUE 'N'.
           05  CNC-REPLY-DATE           PIC X(08).
           05  CNC-CUSTOMER-AMOUNT      PIC S9(09)V99 COMP-3.
           05  FILLER                   PIC X(20).
       01  CONFIRMATION-CONTROL-HEADER
               REDEFINES CONFIRMATION-CONTROL-RECORD.
           05  CNH-RECORD-TYPE          PIC X(01).
           05  CNH-CONFIRMATION-DATE    PIC X(08).
           05  CNH-POPULATION-COUNT     PIC 9(07).
           05  CNH-POPULATION-BALANCE   PIC S9(11)V99 COMP-3.
           05  CNH-RANDOM-SEED          PIC 9(09).
           05  CNH-RANDOM-PERCENT       PIC 9(03).
           05  CNH-THRESHOLD            PIC S9(09)V99 COMP-3.
           05  FILLER                   PIC X(23).

       FD  CONFIRMATION-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFIRMATION-REGISTER-LINE.
       01  CONFIRMATION-REGISTER-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  AGED-EXTRACT-STATUS      PIC X(02).
               88  AGED-EXTRACT-OK      VALUE '00'.
               88  END-OF-AGED-EXTRACT  VALUE '10'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  CONFIRMATION-LETTER-STATUS PIC X(02).
               88  CONFIRMATION-LETTER-OK VALUE '00'.
           05  CONFIRMATION-CONTROL-STATUS PIC X(02).
               88  CONFIRMATION-CONTROL-OK VALUE '00'.
           05  CONFIRMATION-REGISTER-STATUS PIC X(02).
               88  CONFIRMATION-REGISTER-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'CONFSEL'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'CONFSEL'.
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

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The selection parameters from the INVCPARM cards, with the
      * defaults a run without cards uses.
       01  WS-SELECTION-PARAMETERS.
           05  WS-CONFIRMATION-DATE     PIC X(08).
           05  WS-CONFIRMATION-THRESHOLD PIC S9(09)V99 COMP-3
                                            VALUE 25000.00.
           05  WS-RANDOM-PERCENT        PIC 9(03) VALUE 10.
           05  WS-STARTING-SEED         PIC 9(09) VALUE 1.
       01  WS-THRESHOLD-CONVERSION.
           05  WS-CNT-AS-TEXT           PIC X(09).
           05  WS-CNT-AS-AMOUNT REDEFINES WS-CNT-AS-TEXT
                                        PIC 9(07)V99.

      * The sample generator: the multiplicative congruential
      * generator with multiplier 16807 and modulus 2**31 - 1. Each
      * draw replaces the seed with seed * 16807 modulo the modulus
      * and scales it to 0-99; a draw under CNFPCT selects the
      * customer. The same seed always yields the same draws.
       01  WS-RANDOM-WORK-AREAS.
           05  WS-RANDOM-SEED           PIC S9(10) COMP-3.
           05  WS-RANDOM-PRODUCT        PIC S9(15) COMP-3.
           05  WS-RANDOM-QUOTIENT       PIC S9(15) COMP-3.
           05  WS-RANDOM-DRAW           PIC S9(03) COMP-3.
           05  WS-RANDOM-MULTIPLIER     PIC S9(05) COMP-3 VALUE 16807.
           05  WS-RANDOM-MODULUS        PIC S9(10) COMP-3
                                            VALUE 2147483647.

      * One entry per customer on CUSTMAST: the bill-to block, the
      * balance as of the confirmation date, and whether the
      * customer was sampled.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 2000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-CNF-CUSTOMER-NUMBER PIC X(08).
               10  WS-CNF-CUSTOMER-NAME   PIC X(30).
               10  WS-CNF-ADDRESS-LINE-1  PIC X(30).
               10  WS-CNF-ADDRESS-LINE-2  PIC X(30).
               10  WS-CNF-CITY            PIC X(20).
               10  WS-CNF-STATE           PIC X(02).
               10  WS-CNF-POSTAL-CODE     PIC X(10).
               10  WS-CNF-STATUS          PIC X.
                   88  WS-CNF-IS-MERGED   VALUE 'M'.
               10  WS-CNF-BALANCE         PIC S9(09)V99 COMP-3.
               10  WS-CNF-ITEM-COUNT      PIC S9(05) COMP-3.
               10  WS-CNF-SELECTION       PIC X.
                   88  WS-CNF-NOT-SELECTED VALUE SPACE.
                   88  WS-CNF-BY-THRESHOLD VALUE 'T'.
                   88  WS-CNF-BY-RANDOM   VALUE 'R'.

      * The open items dated on or before the confirmation date, in
      * extract order, for the invoice listing on each letter.
       01  WS-AGED-ITEM-TABLE-AREA.
           05  WS-AGED-ITEM-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-AGED-ITEMS        PIC S9(05) COMP-3 VALUE 5000.
           05  WS-AGED-ITEM-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-AGED-ITEM-COUNT
                       INDEXED BY AGED-ITEM-INDEX.
               10  WS-AGI-CUSTOMER-NUMBER PIC X(08).
               10  WS-AGI-INVOICE-NUMBER  PIC X(08).
               10  WS-AGI-INVOICE-DATE    PIC X(08).
               10  WS-AGI-OPEN-BALANCE    PIC S9(07)V99 COMP-3.

       01  WS-SELECTION-TOTALS.
           05  WS-POPULATION-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-POPULATION-BALANCE    PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-THRESHOLD-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-THRESHOLD-BALANCE     PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-RANDOM-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RANDOM-BALANCE        PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-UNMATCHED-ITEM-COUNT  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-UNMATCHED-BALANCE     PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-LATER-ITEM-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-COVERAGE-PERCENT      PIC S9(03)V9 COMP-3
                                            VALUE ZERO.
           05  WS-LETTER-COUNT          PIC S9(07) COMP-3 VALUE ZERO.

       01  WS-EDITED-CONFIRMATION-DATE  PIC X(10).
       01  WS-ITEM-SUB                  PIC S9(05) COMP.
       01  WS-CUSTOMER-FOUND-SWITCH     PIC X.
           88  CUSTOMER-WAS-FOUND       VALUE 'Y'.

      * The mailing block, indented to land in a standard window
      * envelope when the letter is tri-folded.
       01  BILL-TO-NAME-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  BTN-CUSTOMER-NAME        PIC X(30).
       01  BILL-TO-ADDRESS-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  BTA-ADDRESS-TEXT         PIC X(30).
       01  BILL-TO-CITY-LINE.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  BTC-CITY                 PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BTC-STATE                PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BTC-POSTAL-CODE          PIC X(10).

       01  LETTER-HEADER-LINE.
           05  FILLER                   PIC X(33)
                   VALUE 'BALANCE CONFIRMATION REQUEST FOR '.
           05  LTH-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(09)
                   VALUE '   AS OF '.
           05  LTH-CONFIRMATION-DATE    PIC X(10).

       01  LETTER-TEXT-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LTT-TEXT                 PIC X(70).

       01  LETTER-COLUMN-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(38)
                   VALUE 'INVOICE   INVOICE DATE    OPEN BALANCE'.

       01  LETTER-DETAIL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LTD-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LTD-INVOICE-DATE         PIC X(10).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  LTD-OPEN-BALANCE         PIC $,$$$,$$9.99-.

       01  LETTER-TOTAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(22)
                   VALUE 'BALANCE DUE FROM YOU  '.
           05  LTL-BALANCE              PIC $$$,$$$,$$9.99-.

       01  REGISTER-HEADING-LINE.
           05  FILLER                   PIC X(37)
                   VALUE 'YEAR-END BALANCE CONFIRMATIONS AS OF '.
           05  RGH-CONFIRMATION-DATE    PIC X(10).
           05  FILLER                   PIC X(13)
                   VALUE '   THRESHOLD '.
           05  RGH-THRESHOLD            PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(08) VALUE '   SEED '.
           05  RGH-SEED                 PIC Z(08)9.
           05  FILLER                   PIC X(10) VALUE '   RANDOM '.
           05  RGH-PERCENT              PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE '%'.

       01  REGISTER-DETAIL-LINE.
           05  RGD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-CUSTOMER-NAME        PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-ITEM-COUNT           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-BALANCE              PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGD-DISPOSITION          PIC X(40).

       01  REGISTER-TOTAL-LINE.
           05  RGT-LABEL                PIC X(30).
           05  RGT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RGT-BALANCE              PIC $$,$$$,$$$,$$9.99-.

       01  REGISTER-COVERAGE-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'SAMPLE COVERAGE OF BALANCE    '.
           05  RGC-PERCENT              PIC ZZ9.9.
           05  FILLER                   PIC X(01) VALUE '%'.

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

           PERFORM LOAD-CONFIRMATION-CARDS

           OPEN OUTPUT CONFIRMATION-REGISTER-FILE
           OPEN OUTPUT CONFIRMATION-LETTER-FILE
           OPEN OUTPUT CONFIRMATION-CONTROL-FILE
           IF NOT CONFIRMATION-REGISTER-OK
           OR NOT CONFIRMATION-LETTER-OK
           OR NOT CONFIRMATION-CONTROL-OK
               DISPLAY 'STATUS ON CONFIRMATION OUTPUT OPENS: '
                       CONFIRMATION-REGISTER-STATUS ' '
                       CONFIRMATION-LETTER-STATUS ' '
                       CONFIRMATION-CONTROL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CONFSEL STATUS ON CONFIRMATION OUTPUT OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-EDITED-CONFIRMATION-DATE TO RGH-CONFIRMATION-DATE
           MOVE WS-CONFIRMATION-THRESHOLD TO RGH-THRESHOLD
           MOVE WS-STARTING-SEED TO RGH-SEED
           MOVE WS-RANDOM-PERCENT TO RGH-PERCENT
           WRITE CONFIRMATION-REGISTER-LINE FROM REGISTER-HEADING-LINE

           PERFORM LOAD-CUSTOMER-TABLE
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-AGED-ITEMS
           IF WS-RETURN-CODE-VALUE IS NOT LESS THAN 8
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM SELECT-OVER-THRESHOLD
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT
           MOVE WS-STARTING-SEED TO WS-RANDOM-SEED
           PERFORM SELECT-RANDOM-SAMPLE
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT

           PERFORM WRITE-CONTROL-HEADER
           PERFORM CONFIRM-ONE-CUSTOMER
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX IS GREATER THAN WS-CUSTOMER-COUNT
           PERFORM WRITE-REGISTER-TOTALS

           GO TO END-OF-PROGRAM
           .
      * A missing INVCPARM leaves every default in place; the
      * confirmation date defaults to the run date.
       LOAD-CONFIRMATION-CARDS.
           MOVE WS-CDT-DATE TO WS-CONFIRMATION-DATE
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF NOT WS-CC-OK
               DISPLAY 'STATUS ON INVCPARM LOAD: ' WS-CC-RETURN-CODE
               DISPLAY 'DEFAULTING CONFIRMATION SELECTION PARAMETERS'
           ELSE
               MOVE 'CNFTHRSH' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:9) IS NUMERIC
                   MOVE WS-CC-VALUE(1:9) TO WS-CNT-AS-TEXT
                   MOVE WS-CNT-AS-AMOUNT
                       TO WS-CONFIRMATION-THRESHOLD
               END-IF
               MOVE 'CNFSEED' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:9) IS NUMERIC
                   MOVE WS-CC-VALUE(1:9) TO WS-STARTING-SEED
               END-IF
               MOVE 'CNFPCT' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-RANDOM-PERCENT
               END-IF
               MOVE 'CNFDATE' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:8) IS NUMERIC
                   MOVE WS-CC-VALUE(1:8) TO WS-CONFIRMATION-DATE
               END-IF
           END-IF
      *    A zero seed would hold the generator at zero for good, and
      *    more than 100 percent means everyone.
           IF WS-STARTING-SEED IS EQUAL TO ZERO
               MOVE 1 TO WS-STARTING-SEED
           END-IF
           IF WS-RANDOM-PERCENT IS GREATER THAN 100
               MOVE 100 TO WS-RANDOM-PERCENT
           END-IF
           MOVE WS-CONFIRMATION-DATE(1:4)
               TO WS-EDITED-CONFIRMATION-DATE(1:4)
           MOVE '/' TO WS-EDITED-CONFIRMATION-DATE(5:1)
           MOVE WS-CONFIRMATION-DATE(5:2)
               TO WS-EDITED-CONFIRMATION-DATE(6:2)
           MOVE '/' TO WS-EDITED-CONFIRMATION-DATE(8:1)
           MOVE WS-CONFIRMATION-DATE(7:2)
               TO WS-EDITED-CONFIRMATION-DATE(9:2)
           .
       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CONFSEL STATUS ON CUSTOMER-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
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
                           MOVE 'CONFSEL CUSTOMER TABLE IS FULL'
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
               TO WS-CNF-CUSTOMER-NUMBER(CUSTOMER-INDEX)
           MOVE CM-CUSTOMER-NAME
               TO WS-CNF-CUSTOMER-NAME(CUSTOMER-INDEX)
           MOVE CM-ADDRESS-LINE-1
               TO WS-CNF-ADDRESS-LINE-1(CUSTOMER-INDEX)
           MOVE CM-ADDRESS-LINE-2
               TO WS-CNF-ADDRESS-LINE-2(CUSTOMER-INDEX)
           MOVE CM-CITY TO WS-CNF-CITY(CUSTOMER-INDEX)
           MOVE CM-STATE TO WS-CNF-STATE(CUSTOMER-INDEX)
           MOVE CM-POSTAL-CODE TO WS-CNF-POSTAL-CODE(CUSTOMER-INDEX)
           MOVE CM-STATUS TO WS-CNF-STATUS(CUSTOMER-INDEX)
           MOVE ZERO TO WS-CNF-BALANCE(CUSTOMER-INDEX)
                        WS-CNF-ITEM-COUNT(CUSTOMER-INDEX)
           MOVE SPACE TO WS-CNF-SELECTION(CUSTOMER-INDEX)
           .
       LOAD-AGED-ITEMS.
           OPEN INPUT AGED-EXTRACT-FILE
           IF NOT AGED-EXTRACT-OK
               DISPLAY 'STATUS ON AGED-EXTRACT-FILE OPEN: '
                       AGED-EXTRACT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CONFSEL STATUS ON AGED-EXTRACT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
               PERFORM UNTIL END-OF-AGED-EXTRACT
                   READ AGED-EXTRACT-FILE
                   IF AGED-EXTRACT-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       PERFORM LOAD-ONE-AGED-ITEM
                   END-IF
               END-PERFORM
               CLOSE AGED-EXTRACT-FILE
           END-IF
           .
      * The whole open balance is confirmed, disputed part and all -
      * the auditors want the customer's view of what is owed. An
      * item whose customer is not on the master cannot be mailed
      * and is listed as an exception.
       LOAD-ONE-AGED-ITEM.
           IF AGX-INVOICE-DATE IS GREATER THAN WS-CONFIRMATION-DATE
               ADD 1 TO WS-LATER-ITEM-COUNT
           ELSE
               MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH
               SET CUSTOMER-INDEX TO 1
               SEARCH WS-CUSTOMER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CNF-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                            IS EQUAL TO AGX-CUSTOMER-NUMBER
                       SET CUSTOMER-WAS-FOUND TO TRUE
               END-SEARCH
               EVALUATE TRUE
                   WHEN NOT CUSTOMER-WAS-FOUND
                       PERFORM LIST-UNMATCHED-ITEM
                   WHEN WS-AGED-ITEM-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-AGED-ITEMS
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'CONFSEL AGED ITEM TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                       MOVE 8 TO WS-RETURN-CODE-VALUE
                   WHEN OTHER
                       ADD AGX-OPEN-BALANCE
                           TO WS-CNF-BALANCE(CUSTOMER-INDEX)
                       ADD 1 TO WS-CNF-ITEM-COUNT(CUSTOMER-INDEX)
                       ADD 1 TO WS-AGED-ITEM-COUNT
                       MOVE AGX-CUSTOMER-NUMBER
                           TO WS-AGI-CUSTOMER-NUMBER
                                  (WS-AGED-ITEM-COUNT)
                       MOVE AGX-INVOICE-NUMBER
                           TO WS-AGI-INVOICE-NUMBER
                                  (WS-AGED-ITEM-COUNT)
                       MOVE AGX-INVOICE-DATE
                           TO WS-AGI-INVOICE-DATE(WS-AGED-ITEM-COUNT)
                       MOVE AGX-OPEN-BALANCE
                           TO WS-AGI-OPEN-BALANCE(WS-AGED-ITEM-COUNT)
               END-EVALUATE
           END-IF
           .
       LIST-UNMATCHED-ITEM.
           ADD 1 TO WS-UNMATCHED-ITEM-COUNT
           ADD AGX-OPEN-BALANCE TO WS-UNMATCHED-BALANCE
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE AGX-CUSTOMER-NUMBER TO RGD-CUSTOMER-NUMBER
           MOVE AGX-INVOICE-NUMBER TO RGD-INVOICE-NUMBER
           MOVE AGX-OPEN-BALANCE TO RGD-BALANCE
           MOVE 'EXCEPTION - NOT ON CUSTOMER MASTER'
               TO RGD-DISPOSITION
           WRITE CONFIRMATION-REGISTER-LINE FROM REGISTER-DETAIL-LINE
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'CONFSEL AGED ITEM CUSTOMER NOT ON MASTER'
               TO WS-EL-EXCEPTION-TEXT
           MOVE AGX-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           .
      * The population is every live customer with a balance as of
      * the confirmation date; the ones over the threshold are all
      * confirmed.
       SELECT-OVER-THRESHOLD.
           IF NOT WS-CNF-IS-MERGED(CUSTOMER-INDEX)
           AND WS-CNF-BALANCE(CUSTOMER-INDEX) IS NOT EQUAL TO ZERO
               ADD 1 TO WS-POPULATION-COUNT
               ADD WS-CNF-BALANCE(CUSTOMER-INDEX)
                   TO WS-POPULATION-BALANCE
               IF WS-CNF-BALANCE(CUSTOMER-INDEX) IS GREATER THAN
                       WS-CONFIRMATION-THRESHOLD
                   MOVE 'T' TO WS-CNF-SELECTION(CUSTOMER-INDEX)
                   ADD 1 TO WS-THRESHOLD-COUNT
                   ADD WS-CNF-BALANCE(CUSTOMER-INDEX)
                       TO WS-THRESHOLD-BALANCE
               END-IF
           END-IF
           .
      * One draw per remaining customer in customer-number order, so
      * the same seed, master and extract give the same sample.
       SELECT-RANDOM-SAMPLE.
           IF NOT WS-CNF-IS-MERGED(CUSTOMER-INDEX)
           AND WS-CNF-BALANCE(CUSTOMER-INDEX) IS NOT EQUAL TO ZERO
           AND WS-CNF-NOT-SELECTED(CUSTOMER-INDEX)
               COMPUTE WS-RANDOM-PRODUCT =
                   WS-RANDOM-SEED * WS-RANDOM-MULTIPLIER
               DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
                   GIVING WS-RANDOM-QUOTIENT
                   REMAINDER WS-RANDOM-SEED
               COMPUTE WS-RANDOM-DRAW =
                   (WS-RANDOM-SEED * 100) / WS-RANDOM-MODULUS
               IF WS-RANDOM-DRAW IS LESS THAN WS-RANDOM-PERCENT
                   MOVE 'R' TO WS-CNF-SELECTION(CUSTOMER-INDEX)
                   ADD 1 TO WS-RANDOM-COUNT
                   ADD WS-CNF-BALANCE(CUSTOMER-INDEX)
                       TO WS-RANDOM-BALANCE
               END-IF
           END-IF
           .
       WRITE-CONTROL-HEADER.
           MOVE SPACES TO CONFIRMATION-CONTROL-RECORD
           MOVE 'H' TO CNH-RECORD-TYPE
           MOVE WS-CONFIRMATION-DATE TO CNH-CONFIRMATION-DATE
           MOVE WS-POPULATION-COUNT TO CNH-POPULATION-COUNT
           MOVE WS-POPULATION-BALANCE TO CNH-POPULATION-BALANCE
           MOVE WS-STARTING-SEED TO CNH-RANDOM-SEED
           MOVE WS-RANDOM-PERCENT TO CNH-RANDOM-PERCENT
           MOVE WS-CONFIRMATION-THRESHOLD TO CNH-THRESHOLD
           PERFORM WRITE-CONTROL-RECORD
           .
       CONFIRM-ONE-CUSTOMER.
           IF NOT WS-CNF-NOT-SELECTED(CUSTOMER-INDEX)
               PERFORM PRINT-ONE-LETTER
               MOVE SPACES TO CONFIRMATION-CONTROL-RECORD
               MOVE 'D' TO CNC-RECORD-TYPE
               MOVE WS-CNF-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                   TO CNC-CUSTOMER-NUMBER
               MOVE WS-CONFIRMATION-DATE TO CNC-CONFIRMATION-DATE
               MOVE WS-CNF-SELECTION(CUSTOMER-INDEX)
                   TO CNC-SELECTION-REASON
               MOVE WS-CNF-BALANCE(CUSTOMER-INDEX)
                   TO CNC-CONFIRMED-BALANCE
               MOVE WS-CNF-ITEM-COUNT(CUSTOMER-INDEX)
                   TO CNC-INVOICE-COUNT
               MOVE SPACE TO CNC-REPLY-STATUS
               MOVE SPACES TO CNC-REPLY-DATE
               MOVE ZERO TO CNC-CUSTOMER-AMOUNT
               PERFORM WRITE-CONTROL-RECORD

               MOVE SPACES TO REGISTER-DETAIL-LINE
               MOVE WS-CNF-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                   TO RGD-CUSTOMER-NUMBER
               MOVE WS-CNF-CUSTOMER-NAME(CUSTOMER-INDEX)
                   TO RGD-CUSTOMER-NAME
               MOVE WS-CNF-ITEM-COUNT(CUSTOMER-INDEX)
                   TO RGD-ITEM-COUNT
               MOVE WS-CNF-BALANCE(CUSTOMER-INDEX) TO RGD-BALANCE
               IF WS-CNF-BY-THRESHOLD(CUSTOMER-INDEX)
                   MOVE 'SELECTED - OVER THRESHOLD'
                       TO RGD-DISPOSITION
               ELSE
                   MOVE 'SELECTED - RANDOM SAMPLE'
                       TO RGD-DISPOSITION
               END-IF
               WRITE CONFIRMATION-REGISTER-LINE
                   FROM REGISTER-DETAIL-LINE
           END-IF
           .
       WRITE-CONTROL-RECORD.
           WRITE CONFIRMATION-CONTROL-RECORD
           IF NOT CONFIRMATION-CONTROL-OK
               DISPLAY 'STATUS ON CONFIRMATION-CONTROL WRITE: '
                       CONFIRMATION-CONTROL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CONFSEL STATUS ON CONFIRMATION-CONTROL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * The mailing block opens the page in window-envelope
      * position, then the request, the open invoices as of the
      * confirmation date, and the reply block.
       PRINT-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-CNF-CUSTOMER-NAME(CUSTOMER-INDEX)
               TO BTN-CUSTOMER-NAME
           WRITE CONFIRMATION-LETTER-LINE FROM BILL-TO-NAME-LINE
               AFTER ADVANCING PAGE
           MOVE WS-CNF-ADDRESS-LINE-1(CUSTOMER-INDEX)
               TO BTA-ADDRESS-TEXT
           WRITE CONFIRMATION-LETTER-LINE FROM BILL-TO-ADDRESS-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CNF-ADDRESS-LINE-2(CUSTOMER-INDEX)
                   IS NOT EQUAL TO SPACES
               MOVE WS-CNF-ADDRESS-LINE-2(CUSTOMER-INDEX)
                   TO BTA-ADDRESS-TEXT
               WRITE CONFIRMATION-LETTER-LINE FROM BILL-TO-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-CNF-CITY(CUSTOMER-INDEX) TO BTC-CITY
           MOVE WS-CNF-STATE(CUSTOMER-INDEX) TO BTC-STATE
           MOVE WS-CNF-POSTAL-CODE(CUSTOMER-INDEX) TO BTC-POSTAL-CODE
           WRITE CONFIRMATION-LETTER-LINE FROM BILL-TO-CITY-LINE
               AFTER ADVANCING 1 LINE

           MOVE WS-CNF-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               TO LTH-CUSTOMER-NUMBER
           MOVE WS-EDITED-CONFIRMATION-DATE TO LTH-CONFIRMATION-DATE
           WRITE CONFIRMATION-LETTER-LINE FROM LETTER-HEADER-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'OUR AUDITORS ARE EXAMINING OUR FINANCIAL STATEMENTS.'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT-SPACED
           MOVE 'PLEASE COMPARE THE BALANCE BELOW WITH YOUR RECORDS AND'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE 'REPLY DIRECTLY TO OUR AUDITORS ON THE FORM BELOW,'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE 'WHETHER OR NOT IT AGREES. THIS IS NOT A REQUEST FOR'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE 'PAYMENT.' TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT

           WRITE CONFIRMATION-LETTER-LINE FROM LETTER-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM PRINT-ONE-LETTER-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB IS GREATER THAN WS-AGED-ITEM-COUNT
           MOVE WS-CNF-BALANCE(CUSTOMER-INDEX) TO LTL-BALANCE
           WRITE CONFIRMATION-LETTER-LINE FROM LETTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'PLEASE MARK ONE, SIGN, AND RETURN TO OUR AUDITORS:'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT-SPACED
           MOVE '[ ] THE BALANCE ABOVE AGREES WITH OUR RECORDS.'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT-SPACED
           MOVE '[ ] OUR RECORDS SHOW A BALANCE OF $______________ .'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT-SPACED
           MOVE '    THE DIFFERENCE IS EXPLAINED BELOW.'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT
           MOVE 'SIGNATURE ______________________  DATE __________'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT-SPACED
           MOVE 'TITLE     ______________________'
               TO LTT-TEXT
           PERFORM WRITE-LETTER-TEXT-SPACED
           .
       PRINT-ONE-LETTER-ITEM.
           IF WS-AGI-CUSTOMER-NUMBER(WS-ITEM-SUB) IS EQUAL TO
                   WS-CNF-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               MOVE WS-AGI-INVOICE-NUMBER(WS-ITEM-SUB)
                   TO LTD-INVOICE-NUMBER
               MOVE WS-AGI-INVOICE-DATE(WS-ITEM-SUB)(1:4)
                   TO LTD-INVOICE-DATE(1:4)
               MOVE '/' TO LTD-INVOICE-DATE(5:1)
               MOVE WS-AGI-INVOICE-DATE(WS-ITEM-SUB)(5:2)
                   TO LTD-INVOICE-DATE(6:2)
               MOVE '/' TO LTD-INVOICE-DATE(8:1)
               MOVE WS-AGI-INVOICE-DATE(WS-ITEM-SUB)(7:2)
                   TO LTD-INVOICE-DATE(9:2)
               MOVE WS-AGI-OPEN-BALANCE(WS-ITEM-SUB)
                   TO LTD-OPEN-BALANCE
               WRITE CONFIRMATION-LETTER-LINE FROM LETTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
       WRITE-LETTER-TEXT.
           WRITE CONFIRMATION-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-LETTER-TEXT-SPACED.
           WRITE CONFIRMATION-LETTER-LINE FROM LETTER-TEXT-LINE
               AFTER ADVANCING 2 LINES
           .
      * Coverage is the sampled balance as a share of the
      * population's balance.
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO CONFIRMATION-REGISTER-LINE
           WRITE CONFIRMATION-REGISTER-LINE
           MOVE 'POPULATION WITH A BALANCE' TO RGT-LABEL
           MOVE WS-POPULATION-COUNT TO RGT-COUNT
           MOVE WS-POPULATION-BALANCE TO RGT-BALANCE
           WRITE CONFIRMATION-REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE 'SELECTED OVER THRESHOLD' TO RGT-LABEL
           MOVE WS-THRESHOLD-COUNT TO RGT-COUNT
           MOVE WS-THRESHOLD-BALANCE TO RGT-BALANCE
           WRITE CONFIRMATION-REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE 'SELECTED AT RANDOM' TO RGT-LABEL
           MOVE WS-RANDOM-COUNT TO RGT-COUNT
           MOVE WS-RANDOM-BALANCE TO RGT-BALANCE
           WRITE CONFIRMATION-REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE 'ITEMS NOT ON CUSTOMER MASTER' TO RGT-LABEL
           MOVE WS-UNMATCHED-ITEM-COUNT TO RGT-COUNT
           MOVE WS-UNMATCHED-BALANCE TO RGT-BALANCE
           WRITE CONFIRMATION-REGISTER-LINE FROM REGISTER-TOTAL-LINE
           IF WS-POPULATION-BALANCE IS NOT EQUAL TO ZERO
               COMPUTE WS-COVERAGE-PERCENT ROUNDED =
                   (WS-THRESHOLD-BALANCE + WS-RANDOM-BALANCE) * 100
                       / WS-POPULATION-BALANCE
           END-IF
           MOVE WS-COVERAGE-PERCENT TO RGC-PERCENT
           WRITE CONFIRMATION-REGISTER-LINE FROM REGISTER-COVERAGE-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'CONFIRMATION LETTERS PRINTED: ' WS-LETTER-COUNT
           DISPLAY 'ITEMS AFTER CONFIRMATION DATE: '
                   WS-LATER-ITEM-COUNT
           DISPLAY 'ITEMS NOT ON CUSTOMER MASTER:  '
                   WS-UNMATCHED-ITEM-COUNT
           CLOSE CONFIRMATION-REGISTER-FILE
           CLOSE CONFIRMATION-LETTER-FILE
           CLOSE CONFIRMATION-CONTROL-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
