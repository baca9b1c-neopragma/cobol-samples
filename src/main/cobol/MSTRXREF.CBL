      *****************************************************************
      * Program name:    MSTRXREF
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A weekly referential-integrity sweep across the masters, the
      * cross-file counterpart of the single-file proof GLMAPVAL
      * makes of the account mappings.
      *
      * The masters point at one another and each maintenance job
      * only guards its own file, so a customer deactivated or merged
      * in CUSTMNT or CUSTMRGE, a SKU dropped from PRODMAST, or a SKU
      * group retired from SKULKUP1 leaves references behind that
      * surface one rejected invoice at a time. This job proves every
      * such reference in one pass:
      *   CONTRPRC  customer on CUSTMAST and not merged away; SKU on
      *             PRODMAST and active.
      *   RECURB1   customer on CUSTMAST and not merged away; SKU on
      *             PRODMAST and active.
      *   CUSTMAST  terms code on TERMMAST; salesperson with at least
      *             one COMMRATE rate; parent customer on CUSTMAST
      *             and not merged away. A blank code is the house
      *             default and refers to nothing.
      *   GLACCTM1  every type R mapping's SKU group on SKULKUP1.
      *   DISCMST1  every schedule's SKU group on SKULKUP1 (spaces is
      *             the default schedule).
      *   COMMRATE  every rate's SKU group on SKULKUP1 (spaces is the
      *             salesperson's default rate).
      * Each orphan is itemized on the XREFRPT report by master, key,
      * the value that does not resolve and the file it should be on,
      * and a count per master closes the report.
      *
      * RETURN-CODE is 0 when every reference holds, 4 when orphans
      * were found, and 8 when a master could not be read, since the
      * references into it then go unproved.
      * - The CUSTMAST layout now carries the parent customer and
      *   hierarchy credit limit, and each live customer's parent is
      *   proved to be on CUSTMAST and not merged away.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MSTRXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
           SELECT TERMS-MASTER-FILE ASSIGN TO 'TERMMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TERMS-MASTER-STATUS.
           SELECT COMMISSION-RATE-FILE ASSIGN TO 'COMMRATE'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMMISSION-RATE-STATUS.
           SELECT SKU-LOOKUP-FILE ASSIGN TO 'SKULKUP1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKU-LOOKUP-STATUS.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO 'CONTRPRC'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CONTRACT-PRICE-STATUS.
           SELECT RECURRING-MASTER-FILE ASSIGN TO 'RECURB1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECURRING-MASTER-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLACCTM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACCOUNT-MAP-STATUS.
           SELECT DISCOUNT-MASTER-FILE ASSIGN TO 'DISCMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DISCOUNT-MASTER-STATUS.
           SELECT XREF-REPORT-FILE ASSIGN TO 'XREFRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS XREF-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout CUSTMNT maintains.
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
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  CM-INVOICE-DELIVERY      PIC X(01).
           05  CM-COLLECTOR-CODE        PIC X(03).
           05  CM-BILLING-CURRENCY      PIC X(03).
           05  FILLER                   PIC X(03).
      * The customer this account rolls up to; spaces is the top of
      * its own hierarchy.
           05  CM-PARENT-CUSTOMER       PIC X(08).
           05  CM-HIERARCHY-CREDIT-LIMIT PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(07).

      * Same layout SKUSMNT maintains and INVCALC reads.
       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRODUCT-MASTER-RECORD.
       01  PRODUCT-MASTER-RECORD.
           05  PM-SKU                   PIC X(10).
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-PRICE            PIC S9(05)V99 COMP-3.
           05  PM-TAXABLE-CLASS         PIC X(01).
           05  PM-STATUS                PIC X(01).
               88  PM-IS-ACTIVE         VALUE 'A'.
           05  PM-UNIT-COST             PIC S9(05)V99 COMP-3.
           05  FILLER                   PIC X(30).

      * Same layout INVCALC and CASHAPP read.
       FD  TERMS-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERMS-MASTER-RECORD.
       01  TERMS-MASTER-RECORD.
           05  TER-TERMS-CODE           PIC X(02).
           05  TER-NET-DAYS             PIC 9(03).
           05  TER-DISCOUNT-DAYS        PIC 9(03).
           05  TER-DISCOUNT-PERCENT     PIC 9V9(05).

      * Same layout COMMCALC reads.
       FD  COMMISSION-RATE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMMISSION-RATE-RECORD.
       01  COMMISSION-RATE-RECORD.
           05  CRT-SALESPERSON-CODE     PIC X(03).
           05  CRT-SKU-GROUP-CODE       PIC X(04).
           05  CRT-RATE                 PIC 9V9(05).

      * Same layout SKUMAINT maintains and REFORMER reads; the group
      * codes here are the first four characters of every SKU.
       FD  SKU-LOOKUP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SKU-LOOKUP-RECORD.
       01  SKU-LOOKUP-RECORD.
           05  SKL-PRODUCT-CODE-PREFIX  PIC X(02).
           05  SKL-SKU-GROUP-CODE       PIC X(04).

      * Same layout INVCALC and PRICELST read.
       FD  CONTRACT-PRICE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTRACT-PRICE-RECORD.
       01  CONTRACT-PRICE-RECORD.
           05  CPR-CUSTOMER-NUMBER      PIC X(08).
           05  CPR-SKU                  PIC X(10).
           05  CPR-CONTRACT-PRICE       PIC S9(05)V99 COMP-3.

      * Same layout RECURGEN reads.
       FD  RECURRING-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECURRING-MASTER-RECORD.
       01  RECURRING-MASTER-RECORD.
           05  RCB-CUSTOMER-NUMBER      PIC X(08).
           05  RCB-SKU                  PIC X(10).
           05  RCB-QUANTITY             PIC 9(05).
           05  RCB-UNIT-PRICE           PIC 9(05)V99.
           05  RCB-FREQUENCY            PIC X(01).
           05  RCB-NEXT-BILL-DATE       PIC X(08).
           05  RCB-END-DATE             PIC X(08).
           05  RCB-JURISDICTION-CODE    PIC X(02).
           05  RCB-TAXABLE              PIC X(01).
           05  RCB-BILLING-DAY          PIC 9(02).

      * Same layout INVCALC loads and GLMAPVAL proves.
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCOUNT-MAP-RECORD.
       01  ACCOUNT-MAP-RECORD.
           05  GLM-MAP-TYPE             PIC X.
               88  GLM-IS-REVENUE-MAP   VALUE 'R'.
           05  GLM-MAP-KEY              PIC X(04).
           05  GLM-ACCOUNT              PIC X(08).
           05  GLM-COMPANY-CODE         PIC X(02).

      * Same layout DISCMNT maintains and INVCALC reads.
       FD  DISCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DISCOUNT-MASTER-RECORD.
       01  DISCOUNT-MASTER-RECORD.
           05  DSM-SKU-GROUP-CODE       PIC X(04).
           05  DSM-EFFECTIVE-DATE       PIC X(08).
           05  DSM-THRESHOLD            PIC 9(05).
           05  DSM-PERCENT              PIC 9V9(05).

       FD  XREF-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XREF-REPORT-LINE.
       01  XREF-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
               88  PRODUCT-SKU-NOT-FOUND VALUE '23'.
           05  TERMS-MASTER-STATUS      PIC X(02).
               88  TERMS-MASTER-OK      VALUE '00'.
               88  END-OF-TERMS-MASTER  VALUE '10'.
           05  COMMISSION-RATE-STATUS   PIC X(02).
               88  COMMISSION-RATE-OK   VALUE '00'.
               88  END-OF-COMMISSION-RATE VALUE '10'.
           05  SKU-LOOKUP-STATUS        PIC X(02).
               88  SKU-LOOKUP-OK        VALUE '00'.
               88  END-OF-SKU-LOOKUP    VALUE '10'.
           05  CONTRACT-PRICE-STATUS    PIC X(02).
               88  CONTRACT-PRICE-OK    VALUE '00'.
               88  END-OF-CONTRACT-PRICE VALUE '10'.
           05  RECURRING-MASTER-STATUS  PIC X(02).
               88  RECURRING-MASTER-OK  VALUE '00'.
               88  END-OF-RECURRING-MASTER VALUE '10'.
           05  ACCOUNT-MAP-STATUS       PIC X(02).
               88  ACCOUNT-MAP-OK       VALUE '00'.
               88  END-OF-ACCOUNT-MAP   VALUE '10'.
           05  DISCOUNT-MASTER-STATUS   PIC X(02).
               88  DISCOUNT-MASTER-OK   VALUE '00'.
               88  END-OF-DISCOUNT-MASTER VALUE '10'.
           05  XREF-REPORT-STATUS       PIC X(02).
               88  XREF-REPORT-OK       VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'MSTRXREF'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'MSTRXREF'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'MSTRXREF'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'MSTRXREF'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Held here until GOBACK time - the EXCPLOG and JOBSTAT calls
      * in END-OF-PROGRAM would otherwise clear the register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

      * Which target masters were read, so the references into a
      * missing one are reported unproved instead of all orphaned.
       01  WS-MASTER-SWITCHES.
           05  WS-CUSTOMERS-SWITCH      PIC X VALUE 'N'.
               88  WS-CUSTOMERS-LOADED  VALUE 'Y'.
           05  WS-PRODUCTS-SWITCH       PIC X VALUE 'N'.
               88  WS-PRODUCTS-OPEN     VALUE 'Y'.
           05  WS-TERMS-SWITCH          PIC X VALUE 'N'.
               88  WS-TERMS-LOADED      VALUE 'Y'.
           05  WS-RATES-SWITCH          PIC X VALUE 'N'.
               88  WS-RATES-LOADED      VALUE 'Y'.
           05  WS-GROUPS-SWITCH         PIC X VALUE 'N'.
               88  WS-GROUPS-LOADED     VALUE 'Y'.

       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMERS         PIC S9(05) COMP-3 VALUE 1000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-CUS-NUMBER        PIC X(08).
               10  WS-CUS-STATUS        PIC X(01).
                   88  WS-CUS-IS-MERGED VALUE 'M'.
               10  WS-CUS-TERMS-CODE    PIC X(02).
               10  WS-CUS-SALESPERSON   PIC X(03).
               10  WS-CUS-PARENT        PIC X(08).

       01  WS-TERMS-TABLE-AREA.
           05  WS-TERMS-COUNT           PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-TERMS             PIC S9(03) COMP-3 VALUE 50.
           05  WS-TERMS-ENTRY OCCURS 1 TO 50
                       DEPENDING ON WS-TERMS-COUNT
                       INDEXED BY TERMS-INDEX.
               10  WS-TRM-TERMS-CODE    PIC X(02).

       01  WS-RATE-TABLE-AREA.
           05  WS-RATE-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-RATES             PIC S9(05) COMP-3 VALUE 500.
           05  WS-RATE-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-RATE-COUNT
                       INDEXED BY RATE-INDEX.
               10  WS-RTE-SALESPERSON   PIC X(03).

       01  WS-GROUP-TABLE-AREA.
           05  WS-GROUP-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-GROUPS            PIC S9(05) COMP-3 VALUE 500.
           05  WS-GROUP-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-GROUP-COUNT
                       INDEXED BY GROUP-INDEX.
               10  WS-GRP-SKU-GROUP     PIC X(04).

      * One line per referencing master on the closing summary.
       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY-ENTRY OCCURS 6 TIMES.
               10  WS-SUM-MASTER        PIC X(08).
               10  WS-SUM-CHECKED       PIC S9(07) COMP-3.
               10  WS-SUM-ORPHANS       PIC S9(07) COMP-3.
       01  WS-SUMMARY-SUB               PIC S9(03) COMP-3.
       01  WS-CONTRACT-SUB              PIC S9(03) COMP-3 VALUE 1.
       01  WS-RECURRING-SUB             PIC S9(03) COMP-3 VALUE 2.
       01  WS-CUSTOMER-SUB              PIC S9(03) COMP-3 VALUE 3.
       01  WS-ACCOUNT-MAP-SUB           PIC S9(03) COMP-3 VALUE 4.
       01  WS-DISCOUNT-SUB              PIC S9(03) COMP-3 VALUE 5.
       01  WS-RATE-SUB                  PIC S9(03) COMP-3 VALUE 6.

      * What the check paragraphs hand to WRITE-ORPHAN-LINE.
       01  WS-LOOKUP-WORK-AREAS.
           05  WS-FOUND-SWITCH          PIC X.
               88  WS-REFERENCE-FOUND   VALUE 'Y'.
           05  WS-LOOKUP-CUSTOMER       PIC X(08).
           05  WS-CHECKING-CUSTOMER-SUB PIC S9(05) COMP-3.
           05  WS-LOOKUP-SKU            PIC X(10).
           05  WS-LOOKUP-GROUP          PIC X(04).
           05  WS-ORPHAN-KEY            PIC X(24).
           05  WS-ORPHAN-COUNT          PIC S9(07) COMP-3 VALUE ZERO.

       01  XREF-HEADING-LINE.
           05  FILLER                   PIC X(38)
                   VALUE 'MASTER CROSS-REFERENCE ORPHANS FOR RUN'.
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  XHD-RUN-DATE             PIC X(08).
       01  XREF-COLUMN-LINE.
           05  FILLER                   PIC X(36)
                   VALUE 'MASTER    KEY'.
           05  FILLER                   PIC X(12) VALUE 'VALUE'.
           05  FILLER                   PIC X(12) VALUE 'TARGET'.
           05  FILLER                   PIC X(07) VALUE 'FINDING'.
       01  XREF-DETAIL-LINE.
           05  XDT-MASTER               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XDT-KEY                  PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XDT-VALUE                PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XDT-TARGET               PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  XDT-FINDING              PIC X(30).
       01  XREF-SUMMARY-LINE.
           05  XSM-MASTER               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  XSM-CHECKED              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(10) VALUE ' CHECKED  '.
           05  XSM-ORPHANS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE ' ORPHANS'.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-PC-FUNCTION-CODE
           CALL 'RUNCAL' USING WS-RUN-CALENDAR-CONVERSION
           EVALUATE TRUE
               WHEN WS-PC-RUN-IS-SCHEDULED
                   CONTINUE
               WHEN WS-PC-RUN-IS-OVERRIDDEN
                   DISPLAY 'MSTRXREF NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'MSTRXREF RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'MSTRXREF PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'MSTRXREF CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'MSTRXREF NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'MSTRXREF NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           OPEN OUTPUT XREF-REPORT-FILE
           IF NOT XREF-REPORT-OK
               DISPLAY 'STATUS ON XREF-REPORT-FILE OPEN: '
                       XREF-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MSTRXREF STATUS ON XREF-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           MOVE WS-CDT-DATE TO XHD-RUN-DATE
           WRITE XREF-REPORT-LINE FROM XREF-HEADING-LINE
           MOVE SPACES TO XREF-REPORT-LINE
           WRITE XREF-REPORT-LINE
           WRITE XREF-REPORT-LINE FROM XREF-COLUMN-LINE

           MOVE 'CONTRPRC' TO WS-SUM-MASTER(WS-CONTRACT-SUB)
           MOVE 'RECURB1 ' TO WS-SUM-MASTER(WS-RECURRING-SUB)
           MOVE 'CUSTMAST' TO WS-SUM-MASTER(WS-CUSTOMER-SUB)
           MOVE 'GLACCTM1' TO WS-SUM-MASTER(WS-ACCOUNT-MAP-SUB)
           MOVE 'DISCMST1' TO WS-SUM-MASTER(WS-DISCOUNT-SUB)
           MOVE 'COMMRATE' TO WS-SUM-MASTER(WS-RATE-SUB)
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > 6
               MOVE ZERO TO WS-SUM-CHECKED(WS-SUMMARY-SUB)
                            WS-SUM-ORPHANS(WS-SUMMARY-SUB)
           END-PERFORM

      * The targets first: SKU groups before COMMRATE, whose own
      * groups are proved as its rates are loaded.
           PERFORM LOAD-SKU-GROUPS
           PERFORM LOAD-TERMS-CODES
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-COMMISSION-RATES
           OPEN INPUT PRODUCT-MASTER-FILE
           IF PRODUCT-MASTER-OK
               MOVE 'Y' TO WS-PRODUCTS-SWITCH
           ELSE
               DISPLAY 'STATUS ON PRODUCT-MASTER-FILE OPEN: '
                       PRODUCT-MASTER-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           END-IF

           PERFORM CHECK-CONTRACT-PRICES
           PERFORM CHECK-RECURRING-CONTRACTS
           PERFORM CHECK-CUSTOMER-REFERENCES
           PERFORM CHECK-ACCOUNT-MAPPINGS
           PERFORM CHECK-DISCOUNT-SCHEDULES

           PERFORM PRINT-XREF-SUMMARY
           IF WS-ORPHAN-COUNT IS GREATER THAN ZERO
               DISPLAY 'MASTER CROSS-REFERENCE ORPHANS: '
                       WS-ORPHAN-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MSTRXREF ORPHANED MASTER REFERENCES FOUND'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               IF WS-RETURN-CODE-VALUE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE-VALUE
               END-IF
           END-IF

           GO TO END-OF-PROGRAM
           .
      * A master that cannot be read leaves every reference into it
      * unproved, which is worse than an orphan: the run ends RC 8.
       NOTE-MASTER-UNAVAILABLE.
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'MSTRXREF MASTER UNAVAILABLE - REFERENCES UNPROVED'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'F' TO WS-EL-SEVERITY-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACE TO WS-EL-SEVERITY-CODE
           MOVE 8 TO WS-RETURN-CODE-VALUE
           .
       LOAD-SKU-GROUPS.
           OPEN INPUT SKU-LOOKUP-FILE
           IF NOT SKU-LOOKUP-OK
               DISPLAY 'STATUS ON SKU-LOOKUP-FILE OPEN: '
                       SKU-LOOKUP-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           ELSE
               MOVE 'Y' TO WS-GROUPS-SWITCH
               PERFORM UNTIL END-OF-SKU-LOOKUP
                   READ SKU-LOOKUP-FILE
                   IF SKU-LOOKUP-OK
                       IF WS-GROUP-COUNT IS LESS THAN WS-MAX-GROUPS
                           ADD 1 TO WS-GROUP-COUNT
                           MOVE SKL-SKU-GROUP-CODE
                               TO WS-GRP-SKU-GROUP(WS-GROUP-COUNT)
                       ELSE
                           DISPLAY 'SKU GROUP TABLE IS FULL - GROUP '
                                   SKL-SKU-GROUP-CODE ' NOT LOADED'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SKU-LOOKUP-FILE
           END-IF
           .
       LOAD-TERMS-CODES.
           OPEN INPUT TERMS-MASTER-FILE
           IF NOT TERMS-MASTER-OK
               DISPLAY 'STATUS ON TERMS-MASTER-FILE OPEN: '
                       TERMS-MASTER-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           ELSE
               MOVE 'Y' TO WS-TERMS-SWITCH
               PERFORM UNTIL END-OF-TERMS-MASTER
                   READ TERMS-MASTER-FILE
                   IF TERMS-MASTER-OK
                       IF WS-TERMS-COUNT IS LESS THAN WS-MAX-TERMS
                           ADD 1 TO WS-TERMS-COUNT
                           MOVE TER-TERMS-CODE
                               TO WS-TRM-TERMS-CODE(WS-TERMS-COUNT)
                       ELSE
                           DISPLAY 'TERMS TABLE IS FULL - TERMS '
                                   TER-TERMS-CODE ' NOT LOADED'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TERMS-MASTER-FILE
           END-IF
           .
       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           ELSE
               MOVE 'Y' TO WS-CUSTOMERS-SWITCH
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       IF WS-CUSTOMER-COUNT IS LESS THAN
                               WS-MAX-CUSTOMERS
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CM-CUSTOMER-NUMBER
                               TO WS-CUS-NUMBER(WS-CUSTOMER-COUNT)
                           MOVE CM-STATUS
                               TO WS-CUS-STATUS(WS-CUSTOMER-COUNT)
                           MOVE CM-TERMS-CODE
                               TO WS-CUS-TERMS-CODE(WS-CUSTOMER-COUNT)
                           MOVE CM-SALESPERSON-CODE
                               TO WS-CUS-SALESPERSON(WS-CUSTOMER-COUNT)
                           MOVE CM-PARENT-CUSTOMER
                               TO WS-CUS-PARENT(WS-CUSTOMER-COUNT)
                       ELSE
                           DISPLAY 'CUSTOMER TABLE IS FULL - CUSTOMER '
                                   CM-CUSTOMER-NUMBER ' NOT LOADED'
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
      * Only the salesperson matters to CUSTMAST's check, but every
      * rate's SKU group is proved here on the way past.
       LOAD-COMMISSION-RATES.
           OPEN INPUT COMMISSION-RATE-FILE
           IF NOT COMMISSION-RATE-OK
               DISPLAY 'STATUS ON COMMISSION-RATE-FILE OPEN: '
                       COMMISSION-RATE-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           ELSE
               MOVE 'Y' TO WS-RATES-SWITCH
               PERFORM UNTIL END-OF-COMMISSION-RATE
                   READ COMMISSION-RATE-FILE
                   IF COMMISSION-RATE-OK
                       IF WS-RATE-COUNT IS LESS THAN WS-MAX-RATES
                           ADD 1 TO WS-RATE-COUNT
                           MOVE CRT-SALESPERSON-CODE
                               TO WS-RTE-SALESPERSON(WS-RATE-COUNT)
                       ELSE
                           DISPLAY 'RATE TABLE IS FULL - SALESPERSON '
                                   CRT-SALESPERSON-CODE ' NOT LOADED'
                       END-IF
                       PERFORM CHECK-ONE-COMMISSION-RATE
                   END-IF
               END-PERFORM
               CLOSE COMMISSION-RATE-FILE
           END-IF
           .
       CHECK-ONE-COMMISSION-RATE.
           ADD 1 TO WS-JS-RECORD-COUNT
           ADD 1 TO WS-SUM-CHECKED(WS-RATE-SUB)
           IF CRT-SKU-GROUP-CODE IS NOT EQUAL TO SPACES
           AND WS-GROUPS-LOADED
               MOVE CRT-SKU-GROUP-CODE TO WS-LOOKUP-GROUP
               PERFORM FIND-SKU-GROUP
               IF NOT WS-REFERENCE-FOUND
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING CRT-SALESPERSON-CODE ' ' CRT-SKU-GROUP-CODE
                       DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                   MOVE WS-RATE-SUB TO WS-SUMMARY-SUB
                   MOVE CRT-SKU-GROUP-CODE TO XDT-VALUE
                   MOVE 'SKULKUP1' TO XDT-TARGET
                   MOVE 'SKU GROUP NOT ON SKULKUP1' TO XDT-FINDING
                   PERFORM WRITE-ORPHAN-LINE
               END-IF
           END-IF
           .
       CHECK-CONTRACT-PRICES.
           OPEN INPUT CONTRACT-PRICE-FILE
           IF NOT CONTRACT-PRICE-OK
               DISPLAY 'STATUS ON CONTRACT-PRICE-FILE OPEN: '
                       CONTRACT-PRICE-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           ELSE
               PERFORM UNTIL END-OF-CONTRACT-PRICE
                   READ CONTRACT-PRICE-FILE
                   IF CONTRACT-PRICE-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       ADD 1 TO WS-SUM-CHECKED(WS-CONTRACT-SUB)
                       MOVE WS-CONTRACT-SUB TO WS-SUMMARY-SUB
                       MOVE SPACES TO WS-ORPHAN-KEY
                       STRING CPR-CUSTOMER-NUMBER ' ' CPR-SKU
                           DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       MOVE CPR-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                       PERFORM CHECK-CUSTOMER-REFERENCE
                       MOVE CPR-SKU TO WS-LOOKUP-SKU
                       PERFORM CHECK-SKU-REFERENCE
                   END-IF
               END-PERFORM
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           .
       CHECK-RECURRING-CONTRACTS.
           OPEN INPUT RECURRING-MASTER-FILE
           IF NOT RECURRING-MASTER-OK
               DISPLAY 'STATUS ON RECURRING-MASTER-FILE OPEN: '
                       RECURRING-MASTER-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           ELSE
               PERFORM UNTIL END-OF-RECURRING-MASTER
                   READ RECURRING-MASTER-FILE
                   IF RECURRING-MASTER-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       ADD 1 TO WS-SUM-CHECKED(WS-RECURRING-SUB)
                       MOVE WS-RECURRING-SUB TO WS-SUMMARY-SUB
                       MOVE SPACES TO WS-ORPHAN-KEY
                       STRING RCB-CUSTOMER-NUMBER ' ' RCB-SKU
                           DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                       MOVE RCB-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                       PERFORM CHECK-CUSTOMER-REFERENCE
                       MOVE RCB-SKU TO WS-LOOKUP-SKU
                       PERFORM CHECK-SKU-REFERENCE
                   END-IF
               END-PERFORM
               CLOSE RECURRING-MASTER-FILE
           END-IF
           .
      * A merged-away customer is still on CUSTMAST for tracing, but
      * nothing should bill it: it is reported as an orphan too.
       CHECK-CUSTOMER-REFERENCE.
           IF WS-CUSTOMERS-LOADED
               MOVE WS-LOOKUP-CUSTOMER TO XDT-VALUE
               MOVE 'CUSTMAST' TO XDT-TARGET
               SET CUSTOMER-INDEX TO 1
               SEARCH WS-CUSTOMER-ENTRY
                   AT END
                       MOVE 'CUSTOMER NOT ON CUSTMAST' TO XDT-FINDING
                       PERFORM WRITE-ORPHAN-LINE
                   WHEN WS-CUS-NUMBER(CUSTOMER-INDEX)
                            IS EQUAL TO WS-LOOKUP-CUSTOMER
                       IF WS-CUS-IS-MERGED(CUSTOMER-INDEX)
                           MOVE 'CUSTOMER MERGED AWAY' TO XDT-FINDING
                           PERFORM WRITE-ORPHAN-LINE
                       END-IF
               END-SEARCH
           END-IF
           .
       CHECK-SKU-REFERENCE.
           IF WS-PRODUCTS-OPEN
               MOVE WS-LOOKUP-SKU TO XDT-VALUE
               MOVE 'PRODMAST' TO XDT-TARGET
               MOVE WS-LOOKUP-SKU TO PM-SKU
               READ PRODUCT-MASTER-FILE
               EVALUATE TRUE
                   WHEN PRODUCT-MASTER-OK
                       IF NOT PM-IS-ACTIVE
                           MOVE 'SKU INACTIVE ON PRODMAST'
                               TO XDT-FINDING
                           PERFORM WRITE-ORPHAN-LINE
                       END-IF
                   WHEN PRODUCT-SKU-NOT-FOUND
                       MOVE 'SKU NOT ON PRODMAST' TO XDT-FINDING
                       PERFORM WRITE-ORPHAN-LINE
                   WHEN OTHER
                       DISPLAY 'STATUS ON PRODUCT-MASTER-FILE READ: '
                               PRODUCT-MASTER-STATUS
                       MOVE 'SKU UNPROVED - PRODMAST READ'
                           TO XDT-FINDING
                       PERFORM WRITE-ORPHAN-LINE
               END-EVALUATE
           END-IF
           .
       CHECK-CUSTOMER-REFERENCES.
           IF WS-CUSTOMERS-LOADED
               MOVE WS-CUSTOMER-SUB TO WS-SUMMARY-SUB
               PERFORM CHECK-ONE-CUSTOMER
                   VARYING CUSTOMER-INDEX FROM 1 BY 1
                   UNTIL CUSTOMER-INDEX IS GREATER THAN
                             WS-CUSTOMER-COUNT
           END-IF
           .
      * A merged-away customer's codes no longer matter; the
      * survivor carries the account.
       CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-JS-RECORD-COUNT
           ADD 1 TO WS-SUM-CHECKED(WS-CUSTOMER-SUB)
           IF NOT WS-CUS-IS-MERGED(CUSTOMER-INDEX)
               MOVE WS-CUS-NUMBER(CUSTOMER-INDEX) TO WS-ORPHAN-KEY
               IF WS-CUS-TERMS-CODE(CUSTOMER-INDEX)
                       IS NOT EQUAL TO SPACES
               AND WS-TERMS-LOADED
                   MOVE 'N' TO WS-FOUND-SWITCH
                   SET TERMS-INDEX TO 1
                   SEARCH WS-TERMS-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-TRM-TERMS-CODE(TERMS-INDEX)
                                IS EQUAL TO
                                WS-CUS-TERMS-CODE(CUSTOMER-INDEX)
                           SET WS-REFERENCE-FOUND TO TRUE
                   END-SEARCH
                   IF NOT WS-REFERENCE-FOUND
                       MOVE WS-CUS-TERMS-CODE(CUSTOMER-INDEX)
                           TO XDT-VALUE
                       MOVE 'TERMMAST' TO XDT-TARGET
                       MOVE 'TERMS CODE NOT ON TERMMAST'
                           TO XDT-FINDING
                       PERFORM WRITE-ORPHAN-LINE
                   END-IF
               END-IF
               IF WS-CUS-SALESPERSON(CUSTOMER-INDEX)
                       IS NOT EQUAL TO SPACES
               AND WS-RATES-LOADED
                   MOVE 'N' TO WS-FOUND-SWITCH
                   SET RATE-INDEX TO 1
                   SEARCH WS-RATE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-RTE-SALESPERSON(RATE-INDEX)
                                IS EQUAL TO
                                WS-CUS-SALESPERSON(CUSTOMER-INDEX)
                           SET WS-REFERENCE-FOUND TO TRUE
                   END-SEARCH
                   IF NOT WS-REFERENCE-FOUND
                       MOVE WS-CUS-SALESPERSON(CUSTOMER-INDEX)
                           TO XDT-VALUE
                       MOVE 'COMMRATE' TO XDT-TARGET
                       MOVE 'SALESPERSON HAS NO RATE'
                           TO XDT-FINDING
                       PERFORM WRITE-ORPHAN-LINE
                   END-IF
               END-IF
               IF WS-CUS-PARENT(CUSTOMER-INDEX)
                       IS NOT EQUAL TO SPACES
                   PERFORM CHECK-PARENT-CUSTOMER
               END-IF
           END-IF
           .
      * The parent lookup searches the same customer table this
      * pass is stepping through, so the pass's place is held and
      * put back around it.
       CHECK-PARENT-CUSTOMER.
           SET WS-CHECKING-CUSTOMER-SUB TO CUSTOMER-INDEX
           MOVE WS-CUS-PARENT(CUSTOMER-INDEX) TO WS-LOOKUP-CUSTOMER
           PERFORM CHECK-CUSTOMER-REFERENCE
           SET CUSTOMER-INDEX TO WS-CHECKING-CUSTOMER-SUB
           .
      * Type T mappings key on jurisdictions, which TAXRATE1 owns and
      * GLMAPVAL already proves to the chart; only the SKU-group
      * mappings are checked here.
       CHECK-ACCOUNT-MAPPINGS.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT ACCOUNT-MAP-OK
               DISPLAY 'STATUS ON ACCOUNT-MAP-FILE OPEN: '
                       ACCOUNT-MAP-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           ELSE
               MOVE WS-ACCOUNT-MAP-SUB TO WS-SUMMARY-SUB
               PERFORM UNTIL END-OF-ACCOUNT-MAP
                   READ ACCOUNT-MAP-FILE
                   IF ACCOUNT-MAP-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       ADD 1 TO WS-SUM-CHECKED(WS-ACCOUNT-MAP-SUB)
                       IF GLM-IS-REVENUE-MAP
                       AND WS-GROUPS-LOADED
                           MOVE GLM-MAP-KEY TO WS-LOOKUP-GROUP
                           PERFORM FIND-SKU-GROUP
                           IF NOT WS-REFERENCE-FOUND
                               MOVE SPACES TO WS-ORPHAN-KEY
                               STRING GLM-MAP-TYPE ' ' GLM-MAP-KEY ' '
                                      GLM-COMPANY-CODE
                                   DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                               MOVE GLM-MAP-KEY TO XDT-VALUE
                               MOVE 'SKULKUP1' TO XDT-TARGET
                               MOVE 'SKU GROUP NOT ON SKULKUP1'
                                   TO XDT-FINDING
                               PERFORM WRITE-ORPHAN-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           .
       CHECK-DISCOUNT-SCHEDULES.
           OPEN INPUT DISCOUNT-MASTER-FILE
           IF NOT DISCOUNT-MASTER-OK
               DISPLAY 'STATUS ON DISCOUNT-MASTER-FILE OPEN: '
                       DISCOUNT-MASTER-STATUS
               PERFORM NOTE-MASTER-UNAVAILABLE
           ELSE
               MOVE WS-DISCOUNT-SUB TO WS-SUMMARY-SUB
               PERFORM UNTIL END-OF-DISCOUNT-MASTER
                   READ DISCOUNT-MASTER-FILE
                   IF DISCOUNT-MASTER-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       ADD 1 TO WS-SUM-CHECKED(WS-DISCOUNT-SUB)
                       IF DSM-SKU-GROUP-CODE IS NOT EQUAL TO SPACES
                       AND WS-GROUPS-LOADED
                           MOVE DSM-SKU-GROUP-CODE TO WS-LOOKUP-GROUP
                           PERFORM FIND-SKU-GROUP
                           IF NOT WS-REFERENCE-FOUND
                               MOVE SPACES TO WS-ORPHAN-KEY
                               STRING DSM-SKU-GROUP-CODE ' '
                                      DSM-EFFECTIVE-DATE ' '
                                      DSM-THRESHOLD
                                   DELIMITED BY SIZE INTO WS-ORPHAN-KEY
                               MOVE DSM-SKU-GROUP-CODE TO XDT-VALUE
                               MOVE 'SKULKUP1' TO XDT-TARGET
                               MOVE 'SKU GROUP NOT ON SKULKUP1'
                                   TO XDT-FINDING
                               PERFORM WRITE-ORPHAN-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DISCOUNT-MASTER-FILE
           END-IF
           .
       FIND-SKU-GROUP.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET GROUP-INDEX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GRP-SKU-GROUP(GROUP-INDEX)
                        IS EQUAL TO WS-LOOKUP-GROUP
                   SET WS-REFERENCE-FOUND TO TRUE
           END-SEARCH
           .
      * The caller has set the key, value, target and finding, and
      * WS-SUMMARY-SUB to the master being checked.
       WRITE-ORPHAN-LINE.
           ADD 1 TO WS-ORPHAN-COUNT
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           ADD 1 TO WS-SUM-ORPHANS(WS-SUMMARY-SUB)
           MOVE WS-SUM-MASTER(WS-SUMMARY-SUB) TO XDT-MASTER
           MOVE WS-ORPHAN-KEY TO XDT-KEY
           WRITE XREF-REPORT-LINE FROM XREF-DETAIL-LINE
           IF NOT XREF-REPORT-OK
               DISPLAY 'STATUS ON XREF-REPORT-FILE WRITE: '
                       XREF-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MSTRXREF STATUS ON XREF-REPORT WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           END-IF
           .
       PRINT-XREF-SUMMARY.
           MOVE SPACES TO XREF-REPORT-LINE
           WRITE XREF-REPORT-LINE
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > 6
               MOVE WS-SUM-MASTER(WS-SUMMARY-SUB) TO XSM-MASTER
               MOVE WS-SUM-CHECKED(WS-SUMMARY-SUB) TO XSM-CHECKED
               MOVE WS-SUM-ORPHANS(WS-SUMMARY-SUB) TO XSM-ORPHANS
               WRITE XREF-REPORT-LINE FROM XREF-SUMMARY-LINE
           END-PERFORM
           .
       END-OF-PROGRAM.
           DISPLAY 'MASTER CROSS-REFERENCE ORPHANS: ' WS-ORPHAN-COUNT
           IF WS-PRODUCTS-OPEN
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           CLOSE XREF-REPORT-FILE
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
