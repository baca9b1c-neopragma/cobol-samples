      *   and HDLCHG feed lines are folded into the new invoice-
      *   level freight and handling fields instead of the line
      *   table; a group that is nothing but charges is rejected.
      * - Every assembled invoice now bills under an internal number
      *   taken from the INVNCTL1 control counter instead of the
      *   partner's own number, so a partner number longer than
      *   INV-NUMBER no longer sends the whole invoice to ASMREJ1.
      *   The full 16-character partner number is kept against the
      *   internal one on the INVXREF1 cross-reference, and a resend
      *   of a partner number already on it reuses the first
      *   internal number so INVCALC's duplicate register still
      *   stops the double billing.
      * - The FEEDJURI card is gone. Each invoice's jurisdiction is
      *   now resolved from where its goods went: the lines' ship-to
      *   location is looked up for the billing customer on the
      *   SHIPTO1 ship-to master, and that location's postal code on
      *   the POSTJUR1 postal-code table. A ship-to that is not on
      *   file, a postal code with no jurisdiction, or lines naming
      *   more than one ship-to leave the jurisdiction blank and are
      *   logged to EXCPLOG, and INVCALC suspenses the invoice as
      *   SHIP-TO NOT RESOLVED instead of billing it at one feed-
      *   wide state's rates.
      * - Each invoice now carries the warehouse its goods shipped
      *   from in INV-SHIP-WAREHOUSE, taken from the feed lines'
      *   shipping warehouse code. Lines naming more than one
      *   warehouse are logged to EXCPLOG and the invoice ships from
      *   its first line's warehouse; a blank code is left blank for
      *   INVCALC to default to the home warehouse.
      * - Each invoice carries the operating company that bills it in
      *   INV-COMPANY-CODE, taken from the company REFORMER stamped on
      *   the feed lines from the partner master. All lines of one
      *   partner invoice come from one partner, so the first line's
      *   company is the invoice's.
      * - A cross-reference too big for the in-storage table now stops
      *   the run with return code 8 before any invoice is written, so
      *   a resent partner invoice cannot slip past the resend check.
      *   The cross-reference is loaded ahead of the output opens.
      *   Severity and reference key are cleared after each EXCPLOG
      *   entry so they do not carry over to later entries.
      * - The resend check loads only cross-reference entries assigned
      *   within the XREFDAYS window on INVCPARM (default 90 days, the
      *   retention RETNPURG gives INVPROC1), so the table no longer
      *   fills as INVXREF1 grows. Older entries stay on INVXREF1 for
      *   the inquiries and still count toward the highest number.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVASM.
           SELECT ASSEMBLY-REJECT-FILE ASSIGN TO 'ASMREJ1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ASSEMBLY-REJECT-STATUS.
           SELECT INVOICE-NUMBER-FILE ASSIGN TO 'INVNCTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-NUMBER-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO 'SHIPTO1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SHIP-TO-STATUS.
           SELECT POSTAL-JURISDICTION-FILE ASSIGN TO 'POSTJUR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POSTAL-JURISDICTION-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout REFORMER writes to OUTPUT-FILE (INTFMT1) - one
           05  LIN-INV-DATE             PIC X(08).
           05  LIN-RETURN               PIC X.
           05  LIN-CUSTOMER-NO          PIC X(08).
           05  LIN-SHIP-TO-ID           PIC X(04).
           05  LIN-SHIP-WAREHOUSE       PIC X(02).
           05  LIN-COMPANY-CODE         PIC X(02).
      * Run-date header REFORMER stamps as the first record of
      * INTFMT1; the sort input procedure refuses the file when it is
      * missing or carries a prior date, and strips it so it never
               88  LIH-IS-HEADER        VALUE 'HDR'.
           05  LIH-PRODUCING-PROGRAM    PIC X(08).
           05  LIH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(71).

       FD  SORTED-LINE-FILE
           LABEL RECORDS ARE STANDARD
           05  SRL-RETURN               PIC X.
               88  SRL-IS-RETURN        VALUE 'R'.
           05  SRL-CUSTOMER-NO          PIC X(08).
           05  SRL-SHIP-TO-ID           PIC X(04).
           05  SRL-SHIP-WAREHOUSE       PIC X(02).
           05  SRL-COMPANY-CODE         PIC X(02).

       SD  LINE-SORT-FILE
           DATA RECORD IS LINE-SORT-RECORD.
       01  LINE-SORT-RECORD.
           05  FILLER                   PIC X(49).
           05  SLW-INVOICE-NO           PIC X(16).
           05  FILLER                   PIC X(25).

      * The INVFILE1 layout, totals zeroed - INVCALC computes them.
      * Written as INVNEXT1, the raw side of the suspense merge:
           05  INV-RETURN               PIC X.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ARJ-REASON               PIC X(40).

      * One-record control counter: the last internal invoice number
      * handed out, rewritten at the end of every run that assigned
      * one. Seeded above the highest partner-assigned number on
      * INVHIST1 when internal numbering started.
       FD  INVOICE-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-NUMBER-RECORD.
       01  INVOICE-NUMBER-RECORD.
           05  INC-LAST-INVOICE-NUMBER  PIC 9(08).
           05  INC-LAST-ASSIGNED-DATE   PIC X(08).

      * Internal invoice number to partner invoice number, one
      * record per number assigned, appended nightly. INVTRACE,
      * HISTINQ, CUSTINQ and INVPRINT read it to show and search by
      * the number the partner knows the invoice under.
       FD  INVOICE-XREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-XREF-RECORD.
       01  INVOICE-XREF-RECORD.
           05  IXR-INVOICE-NUMBER       PIC X(08).
           05  IXR-PARTNER-INVOICE-NO   PIC X(16).
           05  IXR-CUSTOMER-NUMBER      PIC X(08).
           05  IXR-INVOICE-DATE         PIC X(08).
           05  IXR-ASSIGNED-DATE        PIC X(08).

      * Same layout SHIPMNT maintains: a customer's ship-to
      * locations, each with the postal code the goods go to.
       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHIP-TO-RECORD.
       01  SHIP-TO-RECORD.
           05  SHP-CUSTOMER-NUMBER      PIC X(08).
           05  SHP-SHIP-TO-ID           PIC X(04).
           05  SHP-SHIP-TO-NAME         PIC X(30).
           05  SHP-ADDRESS-LINE-1       PIC X(30).
           05  SHP-ADDRESS-LINE-2       PIC X(30).
           05  SHP-CITY                 PIC X(20).
           05  SHP-STATE                PIC X(02).
           05  SHP-POSTAL-CODE          PIC X(10).
           05  FILLER                   PIC X(10).

      * Same layout POSTMNT maintains: the tax jurisdiction each
      * five-character postal code falls in.
       FD  POSTAL-JURISDICTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POSTAL-JURISDICTION-RECORD.
       01  POSTAL-JURISDICTION-RECORD.
           05  PJR-POSTAL-CODE          PIC X(05).
           05  PJR-JURISDICTION-CODE    PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  LINE-INPUT-STATUS        PIC X(02).
               88  INVOICE-FILE-OK      VALUE '00'.
           05  ASSEMBLY-REJECT-STATUS   PIC X(02).
               88  ASSEMBLY-REJECT-OK   VALUE '00'.
           05  INVOICE-NUMBER-STATUS    PIC X(02).
               88  INVOICE-NUMBER-OK    VALUE '00'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
               88  INVOICE-XREF-MISSING VALUE '35'.
           05  SHIP-TO-STATUS           PIC X(02).
               88  SHIP-TO-OK           VALUE '00'.
               88  END-OF-SHIP-TO       VALUE '10'.
           05  POSTAL-JURISDICTION-STATUS PIC X(02).
               88  POSTAL-JURISDICTION-OK VALUE '00'.
               88  END-OF-POSTAL-JURISDICTION VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

      * Work area mirroring DATECALC's LINKAGE SECTION.
       01  WS-DATE-CALC-CONVERSION.
           05  WS-DC-FUNCTION-CODE             PIC X(02).
           05  WS-DC-YEAR-1                    PIC 9(04).
           05  WS-DC-MONTH-1                   PIC 9(02).
           05  WS-DC-DAY-1                     PIC 9(02).
           05  WS-DC-YEAR-2                    PIC 9(04).
           05  WS-DC-MONTH-2                   PIC 9(02).
           05  WS-DC-DAY-2                     PIC 9(02).
           05  WS-DC-NUMBER-OF-DAYS            PIC S9(07).
           05  WS-DC-FISCAL-YEAR-START-MONTH   PIC 9(02).
           05  WS-DC-DATE-VALID-SWITCH         PIC X.
               88  WS-DC-DATE-IS-VALID         VALUE 'Y'.
           05  WS-DC-BUSINESS-DAY-SWITCH       PIC X.
           05  WS-DC-RESULT-YEAR               PIC 9(04).
           05  WS-DC-RESULT-MONTH              PIC 9(02).
           05  WS-DC-RESULT-DAY                PIC 9(02).
           05  WS-DC-RESULT-DAY-OF-WEEK        PIC 9.
           05  WS-DC-RESULT-DAYS               PIC S9(07).
           05  WS-DC-RESULT-FISCAL-YEAR        PIC 9(04).
           05  WS-DC-RESULT-FISCAL-PERIOD      PIC 9(02).

      * Resend window: the XREFDAYS card on INVCPARM gives how many
      * days back a partner number is looked for as a resend. The
      * default is the 90 days RETNPURG keeps INVPROC1 by default,
      * so the resend check reaches as far back as INVCALC's
      * duplicate check; where INVPROC1 is kept longer, XREFDAYS is
      * set to match. Entries assigned before the cutoff stay on
      * INVXREF1 for the inquiries but are not loaded.
       01  WS-RESEND-WINDOW-FIELDS.
           05  WS-RESEND-WINDOW-DAYS    PIC S9(05) COMP-3 VALUE 90.
           05  WS-RWD-AS-INTEGER        PIC 9(05).
           05  WS-RESEND-CUTOFF-DATE    PIC X(08).
           05  WS-RCD-FIELDS REDEFINES WS-RESEND-CUTOFF-DATE.
               10  WS-RCD-YEAR          PIC 9(04).
               10  WS-RCD-MONTH         PIC 9(02).
               10  WS-RCD-DAY           PIC 9(02).

      * Ship-to locations and the postal-code table, loaded at start
      * of run so each invoice's jurisdiction is resolved without a
      * pass over either file.
       01  WS-SHIP-TO-TABLE-AREA.
           05  WS-SHIP-TO-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-SHIP-TO-ENTRIES   PIC S9(05) COMP-3 VALUE 5000.
           05  WS-SHIP-TO-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-SHIP-TO-COUNT
                       INDEXED BY SHIP-TO-INDEX.
               10  WS-SHP-CUSTOMER-NUMBER PIC X(08).
               10  WS-SHP-SHIP-TO-ID    PIC X(04).
               10  WS-SHP-POSTAL-CODE   PIC X(10).
       01  WS-POSTAL-TABLE-AREA.
           05  WS-POSTAL-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-POSTAL-ENTRIES    PIC S9(05) COMP-3 VALUE 9000.
           05  WS-POSTAL-ENTRY OCCURS 1 TO 9000
                       DEPENDING ON WS-POSTAL-COUNT
                       INDEXED BY POSTAL-INDEX.
               10  WS-PJR-POSTAL-CODE   PIC X(05).
               10  WS-PJR-JURISDICTION  PIC X(02).

      * One invoice's ship-to resolution: the location found and the
      * reason, for the exception log, when none could be.
       01  WS-SHIP-TO-WORK-AREAS.
           05  WS-RESOLVED-POSTAL-CODE  PIC X(10).
           05  WS-SHIP-TO-FAILURE-TEXT  PIC X(60).
           05  WS-SHIP-TOS-UNRESOLVED   PIC S9(07) COMP-3 VALUE ZERO.

      * One invoice's lines gathered between control breaks. Held at
      * the table maximum plus one so the oversize case can be
               88  A-GROUP-IS-OPEN      VALUE 'Y'.
           05  WS-MIXED-RETURN-SWITCH   PIC X.
               88  GROUP-RETURNS-ARE-MIXED VALUE 'Y'.
           05  WS-MIXED-SHIP-TO-SWITCH  PIC X.
               88  GROUP-SHIP-TOS-ARE-MIXED VALUE 'Y'.
           05  WS-MIXED-WAREHOUSE-SWITCH PIC X.
               88  GROUP-WAREHOUSES-ARE-MIXED VALUE 'Y'.
           05  WS-GROUP-LINE-ENTRY OCCURS 101
                       INDEXED BY GROUP-LINE-INDEX.
               10  WS-GRP-SKU           PIC X(10).
               10  WS-GRP-INV-DATE      PIC X(08).
               10  WS-GRP-RETURN        PIC X.
               10  WS-GRP-CUSTOMER-NO   PIC X(08).
               10  WS-GRP-SHIP-TO-ID    PIC X(04).
               10  WS-GRP-SHIP-WAREHOUSE PIC X(02).
               10  WS-GRP-COMPANY-CODE  PIC X(02).

       01  WS-ASSEMBLY-TOTALS.
           05  WS-INVOICES-BUILT        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINE-SUB              PIC S9(05) COMP.
           05  WS-PACKED-LINE-COUNT     PIC S9(05) COMP-3.
           05  WS-CHARGE-AMOUNT         PIC S9(07)V99 COMP-3.
           05  WS-NUMBERS-ASSIGNED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-NUMBERS-REUSED        PIC S9(07) COMP-3 VALUE ZERO.

      * Internal invoice numbering. The next number starts one past
      * the INVNCTL1 counter; when the counter cannot be read it
      * starts one past the highest number already on the cross-
      * reference, so a lost counter can never hand a number out
      * twice.
       01  WS-INVOICE-NUMBER-FIELDS.
           05  WS-LAST-INVOICE-NUMBER   PIC 9(08) VALUE ZERO.
           05  WS-HIGHEST-XREF-NUMBER   PIC 9(08) VALUE ZERO.
           05  WS-XREF-NUMBER-CHECK     PIC X(08).
           05  WS-XREF-NUMBER-VALUE REDEFINES WS-XREF-NUMBER-CHECK
                                        PIC 9(08).
           05  WS-COUNTER-LOADED-SWITCH PIC X VALUE 'N'.
               88  INVOICE-COUNTER-LOADED VALUE 'Y'.
           05  WS-NUMBER-REUSED-SWITCH  PIC X.
               88  PARTNER-NUMBER-IS-RESEND VALUE 'Y'.

      * Every partner number assigned an internal number inside the
      * resend window, loaded from INVXREF1 so a resent partner
      * invoice is given back its first number instead of a new one.
       01  WS-XREF-TABLE-AREA.
           05  WS-XREF-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-XREF-ENTRIES      PIC S9(05) COMP-3 VALUE 20000.
           05  WS-XREF-FULL-SWITCH      PIC X VALUE 'N'.
               88  XREF-TABLE-IS-FULL   VALUE 'Y'.
           05  WS-XREF-ENTRY OCCURS 1 TO 20000
                       DEPENDING ON WS-XREF-COUNT
                       INDEXED BY XREF-INDEX.
               10  WS-XRF-PARTNER-INVOICE-NO PIC X(16).
               10  WS-XRF-CUSTOMER-NUMBER    PIC X(08).
               10  WS-XRF-INVOICE-NUMBER     PIC X(08).

      * Stale-feed control: set when the run-date header on INTFMT1
      * is missing or from a prior date, so the assembly stops before
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-SHIP-TO-LOCATIONS
           IF NOT END-OF-SHIP-TO
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-POSTAL-JURISDICTIONS
           IF NOT END-OF-POSTAL-JURISDICTION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

      * Resequence the partner lines by invoice number so one pass
      * with a control break gathers each invoice's lines together.
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-RESEND-WINDOW
           PERFORM LOAD-INVOICE-CROSS-REFERENCE
           IF NOT INVOICE-XREF-OK
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
      * A cross-reference too big for the table would let a resent
      * partner invoice slip past the resend check and be billed a
      * second time, so the run stops before anything is written.
           IF XREF-TABLE-IS-FULL
               DISPLAY 'INVASM CROSS-REFERENCE TABLE FULL - RUN REFUSED'
               DISPLAY 'RESEND WINDOW DAYS: ' WS-RWD-AS-INTEGER
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM XREF TABLE FULL - RESENDS CANNOT BE CHECKED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT SORTED-LINE-FILE
           IF NOT SORTED-LINE-OK
               DISPLAY 'STATUS ON SORTED-LINE-FILE OPEN: '
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-INVOICE-NUMBER-COUNTER

           PERFORM UNTIL END-OF-SORTED-LINES
               READ SORTED-LINE-FILE
               IF SORTED-LINE-OK

           GO TO END-OF-PROGRAM
           .
      * Without the ship-to master or the postal-code table every
      * invoice would suspense, so either one missing stops the run
      * before anything is assembled.
       LOAD-SHIP-TO-LOCATIONS.
           OPEN INPUT SHIP-TO-FILE
           IF NOT SHIP-TO-OK
               DISPLAY 'STATUS ON SHIP-TO-FILE OPEN: '
                       SHIP-TO-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM STATUS ON SHIP-TO-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           ELSE
               PERFORM UNTIL END-OF-SHIP-TO
                   READ SHIP-TO-FILE
                   IF SHIP-TO-OK
                       IF WS-SHIP-TO-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-SHIP-TO-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'INVASM SHIP-TO TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-SHIP-TO-COUNT
                           MOVE SHP-CUSTOMER-NUMBER
                               TO WS-SHP-CUSTOMER-NUMBER
                                      (WS-SHIP-TO-COUNT)
                           MOVE SHP-SHIP-TO-ID
                               TO WS-SHP-SHIP-TO-ID(WS-SHIP-TO-COUNT)
                           MOVE SHP-POSTAL-CODE
                               TO WS-SHP-POSTAL-CODE(WS-SHIP-TO-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SHIP-TO-FILE
           END-IF
           .
       LOAD-POSTAL-JURISDICTIONS.
           OPEN INPUT POSTAL-JURISDICTION-FILE
           IF NOT POSTAL-JURISDICTION-OK
               DISPLAY 'STATUS ON POSTAL-JURISDICTION-FILE OPEN: '
                       POSTAL-JURISDICTION-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM STATUS ON POSTAL-JURISDICTION-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           ELSE
               PERFORM UNTIL END-OF-POSTAL-JURISDICTION
                   READ POSTAL-JURISDICTION-FILE
                   IF POSTAL-JURISDICTION-OK
                       IF WS-POSTAL-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-POSTAL-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'INVASM POSTAL-CODE TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-POSTAL-COUNT
                           MOVE PJR-POSTAL-CODE
                               TO WS-PJR-POSTAL-CODE(WS-POSTAL-COUNT)
                           MOVE PJR-JURISDICTION-CODE
                               TO WS-PJR-JURISDICTION(WS-POSTAL-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE POSTAL-JURISDICTION-FILE
           END-IF
           .
       GATHER-ONE-LINE.
               MOVE SRL-INVOICE-NO TO WS-GROUP-INVOICE-NO
               MOVE ZERO TO WS-GROUP-LINE-COUNT
               MOVE 'N' TO WS-MIXED-RETURN-SWITCH
               MOVE 'N' TO WS-MIXED-SHIP-TO-SWITCH
               MOVE 'N' TO WS-MIXED-WAREHOUSE-SWITCH
           END-IF
           IF WS-GROUP-LINE-COUNT IS NOT GREATER THAN
                   WS-MAX-INVOICE-LINES
               MOVE SRL-RETURN TO WS-GRP-RETURN(GROUP-LINE-INDEX)
               MOVE SRL-CUSTOMER-NO
                   TO WS-GRP-CUSTOMER-NO(GROUP-LINE-INDEX)
               MOVE SRL-SHIP-TO-ID
                   TO WS-GRP-SHIP-TO-ID(GROUP-LINE-INDEX)
               MOVE SRL-SHIP-WAREHOUSE
                   TO WS-GRP-SHIP-WAREHOUSE(GROUP-LINE-INDEX)
               MOVE SRL-COMPANY-CODE
                   TO WS-GRP-COMPANY-CODE(GROUP-LINE-INDEX)
               IF WS-GROUP-LINE-COUNT IS GREATER THAN 1
               AND SRL-RETURN IS NOT EQUAL TO WS-GRP-RETURN(1)
                   SET GROUP-RETURNS-ARE-MIXED TO TRUE
               END-IF
               IF WS-GROUP-LINE-COUNT IS GREATER THAN 1
               AND SRL-SHIP-TO-ID IS NOT EQUAL TO WS-GRP-SHIP-TO-ID(1)
                   SET GROUP-SHIP-TOS-ARE-MIXED TO TRUE
               END-IF
               IF WS-GROUP-LINE-COUNT IS GREATER THAN 1
               AND SRL-SHIP-WAREHOUSE IS NOT EQUAL TO
                       WS-GRP-SHIP-WAREHOUSE(1)
                   SET GROUP-WAREHOUSES-ARE-MIXED TO TRUE
               END-IF
           ELSE
      *        The table holds 101 lines - one past the invoice
      *        limit, enough to prove the group oversized. Lines
                       WS-MAX-INVOICE-LINES
                   PERFORM REJECT-OVERSIZED-GROUP
               ELSE
                   PERFORM BUILD-ONE-INVOICE
                       THRU BUILD-ONE-INVOICE-EXIT
               END-IF
               MOVE 'N' TO WS-GROUP-OPEN-SWITCH
           END-IF
           .
       BUILD-ONE-INVOICE.
           IF GROUP-RETURNS-ARE-MIXED
               DISPLAY 'INVOICE ' WS-GROUP-INVOICE-NO
                       ' MIXES RETURN AND SALE LINES'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
           END-IF
           MOVE WS-GROUP-LINE-COUNT TO INV-LINE-ITEM-COUNT
           MOVE WS-GRP-INV-DATE(1) TO INV-DATE
           MOVE WS-GRP-CUSTOMER-NO(1) TO INV-CUSTOMER-NUMBER
           MOVE ZERO TO INV-TOTAL-AMOUNT
                        INV-TOTAL-BEFORE-TAX
                        INV-TOTAL-SALES-TAX
           MOVE SPACES TO INV-JURISDICTION-CODE
           MOVE WS-GRP-RETURN(1) TO INV-RETURN
           MOVE WS-GRP-SHIP-WAREHOUSE(1) TO INV-SHIP-WAREHOUSE
           MOVE WS-GRP-COMPANY-CODE(1) TO INV-COMPANY-CODE
      * The reserved charge SKUs REFORMER substitutes for FRTCHG and
      * HDLCHG lines become the invoice-level freight and handling
      * fields instead of product lines, so the charges stop failing
               PERFORM REJECT-CHARGE-ONLY-GROUP
               GO TO BUILD-ONE-INVOICE-EXIT
           END-IF
           PERFORM ASSIGN-INTERNAL-INVOICE-NUMBER
           PERFORM RESOLVE-SHIP-TO-JURISDICTION
           IF GROUP-WAREHOUSES-ARE-MIXED
               DISPLAY 'INVOICE ' WS-GROUP-INVOICE-NO
                       ' SHIPS FROM MORE THAN ONE WAREHOUSE'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM LINES NAME MORE THAN ONE WAREHOUSE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           WRITE INVOICE
           IF NOT INVOICE-FILE-OK
               DISPLAY 'STATUS ON INVOICE-FILE WRITE: '
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           ELSE
               ADD 1 TO WS-INVOICES-BUILT
               IF NOT PARTNER-NUMBER-IS-RESEND
                   PERFORM WRITE-INVOICE-CROSS-REFERENCE
               END-IF
           END-IF
           .
       BUILD-ONE-INVOICE-EXIT.
       REJECT-CHARGE-ONLY-GROUP.
           ADD 1 TO WS-INVOICES-REJECTED
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           DISPLAY 'INVOICE ' WS-GROUP-INVOICE-NO
                   ' HAS ONLY CHARGE LINES - REJECTED'
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'INVASM INVOICE HAS ONLY CHARGE LINES - REJECTED'
       REJECT-OVERSIZED-GROUP.
           ADD 1 TO WS-INVOICES-REJECTED
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           DISPLAY 'INVOICE ' WS-GROUP-INVOICE-NO
                   ' EXCEEDS THE 100-LINE TABLE - REJECTED'
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'INVASM INVOICE EXCEEDS 100 LINES - REJECTED'
               WRITE ASSEMBLY-REJECT-RECORD
           END-PERFORM
           .
      * A partner number already on the cross-reference for the
      * same billing customer is a resend and gets its first
      * internal number back, so INVCALC's processed-invoice
      * register rejects it as the duplicate it is. Anything else
      * takes the next number off the counter.
       ASSIGN-INTERNAL-INVOICE-NUMBER.
           MOVE 'N' TO WS-NUMBER-REUSED-SWITCH
           IF WS-XREF-COUNT IS GREATER THAN ZERO
               SET XREF-INDEX TO 1
               SEARCH WS-XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XRF-PARTNER-INVOICE-NO(XREF-INDEX)
                            IS EQUAL TO WS-GROUP-INVOICE-NO
                   AND  WS-XRF-CUSTOMER-NUMBER(XREF-INDEX)
                            IS EQUAL TO INV-CUSTOMER-NUMBER
                       SET PARTNER-NUMBER-IS-RESEND TO TRUE
                       MOVE WS-XRF-INVOICE-NUMBER(XREF-INDEX)
                           TO INV-NUMBER
               END-SEARCH
           END-IF
           IF PARTNER-NUMBER-IS-RESEND
               ADD 1 TO WS-NUMBERS-REUSED
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM PARTNER NUMBER RESENT - FIRST NUMBER REUSED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               MOVE WS-GROUP-INVOICE-NO TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           ELSE
               ADD 1 TO WS-LAST-INVOICE-NUMBER
               ADD 1 TO WS-NUMBERS-ASSIGNED
               MOVE WS-LAST-INVOICE-NUMBER TO INV-NUMBER
           END-IF
           .
      * The invoice is taxed where its goods went: the billing
      * customer's ship-to location on SHIPTO1, then the first five
      * characters of that location's postal code on POSTJUR1. When
      * either step fails the jurisdiction stays blank for INVCALC to
      * suspense, and the reason goes to EXCPLOG under the internal
      * invoice number so the desk can see which ship-to to fix.
       RESOLVE-SHIP-TO-JURISDICTION.
           MOVE SPACES TO WS-RESOLVED-POSTAL-CODE
           MOVE SPACES TO WS-SHIP-TO-FAILURE-TEXT
           EVALUATE TRUE
               WHEN GROUP-SHIP-TOS-ARE-MIXED
                   MOVE 'INVASM LINES NAME MORE THAN ONE SHIP-TO'
                       TO WS-SHIP-TO-FAILURE-TEXT
               WHEN WS-GRP-SHIP-TO-ID(1) IS EQUAL TO SPACES
                   MOVE 'INVASM INVOICE LINES CARRY NO SHIP-TO'
                       TO WS-SHIP-TO-FAILURE-TEXT
               WHEN OTHER
                   PERFORM FIND-SHIP-TO-POSTAL-CODE
           END-EVALUATE
           IF WS-SHIP-TO-FAILURE-TEXT IS EQUAL TO SPACES
               PERFORM FIND-POSTAL-JURISDICTION
           END-IF
           IF WS-SHIP-TO-FAILURE-TEXT IS NOT EQUAL TO SPACES
               ADD 1 TO WS-SHIP-TOS-UNRESOLVED
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               DISPLAY 'INVOICE ' WS-GROUP-INVOICE-NO
                       ' SHIP-TO ' WS-GRP-SHIP-TO-ID(1)
                       ' NOT RESOLVED'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE WS-SHIP-TO-FAILURE-TEXT TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       FIND-SHIP-TO-POSTAL-CODE.
           MOVE 'INVASM SHIP-TO NOT ON SHIPTO1 FOR CUSTOMER'
               TO WS-SHIP-TO-FAILURE-TEXT
           IF WS-SHIP-TO-COUNT IS GREATER THAN ZERO
               SET SHIP-TO-INDEX TO 1
               SEARCH WS-SHIP-TO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SHP-CUSTOMER-NUMBER(SHIP-TO-INDEX)
                            IS EQUAL TO INV-CUSTOMER-NUMBER
                   AND  WS-SHP-SHIP-TO-ID(SHIP-TO-INDEX)
                            IS EQUAL TO WS-GRP-SHIP-TO-ID(1)
                       MOVE WS-SHP-POSTAL-CODE(SHIP-TO-INDEX)
                           TO WS-RESOLVED-POSTAL-CODE
                       MOVE SPACES TO WS-SHIP-TO-FAILURE-TEXT
               END-SEARCH
           END-IF
           .
       FIND-POSTAL-JURISDICTION.
           MOVE 'INVASM SHIP-TO POSTAL CODE NOT ON POSTJUR1'
               TO WS-SHIP-TO-FAILURE-TEXT
           IF WS-POSTAL-COUNT IS GREATER THAN ZERO
               SET POSTAL-INDEX TO 1
               SEARCH WS-POSTAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PJR-POSTAL-CODE(POSTAL-INDEX)
                            IS EQUAL TO WS-RESOLVED-POSTAL-CODE(1:5)
                       MOVE WS-PJR-JURISDICTION(POSTAL-INDEX)
                           TO INV-JURISDICTION-CODE
                       MOVE SPACES TO WS-SHIP-TO-FAILURE-TEXT
               END-SEARCH
           END-IF
           .
       WRITE-INVOICE-CROSS-REFERENCE.
           MOVE INV-NUMBER TO IXR-INVOICE-NUMBER
           MOVE WS-GROUP-INVOICE-NO TO IXR-PARTNER-INVOICE-NO
           MOVE INV-CUSTOMER-NUMBER TO IXR-CUSTOMER-NUMBER
           MOVE INV-DATE TO IXR-INVOICE-DATE
           MOVE WS-CDT-DATE TO IXR-ASSIGNED-DATE
           WRITE INVOICE-XREF-RECORD
           IF NOT INVOICE-XREF-OK
               DISPLAY 'STATUS ON INVOICE-XREF-FILE WRITE: '
                       INVOICE-XREF-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM STATUS ON INVOICE-XREF-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           ELSE
               PERFORM ADD-ONE-XREF-ENTRY
           END-IF
           .
      * A missing INVCPARM or XREFDAYS card leaves the default
      * window. The cutoff is the first assigned date still loaded.
       LOAD-RESEND-WINDOW.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'XREFDAYS' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:5) IS NUMERIC
                   MOVE WS-CC-VALUE(1:5) TO WS-RWD-AS-INTEGER
                   MOVE WS-RWD-AS-INTEGER TO WS-RESEND-WINDOW-DAYS
               END-IF
           END-IF
           MOVE WS-RESEND-WINDOW-DAYS TO WS-RWD-AS-INTEGER
           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           COMPUTE WS-DC-NUMBER-OF-DAYS = ZERO - WS-RESEND-WINDOW-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-RCD-YEAR
           MOVE WS-DC-RESULT-MONTH TO WS-RCD-MONTH
           MOVE WS-DC-RESULT-DAY TO WS-RCD-DAY
           DISPLAY 'RESEND CHECK COVERS NUMBERS ASSIGNED FROM '
                   WS-RESEND-CUTOFF-DATE
           .
      * Loads the cross-reference for the resend check, then reopens
      * it EXTEND for tonight's numbers. Every entry is read for the
      * highest number assigned; only those inside the resend window
      * go into the table. OUTPUT starts a new file
      * only when none exists yet (status 35), the same rule
      * INVCALC follows for its processed-invoice register - any
      * other status would wipe the only record of which partner
      * number became which internal one.
       LOAD-INVOICE-CROSS-REFERENCE.
           OPEN INPUT INVOICE-XREF-FILE
           IF INVOICE-XREF-OK
               PERFORM UNTIL END-OF-INVOICE-XREF
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                       PERFORM ADD-ONE-XREF-ENTRY
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           ELSE
               DISPLAY 'STATUS ON INVOICE-XREF-FILE OPEN: '
                       INVOICE-XREF-STATUS
           END-IF
           OPEN EXTEND INVOICE-XREF-FILE
           IF INVOICE-XREF-MISSING
               OPEN OUTPUT INVOICE-XREF-FILE
           END-IF
           IF NOT INVOICE-XREF-OK
               DISPLAY 'STATUS ON INVOICE-XREF-FILE EXTEND: '
                       INVOICE-XREF-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM STATUS ON INVOICE-XREF-FILE EXTEND'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           END-IF
           .
       ADD-ONE-XREF-ENTRY.
           MOVE IXR-INVOICE-NUMBER TO WS-XREF-NUMBER-CHECK
           IF WS-XREF-NUMBER-CHECK IS NUMERIC
           AND WS-XREF-NUMBER-VALUE IS GREATER THAN
                   WS-HIGHEST-XREF-NUMBER
               MOVE WS-XREF-NUMBER-VALUE TO WS-HIGHEST-XREF-NUMBER
           END-IF
      *    An entry with no usable assigned date is kept, as RETNPURG
      *    keeps an undated record.
           IF IXR-ASSIGNED-DATE IS NUMERIC
           AND IXR-ASSIGNED-DATE IS LESS THAN WS-RESEND-CUTOFF-DATE
               CONTINUE
           ELSE
               PERFORM KEEP-ONE-XREF-ENTRY
           END-IF
           .
       KEEP-ONE-XREF-ENTRY.
           IF WS-XREF-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-XREF-ENTRIES
               IF NOT XREF-TABLE-IS-FULL
                   SET XREF-TABLE-IS-FULL TO TRUE
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'INVASM CROSS-REFERENCE TABLE IS FULL'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           ELSE
               ADD 1 TO WS-XREF-COUNT
               MOVE IXR-PARTNER-INVOICE-NO
                   TO WS-XRF-PARTNER-INVOICE-NO(WS-XREF-COUNT)
               MOVE IXR-CUSTOMER-NUMBER
                   TO WS-XRF-CUSTOMER-NUMBER(WS-XREF-COUNT)
               MOVE IXR-INVOICE-NUMBER
                   TO WS-XRF-INVOICE-NUMBER(WS-XREF-COUNT)
           END-IF
           .
       LOAD-INVOICE-NUMBER-COUNTER.
           OPEN INPUT INVOICE-NUMBER-FILE
           IF INVOICE-NUMBER-OK
               READ INVOICE-NUMBER-FILE
               IF INVOICE-NUMBER-OK
               AND INC-LAST-INVOICE-NUMBER IS NUMERIC
                   MOVE INC-LAST-INVOICE-NUMBER
                       TO WS-LAST-INVOICE-NUMBER
                   SET INVOICE-COUNTER-LOADED TO TRUE
               END-IF
               CLOSE INVOICE-NUMBER-FILE
           END-IF
           IF NOT INVOICE-COUNTER-LOADED
               DISPLAY 'INVASM INVNCTL1 COUNTER UNREADABLE - '
                       'CONTINUING FROM CROSS-REFERENCE'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM INVNCTL1 UNREADABLE - NUMBERED FROM XREF'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'W' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           END-IF
           IF WS-HIGHEST-XREF-NUMBER IS GREATER THAN
                   WS-LAST-INVOICE-NUMBER
               MOVE WS-HIGHEST-XREF-NUMBER TO WS-LAST-INVOICE-NUMBER
           END-IF
           DISPLAY 'LAST INTERNAL INVOICE NUMBER: '
                   WS-LAST-INVOICE-NUMBER
           .
      * The counter is rewritten only when tonight assigned numbers;
      * a run that built nothing leaves it exactly as it found it.
       REWRITE-INVOICE-NUMBER-COUNTER.
           OPEN OUTPUT INVOICE-NUMBER-FILE
           IF INVOICE-NUMBER-OK
               MOVE WS-LAST-INVOICE-NUMBER TO INC-LAST-INVOICE-NUMBER
               MOVE WS-CDT-DATE TO INC-LAST-ASSIGNED-DATE
               WRITE INVOICE-NUMBER-RECORD
               CLOSE INVOICE-NUMBER-FILE
           ELSE
               DISPLAY 'STATUS ON INVOICE-NUMBER-FILE REWRITE: '
                       INVOICE-NUMBER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'INVASM STATUS ON INVOICE-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * Feeds the line sort directly from INTFMT1: proves the first
      * record is tonight's run-date header, drops it, and releases
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               MOVE 'Y' TO WS-EXTRACT-STALE-SWITCH
               MOVE 8 TO WS-RETURN-CODE-VALUE
           ELSE
       END-OF-PROGRAM.
           DISPLAY 'INVOICES ASSEMBLED: ' WS-INVOICES-BUILT
           DISPLAY 'INVOICES REJECTED:  ' WS-INVOICES-REJECTED
           DISPLAY 'NUMBERS ASSIGNED:   ' WS-NUMBERS-ASSIGNED
           DISPLAY 'RESENDS REUSED:     ' WS-NUMBERS-REUSED
           DISPLAY 'SHIP-TO UNRESOLVED: ' WS-SHIP-TOS-UNRESOLVED
           CLOSE SORTED-LINE-FILE
           CLOSE INVOICE-FILE
           CLOSE ASSEMBLY-REJECT-FILE
           CLOSE INVOICE-XREF-FILE
           IF WS-NUMBERS-ASSIGNED IS GREATER THAN ZERO
               PERFORM REWRITE-INVOICE-NUMBER-COUNTER
           END-IF
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
