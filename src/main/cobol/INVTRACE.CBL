      * when the number never entered the shop. The nightly files
      * are concatenated generations under their DDs when the
      * question spans more than one night.
      * - A card may carry the partner's own invoice number instead
      *   of ours. INVXREF1, the cross-reference INVASM writes when
      *   it assigns the internal number, resolves it, and its entry
      *   prints as a NUMBERED stage between conversion and assembly;
      *   the conversion images are matched on the full partner
      *   number they were written under.
      * - The invoice record now carries INV-SHIP-WAREHOUSE, the
      *   warehouse the goods shipped from, ahead of the line count.
      *   The suspense invoice image grows to 1855 bytes to match.
      * - The INVOICE, INVTOT1, INVHIST1, PMTFILE1, GLEXTR1 and TAXAUD1
      *   layouts now carry the operating company code.
      * - The INVTOT1 and INVHIST1 layouts now carry the billing
      *   currency, booked exchange rate and currency total.
      * - The INVTOT1 and TAXAUD1 layouts now carry the
      *   marketplace-facilitator tax-remitted-by tag.
      * - The INVTOT1 layout now carries the restocking fee kept back
      *   on a return against an RMA.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVTRACE.
           SELECT AUDIT-FILE ASSIGN TO 'REFAUDT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT INVOICE-FILE ASSIGN TO 'INVFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-FILE-STATUS.
                  FILE STATUS IS TRACE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One invoice per card: our invoice number, or the number
      * blank and the partner's invoice number beside it.
       FD  TRACE-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRACE-REQUEST-RECORD.
       01  TRACE-REQUEST-RECORD.
           05  TRQ-INVOICE-NUMBER       PIC X(08).
           05  TRQ-PARTNER-INVOICE-NO   PIC X(16).

      * Same layout REFORMER writes to REFAUDT1.
       FD  AUDIT-FILE
           10  AUD-RATE-USED             PIC 9(03)V9(06).
           10  AUD-PARTNER-ID            PIC X(08).

      * Same layout INVASM appends to INVXREF1.
       FD  INVOICE-XREF-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-XREF-RECORD.
       01  INVOICE-XREF-RECORD.
           05  IXR-INVOICE-NUMBER       PIC X(08).
           05  IXR-PARTNER-INVOICE-NO   PIC X(16).
           05  IXR-CUSTOMER-NUMBER      PIC X(08).
           05  IXR-INVOICE-DATE         PIC X(08).
           05  IXR-ASSIGNED-DATE        PIC X(08).

      * Same INVFILE1 layout INVCALC reads; only the header part
      * matters here.
       FD  INVOICE-FILE
           05  INV-RETURN               PIC X.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.
           05  SUS-REJECT-REASON        PIC X(30).
           05  SUS-SUSPENSE-DATE        PIC X(08).
           05  SUS-RESUBMIT-FLAG        PIC X.
           05  SUS-INVOICE-IMAGE        PIC X(1857).

      * Same layout INVCALC writes to INVTOT1.
       FD  INVOICE-TOTALS-FILE
           05  ITR-DUE-DATE             PIC X(08).
           05  ITR-FREIGHT-AMOUNT       PIC S9(07)V99 COMP-3.
           05  ITR-HANDLING-AMOUNT     PIC S9(07)V99 COMP-3.
           05  ITR-COMPANY-CODE        PIC X(02).
           05  ITR-CURRENCY-CODE       PIC X(03).
           05  ITR-EXCHANGE-RATE       PIC 9(03)V9(06) COMP-3.
           05  ITR-CURRENCY-AMOUNT     PIC S9(07)V99 COMP-3.
           05  ITR-TAX-REMITTED-BY     PIC X(01).
      * The restocking fee kept back on a return against an RMA,
      * already inside the before-tax total; zero otherwise.
           05  ITR-RESTOCK-FEE         PIC S9(07)V99 COMP-3.

      * Same layout INVCALC writes to TAXAUD1.
       FD  TAX-AUDIT-FILE
           05  TAD-TAXABLE-AMOUNT       PIC S9(07)V99 COMP-3.
           05  TAD-TAX-AMOUNT           PIC S9(05)V9(03) COMP-3.
           05  TAD-CERTIFICATE-NUMBER   PIC X(12).
           05  TAD-COMPANY-CODE         PIC X(02).
           05  TAD-TAX-REMITTED-BY      PIC X(01).

      * Same layout INVCALC writes to GLEXTR1.
       FD  GL-EXTRACT-FILE
           05  GL-ACCOUNT               PIC X(08).
           05  GL-AMOUNT                PIC S9(09)V99 COMP-3.
           05  GL-AMOUNT-TYPE           PIC X.
           05  GL-COMPANY-CODE          PIC X(02).

      * Same layout HISTUPDT maintains on INVHIST1.
       FD  INVOICE-HISTORY-FILE
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same payment layout the cash path shares.
       FD  PAYMENT-FILE
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
           05  PMT-COMPANY-CODE         PIC X(02).

       FD  TRACE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  AUDIT-FILE-STATUS        PIC X(02).
               88  AUDIT-FILE-OK        VALUE '00'.
               88  END-OF-AUDIT-FILE    VALUE '10'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
           05  INVOICE-FILE-STATUS      PIC X(02).
               88  INVOICE-FILE-OK      VALUE '00'.
               88  END-OF-INVOICE-FILE  VALUE '10'.
           05  WS-LAST-STAGE-NAME       PIC X(24).
           05  WS-TAX-LINE-COUNT        PIC S9(05) COMP-3.
           05  WS-TAX-TOTAL             PIC S9(07)V9(03) COMP-3.
           05  WS-XREF-HIT-COUNT        PIC S9(05) COMP-3.

      * The invoice being traced, as we number it and as the partner
      * numbered it, with the cross-reference entry that ties them.
       01  WS-TRACE-KEYS.
           05  WS-TRACE-INVOICE-NUMBER  PIC X(08).
           05  WS-TRACE-PARTNER-NO      PIC X(16).
           05  WS-TRACE-CUSTOMER-NUMBER PIC X(08).
           05  WS-TRACE-ASSIGNED-DATE   PIC X(08).

       01  TRACE-INVOICE-HEADING.
           05  FILLER                   PIC X(16)
                   VALUE 'TRACE OF INVOICE'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TIH-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(12)
                   VALUE '  PARTNER NO'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TIH-PARTNER-INVOICE-NO   PIC X(16).

       01  TRACE-NUMBERING-LINE.
           05  FILLER                   PIC X(11)
                   VALUE 'NUMBERED   '.
           05  TNL-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(12)
                   VALUE ' PARTNER NO '.
           05  TNL-PARTNER-INVOICE-NO   PIC X(16).
           05  FILLER                   PIC X(10)
                   VALUE ' CUSTOMER '.
           05  TNL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' ON '.
           05  TNL-ASSIGNED-DATE        PIC X(08).

       01  TRACE-AUDIT-LINE.
           05  FILLER                   PIC X(11)
               IF TRACE-REQUEST-OK
                   ADD 1 TO WS-REQUEST-COUNT
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM TRACE-ONE-REQUEST
               END-IF
           END-PERFORM

           GO TO END-OF-PROGRAM
           .
      * A partner number is traced once per internal invoice it was
      * given; one never numbered (still short of INVASM, or
      * rejected there) is still traced through the conversion
      * images it arrived in.
       TRACE-ONE-REQUEST.
           IF TRQ-INVOICE-NUMBER IS EQUAL TO SPACES
           AND TRQ-PARTNER-INVOICE-NO IS NOT EQUAL TO SPACES
               MOVE ZERO TO WS-XREF-HIT-COUNT
               OPEN INPUT INVOICE-XREF-FILE
               IF INVOICE-XREF-OK
                   PERFORM UNTIL END-OF-INVOICE-XREF
                       READ INVOICE-XREF-FILE
                       IF INVOICE-XREF-OK
                       AND IXR-PARTNER-INVOICE-NO IS EQUAL TO
                               TRQ-PARTNER-INVOICE-NO
                           ADD 1 TO WS-XREF-HIT-COUNT
                           PERFORM TAKE-TRACE-KEYS-FROM-XREF
                           PERFORM TRACE-ONE-INVOICE
                       END-IF
                   END-PERFORM
                   CLOSE INVOICE-XREF-FILE
               END-IF
               IF WS-XREF-HIT-COUNT IS EQUAL TO ZERO
                   MOVE SPACES TO WS-TRACE-KEYS
                   MOVE TRQ-PARTNER-INVOICE-NO TO WS-TRACE-PARTNER-NO
                   PERFORM TRACE-ONE-INVOICE
               END-IF
           ELSE
               MOVE SPACES TO WS-TRACE-KEYS
               MOVE TRQ-INVOICE-NUMBER TO WS-TRACE-INVOICE-NUMBER
               PERFORM FIND-TRACE-PARTNER-NUMBER
               PERFORM TRACE-ONE-INVOICE
           END-IF
           .
       FIND-TRACE-PARTNER-NUMBER.
           OPEN INPUT INVOICE-XREF-FILE
           IF INVOICE-XREF-OK
               PERFORM UNTIL END-OF-INVOICE-XREF
                       OR WS-TRACE-PARTNER-NO IS NOT EQUAL TO SPACES
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                   AND IXR-INVOICE-NUMBER IS EQUAL TO
                           WS-TRACE-INVOICE-NUMBER
                       PERFORM TAKE-TRACE-KEYS-FROM-XREF
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           .
       TAKE-TRACE-KEYS-FROM-XREF.
           MOVE IXR-INVOICE-NUMBER TO WS-TRACE-INVOICE-NUMBER
           MOVE IXR-PARTNER-INVOICE-NO TO WS-TRACE-PARTNER-NO
           MOVE IXR-CUSTOMER-NUMBER TO WS-TRACE-CUSTOMER-NUMBER
           MOVE IXR-ASSIGNED-DATE TO WS-TRACE-ASSIGNED-DATE
           .
      * The files are small daytime passes, reopened per request
      * card - one card is the usual run, a handful the worst case.
       TRACE-ONE-INVOICE.
           MOVE 'N' TO WS-ANY-TRACE-SWITCH
           MOVE SPACES TO WS-LAST-STAGE-NAME
           MOVE WS-TRACE-INVOICE-NUMBER TO TIH-INVOICE-NUMBER
           MOVE WS-TRACE-PARTNER-NO TO TIH-PARTNER-INVOICE-NO
           WRITE TRACE-REPORT-LINE FROM TRACE-INVOICE-HEADING
           PERFORM TRACE-CONVERSION-STAGE
               THRU TRACE-CONVERSION-EXIT
           IF WS-TRACE-INVOICE-NUMBER IS NOT EQUAL TO SPACES
               PERFORM TRACE-DOWNSTREAM-STAGES
           END-IF
           IF WS-INVOICE-WAS-TRACED
               MOVE WS-LAST-STAGE-NAME TO TRL-LAST-STAGE
               WRITE TRACE-REPORT-LINE FROM TRACE-TRAIL-LINE
           ELSE
               WRITE TRACE-REPORT-LINE FROM TRACE-NOT-FOUND-LINE
           END-IF
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           .
       TRACE-DOWNSTREAM-STAGES.
           IF WS-TRACE-ASSIGNED-DATE IS NOT EQUAL TO SPACES
               SET WS-INVOICE-WAS-TRACED TO TRUE
               MOVE 'NUMBERING (INVXREF1)' TO WS-LAST-STAGE-NAME
               MOVE WS-TRACE-INVOICE-NUMBER TO TNL-INVOICE-NUMBER
               MOVE WS-TRACE-PARTNER-NO TO TNL-PARTNER-INVOICE-NO
               MOVE WS-TRACE-CUSTOMER-NUMBER TO TNL-CUSTOMER-NUMBER
               MOVE WS-TRACE-ASSIGNED-DATE TO TNL-ASSIGNED-DATE
               WRITE TRACE-REPORT-LINE FROM TRACE-NUMBERING-LINE
           END-IF
           PERFORM TRACE-ASSEMBLY-STAGE
               THRU TRACE-ASSEMBLY-EXIT
           PERFORM TRACE-SUSPENSE-STAGE
               THRU TRACE-HISTORY-EXIT
           PERFORM TRACE-PAYMENT-STAGE
               THRU TRACE-PAYMENT-EXIT
           .
       TRACE-CONVERSION-STAGE.
           MOVE ZERO TO WS-STAGE-HIT-COUNT
           PERFORM UNTIL END-OF-AUDIT-FILE
               READ AUDIT-FILE
               IF AUDIT-FILE-OK
                   IF (WS-TRACE-PARTNER-NO IS NOT EQUAL TO SPACES
                       AND AUD-OUT-INVOICE-NO IS EQUAL TO
                           WS-TRACE-PARTNER-NO)
                   OR (WS-TRACE-PARTNER-NO IS EQUAL TO SPACES
                       AND AUD-OUT-INVOICE-NO IS EQUAL TO
                           WS-TRACE-INVOICE-NUMBER)
                       ADD 1 TO WS-STAGE-HIT-COUNT
                       MOVE AUD-OUT-SKU TO TAL-SKU
                       MOVE AUD-PARTNER-ID TO TAL-PARTNER-ID
           PERFORM UNTIL END-OF-INVOICE-FILE
               READ INVOICE-FILE
               IF INVOICE-FILE-OK
                   IF INV-NUMBER IS EQUAL TO WS-TRACE-INVOICE-NUMBER
                       ADD 1 TO WS-STAGE-HIT-COUNT
                       MOVE INV-LINE-ITEM-COUNT TO TBL-LINE-COUNT
                       MOVE INV-CUSTOMER-NUMBER
               READ SUSPENSE-FILE
               IF SUSPENSE-FILE-OK
                   IF SUS-INVOICE-IMAGE(9:8) IS EQUAL TO
                           WS-TRACE-INVOICE-NUMBER
                       ADD 1 TO WS-STAGE-HIT-COUNT
                       MOVE SUS-REJECT-REASON TO TSL-REJECT-REASON
                       MOVE SUS-SUSPENSE-DATE TO TSL-SUSPENSE-DATE
               READ INVOICE-TOTALS-FILE
               IF INVOICE-TOTALS-OK
                   IF ITR-INVOICE-NUMBER IS EQUAL TO
                           WS-TRACE-INVOICE-NUMBER
                   AND ITR-INVOICE-DATE(1:3) IS NOT EQUAL TO 'HDR'
                       ADD 1 TO WS-STAGE-HIT-COUNT
                       MOVE ITR-TOTAL-AMOUNT TO TTL-TOTAL-AMOUNT
               READ TAX-AUDIT-FILE
               IF TAX-AUDIT-OK
                   IF TAD-INVOICE-NUMBER IS EQUAL TO
                           WS-TRACE-INVOICE-NUMBER
                   AND TAD-INVOICE-NUMBER(1:3) IS NOT EQUAL TO 'HDR'
                       ADD 1 TO WS-TAX-LINE-COUNT
                       ADD TAD-TAX-AMOUNT TO WS-TAX-TOTAL
               READ GL-EXTRACT-FILE
               IF GL-EXTRACT-OK
                   IF GL-INVOICE-NUMBER IS EQUAL TO
                           WS-TRACE-INVOICE-NUMBER
                   AND GL-INVOICE-NUMBER(1:3) IS NOT EQUAL TO 'HDR'
                       ADD 1 TO WS-STAGE-HIT-COUNT
                       MOVE GL-ACCOUNT TO TGL-ACCOUNT
           IF NOT INVOICE-HISTORY-OK
               GO TO TRACE-HISTORY-EXIT
           END-IF
           MOVE WS-TRACE-INVOICE-NUMBER TO IHR-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
           IF INVOICE-HISTORY-OK
               SET WS-INVOICE-WAS-TRACED TO TRUE
               READ PAYMENT-FILE
               IF PAYMENT-FILE-OK
                   IF PMT-INVOICE-NUMBER IS EQUAL TO
                           WS-TRACE-INVOICE-NUMBER
                       ADD 1 TO WS-STAGE-HIT-COUNT
                       MOVE PMT-AMOUNT TO TPL-AMOUNT
                       MOVE PMT-DATE TO TPL-DATE
