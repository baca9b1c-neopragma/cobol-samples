      * a clear NOT ON HISTORY MASTER line for a number that does not
      * exist. Questions about old invoices used to take a day to
      * answer; now they take one batch run.
      * - A request may carry the partner's own invoice number instead
      *   of ours; it is resolved through the INVXREF1 cross-reference
      *   INVASM writes, and every answer line shows the partner
      *   number alongside the internal one.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HISTINQ.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO 'HISTRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INQUIRY-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One requested invoice per record: our invoice number, or
      * the number blank and the partner's invoice number beside it.
       FD  INQUIRY-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INQUIRY-REQUEST-RECORD.
       01  INQUIRY-REQUEST-RECORD.
           05  IRQ-INVOICE-NUMBER       PIC X(08).
           05  IRQ-PARTNER-INVOICE-NO   PIC X(16).

      * Same layout HISTUPDT maintains on INVHIST1.
       FD  INVOICE-HISTORY-FILE
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
               88  IHR-IS-PAID          VALUE 'P'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

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

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
       01  INQUIRY-REPORT-LINE.
           05  INQ-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  INQ-PARTNER-INVOICE-NO   PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  INQ-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  INQ-INVOICE-DATE         PIC X(08).
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00'.
               88  HISTORY-KEY-NOT-FOUND VALUE '23'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
           05  INQUIRY-REPORT-STATUS    PIC X(02).
               88  INQUIRY-REPORT-OK    VALUE '00'.


       01  WS-OPEN-BALANCE              PIC S9(09)V99 COMP-3.

      * The invoice being answered and the partner number it is known
      * by, whichever of the two the request card carried.
       01  WS-ANSWER-WORK-AREAS.
           05  WS-ANSWER-INVOICE-NUMBER PIC X(08).
           05  WS-ANSWER-PARTNER-NO     PIC X(16).
           05  WS-XREF-HIT-COUNT        PIC S9(05) COMP-3.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           GO TO END-OF-PROGRAM
           .
       ANSWER-ONE-REQUEST.
           IF IRQ-INVOICE-NUMBER IS EQUAL TO SPACES
           AND IRQ-PARTNER-INVOICE-NO IS NOT EQUAL TO SPACES
               PERFORM ANSWER-BY-PARTNER-NUMBER
           ELSE
               MOVE IRQ-INVOICE-NUMBER TO WS-ANSWER-INVOICE-NUMBER
               PERFORM FIND-PARTNER-NUMBER
               PERFORM ANSWER-ONE-INVOICE
           END-IF
           .
      * One partner number can belong to more than one of our
      * invoices - two partners may use the same numbering - so
      * every cross-reference match is answered.
       ANSWER-BY-PARTNER-NUMBER.
           MOVE ZERO TO WS-XREF-HIT-COUNT
           OPEN INPUT INVOICE-XREF-FILE
           IF INVOICE-XREF-OK
               PERFORM UNTIL END-OF-INVOICE-XREF
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                   AND IXR-PARTNER-INVOICE-NO IS EQUAL TO
                           IRQ-PARTNER-INVOICE-NO
                       ADD 1 TO WS-XREF-HIT-COUNT
                       MOVE IXR-INVOICE-NUMBER
                           TO WS-ANSWER-INVOICE-NUMBER
                       MOVE IXR-PARTNER-INVOICE-NO
                           TO WS-ANSWER-PARTNER-NO
                       PERFORM ANSWER-ONE-INVOICE
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           IF WS-XREF-HIT-COUNT IS EQUAL TO ZERO
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE SPACES TO INQUIRY-REPORT-LINE
               MOVE IRQ-PARTNER-INVOICE-NO TO INQ-PARTNER-INVOICE-NO
               MOVE 'PARTNER NO NOT ON XREF' TO INQ-STATUS-TEXT
               WRITE INQUIRY-REPORT-LINE
           END-IF
           .
      * An unreadable cross-reference only costs the partner column;
      * the answer itself comes from the history master.
       FIND-PARTNER-NUMBER.
           MOVE SPACES TO WS-ANSWER-PARTNER-NO
           OPEN INPUT INVOICE-XREF-FILE
           IF INVOICE-XREF-OK
               PERFORM UNTIL END-OF-INVOICE-XREF
                       OR WS-ANSWER-PARTNER-NO IS NOT EQUAL TO SPACES
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                   AND IXR-INVOICE-NUMBER IS EQUAL TO
                           WS-ANSWER-INVOICE-NUMBER
                       MOVE IXR-PARTNER-INVOICE-NO
                           TO WS-ANSWER-PARTNER-NO
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           .
       ANSWER-ONE-INVOICE.
           MOVE WS-ANSWER-INVOICE-NUMBER TO IHR-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
           EVALUATE TRUE
               WHEN INVOICE-HISTORY-OK
               WHEN HISTORY-KEY-NOT-FOUND
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   MOVE WS-ANSWER-INVOICE-NUMBER TO INQ-INVOICE-NUMBER
                   MOVE WS-ANSWER-PARTNER-NO TO INQ-PARTNER-INVOICE-NO
                   MOVE 'NOT ON HISTORY MASTER' TO INQ-STATUS-TEXT
                   WRITE INQUIRY-REPORT-LINE
               WHEN OTHER
           .
       WRITE-HISTORY-ANSWER-LINE.
           MOVE IHR-INVOICE-NUMBER TO INQ-INVOICE-NUMBER
           MOVE WS-ANSWER-PARTNER-NO TO INQ-PARTNER-INVOICE-NO
           MOVE IHR-CUSTOMER-NUMBER TO INQ-CUSTOMER-NUMBER
           MOVE IHR-INVOICE-DATE TO INQ-INVOICE-DATE
           MOVE IHR-TOTAL-AMOUNT TO INQ-TOTAL-AMOUNT
