      * foot. A customer with nothing on the master gets a clear NO
      * INVOICES ON HISTORY MASTER line. This is the single most
      * requested thing the service desk asks for.
      * - Each invoice line shows the partner's own invoice number
      *   from the INVXREF1 cross-reference INVASM writes, and a card
      *   with the customer blank and a partner invoice number beside
      *   it answers for the customer that invoice was billed to.
      * - Each customer answered is followed by the collection calls
      *   logged against it on the COLLNOT1 activity file - date,
      *   collector, contact, outcome, and the next-action date.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - Each request now reads the customer's invoices directly
      *   through INVHIST1's customer-and-date alternate key instead of
      *   walking the whole master, and they arrive in date order
      *   without the exchange sort.
      * - A partner invoice number now gathers the customers it was
      *   billed to and closes the cross-reference before answering
      *   them, so the partner column of each answer is filled rather
      *   than left blank by a second open of the same file.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTINQ.
                  FILE STATUS IS INQUIRY-REQUEST-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  ALTERNATE RECORD KEY IS IHR-CUSTOMER-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT COLLECTION-NOTE-FILE ASSIGN TO 'COLLNOT1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAN-NOTE-KEY
                  FILE STATUS IS COLLECTION-NOTE-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO 'CINQRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INQUIRY-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One requested customer per record: the customer number, or
      * the number blank and a partner invoice number beside it.
       FD  INQUIRY-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INQUIRY-REQUEST-RECORD.
       01  INQUIRY-REQUEST-RECORD.
           05  IRQ-CUSTOMER-NUMBER      PIC X(08).
           05  IRQ-PARTNER-INVOICE-NO   PIC X(16).

      * Same layout HISTUPDT maintains on INVHIST1.
       FD  INVOICE-HISTORY-FILE
           DATA RECORD IS INVOICE-HISTORY-RECORD.
       01  INVOICE-HISTORY-RECORD.
           05  IHR-INVOICE-NUMBER       PIC X(08).
      * Alternate key: a customer's invoices in date order.
           05  IHR-CUSTOMER-DATE-KEY.
               10  IHR-CUSTOMER-NUMBER  PIC X(08).
               10  IHR-INVOICE-DATE     PIC X(08).
           05  IHR-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
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

      * Same layout COLLNMNT adds to COLLNOT1.
       FD  COLLECTION-NOTE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COLLECTION-NOTE-RECORD.
       01  COLLECTION-NOTE-RECORD.
           05  CAN-NOTE-KEY.
               10  CAN-CUSTOMER-NUMBER  PIC X(08).
               10  CAN-CONTACT-DATE     PIC X(08).
               10  CAN-NOTE-SEQUENCE    PIC 9(03).
           05  CAN-COLLECTOR-CODE       PIC X(03).
           05  CAN-CONTACT-NAME         PIC X(25).
           05  CAN-OUTCOME-CODE         PIC X(02).
           05  CAN-NEXT-ACTION-DATE     PIC X(08).
           05  CAN-NOTE-TEXT            PIC X(60).
           05  CAN-ADDED-DATE           PIC X(08).
           05  FILLER                   PIC X(10).

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INQUIRY-REPORT-LINE.
       01  INQUIRY-REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  INQUIRY-REQUEST-STATUS   PIC X(02).
               88  INQUIRY-REQUEST-OK   VALUE '00'.
               88  END-OF-INQUIRY-REQUESTS VALUE '10'.
      * '02' is a good read or write where another invoice shares
      * the customer-and-date alternate key.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00' '02'.
               88  END-OF-INVOICE-HISTORY VALUE '10'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
           05  COLLECTION-NOTE-STATUS   PIC X(02).
               88  COLLECTION-NOTE-OK   VALUE '00'.
           05  INQUIRY-REPORT-STATUS    PIC X(02).
               88  INQUIRY-REPORT-OK    VALUE '00'.

           05  WS-CDT-OFFSET              PIC X(05).

      * One requested customer's invoices, gathered from the master
      * in invoice-date order.
       01  WS-ITEM-TABLE-AREA.
           05  WS-ITEM-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ITEM-ENTRIES      PIC S9(05) COMP-3 VALUE 2000.
                       DEPENDING ON WS-ITEM-COUNT
                       INDEXED BY ITEM-INDEX.
               10  WS-ITM-INVOICE-NUMBER PIC X(08).
               10  WS-ITM-PARTNER-NO     PIC X(16).
               10  WS-ITM-INVOICE-DATE   PIC X(08).
               10  WS-ITM-TOTAL-AMOUNT   PIC S9(07)V99 COMP-3.
               10  WS-ITM-AMOUNT-PAID    PIC S9(09)V99 COMP-3.
               10  WS-ITM-LAST-PAY-DATE  PIC X(08).
               10  WS-ITM-STATUS         PIC X.

      * The customers one partner invoice number was billed to,
      * taken from the cross-reference before any is answered, since
      * answering a customer passes the cross-reference again.
       01  WS-XREF-CUSTOMER-AREA.
           05  WS-XCU-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-XCU-ENTRIES       PIC S9(05) COMP-3 VALUE 50.
           05  WS-XCU-ENTRY OCCURS 1 TO 50
                       DEPENDING ON WS-XCU-COUNT
                       INDEXED BY XCU-INDEX.
               10  WS-XCU-CUSTOMER-NUMBER PIC X(08).

       01  WS-INQUIRY-WORK-AREAS.
           05  WS-OPEN-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-FOOT-AMOUNT-PAID      PIC S9(11)V99 COMP-3.
           05  WS-FOOT-OPEN-BALANCE     PIC S9(11)V99 COMP-3.
           05  WS-REQUESTS-ANSWERED     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REQUEST-CUSTOMER      PIC X(08).
           05  WS-XREF-HIT-COUNT        PIC S9(05) COMP-3.
           05  WS-NOTE-COUNT            PIC S9(05) COMP-3.

       01  INQUIRY-HEADER-LINE.
           05  FILLER                   PIC X(22)
       01  INQUIRY-DETAIL-LINE.
           05  IQD-INVOICE-NUMBER       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IQD-PARTNER-INVOICE-NO   PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IQD-INVOICE-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IQD-TOTAL-AMOUNT         PIC $,$$$,$$9.99-.
       01  INQUIRY-FOOT-LINE.
           05  FILLER                   PIC X(06) VALUE 'TOTAL '.
           05  IQF-INVOICE-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(26) VALUE SPACES.
           05  IQF-TOTAL-AMOUNT         PIC $,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IQF-AMOUNT-PAID          PIC $,$$$,$$9.99-.
           05  FILLER                   PIC X(30)
                   VALUE 'NO INVOICES ON HISTORY MASTER'.

       01  INQUIRY-NO-XREF-LINE.
           05  IQX-PARTNER-INVOICE-NO   PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(34)
                   VALUE 'PARTNER INVOICE NOT ON CROSS-REF'.

       01  INQUIRY-NOTE-HEADER-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'COLLECTION NOTES    '.
           05  FILLER                   PIC X(48) VALUE
               'DATE     COLL CONTACT                   OUT NEXT'.
       01  INQUIRY-NOTE-LINE.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  IQN-CONTACT-DATE         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  IQN-COLLECTOR-CODE       PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IQN-CONTACT-NAME         PIC X(25).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  IQN-OUTCOME-CODE         PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IQN-NEXT-ACTION-DATE     PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  IQN-NOTE-TEXT            PIC X(47).
       01  INQUIRY-NO-NOTES-LINE.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(20)
                   VALUE 'NO COLLECTION NOTES'.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTINQ STATUS ON INVOICE-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-INQUIRY-REQUESTS
               READ INQUIRY-REQUEST-FILE
               IF INQUIRY-REQUEST-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM ANSWER-ONE-CARD
               END-IF
           END-PERFORM

           GO TO END-OF-PROGRAM
           .
      * A partner invoice number is answered with the history of each
      * customer the cross-reference shows it billed to.
       ANSWER-ONE-CARD.
           IF IRQ-CUSTOMER-NUMBER IS EQUAL TO SPACES
           AND IRQ-PARTNER-INVOICE-NO IS NOT EQUAL TO SPACES
               MOVE ZERO TO WS-XREF-HIT-COUNT
               MOVE ZERO TO WS-XCU-COUNT
               OPEN INPUT INVOICE-XREF-FILE
               IF INVOICE-XREF-OK
                   PERFORM UNTIL END-OF-INVOICE-XREF
                       READ INVOICE-XREF-FILE
                       IF INVOICE-XREF-OK
                       AND IXR-PARTNER-INVOICE-NO IS EQUAL TO
                               IRQ-PARTNER-INVOICE-NO
                           ADD 1 TO WS-XREF-HIT-COUNT
                           PERFORM KEEP-XREF-CUSTOMER
                       END-IF
                   END-PERFORM
                   CLOSE INVOICE-XREF-FILE
               END-IF
               PERFORM ANSWER-XREF-CUSTOMER
                   VARYING XCU-INDEX FROM 1 BY 1
                   UNTIL XCU-INDEX > WS-XCU-COUNT
               IF WS-XREF-HIT-COUNT IS EQUAL TO ZERO
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE IRQ-PARTNER-INVOICE-NO TO IQX-PARTNER-INVOICE-NO
                   WRITE INQUIRY-REPORT-LINE FROM INQUIRY-NO-XREF-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           ELSE
               MOVE IRQ-CUSTOMER-NUMBER TO WS-REQUEST-CUSTOMER
               PERFORM ANSWER-ONE-REQUEST
           END-IF
           .
       KEEP-XREF-CUSTOMER.
           IF WS-XCU-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-XCU-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTINQ CROSS-REFERENCE CUSTOMER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-XCU-COUNT
               MOVE IXR-CUSTOMER-NUMBER
                   TO WS-XCU-CUSTOMER-NUMBER(WS-XCU-COUNT)
           END-IF
           .
       ANSWER-XREF-CUSTOMER.
           MOVE WS-XCU-CUSTOMER-NUMBER(XCU-INDEX)
               TO WS-REQUEST-CUSTOMER
           PERFORM ANSWER-ONE-REQUEST
           .
       ANSWER-ONE-REQUEST.
           MOVE ZERO TO WS-ITEM-COUNT
           PERFORM GATHER-CUSTOMER-INVOICES
           IF WS-ITEM-COUNT IS EQUAL TO ZERO
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE WS-REQUEST-CUSTOMER TO IQE-CUSTOMER-NUMBER
               WRITE INQUIRY-REPORT-LINE FROM INQUIRY-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM FILL-PARTNER-NUMBERS
               PERFORM PRINT-CUSTOMER-HISTORY
           END-IF
           PERFORM PRINT-COLLECTION-NOTES
           ADD 1 TO WS-REQUESTS-ANSWERED
           .
      * Positions on the customer's first invoice by the customer-
      * and-date alternate key and reads forward until the customer
      * changes, so the invoices arrive already in date order.
       GATHER-CUSTOMER-INVOICES.
           MOVE WS-REQUEST-CUSTOMER TO IHR-CUSTOMER-NUMBER
           MOVE LOW-VALUES TO IHR-INVOICE-DATE
           START INVOICE-HISTORY-FILE
               KEY IS NOT LESS THAN IHR-CUSTOMER-DATE-KEY
           END-START
           PERFORM UNTIL NOT INVOICE-HISTORY-OK
               READ INVOICE-HISTORY-FILE NEXT
               IF INVOICE-HISTORY-OK
                   IF IHR-CUSTOMER-NUMBER IS EQUAL TO
                           WS-REQUEST-CUSTOMER
                       PERFORM GATHER-ONE-INVOICE
                   ELSE
                       MOVE '10' TO INVOICE-HISTORY-STATUS
                   END-IF
               END-IF
           END-PERFORM
           .
       GATHER-ONE-INVOICE.
           IF WS-ITEM-COUNT IS GREATER THAN OR EQUAL TO
               ADD 1 TO WS-ITEM-COUNT
               MOVE IHR-INVOICE-NUMBER
                   TO WS-ITM-INVOICE-NUMBER(WS-ITEM-COUNT)
               MOVE SPACES TO WS-ITM-PARTNER-NO(WS-ITEM-COUNT)
               MOVE IHR-INVOICE-DATE
                   TO WS-ITM-INVOICE-DATE(WS-ITEM-COUNT)
               MOVE IHR-TOTAL-AMOUNT
               MOVE IHR-STATUS TO WS-ITM-STATUS(WS-ITEM-COUNT)
           END-IF
           .
      * One pass of the cross-reference per request, taking only the
      * requested customer's entries; an invoice from before internal
      * numbering, or an unreadable cross-reference, just prints
      * with the partner column blank.
       FILL-PARTNER-NUMBERS.
           OPEN INPUT INVOICE-XREF-FILE
           IF INVOICE-XREF-OK
               PERFORM UNTIL END-OF-INVOICE-XREF
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                   AND IXR-CUSTOMER-NUMBER IS EQUAL TO
                           WS-REQUEST-CUSTOMER
                       SET ITEM-INDEX TO 1
                       SEARCH WS-ITEM-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-ITM-INVOICE-NUMBER(ITEM-INDEX)
                                    IS EQUAL TO IXR-INVOICE-NUMBER
                               MOVE IXR-PARTNER-INVOICE-NO
                                   TO WS-ITM-PARTNER-NO(ITEM-INDEX)
                       END-SEARCH
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           .
       PRINT-CUSTOMER-HISTORY.
           MOVE WS-REQUEST-CUSTOMER TO IQH-CUSTOMER-NUMBER
           WRITE INQUIRY-REPORT-LINE FROM INQUIRY-HEADER-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-FOOT-TOTAL-AMOUNT
       PRINT-ONE-HISTORY-LINE.
           MOVE WS-ITM-INVOICE-NUMBER(ITEM-INDEX)
               TO IQD-INVOICE-NUMBER
           MOVE WS-ITM-PARTNER-NO(ITEM-INDEX)
               TO IQD-PARTNER-INVOICE-NO
           MOVE WS-ITM-INVOICE-DATE(ITEM-INDEX) TO IQD-INVOICE-DATE
           MOVE WS-ITM-TOTAL-AMOUNT(ITEM-INDEX) TO IQD-TOTAL-AMOUNT
           MOVE WS-ITM-AMOUNT-PAID(ITEM-INDEX) TO IQD-AMOUNT-PAID
               TO WS-FOOT-AMOUNT-PAID
           ADD WS-OPEN-BALANCE TO WS-FOOT-OPEN-BALANCE
           .
      * Every call logged against the customer, oldest first, from
      * the activity file COLLNMNT keeps. No file yet just means no
      * calls have been logged.
       PRINT-COLLECTION-NOTES.
           MOVE ZERO TO WS-NOTE-COUNT
           WRITE INQUIRY-REPORT-LINE FROM INQUIRY-NOTE-HEADER-LINE
               AFTER ADVANCING 2 LINES
           OPEN INPUT COLLECTION-NOTE-FILE
           IF COLLECTION-NOTE-OK
               MOVE LOW-VALUES TO CAN-NOTE-KEY
               MOVE WS-REQUEST-CUSTOMER TO CAN-CUSTOMER-NUMBER
               START COLLECTION-NOTE-FILE
                   KEY IS NOT LESS THAN CAN-NOTE-KEY
               END-START
               PERFORM UNTIL NOT COLLECTION-NOTE-OK
                   READ COLLECTION-NOTE-FILE NEXT
                   IF COLLECTION-NOTE-OK
                       IF CAN-CUSTOMER-NUMBER IS EQUAL TO
                               WS-REQUEST-CUSTOMER
                           PERFORM PRINT-ONE-NOTE-LINE
                       ELSE
                           MOVE '10' TO COLLECTION-NOTE-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COLLECTION-NOTE-FILE
           END-IF
           IF WS-NOTE-COUNT IS EQUAL TO ZERO
               WRITE INQUIRY-REPORT-LINE FROM INQUIRY-NO-NOTES-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
       PRINT-ONE-NOTE-LINE.
           ADD 1 TO WS-NOTE-COUNT
           MOVE CAN-CONTACT-DATE TO IQN-CONTACT-DATE
           MOVE CAN-COLLECTOR-CODE TO IQN-COLLECTOR-CODE
           MOVE CAN-CONTACT-NAME TO IQN-CONTACT-NAME
           MOVE CAN-OUTCOME-CODE TO IQN-OUTCOME-CODE
           MOVE CAN-NEXT-ACTION-DATE TO IQN-NEXT-ACTION-DATE
           MOVE CAN-NOTE-TEXT TO IQN-NOTE-TEXT
           WRITE INQUIRY-REPORT-LINE FROM INQUIRY-NOTE-LINE
               AFTER ADVANCING 1 LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'CUSTOMER INQUIRIES ANSWERED: '
                   WS-REQUESTS-ANSWERED
           CLOSE INQUIRY-REQUEST-FILE
           CLOSE INVOICE-HISTORY-FILE
           CLOSE INQUIRY-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
