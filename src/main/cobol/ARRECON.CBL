      * same packed-field guard INVCALC applies before arithmetic).
      * Whatever remains unexplained ends the run with RETURN-CODE 8
      * so the scheduler can hold the hand-off to the GL team.
      * - The suspense invoice image grows to 1855 bytes now that the
      *   invoice carries its shipping warehouse.
      * - The suspense layout picks up the payment-method byte CASHAPP
      *   now writes; the suspense total is unchanged.
      * - The GL side also nets 1200AR from the MANJRNL1 manual journal
      *   generations.
      * - The INVHIST1 and journal layouts now carry the operating
      *   company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARRECON.
           SELECT CASH-JOURNAL-FILE ASSIGN TO 'CSHJRNL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CASH-JOURNAL-STATUS.
           SELECT MANUAL-JOURNAL-FILE ASSIGN TO 'MANJRNL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MANUAL-JOURNAL-STATUS.
           SELECT CASH-SUSPENSE-FILE ASSIGN TO 'CSHSUSP3'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CASH-SUSPENSE-STATUS.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
               88  IHR-IS-OPEN          VALUE 'O'.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same journal-line layout GLJRNL writes to GLJRNL1.
       FD  GL-JOURNAL-FILE
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

      * Same layout CASHGLEX writes to CSHJRNL1.
       FD  CASH-JOURNAL-FILE
           05  CJR-INVOICE-NUMBER       PIC X(08).
           05  CJR-INVOICE-DATE         PIC X(08).
           05  CJR-BATCH-NUMBER         PIC 9(06).
           05  CJR-COMPANY-CODE         PIC X(02).

      * Same layout MANJRNL writes to MANJRNL1.
       FD  MANUAL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MANUAL-JOURNAL-RECORD.
       01  MANUAL-JOURNAL-RECORD.
           05  MJR-ACCOUNT              PIC X(08).
           05  MJR-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  MJR-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  MJR-INVOICE-NUMBER       PIC X(08).
           05  MJR-INVOICE-DATE         PIC X(08).
           05  MJR-BATCH-NUMBER         PIC 9(06).
           05  MJR-COMPANY-CODE         PIC X(02).

      * Same suspense-record layout the CSHRESUB cycle rolls
      * forward: cash received but not yet applied anywhere.
           05  CSS-SUSPENSE-DATE        PIC X(08).
           05  CSS-RESOLVED-INVOICE     PIC X(08).
           05  CSS-RESUBMIT-FLAG        PIC X.
           05  CSS-PAYMENT-METHOD       PIC X.

      * Same carried-forward suspense layout INVRESUB writes:
      * rejected invoices billed nowhere yet.
           05  SUS-REJECT-REASON        PIC X(30).
           05  SUS-SUSPENSE-DATE        PIC X(08).
           05  SUS-RESUBMIT-FLAG        PIC X.
           05  SUS-INVOICE-IMAGE        PIC X(1857).

       FD  RECONCILE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  CASH-JOURNAL-STATUS      PIC X(02).
               88  CASH-JOURNAL-OK      VALUE '00'.
               88  END-OF-CASH-JOURNAL  VALUE '10'.
           05  MANUAL-JOURNAL-STATUS    PIC X(02).
               88  MANUAL-JOURNAL-OK    VALUE '00'.
               88  END-OF-MANUAL-JOURNAL VALUE '10'.
           05  CASH-SUSPENSE-STATUS     PIC X(02).
               88  CASH-SUSPENSE-OK     VALUE '00'.
               88  END-OF-CASH-SUSPENSE VALUE '10'.
           05  WS-SUS-INV-RETURN        PIC X.
           05  WS-SUS-INV-FREIGHT       PIC S9(05)V99 COMP-3.
           05  WS-SUS-INV-HANDLING      PIC S9(05)V99 COMP-3.
           05  WS-SUS-INV-WAREHOUSE     PIC X(02).
           05  WS-SUS-INV-COMPANY       PIC X(02).
           05  WS-SUS-INV-LINE-COUNT    PIC S9(05) COMP-3.
           05  WS-SUS-INV-LINE OCCURS 100
                       INDEXED BY SUS-LINE-INDEX.
           PERFORM TOTAL-SUBLEDGER-OPEN-ITEMS
           PERFORM NET-GL-JOURNAL-ACTIVITY
           PERFORM NET-CASH-JOURNAL-ACTIVITY
           PERFORM NET-MANUAL-JOURNAL-ACTIVITY
           PERFORM TOTAL-SUSPENSE-CASH
           PERFORM TOTAL-SUSPENSE-INVOICES
           PERFORM PRINT-RECONCILIATION
               CLOSE CASH-JOURNAL-FILE
           END-IF
           .
      * Manual entries are few and far between; no MANJRNL1
      * generations at all is simply no manual activity.
       NET-MANUAL-JOURNAL-ACTIVITY.
           OPEN INPUT MANUAL-JOURNAL-FILE
           IF NOT MANUAL-JOURNAL-OK
               DISPLAY 'NO MANUAL JOURNAL ACTIVITY - STATUS '
                       MANUAL-JOURNAL-STATUS
           ELSE
               PERFORM UNTIL END-OF-MANUAL-JOURNAL
                   READ MANUAL-JOURNAL-FILE
                   IF MANUAL-JOURNAL-OK
                      AND MJR-ACCOUNT = WS-RECEIVABLE-ACCOUNT
                       ADD MJR-DEBIT-AMOUNT TO WS-GL-NET-BALANCE
                       SUBTRACT MJR-CREDIT-AMOUNT
                           FROM WS-GL-NET-BALANCE
                   END-IF
               END-PERFORM
               CLOSE MANUAL-JOURNAL-FILE
           END-IF
           .
       TOTAL-SUSPENSE-CASH.
           OPEN INPUT CASH-SUSPENSE-FILE
           IF NOT CASH-SUSPENSE-OK
               TO RCA-DESCRIPTION
           MOVE WS-SUBLEDGER-OPEN TO RCA-AMOUNT
           WRITE RECONCILE-REPORT-LINE FROM RECONCILE-AMOUNT-LINE
           MOVE 'GL RECEIVABLE NET (GL + CASH + MANUAL)'
               TO RCA-DESCRIPTION
           MOVE WS-GL-NET-BALANCE TO RCA-AMOUNT
           WRITE RECONCILE-REPORT-LINE FROM RECONCILE-AMOUNT-LINE
