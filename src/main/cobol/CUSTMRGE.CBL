      * A pair whose to-number is not on CUSTMAST is rejected whole:
      * moving history onto an account nobody can bill is worse than
      * leaving the split alone for a night.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - Each accepted pair's invoices are found through INVHIST1's
      *   customer-and-date alternate key instead of a walk over the
      *   whole master.
      * - The CUSTMAST layout now carries the parent customer and
      *   hierarchy credit limit. An account whose parent is a retired
      *   number is re-parented to the surviving number, and the move
      *   is listed on the merge audit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMRGE.
                  FILE STATUS IS MERGE-PAIR-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  ALTERNATE RECORD KEY IS IHR-CUSTOMER-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
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
           05  IHR-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout INVCALC reads from CUSTMAST.
       FD  CUSTOMER-MASTER-FILE
           05  CM-STATUS                PIC X(01).
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(10).
      * The customer this account rolls up to; spaces is the top of
      * its own hierarchy.
           05  CM-PARENT-CUSTOMER       PIC X(08).
           05  CM-HIERARCHY-CREDIT-LIMIT PIC S9(07)V99 COMP-3.
           05  FILLER                   PIC X(07).

      * Tomorrow's master, same layout; the from-side of each merge
      * carries forward marked 'M'.
       FD  CUSTOMER-MASTER-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUSTOMER-MASTER-NEW-RECORD.
       01  CUSTOMER-MASTER-NEW-RECORD   PIC X(220).

      * One line per record moved or pair judged, so the whole merge
      * can be reconstructed afterward.
           05  MERGE-PAIR-STATUS        PIC X(02).
               88  MERGE-PAIR-OK        VALUE '00'.
               88  END-OF-MERGE-PAIRS   VALUE '10'.
      * '02' is a good read or write where another invoice shares
      * the customer-and-date alternate key.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00' '02'.
               88  END-OF-INVOICE-HISTORY VALUE '10'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
           05  WS-PAIR-SUB              PIC S9(03) COMP.
           05  WS-CUSTOMER-FOUND-SWITCH PIC X.
               88  CUSTOMER-IS-ON-FILE  VALUE 'Y'.
           05  WS-PAIR-MOVED-SWITCH     PIC X.
               88  WS-PAIR-ALL-MOVED    VALUE 'Y'.
           05  WS-HISTORY-MOVED-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-MASTERS-RETIRED-COUNT PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-PAIRS-REJECTED-COUNT  PIC S9(03) COMP-3 VALUE ZERO.
               END-SEARCH
           END-IF
           .
      * Each accepted from-number's invoices are found through the
      * customer-and-date alternate key, rewritten under the
      * surviving number (the invoice-number key does not change)
      * and listed on the audit report by name.
       REKEY-HISTORY-MASTER.
           OPEN I-O INVOICE-HISTORY-FILE
           IF NOT INVOICE-HISTORY-OK
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM WITH TEST BEFORE
                       VARYING WS-PAIR-SUB FROM 1 BY 1
                       UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                   IF WS-PAIR-IS-ACCEPTED(WS-PAIR-SUB)
                       MOVE 'N' TO WS-PAIR-MOVED-SWITCH
                       PERFORM REKEY-ONE-HISTORY-RECORD
                           UNTIL WS-PAIR-ALL-MOVED
                   END-IF
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .
      * A rewritten invoice leaves the from-number's stretch of the
      * alternate key, so each one is found by positioning afresh on
      * the from-number; the pair is done when none is left there.
      * A failed rewrite also ends the pair, or the same invoice
      * would be found again forever.
       REKEY-ONE-HISTORY-RECORD.
           MOVE WS-PAIR-FROM(WS-PAIR-SUB) TO IHR-CUSTOMER-NUMBER
           MOVE LOW-VALUES TO IHR-INVOICE-DATE
           START INVOICE-HISTORY-FILE
               KEY IS NOT LESS THAN IHR-CUSTOMER-DATE-KEY
           END-START
           IF INVOICE-HISTORY-OK
               READ INVOICE-HISTORY-FILE NEXT
           END-IF
           IF NOT INVOICE-HISTORY-OK
                   OR IHR-CUSTOMER-NUMBER IS NOT EQUAL TO
                       WS-PAIR-FROM(WS-PAIR-SUB)
               SET WS-PAIR-ALL-MOVED TO TRUE
           ELSE
               ADD 1 TO WS-JS-RECORD-COUNT
               MOVE WS-PAIR-TO(WS-PAIR-SUB)
                   TO IHR-CUSTOMER-NUMBER
               REWRITE INVOICE-HISTORY-RECORD
               IF NOT INVOICE-HISTORY-OK
                   DISPLAY 'STATUS ON INVOICE-HISTORY REWRITE: '
                           INVOICE-HISTORY-STATUS
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'CUSTMRGE STATUS ON HISTORY REWRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING
                           WS-EXCEPTION-LOG-CONVERSION
                   SET WS-PAIR-ALL-MOVED TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-MOVED-COUNT
                   MOVE 'INVHIST1' TO MAU-MASTER-NAME
                   MOVE IHR-INVOICE-NUMBER TO MAU-RECORD-KEY
                   MOVE WS-PAIR-FROM(WS-PAIR-SUB)
                       TO MAU-FROM-CUSTOMER
                   MOVE WS-PAIR-TO(WS-PAIR-SUB)
                       TO MAU-TO-CUSTOMER
                   MOVE 'INVOICE MOVED TO SURVIVING ACCOUNT'
                       TO MAU-ACTION-TEXT
                   WRITE MERGE-AUDIT-LINE
               END-IF
           END-IF
           .
      * The from-side of each accepted merge carries forward marked
      * merged instead of being dropped, so the retired number can
                       TO MAU-ACTION-TEXT
                   WRITE MERGE-AUDIT-LINE
               END-IF
               IF WS-PAIR-IS-ACCEPTED(WS-PAIR-SUB)
               AND CM-PARENT-CUSTOMER IS EQUAL TO
                       WS-PAIR-FROM(WS-PAIR-SUB)
                   PERFORM MOVE-PARENT-TO-SURVIVOR
               END-IF
           END-PERFORM
           .
      * An account that rolled up to the retired number rolls up to
      * the surviving one instead, so the hierarchy does not break
      * at the merge. The surviving account itself, if it was under
      * the retired number, becomes the top of its own hierarchy.
       MOVE-PARENT-TO-SURVIVOR.
           IF CM-CUSTOMER-NUMBER IS EQUAL TO WS-PAIR-TO(WS-PAIR-SUB)
               MOVE SPACES TO CM-PARENT-CUSTOMER
           ELSE
               MOVE WS-PAIR-TO(WS-PAIR-SUB) TO CM-PARENT-CUSTOMER
           END-IF
           MOVE 'CUSTMAST' TO MAU-MASTER-NAME
           MOVE CM-CUSTOMER-NUMBER TO MAU-RECORD-KEY
           MOVE WS-PAIR-FROM(WS-PAIR-SUB) TO MAU-FROM-CUSTOMER
           MOVE WS-PAIR-TO(WS-PAIR-SUB) TO MAU-TO-CUSTOMER
           MOVE 'PARENT MOVED TO SURVIVING ACCOUNT' TO MAU-ACTION-TEXT
           WRITE MERGE-AUDIT-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'HISTORY RECORDS MOVED:   ' WS-HISTORY-MOVED-COUNT
           DISPLAY 'MASTER NUMBERS RETIRED:  '
