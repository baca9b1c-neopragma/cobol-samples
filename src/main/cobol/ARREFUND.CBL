      * paper only. The REFREG1 register lists everything extracted.
      * A credit whose customer has no CUSTMAST record cannot be
      * mailed a check and is listed on the register as held.
      * - Each refund check now takes a check number, the next after
      *   the highest on the REFISS1 issued-check register (or the
      *   REFCHKNO card for a new check stock), carried on REFCHK1 and
      *   the register. Every check is registered as outstanding for
      *   CHKRECON and listed on the POSPAY1 positive-pay issue file
      *   for the bank, with a header and a count-and-total trailer.
      * - The ARAGEXT1 layout now carries AGX-DISPUTED-AMOUNT, the part
      *   of the open balance ARAGE holds out of collection for an open
      *   invoice dispute.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARREFUND.
           SELECT REFUND-REGISTER-FILE ASSIGN TO 'REFREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REFUND-REGISTER-STATUS.
           SELECT ISSUED-CHECK-FILE ASSIGN TO 'REFISS1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ISSUED-CHECK-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAY1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POSITIVE-PAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout ARAGE writes; bucket 0 carries the credit
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
               88  AGX-IS-CREDIT        VALUE 0.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout INVCALC reads from CUSTMAST; the bill-to block
      * is what the check-print service needs.
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(30).

      * One record per refund check for the check-print service.
       FD  REFUND-CHECK-FILE
           05  RFC-POSTAL-CODE          PIC X(10).
           05  RFC-REFUND-AMOUNT        PIC S9(07)V99 COMP-3.
           05  RFC-ORIG-INVOICE         PIC X(08).
           05  RFC-CHECK-NUMBER         PIC 9(10).

      * The refund debits, in the payment layout, held for the next
      * night's CSHRESUB merge into PMTFILE0. The amount is carried
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RFR-REFUND-AMOUNT        PIC $,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RFR-CHECK-NUMBER         PIC Z(09)9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RFR-DISPOSITION          PIC X(30).

      * The issued-check register: one record per refund check, in
      * check-number order, appended here and brought up to date by
      * CHKRECON from the bank's paid items.
       FD  ISSUED-CHECK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ISSUED-CHECK-RECORD.
       01  ISSUED-CHECK-RECORD.
           05  RIS-CHECK-NUMBER         PIC 9(10).
           05  RIS-ISSUE-DATE           PIC X(08).
           05  RIS-CUSTOMER-NUMBER      PIC X(08).
           05  RIS-PAYEE-NAME           PIC X(30).
           05  RIS-ISSUED-AMOUNT        PIC S9(07)V99 COMP-3.
           05  RIS-ORIG-INVOICE         PIC X(08).
           05  RIS-STATUS               PIC X(01).
               88  RIS-IS-OUTSTANDING   VALUE 'O'.
               88  RIS-IS-PAID          VALUE 'P'.
               88  RIS-IS-VOID          VALUE 'V'.
           05  RIS-STATUS-DATE          PIC X(08).
           05  RIS-PAID-AMOUNT          PIC S9(07)V99 COMP-3.
           05  RIS-AMOUNT-FLAG          PIC X(01).
               88  RIS-AMOUNT-DIFFERS   VALUE 'D'.
           05  FILLER                   PIC X(16).

      * The positive-pay issue file for the bank: a header, one
      * detail per check issued tonight, and a trailer carrying the
      * count and total the bank proves the file against.
       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POSITIVE-PAY-RECORD.
       01  POSITIVE-PAY-RECORD.
           05  PPY-RECORD-TYPE          PIC X(01).
           05  PPY-CHECK-NUMBER         PIC 9(10).
           05  PPY-ISSUE-DATE           PIC X(08).
           05  PPY-AMOUNT               PIC 9(08)V99.
           05  PPY-PAYEE-NAME           PIC X(30).
           05  PPY-VOID-INDICATOR       PIC X(01).
           05  FILLER                   PIC X(20).
       01  POSITIVE-PAY-HEADER REDEFINES POSITIVE-PAY-RECORD.
           05  PPH-RECORD-TYPE          PIC X(01).
           05  PPH-FILE-DATE            PIC X(08).
           05  FILLER                   PIC X(71).
       01  POSITIVE-PAY-TRAILER REDEFINES POSITIVE-PAY-RECORD.
           05  PPT-RECORD-TYPE          PIC X(01).
           05  PPT-CHECK-COUNT          PIC 9(07).
           05  PPT-TOTAL-AMOUNT         PIC 9(11)V99.
           05  FILLER                   PIC X(59).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  AGED-EXTRACT-STATUS      PIC X(02).
               88  REFUND-PAYMENT-OK    VALUE '00'.
           05  REFUND-REGISTER-STATUS   PIC X(02).
               88  REFUND-REGISTER-OK   VALUE '00'.
           05  ISSUED-CHECK-STATUS      PIC X(02).
               88  ISSUED-CHECK-OK      VALUE '00'.
               88  END-OF-ISSUED-CHECK  VALUE '10'.
               88  ISSUED-CHECK-MISSING VALUE '35'.
           05  POSITIVE-PAY-STATUS      PIC X(02).
               88  POSITIVE-PAY-OK      VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
       01  WS-RETENTION-CONVERSION.
           05  WS-RFD-AS-INTEGER        PIC 9(05).

      * Check numbering: each check takes the next number after the
      * highest on the issued-check register. The REFCHKNO card
      * (INVCPARM, ten digits) is the first number to use when a new
      * check stock starts higher than that; it is ignored once the
      * register has passed it.
       01  WS-CHECK-NUMBER-FIELDS.
           05  WS-LAST-CHECK-NUMBER     PIC 9(10) VALUE ZERO.
           05  WS-CHECK-NUMBER-FLOOR    PIC 9(10) VALUE ZERO.
           05  WS-POSITIVE-PAY-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-POSITIVE-PAY-TOTAL    PIC 9(11)V99 VALUE ZERO.

      * The bill-to block per customer, loaded from CUSTMAST the
      * same way CUSTSTMT loads it.
       01  WS-BILL-TO-TABLE-AREA.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RETENTION-THRESHOLD
           PERFORM LOAD-BILL-TO-ADDRESSES
           PERFORM FIND-LAST-CHECK-NUMBER

           OPEN INPUT AGED-EXTRACT-FILE
           IF NOT AGED-EXTRACT-OK
           OPEN OUTPUT REFUND-CHECK-FILE
           OPEN OUTPUT REFUND-PAYMENT-FILE
           OPEN OUTPUT REFUND-REGISTER-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN EXTEND ISSUED-CHECK-FILE
           IF ISSUED-CHECK-MISSING
               OPEN OUTPUT ISSUED-CHECK-FILE
           END-IF
           IF NOT REFUND-CHECK-OK
           OR NOT REFUND-PAYMENT-OK
           OR NOT REFUND-REGISTER-OK
           OR NOT POSITIVE-PAY-OK
           OR NOT ISSUED-CHECK-OK
               DISPLAY 'STATUS ON REFUND OUTPUT OPENS: '
                       REFUND-CHECK-STATUS ' '
                       REFUND-PAYMENT-STATUS ' '
                       REFUND-REGISTER-STATUS ' '
                       POSITIVE-PAY-STATUS ' '
                       ISSUED-CHECK-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARREFUND STATUS ON REFUND OUTPUT OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               GO TO END-OF-PROGRAM
           END-IF

           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'H' TO PPH-RECORD-TYPE
           MOVE WS-CDT-DATE TO PPH-FILE-DATE
           PERFORM WRITE-POSITIVE-PAY-RECORD

           PERFORM UNTIL END-OF-AGED-EXTRACT
               READ AGED-EXTRACT-FILE
               IF AGED-EXTRACT-OK
               END-IF
           END-IF
           .
      * The cards are already loaded by LOAD-RETENTION-THRESHOLD;
      * a missing or non-numeric REFCHKNO leaves the register alone
      * to set the numbering.
       FIND-LAST-CHECK-NUMBER.
           MOVE 'REFCHKNO' TO WS-CC-KEYWORD
           MOVE 'LU' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK AND WS-CC-VALUE(1:10) IS NUMERIC
               MOVE WS-CC-VALUE(1:10) TO WS-CHECK-NUMBER-FLOOR
           END-IF
           OPEN INPUT ISSUED-CHECK-FILE
           IF ISSUED-CHECK-OK
               PERFORM UNTIL END-OF-ISSUED-CHECK
                   READ ISSUED-CHECK-FILE
                   IF ISSUED-CHECK-OK
                   AND RIS-CHECK-NUMBER IS GREATER THAN
                           WS-LAST-CHECK-NUMBER
                       MOVE RIS-CHECK-NUMBER TO WS-LAST-CHECK-NUMBER
                   END-IF
               END-PERFORM
               CLOSE ISSUED-CHECK-FILE
           END-IF
           IF WS-CHECK-NUMBER-FLOOR IS GREATER THAN
                   WS-LAST-CHECK-NUMBER
               COMPUTE WS-LAST-CHECK-NUMBER =
                   WS-CHECK-NUMBER-FLOOR - 1
           END-IF
           .
       LOAD-BILL-TO-ADDRESSES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
           MOVE AGX-INVOICE-NUMBER TO RFR-ORIG-INVOICE
           MOVE AGX-INVOICE-DATE TO RFR-INVOICE-DATE
           MOVE WS-REFUND-AMOUNT TO RFR-REFUND-AMOUNT
           MOVE ZERO TO RFR-CHECK-NUMBER
           IF BILL-TO-WAS-FOUND
               PERFORM WRITE-REFUND-CHECK-RECORD
               PERFORM WRITE-REFUND-PAYMENT-RECORD
               PERFORM WRITE-ISSUED-CHECK-RECORD
               MOVE RIS-CHECK-NUMBER TO RFR-CHECK-NUMBER
               ADD 1 TO WS-REFUNDS-EXTRACTED
               MOVE 'REFUND CHECK EXTRACTED' TO RFR-DISPOSITION
           ELSE
           END-IF
           .
       WRITE-REFUND-CHECK-RECORD.
           ADD 1 TO WS-LAST-CHECK-NUMBER
           MOVE WS-LAST-CHECK-NUMBER TO RFC-CHECK-NUMBER
           MOVE AGX-CUSTOMER-NUMBER TO RFC-CUSTOMER-NUMBER
           MOVE WS-BT-CUSTOMER-NAME(BILL-TO-INDEX)
               TO RFC-CUSTOMER-NAME
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * Every check printed is registered as outstanding and
      * reported to the bank on the positive-pay file, so a check
      * that is presented with a different number, amount or payee
      * is not honored.
       WRITE-ISSUED-CHECK-RECORD.
           MOVE SPACES TO ISSUED-CHECK-RECORD
           MOVE RFC-CHECK-NUMBER TO RIS-CHECK-NUMBER
           MOVE WS-CDT-DATE TO RIS-ISSUE-DATE
           MOVE RFC-CUSTOMER-NUMBER TO RIS-CUSTOMER-NUMBER
           MOVE RFC-CUSTOMER-NAME TO RIS-PAYEE-NAME
           MOVE WS-REFUND-AMOUNT TO RIS-ISSUED-AMOUNT
           MOVE RFC-ORIG-INVOICE TO RIS-ORIG-INVOICE
           MOVE 'O' TO RIS-STATUS
           MOVE WS-CDT-DATE TO RIS-STATUS-DATE
           MOVE ZERO TO RIS-PAID-AMOUNT
           WRITE ISSUED-CHECK-RECORD
           IF NOT ISSUED-CHECK-OK
               DISPLAY 'STATUS ON ISSUED-CHECK-FILE WRITE: '
                       ISSUED-CHECK-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARREFUND STATUS ON ISSUED-CHECK WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF

           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'D' TO PPY-RECORD-TYPE
           MOVE RIS-CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE RIS-ISSUE-DATE TO PPY-ISSUE-DATE
           MOVE WS-REFUND-AMOUNT TO PPY-AMOUNT
           MOVE RIS-PAYEE-NAME TO PPY-PAYEE-NAME
           MOVE SPACE TO PPY-VOID-INDICATOR
           PERFORM WRITE-POSITIVE-PAY-RECORD
           ADD 1 TO WS-POSITIVE-PAY-COUNT
           ADD WS-REFUND-AMOUNT TO WS-POSITIVE-PAY-TOTAL
           .
       WRITE-POSITIVE-PAY-RECORD.
           WRITE POSITIVE-PAY-RECORD
           IF NOT POSITIVE-PAY-OK
               DISPLAY 'STATUS ON POSITIVE-PAY-FILE WRITE: '
                       POSITIVE-PAY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'ARREFUND STATUS ON POSITIVE-PAY WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * Carried negative so HISTUPDT's accumulation consumes the
      * credit - amount paid comes back down to the invoice total.
       WRITE-REFUND-PAYMENT-RECORD.
       END-OF-PROGRAM.
           DISPLAY 'REFUND CHECKS EXTRACTED: ' WS-REFUNDS-EXTRACTED
           DISPLAY 'REFUNDS HELD:            ' WS-REFUNDS-HELD
           IF POSITIVE-PAY-OK
               MOVE SPACES TO POSITIVE-PAY-RECORD
               MOVE 'T' TO PPT-RECORD-TYPE
               MOVE WS-POSITIVE-PAY-COUNT TO PPT-CHECK-COUNT
               MOVE WS-POSITIVE-PAY-TOTAL TO PPT-TOTAL-AMOUNT
               PERFORM WRITE-POSITIVE-PAY-RECORD
           END-IF
           CLOSE AGED-EXTRACT-FILE
           CLOSE REFUND-CHECK-FILE
           CLOSE REFUND-PAYMENT-FILE
           CLOSE REFUND-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE ISSUED-CHECK-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
