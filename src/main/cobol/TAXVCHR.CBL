      * same card TAXSUM reads. An agency missing from the filing
      * calendar is reported to EXCPLOG and given a voucher with no
      * due date rather than a guessed one.
      * - The TAXSUME1 layout carries the operating company code
      *   appended to each record.
      * - Each voucher printed is also written to the machine-readable
      *   TAXVREG1 voucher register (period, jurisdiction, component,
      *   company, tax vouchered, due date, voucher date), which
      *   TAXRECON carries forward with the payment made against each
      *   voucher.
      * - Summary records TAXSUM tags as marketplace-facilitator
      *   collected (TXE-TAX-REMITTED-BY P) are not vouchered or
      *   written to TAXVREG1; they are listed after the vouchers on a
      *   page headed FACILITATOR-COLLECTED TAX - REMITTED BY PARTNER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXVCHR.
           SELECT VOUCHER-FILE ASSIGN TO 'TAXVCHR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VOUCHER-FILE-STATUS.
           SELECT VOUCHER-REGISTER-FILE ASSIGN TO 'TAXVREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VOUCHER-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout TAXSUM writes to SUMMARY-EXTRACT-FILE (TAXSUME1).
           05  TXE-COMPONENT-CODE       PIC X(01).
           05  TXE-TAXABLE-SALES        PIC S9(09)V99 COMP-3.
           05  TXE-TAX-COLLECTED        PIC S9(07)V9(03) COMP-3.
           05  TXE-COMPANY-CODE         PIC X(02).
           05  TXE-TAX-REMITTED-BY      PIC X(01).
               88  TXE-TAX-PARTNER-REMITTED VALUE 'P'.

      * One record per agency we file with - a jurisdiction stacking
      * state and county components carries one calendar record per
           DATA RECORD IS VOUCHER-LINE.
       01  VOUCHER-LINE                 PIC X(80).

      * One machine-readable record per voucher printed, so TAXRECON
      * can carry what was vouchered, when it falls due and what was
      * paid against it. The due date is spaces when the agency is
      * not on the filing calendar.
       FD  VOUCHER-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VOUCHER-REGISTER-RECORD.
       01  VOUCHER-REGISTER-RECORD.
           05  VRG-FISCAL-PERIOD-KEY    PIC X(06).
           05  VRG-JURISDICTION-CODE    PIC X(02).
           05  VRG-COMPONENT-CODE       PIC X(01).
           05  VRG-COMPANY-CODE         PIC X(02).
           05  VRG-TAX-VOUCHERED        PIC S9(07)V9(03) COMP-3.
           05  VRG-DUE-DATE             PIC X(08).
           05  VRG-VOUCHER-DATE         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  SUMMARY-EXTRACT-STATUS   PIC X(02).
               88  END-OF-FILING-CALENDAR VALUE '10'.
           05  VOUCHER-FILE-STATUS      PIC X(02).
               88  VOUCHER-FILE-OK      VALUE '00'.
           05  VOUCHER-REGISTER-STATUS  PIC X(02).
               88  VOUCHER-REGISTER-OK  VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
               88  CALENDAR-ENTRY-FOUND VALUE 'Y'.
           05  WS-VOUCHER-COUNT         PIC S9(07) COMP-3 VALUE ZERO.

      * Facilitator-collected summary records: the partner remits
      * this tax, so it is held here for a listing at the end of
      * the vouchers instead of being vouchered.
       01  WS-FACILITATOR-TABLE-AREA.
           05  WS-FACILITATOR-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-FACILITATOR-ENTRIES
                                        PIC S9(05) COMP-3 VALUE 200.
           05  WS-FACILITATOR-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-FACILITATOR-COUNT
                       INDEXED BY FACILITATOR-INDEX.
               10  WS-FAC-FISCAL-PERIOD-KEY PIC X(06).
               10  WS-FAC-JURISDICTION-CODE PIC X(02).
               10  WS-FAC-COMPONENT-CODE    PIC X(01).
               10  WS-FAC-COMPANY-CODE      PIC X(02).
               10  WS-FAC-TAXABLE-SALES     PIC S9(09)V99 COMP-3.
               10  WS-FAC-TAX-COLLECTED     PIC S9(07)V9(03) COMP-3.

       01  VOUCHER-HEADER-LINE.
           05  FILLER                   PIC X(25)
                   VALUE 'SALES TAX REMITTANCE FOR '.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  VCD-DUE-DATE             PIC X(10).

       01  FACILITATOR-HEADER-LINE.
           05  FILLER                   PIC X(50) VALUE
               'FACILITATOR-COLLECTED TAX - REMITTED BY PARTNER, '.
           05  FILLER                   PIC X(13) VALUE
               'NOT VOUCHERED'.
       01  FACILITATOR-COLUMN-LINE.
           05  FILLER                   PIC X(52) VALUE
               'CO JURIS COMP PERIOD   TAXABLE SALES   TAX COLLECTED'.
       01  FACILITATOR-DETAIL-LINE.
           05  FCD-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FCD-JURISDICTION         PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FCD-COMPONENT            PIC X(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FCD-FISCAL-PERIOD-KEY    PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FCD-TAXABLE-SALES        PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FCD-TAX-COLLECTED        PIC $$,$$$,$$9.999-.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT VOUCHER-REGISTER-FILE
           IF NOT VOUCHER-REGISTER-OK
               DISPLAY 'STATUS ON VOUCHER-REGISTER-FILE OPEN: '
                       VOUCHER-REGISTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXVCHR STATUS ON VOUCHER-REGISTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-SUMMARY-EXTRACT
               READ SUMMARY-EXTRACT-FILE
               IF SUMMARY-EXTRACT-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   IF TXE-TAX-PARTNER-REMITTED
                       PERFORM HOLD-FACILITATOR-RECORD
                   ELSE
                       PERFORM PRINT-ONE-VOUCHER
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FACILITATOR-COUNT IS GREATER THAN ZERO
               PERFORM PRINT-FACILITATOR-LISTING
           END-IF

           GO TO END-OF-PROGRAM
           .
       LOAD-FISCAL-YEAR-START-MONTH.
           END-IF
           WRITE VOUCHER-LINE FROM VOUCHER-DUE-DATE-LINE
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-VOUCHER-REGISTER
           .
      * Tax a marketplace facilitator collected on our invoices is
      * the partner's to remit; it gets no voucher and no register
      * record, only a line on the listing after the vouchers.
       HOLD-FACILITATOR-RECORD.
           IF WS-FACILITATOR-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-FACILITATOR-ENTRIES
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXVCHR FACILITATOR LISTING TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-FACILITATOR-COUNT
               MOVE TXE-FISCAL-PERIOD-KEY
                   TO WS-FAC-FISCAL-PERIOD-KEY(WS-FACILITATOR-COUNT)
               MOVE TXE-JURISDICTION-CODE
                   TO WS-FAC-JURISDICTION-CODE(WS-FACILITATOR-COUNT)
               MOVE TXE-COMPONENT-CODE
                   TO WS-FAC-COMPONENT-CODE(WS-FACILITATOR-COUNT)
               MOVE TXE-COMPANY-CODE
                   TO WS-FAC-COMPANY-CODE(WS-FACILITATOR-COUNT)
               MOVE TXE-TAXABLE-SALES
                   TO WS-FAC-TAXABLE-SALES(WS-FACILITATOR-COUNT)
               MOVE TXE-TAX-COLLECTED
                   TO WS-FAC-TAX-COLLECTED(WS-FACILITATOR-COUNT)
           END-IF
           .
       PRINT-FACILITATOR-LISTING.
           WRITE VOUCHER-LINE FROM FACILITATOR-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE VOUCHER-LINE FROM FACILITATOR-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING FACILITATOR-INDEX FROM 1 BY 1
                   UNTIL FACILITATOR-INDEX > WS-FACILITATOR-COUNT
               MOVE WS-FAC-COMPANY-CODE(FACILITATOR-INDEX)
                   TO FCD-COMPANY-CODE
               MOVE WS-FAC-JURISDICTION-CODE(FACILITATOR-INDEX)
                   TO FCD-JURISDICTION
               MOVE WS-FAC-COMPONENT-CODE(FACILITATOR-INDEX)
                   TO FCD-COMPONENT
               MOVE WS-FAC-FISCAL-PERIOD-KEY(FACILITATOR-INDEX)
                   TO FCD-FISCAL-PERIOD-KEY
               MOVE WS-FAC-TAXABLE-SALES(FACILITATOR-INDEX)
                   TO FCD-TAXABLE-SALES
               MOVE WS-FAC-TAX-COLLECTED(FACILITATOR-INDEX)
                   TO FCD-TAX-COLLECTED
               WRITE VOUCHER-LINE FROM FACILITATOR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           .
       WRITE-VOUCHER-REGISTER.
           MOVE TXE-FISCAL-PERIOD-KEY TO VRG-FISCAL-PERIOD-KEY
           MOVE TXE-JURISDICTION-CODE TO VRG-JURISDICTION-CODE
           MOVE TXE-COMPONENT-CODE TO VRG-COMPONENT-CODE
           MOVE TXE-COMPANY-CODE TO VRG-COMPANY-CODE
           MOVE TXE-TAX-COLLECTED TO VRG-TAX-VOUCHERED
           IF CALENDAR-ENTRY-FOUND
               MOVE WS-DUE-DATE TO VRG-DUE-DATE
           ELSE
               MOVE SPACES TO VRG-DUE-DATE
           END-IF
           MOVE WS-CDT-DATE TO VRG-VOUCHER-DATE
           WRITE VOUCHER-REGISTER-RECORD
           IF NOT VOUCHER-REGISTER-OK
               DISPLAY 'STATUS ON VOUCHER-REGISTER-FILE WRITE: '
                       VOUCHER-REGISTER-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXVCHR STATUS ON VOUCHER-REGISTER-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * Period end: the fiscal period's calendar month is the fiscal
      * start month plus the period minus one; the first of the
           .
       END-OF-PROGRAM.
           DISPLAY 'REMITTANCE VOUCHERS PRINTED: ' WS-VOUCHER-COUNT
           DISPLAY 'FACILITATOR-COLLECTED RECORDS LISTED: '
                   WS-FACILITATOR-COUNT
           CLOSE SUMMARY-EXTRACT-FILE
           CLOSE VOUCHER-FILE
           CLOSE VOUCHER-REGISTER-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
