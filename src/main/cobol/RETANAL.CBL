      *   - RMAs on RETAUTH1 authorized but never used - no return
      *     detail from the RMA's customer in the span - the
      *     returns desk's follow-up list.
      * - The audit trail carries the partner's invoice number, not
      *   ours, now that INVASM assigns internal numbers; it is
      *   translated through the INVXREF1 cross-reference before the
      *   detail is attributed to a partner.
      * - SLSDTL1 lines now end with the shipping warehouse code.
      * - RETAUTH1 now carries each RMA's status from RMAMNT; only
      *   open RMAs (issued or goods received) are listed as unused,
      *   so expired, cancelled and credited ones drop off the
      *   follow-up list.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETANAL.
           SELECT AUDIT-FILE ASSIGN TO 'REFAUDT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT INVOICE-XREF-FILE ASSIGN TO 'INVXREF1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INVOICE-XREF-STATUS.
           SELECT RETURN-AUTH-FILE ASSIGN TO 'RETAUTH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RETURN-AUTH-STATUS.
           05  SDL-UNIT-COST            PIC S9(05)V99 COMP-3.
           05  SDL-LINE-COST            PIC S9(07)V99 COMP-3.
           05  SDL-PROMO-FLAG           PIC X(01).
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
           05  SDL-BELOW-COST-FLAG      PIC X(01).

      * Same layout REFORMER writes to REFAUDT1; only the invoice
      * number and partner id matter here.
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

      * Same RMA layout INVCALC proves returns against.
       FD  RETURN-AUTH-FILE
           LABEL RECORDS ARE STANDARD
           05  RMA-CUSTOMER-NUMBER      PIC X(08).
           05  RMA-ORIG-INVOICE-NUMBER  PIC X(08).
           05  RMA-AUTHORIZED-AMOUNT    PIC S9(07)V99 COMP-3.
           05  RMA-STATUS               PIC X(01).
               88  RMA-IS-OPEN          VALUE 'I' 'R' SPACE.
           05  RMA-ISSUE-DATE           PIC X(08).
           05  RMA-EXPIRY-DATE          PIC X(08).
           05  RMA-RECEIVED-DATE        PIC X(08).
           05  RMA-RESTOCK-PERCENT      PIC 9(02)V99.
           05  RMA-CREDITED-AMOUNT      PIC S9(07)V99 COMP-3.
           05  RMA-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(09).

       FD  RETURNS-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  AUDIT-FILE-STATUS        PIC X(02).
               88  AUDIT-FILE-OK        VALUE '00'.
               88  END-OF-AUDIT-FILE    VALUE '10'.
           05  INVOICE-XREF-STATUS      PIC X(02).
               88  INVOICE-XREF-OK      VALUE '00'.
               88  END-OF-INVOICE-XREF  VALUE '10'.
           05  RETURN-AUTH-STATUS       PIC X(02).
               88  RETURN-AUTH-OK       VALUE '00'.
               88  END-OF-RETURN-AUTHS  VALUE '10'.
               10  WS-PTR-RET-REVENUE   PIC S9(11)V99 COMP-3.
               10  WS-PTR-RATE-PCT      PIC S9(03)V99 COMP-3.

      * Invoice-to-partner cross reference from the audit trail. Each
      * partner invoice number starts out standing for itself (the
      * way INVASM numbered invoices before it assigned its own) and
      * takes the internal number INVXREF1 gives it, when it has one.
       01  WS-INVOICE-PARTNER-TABLE-AREA.
           05  WS-INVOICE-PARTNER-COUNT PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-INVOICE-PARTNERS  PIC S9(05) COMP-3 VALUE 5000.
           05  WS-INVOICE-PARTNER-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-INVOICE-PARTNER-COUNT
                       INDEXED BY INVOICE-PARTNER-INDEX.
               10  WS-INP-PARTNER-INVOICE-NO PIC X(16).
               10  WS-INP-INVOICE-NUMBER PIC X(08).
               10  WS-INP-PARTNER-ID    PIC X(08).

                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
               PERFORM APPLY-INTERNAL-NUMBERS
           END-IF
           .
       APPLY-INTERNAL-NUMBERS.
           OPEN INPUT INVOICE-XREF-FILE
           IF NOT INVOICE-XREF-OK
               DISPLAY 'STATUS ON INVOICE-XREF-FILE OPEN: '
                       INVOICE-XREF-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'RETANAL STATUS ON INVOICE-XREF-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-INVOICE-XREF
                   READ INVOICE-XREF-FILE
                   IF INVOICE-XREF-OK
                   AND WS-INVOICE-PARTNER-COUNT IS GREATER THAN ZERO
                       SET INVOICE-PARTNER-INDEX TO 1
                       SEARCH WS-INVOICE-PARTNER-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-INP-PARTNER-INVOICE-NO
                                    (INVOICE-PARTNER-INDEX)
                                    IS EQUAL TO IXR-PARTNER-INVOICE-NO
                               MOVE IXR-INVOICE-NUMBER
                                   TO WS-INP-INVOICE-NUMBER
                                          (INVOICE-PARTNER-INDEX)
                       END-SEARCH
                   END-IF
               END-PERFORM
               CLOSE INVOICE-XREF-FILE
           END-IF
           .
       POST-ONE-XREF-ENTRY.
                               WS-EXCEPTION-LOG-CONVERSION
                   ELSE
                       ADD 1 TO WS-INVOICE-PARTNER-COUNT
                       MOVE AUD-OUT-INVOICE-NO
                           TO WS-INP-PARTNER-INVOICE-NO
                                  (WS-INVOICE-PARTNER-COUNT)
                       MOVE AUD-OUT-INVOICE-NO(1:8)
                           TO WS-INP-INVOICE-NUMBER
                                  (WS-INVOICE-PARTNER-COUNT)
                           TO WS-INP-PARTNER-ID
                                  (WS-INVOICE-PARTNER-COUNT)
                   END-IF
               WHEN WS-INP-PARTNER-INVOICE-NO(INVOICE-PARTNER-INDEX)
                        IS EQUAL TO AUD-OUT-INVOICE-NO
                   CONTINUE
           END-SEARCH
           .
           ELSE
               PERFORM UNTIL END-OF-RETURN-AUTHS
                   READ RETURN-AUTH-FILE
      * Expired, cancelled and fully credited RMAs need no chasing.
                   IF RETURN-AUTH-OK
                   AND RMA-IS-OPEN
                       IF WS-RMA-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-RMA-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
