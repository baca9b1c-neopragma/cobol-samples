      * certificates are cited on every line where tax was skipped,
      * so the exemptions are defensible on the same page as the
      * math.
      * - The TAXAUD1 and TAXSUME1 layouts carry the operating company
      *   code appended to each record.
      * - Tax lines and summary records tagged as
      *   marketplace-facilitator remitted (P) are left out of the line
      *   detail, period totals and remitted summaries we file, and
      *   printed instead in a closing FACILITATOR-COLLECTED - REMITTED
      *   BY PARTNER section, summaries there carrying no voucher copy.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXPKG.
           05  TAD-TAXABLE-AMOUNT       PIC S9(07)V99 COMP-3.
           05  TAD-TAX-AMOUNT           PIC S9(05)V9(03) COMP-3.
           05  TAD-CERTIFICATE-NUMBER   PIC X(12).
           05  TAD-COMPANY-CODE         PIC X(02).
           05  TAD-TAX-REMITTED-BY      PIC X(01).

      * Same layout TAXSUM writes to TAXSUME1, concatenated the same
      * way.
           05  TXE-COMPONENT-CODE       PIC X(01).
           05  TXE-TAXABLE-SALES        PIC S9(09)V99 COMP-3.
           05  TXE-TAX-COLLECTED        PIC S9(07)V9(03) COMP-3.
           05  TXE-COMPANY-CODE         PIC X(02).
           05  TXE-TAX-REMITTED-BY      PIC X(01).
               88  TXE-TAX-PARTNER-REMITTED VALUE 'P'.

       FD  PACKAGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-LINE-PERIOD-KEY       PIC X(06).
           05  WS-DETAIL-SELECTED       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUMMARY-SELECTED      PIC S9(05) COMP-3 VALUE ZERO.
      * Spaces selects the tax we filed; P the tax a marketplace
      * facilitator collected and remitted, which the package shows
      * in its own section and never in our period totals.
           05  WS-SELECTED-REMITTED-BY  PIC X(01).
               88  SELECTING-OUR-TAX    VALUE SPACE.

      * Per-period/component totals accumulated from the detail
      * itself, so the package visibly ties the lines to the
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PKS-TAX                  PIC $$$,$$9.999-.

       01  PACKAGE-FACILITATOR-LINE.
           05  FILLER                   PIC X(14)
                   VALUE 'BY FACILITATOR'.
           05  PKF-PERIOD-KEY           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PKF-COMPONENT            PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PKF-TAXABLE              PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PKF-TAX                  PIC $$$,$$9.999-.

       01  PACKAGE-VOUCHER-LINE.
           05  FILLER                   PIC X(25)
                   VALUE 'VOUCHER COPY - COMPONENT '.
                   VALUE '  TAX DUE '.
           05  PKV-TAX-DUE              PIC $$,$$$,$$9.999-.

       01  PACKAGE-SECTION-LINE         PIC X(44).

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE

           MOVE 'LINE DETAIL BY PERIOD' TO PACKAGE-SECTION-LINE
           WRITE PACKAGE-REPORT-LINE FROM PACKAGE-SECTION-LINE
           MOVE SPACE TO WS-SELECTED-REMITTED-BY
           PERFORM SELECT-AUDIT-DETAIL

           MOVE SPACES TO PACKAGE-REPORT-LINE
           WRITE PACKAGE-REPORT-LINE FROM PACKAGE-SECTION-LINE
           PERFORM SELECT-REMITTED-SUMMARIES

      * Tax a marketplace facilitator collected on our invoices and
      * remitted itself: its lines and summaries, kept apart so the
      * auditor sees the sales without them entering our filing.
           MOVE SPACES TO PACKAGE-REPORT-LINE
           WRITE PACKAGE-REPORT-LINE
           MOVE 'FACILITATOR-COLLECTED - REMITTED BY PARTNER'
               TO PACKAGE-SECTION-LINE
           WRITE PACKAGE-REPORT-LINE FROM PACKAGE-SECTION-LINE
           MOVE 'P' TO WS-SELECTED-REMITTED-BY
           PERFORM SELECT-AUDIT-DETAIL
           PERFORM SELECT-REMITTED-SUMMARIES

           GO TO END-OF-PROGRAM
           .
       LOAD-FISCAL-YEAR-START-MONTH.
       JUDGE-ONE-AUDIT-LINE.
           IF TAD-JURISDICTION-CODE IS EQUAL TO
                   PKQ-JURISDICTION-CODE
           AND TAD-TAX-REMITTED-BY IS EQUAL TO
                   WS-SELECTED-REMITTED-BY
               MOVE 'FP' TO WS-DC-FUNCTION-CODE
               MOVE TAD-INVOICE-DATE(1:4) TO WS-DC-YEAR-1
               MOVE TAD-INVOICE-DATE(5:2) TO WS-DC-MONTH-1
               AND WS-LINE-PERIOD-KEY IS NOT GREATER THAN
                       PKQ-PERIOD-THRU
                   PERFORM PRINT-ONE-DETAIL-LINE
                   IF SELECTING-OUR-TAX
                       PERFORM POST-LINE-TO-PERIOD-TOTAL
                   END-IF
               END-IF
           END-IF
           .
                              PKQ-PERIOD-FROM
                      AND TXE-FISCAL-PERIOD-KEY NOT >
                              PKQ-PERIOD-THRU
                      AND TXE-TAX-REMITTED-BY =
                              WS-SELECTED-REMITTED-BY
                       PERFORM PRINT-ONE-SUMMARY-LINE
                           THRU PRINT-ONE-SUMMARY-LINE-EXIT
                   END-IF
               END-PERFORM
               CLOSE SUMMARY-EXTRACT-FILE
           END-IF
           .
      * A facilitator-collected summary was never vouchered by us,
      * so it prints with no voucher copy.
       PRINT-ONE-SUMMARY-LINE.
           IF TXE-TAX-PARTNER-REMITTED
               MOVE TXE-FISCAL-PERIOD-KEY TO PKF-PERIOD-KEY
               MOVE TXE-COMPONENT-CODE TO PKF-COMPONENT
               MOVE TXE-TAXABLE-SALES TO PKF-TAXABLE
               MOVE TXE-TAX-COLLECTED TO PKF-TAX
               WRITE PACKAGE-REPORT-LINE FROM PACKAGE-FACILITATOR-LINE
               GO TO PRINT-ONE-SUMMARY-LINE-EXIT
           END-IF
           ADD 1 TO WS-SUMMARY-SELECTED
           MOVE TXE-FISCAL-PERIOD-KEY TO PKS-PERIOD-KEY
           MOVE TXE-COMPONENT-CODE TO PKS-COMPONENT
           MOVE TXE-TAX-COLLECTED TO PKV-TAX-DUE
           WRITE PACKAGE-REPORT-LINE FROM PACKAGE-VOUCHER-LINE
           .
       PRINT-ONE-SUMMARY-LINE-EXIT.
           EXIT.
       END-OF-PROGRAM.
           DISPLAY 'AUDIT DETAIL LINES SELECTED:  '
                   WS-DETAIL-SELECTED
