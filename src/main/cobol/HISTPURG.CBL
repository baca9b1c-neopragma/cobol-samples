      * FISCSTMO arrive, and defaults to 365 when no card is present.
      * An open invoice, or one paid more recently than the retention
      * period, is never touched.
      * - The INVHIST1 layout now carries the operating company code.
      * - The INVHIST1 layout now carries the billing currency, booked
      *   exchange rate and currency total.
      * - INVHIST1 carries an alternate key on customer number and
      *   invoice date (IHR-CUSTOMER-DATE-KEY, duplicates allowed),
      *   kept current by this job's updates; a status of '02' is a
      *   good result.
      * - An archived invoice's INVLHST1 line history - its document
      *   record and billed lines - moves with it, to the line archive
      *   INVLARC1, and is deleted from the line master. INVARCH1 keeps
      *   its 72-byte layout for ARCHINQ. A line master that is not
      *   there yet is passed over.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HISTPURG.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  ALTERNATE RECORD KEY IS IHR-CUSTOMER-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'INVARCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT LINE-HISTORY-FILE ASSIGN TO 'INVLHST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ILH-LINE-KEY
                  FILE STATUS IS LINE-HISTORY-STATUS.
           SELECT LINE-ARCHIVE-FILE ASSIGN TO 'INVLARC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LINE-ARCHIVE-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO 'PURGRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PURGE-REPORT-STATUS.
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

      * Archived history records, the same layout as the master, so
      * a vaulted invoice can be reloaded or inspected as-is.
           DATA RECORD IS ARCHIVE-RECORD.
       01  ARCHIVE-RECORD               PIC X(72).

      * Same layout HISTUPDT maintains on INVLHST1; only the key is
      * needed here.
       FD  LINE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINE-HISTORY-RECORD.
       01  LINE-HISTORY-RECORD.
           05  ILH-LINE-KEY.
               10  ILH-INVOICE-NUMBER   PIC X(08).
               10  ILH-LINE-NUMBER      PIC 9(03).
           05  FILLER                   PIC X(89).

      * Archived line-history records, the same layout as the line
      * master, so an invoice can still be reprinted from the vault.
       FD  LINE-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINE-ARCHIVE-RECORD.
       01  LINE-ARCHIVE-RECORD          PIC X(100).

       FD  PURGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PURGE-REPORT-LINE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
      * '02' is a good read or write where another invoice shares
      * the customer-and-date alternate key.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00' '02'.
               88  END-OF-INVOICE-HISTORY VALUE '10'.
           05  ARCHIVE-FILE-STATUS      PIC X(02).
               88  ARCHIVE-FILE-OK      VALUE '00'.
           05  PURGE-REPORT-STATUS      PIC X(02).
               88  PURGE-REPORT-OK      VALUE '00'.
           05  LINE-HISTORY-STATUS      PIC X(02).
               88  LINE-HISTORY-OK      VALUE '00'.
               88  LINE-HISTORY-MISSING VALUE '35'.
           05  LINE-ARCHIVE-STATUS      PIC X(02).
               88  LINE-ARCHIVE-OK      VALUE '00'.

       01  WS-LINE-HISTORY-SWITCH       PIC X VALUE 'N'.
           88  LINE-HISTORY-AVAILABLE   VALUE 'Y'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-DAYS-SINCE-PAID       PIC S9(07).
           05  WS-ARCHIVED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RETAINED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-LINES-ARCHIVED        PIC S9(07) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM OPEN-LINE-HISTORY

           OPEN OUTPUT PURGE-REPORT-FILE
           IF NOT PURGE-REPORT-OK
               DISPLAY 'STATUS ON PURGE-REPORT-FILE OPEN: '
               END-IF
           END-IF
           .
      * No line master yet means nothing has line history to move.
      * A master that is there but will not open, or an archive that
      * cannot be written, stops the run before any invoice leaves
      * INVHIST1 without its lines.
       OPEN-LINE-HISTORY.
           OPEN I-O LINE-HISTORY-FILE
           IF LINE-HISTORY-MISSING
               DISPLAY 'NO INVLHST1 LINE HISTORY - LINES NOT ARCHIVED'
           ELSE
               IF NOT LINE-HISTORY-OK
                   DISPLAY 'STATUS ON LINE-HISTORY-FILE OPEN: '
                           LINE-HISTORY-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'HISTPURG STATUS ON LINE-HISTORY OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   GO TO END-OF-PROGRAM
               END-IF
               SET LINE-HISTORY-AVAILABLE TO TRUE
               OPEN OUTPUT LINE-ARCHIVE-FILE
               IF NOT LINE-ARCHIVE-OK
                   DISPLAY 'STATUS ON LINE-ARCHIVE-FILE OPEN: '
                           LINE-ARCHIVE-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'HISTPURG STATUS ON LINE-ARCHIVE-FILE OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   GO TO END-OF-PROGRAM
               END-IF
           END-IF
           .
      * Only a fully paid invoice whose last payment is older than
      * the retention period moves; everything else stays put.
       EXAMINE-ONE-HISTORY-RECORD.
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               ELSE
                   ADD 1 TO WS-ARCHIVED-COUNT
                   IF LINE-HISTORY-AVAILABLE
                       PERFORM ARCHIVE-INVOICE-LINES
                   END-IF
               END-IF
           END-IF
           .
      * The invoice's line-history records, line zero first, follow
      * it to the vault. A line that cannot be archived stays on the
      * line master.
       ARCHIVE-INVOICE-LINES.
           MOVE IHR-INVOICE-NUMBER TO ILH-INVOICE-NUMBER
           MOVE ZERO TO ILH-LINE-NUMBER
           START LINE-HISTORY-FILE
               KEY IS NOT LESS THAN ILH-LINE-KEY
           END-START
           PERFORM UNTIL NOT LINE-HISTORY-OK
               READ LINE-HISTORY-FILE NEXT
               IF LINE-HISTORY-OK
                   IF ILH-INVOICE-NUMBER IS EQUAL TO IHR-INVOICE-NUMBER
                       PERFORM ARCHIVE-ONE-LINE
                   ELSE
                       MOVE '10' TO LINE-HISTORY-STATUS
                   END-IF
               END-IF
           END-PERFORM
           .
       ARCHIVE-ONE-LINE.
           MOVE LINE-HISTORY-RECORD TO LINE-ARCHIVE-RECORD
           WRITE LINE-ARCHIVE-RECORD
           IF NOT LINE-ARCHIVE-OK
               DISPLAY 'STATUS ON LINE-ARCHIVE-FILE WRITE: '
                       LINE-ARCHIVE-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'HISTPURG STATUS ON LINE-ARCHIVE-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE '10' TO LINE-HISTORY-STATUS
           ELSE
               DELETE LINE-HISTORY-FILE RECORD
               IF NOT LINE-HISTORY-OK
                   DISPLAY 'STATUS ON LINE-HISTORY DELETE: '
                           LINE-HISTORY-STATUS
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'HISTPURG STATUS ON LINE-HISTORY DELETE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               ELSE
                   ADD 1 TO WS-LINES-ARCHIVED
               END-IF
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'HISTORY RECORDS ARCHIVED: ' WS-ARCHIVED-COUNT
           DISPLAY 'HISTORY RECORDS RETAINED: ' WS-RETAINED-COUNT
           DISPLAY 'LINE RECORDS ARCHIVED:    ' WS-LINES-ARCHIVED
           CLOSE INVOICE-HISTORY-FILE
           CLOSE ARCHIVE-FILE
           IF LINE-HISTORY-AVAILABLE
               CLOSE LINE-HISTORY-FILE
               CLOSE LINE-ARCHIVE-FILE
           END-IF
           CLOSE PURGE-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
