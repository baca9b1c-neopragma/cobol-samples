      * on the CSHAGE1 aging report showing how long each item has
      * sat unresolved. A flagged item with no resolved invoice
      * keyed is carried forward and logged rather than guessed at.
      * - The suspense record and PMTFILE0 now carry CASHAPP's
      *   payment-method code. A resubmitted item keeps the channel its
      *   cash arrived through; merged write-offs and refund debits are
      *   no bank channel's cash and go out with the method blank.
      * - AGYPLACE's placement write-offs for accounts sent to the
      *   collection agency now arrive on PLCPMT1 and are merged into
      *   PMTFILE0 the same way the write-offs and refund debits are.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CSHRESUB.
           SELECT REFUND-PAYMENT-FILE ASSIGN TO 'REFPMT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REFUND-PAYMENT-STATUS.
           SELECT PLACEMENT-PAYMENT-FILE ASSIGN TO 'PLCPMT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PLACEMENT-PAYMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same suspense layout CASHAPP writes, after the cash team's
           05  CSS-RESOLVED-INVOICE     PIC X(08).
           05  CSS-RESUBMIT-FLAG        PIC X.
               88  CSS-IS-RESUBMITTED   VALUE 'Y'.
           05  CSS-PAYMENT-METHOD       PIC X.

      * The raw payment file CASHAPP started tonight; resolved
      * suspense cash is appended here so it rides PMTEDIT's edits
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
      * Which bank channel the cash arrived through: L lockbox, E the
      * ACH remittance file, space for cash no bank channel delivered
      * tonight.
           05  PMT-PAYMENT-METHOD       PIC X.

      * Items still unresolved after tonight's pass, carried forward
      * unchanged for the next review cycle.
       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUSPENSE-OUT-RECORD.
       01  SUSPENSE-OUT-RECORD          PIC X(87).

      * Write-off records WRITEOFF raised from the prior night's
      * aged extract, in the payment layout; merged here so they
           05  RFP-AMOUNT               PIC S9(07)V99 COMP-3.
           05  RFP-TYPE                 PIC X.

      * Placement write-offs AGYPLACE raised for the accounts it
      * sent to the collection agency, in the payment layout; merged
      * the same way the write-offs are.
       FD  PLACEMENT-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PLACEMENT-PAYMENT-RECORD.
       01  PLACEMENT-PAYMENT-RECORD.
           05  PLP-INVOICE-NUMBER       PIC X(08).
           05  PLP-DATE                 PIC X(08).
           05  PLP-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PLP-TYPE                 PIC X.

      * One line per item still in suspense, with how many days it
      * has sat - the cash team's working list.
       FD  SUSPENSE-AGING-FILE
           05  REFUND-PAYMENT-STATUS    PIC X(02).
               88  REFUND-PAYMENT-OK    VALUE '00'.
               88  END-OF-REFUNDS       VALUE '10'.
           05  PLACEMENT-PAYMENT-STATUS PIC X(02).
               88  PLACEMENT-PAYMENT-OK VALUE '00'.
               88  END-OF-PLACEMENTS    VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-CARRIED-FORWARD-COUNT PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-WRITE-OFFS-MERGED     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REFUNDS-MERGED        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PLACEMENTS-MERGED     PIC S9(07) COMP-3 VALUE ZERO.

       01  SUSPENSE-AGING-TRAILER.
           05  FILLER                   PIC X(29)

           PERFORM PROCESS-REFUND-FILE

           PERFORM PROCESS-PLACEMENT-FILE

           PERFORM WRITE-AGING-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
                       MOVE WOP-DATE TO PMT-DATE
                       MOVE WOP-AMOUNT TO PMT-AMOUNT
                       MOVE WOP-TYPE TO PMT-TYPE
                       MOVE SPACE TO PMT-PAYMENT-METHOD
                       WRITE PAYMENT-RECORD
                       IF NOT PAYMENT-FILE-OK
                           DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
                       MOVE RFP-DATE TO PMT-DATE
                       MOVE RFP-AMOUNT TO PMT-AMOUNT
                       MOVE RFP-TYPE TO PMT-TYPE
                       MOVE SPACE TO PMT-PAYMENT-METHOD
                       WRITE PAYMENT-RECORD
                       IF NOT PAYMENT-FILE-OK
                           DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
               CLOSE REFUND-PAYMENT-FILE
           END-IF
           .
      * A missing or unopenable PLCPMT1 just means AGYPLACE placed
      * nothing with the agency last night.
       PROCESS-PLACEMENT-FILE.
           OPEN INPUT PLACEMENT-PAYMENT-FILE
           IF NOT PLACEMENT-PAYMENT-OK
               CONTINUE
           ELSE
               PERFORM UNTIL END-OF-PLACEMENTS
                   READ PLACEMENT-PAYMENT-FILE
                   IF PLACEMENT-PAYMENT-OK
                       MOVE PLP-INVOICE-NUMBER TO PMT-INVOICE-NUMBER
                       MOVE PLP-DATE TO PMT-DATE
                       MOVE PLP-AMOUNT TO PMT-AMOUNT
                       MOVE PLP-TYPE TO PMT-TYPE
                       MOVE SPACE TO PMT-PAYMENT-METHOD
                       WRITE PAYMENT-RECORD
                       IF NOT PAYMENT-FILE-OK
                           DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
                                   PAYMENT-FILE-STATUS
                           ADD 1 TO WS-JS-EXCEPTION-COUNT
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'CSHRESUB STATUS ON PAYMENT WRITE'
                               TO WS-EL-EXCEPTION-TEXT
                           MOVE 'F' TO WS-EL-SEVERITY-CODE
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-PLACEMENTS-MERGED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PLACEMENT-PAYMENT-FILE
           END-IF
           .
      * A missing or unopenable reviewed-suspense file just means
      * there is nothing to recycle tonight.
       PROCESS-SUSPENSE-FILE.
           MOVE CSS-DEPOSIT-DATE TO PMT-DATE
           MOVE CSS-AMOUNT TO PMT-AMOUNT
           MOVE 'S' TO PMT-TYPE
           MOVE CSS-PAYMENT-METHOD TO PMT-PAYMENT-METHOD
           WRITE PAYMENT-RECORD
           IF NOT PAYMENT-FILE-OK
               DISPLAY 'STATUS ON PAYMENT-FILE WRITE: '
                   WS-WRITE-OFFS-MERGED
           DISPLAY 'REFUND RECORDS MERGED:          '
                   WS-REFUNDS-MERGED
           DISPLAY 'PLACEMENT RECORDS MERGED:       '
                   WS-PLACEMENTS-MERGED
           CLOSE PAYMENT-FILE
           CLOSE SUSPENSE-OUT-FILE
           CLOSE SUSPENSE-AGING-FILE
