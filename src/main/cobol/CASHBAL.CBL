      * suspense carries type S and is excluded from the bank-dollar
      * proof - its cash was deposited, and proved, the night it
      * first arrived.
      * - The bank-dollar proof is now one line per deposit channel:
      *   BANKLBX1 against the lockbox cash and suspense, and BANKACH1,
      *   the ACH remittance file CASHAPP now reads, against the
      *   electronic cash and suspense, each split by the
      *   payment-method code CASHAPP stamps. A lockbox shortfall can
      *   no longer hide behind an ACH overage. A night with no
      *   BANKACH1 proves the ACH leg at zero.
      * - The PMTFILE1 layout now carries the operating company code.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHBAL.
           SELECT LOCKBOX-FILE ASSIGN TO 'BANKLBX1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LOCKBOX-FILE-STATUS.
           SELECT ELECTRONIC-REMIT-FILE ASSIGN TO 'BANKACH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ELECTRONIC-REMIT-STATUS.
           SELECT RAW-PAYMENT-FILE ASSIGN TO 'PMTFILE0'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RAW-PAYMENT-STATUS.
           05  LBX-REFERENCE            PIC X(16).
           05  LBX-AMOUNT               PIC 9(07)V99.

      * Same layout CASHAPP reads from the bank's ACH file. Only the
      * type-6 entries carry settlement dollars; a type-7 addenda
      * restates a slice of its entry.
       FD  ELECTRONIC-REMIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACH-ENTRY-RECORD.
       01  ACH-ENTRY-RECORD.
           05  ACH-RECORD-TYPE          PIC X.
               88  ACH-IS-ENTRY         VALUE '6'.
           05  ACH-SETTLEMENT-DATE      PIC X(08).
           05  ACH-TRACE-NUMBER         PIC X(15).
           05  ACH-REFERENCE            PIC X(16).
           05  ACH-AMOUNT               PIC 9(07)V99.
           05  FILLER                   PIC X(11).

      * Same layout CASHAPP writes and PMTEDIT reads.
       FD  RAW-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           05  RPM-AMOUNT               PIC S9(07)V99 COMP-3.
           05  RPM-TYPE                 PIC X.
               88  RPM-IS-CASH          VALUE ' ', 'C'.
           05  RPM-PAYMENT-METHOD       PIC X.
               88  RPM-BY-ELECTRONIC    VALUE 'E'.

      * Same layout PMTEDIT writes to PMTFILE1.
       FD  CLEAN-PAYMENT-FILE
           05  PMT-DATE                 PIC X(08).
           05  PMT-AMOUNT               PIC S9(07)V99 COMP-3.
           05  PMT-TYPE                 PIC X.
           05  PMT-COMPANY-CODE         PIC X(02).

      * Same suspense-record layout CASHAPP writes for the CSHRESUB
      * cycle; only the packed amount matters here.
           05  CSS-SUSPENSE-DATE        PIC X(08).
           05  CSS-RESOLVED-INVOICE     PIC X(08).
           05  CSS-RESUBMIT-FLAG        PIC X.
           05  CSS-PAYMENT-METHOD       PIC X.
               88  CSS-BY-ELECTRONIC    VALUE 'E'.

      * Same layout JOBSTAT writes; the last record per program wins,
      * so a restarted step is judged by its final run of the night.
           05  LOCKBOX-FILE-STATUS      PIC X(02).
               88  LOCKBOX-FILE-OK      VALUE '00'.
               88  END-OF-LOCKBOX-FILE  VALUE '10'.
           05  ELECTRONIC-REMIT-STATUS  PIC X(02).
               88  ELECTRONIC-REMIT-OK  VALUE '00'.
               88  END-OF-ELECTRONIC-REMIT VALUE '10'.
               88  ELECTRONIC-REMIT-MISSING VALUE '35'.
           05  RAW-PAYMENT-STATUS       PIC X(02).
               88  RAW-PAYMENT-OK       VALUE '00'.
               88  END-OF-RAW-PAYMENTS  VALUE '10'.
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The dollars and counts this program measures for itself,
      * the bank-side dollars split by the channel they came in on.
       01  WS-MEASURED-LEGS.
           05  WS-BANK-DOLLARS          PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-RAW-RECORD-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUSPENSE-DOLLARS      PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-ACH-BANK-DOLLARS      PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-RAW-ACH-DOLLARS       PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-ACH-SUSPENSE-DOLLARS  PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-CLEAN-RECORD-COUNT    PIC S9(09) COMP-3 VALUE ZERO.

      * PMTEDIT's reported reject count from JOBSTAT1; the seen
           WRITE BALANCING-REPORT-LINE

           PERFORM TOTAL-LOCKBOX-FILE
           PERFORM TOTAL-ELECTRONIC-REMIT-FILE
           PERFORM TOTAL-RAW-PAYMENT-FILE
           PERFORM TOTAL-CASH-SUSPENSE-FILE
           PERFORM COUNT-CLEAN-PAYMENT-FILE
           PERFORM GATHER-REPORTED-COUNTS

           PERFORM PROVE-BANK-DOLLAR-LEG
           PERFORM PROVE-ACH-DOLLAR-LEG
           PERFORM PROVE-EDIT-COUNT-LEG

           MOVE SPACES TO BALANCING-REPORT-LINE
               CLOSE LOCKBOX-FILE
           END-IF
           .
      * No BANKACH1 means the bank settled nothing electronically
      * today - CASHAPP runs without it the same way - so the ACH
      * leg proves at zero rather than failing.
       TOTAL-ELECTRONIC-REMIT-FILE.
           OPEN INPUT ELECTRONIC-REMIT-FILE
           IF NOT ELECTRONIC-REMIT-OK
               DISPLAY 'STATUS ON ELECTRONIC-REMIT-FILE OPEN: '
                       ELECTRONIC-REMIT-STATUS
               IF NOT ELECTRONIC-REMIT-MISSING
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
               END-IF
           ELSE
               PERFORM UNTIL END-OF-ELECTRONIC-REMIT
                   READ ELECTRONIC-REMIT-FILE
                   IF ELECTRONIC-REMIT-OK
                      AND ACH-IS-ENTRY
                       ADD ACH-AMOUNT TO WS-ACH-BANK-DOLLARS
                   END-IF
               END-PERFORM
               CLOSE ELECTRONIC-REMIT-FILE
           END-IF
           .
      * The count takes every record; the dollar total takes only
      * the remitted cash - a type-D discount is CASHAPP's own
      * creation, not a bank deposit - split by the channel it came
      * in on. Cash with no channel code predates the code and can
      * only have come through the lockbox.
       TOTAL-RAW-PAYMENT-FILE.
           OPEN INPUT RAW-PAYMENT-FILE
           IF NOT RAW-PAYMENT-OK
                   READ RAW-PAYMENT-FILE
                   IF RAW-PAYMENT-OK
                       ADD 1 TO WS-RAW-RECORD-COUNT
                       EVALUATE TRUE
                           WHEN NOT RPM-IS-CASH
                               CONTINUE
                           WHEN RPM-BY-ELECTRONIC
                               ADD RPM-AMOUNT TO WS-RAW-ACH-DOLLARS
                           WHEN OTHER
                               ADD RPM-AMOUNT TO WS-RAW-CASH-DOLLARS
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE RAW-PAYMENT-FILE
               PERFORM UNTIL END-OF-CASH-SUSPENSE
                   READ CASH-SUSPENSE-FILE
                   IF CASH-SUSPENSE-OK
                       IF CSS-BY-ELECTRONIC
                           ADD CSS-AMOUNT TO WS-ACH-SUSPENSE-DOLLARS
                       ELSE
                           ADD CSS-AMOUNT TO WS-SUSPENSE-DOLLARS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CASH-SUSPENSE-FILE
           END-IF
           .
       PROVE-BANK-DOLLAR-LEG.
           MOVE 'BANKLBX1 VS LOCKBOX CASH + SUSPENSE'
               TO BDO-LEG-DESCRIPTION
           MOVE WS-BANK-DOLLARS TO WS-EXPECTED-DOLLARS
           COMPUTE WS-ACTUAL-DOLLARS =
           WRITE BALANCING-REPORT-LINE FROM BALANCING-DOLLAR-LINE
           ADD 1 TO WS-JS-RECORD-COUNT
           .
       PROVE-ACH-DOLLAR-LEG.
           MOVE 'BANKACH1 VS ACH CASH + SUSPENSE'
               TO BDO-LEG-DESCRIPTION
           MOVE WS-ACH-BANK-DOLLARS TO WS-EXPECTED-DOLLARS
           COMPUTE WS-ACTUAL-DOLLARS =
               WS-RAW-ACH-DOLLARS + WS-ACH-SUSPENSE-DOLLARS
           MOVE WS-EXPECTED-DOLLARS TO BDO-EXPECTED
           MOVE WS-ACTUAL-DOLLARS TO BDO-ACTUAL
           IF WS-EXPECTED-DOLLARS = WS-ACTUAL-DOLLARS
               MOVE 'BALANCED' TO BDO-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO BDO-VERDICT
               ADD 1 TO WS-OUT-OF-BALANCE-LEGS
           END-IF
           WRITE BALANCING-REPORT-LINE FROM BALANCING-DOLLAR-LINE
           ADD 1 TO WS-JS-RECORD-COUNT
           .
      * A PMTEDIT that never wrote a JOBSTAT1 line is the worst case
      * - a job that never ran reports no exception anywhere else -
      * so the leg is flagged rather than compared.
