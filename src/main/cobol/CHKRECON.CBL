      *****************************************************************
      * Program name:    CHKRECON
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Reconciling the refund checks ARREFUND issued against the
      * items the bank reports paid.
      *
      * Once REFCHK1 went to the check-print service we never knew
      * whether a refund check was cashed, voided or altered. ARREFUND
      * now numbers every check, registers it as outstanding on the
      * REFISS1 issued-check register, and reports it to the bank on
      * the positive-pay issue file. This program takes the bank's
      * daily paid-items file, BNKPAID1, and matches it back:
      *
      *   - a paid item marks its check paid, with the date and the
      *     amount the bank paid; a paid amount that differs from the
      *     amount issued is flagged on the check and listed as an
      *     exception - the check was altered, or the bank misread it;
      *   - a void item (a stop the bank confirmed) marks the check
      *     void;
      *   - a paid item for a check already paid or voided, or for a
      *     check number we never issued, is listed as an exception.
      *
      * The updated register is written to REFISS2, which replaces
      * REFISS1 for the next run. CHKRPT1 lists every paid item and
      * what became of it; CHKOUT1 lists the checks still
      * outstanding, aged by issue date into 0-30, 31-60, 61-90,
      * 91-180 and over-180-day buckets with a total per bucket, so
      * stale checks can be chased or voided before they escheat. Any
      * exception ends the run with RETURN-CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHKRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUED-CHECK-FILE ASSIGN TO 'REFISS1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ISSUED-CHECK-STATUS.
           SELECT NEW-ISSUED-CHECK-FILE ASSIGN TO 'REFISS2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NEW-ISSUED-CHECK-STATUS.
           SELECT PAID-ITEM-FILE ASSIGN TO 'BNKPAID1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PAID-ITEM-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'CHKRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECON-REPORT-STATUS.
           SELECT OUTSTANDING-REPORT-FILE ASSIGN TO 'CHKOUT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OUTSTANDING-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout ARREFUND appends to REFISS1.
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

       FD  NEW-ISSUED-CHECK-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NEW-ISSUED-CHECK-RECORD.
       01  NEW-ISSUED-CHECK-RECORD      PIC X(100).

      * The bank's paid-items file: one record per check presented
      * and paid, or per stop the bank confirmed as void.
       FD  PAID-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAID-ITEM-RECORD.
       01  PAID-ITEM-RECORD.
           05  BPI-CHECK-NUMBER         PIC 9(10).
           05  BPI-PAID-DATE            PIC X(08).
           05  BPI-PAID-AMOUNT          PIC 9(08)V99.
           05  BPI-ITEM-TYPE            PIC X(01).
               88  BPI-IS-PAID          VALUE 'P'.
               88  BPI-IS-VOID          VALUE 'V'.
           05  FILLER                   PIC X(11).

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECON-REPORT-LINE.
       01  RECON-REPORT-LINE            PIC X(100).

       FD  OUTSTANDING-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OUTSTANDING-REPORT-LINE.
       01  OUTSTANDING-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  ISSUED-CHECK-STATUS      PIC X(02).
               88  ISSUED-CHECK-OK      VALUE '00'.
               88  END-OF-ISSUED-CHECK  VALUE '10'.
           05  NEW-ISSUED-CHECK-STATUS  PIC X(02).
               88  NEW-ISSUED-CHECK-OK  VALUE '00'.
           05  PAID-ITEM-STATUS         PIC X(02).
               88  PAID-ITEM-OK         VALUE '00'.
               88  END-OF-PAID-ITEM     VALUE '10'.
           05  RECON-REPORT-STATUS      PIC X(02).
               88  RECON-REPORT-OK      VALUE '00'.
           05  OUTSTANDING-REPORT-STATUS PIC X(02).
               88  OUTSTANDING-REPORT-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'CHKRECON'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'CHKRECON'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

       01  WS-TODAY-DATE.
           05  WS-TODAY-YEAR            PIC 9(04).
           05  WS-TODAY-MONTH           PIC 9(02).
           05  WS-TODAY-DAY             PIC 9(02).

      * Work area mirroring DATECALC's LINKAGE SECTION.
       01  WS-DATE-CALC-CONVERSION.
           05  WS-DC-FUNCTION-CODE             PIC X(02).
           05  WS-DC-YEAR-1                    PIC 9(04).
           05  WS-DC-MONTH-1                   PIC 9(02).
           05  WS-DC-DAY-1                     PIC 9(02).
           05  WS-DC-YEAR-2                    PIC 9(04).
           05  WS-DC-MONTH-2                   PIC 9(02).
           05  WS-DC-DAY-2                     PIC 9(02).
           05  WS-DC-NUMBER-OF-DAYS            PIC S9(07).
           05  WS-DC-FISCAL-YEAR-START-MONTH   PIC 9(02).
           05  WS-DC-DATE-VALID-SWITCH         PIC X.
               88  WS-DC-DATE-IS-VALID         VALUE 'Y'.
           05  WS-DC-BUSINESS-DAY-SWITCH       PIC X.
           05  WS-DC-RESULT-YEAR               PIC 9(04).
           05  WS-DC-RESULT-MONTH              PIC 9(02).
           05  WS-DC-RESULT-DAY                PIC 9(02).
           05  WS-DC-RESULT-DAY-OF-WEEK        PIC 9.
           05  WS-DC-RESULT-DAYS               PIC S9(07).
           05  WS-DC-RESULT-FISCAL-YEAR        PIC 9(04).
           05  WS-DC-RESULT-FISCAL-PERIOD      PIC 9(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'CHKRECON'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Tonight's paid items, keyed by check number. The matched
      * switch picks out, after the register pass, the items whose
      * check number we never issued.
       01  WS-PAID-ITEM-TABLE-AREA.
           05  WS-PAID-ITEM-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-PAID-ITEM-ENTRIES PIC S9(05) COMP-3 VALUE 5000.
           05  WS-PAID-ITEM-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-PAID-ITEM-COUNT
                       INDEXED BY PAID-ITEM-INDEX.
               10  WS-PDI-CHECK-NUMBER   PIC 9(10).
               10  WS-PDI-PAID-DATE      PIC X(08).
               10  WS-PDI-PAID-AMOUNT    PIC S9(07)V99 COMP-3.
               10  WS-PDI-ITEM-TYPE      PIC X(01).
                   88  WS-PDI-IS-VOID    VALUE 'V'.
               10  WS-PDI-MATCHED-SWITCH PIC X(01).
                   88  WS-PDI-WAS-MATCHED VALUE 'Y'.
       01  WS-PAID-ITEM-FOUND-SWITCH    PIC X.
           88  PAID-ITEM-WAS-FOUND      VALUE 'Y'.

      * Outstanding checks by age bucket: 0-30, 31-60, 61-90, 91-180
      * and over 180 days from the issue date.
       01  WS-AGING-TABLE-AREA.
           05  WS-AGING-BUCKET OCCURS 5 TIMES.
               10  WS-AGB-COUNT         PIC S9(07) COMP-3.
               10  WS-AGB-AMOUNT        PIC S9(11)V99 COMP-3.
       01  WS-AGING-BUCKET-LABELS.
           05  FILLER                   PIC X(08) VALUE '0-30    '.
           05  FILLER                   PIC X(08) VALUE '31-60   '.
           05  FILLER                   PIC X(08) VALUE '61-90   '.
           05  FILLER                   PIC X(08) VALUE '91-180  '.
           05  FILLER                   PIC X(08) VALUE 'OVER 180'.
       01  WS-AGING-LABEL-TABLE REDEFINES WS-AGING-BUCKET-LABELS.
           05  WS-AGING-LABEL           PIC X(08) OCCURS 5 TIMES.

       01  WS-RECON-WORK-AREAS.
           05  WS-DAYS-OUTSTANDING      PIC S9(07).
           05  WS-BUCKET-SUB            PIC S9(04) COMP.
           05  WS-CHECKS-PAID           PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CHECKS-VOIDED         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CHECKS-OUTSTANDING    PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-OUTSTANDING-TOTAL     PIC S9(11)V99 COMP-3
                                        VALUE ZERO.
           05  WS-RECON-EXCEPTIONS      PIC S9(07) COMP-3 VALUE ZERO.

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       01  RECON-HEADING-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'REFUND CHECK PAID-ITEM RECONCILIATION   '.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RCH-RUN-DATE             PIC X(08).
       01  RECON-COLUMN-LINE.
           05  FILLER                   PIC X(50) VALUE
               'CHECK NO    PAID DATE      ISSUED        PAID     '.
           05  FILLER                   PIC X(11) VALUE
               'DISPOSITION'.
       01  RECON-DETAIL-LINE.
           05  RCD-CHECK-NUMBER         PIC 9(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RCD-PAID-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RCD-ISSUED-AMOUNT        PIC $,$$$,$$9.99
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RCD-PAID-AMOUNT          PIC $,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RCD-DISPOSITION          PIC X(40).
       01  RECON-TOTAL-LINE.
           05  RCT-DESCRIPTION          PIC X(30).
           05  RCT-COUNT                PIC ZZZ,ZZ9.

       01  OUTSTANDING-HEADING-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'OUTSTANDING REFUND CHECKS BY ISSUE AGE  '.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSH-RUN-DATE             PIC X(08).
       01  OUTSTANDING-COLUMN-LINE.
           05  FILLER                   PIC X(50) VALUE
               'CHECK NO    ISSUED    CUSTOMER  PAYEE             '.
           05  FILLER                   PIC X(44) VALUE
               '                    AMOUNT  DAYS  AGE       '.
       01  OUTSTANDING-DETAIL-LINE.
           05  OSD-CHECK-NUMBER         PIC 9(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSD-ISSUE-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSD-PAYEE-NAME           PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSD-AMOUNT               PIC $,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSD-DAYS                 PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSD-AGE-LABEL            PIC X(08).
       01  OUTSTANDING-BUCKET-LINE.
           05  FILLER                   PIC X(14)
                   VALUE 'TOTAL AGED    '.
           05  OSB-AGE-LABEL            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSB-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OSB-AMOUNT               PIC $$$,$$$,$$$,$$9.99.
       01  OUTSTANDING-TOTAL-LINE.
           05  FILLER                   PIC X(22)
                   VALUE 'TOTAL OUTSTANDING     '.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OST-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OST-AMOUNT               PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-AGING-TABLE-AREA
           PERFORM LOAD-PAID-ITEMS

           OPEN INPUT ISSUED-CHECK-FILE
           IF NOT ISSUED-CHECK-OK
               DISPLAY 'STATUS ON ISSUED-CHECK-FILE OPEN: '
                       ISSUED-CHECK-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CHKRECON STATUS ON ISSUED-CHECK-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT NEW-ISSUED-CHECK-FILE
           OPEN OUTPUT RECON-REPORT-FILE
           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           IF NOT NEW-ISSUED-CHECK-OK
           OR NOT RECON-REPORT-OK
           OR NOT OUTSTANDING-REPORT-OK
               DISPLAY 'STATUS ON CHKRECON OUTPUT OPENS: '
                       NEW-ISSUED-CHECK-STATUS ' '
                       RECON-REPORT-STATUS ' '
                       OUTSTANDING-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CHKRECON STATUS ON OUTPUT OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE TO RCH-RUN-DATE
           WRITE RECON-REPORT-LINE FROM RECON-HEADING-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE FROM RECON-COLUMN-LINE
           MOVE WS-CDT-DATE TO OSH-RUN-DATE
           WRITE OUTSTANDING-REPORT-LINE FROM OUTSTANDING-HEADING-LINE
           MOVE SPACES TO OUTSTANDING-REPORT-LINE
           WRITE OUTSTANDING-REPORT-LINE
           WRITE OUTSTANDING-REPORT-LINE FROM OUTSTANDING-COLUMN-LINE

           PERFORM UNTIL END-OF-ISSUED-CHECK
               READ ISSUED-CHECK-FILE
               IF ISSUED-CHECK-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM RECONCILE-ONE-CHECK
               END-IF
           END-PERFORM

           IF WS-PAID-ITEM-COUNT IS GREATER THAN ZERO
               PERFORM REPORT-ONE-UNMATCHED-ITEM
                   VARYING PAID-ITEM-INDEX FROM 1 BY 1
                   UNTIL PAID-ITEM-INDEX > WS-PAID-ITEM-COUNT
           END-IF
           PERFORM PRINT-RECON-TOTALS
           PERFORM PRINT-AGING-TOTALS

           IF WS-RECON-EXCEPTIONS IS GREATER THAN ZERO
           AND WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           GO TO END-OF-PROGRAM
           .
      * A missing paid-items file is a day the bank sent nothing:
      * every check is carried forward as it stands and the
      * outstanding report still prints.
       LOAD-PAID-ITEMS.
           OPEN INPUT PAID-ITEM-FILE
           IF NOT PAID-ITEM-OK
               DISPLAY 'STATUS ON PAID-ITEM-FILE OPEN: '
                       PAID-ITEM-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CHKRECON STATUS ON PAID-ITEM-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-PAID-ITEM-COUNT
           ELSE
               PERFORM UNTIL END-OF-PAID-ITEM
                   READ PAID-ITEM-FILE
                   IF PAID-ITEM-OK
                       PERFORM LOAD-ONE-PAID-ITEM
                   END-IF
               END-PERFORM
               CLOSE PAID-ITEM-FILE
           END-IF
           .
       LOAD-ONE-PAID-ITEM.
           IF WS-PAID-ITEM-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-PAID-ITEM-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CHKRECON PAID ITEM TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-PAID-ITEM-COUNT
               MOVE BPI-CHECK-NUMBER
                   TO WS-PDI-CHECK-NUMBER(WS-PAID-ITEM-COUNT)
               MOVE BPI-PAID-DATE
                   TO WS-PDI-PAID-DATE(WS-PAID-ITEM-COUNT)
               MOVE BPI-PAID-AMOUNT
                   TO WS-PDI-PAID-AMOUNT(WS-PAID-ITEM-COUNT)
               MOVE BPI-ITEM-TYPE
                   TO WS-PDI-ITEM-TYPE(WS-PAID-ITEM-COUNT)
               MOVE 'N'
                   TO WS-PDI-MATCHED-SWITCH(WS-PAID-ITEM-COUNT)
           END-IF
           .
       RECONCILE-ONE-CHECK.
           MOVE 'N' TO WS-PAID-ITEM-FOUND-SWITCH
           IF WS-PAID-ITEM-COUNT IS GREATER THAN ZERO
               SET PAID-ITEM-INDEX TO 1
               SEARCH WS-PAID-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PDI-CHECK-NUMBER(PAID-ITEM-INDEX)
                            IS EQUAL TO RIS-CHECK-NUMBER
                    AND NOT WS-PDI-WAS-MATCHED(PAID-ITEM-INDEX)
                       SET PAID-ITEM-WAS-FOUND TO TRUE
                       SET WS-PDI-WAS-MATCHED(PAID-ITEM-INDEX)
                           TO TRUE
               END-SEARCH
           END-IF
           IF PAID-ITEM-WAS-FOUND
               PERFORM APPLY-ONE-PAID-ITEM
           END-IF
           IF RIS-IS-OUTSTANDING
               PERFORM AGE-ONE-OUTSTANDING-CHECK
           END-IF
           WRITE NEW-ISSUED-CHECK-RECORD FROM ISSUED-CHECK-RECORD
           IF NOT NEW-ISSUED-CHECK-OK
               DISPLAY 'STATUS ON NEW-ISSUED-CHECK WRITE: '
                       NEW-ISSUED-CHECK-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CHKRECON STATUS ON NEW-ISSUED-CHECK WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * Only an outstanding check can be paid or voided; an item
      * against a check already settled is a second presentment
      * and is reported without touching the register.
       APPLY-ONE-PAID-ITEM.
           MOVE RIS-CHECK-NUMBER TO RCD-CHECK-NUMBER
           MOVE WS-PDI-PAID-DATE(PAID-ITEM-INDEX) TO RCD-PAID-DATE
           MOVE RIS-ISSUED-AMOUNT TO RCD-ISSUED-AMOUNT
           MOVE WS-PDI-PAID-AMOUNT(PAID-ITEM-INDEX) TO RCD-PAID-AMOUNT
           EVALUATE TRUE
               WHEN NOT RIS-IS-OUTSTANDING
                   MOVE 'CHECK ALREADY PAID OR VOID'
                       TO RCD-DISPOSITION
                   PERFORM NOTE-RECON-EXCEPTION
               WHEN WS-PDI-IS-VOID(PAID-ITEM-INDEX)
                   MOVE 'V' TO RIS-STATUS
                   MOVE WS-PDI-PAID-DATE(PAID-ITEM-INDEX)
                       TO RIS-STATUS-DATE
                   ADD 1 TO WS-CHECKS-VOIDED
                   MOVE 'VOID CONFIRMED BY BANK' TO RCD-DISPOSITION
               WHEN OTHER
                   MOVE 'P' TO RIS-STATUS
                   MOVE WS-PDI-PAID-DATE(PAID-ITEM-INDEX)
                       TO RIS-STATUS-DATE
                   MOVE WS-PDI-PAID-AMOUNT(PAID-ITEM-INDEX)
                       TO RIS-PAID-AMOUNT
                   ADD 1 TO WS-CHECKS-PAID
                   IF RIS-PAID-AMOUNT IS EQUAL TO RIS-ISSUED-AMOUNT
                       MOVE 'PAID' TO RCD-DISPOSITION
                   ELSE
                       MOVE 'D' TO RIS-AMOUNT-FLAG
                       MOVE 'PAID - AMOUNT DIFFERS FROM ISSUED'
                           TO RCD-DISPOSITION
                       PERFORM NOTE-RECON-EXCEPTION
                   END-IF
           END-EVALUATE
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           .
       NOTE-RECON-EXCEPTION.
           ADD 1 TO WS-RECON-EXCEPTIONS
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE RCD-DISPOSITION TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE RCD-CHECK-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACE TO WS-EL-SEVERITY-CODE
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           .
      * A paid item no issued check claimed: a check number we never
      * issued, or a second item for the same check in one file.
       REPORT-ONE-UNMATCHED-ITEM.
           IF NOT WS-PDI-WAS-MATCHED(PAID-ITEM-INDEX)
               MOVE WS-PDI-CHECK-NUMBER(PAID-ITEM-INDEX)
                   TO RCD-CHECK-NUMBER
               MOVE WS-PDI-PAID-DATE(PAID-ITEM-INDEX) TO RCD-PAID-DATE
               MOVE ZERO TO RCD-ISSUED-AMOUNT
               MOVE WS-PDI-PAID-AMOUNT(PAID-ITEM-INDEX)
                   TO RCD-PAID-AMOUNT
               MOVE 'PAID ITEM NOT ON ISSUED-CHECK REGISTER'
                   TO RCD-DISPOSITION
               PERFORM NOTE-RECON-EXCEPTION
               WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           END-IF
           .
       AGE-ONE-OUTSTANDING-CHECK.
           MOVE 'DB' TO WS-DC-FUNCTION-CODE
           MOVE RIS-ISSUE-DATE(1:4) TO WS-DC-YEAR-1
           MOVE RIS-ISSUE-DATE(5:2) TO WS-DC-MONTH-1
           MOVE RIS-ISSUE-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-TODAY-YEAR TO WS-DC-YEAR-2
           MOVE WS-TODAY-MONTH TO WS-DC-MONTH-2
           MOVE WS-TODAY-DAY TO WS-DC-DAY-2
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-DAYS TO WS-DAYS-OUTSTANDING
           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING IS LESS THAN 31
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-DAYS-OUTSTANDING IS LESS THAN 61
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-DAYS-OUTSTANDING IS LESS THAN 91
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN WS-DAYS-OUTSTANDING IS LESS THAN 181
                   MOVE 4 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-AGB-COUNT(WS-BUCKET-SUB)
           ADD RIS-ISSUED-AMOUNT TO WS-AGB-AMOUNT(WS-BUCKET-SUB)
           ADD 1 TO WS-CHECKS-OUTSTANDING
           ADD RIS-ISSUED-AMOUNT TO WS-OUTSTANDING-TOTAL
           MOVE RIS-CHECK-NUMBER TO OSD-CHECK-NUMBER
           MOVE RIS-ISSUE-DATE TO OSD-ISSUE-DATE
           MOVE RIS-CUSTOMER-NUMBER TO OSD-CUSTOMER-NUMBER
           MOVE RIS-PAYEE-NAME TO OSD-PAYEE-NAME
           MOVE RIS-ISSUED-AMOUNT TO OSD-AMOUNT
           MOVE WS-DAYS-OUTSTANDING TO OSD-DAYS
           MOVE WS-AGING-LABEL(WS-BUCKET-SUB) TO OSD-AGE-LABEL
           WRITE OUTSTANDING-REPORT-LINE FROM OUTSTANDING-DETAIL-LINE
           .
       PRINT-RECON-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'CHECKS PAID' TO RCT-DESCRIPTION
           MOVE WS-CHECKS-PAID TO RCT-COUNT
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE
           MOVE 'CHECKS VOIDED' TO RCT-DESCRIPTION
           MOVE WS-CHECKS-VOIDED TO RCT-COUNT
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE
           MOVE 'EXCEPTIONS' TO RCT-DESCRIPTION
           MOVE WS-RECON-EXCEPTIONS TO RCT-COUNT
           WRITE RECON-REPORT-LINE FROM RECON-TOTAL-LINE
           .
       PRINT-AGING-TOTALS.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE
           WRITE OUTSTANDING-REPORT-LINE
           PERFORM PRINT-ONE-AGING-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           MOVE WS-CHECKS-OUTSTANDING TO OST-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO OST-AMOUNT
           WRITE OUTSTANDING-REPORT-LINE FROM OUTSTANDING-TOTAL-LINE
           .
       PRINT-ONE-AGING-BUCKET.
           MOVE WS-AGING-LABEL(WS-BUCKET-SUB) TO OSB-AGE-LABEL
           MOVE WS-AGB-COUNT(WS-BUCKET-SUB) TO OSB-COUNT
           MOVE WS-AGB-AMOUNT(WS-BUCKET-SUB) TO OSB-AMOUNT
           WRITE OUTSTANDING-REPORT-LINE FROM OUTSTANDING-BUCKET-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'REFUND CHECKS PAID:        ' WS-CHECKS-PAID
           DISPLAY 'REFUND CHECKS VOIDED:      ' WS-CHECKS-VOIDED
           DISPLAY 'REFUND CHECKS OUTSTANDING: ' WS-CHECKS-OUTSTANDING
           DISPLAY 'RECONCILIATION EXCEPTIONS: ' WS-RECON-EXCEPTIONS
           CLOSE ISSUED-CHECK-FILE
           CLOSE NEW-ISSUED-CHECK-FILE
           CLOSE RECON-REPORT-FILE
           CLOSE OUTSTANDING-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           MOVE WS-RETURN-CODE-VALUE TO WS-SC-COMPLETION-CODE
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
