      *****************************************************************
      * Program name:    PATCHREC
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A controlled, audited byte patch against a keyed master, so a
      * packed field that has gone bad on file - an IHR-AMOUNT-PAID
      * on INVHIST1 that fails NUMEDIT, a corrupted PM-UNIT-COST on
      * PRODMAST - is repaired by a request card instead of a file
      * editor on the live master.
      *
      * Each PTCHREQ1 card names the master, the record key, the
      * byte position within the record, the bytes expected there
      * now in hex and the bytes to put there in hex. The hex text is
      * decoded through TEXT2HEX, and the patch is refused unless the
      * bytes on file match the expected bytes exactly, so a card
      * keyed against a stale dump cannot overwrite a record that has
      * moved on since. Every patch is dual control: the keyer must
      * hold action code P for PATCHREC on the OPRAUTH1 authority
      * master, and a second operator, not the keyer, with approver
      * authority for PATCHREC must approve it.
      *
      * The whole record is dumped through DUMPHEX before and after
      * the REWRITE, the PTCHRPT1 register lists every card applied
      * or refused with the old, new or on-file bytes in hex, and
      * each applied patch is written to MNTAUDT1 (action code P,
      * hex images before and after) with both operator IDs so that
      * MNTINQ finds it by master and key.
      *
      * Masters that may be patched, and the key each card carries:
      *   INVHIST1 - invoice number, record positions 1-72
      *   PRODMAST - SKU, record positions 1-80
      * The record key itself is never patched. A patch is at most
      * 30 bytes, the most the 60-byte audit images hold in hex.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATCHREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATCH-REQUEST-FILE ASSIGN TO 'PTCHREQ1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PATCH-REQUEST-STATUS.
           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IHR-INVOICE-NUMBER
                  ALTERNATE RECORD KEY IS IHR-CUSTOMER-DATE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS INVOICE-HISTORY-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-SKU
                  FILE STATUS IS PRODUCT-MASTER-STATUS.
           SELECT PATCH-REGISTER-FILE ASSIGN TO 'PTCHRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PATCH-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One patch request per record.
       FD  PATCH-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PATCH-REQUEST-RECORD.
       01  PATCH-REQUEST-RECORD.
           05  PRQ-MASTER-NAME          PIC X(08).
           05  PRQ-RECORD-KEY           PIC X(20).
      * First byte to patch, counting the record's first byte as 1.
           05  PRQ-BYTE-POSITION        PIC 9(04).
      * Bytes expected on file now and their replacement, two hex
      * digits per byte, left-justified; both the same length.
           05  PRQ-OLD-HEX              PIC X(60).
           05  PRQ-NEW-HEX              PIC X(60).
           05  PRQ-KEYED-BY             PIC X(08).
           05  PRQ-APPROVED-BY          PIC X(08).
           05  PRQ-REASON               PIC X(30).

      * Same layout HISTUPDT maintains on INVHIST1.
       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-HISTORY-RECORD.
       01  INVOICE-HISTORY-RECORD.
           05  IHR-INVOICE-NUMBER       PIC X(08).
           05  IHR-CUSTOMER-DATE-KEY.
               10  IHR-CUSTOMER-NUMBER  PIC X(08).
               10  IHR-INVOICE-DATE     PIC X(08).
           05  IHR-TOTAL-AMOUNT         PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-BEFORE-TAX     PIC S9(07)V99 COMP-3.
           05  IHR-TOTAL-SALES-TAX      PIC S9(05)V9(03) COMP-3.
           05  IHR-JURISDICTION-CODE    PIC X(02).
           05  IHR-RETURN               PIC X.
           05  IHR-AMOUNT-PAID          PIC S9(09)V99 COMP-3.
           05  IHR-LAST-PAYMENT-DATE    PIC X(08).
           05  IHR-STATUS               PIC X.
           05  IHR-COMPANY-CODE         PIC X(02).
           05  IHR-CURRENCY-CODE        PIC X(03).
           05  IHR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  IHR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout INVCALC reads from PRODMAST.
       FD  PRODUCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRODUCT-MASTER-RECORD.
       01  PRODUCT-MASTER-RECORD.
           05  PM-SKU                   PIC X(10).
           05  PM-DESCRIPTION           PIC X(30).
           05  PM-UNIT-PRICE            PIC S9(05)V99 COMP-3.
           05  PM-TAXABLE-CLASS         PIC X(01).
           05  PM-STATUS                PIC X(01).
           05  PM-UNIT-COST             PIC S9(05)V99 COMP-3.
           05  FILLER                   PIC X(30).

      * Two lines per request: what was asked and what became of
      * it, then the bytes involved in hex.
       FD  PATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PATCH-REGISTER-LINE.
       01  PATCH-REGISTER-LINE.
           05  PRG-MASTER-NAME          PIC X(08).
           05  FILLER                   PIC X(02).
           05  PRG-RECORD-KEY           PIC X(20).
           05  FILLER                   PIC X(02).
           05  PRG-BYTE-POSITION        PIC ZZZ9.
           05  FILLER                   PIC X(02).
           05  PRG-PATCH-LENGTH         PIC Z9.
           05  FILLER                   PIC X(02).
           05  PRG-KEYED-BY             PIC X(08).
           05  FILLER                   PIC X(02).
           05  PRG-APPROVED-BY          PIC X(08).
           05  FILLER                   PIC X(02).
           05  PRG-REASON               PIC X(30).
           05  FILLER                   PIC X(02).
           05  PRG-DISPOSITION          PIC X(38).
       01  PATCH-REGISTER-BYTES-LINE.
           05  FILLER                   PIC X(02).
           05  PRB-FIRST-LABEL          PIC X(04).
           05  PRB-FIRST-HEX            PIC X(60).
           05  FILLER                   PIC X(02).
           05  PRB-SECOND-LABEL         PIC X(04).
           05  PRB-SECOND-HEX           PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  PATCH-REQUEST-STATUS     PIC X(02).
               88  PATCH-REQUEST-OK     VALUE '00'.
               88  END-OF-PATCH-REQUESTS VALUE '10'.
           05  INVOICE-HISTORY-STATUS   PIC X(02).
               88  INVOICE-HISTORY-OK   VALUE '00' '02'.
               88  INVOICE-NOT-FOUND    VALUE '23'.
           05  PRODUCT-MASTER-STATUS    PIC X(02).
               88  PRODUCT-MASTER-OK    VALUE '00'.
               88  PRODUCT-SKU-NOT-FOUND VALUE '23'.
           05  PATCH-REGISTER-STATUS    PIC X(02).
               88  PATCH-REGISTER-OK    VALUE '00'.

      * A master that will not open I-O is not fatal to the run;
      * cards against it are refused and the others still apply.
       01  WS-INVOICE-HISTORY-SWITCH    PIC X VALUE 'N'.
           88  INVOICE-HISTORY-AVAILABLE VALUE 'Y'.
       01  WS-PRODUCT-MASTER-SWITCH     PIC X VALUE 'N'.
           88  PRODUCT-MASTER-AVAILABLE VALUE 'Y'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'PATCHREC'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'PATCHREC'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied patch, none for refusals.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'PATCHREC'.
           05  WS-MA-MASTER-NAME          PIC X(08).
           05  WS-MA-RECORD-KEY           PIC X(20).
           05  WS-MA-ACTION-CODE          PIC X(01).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).
           05  WS-MA-KEYED-BY             PIC X(08).
           05  WS-MA-APPROVED-BY          PIC X(08).

      * Work area mirroring OPRAUTH's LINKAGE SECTION.
       01  WS-OPERATOR-AUTHORITY-CONVERSION.
           05  WS-OA-FUNCTION-CODE        PIC X(02).
           05  WS-OA-PROGRAM-ID           PIC X(08) VALUE 'PATCHREC'.
           05  WS-OA-OPERATOR-ID          PIC X(08).
           05  WS-OA-ACTION-CODE          PIC X(01).
           05  WS-OA-CREDIT-AUTHORITY     PIC S9(07)V99 COMP-3.
           05  WS-OA-APPROVER-SWITCH      PIC X(01).
               88  WS-OA-MAY-APPROVE      VALUE 'Y'.
           05  WS-OA-RETURN-CODE          PIC X(02).
               88  WS-OA-AUTHORIZED       VALUE '00'.

      * Work area mirroring TEXT2HEX's LINKAGE SECTION; turns the
      * card's hex text into the bytes it stands for.
       01  WS-TEXT2HEX-CONVERSION.
           05  WS-TH-HEX-LENGTH           PIC S9(09) COMP.
           05  WS-TH-HEX-VALUE            PIC X(1000).
           05  WS-TH-EBCDIC-MODE-SWITCH   PIC X VALUE 'N'.
           05  WS-TH-RESULT               PIC X(500).

      * Work area mirroring HEX2TEXT's LINKAGE SECTION; shows the
      * bytes on file as hex for the register and the audit trail.
       01  WS-HEX2TEXT-CONVERSION.
           05  WS-HT-ORIGINAL-LENGTH      PIC S9(09) COMP.
           05  WS-HT-ORIGINAL-VALUE       PIC X(500).
           05  WS-HT-EBCDIC-MODE-SWITCH   PIC X VALUE 'N'.
           05  WS-HT-RESULT               PIC X(1000).

      * Work area mirroring DUMPHEX's LINKAGE SECTION.
       01  WS-DUMP-CONVERSION.
           05  WS-DH-DUMP-LENGTH          PIC S9(09) COMP.
           05  WS-DH-DUMP-VALUE           PIC X(500).
           05  WS-DH-EBCDIC-SWITCH        PIC X VALUE 'N'.

      * The record being patched, whichever master it came from.
       01  WS-PATCH-WORK-AREAS.
           05  WS-RECORD-IMAGE            PIC X(500).
           05  WS-RECORD-LENGTH           PIC S9(04) COMP.
           05  WS-KEY-LENGTH              PIC S9(04) COMP.
           05  WS-HEX-DIGIT-COUNT         PIC S9(04) COMP.
           05  WS-NEW-HEX-DIGIT-COUNT     PIC S9(04) COMP.
           05  WS-PATCH-LENGTH            PIC S9(04) COMP.
           05  WS-PATCH-LAST-BYTE         PIC S9(04) COMP.
           05  WS-HEX-SUBSCRIPT           PIC S9(04) COMP.
           05  WS-OLD-HEX                 PIC X(60).
           05  WS-NEW-HEX                 PIC X(60).
           05  WS-OLD-BYTES               PIC X(30).
           05  WS-NEW-BYTES               PIC X(30).
           05  WS-ON-FILE-HEX             PIC X(60).
           05  WS-HEX-CHARACTER           PIC X.
               88  WS-IS-HEX-DIGIT        VALUE '0' THRU '9'
                                                'A' THRU 'F'.
       01  WS-MAX-PATCH-LENGTH          PIC S9(04) COMP VALUE 30.

      * Why the card was refused, for the register; spaces while
      * the card is still good.
       01  WS-PATCH-REJECT-TEXT         PIC X(38).
       01  WS-HEX-VALID-SWITCH          PIC X.
           88  WS-HEX-IS-VALID          VALUE 'Y'.

       01  WS-PATCH-TOTALS.
           05  WS-REQUEST-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-APPLIED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.

      * 4 when any card was refused, 8 when the run could not
      * start; passed back to the job step.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'OP' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION

           OPEN INPUT PATCH-REQUEST-FILE
           IF NOT PATCH-REQUEST-OK
               DISPLAY 'STATUS ON PATCH-REQUEST-FILE OPEN: '
                       PATCH-REQUEST-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PATCHREC STATUS ON PATCH-REQUEST-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT PATCH-REGISTER-FILE
           IF NOT PATCH-REGISTER-OK
               DISPLAY 'STATUS ON PATCH-REGISTER-FILE OPEN: '
                       PATCH-REGISTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PATCHREC STATUS ON PATCH-REGISTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM OPEN-PATCHABLE-MASTERS

           PERFORM UNTIL END-OF-PATCH-REQUESTS
               READ PATCH-REQUEST-FILE
               IF PATCH-REQUEST-OK
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM PROCESS-ONE-REQUEST
               END-IF
           END-PERFORM

           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           GO TO END-OF-PROGRAM
           .
       OPEN-PATCHABLE-MASTERS.
           OPEN I-O INVOICE-HISTORY-FILE
           IF INVOICE-HISTORY-OK
               MOVE 'Y' TO WS-INVOICE-HISTORY-SWITCH
           ELSE
               DISPLAY 'STATUS ON INVOICE-HISTORY-FILE OPEN: '
                       INVOICE-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PATCHREC STATUS ON INVOICE-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'E' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           END-IF
           OPEN I-O PRODUCT-MASTER-FILE
           IF PRODUCT-MASTER-OK
               MOVE 'Y' TO WS-PRODUCT-MASTER-SWITCH
           ELSE
               DISPLAY 'STATUS ON PRODUCT-MASTER-FILE OPEN: '
                       PRODUCT-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PATCHREC STATUS ON PRODUCT-MASTER OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'E' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
           END-IF
           .
      * Authority first, then the card itself, then the record; the
      * first failure found is the one the register shows.
       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-PATCH-REJECT-TEXT
           MOVE SPACES TO WS-ON-FILE-HEX
           MOVE ZERO TO WS-PATCH-LENGTH
           PERFORM CHECK-PATCH-AUTHORITY
           IF WS-PATCH-REJECT-TEXT IS EQUAL TO SPACES
               PERFORM EDIT-PATCH-REQUEST
                   THRU EDIT-PATCH-REQUEST-EXIT
           END-IF
           IF WS-PATCH-REJECT-TEXT IS EQUAL TO SPACES
               PERFORM READ-RECORD-TO-PATCH
           END-IF
           IF WS-PATCH-REJECT-TEXT IS EQUAL TO SPACES
               PERFORM VERIFY-BYTES-ON-FILE
           END-IF
           IF WS-PATCH-REJECT-TEXT IS EQUAL TO SPACES
               PERFORM APPLY-PATCH
                   THRU APPLY-PATCH-EXIT
           END-IF
           IF WS-PATCH-REJECT-TEXT IS EQUAL TO SPACES
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'APPLIED' TO PRG-DISPOSITION
               PERFORM WRITE-REGISTER-LINES
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-PATCH-REJECT-TEXT TO PRG-DISPOSITION
               PERFORM WRITE-REGISTER-LINES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE SPACES TO WS-EL-EXCEPTION-TEXT
               STRING 'PATCHREC ' PRQ-MASTER-NAME ' '
                      WS-PATCH-REJECT-TEXT
                      DELIMITED BY SIZE
                      INTO WS-EL-EXCEPTION-TEXT
               MOVE PRQ-RECORD-KEY TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
      * The keyer needs action code P for PATCHREC; every patch
      * also needs a second operator, not the keyer, with approver
      * authority for PATCHREC.
       CHECK-PATCH-AUTHORITY.
           MOVE 'CK' TO WS-OA-FUNCTION-CODE
           MOVE PRQ-KEYED-BY TO WS-OA-OPERATOR-ID
           MOVE 'P' TO WS-OA-ACTION-CODE
           CALL 'OPRAUTH' USING WS-OPERATOR-AUTHORITY-CONVERSION
           EVALUATE TRUE
               WHEN NOT WS-OA-AUTHORIZED
                   MOVE 'REFUSED - NOT AUTHORIZED'
                       TO WS-PATCH-REJECT-TEXT
               WHEN PRQ-APPROVED-BY IS EQUAL TO SPACES
                   MOVE 'REFUSED - NO APPROVER'
                       TO WS-PATCH-REJECT-TEXT
               WHEN PRQ-APPROVED-BY IS EQUAL TO PRQ-KEYED-BY
                   MOVE 'REFUSED - APPROVER IS KEYER'
                       TO WS-PATCH-REJECT-TEXT
               WHEN OTHER
                   MOVE PRQ-APPROVED-BY TO WS-OA-OPERATOR-ID
                   CALL 'OPRAUTH' USING
                           WS-OPERATOR-AUTHORITY-CONVERSION
                   IF NOT WS-OA-AUTHORIZED
                           OR NOT WS-OA-MAY-APPROVE
                       MOVE 'REFUSED - BAD APPROVER'
                           TO WS-PATCH-REJECT-TEXT
                   END-IF
           END-EVALUATE
           .
      * Which master, how long its records and keys are, and whether
      * the hex on the card is usable: the same even number of hex
      * digits old and new, within the record, clear of the key.
       EDIT-PATCH-REQUEST.
           EVALUATE PRQ-MASTER-NAME
               WHEN 'INVHIST1'
                   IF NOT INVOICE-HISTORY-AVAILABLE
                       MOVE 'REFUSED - MASTER NOT AVAILABLE'
                           TO WS-PATCH-REJECT-TEXT
                   END-IF
                   MOVE 72 TO WS-RECORD-LENGTH
                   MOVE 8 TO WS-KEY-LENGTH
               WHEN 'PRODMAST'
                   IF NOT PRODUCT-MASTER-AVAILABLE
                       MOVE 'REFUSED - MASTER NOT AVAILABLE'
                           TO WS-PATCH-REJECT-TEXT
                   END-IF
                   MOVE 80 TO WS-RECORD-LENGTH
                   MOVE 10 TO WS-KEY-LENGTH
               WHEN OTHER
                   MOVE 'REFUSED - MASTER NOT PATCHABLE'
                       TO WS-PATCH-REJECT-TEXT
           END-EVALUATE
           IF WS-PATCH-REJECT-TEXT IS NOT EQUAL TO SPACES
               GO TO EDIT-PATCH-REQUEST-EXIT
           END-IF

           MOVE PRQ-OLD-HEX TO WS-OLD-HEX
           MOVE PRQ-NEW-HEX TO WS-NEW-HEX
           INSPECT WS-OLD-HEX
               CONVERTING 'abcdef' TO 'ABCDEF'
           INSPECT WS-NEW-HEX
               CONVERTING 'abcdef' TO 'ABCDEF'
           MOVE ZERO TO WS-HEX-DIGIT-COUNT
           INSPECT WS-OLD-HEX TALLYING WS-HEX-DIGIT-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO WS-NEW-HEX-DIGIT-COUNT
           INSPECT WS-NEW-HEX TALLYING WS-NEW-HEX-DIGIT-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE
           DIVIDE WS-HEX-DIGIT-COUNT BY 2
               GIVING WS-PATCH-LENGTH
           EVALUATE TRUE
               WHEN PRQ-BYTE-POSITION IS NOT NUMERIC
                   MOVE 'REFUSED - POSITION NOT NUMERIC'
                       TO WS-PATCH-REJECT-TEXT
               WHEN WS-HEX-DIGIT-COUNT IS EQUAL TO ZERO
                   MOVE 'REFUSED - NO OLD BYTES GIVEN'
                       TO WS-PATCH-REJECT-TEXT
               WHEN WS-NEW-HEX-DIGIT-COUNT
                       IS NOT EQUAL TO WS-HEX-DIGIT-COUNT
                   MOVE 'REFUSED - OLD AND NEW LENGTHS DIFFER'
                       TO WS-PATCH-REJECT-TEXT
               WHEN WS-PATCH-LENGTH * 2
                       IS NOT EQUAL TO WS-HEX-DIGIT-COUNT
                   MOVE 'REFUSED - ODD NUMBER OF HEX DIGITS'
                       TO WS-PATCH-REJECT-TEXT
               WHEN WS-HEX-DIGIT-COUNT IS LESS THAN 60
                       AND (WS-OLD-HEX(WS-HEX-DIGIT-COUNT + 1:)
                               IS NOT EQUAL TO SPACES
                           OR WS-NEW-HEX(WS-HEX-DIGIT-COUNT + 1:)
                               IS NOT EQUAL TO SPACES)
                   MOVE 'REFUSED - EMBEDDED SPACE IN HEX'
                       TO WS-PATCH-REJECT-TEXT
           END-EVALUATE
           IF WS-PATCH-REJECT-TEXT IS NOT EQUAL TO SPACES
               GO TO EDIT-PATCH-REQUEST-EXIT
           END-IF

           MOVE 'Y' TO WS-HEX-VALID-SWITCH
           PERFORM CHECK-ONE-HEX-DIGIT
               VARYING WS-HEX-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-HEX-SUBSCRIPT > WS-HEX-DIGIT-COUNT
           COMPUTE WS-PATCH-LAST-BYTE =
               PRQ-BYTE-POSITION + WS-PATCH-LENGTH - 1
           EVALUATE TRUE
               WHEN NOT WS-HEX-IS-VALID
                   MOVE 'REFUSED - NOT A HEX DIGIT'
                       TO WS-PATCH-REJECT-TEXT
               WHEN WS-PATCH-LENGTH IS GREATER THAN
                       WS-MAX-PATCH-LENGTH
                   MOVE 'REFUSED - MORE THAN 30 BYTES'
                       TO WS-PATCH-REJECT-TEXT
               WHEN PRQ-BYTE-POSITION IS NOT GREATER THAN
                       WS-KEY-LENGTH
                   MOVE 'REFUSED - PATCH TOUCHES RECORD KEY'
                       TO WS-PATCH-REJECT-TEXT
               WHEN WS-PATCH-LAST-BYTE IS GREATER THAN
                       WS-RECORD-LENGTH
                   MOVE 'REFUSED - PATCH RUNS PAST RECORD END'
                       TO WS-PATCH-REJECT-TEXT
           END-EVALUATE
           .
       EDIT-PATCH-REQUEST-EXIT.
           EXIT
           .
       CHECK-ONE-HEX-DIGIT.
           MOVE WS-OLD-HEX(WS-HEX-SUBSCRIPT:1) TO WS-HEX-CHARACTER
           IF NOT WS-IS-HEX-DIGIT
               MOVE 'N' TO WS-HEX-VALID-SWITCH
           END-IF
           MOVE WS-NEW-HEX(WS-HEX-SUBSCRIPT:1) TO WS-HEX-CHARACTER
           IF NOT WS-IS-HEX-DIGIT
               MOVE 'N' TO WS-HEX-VALID-SWITCH
           END-IF
           .
       READ-RECORD-TO-PATCH.
           MOVE SPACES TO WS-RECORD-IMAGE
           EVALUATE PRQ-MASTER-NAME
               WHEN 'INVHIST1'
                   MOVE PRQ-RECORD-KEY(1:8) TO IHR-INVOICE-NUMBER
                   READ INVOICE-HISTORY-FILE
                   EVALUATE TRUE
                       WHEN INVOICE-HISTORY-OK
                           MOVE INVOICE-HISTORY-RECORD
                               TO WS-RECORD-IMAGE
                       WHEN INVOICE-NOT-FOUND
                           MOVE 'REFUSED - RECORD NOT FOUND'
                               TO WS-PATCH-REJECT-TEXT
                       WHEN OTHER
                           DISPLAY 'STATUS ON INVOICE-HISTORY-FILE '
                                   'READ: ' INVOICE-HISTORY-STATUS
                           MOVE 'REFUSED - MASTER READ FAILED'
                               TO WS-PATCH-REJECT-TEXT
                   END-EVALUATE
               WHEN 'PRODMAST'
                   MOVE PRQ-RECORD-KEY(1:10) TO PM-SKU
                   READ PRODUCT-MASTER-FILE
                   EVALUATE TRUE
                       WHEN PRODUCT-MASTER-OK
                           MOVE PRODUCT-MASTER-RECORD
                               TO WS-RECORD-IMAGE
                       WHEN PRODUCT-SKU-NOT-FOUND
                           MOVE 'REFUSED - RECORD NOT FOUND'
                               TO WS-PATCH-REJECT-TEXT
                       WHEN OTHER
                           DISPLAY 'STATUS ON PRODUCT-MASTER-FILE '
                                   'READ: ' PRODUCT-MASTER-STATUS
                           MOVE 'REFUSED - MASTER READ FAILED'
                               TO WS-PATCH-REJECT-TEXT
                   END-EVALUATE
           END-EVALUATE
           .
      * The bytes at the position must be exactly the ones the card
      * expects; a stale or mistyped card leaves the record alone.
       VERIFY-BYTES-ON-FILE.
           MOVE WS-HEX-DIGIT-COUNT TO WS-TH-HEX-LENGTH
           MOVE SPACES TO WS-TH-HEX-VALUE
           MOVE WS-OLD-HEX TO WS-TH-HEX-VALUE
           CALL 'TEXT2HEX' USING WS-TEXT2HEX-CONVERSION
           MOVE SPACES TO WS-OLD-BYTES
           MOVE WS-TH-RESULT(1:WS-PATCH-LENGTH)
               TO WS-OLD-BYTES(1:WS-PATCH-LENGTH)

           MOVE SPACES TO WS-TH-HEX-VALUE
           MOVE WS-NEW-HEX TO WS-TH-HEX-VALUE
           CALL 'TEXT2HEX' USING WS-TEXT2HEX-CONVERSION
           MOVE SPACES TO WS-NEW-BYTES
           MOVE WS-TH-RESULT(1:WS-PATCH-LENGTH)
               TO WS-NEW-BYTES(1:WS-PATCH-LENGTH)

           MOVE WS-PATCH-LENGTH TO WS-HT-ORIGINAL-LENGTH
           MOVE SPACES TO WS-HT-ORIGINAL-VALUE
           MOVE WS-RECORD-IMAGE(PRQ-BYTE-POSITION:WS-PATCH-LENGTH)
               TO WS-HT-ORIGINAL-VALUE
           CALL 'HEX2TEXT' USING WS-HEX2TEXT-CONVERSION
           MOVE WS-HT-RESULT(1:WS-HEX-DIGIT-COUNT)
               TO WS-ON-FILE-HEX

           IF WS-RECORD-IMAGE(PRQ-BYTE-POSITION:WS-PATCH-LENGTH)
                   IS NOT EQUAL TO WS-OLD-BYTES(1:WS-PATCH-LENGTH)
               MOVE 'REFUSED - BYTES ON FILE DO NOT MATCH'
                   TO WS-PATCH-REJECT-TEXT
           END-IF
           .
      * Dump, patch, rewrite, dump again, then cut the audit entry.
       APPLY-PATCH.
           DISPLAY 'PATCHREC BEFORE ' PRQ-MASTER-NAME ' '
                   PRQ-RECORD-KEY
           PERFORM DUMP-RECORD-IMAGE

           MOVE WS-NEW-BYTES(1:WS-PATCH-LENGTH)
               TO WS-RECORD-IMAGE(PRQ-BYTE-POSITION:WS-PATCH-LENGTH)
           EVALUATE PRQ-MASTER-NAME
               WHEN 'INVHIST1'
                   MOVE WS-RECORD-IMAGE(1:WS-RECORD-LENGTH)
                       TO INVOICE-HISTORY-RECORD
                   REWRITE INVOICE-HISTORY-RECORD
                   IF NOT INVOICE-HISTORY-OK
                       DISPLAY 'STATUS ON INVOICE-HISTORY-FILE '
                               'REWRITE: ' INVOICE-HISTORY-STATUS
                       MOVE 'REFUSED - MASTER REWRITE FAILED'
                           TO WS-PATCH-REJECT-TEXT
                   END-IF
               WHEN 'PRODMAST'
                   MOVE WS-RECORD-IMAGE(1:WS-RECORD-LENGTH)
                       TO PRODUCT-MASTER-RECORD
                   REWRITE PRODUCT-MASTER-RECORD
                   IF NOT PRODUCT-MASTER-OK
                       DISPLAY 'STATUS ON PRODUCT-MASTER-FILE '
                               'REWRITE: ' PRODUCT-MASTER-STATUS
                       MOVE 'REFUSED - MASTER REWRITE FAILED'
                           TO WS-PATCH-REJECT-TEXT
                   END-IF
           END-EVALUATE
           IF WS-PATCH-REJECT-TEXT IS NOT EQUAL TO SPACES
               GO TO APPLY-PATCH-EXIT
           END-IF

           DISPLAY 'PATCHREC AFTER  ' PRQ-MASTER-NAME ' '
                   PRQ-RECORD-KEY
           PERFORM DUMP-RECORD-IMAGE

           MOVE 'WA' TO WS-MA-FUNCTION-CODE
           MOVE PRQ-MASTER-NAME TO WS-MA-MASTER-NAME
           MOVE PRQ-RECORD-KEY TO WS-MA-RECORD-KEY
           MOVE 'P' TO WS-MA-ACTION-CODE
           MOVE WS-ON-FILE-HEX TO WS-MA-BEFORE-IMAGE
           MOVE SPACES TO WS-MA-AFTER-IMAGE
           MOVE WS-NEW-HEX(1:WS-HEX-DIGIT-COUNT)
               TO WS-MA-AFTER-IMAGE
           MOVE PRQ-KEYED-BY TO WS-MA-KEYED-BY
           MOVE PRQ-APPROVED-BY TO WS-MA-APPROVED-BY
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       APPLY-PATCH-EXIT.
           EXIT
           .
       DUMP-RECORD-IMAGE.
           MOVE WS-RECORD-LENGTH TO WS-DH-DUMP-LENGTH
           MOVE WS-RECORD-IMAGE TO WS-DH-DUMP-VALUE
           CALL 'DUMPHEX' USING WS-DUMP-CONVERSION
           .
      * The second line shows the bytes: old and new for a card that
      * got as far as the record, or what the card expected beside
      * what was actually on file when the two disagreed.
       WRITE-REGISTER-LINES.
           MOVE PRQ-MASTER-NAME TO PRG-MASTER-NAME
           MOVE PRQ-RECORD-KEY TO PRG-RECORD-KEY
           IF PRQ-BYTE-POSITION IS NUMERIC
               MOVE PRQ-BYTE-POSITION TO PRG-BYTE-POSITION
           ELSE
               MOVE ZERO TO PRG-BYTE-POSITION
           END-IF
           MOVE WS-PATCH-LENGTH TO PRG-PATCH-LENGTH
           MOVE PRQ-KEYED-BY TO PRG-KEYED-BY
           MOVE PRQ-APPROVED-BY TO PRG-APPROVED-BY
           MOVE PRQ-REASON TO PRG-REASON
           WRITE PATCH-REGISTER-LINE

           MOVE SPACES TO PATCH-REGISTER-BYTES-LINE
           MOVE 'OLD ' TO PRB-FIRST-LABEL
           MOVE PRQ-OLD-HEX TO PRB-FIRST-HEX
           IF WS-ON-FILE-HEX IS NOT EQUAL TO SPACES
                   AND WS-PATCH-REJECT-TEXT IS NOT EQUAL TO SPACES
               MOVE 'FILE' TO PRB-SECOND-LABEL
               MOVE WS-ON-FILE-HEX TO PRB-SECOND-HEX
           ELSE
               MOVE 'NEW ' TO PRB-SECOND-LABEL
               MOVE PRQ-NEW-HEX TO PRB-SECOND-HEX
           END-IF
           WRITE PATCH-REGISTER-BYTES-LINE
           MOVE SPACES TO PATCH-REGISTER-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'PATCH REQUESTS APPLIED:  ' WS-APPLIED-COUNT
           DISPLAY 'PATCH REQUESTS REFUSED:  ' WS-REJECTED-COUNT
           CLOSE PATCH-REQUEST-FILE
           CLOSE PATCH-REGISTER-FILE
           IF INVOICE-HISTORY-AVAILABLE
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           MOVE 'CL' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE WS-REQUEST-COUNT TO WS-JS-RECORD-COUNT
           MOVE WS-REJECTED-COUNT TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
