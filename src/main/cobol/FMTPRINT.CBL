      *****************************************************************
      * Program name:    FMTPRINT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A generic formatted print of a suite file, driven by the
      * LAYDICT1 record-layout dictionary instead of a program per
      * file, with packed and zoned fields decoded to numbers.
      *
      * Each FMTREQ1 card names a file and the dictionary layout to
      * print it with (blank means the layout named after the file),
      * and optionally a key range: every record whose key field -
      * the field the dictionary marks K - falls between the low and
      * high keys is printed, field by field: name, starting byte,
      * length, type and scale, and the value. Packed fields are
      * proved through NUMEDIT and zoned fields by the same class
      * test before they are edited, so a bad field is flagged on
      * the print with its bytes in hex instead of abending the run.
      * A blank low key starts at the first record and a blank high
      * key runs to the end of the file.
      *
      * Files this job can read, and their record lengths:
      *   INVTOT1   81    SLSDTL1   58    TAXAUD1   60
      *   INVONH1   35    RECURB1   52    PMTFILE1  24
      * INVTOT1 and TAXAUD1 start with a run-date header record;
      * print it with layout INVTOT1H or TAXAUD1H and a key range of
      * HDR, or expect it flagged under the detail layout.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      * - INVTOT1 records now end with the restocking fee.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FMTPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-REQUEST-FILE ASSIGN TO 'FMTREQ1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PRINT-REQUEST-STATUS.
           SELECT LAYOUT-DICTIONARY-FILE ASSIGN TO 'LAYDICT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LAYOUT-DICTIONARY-STATUS.
           SELECT FORMATTED-PRINT-FILE ASSIGN TO 'FMTRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FORMATTED-PRINT-STATUS.
           SELECT INVOICE-TOTALS-FILE ASSIGN TO 'INVTOT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SELECTED-FILE-STATUS.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SLSDTL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SELECTED-FILE-STATUS.
           SELECT TAX-AUDIT-FILE ASSIGN TO 'TAXAUD1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SELECTED-FILE-STATUS.
           SELECT ON-HAND-FILE ASSIGN TO 'INVONH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SELECTED-FILE-STATUS.
           SELECT RECURRING-MASTER-FILE ASSIGN TO 'RECURB1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SELECTED-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'PMTFILE1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SELECTED-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One print request per record.
       FD  PRINT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REQUEST-RECORD.
       01  PRINT-REQUEST-RECORD.
           05  FRQ-FILE-NAME            PIC X(08).
           05  FRQ-LAYOUT-NAME          PIC X(08).
           05  FRQ-KEY-LOW              PIC X(20).
           05  FRQ-KEY-HIGH             PIC X(20).
           05  FILLER                   PIC X(24).

      * Same layout LAYDICT writes.
       FD  LAYOUT-DICTIONARY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LAYOUT-DICTIONARY-RECORD.
       01  LAYOUT-DICTIONARY-RECORD.
           05  LDR-LAYOUT-NAME          PIC X(08).
           05  LDR-FIELD-NAME           PIC X(30).
           05  LDR-FIELD-OFFSET         PIC 9(04).
           05  LDR-FIELD-LENGTH         PIC 9(04).
           05  LDR-FIELD-TYPE           PIC X(01).
           05  LDR-FIELD-SCALE          PIC 9(02).
           05  LDR-KEY-FLAG             PIC X(01).
           05  FILLER                   PIC X(30).

       FD  FORMATTED-PRINT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FORMATTED-PRINT-LINE.
       01  FORMATTED-PRINT-LINE         PIC X(132).

      * The files this job can print, each read whole into
      * WS-RECORD-IMAGE and laid out from the dictionary there.
       FD  INVOICE-TOTALS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-TOTALS-RECORD.
       01  INVOICE-TOTALS-RECORD        PIC X(81).

       FD  SALES-DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SALES-DETAIL-RECORD.
       01  SALES-DETAIL-RECORD          PIC X(58).

       FD  TAX-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TAX-AUDIT-RECORD.
       01  TAX-AUDIT-RECORD             PIC X(60).

       FD  ON-HAND-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ON-HAND-RECORD.
       01  ON-HAND-RECORD               PIC X(35).

       FD  RECURRING-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECURRING-MASTER-RECORD.
       01  RECURRING-MASTER-RECORD      PIC X(52).

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAYMENT-RECORD.
       01  PAYMENT-RECORD               PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  PRINT-REQUEST-STATUS     PIC X(02).
               88  PRINT-REQUEST-OK     VALUE '00'.
               88  END-OF-PRINT-REQUESTS VALUE '10'.
           05  LAYOUT-DICTIONARY-STATUS PIC X(02).
               88  LAYOUT-DICTIONARY-OK VALUE '00'.
               88  END-OF-LAYOUT-DICTIONARY VALUE '10'.
           05  FORMATTED-PRINT-STATUS   PIC X(02).
               88  FORMATTED-PRINT-OK   VALUE '00'.
      * Shared by whichever of the printable files is open; only one
      * is open at a time.
           05  SELECTED-FILE-STATUS     PIC X(02).
               88  SELECTED-FILE-OK     VALUE '00'.
               88  END-OF-SELECTED-FILE VALUE '10'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'FMTPRINT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'FMTPRINT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Work area mirroring NUMEDIT's LINKAGE SECTION; a packed field
      * is right-justified into the byte view, the ARRECON way, and
      * proved before it is moved anywhere.
       01  WS-NUMERIC-EDIT-CONVERSION.
           05  WS-NE-FIELD-VALUE             PIC S9(13) COMP-3.
           05  WS-NE-FIELD-VALUE-BYTES
                        REDEFINES WS-NE-FIELD-VALUE
                        PIC X(07).
           05  WS-NE-EDIT-CODE               PIC X(02).
               88  WS-NE-FIELD-IS-VALID      VALUE '00'.

      * Work area mirroring HEX2TEXT's LINKAGE SECTION; shows a
      * field that failed its numeric check as hex.
       01  WS-HEX2TEXT-CONVERSION.
           05  WS-HT-ORIGINAL-LENGTH      PIC S9(09) COMP.
           05  WS-HT-ORIGINAL-VALUE       PIC X(500).
           05  WS-HT-EBCDIC-MODE-SWITCH   PIC X VALUE 'N'.
           05  WS-HT-RESULT               PIC X(1000).

      * The whole dictionary, loaded once; each request walks the
      * entries for its layout in dictionary order.
       01  WS-DICTIONARY-TABLE-AREA.
           05  WS-DICTIONARY-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-DICTIONARY-ENTRY
                   OCCURS 1 TO 1000
                   DEPENDING ON WS-DICTIONARY-COUNT
                   INDEXED BY DICTIONARY-INDEX.
               10  WS-LD-LAYOUT-NAME      PIC X(08).
               10  WS-LD-FIELD-NAME       PIC X(30).
               10  WS-LD-FIELD-OFFSET     PIC S9(04) COMP.
               10  WS-LD-FIELD-LENGTH     PIC S9(04) COMP.
               10  WS-LD-FIELD-TYPE       PIC X(01).
                   88  WS-LD-IS-CHARACTER VALUE 'C'.
                   88  WS-LD-IS-ZONED     VALUE 'N'.
                   88  WS-LD-IS-SIGNED-ZONED VALUE 'S'.
                   88  WS-LD-IS-PACKED    VALUE 'P'.
                   88  WS-LD-IS-BINARY    VALUE 'B'.
               10  WS-LD-FIELD-SCALE      PIC S9(04) COMP.
               10  WS-LD-KEY-FLAG         PIC X(01).
                   88  WS-LD-IS-KEY       VALUE 'K'.
       01  WS-MAX-DICTIONARY-ENTRIES    PIC S9(05) COMP-3 VALUE 1000.
       01  WS-DICTIONARY-ROW-SWITCH     PIC X.
           88  WS-DICTIONARY-ROW-IS-GOOD VALUE 'Y'.

      * The request being printed.
       01  WS-REQUEST-WORK-AREAS.
           05  WS-LAYOUT-NAME             PIC X(08).
           05  WS-LAYOUT-FIELD-COUNT      PIC S9(05) COMP-3.
           05  WS-KEY-OFFSET              PIC S9(04) COMP.
           05  WS-KEY-LENGTH              PIC S9(04) COMP.
           05  WS-KEY-LOW                 PIC X(20).
           05  WS-KEY-HIGH                PIC X(20).
           05  WS-RECORD-IMAGE            PIC X(500).
           05  WS-RECORD-LENGTH           PIC S9(04) COMP.
           05  WS-RECORD-KEY              PIC X(20).
           05  WS-REQUEST-REJECT-TEXT     PIC X(40).
       01  WS-SELECTED-FILE-SWITCH      PIC X VALUE 'N'.
           88  WS-SELECTED-FILE-IS-OPEN VALUE 'Y'.

      * One field being decoded.
       01  WS-FIELD-WORK-AREAS.
           05  WS-FIELD-NUMBER            PIC S9(13).
           05  WS-SCALED-VALUE            PIC S9(12)V9(06).
           05  WS-SCALED-VALUE-EDITED     PIC -(12)9.9(06).
           05  WS-ZONED-DIGITS            PIC 9(13).
           05  WS-ZONED-DIGITS-BYTES REDEFINES WS-ZONED-DIGITS
                                          PIC X(13).
           05  WS-SIGNED-ZONED-DIGITS     PIC S9(13).
           05  WS-SIGNED-ZONED-BYTES REDEFINES WS-SIGNED-ZONED-DIGITS
                                          PIC X(13).
           05  WS-HALFWORD                PIC S9(04) COMP.
           05  WS-HALFWORD-BYTES REDEFINES WS-HALFWORD
                                          PIC X(02).
           05  WS-FULLWORD                PIC S9(09) COMP.
           05  WS-FULLWORD-BYTES REDEFINES WS-FULLWORD
                                          PIC X(04).
           05  WS-FIELD-VALUE-TEXT        PIC X(240).
           05  WS-FIELD-FLAG-TEXT         PIC X(16).
           05  WS-FIELD-CHUNK-START       PIC S9(04) COMP.
           05  WS-FIELD-PRINT-LENGTH      PIC S9(04) COMP.
           05  WS-FIELD-OFFSET            PIC S9(04) COMP.
           05  WS-FIELD-LENGTH            PIC S9(04) COMP.
           05  WS-FIELD-SCALE             PIC S9(04) COMP.
           05  WS-FRACTION-START          PIC S9(04) COMP.
           05  WS-SCALE-DIVISOR           PIC 9(07).

       01  WS-PRINT-TOTALS.
           05  WS-RECORDS-READ            PIC S9(09) COMP-3.
           05  WS-RECORDS-PRINTED         PIC S9(09) COMP-3.
           05  WS-FIELDS-FLAGGED          PIC S9(09) COMP-3.
           05  WS-TOTAL-RECORDS-PRINTED   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-TOTAL-FIELDS-FLAGGED    PIC S9(09) COMP-3 VALUE ZERO.

      * 4 when a field was flagged or a request or dictionary row
      * refused, 8 when the run could not start.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       01  WS-REQUEST-HEADING.
           05  FILLER                   PIC X(10) VALUE 'FMTPRINT  '.
           05  FILLER                   PIC X(06) VALUE 'FILE: '.
           05  WS-RH-FILE-NAME          PIC X(08).
           05  FILLER                   PIC X(10) VALUE '  LAYOUT: '.
           05  WS-RH-LAYOUT-NAME        PIC X(08).
           05  FILLER                   PIC X(08) VALUE '  KEYS: '.
           05  WS-RH-KEY-LOW            PIC X(20).
           05  FILLER                   PIC X(06) VALUE ' THRU '.
           05  WS-RH-KEY-HIGH           PIC X(20).
           05  FILLER                   PIC X(12) VALUE '  RUN DATE: '.
           05  WS-RH-RUN-DATE           PIC X(08).
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(32) VALUE 'FIELD'.
           05  FILLER                   PIC X(06) VALUE 'BYTE'.
           05  FILLER                   PIC X(06) VALUE ' LEN'.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(62) VALUE 'VALUE'.
           05  FILLER                   PIC X(16) VALUE 'FLAG'.

       01  WS-RECORD-LINE.
           05  FILLER                   PIC X(07) VALUE 'RECORD '.
           05  WS-RL-RECORD-NUMBER      PIC Z(08)9.
           05  FILLER                   PIC X(116) VALUE SPACES.

       01  WS-FIELD-LINE.
           05  FILLER                   PIC X(04).
           05  WS-FL-FIELD-NAME         PIC X(30).
           05  FILLER                   PIC X(02).
           05  WS-FL-FIELD-OFFSET       PIC ZZZ9.
           05  FILLER                   PIC X(02).
           05  WS-FL-FIELD-LENGTH       PIC ZZZ9.
           05  FILLER                   PIC X(04).
           05  WS-FL-FIELD-TYPE         PIC X(01).
           05  WS-FL-FIELD-SCALE        PIC 9(01).
           05  WS-FL-FIELD-SCALE-BYTE REDEFINES WS-FL-FIELD-SCALE
                                        PIC X(01).
           05  FILLER                   PIC X(02).
           05  WS-FL-FIELD-VALUE        PIC X(60).
           05  FILLER                   PIC X(02).
           05  WS-FL-FIELD-FLAG         PIC X(16).

       01  WS-REQUEST-TOTAL-LINE.
           05  FILLER                   PIC X(14)
                                        VALUE 'RECORDS READ: '.
           05  WS-RT-RECORDS-READ       PIC Z(08)9.
           05  FILLER                   PIC X(12) VALUE '   PRINTED: '.
           05  WS-RT-RECORDS-PRINTED    PIC Z(08)9.
           05  FILLER                   PIC X(19)
                                        VALUE '   FIELDS FLAGGED: '.
           05  WS-RT-FIELDS-FLAGGED     PIC Z(08)9.
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  WS-REQUEST-REJECT-LINE.
           05  FILLER                   PIC X(10) VALUE 'FMTPRINT  '.
           05  WS-RR-FILE-NAME          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RR-LAYOUT-NAME        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RR-REJECT-TEXT        PIC X(40).
           05  FILLER                   PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-LAYOUT-DICTIONARY
           IF WS-DICTIONARY-COUNT IS EQUAL TO ZERO
               DISPLAY 'FMTPRINT LAYOUT DICTIONARY IS EMPTY'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FMTPRINT LAYOUT DICTIONARY IS EMPTY OR MISSING'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT PRINT-REQUEST-FILE
           IF NOT PRINT-REQUEST-OK
               DISPLAY 'STATUS ON PRINT-REQUEST-FILE OPEN: '
                       PRINT-REQUEST-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FMTPRINT STATUS ON PRINT-REQUEST-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT FORMATTED-PRINT-FILE
           IF NOT FORMATTED-PRINT-OK
               DISPLAY 'STATUS ON FORMATTED-PRINT-FILE OPEN: '
                       FORMATTED-PRINT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'FMTPRINT STATUS ON FORMATTED-PRINT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-PRINT-REQUESTS
               READ PRINT-REQUEST-FILE
               IF PRINT-REQUEST-OK
                   PERFORM PRINT-ONE-REQUEST
               END-IF
           END-PERFORM

           GO TO END-OF-PROGRAM
           .
      * A row the print could not lay out safely - an unknown type,
      * a packed field too long for NUMEDIT, a binary field that is
      * not a halfword or fullword - is dropped and logged, and the
      * rest of its layout still prints.
       LOAD-LAYOUT-DICTIONARY.
           OPEN INPUT LAYOUT-DICTIONARY-FILE
           IF NOT LAYOUT-DICTIONARY-OK
               DISPLAY 'STATUS ON LAYOUT-DICTIONARY-FILE OPEN: '
                       LAYOUT-DICTIONARY-STATUS
           ELSE
               PERFORM UNTIL END-OF-LAYOUT-DICTIONARY
                   READ LAYOUT-DICTIONARY-FILE
                   IF LAYOUT-DICTIONARY-OK
                       PERFORM LOAD-ONE-DICTIONARY-ROW
                   END-IF
               END-PERFORM
               CLOSE LAYOUT-DICTIONARY-FILE
           END-IF
           .
       LOAD-ONE-DICTIONARY-ROW.
           MOVE 'Y' TO WS-DICTIONARY-ROW-SWITCH
           EVALUATE TRUE
               WHEN LDR-FIELD-OFFSET IS NOT NUMERIC
                       OR LDR-FIELD-LENGTH IS NOT NUMERIC
                       OR LDR-FIELD-SCALE IS NOT NUMERIC
                   MOVE 'N' TO WS-DICTIONARY-ROW-SWITCH
               WHEN LDR-FIELD-OFFSET IS EQUAL TO ZERO
                       OR LDR-FIELD-LENGTH IS EQUAL TO ZERO
                       OR LDR-FIELD-OFFSET + LDR-FIELD-LENGTH - 1
                           IS GREATER THAN 500
                   MOVE 'N' TO WS-DICTIONARY-ROW-SWITCH
               WHEN LDR-FIELD-TYPE IS EQUAL TO 'C'
                   IF LDR-FIELD-LENGTH IS GREATER THAN 240
                       MOVE 'N' TO WS-DICTIONARY-ROW-SWITCH
                   END-IF
               WHEN LDR-FIELD-TYPE IS EQUAL TO 'N' OR 'S'
                   IF LDR-FIELD-LENGTH IS GREATER THAN 13
                           OR LDR-FIELD-SCALE IS GREATER THAN 6
                       MOVE 'N' TO WS-DICTIONARY-ROW-SWITCH
                   END-IF
               WHEN LDR-FIELD-TYPE IS EQUAL TO 'P'
                   IF LDR-FIELD-LENGTH IS GREATER THAN 7
                           OR LDR-FIELD-SCALE IS GREATER THAN 6
                       MOVE 'N' TO WS-DICTIONARY-ROW-SWITCH
                   END-IF
               WHEN LDR-FIELD-TYPE IS EQUAL TO 'B'
                   IF (LDR-FIELD-LENGTH IS NOT EQUAL TO 2
                           AND LDR-FIELD-LENGTH IS NOT EQUAL TO 4)
                           OR LDR-FIELD-SCALE IS GREATER THAN 6
                       MOVE 'N' TO WS-DICTIONARY-ROW-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-DICTIONARY-ROW-SWITCH
           END-EVALUATE
           IF WS-DICTIONARY-COUNT IS NOT LESS THAN
                   WS-MAX-DICTIONARY-ENTRIES
               MOVE 'N' TO WS-DICTIONARY-ROW-SWITCH
           END-IF
           IF WS-DICTIONARY-ROW-IS-GOOD
               ADD 1 TO WS-DICTIONARY-COUNT
               MOVE LDR-LAYOUT-NAME
                   TO WS-LD-LAYOUT-NAME(WS-DICTIONARY-COUNT)
               MOVE LDR-FIELD-NAME
                   TO WS-LD-FIELD-NAME(WS-DICTIONARY-COUNT)
               MOVE LDR-FIELD-OFFSET
                   TO WS-LD-FIELD-OFFSET(WS-DICTIONARY-COUNT)
               MOVE LDR-FIELD-LENGTH
                   TO WS-LD-FIELD-LENGTH(WS-DICTIONARY-COUNT)
               MOVE LDR-FIELD-TYPE
                   TO WS-LD-FIELD-TYPE(WS-DICTIONARY-COUNT)
               MOVE LDR-FIELD-SCALE
                   TO WS-LD-FIELD-SCALE(WS-DICTIONARY-COUNT)
               MOVE LDR-KEY-FLAG
                   TO WS-LD-KEY-FLAG(WS-DICTIONARY-COUNT)
           ELSE
               MOVE 4 TO WS-RETURN-CODE-VALUE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE SPACES TO WS-EL-EXCEPTION-TEXT
               STRING 'FMTPRINT BAD DICTIONARY ROW ' LDR-LAYOUT-NAME
                      ' ' LDR-FIELD-NAME
                      DELIMITED BY SIZE
                      INTO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * Find the layout and its key field, open the file, and print
      * the records in range; a request that cannot be honored is
      * noted on the print and the log, and the next one runs.
       PRINT-ONE-REQUEST.
           MOVE SPACES TO WS-REQUEST-REJECT-TEXT
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-RECORDS-PRINTED
           MOVE ZERO TO WS-FIELDS-FLAGGED
           IF FRQ-LAYOUT-NAME IS EQUAL TO SPACES
               MOVE FRQ-FILE-NAME TO WS-LAYOUT-NAME
           ELSE
               MOVE FRQ-LAYOUT-NAME TO WS-LAYOUT-NAME
           END-IF
           MOVE FRQ-KEY-LOW TO WS-KEY-LOW
           IF FRQ-KEY-HIGH IS EQUAL TO SPACES
               MOVE HIGH-VALUES TO WS-KEY-HIGH
           ELSE
               MOVE FRQ-KEY-HIGH TO WS-KEY-HIGH
           END-IF

           MOVE ZERO TO WS-LAYOUT-FIELD-COUNT
           MOVE ZERO TO WS-KEY-OFFSET
           MOVE ZERO TO WS-KEY-LENGTH
           PERFORM FIND-LAYOUT-FIELD
               VARYING DICTIONARY-INDEX FROM 1 BY 1
               UNTIL DICTIONARY-INDEX > WS-DICTIONARY-COUNT
           EVALUATE TRUE
               WHEN WS-LAYOUT-FIELD-COUNT IS EQUAL TO ZERO
                   MOVE 'LAYOUT NOT IN DICTIONARY'
                       TO WS-REQUEST-REJECT-TEXT
               WHEN WS-KEY-LENGTH IS EQUAL TO ZERO
                       AND (FRQ-KEY-LOW IS NOT EQUAL TO SPACES
                           OR FRQ-KEY-HIGH IS NOT EQUAL TO SPACES)
                   MOVE 'KEY RANGE GIVEN BUT LAYOUT HAS NO KEY'
                       TO WS-REQUEST-REJECT-TEXT
               WHEN OTHER
                   PERFORM OPEN-SELECTED-FILE
           END-EVALUATE
           IF WS-REQUEST-REJECT-TEXT IS NOT EQUAL TO SPACES
               MOVE 4 TO WS-RETURN-CODE-VALUE
               MOVE FRQ-FILE-NAME TO WS-RR-FILE-NAME
               MOVE WS-LAYOUT-NAME TO WS-RR-LAYOUT-NAME
               MOVE WS-REQUEST-REJECT-TEXT TO WS-RR-REJECT-TEXT
               WRITE FORMATTED-PRINT-LINE FROM WS-REQUEST-REJECT-LINE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE SPACES TO WS-EL-EXCEPTION-TEXT
               STRING 'FMTPRINT ' FRQ-FILE-NAME ' '
                      WS-REQUEST-REJECT-TEXT
                      DELIMITED BY SIZE
                      INTO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM PRINT-SELECTED-FILE
           END-IF
           .
       FIND-LAYOUT-FIELD.
           IF WS-LD-LAYOUT-NAME (DICTIONARY-INDEX)
                   IS EQUAL TO WS-LAYOUT-NAME
               ADD 1 TO WS-LAYOUT-FIELD-COUNT
               IF WS-LD-IS-KEY (DICTIONARY-INDEX)
                       AND WS-KEY-LENGTH IS EQUAL TO ZERO
                   MOVE WS-LD-FIELD-OFFSET (DICTIONARY-INDEX)
                       TO WS-KEY-OFFSET
                   MOVE WS-LD-FIELD-LENGTH (DICTIONARY-INDEX)
                       TO WS-KEY-LENGTH
                   IF WS-KEY-LENGTH IS GREATER THAN 20
                       MOVE 20 TO WS-KEY-LENGTH
                   END-IF
               END-IF
           END-IF
           .
       OPEN-SELECTED-FILE.
           MOVE 'N' TO WS-SELECTED-FILE-SWITCH
           EVALUATE FRQ-FILE-NAME
               WHEN 'INVTOT1'
                   OPEN INPUT INVOICE-TOTALS-FILE
                   MOVE 81 TO WS-RECORD-LENGTH
               WHEN 'SLSDTL1'
                   OPEN INPUT SALES-DETAIL-FILE
                   MOVE 58 TO WS-RECORD-LENGTH
               WHEN 'TAXAUD1'
                   OPEN INPUT TAX-AUDIT-FILE
                   MOVE 60 TO WS-RECORD-LENGTH
               WHEN 'INVONH1'
                   OPEN INPUT ON-HAND-FILE
                   MOVE 35 TO WS-RECORD-LENGTH
               WHEN 'RECURB1'
                   OPEN INPUT RECURRING-MASTER-FILE
                   MOVE 52 TO WS-RECORD-LENGTH
               WHEN 'PMTFILE1'
                   OPEN INPUT PAYMENT-FILE
                   MOVE 24 TO WS-RECORD-LENGTH
               WHEN OTHER
                   MOVE 'FILE NOT PRINTABLE BY FMTPRINT'
                       TO WS-REQUEST-REJECT-TEXT
           END-EVALUATE
           IF WS-REQUEST-REJECT-TEXT IS EQUAL TO SPACES
               IF SELECTED-FILE-OK
                   MOVE 'Y' TO WS-SELECTED-FILE-SWITCH
               ELSE
                   DISPLAY 'STATUS ON ' FRQ-FILE-NAME ' OPEN: '
                           SELECTED-FILE-STATUS
                   MOVE 'FILE WOULD NOT OPEN'
                       TO WS-REQUEST-REJECT-TEXT
               END-IF
           END-IF
           .
       PRINT-SELECTED-FILE.
           MOVE FRQ-FILE-NAME TO WS-RH-FILE-NAME
           MOVE WS-LAYOUT-NAME TO WS-RH-LAYOUT-NAME
           MOVE FRQ-KEY-LOW TO WS-RH-KEY-LOW
           MOVE FRQ-KEY-HIGH TO WS-RH-KEY-HIGH
           MOVE WS-CDT-DATE TO WS-RH-RUN-DATE
           WRITE FORMATTED-PRINT-LINE FROM WS-REQUEST-HEADING
           WRITE FORMATTED-PRINT-LINE FROM WS-COLUMN-HEADING

           PERFORM READ-SELECTED-FILE
           PERFORM UNTIL END-OF-SELECTED-FILE
               ADD 1 TO WS-RECORDS-READ
               PERFORM PRINT-RECORD-IF-IN-RANGE
                   THRU PRINT-RECORD-IF-IN-RANGE-EXIT
               PERFORM READ-SELECTED-FILE
           END-PERFORM
           PERFORM CLOSE-SELECTED-FILE

           MOVE WS-RECORDS-READ TO WS-RT-RECORDS-READ
           MOVE WS-RECORDS-PRINTED TO WS-RT-RECORDS-PRINTED
           MOVE WS-FIELDS-FLAGGED TO WS-RT-FIELDS-FLAGGED
           WRITE FORMATTED-PRINT-LINE FROM WS-REQUEST-TOTAL-LINE
           MOVE SPACES TO FORMATTED-PRINT-LINE
           WRITE FORMATTED-PRINT-LINE
           ADD WS-RECORDS-PRINTED TO WS-TOTAL-RECORDS-PRINTED
           ADD WS-FIELDS-FLAGGED TO WS-TOTAL-FIELDS-FLAGGED
           IF WS-FIELDS-FLAGGED IS GREATER THAN ZERO
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           .
      * Any status other than a clean read ends the file; a bad
      * status is shown so a short print is never taken for a whole
      * one.
       READ-SELECTED-FILE.
           MOVE SPACES TO WS-RECORD-IMAGE
           EVALUATE FRQ-FILE-NAME
               WHEN 'INVTOT1'
                   READ INVOICE-TOTALS-FILE
                       INTO WS-RECORD-IMAGE
               WHEN 'SLSDTL1'
                   READ SALES-DETAIL-FILE
                       INTO WS-RECORD-IMAGE
               WHEN 'TAXAUD1'
                   READ TAX-AUDIT-FILE
                       INTO WS-RECORD-IMAGE
               WHEN 'INVONH1'
                   READ ON-HAND-FILE
                       INTO WS-RECORD-IMAGE
               WHEN 'RECURB1'
                   READ RECURRING-MASTER-FILE
                       INTO WS-RECORD-IMAGE
               WHEN 'PMTFILE1'
                   READ PAYMENT-FILE
                       INTO WS-RECORD-IMAGE
           END-EVALUATE
           IF NOT SELECTED-FILE-OK
                   AND NOT END-OF-SELECTED-FILE
               DISPLAY 'STATUS ON ' FRQ-FILE-NAME ' READ: '
                       SELECTED-FILE-STATUS
               MOVE 4 TO WS-RETURN-CODE-VALUE
               MOVE '10' TO SELECTED-FILE-STATUS
           END-IF
           .
       CLOSE-SELECTED-FILE.
           EVALUATE FRQ-FILE-NAME
               WHEN 'INVTOT1'
                   CLOSE INVOICE-TOTALS-FILE
               WHEN 'SLSDTL1'
                   CLOSE SALES-DETAIL-FILE
               WHEN 'TAXAUD1'
                   CLOSE TAX-AUDIT-FILE
               WHEN 'INVONH1'
                   CLOSE ON-HAND-FILE
               WHEN 'RECURB1'
                   CLOSE RECURRING-MASTER-FILE
               WHEN 'PMTFILE1'
                   CLOSE PAYMENT-FILE
           END-EVALUATE
           MOVE 'N' TO WS-SELECTED-FILE-SWITCH
           .
       PRINT-RECORD-IF-IN-RANGE.
           IF WS-KEY-LENGTH IS GREATER THAN ZERO
               MOVE SPACES TO WS-RECORD-KEY
               MOVE WS-RECORD-IMAGE(WS-KEY-OFFSET:WS-KEY-LENGTH)
                   TO WS-RECORD-KEY(1:WS-KEY-LENGTH)
               IF WS-RECORD-KEY(1:WS-KEY-LENGTH)
                       IS LESS THAN WS-KEY-LOW(1:WS-KEY-LENGTH)
                   OR WS-RECORD-KEY(1:WS-KEY-LENGTH)
                       IS GREATER THAN WS-KEY-HIGH(1:WS-KEY-LENGTH)
                   GO TO PRINT-RECORD-IF-IN-RANGE-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-RECORDS-PRINTED
           MOVE WS-RECORDS-READ TO WS-RL-RECORD-NUMBER
           WRITE FORMATTED-PRINT-LINE FROM WS-RECORD-LINE
           PERFORM PRINT-ONE-FIELD
               THRU PRINT-ONE-FIELD-EXIT
               VARYING DICTIONARY-INDEX FROM 1 BY 1
               UNTIL DICTIONARY-INDEX > WS-DICTIONARY-COUNT
           .
       PRINT-RECORD-IF-IN-RANGE-EXIT.
           EXIT
           .
      * A field is decoded by type into WS-FIELD-VALUE-TEXT; the
      * numeric types are proved first, and one that fails is shown
      * in hex and flagged.
       PRINT-ONE-FIELD.
           IF WS-LD-LAYOUT-NAME (DICTIONARY-INDEX)
                   IS NOT EQUAL TO WS-LAYOUT-NAME
               GO TO PRINT-ONE-FIELD-EXIT
           END-IF
           MOVE WS-LD-FIELD-OFFSET (DICTIONARY-INDEX)
               TO WS-FIELD-OFFSET
           MOVE WS-LD-FIELD-LENGTH (DICTIONARY-INDEX)
               TO WS-FIELD-LENGTH
           MOVE WS-LD-FIELD-SCALE (DICTIONARY-INDEX)
               TO WS-FIELD-SCALE
           MOVE SPACES TO WS-FIELD-VALUE-TEXT
           MOVE SPACES TO WS-FIELD-FLAG-TEXT
           MOVE 60 TO WS-FIELD-PRINT-LENGTH

           EVALUATE TRUE
               WHEN WS-FIELD-OFFSET + WS-FIELD-LENGTH - 1
                       IS GREATER THAN WS-RECORD-LENGTH
                   MOVE 'PAST RECORD END' TO WS-FIELD-FLAG-TEXT
               WHEN WS-LD-IS-CHARACTER (DICTIONARY-INDEX)
                   MOVE WS-RECORD-IMAGE
                           (WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                       TO WS-FIELD-VALUE-TEXT
                   MOVE WS-FIELD-LENGTH TO WS-FIELD-PRINT-LENGTH
               WHEN WS-LD-IS-PACKED (DICTIONARY-INDEX)
                   PERFORM DECODE-PACKED-FIELD
               WHEN WS-LD-IS-ZONED (DICTIONARY-INDEX)
                   PERFORM DECODE-ZONED-FIELD
               WHEN WS-LD-IS-SIGNED-ZONED (DICTIONARY-INDEX)
                   PERFORM DECODE-SIGNED-ZONED-FIELD
               WHEN WS-LD-IS-BINARY (DICTIONARY-INDEX)
                   PERFORM DECODE-BINARY-FIELD
           END-EVALUATE
           IF WS-FIELD-FLAG-TEXT IS NOT EQUAL TO SPACES
               ADD 1 TO WS-FIELDS-FLAGGED
           END-IF

           MOVE SPACES TO WS-FIELD-LINE
           MOVE WS-LD-FIELD-NAME (DICTIONARY-INDEX)
               TO WS-FL-FIELD-NAME
           MOVE WS-FIELD-OFFSET TO WS-FL-FIELD-OFFSET
           MOVE WS-FIELD-LENGTH TO WS-FL-FIELD-LENGTH
           MOVE WS-LD-FIELD-TYPE (DICTIONARY-INDEX)
               TO WS-FL-FIELD-TYPE
           IF WS-LD-IS-CHARACTER (DICTIONARY-INDEX)
               MOVE SPACE TO WS-FL-FIELD-SCALE-BYTE
           ELSE
               MOVE WS-FIELD-SCALE TO WS-FL-FIELD-SCALE
           END-IF
           MOVE WS-FIELD-VALUE-TEXT(1:60) TO WS-FL-FIELD-VALUE
           MOVE WS-FIELD-FLAG-TEXT TO WS-FL-FIELD-FLAG
           WRITE FORMATTED-PRINT-LINE FROM WS-FIELD-LINE

      * A character field longer than the value column carries on
      * under it, sixty bytes a line.
           PERFORM VARYING WS-FIELD-CHUNK-START FROM 61 BY 60
                   UNTIL WS-FIELD-CHUNK-START > WS-FIELD-PRINT-LENGTH
               MOVE SPACES TO WS-FIELD-LINE
               MOVE WS-FIELD-VALUE-TEXT(WS-FIELD-CHUNK-START:60)
                   TO WS-FL-FIELD-VALUE
               WRITE FORMATTED-PRINT-LINE FROM WS-FIELD-LINE
           END-PERFORM
           .
       PRINT-ONE-FIELD-EXIT.
           EXIT
           .
      * Right-justified into NUMEDIT's packed field, the leading
      * bytes zero, so any length up to seven bytes proves the same.
       DECODE-PACKED-FIELD.
           MOVE ZERO TO WS-NE-FIELD-VALUE
           MOVE WS-RECORD-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-NE-FIELD-VALUE-BYTES
                      (8 - WS-FIELD-LENGTH:WS-FIELD-LENGTH)
           CALL 'NUMEDIT' USING WS-NUMERIC-EDIT-CONVERSION
           IF WS-NE-FIELD-IS-VALID
               MOVE WS-NE-FIELD-VALUE TO WS-FIELD-NUMBER
               PERFORM EDIT-SCALED-NUMBER
                   THRU EDIT-SCALED-NUMBER-EXIT
           ELSE
               PERFORM SHOW-FIELD-IN-HEX
           END-IF
           .
      * Zoned fields get the same class test NUMEDIT runs, on a
      * display field with the leading digits zero.
       DECODE-ZONED-FIELD.
           MOVE ZERO TO WS-ZONED-DIGITS
           MOVE WS-RECORD-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-ZONED-DIGITS-BYTES
                      (14 - WS-FIELD-LENGTH:WS-FIELD-LENGTH)
           IF WS-ZONED-DIGITS IS NUMERIC
               MOVE WS-ZONED-DIGITS TO WS-FIELD-NUMBER
               PERFORM EDIT-SCALED-NUMBER
                   THRU EDIT-SCALED-NUMBER-EXIT
           ELSE
               PERFORM SHOW-FIELD-IN-HEX
           END-IF
           .
       DECODE-SIGNED-ZONED-FIELD.
           MOVE ZERO TO WS-SIGNED-ZONED-DIGITS
           MOVE WS-RECORD-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-SIGNED-ZONED-BYTES
                      (14 - WS-FIELD-LENGTH:WS-FIELD-LENGTH)
           IF WS-SIGNED-ZONED-DIGITS IS NUMERIC
               MOVE WS-SIGNED-ZONED-DIGITS TO WS-FIELD-NUMBER
               PERFORM EDIT-SCALED-NUMBER
                   THRU EDIT-SCALED-NUMBER-EXIT
           ELSE
               PERFORM SHOW-FIELD-IN-HEX
           END-IF
           .
      * Any bit pattern is a valid binary number.
       DECODE-BINARY-FIELD.
           IF WS-FIELD-LENGTH IS EQUAL TO 2
               MOVE WS-RECORD-IMAGE(WS-FIELD-OFFSET:2)
                   TO WS-HALFWORD-BYTES
               MOVE WS-HALFWORD TO WS-FIELD-NUMBER
           ELSE
               MOVE WS-RECORD-IMAGE(WS-FIELD-OFFSET:4)
                   TO WS-FULLWORD-BYTES
               MOVE WS-FULLWORD TO WS-FIELD-NUMBER
           END-IF
           PERFORM EDIT-SCALED-NUMBER
               THRU EDIT-SCALED-NUMBER-EXIT
           .
      * The assumed decimal point is applied and the fraction digits
      * past the field's scale are blanked, so V99 prints two places
      * and a whole number prints none.
       EDIT-SCALED-NUMBER.
           COMPUTE WS-SCALE-DIVISOR = 10 ** WS-FIELD-SCALE
           COMPUTE WS-SCALED-VALUE =
                   WS-FIELD-NUMBER / WS-SCALE-DIVISOR
               ON SIZE ERROR
                   MOVE 'TOO LARGE TO EDIT' TO WS-FIELD-FLAG-TEXT
                   PERFORM SHOW-FIELD-IN-HEX
                   GO TO EDIT-SCALED-NUMBER-EXIT
           END-COMPUTE
           MOVE WS-SCALED-VALUE TO WS-SCALED-VALUE-EDITED
           IF WS-FIELD-SCALE IS EQUAL TO ZERO
               MOVE SPACES TO WS-SCALED-VALUE-EDITED(14:7)
           ELSE
               IF WS-FIELD-SCALE IS LESS THAN 6
                   COMPUTE WS-FRACTION-START = 15 + WS-FIELD-SCALE
                   MOVE SPACES TO WS-SCALED-VALUE-EDITED
                           (WS-FRACTION-START:21 - WS-FRACTION-START)
               END-IF
           END-IF
           MOVE WS-SCALED-VALUE-EDITED TO WS-FIELD-VALUE-TEXT
           .
       EDIT-SCALED-NUMBER-EXIT.
           EXIT
           .
       SHOW-FIELD-IN-HEX.
           IF WS-FIELD-FLAG-TEXT IS EQUAL TO SPACES
               MOVE '*** NOT NUMERIC' TO WS-FIELD-FLAG-TEXT
           END-IF
           MOVE WS-FIELD-LENGTH TO WS-HT-ORIGINAL-LENGTH
           MOVE SPACES TO WS-HT-ORIGINAL-VALUE
           MOVE WS-RECORD-IMAGE(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-HT-ORIGINAL-VALUE
           CALL 'HEX2TEXT' USING WS-HEX2TEXT-CONVERSION
           MOVE SPACES TO WS-FIELD-VALUE-TEXT
           STRING 'X''' WS-HT-RESULT(1:WS-FIELD-LENGTH * 2) ''''
                  DELIMITED BY SIZE
                  INTO WS-FIELD-VALUE-TEXT
           .
       END-OF-PROGRAM.
           DISPLAY 'FMTPRINT RECORDS PRINTED: ' WS-TOTAL-RECORDS-PRINTED
           DISPLAY 'FMTPRINT FIELDS FLAGGED:  ' WS-TOTAL-FIELDS-FLAGGED
           CLOSE PRINT-REQUEST-FILE
           CLOSE FORMATTED-PRINT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE WS-TOTAL-RECORDS-PRINTED TO WS-JS-RECORD-COUNT
           MOVE WS-TOTAL-FIELDS-FLAGGED TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
