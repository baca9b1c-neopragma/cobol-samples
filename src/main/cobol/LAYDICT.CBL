      *****************************************************************
      * Program name:    LAYDICT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Keeping a record-layout dictionary beside the FDs it
      * describes, so a file full of COMP-3 fields can be printed
      * field by field without a programmer decoding the dump.
      *
      * AUDITINQ, GLJINQ, MNTINQ and MFCOMPAR each exist partly
      * because a packed field is unreadable in a raw print. This job
      * writes LAYDICT1 from the table below - one record per field
      * per record layout, giving the field's name, its starting
      * byte, its length in bytes, its type and its decimal scale -
      * and FMTPRINT reads LAYDICT1 to print any of the files listed
      * here, all records or a key range, with the packed fields
      * decoded. When an FD listed here changes, the table changes
      * with it and this job is rerun.
      *
      * Field types:
      *   C - character (PIC X), printed as it stands
      *   N - unsigned zoned decimal (PIC 9)
      *   S - signed zoned decimal, trailing sign (PIC S9)
      *   P - packed decimal (COMP-3), signed or not, up to 7 bytes
      *   B - binary (COMP), 2 or 4 bytes
      * The scale is the number of digits after the assumed decimal
      * point (V99 is 2). A K marks the field FMTPRINT compares
      * against a requested key range; at most one per layout.
      * - SLSDTL1 lines now end with the below-cost approval flag.
      * - INVTOT1 records now end with the restocking fee.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LAYDICT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-DICTIONARY-FILE ASSIGN TO 'LAYDICT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LAYOUT-DICTIONARY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One record per field per record layout, in record order.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  LAYOUT-DICTIONARY-STATUS PIC X(02).
               88  LAYOUT-DICTIONARY-OK VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'LAYDICT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'LAYDICT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The dictionary itself: layout name X(08), field name X(30),
      * offset 9(04), length 9(04), type X, scale 9(02), key flag X.
       01  WS-LAYOUT-DICTIONARY-VALUES.
      * INVTOT1 detail - invoice totals INVCALC writes.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-INVOICE-DATE              00010008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-INVOICE-NUMBER            00090008C00K'.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-CUSTOMER-NUMBER           00170008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-TOTAL-AMOUNT              00250005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-TOTAL-BEFORE-TAX          00300005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-TOTAL-SALES-TAX           00350005P03 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-JURISDICTION-CODE         00400002C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-RETURN                    00420001C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-DUE-DATE                  00430008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-FREIGHT-AMOUNT            00510005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-HANDLING-AMOUNT           00560005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-COMPANY-CODE              00610002C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-CURRENCY-CODE             00630003C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-EXCHANGE-RATE             00660005P06 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-CURRENCY-AMOUNT           00710005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-TAX-REMITTED-BY           00760001C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1 ITR-RESTOCK-FEE               00770005P02 '.
      * INVTOT1 run-date header record.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1HITH-RECORD-TYPE               00010003C00K'.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1HITH-PRODUCING-PROGRAM         00040008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVTOT1HITH-RUN-DATE                  00120008C00 '.
      * SLSDTL1 - one record per accepted invoice line.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-INVOICE-NUMBER            00010008C00K'.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-INVOICE-DATE              00090008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-CUSTOMER-NUMBER           00170008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-LINE-NUMBER               00250003P00 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-SKU                       00280010C00 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-QUANTITY                  00380003P00 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-LINE-REVENUE              00410005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-UNIT-COST                 00460004P02 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-LINE-COST                 00500005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-PROMO-FLAG                00550001C00 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-WAREHOUSE-CODE            00560002C00 '.
           05  FILLER                   PIC X(50) VALUE
               'SLSDTL1 SDL-BELOW-COST-FLAG           00580001C00 '.
      * TAXAUD1 detail - tax by line and jurisdiction component.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-INVOICE-NUMBER            00010008C00K'.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-INVOICE-DATE              00090008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-LINE-NUMBER               00170003P00 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-SKU                       00200010C00 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-JURISDICTION-CODE         00300002C00 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-COMPONENT-CODE            00320001C00 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-TAX-RATE                  00330003P05 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-TAXABLE-AMOUNT            00360005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-TAX-AMOUNT                00410005P03 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-CERTIFICATE-NUMBER        00460012C00 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-COMPANY-CODE              00580002C00 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1 TAD-TAX-REMITTED-BY           00600001C00 '.
      * TAXAUD1 run-date header record.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1HTAH-RECORD-TYPE               00010003C00K'.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1HTAH-PRODUCING-PROGRAM         00040008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'TAXAUD1HTAH-RUN-DATE                  00120008C00 '.
      * INVONH1 - on-hand by SKU and warehouse.
           05  FILLER                   PIC X(50) VALUE
               'INVONH1 ONH-SKU                       00010010C00K'.
           05  FILLER                   PIC X(50) VALUE
               'INVONH1 ONH-WAREHOUSE-CODE            00110002C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVONH1 ONH-ON-HAND                   00130005P00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVONH1 ONH-REORDER-POINT             00180005P00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVONH1 ONH-LAST-ACTIVITY-DATE        00230008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'INVONH1 ONH-IN-TRANSIT                00310005P00 '.
      * RECURB1 - recurring billing contracts.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-CUSTOMER-NUMBER           00010008C00K'.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-SKU                       00090010C00 '.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-QUANTITY                  00190005N00 '.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-UNIT-PRICE                00240007N02 '.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-FREQUENCY                 00310001C00 '.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-NEXT-BILL-DATE            00320008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-END-DATE                  00400008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-JURISDICTION-CODE         00480002C00 '.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-TAXABLE                   00500001C00 '.
           05  FILLER                   PIC X(50) VALUE
               'RECURB1 RCB-BILLING-DAY               00510002N00 '.
      * PMTFILE1 - validated payments from PMTEDIT.
           05  FILLER                   PIC X(50) VALUE
               'PMTFILE1PMT-INVOICE-NUMBER            00010008C00K'.
           05  FILLER                   PIC X(50) VALUE
               'PMTFILE1PMT-DATE                      00090008C00 '.
           05  FILLER                   PIC X(50) VALUE
               'PMTFILE1PMT-AMOUNT                    00170005P02 '.
           05  FILLER                   PIC X(50) VALUE
               'PMTFILE1PMT-TYPE                      00220001C00 '.
           05  FILLER                   PIC X(50) VALUE
               'PMTFILE1PMT-COMPANY-CODE              00230002C00 '.
       01  WS-LAYOUT-DICTIONARY-TABLE
               REDEFINES WS-LAYOUT-DICTIONARY-VALUES.
           05  WS-DICTIONARY-ENTRY OCCURS 68 TIMES
                   INDEXED BY DICTIONARY-INDEX.
               10  WS-LD-LAYOUT-NAME      PIC X(08).
               10  WS-LD-FIELD-NAME       PIC X(30).
               10  WS-LD-FIELD-OFFSET     PIC 9(04).
               10  WS-LD-FIELD-LENGTH     PIC 9(04).
               10  WS-LD-FIELD-TYPE       PIC X(01).
               10  WS-LD-FIELD-SCALE      PIC 9(02).
               10  WS-LD-KEY-FLAG         PIC X(01).
       01  WS-DICTIONARY-ENTRY-COUNT    PIC S9(05) COMP-3 VALUE 68.

       01  WS-WRITTEN-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           OPEN OUTPUT LAYOUT-DICTIONARY-FILE
           IF NOT LAYOUT-DICTIONARY-OK
               DISPLAY 'STATUS ON LAYOUT-DICTIONARY-FILE OPEN: '
                       LAYOUT-DICTIONARY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'LAYDICT STATUS ON LAYOUT-DICTIONARY-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-ONE-DICTIONARY-RECORD
               VARYING DICTIONARY-INDEX FROM 1 BY 1
               UNTIL DICTIONARY-INDEX > WS-DICTIONARY-ENTRY-COUNT
           CLOSE LAYOUT-DICTIONARY-FILE

           GO TO END-OF-PROGRAM
           .
       WRITE-ONE-DICTIONARY-RECORD.
           MOVE SPACES TO LAYOUT-DICTIONARY-RECORD
           MOVE WS-LD-LAYOUT-NAME (DICTIONARY-INDEX)
               TO LDR-LAYOUT-NAME
           MOVE WS-LD-FIELD-NAME (DICTIONARY-INDEX)
               TO LDR-FIELD-NAME
           MOVE WS-LD-FIELD-OFFSET (DICTIONARY-INDEX)
               TO LDR-FIELD-OFFSET
           MOVE WS-LD-FIELD-LENGTH (DICTIONARY-INDEX)
               TO LDR-FIELD-LENGTH
           MOVE WS-LD-FIELD-TYPE (DICTIONARY-INDEX)
               TO LDR-FIELD-TYPE
           MOVE WS-LD-FIELD-SCALE (DICTIONARY-INDEX)
               TO LDR-FIELD-SCALE
           MOVE WS-LD-KEY-FLAG (DICTIONARY-INDEX)
               TO LDR-KEY-FLAG
           WRITE LAYOUT-DICTIONARY-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           .
       END-OF-PROGRAM.
           DISPLAY 'DICTIONARY RECORDS WRITTEN: ' WS-WRITTEN-COUNT
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE WS-WRITTEN-COUNT TO WS-JS-RECORD-COUNT
           MOVE ZERO TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
