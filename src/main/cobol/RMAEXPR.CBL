      *****************************************************************
      * Program name:    RMAEXPR
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * The weekly expired-RMA report for the returns desk. RMAMNT
      * marks an issued RMA expired the night its expiry date passes
      * with the goods still out; this program, run once a week after
      * that night's RMAMNT, lists every RMA on tomorrow's RETAUTH2
      * that expired in the seven days ending today, so the desk can
      * call the customer and either reissue or let it go.
      *
      * Each line shows the customer, the RMA, the invoice it was
      * written against, when it was issued and when it ran out, the
      * amount that was authorized and the restocking percentage it
      * carried. The report ends with the count and the authorized
      * value of the week's expirations. RMAs that expired earlier
      * have already been on a previous week's report and are not
      * repeated.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RMAEXPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-AUTH-FILE ASSIGN TO 'RETAUTH2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RETURN-AUTH-STATUS.
           SELECT EXPIRED-REPORT-FILE ASSIGN TO 'RMAEXRPT'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EXPIRED-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout RMAMNT maintains and INVCALC proves returns
      * against.
       FD  RETURN-AUTH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RETURN-AUTH-RECORD.
       01  RETURN-AUTH-RECORD.
           05  RMA-NUMBER               PIC X(08).
           05  RMA-CUSTOMER-NUMBER      PIC X(08).
           05  RMA-ORIG-INVOICE-NUMBER  PIC X(08).
           05  RMA-AUTHORIZED-AMOUNT    PIC S9(07)V99 COMP-3.
           05  RMA-STATUS               PIC X(01).
               88  RMA-IS-EXPIRED       VALUE 'E'.
           05  RMA-ISSUE-DATE           PIC X(08).
           05  RMA-EXPIRY-DATE          PIC X(08).
           05  RMA-RECEIVED-DATE        PIC X(08).
           05  RMA-RESTOCK-PERCENT      PIC 9(02)V99.
           05  RMA-CREDITED-AMOUNT      PIC S9(07)V99 COMP-3.
           05  RMA-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(09).

       FD  EXPIRED-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXPIRED-REPORT-LINE.
       01  EXPIRED-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  RETURN-AUTH-STATUS       PIC X(02).
               88  RETURN-AUTH-OK       VALUE '00'.
               88  END-OF-RETURN-AUTHS  VALUE '10'.
           05  EXPIRED-REPORT-STATUS    PIC X(02).
               88  EXPIRED-REPORT-OK    VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'RMAEXPR'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'RMAEXPR'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

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

      * The report covers today and the six days before it - one
      * week, so a weekly run sees each expiration exactly once.
       01  WS-EXPIRED-WORK-AREAS.
           05  WS-WEEK-DAYS-BACK        PIC S9(07) VALUE -6.
           05  WS-WEEK-START-DATE       PIC X(08).
           05  WS-EXPIRED-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EXPIRED-VALUE         PIC S9(09)V99 COMP-3
                                        VALUE ZERO.

       01  EXPIRED-HEADING-LINE.
           05  FILLER                   PIC X(24)
                   VALUE 'RMAS EXPIRED FROM '.
           05  EHD-WEEK-START-DATE      PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  EHD-RUN-DATE             PIC X(08).
       01  EXPIRED-COLUMN-HEADINGS.
           05  FILLER                   PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(10) VALUE 'RMA'.
           05  FILLER                   PIC X(10) VALUE 'INVOICE'.
           05  FILLER                   PIC X(10) VALUE 'ISSUED'.
           05  FILLER                   PIC X(10) VALUE 'EXPIRED'.
           05  FILLER                   PIC X(14) VALUE
                   '    AUTHORIZED'.
           05  FILLER                   PIC X(10) VALUE '  RESTOCK%'.
       01  EXPIRED-DETAIL-LINE.
           05  EDL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDL-RMA-NUMBER           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDL-ORIG-INVOICE-NUMBER  PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDL-ISSUE-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDL-EXPIRY-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EDL-AUTHORIZED-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  EDL-RESTOCK-PERCENT      PIC Z9.99.
       01  EXPIRED-TRAILER-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'RMAS EXPIRED:       '.
           05  ETR-COUNT                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(20)
                   VALUE '  AUTHORIZED VALUE: '.
           05  ETR-VALUE                PIC ZZZ,ZZZ,ZZ9.99.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'RMAEXPR'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'RMAEXPR'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.

       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-PC-FUNCTION-CODE
           CALL 'RUNCAL' USING WS-RUN-CALENDAR-CONVERSION
           EVALUATE TRUE
               WHEN WS-PC-RUN-IS-SCHEDULED
                   CONTINUE
               WHEN WS-PC-RUN-IS-OVERRIDDEN
                   DISPLAY 'RMAEXPR NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'RMAEXPR RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'RMAEXPR PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'RMAEXPR CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'RMAEXPR NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'RMAEXPR NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'RMAMNT' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'RMAEXPR PRODUCER RMAMNT'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'RMAEXPR PRODUCER RMAMNT NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           OPEN INPUT RETURN-AUTH-FILE
           IF NOT RETURN-AUTH-OK
               DISPLAY 'STATUS ON RETURN-AUTH-FILE OPEN: '
                       RETURN-AUTH-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'RMAEXPR STATUS ON RETURN-AUTH-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT EXPIRED-REPORT-FILE
           IF NOT EXPIRED-REPORT-OK
               DISPLAY 'STATUS ON EXPIRED-REPORT-FILE OPEN: '
                       EXPIRED-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'RMAEXPR STATUS ON EXPIRED-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM SET-WEEK-START-DATE
           MOVE WS-WEEK-START-DATE TO EHD-WEEK-START-DATE
           MOVE WS-CDT-DATE TO EHD-RUN-DATE
           WRITE EXPIRED-REPORT-LINE FROM EXPIRED-HEADING-LINE
           MOVE SPACES TO EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE FROM EXPIRED-COLUMN-HEADINGS
           PERFORM UNTIL END-OF-RETURN-AUTHS
               READ RETURN-AUTH-FILE
               IF RETURN-AUTH-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   IF RMA-IS-EXPIRED
                   AND RMA-STATUS-DATE IS NOT LESS THAN
                           WS-WEEK-START-DATE
                       PERFORM REPORT-ONE-EXPIRED-RMA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-EXPIRED-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * RMAMNT stamps the status date on the night it marks an RMA
      * expired, so the week is measured on that date rather than the
      * expiry date itself.
       SET-WEEK-START-DATE.
           MOVE 'AD' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE(7:2) TO WS-DC-DAY-1
           MOVE WS-WEEK-DAYS-BACK TO WS-DC-NUMBER-OF-DAYS
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-YEAR TO WS-WEEK-START-DATE(1:4)
           MOVE WS-DC-RESULT-MONTH TO WS-WEEK-START-DATE(5:2)
           MOVE WS-DC-RESULT-DAY TO WS-WEEK-START-DATE(7:2)
           .
       REPORT-ONE-EXPIRED-RMA.
           ADD 1 TO WS-EXPIRED-COUNT
           ADD RMA-AUTHORIZED-AMOUNT TO WS-EXPIRED-VALUE
           MOVE RMA-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER
           MOVE RMA-NUMBER TO EDL-RMA-NUMBER
           MOVE RMA-ORIG-INVOICE-NUMBER TO EDL-ORIG-INVOICE-NUMBER
           MOVE RMA-ISSUE-DATE TO EDL-ISSUE-DATE
           MOVE RMA-EXPIRY-DATE TO EDL-EXPIRY-DATE
           MOVE RMA-AUTHORIZED-AMOUNT TO EDL-AUTHORIZED-AMOUNT
           IF RMA-RESTOCK-PERCENT IS NUMERIC
               MOVE RMA-RESTOCK-PERCENT TO EDL-RESTOCK-PERCENT
           ELSE
               MOVE ZERO TO EDL-RESTOCK-PERCENT
           END-IF
           WRITE EXPIRED-REPORT-LINE FROM EXPIRED-DETAIL-LINE
           .
       WRITE-EXPIRED-TRAILER.
           MOVE SPACES TO EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE
           MOVE WS-EXPIRED-COUNT TO ETR-COUNT
           MOVE WS-EXPIRED-VALUE TO ETR-VALUE
           WRITE EXPIRED-REPORT-LINE FROM EXPIRED-TRAILER-LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'RMAS EXPIRED THIS WEEK: ' WS-EXPIRED-COUNT
           CLOSE RETURN-AUTH-FILE
           CLOSE EXPIRED-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE WS-EXPIRED-COUNT TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           IF WS-RUN-COMPLETED
               MOVE ZERO TO WS-SC-COMPLETION-CODE
           ELSE
               MOVE 8 TO WS-SC-COMPLETION-CODE
           END-IF
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
