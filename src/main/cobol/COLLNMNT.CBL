      *****************************************************************
      * Program name:    COLLNMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Recording collection call notes on a keyed activity file.
      *
      * The collectors' call notes used to live in their own
      * notebooks, so whoever picked up an account next had no idea
      * what was said last time. Each conversation - or attempt at
      * one - is now keyed onto COLTRNS during the day and added by
      * this job to the collection activity file, COLLNOT1, keyed by
      * customer, contact date, and a sequence number within the
      * day, so an account's notes read back in the order the calls
      * were made. COLLWORK prints the latest note beside each
      * account on the collectors' morning worklist, and CUSTINQ
      * prints the recent notes with the customer's history.
      *
      * Each note carries the collector, who was spoken to, the
      * outcome, the date the account should next be worked, and a
      * line of free text. Outcome codes:
      *
      *   PP - promised to pay (the promise itself is still keyed on
      *        PROMFIL1 for DUNNING)
      *   PD - says already paid
      *   DS - disputes the balance
      *   LM - left a message
      *   NA - no answer
      *   RF - refused to pay
      *   OT - anything else
      *
      * The contact date defaults to today when it is not keyed. A
      * note missing its customer or collector, with an unknown
      * outcome, or with a date that is not a real date is rejected
      * and listed on COLNRPT1 with everything that was added.
      * Notes are never changed or deleted here; a correction is a
      * further note.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COLLNMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-TRANS-FILE ASSIGN TO 'COLTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NOTE-TRANS-STATUS.
           SELECT COLLECTION-NOTE-FILE ASSIGN TO 'COLLNOT1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAN-NOTE-KEY
                  FILE STATUS IS COLLECTION-NOTE-STATUS.
           SELECT NOTE-REPORT-FILE ASSIGN TO 'COLNRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS NOTE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One call note per record, as the collector keyed it.
       FD  NOTE-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTE-TRANS-RECORD.
       01  NOTE-TRANS-RECORD.
           05  CNT-CUSTOMER-NUMBER      PIC X(08).
           05  CNT-COLLECTOR-CODE       PIC X(03).
           05  CNT-CONTACT-DATE         PIC X(08).
           05  CNT-CONTACT-NAME         PIC X(25).
           05  CNT-OUTCOME-CODE         PIC X(02).
               88  CNT-OUTCOME-IS-KNOWN VALUE 'PP' 'PD' 'DS' 'LM'
                                              'NA' 'RF' 'OT'.
           05  CNT-NEXT-ACTION-DATE     PIC X(08).
           05  CNT-NOTE-TEXT            PIC X(60).

      * The collection activity file, the layout COLLWORK and
      * CUSTINQ read. The sequence keeps two calls to the same
      * customer on the same day apart.
       FD  COLLECTION-NOTE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COLLECTION-NOTE-RECORD.
       01  COLLECTION-NOTE-RECORD.
           05  CAN-NOTE-KEY.
               10  CAN-CUSTOMER-NUMBER  PIC X(08).
               10  CAN-CONTACT-DATE     PIC X(08).
               10  CAN-NOTE-SEQUENCE    PIC 9(03).
           05  CAN-COLLECTOR-CODE       PIC X(03).
           05  CAN-CONTACT-NAME         PIC X(25).
           05  CAN-OUTCOME-CODE         PIC X(02).
           05  CAN-NEXT-ACTION-DATE     PIC X(08).
           05  CAN-NOTE-TEXT            PIC X(60).
           05  CAN-ADDED-DATE           PIC X(08).
           05  FILLER                   PIC X(10).

      * One line per note added or rejected, plus a trailer.
       FD  NOTE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NOTE-REPORT-LINE.
       01  NOTE-REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  NOTE-TRANS-STATUS        PIC X(02).
               88  NOTE-TRANS-OK        VALUE '00'.
               88  END-OF-NOTE-TRANS    VALUE '10'.
           05  COLLECTION-NOTE-STATUS   PIC X(02).
               88  COLLECTION-NOTE-OK   VALUE '00'.
               88  COLLECTION-NOTE-DUPLICATE VALUE '22'.
               88  COLLECTION-NOTE-MISSING VALUE '35'.
           05  NOTE-REPORT-STATUS       PIC X(02).
               88  NOTE-REPORT-OK       VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'COLLNMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'COLLNMNT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
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

       01  WS-NOTE-WORK-AREAS.
           05  WS-DATE-TO-CHECK           PIC X(08).
           05  WS-DATE-TO-CHECK-PARTS REDEFINES WS-DATE-TO-CHECK.
               10  WS-DTC-YEAR            PIC 9(04).
               10  WS-DTC-MONTH           PIC 9(02).
               10  WS-DTC-DAY             PIC 9(02).
           05  WS-DATE-CHECK-SWITCH       PIC X.
               88  WS-DATE-CHECKS-OUT     VALUE 'Y'.
           05  WS-NOTE-WRITTEN-SWITCH     PIC X.
               88  WS-NOTE-WAS-WRITTEN    VALUE 'Y'.
           05  WS-MAX-NOTE-SEQUENCE       PIC 9(03) VALUE 999.

       01  WS-MAINT-TOTALS.
           05  WS-ADDED-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSACTION-COUNT       PIC S9(05) COMP-3 VALUE ZERO.

       01  NOTE-REPORT-DETAIL.
           05  RPT-CUSTOMER-NUMBER        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-CONTACT-DATE           PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RPT-NOTE-SEQUENCE          PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-COLLECTOR-CODE         PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-OUTCOME-CODE           PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(50).

       01  NOTE-REPORT-TRAILER.
           05  FILLER                     PIC X(21)
                   VALUE 'COLLECTION NOTES RUN '.
           05  TRL-TRANSACTION-COUNT      PIC ZZZ9.
           05  FILLER                     PIC X(08) VALUE ' TRANS, '.
           05  TRL-ADDED-COUNT            PIC ZZZ9.
           05  FILLER                     PIC X(07) VALUE ' ADDED '.
           05  TRL-REJECTED-COUNT         PIC ZZZ9.
           05  FILLER                     PIC X(09) VALUE ' REJECTED'.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'COLLNMNT'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8.
       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           OPEN INPUT NOTE-TRANS-FILE
           IF NOT NOTE-TRANS-OK
               DISPLAY 'STATUS ON NOTE-TRANS-FILE OPEN: '
                       NOTE-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLNMNT STATUS ON NOTE-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT NOTE-REPORT-FILE
           IF NOT NOTE-REPORT-OK
               DISPLAY 'STATUS ON NOTE-REPORT-FILE OPEN: '
                       NOTE-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLNMNT STATUS ON NOTE-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM OPEN-NOTE-FILE
           IF NOT COLLECTION-NOTE-OK
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-NOTE-TRANS
               READ NOTE-TRANS-FILE
               IF NOTE-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-NOTE
               END-IF
           END-PERFORM

           PERFORM WRITE-NOTE-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * The activity file opens I-O for keyed adds; on the first run
      * ever (file not there yet) it is created empty and reopened,
      * the way HISTUPDT starts INVHIST1.
       OPEN-NOTE-FILE.
           OPEN I-O COLLECTION-NOTE-FILE
           IF COLLECTION-NOTE-MISSING
               OPEN OUTPUT COLLECTION-NOTE-FILE
               CLOSE COLLECTION-NOTE-FILE
               OPEN I-O COLLECTION-NOTE-FILE
           END-IF
           IF NOT COLLECTION-NOTE-OK
               DISPLAY 'STATUS ON COLLECTION-NOTE-FILE OPEN: '
                       COLLECTION-NOTE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLNMNT STATUS ON COLLECTION-NOTE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       APPLY-ONE-NOTE.
           MOVE CNT-CUSTOMER-NUMBER TO RPT-CUSTOMER-NUMBER
           MOVE CNT-COLLECTOR-CODE TO RPT-COLLECTOR-CODE
           MOVE CNT-OUTCOME-CODE TO RPT-OUTCOME-CODE
           MOVE SPACES TO RPT-NOTE-SEQUENCE
           IF CNT-CONTACT-DATE IS EQUAL TO SPACES
               MOVE WS-CDT-DATE-X TO CNT-CONTACT-DATE
           END-IF
           MOVE CNT-CONTACT-DATE TO RPT-CONTACT-DATE
           EVALUATE TRUE
               WHEN CNT-CUSTOMER-NUMBER IS EQUAL TO SPACES
                   MOVE 'REJECTED - CUSTOMER NOT KEYED'
                       TO RPT-DISPOSITION
                   PERFORM REJECT-ONE-NOTE
               WHEN CNT-COLLECTOR-CODE IS EQUAL TO SPACES
                   MOVE 'REJECTED - COLLECTOR NOT KEYED'
                       TO RPT-DISPOSITION
                   PERFORM REJECT-ONE-NOTE
               WHEN NOT CNT-OUTCOME-IS-KNOWN
                   MOVE 'REJECTED - OUTCOME CODE UNKNOWN'
                       TO RPT-DISPOSITION
                   PERFORM REJECT-ONE-NOTE
               WHEN OTHER
                   MOVE CNT-CONTACT-DATE TO WS-DATE-TO-CHECK
                   PERFORM CHECK-ONE-DATE
                   IF NOT WS-DATE-CHECKS-OUT
                       MOVE 'REJECTED - CONTACT DATE INVALID'
                           TO RPT-DISPOSITION
                       PERFORM REJECT-ONE-NOTE
                   ELSE
                       IF CNT-NEXT-ACTION-DATE IS NOT EQUAL TO SPACES
                           MOVE CNT-NEXT-ACTION-DATE
                               TO WS-DATE-TO-CHECK
                           PERFORM CHECK-ONE-DATE
                       END-IF
                       IF NOT WS-DATE-CHECKS-OUT
                           MOVE 'REJECTED - NEXT ACTION DATE INVALID'
                               TO RPT-DISPOSITION
                           PERFORM REJECT-ONE-NOTE
                       ELSE
                           PERFORM ADD-ONE-NOTE
                       END-IF
                   END-IF
           END-EVALUATE
           .
      * A date is good when it is eight digits DATECALC accepts.
       CHECK-ONE-DATE.
           MOVE 'N' TO WS-DATE-CHECK-SWITCH
           IF WS-DATE-TO-CHECK IS NUMERIC
               MOVE 'VD' TO WS-DC-FUNCTION-CODE
               MOVE WS-DTC-YEAR TO WS-DC-YEAR-1
               MOVE WS-DTC-MONTH TO WS-DC-MONTH-1
               MOVE WS-DTC-DAY TO WS-DC-DAY-1
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               IF WS-DC-DATE-IS-VALID
                   SET WS-DATE-CHECKS-OUT TO TRUE
               END-IF
           END-IF
           .
      * The note goes in under the first sequence number free for
      * that customer and day.
       ADD-ONE-NOTE.
           MOVE SPACES TO COLLECTION-NOTE-RECORD
           MOVE CNT-CUSTOMER-NUMBER TO CAN-CUSTOMER-NUMBER
           MOVE CNT-CONTACT-DATE TO CAN-CONTACT-DATE
           MOVE CNT-COLLECTOR-CODE TO CAN-COLLECTOR-CODE
           MOVE CNT-CONTACT-NAME TO CAN-CONTACT-NAME
           MOVE CNT-OUTCOME-CODE TO CAN-OUTCOME-CODE
           MOVE CNT-NEXT-ACTION-DATE TO CAN-NEXT-ACTION-DATE
           MOVE CNT-NOTE-TEXT TO CAN-NOTE-TEXT
           MOVE WS-CDT-DATE-X TO CAN-ADDED-DATE
           MOVE 'N' TO WS-NOTE-WRITTEN-SWITCH
           MOVE 1 TO CAN-NOTE-SEQUENCE
           PERFORM UNTIL WS-NOTE-WAS-WRITTEN
                   OR NOT COLLECTION-NOTE-OK
               WRITE COLLECTION-NOTE-RECORD
               EVALUATE TRUE
                   WHEN COLLECTION-NOTE-OK
                       SET WS-NOTE-WAS-WRITTEN TO TRUE
                   WHEN COLLECTION-NOTE-DUPLICATE
                   AND CAN-NOTE-SEQUENCE IS LESS THAN
                           WS-MAX-NOTE-SEQUENCE
                       ADD 1 TO CAN-NOTE-SEQUENCE
                       MOVE '00' TO COLLECTION-NOTE-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-NOTE-WAS-WRITTEN
               ADD 1 TO WS-ADDED-COUNT
               MOVE CAN-NOTE-SEQUENCE TO RPT-NOTE-SEQUENCE
               MOVE 'NOTE ADDED' TO RPT-DISPOSITION
               WRITE NOTE-REPORT-LINE FROM NOTE-REPORT-DETAIL
           ELSE
               DISPLAY 'STATUS ON COLLECTION-NOTE-FILE WRITE: '
                       COLLECTION-NOTE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLNMNT STATUS ON COLLECTION-NOTE-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE CNT-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               MOVE '00' TO COLLECTION-NOTE-STATUS
               MOVE 'REJECTED - NOTE COULD NOT BE WRITTEN'
                   TO RPT-DISPOSITION
               PERFORM REJECT-ONE-NOTE
           END-IF
           .
       REJECT-ONE-NOTE.
           ADD 1 TO WS-REJECTED-COUNT
           WRITE NOTE-REPORT-LINE FROM NOTE-REPORT-DETAIL
           .
       WRITE-NOTE-TRAILER.
           MOVE SPACES TO NOTE-REPORT-LINE
           WRITE NOTE-REPORT-LINE
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ADDED-COUNT TO TRL-ADDED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE NOTE-REPORT-LINE FROM NOTE-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'COLLECTION NOTES ADDED:    ' WS-ADDED-COUNT
           DISPLAY 'COLLECTION NOTES REJECTED: ' WS-REJECTED-COUNT
           CLOSE NOTE-TRANS-FILE
           CLOSE COLLECTION-NOTE-FILE
           CLOSE NOTE-REPORT-FILE
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE WS-TRANSACTION-COUNT TO WS-JS-RECORD-COUNT
           MOVE WS-REJECTED-COUNT TO WS-JS-EXCEPTION-COUNT
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
           GOBACK
           .
