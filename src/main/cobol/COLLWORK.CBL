      *****************************************************************
      * Program name:    COLLWORK
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Building each collector's prioritized morning call worklist
      * from the aged open items, the broken promises, and the call
      * notes.
      *
      * The collectors used to pick whom to phone from the printed
      * ARAGE report. Each customer on CUSTMAST now carries the
      * collector who works its account (CM-COLLECTOR-CODE), and
      * this job runs each morning after DUNNING to give every
      * collector a worklist in the order the calls should be made:
      *
      *   - customers on last night's BRKPROM1 broken-promise report
      *     come first, whatever they owe;
      *   - then everyone else with past-due dollars (aged 31 days
      *     or more on ARAGEXT1, less any amount under open dispute),
      *     biggest past-due balance first;
      *   - a customer holding a promise that has not yet come due
      *     (rolled forward by DUNNING to PROMFIL2) is left off - the
      *     customer has already told us when the cash is coming.
      *
      * Each account on the list shows the past-due amount, the
      * oldest aging bucket, the contact phone, and the latest call
      * note from the COLLNOT1 activity file that COLLNMNT keeps -
      * who called, when, what came of it, and when it was to be
      * followed up - so whoever calls next can pick up where the
      * last conversation ended. Accounts whose customer carries no
      * collector code are grouped at the end under UNASSIGNED.
      *
      * The list is printed to COLLWRK1, one page per collector,
      * with a trailer counting the accounts listed and skipped.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COLLWORK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGED-EXTRACT-FILE ASSIGN TO 'ARAGEXT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGED-EXTRACT-STATUS.
           SELECT BROKEN-PROMISE-FILE ASSIGN TO 'BRKPROM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BROKEN-PROMISE-STATUS.
           SELECT PROMISE-FILE ASSIGN TO 'PROMFIL2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PROMISE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT COLLECTION-NOTE-FILE ASSIGN TO 'COLLNOT1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAN-NOTE-KEY
                  FILE STATUS IS COLLECTION-NOTE-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO 'COLLWRK1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WORKLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout ARAGE writes: one record per aged open item,
      * bucket code 1 = 0-30 days through 4 = over 90.
       FD  AGED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AGED-EXTRACT-RECORD.
       01  AGED-EXTRACT-RECORD.
           05  AGX-CUSTOMER-NUMBER      PIC X(08).
           05  AGX-INVOICE-NUMBER       PIC X(08).
           05  AGX-INVOICE-DATE         PIC X(08).
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same line DUNNING prints to BRKPROM1; the amounts are read
      * back as the edited text DUNNING printed.
       FD  BROKEN-PROMISE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BROKEN-PROMISE-LINE.
       01  BROKEN-PROMISE-LINE.
           05  BRK-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02).
           05  BRK-PROMISED-DATE        PIC X(08).
           05  FILLER                   PIC X(02).
           05  BRK-PROMISED-AMOUNT      PIC X(12).
           05  FILLER                   PIC X(02).
           05  BRK-CASH-RECEIVED        PIC X(12).

      * Same layout DUNNING rolls forward to PROMFIL2: the promises
      * not yet come due.
       FD  PROMISE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROMISE-RECORD.
       01  PROMISE-RECORD.
           05  PRM-CUSTOMER-NUMBER      PIC X(08).
           05  PRM-PROMISED-DATE        PIC X(08).
           05  PRM-PROMISED-AMOUNT      PIC S9(07)V99 COMP-3.

      * Same layout CUSTMNT maintains on CUSTMAST.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER       PIC X(08).
           05  CM-CUSTOMER-NAME         PIC X(30).
           05  CM-CREDIT-LIMIT          PIC S9(07)V99 COMP-3.
           05  CM-BIRTH-DATE            PIC X(08).
           05  CM-ADDRESS-LINE-1        PIC X(30).
           05  CM-ADDRESS-LINE-2        PIC X(30).
           05  CM-CITY                  PIC X(20).
           05  CM-STATE                 PIC X(02).
           05  CM-POSTAL-CODE           PIC X(10).
           05  CM-CONTACT-NAME          PIC X(25).
           05  CM-CONTACT-PHONE         PIC X(15).
           05  CM-TERMS-CODE            PIC X(02).
           05  CM-STATEMENT-CYCLE       PIC X(01).
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  CM-INVOICE-DELIVERY      PIC X(01).
           05  CM-COLLECTOR-CODE        PIC X(03).
           05  FILLER                   PIC X(26).

      * Same layout COLLNMNT adds to COLLNOT1; a customer's notes
      * read back in call order.
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

       FD  WORKLIST-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WORKLIST-LINE.
       01  WORKLIST-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  AGED-EXTRACT-STATUS      PIC X(02).
               88  AGED-EXTRACT-OK      VALUE '00'.
               88  END-OF-AGED-EXTRACT  VALUE '10'.
           05  BROKEN-PROMISE-STATUS    PIC X(02).
               88  BROKEN-PROMISE-OK    VALUE '00'.
               88  END-OF-BROKEN-PROMISES VALUE '10'.
           05  PROMISE-FILE-STATUS      PIC X(02).
               88  PROMISE-FILE-OK      VALUE '00'.
               88  END-OF-PROMISE-FILE  VALUE '10'.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  COLLECTION-NOTE-STATUS   PIC X(02).
               88  COLLECTION-NOTE-OK   VALUE '00'.
               88  END-OF-COLLECTION-NOTES VALUE '10' '23'.
           05  WORKLIST-STATUS          PIC X(02).
               88  WORKLIST-OK          VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'COLLWORK'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'COLLWORK'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'COLLWORK'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Name, phone, and collector per customer, from CUSTMAST. An
      * unopenable master leaves every account UNASSIGNED with no
      * name, the same degradation DUNNING's bill-to load follows.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMER-ENTRIES  PIC S9(05) COMP-3 VALUE 1000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-CUS-CUSTOMER-NUMBER PIC X(08).
               10  WS-CUS-CUSTOMER-NAME   PIC X(30).
               10  WS-CUS-CONTACT-PHONE   PIC X(15).
               10  WS-CUS-COLLECTOR-CODE  PIC X(03).

      * Promises not yet come due, from PROMFIL2.
       01  WS-PROMISE-TABLE-AREA.
           05  WS-PROMISE-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-PROMISE-ENTRIES   PIC S9(05) COMP-3 VALUE 1000.
           05  WS-PROMISE-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-PROMISE-COUNT
                       INDEXED BY PROMISE-INDEX.
               10  WS-PRM-CUSTOMER-NUMBER PIC X(08).
               10  WS-PRM-PROMISED-DATE   PIC X(08).

      * One entry per account that could be called: its past-due
      * total and worst bucket from the aged extract, whether it
      * broke a promise last night, and the key it is sorted on.
       01  WS-ACCOUNT-TABLE-AREA.
           05  WS-ACCOUNT-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ACCOUNT-ENTRIES   PIC S9(05) COMP-3 VALUE 2000.
           05  WS-ACCOUNT-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-ACCOUNT-COUNT
                       INDEXED BY ACCOUNT-INDEX.
               10  WS-ACT-SORT-KEY.
                   15  WS-ACT-SORT-COLLECTOR PIC X(03).
                   15  WS-ACT-SORT-PRIORITY  PIC X(01).
                   15  WS-ACT-SORT-AMOUNT    PIC 9(09)V99.
               10  WS-ACT-CUSTOMER-NUMBER PIC X(08).
               10  WS-ACT-PAST-DUE        PIC S9(09)V99 COMP-3.
               10  WS-ACT-WORST-BUCKET    PIC 9.
               10  WS-ACT-BROKEN-SWITCH   PIC X.
                   88  WS-ACT-BROKE-PROMISE VALUE 'Y'.
               10  WS-ACT-BROKEN-DATE     PIC X(08).
               10  WS-ACT-BROKEN-AMOUNT   PIC X(12).

      * The sort key puts each collector's accounts together (the
      * unassigned last), broken promises first within a collector,
      * then the largest past-due balance first. Accounts left off
      * the list sort to the very end on high values.
       01  WS-SORT-CONSTANTS.
           05  WS-UNASSIGNED-SORT-CODE  PIC X(03) VALUE HIGH-VALUES.
           05  WS-BROKEN-PRIORITY       PIC X(01) VALUE '1'.
           05  WS-PAST-DUE-PRIORITY     PIC X(01) VALUE '2'.
           05  WS-SORT-AMOUNT-CEILING   PIC 9(09)V99
                                            VALUE 999999999.99.

       01  WS-SORT-WORK-AREAS.
           05  WS-SORT-PASS             PIC S9(05) COMP.
           05  WS-SORT-SUB              PIC S9(05) COMP.
           05  WS-SORT-SUB-NEXT         PIC S9(05) COMP.
           05  WS-SORT-SWAPPED-SWITCH   PIC X.
               88  WS-SORT-SWAPPED      VALUE 'Y'.
           05  WS-HOLD-ACCOUNT-ENTRY    PIC X(51).

       01  WS-WORKLIST-WORK-AREAS.
           05  WS-PAST-DUE-AMOUNT       PIC S9(09)V99 COMP-3.
           05  WS-CURRENT-COLLECTOR     PIC X(03).
           05  WS-CALL-RANK             PIC S9(05) COMP-3.
           05  WS-LISTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-PROMISE-SKIP-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-BROKEN-LISTED-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LISTED-PAST-DUE       PIC S9(11)V99 COMP-3
                                            VALUE ZERO.
           05  WS-NOTE-FILE-SWITCH      PIC X VALUE 'N'.
               88  NOTE-FILE-IS-OPEN    VALUE 'Y'.
           05  WS-NOTE-FOUND-SWITCH     PIC X.
               88  LAST-NOTE-WAS-FOUND  VALUE 'Y'.
           05  WS-LAST-NOTE             PIC X(135).

       01  WORKLIST-HEADING-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'COLLECTION CALL WORKLIST FOR  '.
           05  WLH-COLLECTOR-TEXT       PIC X(10).
           05  FILLER                   PIC X(06) VALUE ' DATE '.
           05  WLH-RUN-DATE             PIC X(08).
       01  WORKLIST-COLUMN-LINE.
           05  FILLER                   PIC X(50) VALUE
               ' RANK CUSTOMER NAME                           PHON'.
           05  FILLER                   PIC X(50) VALUE
               'E                 PAST DUE  AGED    PROMISE BROKEN'.
       01  WORKLIST-DETAIL-LINE.
           05  WLD-CALL-RANK            PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLD-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLD-CUSTOMER-NAME        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLD-CONTACT-PHONE        PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLD-PAST-DUE             PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLD-AGED-TEXT            PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLD-BROKEN-DATE          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLD-BROKEN-AMOUNT        PIC X(12).
       01  WORKLIST-NOTE-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'LAST CALL  '.
           05  WLN-CONTACT-DATE         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLN-COLLECTOR-CODE       PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLN-CONTACT-NAME         PIC X(25).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLN-OUTCOME-CODE         PIC X(02).
           05  FILLER                   PIC X(07) VALUE '  NEXT '.
           05  WLN-NEXT-ACTION-DATE     PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WLN-NOTE-TEXT            PIC X(56).
       01  WORKLIST-NO-NOTE-LINE.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  FILLER                   PIC X(24)
                   VALUE 'NO CALLS ON FILE'.
       01  WORKLIST-COLLECTOR-TRAILER.
           05  FILLER                   PIC X(08) VALUE SPACES.
           05  WCT-ACCOUNT-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(20)
                   VALUE ' ACCOUNTS TO CALL   '.
       01  WORKLIST-RUN-TRAILER.
           05  FILLER                   PIC X(15)
                   VALUE 'ACCOUNTS LISTED'.
           05  WRT-LISTED-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(17)
                   VALUE '  BROKEN PROMISES'.
           05  WRT-BROKEN-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(24)
                   VALUE '  SKIPPED, PROMISE OPEN '.
           05  WRT-SKIPPED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11)
                   VALUE '  PAST DUE '.
           05  WRT-LISTED-PAST-DUE      PIC $$$,$$$,$$9.99.

      * Whether the run reached its natural end; anything that
      * bailed to END-OF-PROGRAM early leaves this off, and the
      * completion record then carries code 8.
       01  WS-RUN-COMPLETED-SWITCH      PIC X VALUE 'N'.
           88  WS-RUN-COMPLETED         VALUE 'Y'.

      * Held here until GOBACK time - the subprogram calls in
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'DUNNING' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'COLLWORK PRODUCER DUNNING'
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLWORK PRODUCER DUNNING NOT COMPLETE TODAY'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-OPEN-PROMISES

           OPEN INPUT AGED-EXTRACT-FILE
           IF NOT AGED-EXTRACT-OK
               DISPLAY 'STATUS ON AGED-EXTRACT-FILE OPEN: '
                       AGED-EXTRACT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLWORK STATUS ON AGED-EXTRACT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM UNTIL END-OF-AGED-EXTRACT
               READ AGED-EXTRACT-FILE
               IF AGED-EXTRACT-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM ACCUMULATE-ONE-AGED-ITEM
               END-IF
           END-PERFORM
           CLOSE AGED-EXTRACT-FILE

           PERFORM LOAD-BROKEN-PROMISES

           PERFORM SET-ONE-SORT-KEY
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX IS GREATER THAN WS-ACCOUNT-COUNT
           PERFORM SORT-ACCOUNTS-BY-PRIORITY

           OPEN OUTPUT WORKLIST-FILE
           IF NOT WORKLIST-OK
               DISPLAY 'STATUS ON WORKLIST-FILE OPEN: '
                       WORKLIST-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLWORK STATUS ON WORKLIST-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

      * No activity file yet just means nobody has logged a call;
      * every account then prints NO CALLS ON FILE.
           OPEN INPUT COLLECTION-NOTE-FILE
           IF COLLECTION-NOTE-OK
               SET NOTE-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'STATUS ON COLLECTION-NOTE-FILE OPEN: '
                       COLLECTION-NOTE-STATUS
           END-IF

           PERFORM PRINT-THE-WORKLIST

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLWORK CUSTOMER MASTER UNAVAILABLE'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                   AND NOT CM-IS-MERGED
                       PERFORM LOAD-ONE-CUSTOMER
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       LOAD-ONE-CUSTOMER.
           IF WS-CUSTOMER-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-CUSTOMER-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLWORK CUSTOMER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-CUS-CUSTOMER-NUMBER(WS-CUSTOMER-COUNT)
               MOVE CM-CUSTOMER-NAME
                   TO WS-CUS-CUSTOMER-NAME(WS-CUSTOMER-COUNT)
               MOVE CM-CONTACT-PHONE
                   TO WS-CUS-CONTACT-PHONE(WS-CUSTOMER-COUNT)
               MOVE CM-COLLECTOR-CODE
                   TO WS-CUS-COLLECTOR-CODE(WS-CUSTOMER-COUNT)
           END-IF
           .
      * A missing PROMFIL2 just means nobody holds a promise.
       LOAD-OPEN-PROMISES.
           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-OK
               PERFORM UNTIL END-OF-PROMISE-FILE
                   READ PROMISE-FILE
                   IF PROMISE-FILE-OK
                       PERFORM LOAD-ONE-PROMISE
                   END-IF
               END-PERFORM
               CLOSE PROMISE-FILE
           END-IF
           .
       LOAD-ONE-PROMISE.
           IF WS-PROMISE-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-PROMISE-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COLLWORK PROMISE TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-PROMISE-COUNT
               MOVE PRM-CUSTOMER-NUMBER
                   TO WS-PRM-CUSTOMER-NUMBER(WS-PROMISE-COUNT)
               MOVE PRM-PROMISED-DATE
                   TO WS-PRM-PROMISED-DATE(WS-PROMISE-COUNT)
           END-IF
           .
      * Past due is everything aged 31 days or more, less what is
      * under open dispute - what DUNNING would dun.
       ACCUMULATE-ONE-AGED-ITEM.
           PERFORM FIND-OR-ADD-ACCOUNT
           IF ACCOUNT-INDEX IS NOT GREATER THAN WS-ACCOUNT-COUNT
           AND AGX-BUCKET-CODE IS GREATER THAN 1
               COMPUTE WS-PAST-DUE-AMOUNT =
                   AGX-OPEN-BALANCE - AGX-DISPUTED-AMOUNT
               IF WS-PAST-DUE-AMOUNT IS GREATER THAN ZERO
                   ADD WS-PAST-DUE-AMOUNT
                       TO WS-ACT-PAST-DUE(ACCOUNT-INDEX)
                   IF AGX-BUCKET-CODE IS GREATER THAN
                           WS-ACT-WORST-BUCKET(ACCOUNT-INDEX)
                       MOVE AGX-BUCKET-CODE
                           TO WS-ACT-WORST-BUCKET(ACCOUNT-INDEX)
                   END-IF
               END-IF
           END-IF
           .
      * Leaves ACCOUNT-INDEX on the customer's entry, adding one if
      * need be; past the end of the table when the table is full.
       FIND-OR-ADD-ACCOUNT.
           SET ACCOUNT-INDEX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   IF WS-ACCOUNT-COUNT IS GREATER THAN OR EQUAL TO
                           WS-MAX-ACCOUNT-ENTRIES
                       ADD 1 TO WS-JS-EXCEPTION-COUNT
                       MOVE 'WR' TO WS-EL-FUNCTION-CODE
                       MOVE 'COLLWORK ACCOUNT TABLE IS FULL'
                           TO WS-EL-EXCEPTION-TEXT
                       CALL 'EXCPLOG' USING
                               WS-EXCEPTION-LOG-CONVERSION
                       SET ACCOUNT-INDEX TO WS-ACCOUNT-COUNT
                       SET ACCOUNT-INDEX UP BY 1
                   ELSE
                       ADD 1 TO WS-ACCOUNT-COUNT
                       SET ACCOUNT-INDEX TO WS-ACCOUNT-COUNT
                       MOVE SPACES TO WS-ACT-SORT-KEY(ACCOUNT-INDEX)
                       MOVE AGX-CUSTOMER-NUMBER
                           TO WS-ACT-CUSTOMER-NUMBER(ACCOUNT-INDEX)
                       MOVE ZERO TO WS-ACT-PAST-DUE(ACCOUNT-INDEX)
                       MOVE ZERO TO WS-ACT-WORST-BUCKET(ACCOUNT-INDEX)
                       MOVE 'N' TO WS-ACT-BROKEN-SWITCH(ACCOUNT-INDEX)
                       MOVE SPACES TO WS-ACT-BROKEN-DATE(ACCOUNT-INDEX)
                       MOVE SPACES
                           TO WS-ACT-BROKEN-AMOUNT(ACCOUNT-INDEX)
                   END-IF
               WHEN WS-ACT-CUSTOMER-NUMBER(ACCOUNT-INDEX) IS EQUAL TO
                        AGX-CUSTOMER-NUMBER
                   CONTINUE
           END-SEARCH
           .
      * A missing BRKPROM1 just means no promise was broken.
       LOAD-BROKEN-PROMISES.
           OPEN INPUT BROKEN-PROMISE-FILE
           IF BROKEN-PROMISE-OK
               PERFORM UNTIL END-OF-BROKEN-PROMISES
                   READ BROKEN-PROMISE-FILE
                   IF BROKEN-PROMISE-OK
                       MOVE BRK-CUSTOMER-NUMBER TO AGX-CUSTOMER-NUMBER
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF ACCOUNT-INDEX IS NOT GREATER THAN
                               WS-ACCOUNT-COUNT
                           SET WS-ACT-BROKE-PROMISE(ACCOUNT-INDEX)
                               TO TRUE
                           MOVE BRK-PROMISED-DATE
                               TO WS-ACT-BROKEN-DATE(ACCOUNT-INDEX)
                           MOVE BRK-PROMISED-AMOUNT
                               TO WS-ACT-BROKEN-AMOUNT(ACCOUNT-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BROKEN-PROMISE-FILE
           END-IF
           .
      * A broken promise always makes the list; otherwise an open
      * promise or nothing past due keeps the account off it.
       SET-ONE-SORT-KEY.
           EVALUATE TRUE
               WHEN WS-ACT-BROKE-PROMISE(ACCOUNT-INDEX)
                   PERFORM SET-COLLECTOR-SORT-CODE
                   MOVE WS-BROKEN-PRIORITY
                       TO WS-ACT-SORT-PRIORITY(ACCOUNT-INDEX)
               WHEN WS-ACT-PAST-DUE(ACCOUNT-INDEX) IS NOT GREATER
                       THAN ZERO
                   MOVE HIGH-VALUES TO WS-ACT-SORT-KEY(ACCOUNT-INDEX)
               WHEN OTHER
                   SET PROMISE-INDEX TO 1
                   SEARCH WS-PROMISE-ENTRY
                       AT END
                           PERFORM SET-COLLECTOR-SORT-CODE
                           MOVE WS-PAST-DUE-PRIORITY
                               TO WS-ACT-SORT-PRIORITY(ACCOUNT-INDEX)
                       WHEN WS-PRM-CUSTOMER-NUMBER(PROMISE-INDEX)
                                IS EQUAL TO
                                WS-ACT-CUSTOMER-NUMBER(ACCOUNT-INDEX)
                           ADD 1 TO WS-PROMISE-SKIP-COUNT
                           MOVE HIGH-VALUES
                               TO WS-ACT-SORT-KEY(ACCOUNT-INDEX)
                   END-SEARCH
           END-EVALUATE
           IF WS-ACT-SORT-KEY(ACCOUNT-INDEX) IS NOT EQUAL TO
                   HIGH-VALUES
               COMPUTE WS-ACT-SORT-AMOUNT(ACCOUNT-INDEX) =
                   WS-SORT-AMOUNT-CEILING
                       - WS-ACT-PAST-DUE(ACCOUNT-INDEX)
           END-IF
           .
       SET-COLLECTOR-SORT-CODE.
           MOVE WS-UNASSIGNED-SORT-CODE
               TO WS-ACT-SORT-COLLECTOR(ACCOUNT-INDEX)
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                        WS-ACT-CUSTOMER-NUMBER(ACCOUNT-INDEX)
                   IF WS-CUS-COLLECTOR-CODE(CUSTOMER-INDEX)
                           IS NOT EQUAL TO SPACES
                       MOVE WS-CUS-COLLECTOR-CODE(CUSTOMER-INDEX)
                           TO WS-ACT-SORT-COLLECTOR(ACCOUNT-INDEX)
                   END-IF
           END-SEARCH
           .
      * Exchange sort on the priority key, ascending, the same
      * in-place sort CUSTINQ uses on its item table.
       SORT-ACCOUNTS-BY-PRIORITY.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS IS NOT LESS THAN
                           WS-ACCOUNT-COUNT
               MOVE 'N' TO WS-SORT-SWAPPED-SWITCH
               PERFORM WITH TEST BEFORE
                       VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB IS NOT LESS THAN
                               (WS-ACCOUNT-COUNT - WS-SORT-PASS + 1)
                   COMPUTE WS-SORT-SUB-NEXT = WS-SORT-SUB + 1
                   IF WS-ACT-SORT-KEY(WS-SORT-SUB)
                           IS GREATER THAN
                           WS-ACT-SORT-KEY(WS-SORT-SUB-NEXT)
                       MOVE WS-ACCOUNT-ENTRY(WS-SORT-SUB)
                           TO WS-HOLD-ACCOUNT-ENTRY
                       MOVE WS-ACCOUNT-ENTRY(WS-SORT-SUB-NEXT)
                           TO WS-ACCOUNT-ENTRY(WS-SORT-SUB)
                       MOVE WS-HOLD-ACCOUNT-ENTRY
                           TO WS-ACCOUNT-ENTRY(WS-SORT-SUB-NEXT)
                       SET WS-SORT-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SORT-SWAPPED
                   MOVE WS-ACCOUNT-COUNT TO WS-SORT-PASS
               END-IF
           END-PERFORM
           .
      * One page per collector; the listed accounts all sort ahead
      * of the ones left off.
       PRINT-THE-WORKLIST.
           MOVE LOW-VALUES TO WS-CURRENT-COLLECTOR
           MOVE WS-CDT-DATE-X TO WLH-RUN-DATE
           PERFORM WITH TEST BEFORE
                   VARYING ACCOUNT-INDEX FROM 1 BY 1
                   UNTIL ACCOUNT-INDEX IS GREATER THAN WS-ACCOUNT-COUNT
                   OR WS-ACT-SORT-KEY(ACCOUNT-INDEX) IS EQUAL TO
                           HIGH-VALUES
               IF WS-ACT-SORT-COLLECTOR(ACCOUNT-INDEX) IS NOT EQUAL
                       TO WS-CURRENT-COLLECTOR
                   PERFORM START-COLLECTOR-PAGE
               END-IF
               PERFORM PRINT-ONE-ACCOUNT
           END-PERFORM
           IF WS-CURRENT-COLLECTOR IS NOT EQUAL TO LOW-VALUES
               PERFORM WRITE-COLLECTOR-TRAILER
           END-IF
           MOVE WS-LISTED-COUNT TO WRT-LISTED-COUNT
           MOVE WS-BROKEN-LISTED-COUNT TO WRT-BROKEN-COUNT
           MOVE WS-PROMISE-SKIP-COUNT TO WRT-SKIPPED-COUNT
           MOVE WS-LISTED-PAST-DUE TO WRT-LISTED-PAST-DUE
           WRITE WORKLIST-LINE FROM WORKLIST-RUN-TRAILER
               AFTER ADVANCING 2 LINES
           .
       START-COLLECTOR-PAGE.
           IF WS-CURRENT-COLLECTOR IS NOT EQUAL TO LOW-VALUES
               PERFORM WRITE-COLLECTOR-TRAILER
           END-IF
           MOVE WS-ACT-SORT-COLLECTOR(ACCOUNT-INDEX)
               TO WS-CURRENT-COLLECTOR
           IF WS-CURRENT-COLLECTOR IS EQUAL TO WS-UNASSIGNED-SORT-CODE
               MOVE 'UNASSIGNED' TO WLH-COLLECTOR-TEXT
           ELSE
               MOVE WS-CURRENT-COLLECTOR TO WLH-COLLECTOR-TEXT
           END-IF
           MOVE ZERO TO WS-CALL-RANK
           WRITE WORKLIST-LINE FROM WORKLIST-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE WORKLIST-LINE FROM WORKLIST-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           .
       WRITE-COLLECTOR-TRAILER.
           MOVE WS-CALL-RANK TO WCT-ACCOUNT-COUNT
           WRITE WORKLIST-LINE FROM WORKLIST-COLLECTOR-TRAILER
               AFTER ADVANCING 2 LINES
           .
       PRINT-ONE-ACCOUNT.
           ADD 1 TO WS-CALL-RANK
           ADD 1 TO WS-LISTED-COUNT
           ADD WS-ACT-PAST-DUE(ACCOUNT-INDEX) TO WS-LISTED-PAST-DUE
           MOVE WS-CALL-RANK TO WLD-CALL-RANK
           MOVE WS-ACT-CUSTOMER-NUMBER(ACCOUNT-INDEX)
               TO WLD-CUSTOMER-NUMBER
           MOVE SPACES TO WLD-CUSTOMER-NAME
           MOVE SPACES TO WLD-CONTACT-PHONE
           SET CUSTOMER-INDEX TO 1
           SEARCH WS-CUSTOMER-ENTRY
               AT END
                   MOVE 'NOT ON CUSTOMER MASTER' TO WLD-CUSTOMER-NAME
               WHEN WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX) IS EQUAL TO
                        WS-ACT-CUSTOMER-NUMBER(ACCOUNT-INDEX)
                   MOVE WS-CUS-CUSTOMER-NAME(CUSTOMER-INDEX)
                       TO WLD-CUSTOMER-NAME
                   MOVE WS-CUS-CONTACT-PHONE(CUSTOMER-INDEX)
                       TO WLD-CONTACT-PHONE
           END-SEARCH
           MOVE WS-ACT-PAST-DUE(ACCOUNT-INDEX) TO WLD-PAST-DUE
           EVALUATE WS-ACT-WORST-BUCKET(ACCOUNT-INDEX)
               WHEN 2
                   MOVE '31-60' TO WLD-AGED-TEXT
               WHEN 3
                   MOVE '61-90' TO WLD-AGED-TEXT
               WHEN 4
                   MOVE 'OVER 90' TO WLD-AGED-TEXT
               WHEN OTHER
                   MOVE SPACES TO WLD-AGED-TEXT
           END-EVALUATE
           IF WS-ACT-BROKE-PROMISE(ACCOUNT-INDEX)
               ADD 1 TO WS-BROKEN-LISTED-COUNT
               MOVE WS-ACT-BROKEN-DATE(ACCOUNT-INDEX)
                   TO WLD-BROKEN-DATE
               MOVE WS-ACT-BROKEN-AMOUNT(ACCOUNT-INDEX)
                   TO WLD-BROKEN-AMOUNT
           ELSE
               MOVE SPACES TO WLD-BROKEN-DATE
               MOVE SPACES TO WLD-BROKEN-AMOUNT
           END-IF
           WRITE WORKLIST-LINE FROM WORKLIST-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM FIND-LAST-NOTE
           IF LAST-NOTE-WAS-FOUND
               MOVE WS-LAST-NOTE TO COLLECTION-NOTE-RECORD
               MOVE CAN-CONTACT-DATE TO WLN-CONTACT-DATE
               MOVE CAN-COLLECTOR-CODE TO WLN-COLLECTOR-CODE
               MOVE CAN-CONTACT-NAME TO WLN-CONTACT-NAME
               MOVE CAN-OUTCOME-CODE TO WLN-OUTCOME-CODE
               MOVE CAN-NEXT-ACTION-DATE TO WLN-NEXT-ACTION-DATE
               MOVE CAN-NOTE-TEXT TO WLN-NOTE-TEXT
               WRITE WORKLIST-LINE FROM WORKLIST-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE WORKLIST-LINE FROM WORKLIST-NO-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .
      * The notes are keyed customer, date, sequence, so the last
      * one read before the customer changes is the latest call.
       FIND-LAST-NOTE.
           MOVE 'N' TO WS-NOTE-FOUND-SWITCH
           IF NOTE-FILE-IS-OPEN
               MOVE LOW-VALUES TO CAN-NOTE-KEY
               MOVE WS-ACT-CUSTOMER-NUMBER(ACCOUNT-INDEX)
                   TO CAN-CUSTOMER-NUMBER
               START COLLECTION-NOTE-FILE
                   KEY IS NOT LESS THAN CAN-NOTE-KEY
               END-START
               PERFORM UNTIL NOT COLLECTION-NOTE-OK
                   READ COLLECTION-NOTE-FILE NEXT
                   IF COLLECTION-NOTE-OK
                       IF CAN-CUSTOMER-NUMBER IS EQUAL TO
                               WS-ACT-CUSTOMER-NUMBER(ACCOUNT-INDEX)
                           SET LAST-NOTE-WAS-FOUND TO TRUE
                           MOVE COLLECTION-NOTE-RECORD TO WS-LAST-NOTE
                       ELSE
                           MOVE '10' TO COLLECTION-NOTE-STATUS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       END-OF-PROGRAM.
           DISPLAY 'COLLWORK ACCOUNTS LISTED:   ' WS-LISTED-COUNT
           DISPLAY 'COLLWORK BROKEN PROMISES:   '
                   WS-BROKEN-LISTED-COUNT
           DISPLAY 'COLLWORK SKIPPED, PROMISED: '
                   WS-PROMISE-SKIP-COUNT
           CLOSE WORKLIST-FILE
           IF NOTE-FILE-IS-OPEN
               CLOSE COLLECTION-NOTE-FILE
           END-IF
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
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
           IF NOT WS-RUN-COMPLETED
           AND WS-RETURN-CODE-VALUE IS LESS THAN 8
               MOVE 8 TO WS-RETURN-CODE-VALUE
           END-IF
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
