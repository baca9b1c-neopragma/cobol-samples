      *****************************************************************
      * Program name:    PARTMNT
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Maintaining the trading-partner master (PARTMST1) from a
      * batch of transactions, the same old-master/new-master pattern
      * VENDMNT applies to VENDMST1. Everything REFORMER needs to know
      * about a partner used to be spread across FEEDTYPE control
      * cards - the layout letter, a FEEDCUST or FEEDCUSA/B/C card
      * for the billing customer - so a fourth partner meant new
      * keywords and new code. Each partner is now one record, keyed
      * by the partner id its feed carries on the HDR record:
      *
      *   - the layout its feed arrives in: A, B or C, or M for a
      *     consolidator whose combined feed tags every record with
      *     the sending partner's feed tag;
      *   - the one-character feed tag the partner's records carry on
      *     a consolidator's combined feed (blank if it never rides
      *     on one);
      *   - the billing customer its lines are invoiced to (none for
      *     a consolidator - each tagged record bills to its own
      *     partner's customer);
      *   - the currency its prices are in when a record leaves the
      *     currency blank (blank here means home currency);
      *   - the partner's contact name and phone;
      *   - where REFORMER's acknowledgment is to be routed;
      *   - the operating company its lines are invoiced under
      *     (blank means the home company);
      *   - active or inactive. REFORMER refuses a feed from a
      *     partner that is inactive or not on file.
      *   - whether the partner is a marketplace facilitator that
      *     collects and remits the sales tax on its own sales: Y
      *     in every jurisdiction, J only in the jurisdictions
      *     listed (up to ten), N or blank not at all.
      *
      * Transaction action codes on PARTTRNS:
      *   A - add a new partner. Rejected if the partner is already
      *       on file, if no name is keyed, if the layout is not A, B,
      *       C or M, if a non-consolidator has no billing customer,
      *       or if the feed tag is already another partner's or is
      *       keyed for a consolidator.
      *   C - change a partner. Only the fields keyed are applied,
      *       and the result must still pass the same edits as an
      *       add.
      *   I - inactivate a partner. The record stays on the master so
      *       REFORMER can name why it refused the feed.
      *   R - reactivate an inactive partner.
      * Every applied transaction is cut to the shared MNTAUDIT
      * maintenance audit trail with before and after images.
      * - Partner master carries the operating company the partner's
      *   lines are invoiced under; keyed on add or change, blank
      *   leaves the home company.
      * - Partner master carries a marketplace-facilitator flag - Y in
      *   every jurisdiction, J only in up to ten listed jurisdictions,
      *   N or blank not at all - keyed on add or change, so INVCALC
      *   can tag the tax on that partner's invoices as
      *   partner-remitted.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE ASSIGN TO 'PARTMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PARTNER-STATUS.
           SELECT PARTNER-TRANS-FILE ASSIGN TO 'PARTTRNS'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PARTNER-TRANS-STATUS.
           SELECT PARTNER-NEW-FILE ASSIGN TO 'PARTMST2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PARTNER-NEW-STATUS.
           SELECT PARTNER-REPORT-FILE ASSIGN TO 'PARTRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PARTNER-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Today's master, the same layout REFORMER reads.
       FD  PARTNER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARTNER-RECORD.
       01  PARTNER-RECORD.
           05  PTM-PARTNER-ID           PIC X(08).
           05  PTM-PARTNER-NAME         PIC X(30).
           05  PTM-LAYOUT-CODE          PIC X(01).
           05  PTM-FEED-TAG             PIC X(01).
           05  PTM-BILLING-CUSTOMER     PIC X(08).
           05  PTM-DEFAULT-CURRENCY     PIC X(03).
           05  PTM-CONTACT-NAME         PIC X(30).
           05  PTM-CONTACT-PHONE        PIC X(15).
           05  PTM-ACK-ROUTING          PIC X(20).
           05  PTM-STATUS               PIC X(01).
           05  PTM-STATUS-DATE          PIC X(08).
           05  PTM-COMPANY-CODE         PIC X(02).
           05  PTM-FACILITATOR-FLAG     PIC X(01).
           05  PTM-FACILITATOR-JURISDICTIONS.
               10  PTM-FACILITATOR-JURISDICTION
                                        PIC X(02) OCCURS 10 TIMES.
           05  FILLER                   PIC X(02).

      * One add/change/inactivate/reactivate request per record.
      * Fields a transaction does not change are left blank.
       FD  PARTNER-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARTNER-TRANS-RECORD.
       01  PARTNER-TRANS-RECORD.
           05  PTT-ACTION-CODE          PIC X.
               88  PTT-ACTION-IS-ADD         VALUE 'A'.
               88  PTT-ACTION-IS-CHANGE      VALUE 'C'.
               88  PTT-ACTION-IS-INACTIVATE  VALUE 'I'.
               88  PTT-ACTION-IS-REACTIVATE  VALUE 'R'.
           05  PTT-PARTNER-ID           PIC X(08).
           05  PTT-PARTNER-NAME         PIC X(30).
           05  PTT-LAYOUT-CODE          PIC X(01).
           05  PTT-FEED-TAG             PIC X(01).
           05  PTT-BILLING-CUSTOMER     PIC X(08).
           05  PTT-DEFAULT-CURRENCY     PIC X(03).
           05  PTT-CONTACT-NAME         PIC X(30).
           05  PTT-CONTACT-PHONE        PIC X(15).
           05  PTT-ACK-ROUTING          PIC X(20).
           05  PTT-COMPANY-CODE         PIC X(02).
      * Y, J or N; blank leaves the flag alone on a change. Any
      * jurisdiction keyed replaces the whole list.
           05  PTT-FACILITATOR-FLAG     PIC X(01).
           05  PTT-FACILITATOR-JURISDICTIONS.
               10  PTT-FACILITATOR-JURISDICTION
                                        PIC X(02) OCCURS 10 TIMES.

      * Tomorrow's master, same layout as PARTNER-FILE; REFORMER's
      * next run picks this up once it is renamed/copied to PARTMST1.
       FD  PARTNER-NEW-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARTNER-NEW-RECORD.
       01  PARTNER-NEW-RECORD.
           05  PTN-PARTNER-ID           PIC X(08).
           05  PTN-PARTNER-NAME         PIC X(30).
           05  PTN-LAYOUT-CODE          PIC X(01).
           05  PTN-FEED-TAG             PIC X(01).
           05  PTN-BILLING-CUSTOMER     PIC X(08).
           05  PTN-DEFAULT-CURRENCY     PIC X(03).
           05  PTN-CONTACT-NAME         PIC X(30).
           05  PTN-CONTACT-PHONE        PIC X(15).
           05  PTN-ACK-ROUTING          PIC X(20).
           05  PTN-STATUS               PIC X(01).
           05  PTN-STATUS-DATE          PIC X(08).
           05  PTN-COMPANY-CODE         PIC X(02).
           05  PTN-FACILITATOR-FLAG     PIC X(01).
           05  PTN-FACILITATOR-JURISDICTIONS.
               10  PTN-FACILITATOR-JURISDICTION
                                        PIC X(02) OCCURS 10 TIMES.
           05  FILLER                   PIC X(02).

      * One line per transaction applied or rejected, plus a trailer.
       FD  PARTNER-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARTNER-REPORT-LINE.
       01  PARTNER-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  PARTNER-STATUS           PIC X(02).
               88  PARTNER-OK           VALUE '00'.
               88  END-OF-PARTNER       VALUE '10'.
           05  PARTNER-TRANS-STATUS     PIC X(02).
               88  PARTNER-TRANS-OK     VALUE '00'.
               88  END-OF-PARTNER-TRANS VALUE '10'.
           05  PARTNER-NEW-STATUS       PIC X(02).
               88  PARTNER-NEW-OK       VALUE '00'.
           05  PARTNER-REPORT-STATUS    PIC X(02).
               88  PARTNER-REPORT-OK    VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'PARTMNT'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'PARTMNT'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09).
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09).
           05  WS-JS-RETURN-CODE          PIC X(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * The whole master is loaded into a table first, the same way
      * VENDMNT loads VENDMST1, and written back out once every
      * transaction is applied. Inactive partners are carried
      * forward; only their status changes.
       01  WS-PARTNER-TABLE-AREA.
           05  WS-PARTNER-COUNT         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-PARTNER-ENTRY
                   OCCURS 1 TO 500
                   DEPENDING ON WS-PARTNER-COUNT
                   INDEXED BY PARTNER-INDEX TAG-INDEX.
               10  WS-PTR-PARTNER-ID        PIC X(08).
               10  WS-PTR-PARTNER-NAME      PIC X(30).
               10  WS-PTR-LAYOUT-CODE       PIC X(01).
               10  WS-PTR-FEED-TAG          PIC X(01).
               10  WS-PTR-BILLING-CUSTOMER  PIC X(08).
               10  WS-PTR-DEFAULT-CURRENCY  PIC X(03).
               10  WS-PTR-CONTACT-NAME      PIC X(30).
               10  WS-PTR-CONTACT-PHONE     PIC X(15).
               10  WS-PTR-ACK-ROUTING       PIC X(20).
               10  WS-PTR-STATUS            PIC X(01).
                   88  WS-PTR-IS-ACTIVE     VALUE 'A'.
                   88  WS-PTR-IS-INACTIVE   VALUE 'I'.
               10  WS-PTR-STATUS-DATE       PIC X(08).
               10  WS-PTR-COMPANY-CODE      PIC X(02).
               10  WS-PTR-FACILITATOR-FLAG  PIC X(01).
               10  WS-PTR-FACILITATOR-JURISDICTIONS
                                            PIC X(20).
       01  WS-MAX-PARTNER-ENTRIES       PIC S9(05) COMP-3 VALUE 500.

      * The partner's settings as they would stand once the
      * transaction is applied - the keyed value where one was keyed,
      * the master's otherwise - so an add and a change pass through
      * one set of edits.
       01  WS-PARTNER-EDIT-WORK.
           05  WS-RESULT-LAYOUT-CODE    PIC X(01).
               88  WS-RESULT-LAYOUT-VALID     VALUE 'A' 'B' 'C' 'M'.
               88  WS-RESULT-IS-CONSOLIDATOR  VALUE 'M'.
           05  WS-RESULT-FEED-TAG       PIC X(01).
           05  WS-RESULT-BILLING-CUSTOMER
                                        PIC X(08).
           05  WS-RESULT-FACILITATOR-FLAG PIC X(01).
               88  WS-RESULT-FACILITATOR-VALID VALUE 'Y' 'J' 'N' ' '.
               88  WS-RESULT-FACILITATOR-LISTED VALUE 'J'.
           05  WS-RESULT-FACILITATOR-JURISDICTIONS
                                        PIC X(20).
           05  WS-EDIT-REJECT-REASON    PIC X(50).
      * The partner being maintained, so the tag check can tell its
      * own tag from another partner's.
           05  WS-EDIT-PARTNER-ID       PIC X(08).

      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
      * is cut per applied transaction, none for rejects.
       01  WS-MAINT-AUDIT-CONVERSION.
           05  WS-MA-FUNCTION-CODE        PIC X(02).
           05  WS-MA-PROGRAM-ID           PIC X(08) VALUE 'PARTMNT'.
           05  WS-MA-MASTER-NAME          PIC X(08) VALUE 'PARTMST1'.
           05  WS-MA-RECORD-KEY           PIC X(20).
           05  WS-MA-ACTION-CODE          PIC X(01).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).

       01  WS-MAINT-TOTALS.
           05  WS-ADDED-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CHANGED-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-INACTIVATED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REACTIVATED-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRANSACTION-COUNT       PIC S9(05) COMP-3 VALUE ZERO.

      * Display image of one master record for the audit trail: the
      * settings REFORMER acts on, plus enough of the name to
      * recognize the partner.
       01  WS-AUDIT-IMAGE-WORK.
           05  WS-AIW-PARTNER-NAME        PIC X(20).
           05  WS-AIW-LAYOUT-CODE         PIC X(01).
           05  WS-AIW-FEED-TAG            PIC X(01).
           05  WS-AIW-BILLING-CUSTOMER    PIC X(08).
           05  WS-AIW-DEFAULT-CURRENCY    PIC X(03).
           05  WS-AIW-STATUS              PIC X(01).
           05  WS-AIW-ACK-ROUTING         PIC X(20).
           05  WS-AIW-COMPANY-CODE        PIC X(02).
           05  WS-AIW-FACILITATOR-FLAG    PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.

       01  PARTNER-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-PARTNER-ID             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-PARTNER-NAME           PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-LAYOUT-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-BILLING-CUSTOMER       PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DISPOSITION            PIC X(42).

       01  PARTNER-REPORT-TRAILER.
           05  FILLER                     PIC X(20)
                   VALUE 'PARTNER MAINT RUN   '.
           05  TRL-TRANSACTION-COUNT      PIC ZZ9.
           05  FILLER                     PIC X(15)
                   VALUE ' TRANSACTIONS, '.
           05  TRL-ADDED-COUNT            PIC ZZ9.
           05  FILLER                     PIC X(7) VALUE ' ADDED '.
           05  TRL-CHANGED-COUNT          PIC ZZ9.
           05  FILLER                     PIC X(9) VALUE ' CHANGED '.
           05  TRL-INACTIVATED-COUNT      PIC ZZ9.
           05  FILLER                     PIC X(13)
                   VALUE ' INACTIVATED '.
           05  TRL-REACTIVATED-COUNT      PIC ZZ9.
           05  FILLER                     PIC X(13)
                   VALUE ' REACTIVATED '.
           05  TRL-REJECTED-COUNT         PIC ZZ9.
           05  FILLER                     PIC X(9) VALUE ' REJECTED'.

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'PARTMNT '.
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

           MOVE 'OP' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION

           PERFORM LOAD-PARTNER-TABLE

           OPEN INPUT PARTNER-TRANS-FILE
           IF NOT PARTNER-TRANS-OK
               DISPLAY 'STATUS ON PARTNER-TRANS-FILE OPEN: '
                       PARTNER-TRANS-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PARTMNT STATUS ON PARTNER-TRANS-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT PARTNER-REPORT-FILE
           IF NOT PARTNER-REPORT-OK
               DISPLAY 'STATUS ON PARTNER-REPORT-FILE OPEN: '
                       PARTNER-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PARTMNT STATUS ON PARTNER-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM UNTIL END-OF-PARTNER-TRANS
               READ PARTNER-TRANS-FILE
               IF PARTNER-TRANS-OK
                   ADD 1 TO WS-TRANSACTION-COUNT
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           OPEN OUTPUT PARTNER-NEW-FILE
           IF NOT PARTNER-NEW-OK
               DISPLAY 'STATUS ON PARTNER-NEW-FILE OPEN: '
                       PARTNER-NEW-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PARTMNT STATUS ON PARTNER-NEW-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               GO TO END-OF-PROGRAM
           END-IF

           PERFORM WRITE-NEW-MASTER

           PERFORM WRITE-MAINT-TRAILER

           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * A missing PARTMST1 is the first run, not an error: the new
      * master is built from tonight's adds alone.
       LOAD-PARTNER-TABLE.
           OPEN INPUT PARTNER-FILE
           IF NOT PARTNER-OK
               DISPLAY 'STATUS ON PARTNER-FILE OPEN: '
                       PARTNER-STATUS
               DISPLAY 'STARTING A NEW PARTNER MASTER'
               MOVE ZERO TO WS-PARTNER-COUNT
           ELSE
               PERFORM UNTIL END-OF-PARTNER
                   READ PARTNER-FILE
                   IF PARTNER-OK
                       PERFORM LOAD-ONE-MASTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE PARTNER-FILE
           END-IF
           .
       LOAD-ONE-MASTER-RECORD.
           IF WS-PARTNER-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-PARTNER-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'PARTMNT PARTNER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               ADD 1 TO WS-PARTNER-COUNT
               MOVE PTM-PARTNER-ID
                   TO WS-PTR-PARTNER-ID(WS-PARTNER-COUNT)
               MOVE PTM-PARTNER-NAME
                   TO WS-PTR-PARTNER-NAME(WS-PARTNER-COUNT)
               MOVE PTM-LAYOUT-CODE
                   TO WS-PTR-LAYOUT-CODE(WS-PARTNER-COUNT)
               MOVE PTM-FEED-TAG
                   TO WS-PTR-FEED-TAG(WS-PARTNER-COUNT)
               MOVE PTM-BILLING-CUSTOMER
                   TO WS-PTR-BILLING-CUSTOMER(WS-PARTNER-COUNT)
               MOVE PTM-DEFAULT-CURRENCY
                   TO WS-PTR-DEFAULT-CURRENCY(WS-PARTNER-COUNT)
               MOVE PTM-CONTACT-NAME
                   TO WS-PTR-CONTACT-NAME(WS-PARTNER-COUNT)
               MOVE PTM-CONTACT-PHONE
                   TO WS-PTR-CONTACT-PHONE(WS-PARTNER-COUNT)
               MOVE PTM-ACK-ROUTING
                   TO WS-PTR-ACK-ROUTING(WS-PARTNER-COUNT)
               MOVE PTM-STATUS TO WS-PTR-STATUS(WS-PARTNER-COUNT)
               MOVE PTM-STATUS-DATE
                   TO WS-PTR-STATUS-DATE(WS-PARTNER-COUNT)
               MOVE PTM-COMPANY-CODE
                   TO WS-PTR-COMPANY-CODE(WS-PARTNER-COUNT)
               MOVE PTM-FACILITATOR-FLAG
                   TO WS-PTR-FACILITATOR-FLAG(WS-PARTNER-COUNT)
               MOVE PTM-FACILITATOR-JURISDICTIONS
                   TO WS-PTR-FACILITATOR-JURISDICTIONS
                          (WS-PARTNER-COUNT)
           END-IF
           .
       APPLY-ONE-TRANSACTION.
           MOVE PTT-PARTNER-ID TO WS-EDIT-PARTNER-ID
           IF WS-PARTNER-COUNT IS EQUAL TO ZERO
               PERFORM APPLY-TRANSACTION-NOT-FOUND
           ELSE
               SET PARTNER-INDEX TO 1
               SEARCH WS-PARTNER-ENTRY
                   AT END
                       PERFORM APPLY-TRANSACTION-NOT-FOUND
                   WHEN WS-PTR-PARTNER-ID (PARTNER-INDEX)
                            IS EQUAL TO PTT-PARTNER-ID
                       PERFORM APPLY-TRANSACTION-FOUND
               END-SEARCH
           END-IF
           .
       APPLY-TRANSACTION-NOT-FOUND.
           MOVE PTT-LAYOUT-CODE TO WS-RESULT-LAYOUT-CODE
           MOVE PTT-FEED-TAG TO WS-RESULT-FEED-TAG
           MOVE PTT-BILLING-CUSTOMER TO WS-RESULT-BILLING-CUSTOMER
           MOVE PTT-FACILITATOR-FLAG TO WS-RESULT-FACILITATOR-FLAG
           MOVE PTT-FACILITATOR-JURISDICTIONS
               TO WS-RESULT-FACILITATOR-JURISDICTIONS
           EVALUATE TRUE
               WHEN PTT-ACTION-IS-ADD
                       AND WS-PARTNER-COUNT
                               IS GREATER THAN OR EQUAL TO
                               WS-MAX-PARTNER-ENTRIES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARTNER TABLE IS FULL'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PTT-ACTION-IS-ADD
                       AND PTT-PARTNER-NAME IS EQUAL TO SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - NO PARTNER NAME KEYED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PTT-ACTION-IS-ADD
                   PERFORM PROVE-PARTNER-SETTINGS
                   IF WS-EDIT-REJECT-REASON IS NOT EQUAL TO SPACES
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE WS-EDIT-REJECT-REASON TO RPT-DISPOSITION
                       PERFORM WRITE-MAINT-REPORT-LINE
                   ELSE
                       PERFORM ADD-NEW-PARTNER
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARTNER NOT ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
       ADD-NEW-PARTNER.
           ADD 1 TO WS-PARTNER-COUNT
           SET PARTNER-INDEX TO WS-PARTNER-COUNT
           MOVE PTT-PARTNER-ID TO WS-PTR-PARTNER-ID(PARTNER-INDEX)
           MOVE PTT-PARTNER-NAME TO WS-PTR-PARTNER-NAME(PARTNER-INDEX)
           MOVE PTT-LAYOUT-CODE TO WS-PTR-LAYOUT-CODE(PARTNER-INDEX)
           MOVE PTT-FEED-TAG TO WS-PTR-FEED-TAG(PARTNER-INDEX)
           MOVE PTT-BILLING-CUSTOMER
               TO WS-PTR-BILLING-CUSTOMER(PARTNER-INDEX)
           MOVE PTT-DEFAULT-CURRENCY
               TO WS-PTR-DEFAULT-CURRENCY(PARTNER-INDEX)
           MOVE PTT-CONTACT-NAME TO WS-PTR-CONTACT-NAME(PARTNER-INDEX)
           MOVE PTT-CONTACT-PHONE
               TO WS-PTR-CONTACT-PHONE(PARTNER-INDEX)
           MOVE PTT-ACK-ROUTING TO WS-PTR-ACK-ROUTING(PARTNER-INDEX)
           MOVE 'A' TO WS-PTR-STATUS(PARTNER-INDEX)
           MOVE WS-CDT-DATE TO WS-PTR-STATUS-DATE(PARTNER-INDEX)
           MOVE PTT-COMPANY-CODE TO WS-PTR-COMPANY-CODE(PARTNER-INDEX)
           MOVE PTT-FACILITATOR-FLAG
               TO WS-PTR-FACILITATOR-FLAG(PARTNER-INDEX)
           MOVE PTT-FACILITATOR-JURISDICTIONS
               TO WS-PTR-FACILITATOR-JURISDICTIONS(PARTNER-INDEX)
           ADD 1 TO WS-ADDED-COUNT
           MOVE 'ADDED' TO RPT-DISPOSITION
           PERFORM WRITE-MAINT-REPORT-LINE
           MOVE 'A' TO WS-MA-ACTION-CODE
           MOVE SPACES TO WS-MA-BEFORE-IMAGE
           PERFORM IMAGE-THE-TABLE-ENTRY
           MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
           PERFORM WRITE-AUDIT-ENTRY
           .
       APPLY-TRANSACTION-FOUND.
           EVALUATE TRUE
               WHEN PTT-ACTION-IS-ADD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARTNER ALREADY ON FILE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PTT-ACTION-IS-CHANGE
                   PERFORM CHANGE-PARTNER
               WHEN PTT-ACTION-IS-INACTIVATE
                       AND WS-PTR-IS-INACTIVE(PARTNER-INDEX)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARTNER ALREADY INACTIVE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PTT-ACTION-IS-INACTIVATE
                   MOVE 'I' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE 'I' TO WS-PTR-STATUS(PARTNER-INDEX)
                   MOVE WS-CDT-DATE
                       TO WS-PTR-STATUS-DATE(PARTNER-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-INACTIVATED-COUNT
                   MOVE 'INACTIVATED - FEEDS WILL BE REFUSED'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PTT-ACTION-IS-REACTIVATE
                       AND WS-PTR-IS-ACTIVE(PARTNER-INDEX)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - PARTNER ALREADY ACTIVE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN PTT-ACTION-IS-REACTIVATE
                   MOVE 'R' TO WS-MA-ACTION-CODE
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
                   MOVE 'A' TO WS-PTR-STATUS(PARTNER-INDEX)
                   MOVE WS-CDT-DATE
                       TO WS-PTR-STATUS-DATE(PARTNER-INDEX)
                   PERFORM IMAGE-THE-TABLE-ENTRY
                   MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-ENTRY
                   ADD 1 TO WS-REACTIVATED-COUNT
                   MOVE 'REACTIVATED' TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                       TO RPT-DISPOSITION
                   PERFORM WRITE-MAINT-REPORT-LINE
           END-EVALUATE
           .
      * The change is proved on the settings as they would stand
      * afterwards, so a layout changed away from M cannot leave a
      * partner with no one to bill.
       CHANGE-PARTNER.
           MOVE WS-PTR-LAYOUT-CODE(PARTNER-INDEX)
               TO WS-RESULT-LAYOUT-CODE
           IF PTT-LAYOUT-CODE IS NOT EQUAL TO SPACES
               MOVE PTT-LAYOUT-CODE TO WS-RESULT-LAYOUT-CODE
           END-IF
           MOVE WS-PTR-FEED-TAG(PARTNER-INDEX) TO WS-RESULT-FEED-TAG
           IF PTT-FEED-TAG IS NOT EQUAL TO SPACES
               MOVE PTT-FEED-TAG TO WS-RESULT-FEED-TAG
           END-IF
           MOVE WS-PTR-BILLING-CUSTOMER(PARTNER-INDEX)
               TO WS-RESULT-BILLING-CUSTOMER
           IF PTT-BILLING-CUSTOMER IS NOT EQUAL TO SPACES
               MOVE PTT-BILLING-CUSTOMER
                   TO WS-RESULT-BILLING-CUSTOMER
           END-IF
           MOVE WS-PTR-FACILITATOR-FLAG(PARTNER-INDEX)
               TO WS-RESULT-FACILITATOR-FLAG
           IF PTT-FACILITATOR-FLAG IS NOT EQUAL TO SPACES
               MOVE PTT-FACILITATOR-FLAG TO WS-RESULT-FACILITATOR-FLAG
           END-IF
           MOVE WS-PTR-FACILITATOR-JURISDICTIONS(PARTNER-INDEX)
               TO WS-RESULT-FACILITATOR-JURISDICTIONS
           IF PTT-FACILITATOR-JURISDICTIONS IS NOT EQUAL TO SPACES
               MOVE PTT-FACILITATOR-JURISDICTIONS
                   TO WS-RESULT-FACILITATOR-JURISDICTIONS
           END-IF
           PERFORM PROVE-PARTNER-SETTINGS
           IF WS-EDIT-REJECT-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-EDIT-REJECT-REASON TO RPT-DISPOSITION
               PERFORM WRITE-MAINT-REPORT-LINE
           ELSE
               MOVE 'C' TO WS-MA-ACTION-CODE
               PERFORM IMAGE-THE-TABLE-ENTRY
               MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-BEFORE-IMAGE
               PERFORM APPLY-KEYED-FIELDS
               PERFORM IMAGE-THE-TABLE-ENTRY
               MOVE WS-AUDIT-IMAGE-WORK TO WS-MA-AFTER-IMAGE
               PERFORM WRITE-AUDIT-ENTRY
               ADD 1 TO WS-CHANGED-COUNT
               MOVE 'CHANGED' TO RPT-DISPOSITION
               PERFORM WRITE-MAINT-REPORT-LINE
           END-IF
           .
      * A consolidator (M) bills each tagged record to that record's
      * own partner, so it needs no customer and carries no tag of
      * its own; every other layout needs a customer to bill. A feed
      * tag must pick out exactly one partner on a combined feed.
      * A partner that facilitates only in listed jurisdictions must
      * list at least one.
       PROVE-PARTNER-SETTINGS.
           MOVE SPACES TO WS-EDIT-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT WS-RESULT-LAYOUT-VALID
                   MOVE 'REJECTED - LAYOUT MUST BE A, B, C OR M'
                       TO WS-EDIT-REJECT-REASON
               WHEN NOT WS-RESULT-FACILITATOR-VALID
                   MOVE 'REJECTED - FACILITATOR FLAG MUST BE Y, J OR N'
                       TO WS-EDIT-REJECT-REASON
               WHEN WS-RESULT-FACILITATOR-LISTED
                       AND WS-RESULT-FACILITATOR-JURISDICTIONS
                               IS EQUAL TO SPACES
                   MOVE 'REJECTED - NO FACILITATOR JURISDICTION KEYED'
                       TO WS-EDIT-REJECT-REASON
               WHEN WS-RESULT-IS-CONSOLIDATOR
                       AND WS-RESULT-FEED-TAG IS NOT EQUAL TO SPACES
                   MOVE 'REJECTED - A CONSOLIDATOR TAKES NO FEED TAG'
                       TO WS-EDIT-REJECT-REASON
               WHEN NOT WS-RESULT-IS-CONSOLIDATOR
                       AND WS-RESULT-BILLING-CUSTOMER
                               IS EQUAL TO SPACES
                   MOVE 'REJECTED - NO BILLING CUSTOMER KEYED'
                       TO WS-EDIT-REJECT-REASON
               WHEN WS-RESULT-FEED-TAG IS NOT EQUAL TO SPACES
                       AND WS-PARTNER-COUNT IS GREATER THAN ZERO
                   SET TAG-INDEX TO 1
                   SEARCH WS-PARTNER-ENTRY VARYING TAG-INDEX
                       AT END
                           CONTINUE
                       WHEN WS-PTR-FEED-TAG(TAG-INDEX)
                                IS EQUAL TO WS-RESULT-FEED-TAG
                       AND  WS-PTR-PARTNER-ID(TAG-INDEX)
                                IS NOT EQUAL TO WS-EDIT-PARTNER-ID
                           MOVE 'REJECTED - FEED TAG ALREADY IN USE'
                               TO WS-EDIT-REJECT-REASON
                   END-SEARCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      * Only the fields the clerk actually keyed change the master:
      * a blank field leaves the current value in place.
       APPLY-KEYED-FIELDS.
           IF PTT-PARTNER-NAME IS NOT EQUAL TO SPACES
               MOVE PTT-PARTNER-NAME
                   TO WS-PTR-PARTNER-NAME(PARTNER-INDEX)
           END-IF
           MOVE WS-RESULT-LAYOUT-CODE
               TO WS-PTR-LAYOUT-CODE(PARTNER-INDEX)
           MOVE WS-RESULT-FEED-TAG TO WS-PTR-FEED-TAG(PARTNER-INDEX)
           MOVE WS-RESULT-BILLING-CUSTOMER
               TO WS-PTR-BILLING-CUSTOMER(PARTNER-INDEX)
           MOVE WS-RESULT-FACILITATOR-FLAG
               TO WS-PTR-FACILITATOR-FLAG(PARTNER-INDEX)
           MOVE WS-RESULT-FACILITATOR-JURISDICTIONS
               TO WS-PTR-FACILITATOR-JURISDICTIONS(PARTNER-INDEX)
           IF PTT-DEFAULT-CURRENCY IS NOT EQUAL TO SPACES
               MOVE PTT-DEFAULT-CURRENCY
                   TO WS-PTR-DEFAULT-CURRENCY(PARTNER-INDEX)
           END-IF
           IF PTT-CONTACT-NAME IS NOT EQUAL TO SPACES
               MOVE PTT-CONTACT-NAME
                   TO WS-PTR-CONTACT-NAME(PARTNER-INDEX)
           END-IF
           IF PTT-CONTACT-PHONE IS NOT EQUAL TO SPACES
               MOVE PTT-CONTACT-PHONE
                   TO WS-PTR-CONTACT-PHONE(PARTNER-INDEX)
           END-IF
           IF PTT-ACK-ROUTING IS NOT EQUAL TO SPACES
               MOVE PTT-ACK-ROUTING
                   TO WS-PTR-ACK-ROUTING(PARTNER-INDEX)
           END-IF
           IF PTT-COMPANY-CODE IS NOT EQUAL TO SPACES
               MOVE PTT-COMPANY-CODE
                   TO WS-PTR-COMPANY-CODE(PARTNER-INDEX)
           END-IF
           .
       IMAGE-THE-TABLE-ENTRY.
           MOVE WS-PTR-PARTNER-NAME(PARTNER-INDEX)
               TO WS-AIW-PARTNER-NAME
           MOVE WS-PTR-LAYOUT-CODE(PARTNER-INDEX)
               TO WS-AIW-LAYOUT-CODE
           MOVE WS-PTR-FEED-TAG(PARTNER-INDEX) TO WS-AIW-FEED-TAG
           MOVE WS-PTR-BILLING-CUSTOMER(PARTNER-INDEX)
               TO WS-AIW-BILLING-CUSTOMER
           MOVE WS-PTR-DEFAULT-CURRENCY(PARTNER-INDEX)
               TO WS-AIW-DEFAULT-CURRENCY
           MOVE WS-PTR-STATUS(PARTNER-INDEX) TO WS-AIW-STATUS
           MOVE WS-PTR-ACK-ROUTING(PARTNER-INDEX)
               TO WS-AIW-ACK-ROUTING
           MOVE WS-PTR-COMPANY-CODE(PARTNER-INDEX)
               TO WS-AIW-COMPANY-CODE
           MOVE WS-PTR-FACILITATOR-FLAG(PARTNER-INDEX)
               TO WS-AIW-FACILITATOR-FLAG
           .
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE PTT-PARTNER-ID TO WS-MA-RECORD-KEY(1:8)
           MOVE 'WR' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE PTT-ACTION-CODE TO RPT-ACTION-CODE
           MOVE PTT-PARTNER-ID TO RPT-PARTNER-ID
           MOVE PTT-PARTNER-NAME TO RPT-PARTNER-NAME
           MOVE PTT-LAYOUT-CODE TO RPT-LAYOUT-CODE
           MOVE PTT-BILLING-CUSTOMER TO RPT-BILLING-CUSTOMER
           WRITE PARTNER-REPORT-LINE FROM PARTNER-REPORT-DETAIL
           .
       WRITE-NEW-MASTER.
           SET PARTNER-INDEX TO 1
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING PARTNER-INDEX FROM 1 BY 1
               UNTIL PARTNER-INDEX > WS-PARTNER-COUNT
           .
       WRITE-ONE-MASTER-RECORD.
           MOVE SPACES TO PARTNER-NEW-RECORD
           MOVE WS-PTR-PARTNER-ID (PARTNER-INDEX) TO PTN-PARTNER-ID
           MOVE WS-PTR-PARTNER-NAME (PARTNER-INDEX)
               TO PTN-PARTNER-NAME
           MOVE WS-PTR-LAYOUT-CODE (PARTNER-INDEX) TO PTN-LAYOUT-CODE
           MOVE WS-PTR-FEED-TAG (PARTNER-INDEX) TO PTN-FEED-TAG
           MOVE WS-PTR-BILLING-CUSTOMER (PARTNER-INDEX)
               TO PTN-BILLING-CUSTOMER
           MOVE WS-PTR-DEFAULT-CURRENCY (PARTNER-INDEX)
               TO PTN-DEFAULT-CURRENCY
           MOVE WS-PTR-CONTACT-NAME (PARTNER-INDEX)
               TO PTN-CONTACT-NAME
           MOVE WS-PTR-CONTACT-PHONE (PARTNER-INDEX)
               TO PTN-CONTACT-PHONE
           MOVE WS-PTR-ACK-ROUTING (PARTNER-INDEX) TO PTN-ACK-ROUTING
           MOVE WS-PTR-STATUS (PARTNER-INDEX) TO PTN-STATUS
           MOVE WS-PTR-STATUS-DATE (PARTNER-INDEX) TO PTN-STATUS-DATE
           MOVE WS-PTR-COMPANY-CODE (PARTNER-INDEX)
               TO PTN-COMPANY-CODE
           MOVE WS-PTR-FACILITATOR-FLAG (PARTNER-INDEX)
               TO PTN-FACILITATOR-FLAG
           MOVE WS-PTR-FACILITATOR-JURISDICTIONS (PARTNER-INDEX)
               TO PTN-FACILITATOR-JURISDICTIONS
           WRITE PARTNER-NEW-RECORD
           .
       WRITE-MAINT-TRAILER.
           MOVE WS-TRANSACTION-COUNT TO TRL-TRANSACTION-COUNT
           MOVE WS-ADDED-COUNT TO TRL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO TRL-CHANGED-COUNT
           MOVE WS-INACTIVATED-COUNT TO TRL-INACTIVATED-COUNT
           MOVE WS-REACTIVATED-COUNT TO TRL-REACTIVATED-COUNT
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT
           WRITE PARTNER-REPORT-LINE FROM PARTNER-REPORT-TRAILER
           .
       END-OF-PROGRAM.
           DISPLAY 'PARTNER MAINTENANCE TRANSACTIONS REJECTED: '
                   WS-REJECTED-COUNT
           CLOSE PARTNER-TRANS-FILE
           CLOSE PARTNER-NEW-FILE
           CLOSE PARTNER-REPORT-FILE
           MOVE 'CL' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
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
