      * Transaction action codes:
      *   H - hold a customer. Rejected if already on hold.
      *   R - release a customer. Rejected if not on hold.
      * - CRHTRANS now carries a second approver, CHT-APPROVED-BY. The
      *   keyer must be authorized for the action on the OPRAUTH1
      *   authority master, and a release is rejected unless a
      *   different operator with approver authority for CRHMAINT
      *   approved it. The register and MNTAUDT1 record both IDs.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRHMAINT.
               88  CHT-ACTION-IS-HOLD      VALUE 'H'.
               88  CHT-ACTION-IS-RELEASE   VALUE 'R'.
           05  CHT-CUSTOMER-NUMBER      PIC X(08).
      * Operator who keyed the transaction; must hold the action
      * code for CRHMAINT on the OPRAUTH1 authority master.
           05  CHT-KEYED-BY             PIC X(08).
           05  CHT-REASON               PIC X(30).
      * Second operator approving a release; must differ from the
      * keyer and hold approver authority for CRHMAINT releases.
           05  CHT-APPROVED-BY          PIC X(08).

      * Tomorrow's hold master, same layout as CREDIT-HOLD-FILE.
       FD  CREDIT-HOLD-NEW-FILE
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HAU-KEYED-BY             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HAU-APPROVED-BY          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HAU-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  HAU-REASON               PIC X(30).
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).
           05  WS-MA-KEYED-BY             PIC X(08).
           05  WS-MA-APPROVED-BY          PIC X(08).

      * Work area mirroring OPRAUTH's LINKAGE SECTION.
       01  WS-OPERATOR-AUTHORITY-CONVERSION.
           05  WS-OA-FUNCTION-CODE        PIC X(02).
           05  WS-OA-PROGRAM-ID           PIC X(08) VALUE 'CRHMAINT'.
           05  WS-OA-OPERATOR-ID          PIC X(08).
           05  WS-OA-ACTION-CODE          PIC X(01).
           05  WS-OA-CREDIT-AUTHORITY     PIC S9(07)V99 COMP-3.
           05  WS-OA-APPROVER-SWITCH      PIC X(01).
               88  WS-OA-MAY-APPROVE      VALUE 'Y'.
           05  WS-OA-RETURN-CODE          PIC X(02).
               88  WS-OA-AUTHORIZED       VALUE '00'.
      * Why OPRAUTH refused the transaction, for the register.
       01  WS-AUTHORITY-REJECT-TEXT     PIC X(30).

       01  WS-MAINT-TOTALS.
           05  WS-HELD-COUNT              PIC S9(05) COMP-3 VALUE ZERO.
               CLOSE CREDIT-HOLD-FILE
           END-IF
           .
      * The keyer must be authorized on OPRAUTH1 for the action; a
      * release also needs a second operator, not the keyer, with
      * approver authority for CRHMAINT releases.
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-AUTHORITY-REJECT-TEXT
           MOVE 'CK' TO WS-OA-FUNCTION-CODE
           MOVE CHT-KEYED-BY TO WS-OA-OPERATOR-ID
           MOVE CHT-ACTION-CODE TO WS-OA-ACTION-CODE
           CALL 'OPRAUTH' USING WS-OPERATOR-AUTHORITY-CONVERSION
           EVALUATE TRUE
               WHEN NOT WS-OA-AUTHORIZED
                   MOVE 'REJECTED - NOT AUTHORIZED'
                       TO WS-AUTHORITY-REJECT-TEXT
               WHEN NOT CHT-ACTION-IS-RELEASE
                   CONTINUE
               WHEN CHT-APPROVED-BY IS EQUAL TO SPACES
                   MOVE 'REJECTED - NO APPROVER'
                       TO WS-AUTHORITY-REJECT-TEXT
               WHEN CHT-APPROVED-BY IS EQUAL TO CHT-KEYED-BY
                   MOVE 'REJECTED - APPROVER IS KEYER'
                       TO WS-AUTHORITY-REJECT-TEXT
               WHEN OTHER
                   MOVE CHT-APPROVED-BY TO WS-OA-OPERATOR-ID
                   CALL 'OPRAUTH' USING
                           WS-OPERATOR-AUTHORITY-CONVERSION
                   IF NOT WS-OA-AUTHORIZED
                           OR NOT WS-OA-MAY-APPROVE
                       MOVE 'REJECTED - BAD APPROVER'
                           TO WS-AUTHORITY-REJECT-TEXT
                   END-IF
           END-EVALUATE
           IF WS-AUTHORITY-REJECT-TEXT IS EQUAL TO SPACES
               PERFORM APPLY-AUTHORIZED-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-AUTHORITY-REJECT-TEXT TO HAU-DISPOSITION
               PERFORM WRITE-AUDIT-LINE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE SPACES TO WS-EL-EXCEPTION-TEXT
               STRING 'CRHMAINT ' WS-AUTHORITY-REJECT-TEXT
                      DELIMITED BY SIZE
                      INTO WS-EL-EXCEPTION-TEXT
               MOVE CHT-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       APPLY-AUTHORIZED-TRANSACTION.
           SET HOLD-INDEX TO 1
           SEARCH WS-HOLD-ENTRY
               AT END
       WRITE-MAINT-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE CHT-CUSTOMER-NUMBER TO WS-MA-RECORD-KEY(1:8)
           MOVE CHT-KEYED-BY TO WS-MA-KEYED-BY
           IF CHT-ACTION-IS-RELEASE
               MOVE CHT-APPROVED-BY TO WS-MA-APPROVED-BY
           ELSE
               MOVE SPACES TO WS-MA-APPROVED-BY
           END-IF
           MOVE 'WA' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-AUDIT-LINE.
           MOVE CHT-ACTION-CODE TO HAU-ACTION-CODE
           MOVE CHT-CUSTOMER-NUMBER TO HAU-CUSTOMER-NUMBER
           MOVE CHT-KEYED-BY TO HAU-KEYED-BY
           MOVE CHT-APPROVED-BY TO HAU-APPROVED-BY
           MOVE WS-CDT-DATE TO HAU-RUN-DATE
           MOVE CHT-REASON TO HAU-REASON
           WRITE HOLD-AUDIT-LINE
