      * - Every applied transaction is now also cut to the shared
      *   MNTAUDIT maintenance audit trail with before and after
      *   images, where MNTINQ can find it by master, key, or date.
      * - DSCTRANS now carries the operator who keyed each transaction,
      *   DST-KEYED-BY. A transaction from an operator the OPRAUTH1
      *   authority master does not authorize for this job and action
      *   code is rejected and logged, and the operator is recorded on
      *   each MNTAUDT1 entry.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISCMNT.
           05  DST-EFFECTIVE-DATE       PIC X(08).
           05  DST-THRESHOLD            PIC 9(05).
           05  DST-PERCENT              PIC 9V9(05).
      * Operator who keyed the transaction; must hold the action
      * code for this job on the OPRAUTH1 authority master.
           05  DST-KEYED-BY             PIC X(08).

      * Tomorrow's master, same layout as DISCOUNT-MASTER-FILE;
      * INVCALC's next run picks this up once it is renamed/copied
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).
           05  WS-MA-KEYED-BY             PIC X(08).
           05  WS-MA-APPROVED-BY          PIC X(08).

      * Work area mirroring OPRAUTH's LINKAGE SECTION.
       01  WS-OPERATOR-AUTHORITY-CONVERSION.
           05  WS-OA-FUNCTION-CODE        PIC X(02).
           05  WS-OA-PROGRAM-ID           PIC X(08) VALUE 'DISCMNT'.
           05  WS-OA-OPERATOR-ID          PIC X(08).
           05  WS-OA-ACTION-CODE          PIC X(01).
           05  WS-OA-CREDIT-AUTHORITY     PIC S9(07)V99 COMP-3.
           05  WS-OA-APPROVER-SWITCH      PIC X(01).
           05  WS-OA-RETURN-CODE          PIC X(02).
               88  WS-OA-AUTHORIZED       VALUE '00'.

      * Display image of one master record for the audit trail.
       01  WS-AUDIT-IMAGE-WORK.
               END-PERFORM
           END-IF
           .
      * Nothing is applied for an operator the OPRAUTH1 authority
      * master does not authorize for this job and action code.
       APPLY-ONE-TRANSACTION.
           MOVE 'CK' TO WS-OA-FUNCTION-CODE
           MOVE DST-KEYED-BY TO WS-OA-OPERATOR-ID
           MOVE DST-ACTION-CODE TO WS-OA-ACTION-CODE
           CALL 'OPRAUTH' USING WS-OPERATOR-AUTHORITY-CONVERSION
           IF WS-OA-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
                   TO RPT-DISPOSITION
               PERFORM WRITE-MAINT-REPORT-LINE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DISCMNT OPERATOR NOT AUTHORIZED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE DST-KEYED-BY TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       APPLY-AUTHORIZED-TRANSACTION.
           SET DISCOUNT-INDEX TO 1
           SEARCH WS-DISCOUNT-ENTRY
               AT END
           MOVE DST-SKU-GROUP-CODE TO WS-MA-RECORD-KEY(1:4)
           MOVE DST-EFFECTIVE-DATE TO WS-MA-RECORD-KEY(5:8)
           MOVE DST-THRESHOLD TO WS-MA-RECORD-KEY(13:5)
           MOVE DST-KEYED-BY TO WS-MA-KEYED-BY
           MOVE SPACES TO WS-MA-APPROVED-BY
           MOVE 'WA' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
