      * - Every applied transaction is now also cut to the shared
      *   MNTAUDIT maintenance audit trail with before and after
      *   images, where MNTINQ can find it by master, key, or date.
      * - TAXRTRNS now carries the operator who keyed each transaction,
      *   TRT-KEYED-BY. A transaction from an operator the OPRAUTH1
      *   authority master does not authorize for this job and action
      *   code is rejected and logged, and the operator is recorded on
      *   each MNTAUDT1 entry.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAXRMNT.
           05  TRT-COMPONENT-CODE       PIC X(01).
           05  TRT-EFFECTIVE-DATE       PIC X(08).
           05  TRT-RATE                 PIC 9V9(05).
      * Operator who keyed the transaction; must hold the action
      * code for this job on the OPRAUTH1 authority master.
           05  TRT-KEYED-BY             PIC X(08).

      * Tomorrow's master, same layout as TAX-RATE-FILE; INVCALC's
      * next run picks this up once it is renamed/copied to TAXRATE1.
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).
           05  WS-MA-KEYED-BY             PIC X(08).
           05  WS-MA-APPROVED-BY          PIC X(08).

      * Work area mirroring OPRAUTH's LINKAGE SECTION.
       01  WS-OPERATOR-AUTHORITY-CONVERSION.
           05  WS-OA-FUNCTION-CODE        PIC X(02).
           05  WS-OA-PROGRAM-ID           PIC X(08) VALUE 'TAXRMNT'.
           05  WS-OA-OPERATOR-ID          PIC X(08).
           05  WS-OA-ACTION-CODE          PIC X(01).
           05  WS-OA-CREDIT-AUTHORITY     PIC S9(07)V99 COMP-3.
           05  WS-OA-APPROVER-SWITCH      PIC X(01).
           05  WS-OA-RETURN-CODE          PIC X(02).
               88  WS-OA-AUTHORIZED       VALUE '00'.

       01  WS-MAINT-TOTALS.
           05  WS-ADDED-COUNT             PIC S9(05) COMP-3 VALUE ZERO.
               END-PERFORM
           END-IF
           .
      * Nothing is applied for an operator the OPRAUTH1 authority
      * master does not authorize for this job and action code.
       APPLY-ONE-TRANSACTION.
           MOVE 'CK' TO WS-OA-FUNCTION-CODE
           MOVE TRT-KEYED-BY TO WS-OA-OPERATOR-ID
           MOVE TRT-ACTION-CODE TO WS-OA-ACTION-CODE
           CALL 'OPRAUTH' USING WS-OPERATOR-AUTHORITY-CONVERSION
           IF WS-OA-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
                   TO RPT-DISPOSITION
               PERFORM WRITE-MAINT-REPORT-LINE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'TAXRMNT OPERATOR NOT AUTHORIZED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE TRT-KEYED-BY TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       APPLY-AUTHORIZED-TRANSACTION.
           SET RATE-INDEX TO 1
           SEARCH WS-TAX-RATE-ENTRY
               AT END
           MOVE TRT-JURISDICTION-CODE TO WS-MA-RECORD-KEY(1:2)
           MOVE TRT-COMPONENT-CODE TO WS-MA-RECORD-KEY(3:1)
           MOVE TRT-EFFECTIVE-DATE TO WS-MA-RECORD-KEY(4:8)
           MOVE TRT-KEYED-BY TO WS-MA-KEYED-BY
           MOVE SPACES TO WS-MA-APPROVED-BY
           MOVE 'WA' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
