      *       Rejected if not on the chart.
      *   D - deactivate an account; it is dropped from the new
      *       chart. Rejected if not on the chart.
      * - Each operating company keeps its own chart: GLCOA1, COATRANS
      *   and GLCOA2 carry a company code (spaces meaning the home
      *   company '01'), and an account is found by company and account
      *   number together. The report line and the audit key show the
      *   company.
      * - COATRANS now carries the operator who keyed each transaction,
      *   COT-KEYED-BY. A transaction from an operator the OPRAUTH1
      *   authority master does not authorize for this job and action
      *   code is rejected and logged, and the operator is recorded on
      *   each MNTAUDT1 entry.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COAMAINT.
      * 'D' when the account's normal balance is a debit, 'C' a
      * credit.
           05  COA-NORMAL-SIDE          PIC X(01).
      * The operating company whose chart the account belongs to;
      * spaces on records that predate the company split mean the
      * home company.
           05  COA-COMPANY-CODE         PIC X(02).

      * One add/change/deactivate request per record.
       FD  CHART-TRANS-FILE
           05  COT-ACCOUNT              PIC X(08).
           05  COT-DESCRIPTION          PIC X(30).
           05  COT-NORMAL-SIDE          PIC X(01).
           05  COT-COMPANY-CODE         PIC X(02).
      * Operator who keyed the transaction; must hold the action
      * code for this job on the OPRAUTH1 authority master.
           05  COT-KEYED-BY             PIC X(08).

      * Tomorrow's chart, same layout as CHART-FILE.
       FD  CHART-NEW-FILE
           05  CON-DESCRIPTION          PIC X(30).
           05  CON-ACTIVE-FLAG          PIC X(01).
           05  CON-NORMAL-SIDE          PIC X(01).
           05  CON-COMPANY-CODE         PIC X(02).

      * One line per transaction applied or rejected, plus a
      * trailer.
                   OCCURS 1 TO 500
                   DEPENDING ON WS-CHART-COUNT
                   INDEXED BY CHART-INDEX.
               10  WS-COA-COMPANY-CODE  PIC X(02).
               10  WS-COA-ACCOUNT       PIC X(08).
               10  WS-COA-DESCRIPTION   PIC X(30).
               10  WS-COA-NORMAL-SIDE   PIC X(01).
               10  WS-COA-ACTIVE-SWITCH PIC X VALUE 'Y'.
                   88  WS-COA-IS-ACTIVE VALUE 'Y'.
       01  WS-MAX-CHART-ENTRIES         PIC S9(05) COMP-3 VALUE 500.
      * The company a blank company code on the chart or on a
      * transaction stands for.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.


      * Work area mirroring MNTAUDIT's LINKAGE SECTION; one entry
           05  WS-MA-BEFORE-IMAGE         PIC X(60).
           05  WS-MA-AFTER-IMAGE          PIC X(60).
           05  WS-MA-RETURN-CODE          PIC X(02).
           05  WS-MA-KEYED-BY             PIC X(08).
           05  WS-MA-APPROVED-BY          PIC X(08).

      * Work area mirroring OPRAUTH's LINKAGE SECTION.
       01  WS-OPERATOR-AUTHORITY-CONVERSION.
           05  WS-OA-FUNCTION-CODE        PIC X(02).
           05  WS-OA-PROGRAM-ID           PIC X(08) VALUE 'COAMAINT'.
           05  WS-OA-OPERATOR-ID          PIC X(08).
           05  WS-OA-ACTION-CODE          PIC X(01).
           05  WS-OA-CREDIT-AUTHORITY     PIC S9(07)V99 COMP-3.
           05  WS-OA-APPROVER-SWITCH      PIC X(01).
           05  WS-OA-RETURN-CODE          PIC X(02).
               88  WS-OA-AUTHORIZED       VALUE '00'.

      * Display image of one chart record for the audit trail.
       01  WS-AUDIT-IMAGE-WORK.
       01  CHART-REPORT-DETAIL.
           05  RPT-ACTION-CODE            PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-COMPANY-CODE           PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-ACCOUNT                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RPT-DESCRIPTION            PIC X(30).
                       IF WS-CHART-COUNT IS LESS THAN
                               WS-MAX-CHART-ENTRIES
                           ADD 1 TO WS-CHART-COUNT
                           IF COA-COMPANY-CODE IS EQUAL TO SPACES
                               MOVE WS-HOME-COMPANY
                                   TO WS-COA-COMPANY-CODE
                                          (WS-CHART-COUNT)
                           ELSE
                               MOVE COA-COMPANY-CODE
                                   TO WS-COA-COMPANY-CODE
                                          (WS-CHART-COUNT)
                           END-IF
                           MOVE COA-ACCOUNT
                               TO WS-COA-ACCOUNT(WS-CHART-COUNT)
                           MOVE COA-DESCRIPTION
               END-PERFORM
           END-IF
           .
      * Nothing is applied for an operator the OPRAUTH1 authority
      * master does not authorize for this job and action code.
       APPLY-ONE-TRANSACTION.
           MOVE 'CK' TO WS-OA-FUNCTION-CODE
           MOVE COT-KEYED-BY TO WS-OA-OPERATOR-ID
           MOVE COT-ACTION-CODE TO WS-OA-ACTION-CODE
           CALL 'OPRAUTH' USING WS-OPERATOR-AUTHORITY-CONVERSION
           IF WS-OA-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
                   TO RPT-DISPOSITION
               PERFORM WRITE-MAINT-REPORT-LINE
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'COAMAINT OPERATOR NOT AUTHORIZED'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE COT-KEYED-BY TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
      * An account is keyed by company and account number - the
      * same account number may sit on several companies' charts.
       APPLY-AUTHORIZED-TRANSACTION.
           IF COT-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO COT-COMPANY-CODE
           END-IF
           SET CHART-INDEX TO 1
           SEARCH WS-CHART-ENTRY
               AT END
                   PERFORM APPLY-TRANSACTION-NOT-FOUND
               WHEN WS-COA-ACCOUNT (CHART-INDEX)
                        IS EQUAL TO COT-ACCOUNT
               AND  WS-COA-COMPANY-CODE (CHART-INDEX)
                        IS EQUAL TO COT-COMPANY-CODE
                   PERFORM APPLY-TRANSACTION-FOUND
           END-SEARCH
           .
                   PERFORM WRITE-MAINT-REPORT-LINE
               WHEN COT-ACTION-IS-ADD
                   ADD 1 TO WS-CHART-COUNT
                   MOVE COT-COMPANY-CODE
                       TO WS-COA-COMPANY-CODE(WS-CHART-COUNT)
                   MOVE COT-ACCOUNT
                       TO WS-COA-ACCOUNT(WS-CHART-COUNT)
                   MOVE COT-DESCRIPTION
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO WS-MA-RECORD-KEY
           MOVE COT-ACCOUNT TO WS-MA-RECORD-KEY(1:8)
           MOVE COT-COMPANY-CODE TO WS-MA-RECORD-KEY(9:2)
           MOVE COT-KEYED-BY TO WS-MA-KEYED-BY
           MOVE SPACES TO WS-MA-APPROVED-BY
           MOVE 'WA' TO WS-MA-FUNCTION-CODE
           CALL 'MNTAUDIT' USING WS-MAINT-AUDIT-CONVERSION
           .
       WRITE-MAINT-REPORT-LINE.
           MOVE COT-ACTION-CODE TO RPT-ACTION-CODE
           MOVE COT-COMPANY-CODE TO RPT-COMPANY-CODE
           MOVE COT-ACCOUNT TO RPT-ACCOUNT
           MOVE COT-DESCRIPTION TO RPT-DESCRIPTION
           WRITE CHART-REPORT-LINE FROM CHART-REPORT-DETAIL
       WRITE-ONE-CHART-RECORD.
           IF WS-COA-IS-ACTIVE (CHART-INDEX)
               MOVE WS-COA-ACCOUNT (CHART-INDEX) TO CON-ACCOUNT
               MOVE WS-COA-COMPANY-CODE (CHART-INDEX)
                   TO CON-COMPANY-CODE
               MOVE WS-COA-DESCRIPTION (CHART-INDEX)
                   TO CON-DESCRIPTION
               MOVE 'A' TO CON-ACTIVE-FLAG
