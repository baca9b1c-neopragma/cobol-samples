      * the before and after images side by side, so "who changed
      * this master and when" is a card and a print instead of a
      * week in the report files.
      * - Each entry now prints the operator who keyed it and any
      *   second approver from the MNTAUDT1 layout.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MNTINQ.
           05  MAR-ACTION-CODE             PIC X(01).
           05  MAR-BEFORE-IMAGE            PIC X(60).
           05  MAR-AFTER-IMAGE             PIC X(60).
           05  MAR-KEYED-BY                PIC X(08).
           05  MAR-APPROVED-BY             PIC X(08).

       FD  AUDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  ADL-RECORD-KEY           PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ADL-ACTION-CODE          PIC X(01).
           05  FILLER                   PIC X(11) VALUE '  KEYED BY '.
           05  ADL-KEYED-BY             PIC X(08).
           05  FILLER                   PIC X(14)
                   VALUE '  APPROVED BY '.
           05  ADL-APPROVED-BY          PIC X(08).
       01  AUDIT-DETAIL-LINE-2.
           05  FILLER                   PIC X(08) VALUE 'BEFORE  '.
           05  ADB-BEFORE-IMAGE         PIC X(60).
           MOVE MAR-MASTER-NAME TO ADL-MASTER-NAME
           MOVE MAR-RECORD-KEY TO ADL-RECORD-KEY
           MOVE MAR-ACTION-CODE TO ADL-ACTION-CODE
           MOVE MAR-KEYED-BY TO ADL-KEYED-BY
           MOVE MAR-APPROVED-BY TO ADL-APPROVED-BY
           WRITE AUDIT-REPORT-LINE FROM AUDIT-DETAIL-LINE-1
           MOVE MAR-BEFORE-IMAGE TO ADB-BEFORE-IMAGE
           WRITE AUDIT-REPORT-LINE FROM AUDIT-DETAIL-LINE-2
