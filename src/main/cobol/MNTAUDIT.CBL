      *        concurrent caller holds it, OUTPUT only when the file
      *        does not exist yet)
      *   WR - append one entry from the caller's fields
      *   WA - append one entry that also records the operator who
      *        keyed the transaction and any second approver
      *   CL - close the file
      * - Each entry now carries the operator who keyed the transaction
      *   and any second approver, MAR-KEYED-BY and MAR-APPROVED-BY.
      *   The WA function records them; WR callers leave them blank.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MNTAUDIT.
           05  MAR-ACTION-CODE             PIC X(01).
           05  MAR-BEFORE-IMAGE            PIC X(60).
           05  MAR-AFTER-IMAGE             PIC X(60).
           05  MAR-KEYED-BY                PIC X(08).
           05  MAR-APPROVED-BY             PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-MAINT-AUDIT-FILE-STATUS     PIC X(02).
           05  LS-FUNCTION-CODE           PIC X(02).
               88  LS-FUNCTION-IS-OPEN    VALUE 'OP'.
               88  LS-FUNCTION-IS-WRITE   VALUE 'WR'.
               88  LS-FUNCTION-IS-WRITE-APPROVED VALUE 'WA'.
               88  LS-FUNCTION-IS-CLOSE   VALUE 'CL'.
           05  LS-PROGRAM-ID              PIC X(08).
           05  LS-MASTER-NAME             PIC X(08).
           05  LS-RETURN-CODE             PIC X(02).
               88  LS-MAINT-AUDIT-OK        VALUE '00'.
               88  LS-MAINT-AUDIT-NOT-OPEN  VALUE '04'.
      * Passed only by callers that use WA; a WR caller's area ends
      * at the return code and these are never referenced for it.
           05  LS-KEYED-BY                PIC X(08).
           05  LS-APPROVED-BY             PIC X(08).

       PROCEDURE DIVISION USING LS-MAINT-AUDIT-CONVERSION.
       MAINLINE-LOGIC.
               WHEN LS-FUNCTION-IS-OPEN
                   PERFORM OPEN-MAINT-AUDIT
               WHEN LS-FUNCTION-IS-WRITE
                   MOVE SPACES TO MAR-KEYED-BY
                   MOVE SPACES TO MAR-APPROVED-BY
                   PERFORM WRITE-MAINT-AUDIT-ENTRY
               WHEN LS-FUNCTION-IS-WRITE-APPROVED
                   MOVE LS-KEYED-BY TO MAR-KEYED-BY
                   MOVE LS-APPROVED-BY TO MAR-APPROVED-BY
                   PERFORM WRITE-MAINT-AUDIT-ENTRY
               WHEN LS-FUNCTION-IS-CLOSE
                   PERFORM CLOSE-MAINT-AUDIT
