      *****************************************************************
      * Program name:    OPRAUTH
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * A shared operator-authority check for the master-maintenance
      * jobs, on the RUNCAL subprogram pattern.
      *
      * Anyone who could key a maintenance deck could raise a credit
      * limit, release a credit hold or open a GL account, and the
      * auditors have written that up as a segregation-of-duties
      * finding. The OPRAUTH1 authority master now lists, for each
      * operator ID, which maintenance jobs the operator may submit,
      * which of each job's action codes, the largest credit-limit
      * increase the operator may key, and whether the operator may
      * act as the second approver on that job's dual-control
      * transactions. Each maintenance job calls this routine once
      * per transaction, for the keyer and again for any approver,
      * and rejects what the routine will not authorize.
      *
      * 'CK' looks up LS-OPERATOR-ID for LS-PROGRAM-ID and answers in
      * LS-RETURN-CODE:
      *     '00' - the operator is active on the master for the job
      *            and holds LS-ACTION-CODE; LS-CREDIT-AUTHORITY and
      *            LS-APPROVER-SWITCH carry the operator's limits.
      *     '08' - not on the master for the job, suspended, or not
      *            granted the action code.
      *     '04' - the authority master is missing; nobody is
      *            authorized, since a job that cannot prove who may
      *            key it should not guess.
      * The master is loaded on the first call and held for the run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPRAUTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO 'OPRAUTH1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-AUTHORITY-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One record per operator per maintenance job the operator may
      * submit. Each non-blank byte of OPA-ACTION-CODES is an action
      * code granted; OPA-CREDIT-AUTHORITY is the largest credit-
      * limit increase the operator may key (CUSTMNT only).
       FD  OPERATOR-AUTHORITY-FILE
           DATA RECORD IS OPERATOR-AUTHORITY-RECORD.
       01  OPERATOR-AUTHORITY-RECORD.
           05  OPA-OPERATOR-ID            PIC X(08).
           05  OPA-PROGRAM-ID             PIC X(08).
           05  OPA-ACTION-CODES           PIC X(10).
           05  OPA-CREDIT-AUTHORITY       PIC S9(07)V99 COMP-3.
      * Y - may act as second approver on this job's dual-control
      * transactions.
           05  OPA-APPROVER-SWITCH        PIC X(01).
      * A - active; anything else is suspended.
           05  OPA-STATUS                 PIC X(01).
           05  FILLER                     PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-AUTHORITY-STATUS PIC X(02).
           88  WS-OPERATOR-AUTHORITY-OK VALUE '00'.
           88  WS-END-OF-OPERATOR-AUTHORITY VALUE '10'.
       01  WS-AUTHORITY-LOADED-SWITCH    PIC X VALUE 'N'.
           88  WS-AUTHORITY-IS-LOADED    VALUE 'Y'.
       01  WS-AUTHORITY-AVAILABLE-SWITCH PIC X VALUE 'N'.
           88  WS-AUTHORITY-IS-AVAILABLE VALUE 'Y'.
       01  WS-ACTION-TALLY               PIC S9(04) COMP.

       01  WS-AUTHORITY-TABLE-AREA.
           05  WS-AUTHORITY-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-AUTHORITY-ENTRY
                   OCCURS 1 TO 1000
                   DEPENDING ON WS-AUTHORITY-COUNT
                   INDEXED BY AUTHORITY-INDEX.
               10  WS-OPA-OPERATOR-ID     PIC X(08).
               10  WS-OPA-PROGRAM-ID      PIC X(08).
               10  WS-OPA-ACTION-CODES    PIC X(10).
               10  WS-OPA-CREDIT-AUTHORITY PIC S9(07)V99 COMP-3.
               10  WS-OPA-APPROVER-SWITCH PIC X(01).
               10  WS-OPA-STATUS          PIC X(01).
       01  WS-MAX-AUTHORITY-ENTRIES     PIC S9(05) COMP-3 VALUE 1000.

       LINKAGE SECTION.
       01  LS-OPERATOR-AUTHORITY-CONVERSION.
           05  LS-FUNCTION-CODE           PIC X(02).
               88  LS-FUNCTION-IS-CHECK   VALUE 'CK'.
           05  LS-PROGRAM-ID              PIC X(08).
           05  LS-OPERATOR-ID             PIC X(08).
           05  LS-ACTION-CODE             PIC X(01).
           05  LS-CREDIT-AUTHORITY        PIC S9(07)V99 COMP-3.
           05  LS-APPROVER-SWITCH         PIC X(01).
               88  LS-MAY-APPROVE         VALUE 'Y'.
           05  LS-RETURN-CODE             PIC X(02).
               88  LS-OPERATOR-IS-AUTHORIZED VALUE '00'.
               88  LS-AUTHORITY-NOT-AVAILABLE VALUE '04'.
               88  LS-OPERATOR-NOT-AUTHORIZED VALUE '08'.

       PROCEDURE DIVISION USING LS-OPERATOR-AUTHORITY-CONVERSION.
       MAINLINE-LOGIC.
           IF NOT WS-AUTHORITY-IS-LOADED
               PERFORM LOAD-AUTHORITY-TABLE
           END-IF
           EVALUATE TRUE
               WHEN LS-FUNCTION-IS-CHECK
                   PERFORM CHECK-OPERATOR-AUTHORITY
               WHEN OTHER
                   MOVE '04' TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-AUTHORITY-TABLE.
           SET WS-AUTHORITY-IS-LOADED TO TRUE
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF WS-OPERATOR-AUTHORITY-OK
               SET WS-AUTHORITY-IS-AVAILABLE TO TRUE
               PERFORM UNTIL WS-END-OF-OPERATOR-AUTHORITY
                   READ OPERATOR-AUTHORITY-FILE
                   IF WS-OPERATOR-AUTHORITY-OK
                       PERFORM LOAD-ONE-AUTHORITY
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-AUTHORITY-FILE
           END-IF
           .
       LOAD-ONE-AUTHORITY.
           IF WS-AUTHORITY-COUNT IS LESS THAN WS-MAX-AUTHORITY-ENTRIES
               ADD 1 TO WS-AUTHORITY-COUNT
               MOVE OPA-OPERATOR-ID
                   TO WS-OPA-OPERATOR-ID(WS-AUTHORITY-COUNT)
               MOVE OPA-PROGRAM-ID
                   TO WS-OPA-PROGRAM-ID(WS-AUTHORITY-COUNT)
               MOVE OPA-ACTION-CODES
                   TO WS-OPA-ACTION-CODES(WS-AUTHORITY-COUNT)
               MOVE OPA-CREDIT-AUTHORITY
                   TO WS-OPA-CREDIT-AUTHORITY(WS-AUTHORITY-COUNT)
               MOVE OPA-APPROVER-SWITCH
                   TO WS-OPA-APPROVER-SWITCH(WS-AUTHORITY-COUNT)
               MOVE OPA-STATUS TO WS-OPA-STATUS(WS-AUTHORITY-COUNT)
           ELSE
               DISPLAY 'OPRAUTH AUTHORITY TABLE IS FULL - OPERATOR '
                       OPA-OPERATOR-ID ' NOT LOADED'
           END-IF
           .
      * A blank operator ID never matches, so an unsigned
      * transaction is always refused.
       CHECK-OPERATOR-AUTHORITY.
           MOVE ZERO TO LS-CREDIT-AUTHORITY
           MOVE 'N' TO LS-APPROVER-SWITCH
           MOVE '08' TO LS-RETURN-CODE
           IF NOT WS-AUTHORITY-IS-AVAILABLE
               MOVE '04' TO LS-RETURN-CODE
           ELSE
               IF LS-OPERATOR-ID IS NOT EQUAL TO SPACES
                       AND LS-ACTION-CODE IS NOT EQUAL TO SPACE
                   SET AUTHORITY-INDEX TO 1
                   SEARCH WS-AUTHORITY-ENTRY
                       WHEN WS-OPA-OPERATOR-ID (AUTHORITY-INDEX)
                                IS EQUAL TO LS-OPERATOR-ID
                        AND WS-OPA-PROGRAM-ID (AUTHORITY-INDEX)
                                IS EQUAL TO LS-PROGRAM-ID
                           PERFORM JUDGE-AUTHORITY-ENTRY
                   END-SEARCH
               END-IF
           END-IF
           .
       JUDGE-AUTHORITY-ENTRY.
           MOVE ZERO TO WS-ACTION-TALLY
           INSPECT WS-OPA-ACTION-CODES (AUTHORITY-INDEX)
               TALLYING WS-ACTION-TALLY FOR ALL LS-ACTION-CODE
           IF WS-OPA-STATUS (AUTHORITY-INDEX) IS EQUAL TO 'A'
                   AND WS-ACTION-TALLY IS GREATER THAN ZERO
               MOVE '00' TO LS-RETURN-CODE
               MOVE WS-OPA-CREDIT-AUTHORITY (AUTHORITY-INDEX)
                   TO LS-CREDIT-AUTHORITY
               MOVE WS-OPA-APPROVER-SWITCH (AUTHORITY-INDEX)
                   TO LS-APPROVER-SWITCH
           END-IF
           .
