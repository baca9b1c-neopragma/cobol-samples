      * penny invoice costs more to post than it collects - and every
      * charge raised or skipped is listed on the assessment register
      * FINCHREG with the balance it was computed from.
      * - The invoice record now carries INV-SHIP-WAREHOUSE, the
      *   warehouse the goods shipped from, ahead of the line count.
      * - An amount under open dispute, carried on the aged extract as
      *   AGX-DISPUTED-AMOUNT, is left out of the chargeable balance;
      *   an invoice wholly in dispute draws no finance charge at all.
      * - The invoice record now carries INV-COMPANY-CODE; a
      *   finance-charge invoice leaves it blank, billing under the
      *   home company.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FINCHG.
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
               88  AGX-IS-CHARGEABLE    VALUE 3, 4.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * The INVFILE1 layout INVCALC reads; totals zeroed - INVCALC
      * computes them, exactly as it does for the partner feeds.
           05  INV-RETURN               PIC X.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.

       01  WS-CHARGE-WORK-FIELDS.
           05  WS-CHARGE-AMOUNT         PIC S9(07)V99 COMP-3.
           05  WS-CHARGEABLE-BALANCE    PIC S9(07)V99 COMP-3.
           05  WS-CHARGE-SEQUENCE       PIC 9(03) VALUE ZERO.
           05  WS-CHARGES-RAISED        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CHARGES-SKIPPED       PIC S9(05) COMP-3 VALUE ZERO.
                   VALUE '  BELOW MINIMUM:    '.
           05  ATL-CHARGES-SKIPPED      PIC ZZ,ZZ9.

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'FINCHG'.
           05  WS-PC-RUN-DATE             PIC X(08).
           05  WS-PC-RULE-CODE            PIC X(02).
           05  WS-PC-CYCLE-CODE           PIC X(01).
           05  WS-PC-RETURN-CODE          PIC X(02).
               88  WS-PC-RUN-IS-SCHEDULED VALUE '00'.
               88  WS-PC-RUN-IS-OVERRIDDEN VALUE '01'.
               88  WS-PC-CALENDAR-NOT-AVAILABLE VALUE '04'.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           MOVE 'CK' TO WS-PC-FUNCTION-CODE
           CALL 'RUNCAL' USING WS-RUN-CALENDAR-CONVERSION
           EVALUATE TRUE
               WHEN WS-PC-RUN-IS-SCHEDULED
                   CONTINUE
               WHEN WS-PC-RUN-IS-OVERRIDDEN
                   DISPLAY 'FINCHG NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'FINCHG RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'FINCHG PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'FINCHG CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'FINCHG NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'FINCHG NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'ARAGE' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
               READ AGED-EXTRACT-FILE
               IF AGED-EXTRACT-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   COMPUTE WS-CHARGEABLE-BALANCE =
                       AGX-OPEN-BALANCE - AGX-DISPUTED-AMOUNT
                   IF AGX-IS-CHARGEABLE
                   AND WS-CHARGEABLE-BALANCE IS GREATER THAN ZERO
                       PERFORM ACCUMULATE-ONE-PAST-DUE
                   END-IF
               END-IF
                   PERFORM APPEND-CUSTOMER-ENTRY
               WHEN WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
                        IS EQUAL TO AGX-CUSTOMER-NUMBER
                   ADD WS-CHARGEABLE-BALANCE
                       TO WS-CUS-PAST-DUE-BALANCE(CUSTOMER-INDEX)
           END-SEARCH
           .
               SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
               MOVE AGX-CUSTOMER-NUMBER
                   TO WS-CUS-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               MOVE WS-CHARGEABLE-BALANCE
                   TO WS-CUS-PAST-DUE-BALANCE(CUSTOMER-INDEX)
               MOVE 'NJ' TO WS-CUS-JURISDICTION(CUSTOMER-INDEX)
           ELSE
