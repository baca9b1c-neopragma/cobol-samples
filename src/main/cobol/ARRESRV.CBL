      * are written to RSRVFIL2 - the old-master/new-master
      * convention - so the report can show the quarter-over-quarter
      * movement the auditors actually want on the same page.
      * - The ARAGEXT1 layout now carries AGX-DISPUTED-AMOUNT, the part
      *   of the open balance ARAGE holds out of collection for an open
      *   invoice dispute.
      * - Checks the PROCCAL1 processing calendar through RUNCAL at
      *   startup and refuses to run, with return code 12, on a night
      *   it is not scheduled unless a RUNOVRD card names tonight's
      *   date.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARRESRV.
           05  AGX-INVOICE-DATE         PIC X(08).
           05  AGX-OPEN-BALANCE         PIC S9(07)V99 COMP-3.
           05  AGX-BUCKET-CODE          PIC 9.
           05  AGX-DISPUTED-AMOUNT      PIC S9(07)V99 COMP-3.

      * The prior run's reserve totals, one record: its run date and
      * the reserve computed per bucket.
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

      * Work area mirroring RUNCAL's LINKAGE SECTION.
       01  WS-RUN-CALENDAR-CONVERSION.
           05  WS-PC-FUNCTION-CODE        PIC X(02).
           05  WS-PC-PROGRAM-ID           PIC X(08) VALUE 'ARRESRV'.
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
                   DISPLAY 'ARRESRV NOT SCHEDULED TONIGHT'
                           ' - RUN FORCED BY RUNOVRD CARD'
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'ARRESRV RUN FORCED BY RUNOVRD CARD'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               WHEN OTHER
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   IF WS-PC-CALENDAR-NOT-AVAILABLE
                       DISPLAY 'ARRESRV PROCESSING CALENDAR NOT'
                               ' AVAILABLE - RUN REFUSED'
                       MOVE 'ARRESRV CALENDAR NOT AVAILABLE'
                           TO WS-EL-EXCEPTION-TEXT
                   ELSE
                       DISPLAY 'ARRESRV NOT SCHEDULED TONIGHT'
                               ' - RUN REFUSED'
                       MOVE 'ARRESRV NOT SCHEDULED TONIGHT'
                           TO WS-EL-EXCEPTION-TEXT
                   END-IF
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE 12 TO WS-RETURN-CODE-VALUE
                   GO TO END-OF-PROGRAM
           END-EVALUATE

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'ARAGE' TO WS-SC-PRODUCER-PROGRAM
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
