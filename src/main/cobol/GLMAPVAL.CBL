      * account is itemized on the GLMAPRPT report and ends the run
      * with RETURN-CODE 8, so the scheduler holds the night before
      * INVCALC posts a single line against the bad mapping.
      * - GLACCTM1 and GLCOA1 carry the operating company code (spaces
      *   meaning the home company '01'); each mapping is proved
      *   against its own company's chart, and the report line shows
      *   the company.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLMAPVAL.
           05  GLM-MAP-TYPE             PIC X.
           05  GLM-MAP-KEY              PIC X(04).
           05  GLM-ACCOUNT              PIC X(08).
           05  GLM-COMPANY-CODE         PIC X(02).

      * Same chart layout COAMAINT maintains and GLJRNL loads.
       FD  CHART-FILE
           05  COA-ACTIVE-FLAG          PIC X(01).
               88  COA-IS-ACTIVE        VALUE 'A'.
           05  COA-NORMAL-SIDE          PIC X(01).
           05  COA-COMPANY-CODE         PIC X(02).

       FD  MAP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAP-REPORT-LINE.
       01  MAP-REPORT-LINE.
           05  MRP-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MRP-MAP-TYPE             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MRP-MAP-KEY              PIC X(04).
           05  WS-CHART-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-CHART-COUNT
                       INDEXED BY CHART-INDEX.
               10  WS-COA-COMPANY-CODE  PIC X(02).
               10  WS-COA-ACCOUNT       PIC X(08).
               10  WS-COA-ACTIVE-SWITCH PIC X.
                   88  WS-COA-IS-ACTIVE VALUE 'Y'.
           05  WS-ACCOUNT-VALID-SWITCH  PIC X.
               88  ACCOUNT-IS-VALID     VALUE 'Y'.
           05  WS-BAD-MAPPING-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
      * The company a blank company code on the chart or on a
      * mapping stands for.
           05  WS-HOME-COMPANY          PIC X(02) VALUE '01'.
      * Held here until GOBACK time - the EXCPLOG and JOBSTAT calls
      * in END-OF-PROGRAM would otherwise clear the register.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
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
                           IF COA-IS-ACTIVE
               CLOSE CHART-FILE
           END-IF
           .
      * A mapping is proved against its own company's chart.
       JUDGE-ONE-MAPPING.
           MOVE 'N' TO WS-ACCOUNT-VALID-SWITCH
           IF GLM-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO GLM-COMPANY-CODE
           END-IF
           SET CHART-INDEX TO 1
           SEARCH WS-CHART-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COA-ACCOUNT(CHART-INDEX)
                        IS EQUAL TO GLM-ACCOUNT
               AND  WS-COA-COMPANY-CODE(CHART-INDEX)
                        IS EQUAL TO GLM-COMPANY-CODE
                   IF WS-COA-IS-ACTIVE(CHART-INDEX)
                       SET ACCOUNT-IS-VALID TO TRUE
                   END-IF
           END-SEARCH
           MOVE GLM-COMPANY-CODE TO MRP-COMPANY-CODE
           MOVE GLM-MAP-TYPE TO MRP-MAP-TYPE
           MOVE GLM-MAP-KEY TO MRP-MAP-KEY
           MOVE GLM-ACCOUNT TO MRP-ACCOUNT
