      *****************************************************************
      * Program name:    CUSTDUPE
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Finding duplicated customers before the customer does, and
      * auditing the bill-to block that statements are mailed to.
      *
      * CUSTMRGE puts a duplicated account back together once
      * somebody notices it, and until now somebody noticed only when
      * a customer complained about getting two statements. This job
      * scans CUSTMAST and compares every live customer against every
      * other on three signals:
      *     NAME  - the names match once case, punctuation and the
      *             noise words (THE, INC, LLC, CORP and the like) are
      *             stripped out. 40 points.
      *     ADDR  - address line 1 matches once street words are
      *             abbreviated the Post Office way (STREET to ST,
      *             SUITE to STE and so on), and the first five
      *             characters of the postal code match. 35 points.
      *     PHONE - the contact phones carry the same digits once the
      *             punctuation and any leading 1 are dropped. 25
      *             points.
      * Every pair scoring on any signal is listed on the DUPRPT1
      * review report with its score and the signals it matched on.
      * A pair scoring at least the DUPSCORE threshold (INVCPARM card,
      * three digits; 60 when no card is present, so any two signals
      * qualify) is a high-confidence duplicate and is also written
      * to DUPPAIR1 in the MRGPAIRS layout, with the lower customer
      * number as the survivor, for the billing team to review and
      * feed to CUSTMRGE. A customer is written as the retired side of
      * only one pair, and never as the survivor of one pair and the
      * retired side of another; such chains are listed for review
      * instead, since CUSTMRGE merges one pair at a time.
      *
      * The same run lists every bill-to block likely to come back as
      * returned mail: a missing address line 1 or city, a missing or
      * unknown state code, a postal code that is missing, is not
      * ZIP or ZIP+4 shaped, or whose three-digit ZIP prefix is
      * outside the ranges the state is served from, and a contact
      * phone that is blank or too short to dial.
      *
      * Customers CUSTMRGE has already marked merged are left out of
      * both halves.
      *
      * RETURN-CODE is 0 when nothing was found, 4 when there is at
      * least one high-confidence pair or bill-to problem to review,
      * and 8 when CUSTMAST or an output file cannot be opened.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTDUPE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT DUPLICATE-PAIR-FILE ASSIGN TO 'DUPPAIR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DUPLICATE-PAIR-STATUS.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO 'DUPRPT1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DUPLICATE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout CUSTMNT maintains on CUSTMAST.
       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER       PIC X(08).
           05  CM-CUSTOMER-NAME         PIC X(30).
           05  CM-CREDIT-LIMIT          PIC S9(07)V99 COMP-3.
           05  CM-BIRTH-DATE            PIC X(08).
           05  CM-ADDRESS-LINE-1        PIC X(30).
           05  CM-ADDRESS-LINE-2        PIC X(30).
           05  CM-CITY                  PIC X(20).
           05  CM-STATE                 PIC X(02).
           05  CM-POSTAL-CODE           PIC X(10).
           05  CM-CONTACT-NAME          PIC X(25).
           05  CM-CONTACT-PHONE         PIC X(15).
           05  CM-TERMS-CODE            PIC X(02).
           05  CM-STATEMENT-CYCLE       PIC X(01).
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  CM-INVOICE-DELIVERY      PIC X(01).
           05  CM-COLLECTOR-CODE        PIC X(03).
           05  CM-BILLING-CURRENCY      PIC X(03).
           05  FILLER                   PIC X(23).

      * The MRGPAIRS layout CUSTMRGE reads: the number being retired
      * and the number that survives.
       FD  DUPLICATE-PAIR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DUPLICATE-PAIR-RECORD.
       01  DUPLICATE-PAIR-RECORD.
           05  MRG-FROM-CUSTOMER        PIC X(08).
           05  MRG-TO-CUSTOMER          PIC X(08).

       FD  DUPLICATE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DUPLICATE-REPORT-LINE.
       01  DUPLICATE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  DUPLICATE-PAIR-STATUS    PIC X(02).
               88  DUPLICATE-PAIR-OK    VALUE '00'.
           05  DUPLICATE-REPORT-STATUS  PIC X(02).
               88  DUPLICATE-REPORT-OK  VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'CUSTDUPE'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'CUSTDUPE'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'CUSTDUPE'.
           05  WS-SC-PRODUCER-PROGRAM     PIC X(08).
           05  WS-SC-PROCESSING-DATE      PIC X(08).
           05  WS-SC-COMPLETION-CODE      PIC 9(03).
           05  WS-SC-RETURN-CODE          PIC X(02).

      * Work area mirroring CTLCARD's LINKAGE SECTION.
       01  WS-CONTROL-CARD-CONVERSION.
           05  WS-CC-FUNCTION-CODE        PIC X(02).
           05  WS-CC-FILE-SELECTOR        PIC X(01) VALUE '4'.
           05  WS-CC-KEYWORD              PIC X(08).
           05  WS-CC-VALUE                PIC X(64).
           05  WS-CC-RETURN-CODE          PIC X(02).
               88  WS-CC-OK               VALUE '00'.
           05  WS-CC-ENTRY-NUMBER         PIC 9(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

       01  WS-RUN-CONTROL.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-REJECTED       VALUE 8.

      * DUPSCORE control-card conversion: three digits, the lowest
      * score written to DUPPAIR1.
       01  WS-PAIR-SCORE-THRESHOLD      PIC S9(03) COMP-3 VALUE 60.
       01  WS-THRESHOLD-CONVERSION.
           05  WS-PST-AS-INTEGER        PIC 9(03).

      * What each matching signal adds to a pair's score.
       01  WS-SIGNAL-WEIGHTS.
           05  WS-NAME-WEIGHT           PIC S9(03) COMP-3 VALUE 40.
           05  WS-ADDRESS-WEIGHT        PIC S9(03) COMP-3 VALUE 35.
           05  WS-PHONE-WEIGHT          PIC S9(03) COMP-3 VALUE 25.

      * Words dropped from or shortened in a name or address line
      * before comparing: kind N words are dropped from names, kind
      * A words are replaced in address lines by their abbreviation.
       01  WS-WORD-DATA.
           05  FILLER PIC X(17) VALUE 'THE         N    '.
           05  FILLER PIC X(17) VALUE 'AND         N    '.
           05  FILLER PIC X(17) VALUE 'INC         N    '.
           05  FILLER PIC X(17) VALUE 'INCORPORATEDN    '.
           05  FILLER PIC X(17) VALUE 'LLC         N    '.
           05  FILLER PIC X(17) VALUE 'LTD         N    '.
           05  FILLER PIC X(17) VALUE 'LIMITED     N    '.
           05  FILLER PIC X(17) VALUE 'CO          N    '.
           05  FILLER PIC X(17) VALUE 'COMPANY     N    '.
           05  FILLER PIC X(17) VALUE 'CORP        N    '.
           05  FILLER PIC X(17) VALUE 'CORPORATION N    '.
           05  FILLER PIC X(17) VALUE 'STREET      AST  '.
           05  FILLER PIC X(17) VALUE 'AVENUE      AAVE '.
           05  FILLER PIC X(17) VALUE 'ROAD        ARD  '.
           05  FILLER PIC X(17) VALUE 'DRIVE       ADR  '.
           05  FILLER PIC X(17) VALUE 'BOULEVARD   ABLVD'.
           05  FILLER PIC X(17) VALUE 'LANE        ALN  '.
           05  FILLER PIC X(17) VALUE 'COURT       ACT  '.
           05  FILLER PIC X(17) VALUE 'PLACE       APL  '.
           05  FILLER PIC X(17) VALUE 'PARKWAY     APKWY'.
           05  FILLER PIC X(17) VALUE 'HIGHWAY     AHWY '.
           05  FILLER PIC X(17) VALUE 'SUITE       ASTE '.
           05  FILLER PIC X(17) VALUE 'NORTH       AN   '.
           05  FILLER PIC X(17) VALUE 'SOUTH       AS   '.
           05  FILLER PIC X(17) VALUE 'EAST        AE   '.
           05  FILLER PIC X(17) VALUE 'WEST        AW   '.
       01  WS-WORD-TABLE REDEFINES WS-WORD-DATA.
           05  WS-WORD-ENTRY OCCURS 26 TIMES
                       INDEXED BY WORD-INDEX.
               10  WS-WORD-TEXT         PIC X(12).
               10  WS-WORD-KIND         PIC X(01).
               10  WS-WORD-REPLACEMENT  PIC X(04).

      * The three-digit ZIP prefixes each state is served from; a
      * state served from more than one range has an entry per
      * range.
       01  WS-STATE-DATA.
           05  FILLER PIC X(08) VALUE 'AL350369'.
           05  FILLER PIC X(08) VALUE 'AK995999'.
           05  FILLER PIC X(08) VALUE 'AZ850865'.
           05  FILLER PIC X(08) VALUE 'AR716729'.
           05  FILLER PIC X(08) VALUE 'CA900961'.
           05  FILLER PIC X(08) VALUE 'CO800816'.
           05  FILLER PIC X(08) VALUE 'CT060069'.
           05  FILLER PIC X(08) VALUE 'DE197199'.
           05  FILLER PIC X(08) VALUE 'DC200205'.
           05  FILLER PIC X(08) VALUE 'DC569569'.
           05  FILLER PIC X(08) VALUE 'FL320349'.
           05  FILLER PIC X(08) VALUE 'GA300319'.
           05  FILLER PIC X(08) VALUE 'GA398399'.
           05  FILLER PIC X(08) VALUE 'HI967968'.
           05  FILLER PIC X(08) VALUE 'ID832838'.
           05  FILLER PIC X(08) VALUE 'IL600629'.
           05  FILLER PIC X(08) VALUE 'IN460479'.
           05  FILLER PIC X(08) VALUE 'IA500528'.
           05  FILLER PIC X(08) VALUE 'KS660679'.
           05  FILLER PIC X(08) VALUE 'KY400427'.
           05  FILLER PIC X(08) VALUE 'LA700714'.
           05  FILLER PIC X(08) VALUE 'ME039049'.
           05  FILLER PIC X(08) VALUE 'MD206219'.
           05  FILLER PIC X(08) VALUE 'MA010027'.
           05  FILLER PIC X(08) VALUE 'MA055055'.
           05  FILLER PIC X(08) VALUE 'MI480499'.
           05  FILLER PIC X(08) VALUE 'MN550567'.
           05  FILLER PIC X(08) VALUE 'MS386397'.
           05  FILLER PIC X(08) VALUE 'MO630658'.
           05  FILLER PIC X(08) VALUE 'MT590599'.
           05  FILLER PIC X(08) VALUE 'NE680693'.
           05  FILLER PIC X(08) VALUE 'NV889898'.
           05  FILLER PIC X(08) VALUE 'NH030038'.
           05  FILLER PIC X(08) VALUE 'NJ070089'.
           05  FILLER PIC X(08) VALUE 'NM870884'.
           05  FILLER PIC X(08) VALUE 'NY100149'.
           05  FILLER PIC X(08) VALUE 'NY005005'.
           05  FILLER PIC X(08) VALUE 'NY063063'.
           05  FILLER PIC X(08) VALUE 'NC270289'.
           05  FILLER PIC X(08) VALUE 'ND580588'.
           05  FILLER PIC X(08) VALUE 'OH430459'.
           05  FILLER PIC X(08) VALUE 'OK730749'.
           05  FILLER PIC X(08) VALUE 'OR970979'.
           05  FILLER PIC X(08) VALUE 'PA150196'.
           05  FILLER PIC X(08) VALUE 'RI028029'.
           05  FILLER PIC X(08) VALUE 'SC290299'.
           05  FILLER PIC X(08) VALUE 'SD570577'.
           05  FILLER PIC X(08) VALUE 'TN370385'.
           05  FILLER PIC X(08) VALUE 'TX750799'.
           05  FILLER PIC X(08) VALUE 'TX885885'.
           05  FILLER PIC X(08) VALUE 'UT840847'.
           05  FILLER PIC X(08) VALUE 'VT050059'.
           05  FILLER PIC X(08) VALUE 'VA220246'.
           05  FILLER PIC X(08) VALUE 'VA201201'.
           05  FILLER PIC X(08) VALUE 'WA980994'.
           05  FILLER PIC X(08) VALUE 'WV247268'.
           05  FILLER PIC X(08) VALUE 'WI530549'.
           05  FILLER PIC X(08) VALUE 'WY820831'.
           05  FILLER PIC X(08) VALUE 'PR006009'.
       01  WS-STATE-TABLE REDEFINES WS-STATE-DATA.
           05  WS-STATE-ENTRY OCCURS 59 TIMES
                       INDEXED BY STATE-INDEX.
               10  WS-STA-STATE-CODE    PIC X(02).
               10  WS-STA-LOW-PREFIX    PIC 9(03).
               10  WS-STA-HIGH-PREFIX   PIC 9(03).

      * Live customers from CUSTMAST, each with its bill-to block and
      * the normalized keys the pairs are compared on.
       01  WS-CUSTOMER-TABLE-AREA.
           05  WS-CUSTOMER-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CUSTOMERS         PIC S9(05) COMP-3 VALUE 1000.
           05  WS-CUSTOMER-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUSTOMER-INDEX OTHER-INDEX.
               10  WS-CST-CUSTOMER-NUMBER PIC X(08).
               10  WS-CST-CUSTOMER-NAME PIC X(30).
               10  WS-CST-ADDRESS-LINE-1 PIC X(30).
               10  WS-CST-CITY          PIC X(20).
               10  WS-CST-STATE         PIC X(02).
               10  WS-CST-POSTAL-CODE   PIC X(10).
               10  WS-CST-CONTACT-PHONE PIC X(15).
               10  WS-CST-NAME-KEY      PIC X(30).
               10  WS-CST-ADDRESS-KEY   PIC X(30).
               10  WS-CST-PHONE-KEY     PIC X(15).
      * R - written to DUPPAIR1 as a retired number; S - written as
      * a survivor.
               10  WS-CST-PAIR-ROLE     PIC X(01).
                   88  WS-CST-IS-RETIRED VALUE 'R'.
                   88  WS-CST-IS-SURVIVOR VALUE 'S'.

      * One name or address line being reduced to its comparison key.
       01  WS-NORMALIZE-WORK-AREAS.
           05  WS-NORM-KIND             PIC X(01).
           05  WS-NORM-SOURCE           PIC X(30).
           05  WS-NORM-RESULT           PIC X(30).
           05  WS-NORM-WORD             PIC X(30).
           05  WS-NORM-SCAN-POINTER     PIC S9(03) COMP.
           05  WS-NORM-RESULT-POINTER   PIC S9(03) COMP.

      * One contact phone being reduced to its digits.
       01  WS-PHONE-WORK-AREAS.
           05  WS-PHONE-SOURCE          PIC X(15).
           05  WS-PHONE-DIGITS          PIC X(15).
           05  WS-PHONE-DIGIT-COUNT     PIC S9(03) COMP.
           05  WS-PHONE-SUB             PIC S9(03) COMP.

      * One pair being scored.
       01  WS-PAIR-WORK-AREAS.
           05  WS-PAIR-SCORE            PIC S9(03) COMP-3.
           05  WS-PAIR-BASIS            PIC X(16).
           05  WS-PAIR-BASIS-POINTER    PIC S9(03) COMP.
           05  WS-PAIR-DISPOSITION      PIC X(30).

      * One bill-to block being audited.
       01  WS-AUDIT-WORK-AREAS.
           05  WS-ZIP-PREFIX            PIC 9(03).
           05  WS-POSTAL-SHAPE-SWITCH   PIC X(01).
               88  WS-POSTAL-IS-SHAPED  VALUE 'Y'.
           05  WS-STATE-KNOWN-SWITCH    PIC X(01).
               88  WS-STATE-IS-KNOWN    VALUE 'Y'.
           05  WS-PREFIX-FITS-SWITCH    PIC X(01).
               88  WS-PREFIX-FITS-STATE VALUE 'Y'.
           05  WS-PROBLEM-VALUE         PIC X(30).
           05  WS-PROBLEM-TEXT          PIC X(30).

       01  WS-RUN-TOTALS.
           05  WS-CANDIDATE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PAIRS-WRITTEN         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PROBLEM-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PROBLEM-CUSTOMERS     PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-CUSTOMER-PROBLEMS     PIC S9(03) COMP-3 VALUE ZERO.

       01  DUP-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'DUPLICATE CUSTOMER AND BILL-TO AUDIT    '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  DPH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(16)
                   VALUE '  MERGE SCORE  '.
           05  DPH-THRESHOLD            PIC ZZ9.
       01  DUP-PAIR-TITLE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'DUPLICATE CANDIDATES                    '.
       01  DUP-PAIR-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'SURVIVOR NAME                          R'.
           05  FILLER                   PIC X(40) VALUE
               'ETIRED  NAME                          SC'.
           05  FILLER                   PIC X(40) VALUE
               'ORE MATCHED ON       DISPOSITION        '.
       01  DUP-PAIR-DETAIL-LINE.
           05  DPD-SURVIVOR             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DPD-SURVIVOR-NAME        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DPD-RETIRED              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DPD-RETIRED-NAME         PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DPD-SCORE                PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DPD-BASIS                PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DPD-DISPOSITION          PIC X(29).
       01  DUP-PROBLEM-TITLE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'BILL-TO QUALITY PROBLEMS                '.
       01  DUP-PROBLEM-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER NAME                          V'.
           05  FILLER                   PIC X(40) VALUE
               'ALUE                           PROBLEM  '.
       01  DUP-PROBLEM-DETAIL-LINE.
           05  DPP-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DPP-CUSTOMER-NAME        PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DPP-VALUE                PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DPP-PROBLEM              PIC X(30).
       01  DUP-TOTAL-LINE.
           05  DPT-LABEL                PIC X(40).
           05  DPT-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-PAIR-SCORE-THRESHOLD
           PERFORM LOAD-CUSTOMER-TABLE
           IF WS-RC-REJECTED
               GO TO END-OF-PROGRAM
           END-IF

           OPEN OUTPUT DUPLICATE-PAIR-FILE
           IF NOT DUPLICATE-PAIR-OK
               DISPLAY 'STATUS ON DUPLICATE-PAIR-FILE OPEN: '
                       DUPLICATE-PAIR-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTDUPE STATUS ON DUPLICATE-PAIR-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           IF NOT DUPLICATE-REPORT-OK
               DISPLAY 'STATUS ON DUPLICATE-REPORT-FILE OPEN: '
                       DUPLICATE-REPORT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTDUPE STATUS ON DUPLICATE-REPORT-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               CLOSE DUPLICATE-PAIR-FILE
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF

           MOVE WS-CDT-DATE-X TO DPH-RUN-DATE
           MOVE WS-PAIR-SCORE-THRESHOLD TO DPH-THRESHOLD
           WRITE DUPLICATE-REPORT-LINE FROM DUP-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE DUPLICATE-REPORT-LINE FROM DUP-PAIR-TITLE-LINE
               AFTER ADVANCING 2 LINES
           WRITE DUPLICATE-REPORT-LINE FROM DUP-PAIR-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM COMPARE-ONE-CUSTOMER
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX >= WS-CUSTOMER-COUNT

           WRITE DUPLICATE-REPORT-LINE FROM DUP-PROBLEM-TITLE-LINE
               AFTER ADVANCING 3 LINES
           WRITE DUPLICATE-REPORT-LINE FROM DUP-PROBLEM-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           PERFORM AUDIT-ONE-BILL-TO
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > WS-CUSTOMER-COUNT

           PERFORM WRITE-RUN-TOTALS
           CLOSE DUPLICATE-PAIR-FILE
           CLOSE DUPLICATE-REPORT-FILE
           IF WS-PAIRS-WRITTEN IS GREATER THAN ZERO
                   OR WS-PROBLEM-COUNT IS GREATER THAN ZERO
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF

           GO TO END-OF-PROGRAM
           .
       LOAD-PAIR-SCORE-THRESHOLD.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'DUPSCORE' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK AND WS-CC-VALUE(1:3) IS NUMERIC
                   MOVE WS-CC-VALUE(1:3) TO WS-PST-AS-INTEGER
                   MOVE WS-PST-AS-INTEGER TO WS-PAIR-SCORE-THRESHOLD
               END-IF
           END-IF
           .
      * Without the customer master there is nothing to compare or
      * audit, so the run stops.
       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'STATUS ON CUSTOMER-MASTER-FILE OPEN: '
                       CUSTOMER-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTDUPE STATUS ON CUSTOMER-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-CUSTOMER-MASTER
                   READ CUSTOMER-MASTER-FILE
                   IF CUSTOMER-MASTER-OK
                       ADD 1 TO WS-JS-RECORD-COUNT
                       IF NOT CM-IS-MERGED
                           PERFORM LOAD-ONE-CUSTOMER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
       LOAD-ONE-CUSTOMER.
           IF WS-CUSTOMER-COUNT IS GREATER THAN OR EQUAL
                   TO WS-MAX-CUSTOMERS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTDUPE CUSTOMER TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE CM-CUSTOMER-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           ELSE
               ADD 1 TO WS-CUSTOMER-COUNT
               SET CUSTOMER-INDEX TO WS-CUSTOMER-COUNT
               MOVE CM-CUSTOMER-NUMBER
                   TO WS-CST-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               MOVE CM-CUSTOMER-NAME
                   TO WS-CST-CUSTOMER-NAME(CUSTOMER-INDEX)
               MOVE CM-ADDRESS-LINE-1
                   TO WS-CST-ADDRESS-LINE-1(CUSTOMER-INDEX)
               MOVE CM-CITY TO WS-CST-CITY(CUSTOMER-INDEX)
               MOVE CM-STATE TO WS-CST-STATE(CUSTOMER-INDEX)
               INSPECT WS-CST-STATE(CUSTOMER-INDEX)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE CM-POSTAL-CODE
                   TO WS-CST-POSTAL-CODE(CUSTOMER-INDEX)
               MOVE CM-CONTACT-PHONE
                   TO WS-CST-CONTACT-PHONE(CUSTOMER-INDEX)
               MOVE SPACE TO WS-CST-PAIR-ROLE(CUSTOMER-INDEX)

               MOVE 'N' TO WS-NORM-KIND
               MOVE CM-CUSTOMER-NAME TO WS-NORM-SOURCE
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-RESULT TO WS-CST-NAME-KEY(CUSTOMER-INDEX)
               MOVE 'A' TO WS-NORM-KIND
               MOVE CM-ADDRESS-LINE-1 TO WS-NORM-SOURCE
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-RESULT
                   TO WS-CST-ADDRESS-KEY(CUSTOMER-INDEX)
               MOVE CM-CONTACT-PHONE TO WS-PHONE-SOURCE
               PERFORM EXTRACT-PHONE-DIGITS
               MOVE WS-PHONE-DIGITS TO WS-CST-PHONE-KEY(CUSTOMER-INDEX)
           END-IF
           .
      * Upper-cases the text, turns punctuation into word breaks,
      * then rebuilds it word by word with no spaces between,
      * dropping or abbreviating the words the table lists for this
      * kind of text. 'Acme Tool Co., Inc.' and 'ACME TOOL' both
      * come out ACMETOOL.
       NORMALIZE-TEXT.
           INSPECT WS-NORM-SOURCE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NORM-SOURCE
               CONVERTING '.,-&/#''"()'
                       TO '          '
           MOVE SPACES TO WS-NORM-RESULT
           MOVE 1 TO WS-NORM-SCAN-POINTER
           MOVE 1 TO WS-NORM-RESULT-POINTER
           PERFORM NORMALIZE-ONE-WORD
               UNTIL WS-NORM-SCAN-POINTER > 30
           .
       NORMALIZE-ONE-WORD.
           MOVE SPACES TO WS-NORM-WORD
           UNSTRING WS-NORM-SOURCE DELIMITED BY ALL SPACE
               INTO WS-NORM-WORD
               WITH POINTER WS-NORM-SCAN-POINTER
           END-UNSTRING
           IF WS-NORM-WORD IS NOT EQUAL TO SPACES
               SET WORD-INDEX TO 1
               SEARCH WS-WORD-ENTRY
                   WHEN WS-WORD-TEXT(WORD-INDEX) IS EQUAL TO
                            WS-NORM-WORD
                    AND WS-WORD-KIND(WORD-INDEX) IS EQUAL TO
                            WS-NORM-KIND
                       MOVE WS-WORD-REPLACEMENT(WORD-INDEX)
                           TO WS-NORM-WORD
               END-SEARCH
               IF WS-NORM-WORD IS NOT EQUAL TO SPACES
                   STRING WS-NORM-WORD DELIMITED BY SPACE
                       INTO WS-NORM-RESULT
                       WITH POINTER WS-NORM-RESULT-POINTER
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-IF
           .
      * Keeps only the digits of the contact phone, dropping a
      * leading long-distance 1 so '1-800-555-0100' and
      * '(800) 555-0100' match.
       EXTRACT-PHONE-DIGITS.
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE ZERO TO WS-PHONE-DIGIT-COUNT
           PERFORM KEEP-ONE-PHONE-DIGIT
               VARYING WS-PHONE-SUB FROM 1 BY 1
               UNTIL WS-PHONE-SUB > 15
           IF WS-PHONE-DIGIT-COUNT = 11
                   AND WS-PHONE-DIGITS(1:1) = '1'
               MOVE WS-PHONE-DIGITS(2:10) TO WS-PHONE-DIGITS
               MOVE 10 TO WS-PHONE-DIGIT-COUNT
           END-IF
           .
       KEEP-ONE-PHONE-DIGIT.
           IF WS-PHONE-SOURCE(WS-PHONE-SUB:1) IS NUMERIC
               ADD 1 TO WS-PHONE-DIGIT-COUNT
               MOVE WS-PHONE-SOURCE(WS-PHONE-SUB:1)
                   TO WS-PHONE-DIGITS(WS-PHONE-DIGIT-COUNT:1)
           END-IF
           .
      *****************************************************************
      * Duplicate candidates: each customer against every customer
      * after it on the master, so each pair is scored once.
      *****************************************************************
       COMPARE-ONE-CUSTOMER.
           SET OTHER-INDEX TO CUSTOMER-INDEX
           SET OTHER-INDEX UP BY 1
           PERFORM SCORE-ONE-PAIR
               VARYING OTHER-INDEX FROM OTHER-INDEX BY 1
               UNTIL OTHER-INDEX > WS-CUSTOMER-COUNT
           .
      * A blank key never matches; seven digits is the shortest
      * phone worth comparing.
       SCORE-ONE-PAIR.
           MOVE ZERO TO WS-PAIR-SCORE
           MOVE SPACES TO WS-PAIR-BASIS
           MOVE 1 TO WS-PAIR-BASIS-POINTER
           IF WS-CST-NAME-KEY(CUSTOMER-INDEX) IS NOT EQUAL TO SPACES
                   AND WS-CST-NAME-KEY(CUSTOMER-INDEX) IS EQUAL TO
                       WS-CST-NAME-KEY(OTHER-INDEX)
               ADD WS-NAME-WEIGHT TO WS-PAIR-SCORE
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO WS-PAIR-BASIS
                   WITH POINTER WS-PAIR-BASIS-POINTER
               END-STRING
           END-IF
           IF WS-CST-ADDRESS-KEY(CUSTOMER-INDEX) IS NOT EQUAL TO SPACES
                   AND WS-CST-ADDRESS-KEY(CUSTOMER-INDEX) IS EQUAL TO
                       WS-CST-ADDRESS-KEY(OTHER-INDEX)
                   AND WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(1:5)
                       IS NOT EQUAL TO SPACES
                   AND WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(1:5)
                       IS EQUAL TO
                       WS-CST-POSTAL-CODE(OTHER-INDEX)(1:5)
               ADD WS-ADDRESS-WEIGHT TO WS-PAIR-SCORE
               STRING 'ADDR ' DELIMITED BY SIZE
                   INTO WS-PAIR-BASIS
                   WITH POINTER WS-PAIR-BASIS-POINTER
               END-STRING
           END-IF
           IF WS-CST-PHONE-KEY(CUSTOMER-INDEX)(7:1) IS NOT EQUAL
                       TO SPACE
                   AND WS-CST-PHONE-KEY(CUSTOMER-INDEX) IS EQUAL TO
                       WS-CST-PHONE-KEY(OTHER-INDEX)
               ADD WS-PHONE-WEIGHT TO WS-PAIR-SCORE
               STRING 'PHONE' DELIMITED BY SIZE
                   INTO WS-PAIR-BASIS
                   WITH POINTER WS-PAIR-BASIS-POINTER
               END-STRING
           END-IF
           IF WS-PAIR-SCORE IS GREATER THAN ZERO
               PERFORM REPORT-ONE-CANDIDATE
           END-IF
           .
      * The earlier (lower) customer number survives. A high-score
      * pair goes to DUPPAIR1 unless the retired side is already
      * retired by an earlier pair, or the survivor is itself being
      * retired or the retired side is itself a survivor - CUSTMRGE
      * cannot follow a chain in one run.
       REPORT-ONE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           EVALUATE TRUE
               WHEN WS-PAIR-SCORE IS LESS THAN WS-PAIR-SCORE-THRESHOLD
                   MOVE 'REVIEW - LOW SCORE'
                       TO WS-PAIR-DISPOSITION
               WHEN WS-CST-IS-RETIRED(OTHER-INDEX)
                   MOVE 'REVIEW - ALREADY PAIRED'
                       TO WS-PAIR-DISPOSITION
               WHEN WS-CST-IS-RETIRED(CUSTOMER-INDEX)
                   OR WS-CST-IS-SURVIVOR(OTHER-INDEX)
                   MOVE 'REVIEW - CHAINED PAIR'
                       TO WS-PAIR-DISPOSITION
               WHEN OTHER
                   PERFORM WRITE-DUPLICATE-PAIR
           END-EVALUATE
           MOVE WS-CST-CUSTOMER-NUMBER(CUSTOMER-INDEX) TO DPD-SURVIVOR
           MOVE WS-CST-CUSTOMER-NAME(CUSTOMER-INDEX)
               TO DPD-SURVIVOR-NAME
           MOVE WS-CST-CUSTOMER-NUMBER(OTHER-INDEX) TO DPD-RETIRED
           MOVE WS-CST-CUSTOMER-NAME(OTHER-INDEX) TO DPD-RETIRED-NAME
           MOVE WS-PAIR-SCORE TO DPD-SCORE
           MOVE WS-PAIR-BASIS TO DPD-BASIS
           MOVE WS-PAIR-DISPOSITION TO DPD-DISPOSITION
           WRITE DUPLICATE-REPORT-LINE FROM DUP-PAIR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-DUPLICATE-PAIR.
           MOVE WS-CST-CUSTOMER-NUMBER(OTHER-INDEX)
               TO MRG-FROM-CUSTOMER
           MOVE WS-CST-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               TO MRG-TO-CUSTOMER
           WRITE DUPLICATE-PAIR-RECORD
           IF NOT DUPLICATE-PAIR-OK
               DISPLAY 'STATUS ON DUPLICATE-PAIR-FILE WRITE: '
                       DUPLICATE-PAIR-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'CUSTDUPE STATUS ON DUPLICATE-PAIR-FILE WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 'REVIEW - PAIR NOT WRITTEN'
                   TO WS-PAIR-DISPOSITION
           ELSE
               ADD 1 TO WS-PAIRS-WRITTEN
               SET WS-CST-IS-SURVIVOR(CUSTOMER-INDEX) TO TRUE
               SET WS-CST-IS-RETIRED(OTHER-INDEX) TO TRUE
               MOVE 'WRITTEN TO DUPPAIR1'
                   TO WS-PAIR-DISPOSITION
           END-IF
           .
      *****************************************************************
      * Bill-to quality: every problem on a customer's bill-to block
      * gets its own line.
      *****************************************************************
       AUDIT-ONE-BILL-TO.
           MOVE ZERO TO WS-CUSTOMER-PROBLEMS
           IF WS-CST-ADDRESS-LINE-1(CUSTOMER-INDEX) IS EQUAL TO SPACES
               MOVE SPACES TO WS-PROBLEM-VALUE
               MOVE 'ADDRESS LINE 1 MISSING' TO WS-PROBLEM-TEXT
               PERFORM WRITE-PROBLEM-LINE
           END-IF
           IF WS-CST-CITY(CUSTOMER-INDEX) IS EQUAL TO SPACES
               MOVE SPACES TO WS-PROBLEM-VALUE
               MOVE 'CITY MISSING' TO WS-PROBLEM-TEXT
               PERFORM WRITE-PROBLEM-LINE
           END-IF
           PERFORM AUDIT-STATE-AND-POSTAL-CODE
           MOVE WS-CST-CONTACT-PHONE(CUSTOMER-INDEX) TO WS-PHONE-SOURCE
           PERFORM EXTRACT-PHONE-DIGITS
           EVALUATE TRUE
               WHEN WS-CST-CONTACT-PHONE(CUSTOMER-INDEX)
                       IS EQUAL TO SPACES
                   MOVE SPACES TO WS-PROBLEM-VALUE
                   MOVE 'CONTACT PHONE MISSING' TO WS-PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN WS-PHONE-DIGIT-COUNT IS LESS THAN 10
                   MOVE WS-CST-CONTACT-PHONE(CUSTOMER-INDEX)
                       TO WS-PROBLEM-VALUE
                   MOVE 'CONTACT PHONE INCOMPLETE' TO WS-PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM-LINE
           END-EVALUATE
           IF WS-CUSTOMER-PROBLEMS IS GREATER THAN ZERO
               ADD 1 TO WS-PROBLEM-CUSTOMERS
           END-IF
           .
      * A postal code is ZIP shaped when its first five characters
      * are digits and the rest is blank, four digits, or a hyphen
      * and four digits. The postal code is only measured against
      * the state when both are sound on their own.
       AUDIT-STATE-AND-POSTAL-CODE.
           MOVE 'N' TO WS-STATE-KNOWN-SWITCH
           MOVE 'N' TO WS-PREFIX-FITS-SWITCH
           MOVE 'N' TO WS-POSTAL-SHAPE-SWITCH
           IF WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(1:5) IS NUMERIC
               IF WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(6:5) = SPACES
                  OR (WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(6:4)
                          IS NUMERIC
                      AND WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(10:1)
                          = SPACE)
                  OR (WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(6:1) = '-'
                      AND WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(7:4)
                          IS NUMERIC)
                   SET WS-POSTAL-IS-SHAPED TO TRUE
                   MOVE WS-CST-POSTAL-CODE(CUSTOMER-INDEX)(1:3)
                       TO WS-ZIP-PREFIX
               END-IF
           END-IF
           PERFORM JUDGE-STATE-RANGE
               VARYING STATE-INDEX FROM 1 BY 1
               UNTIL STATE-INDEX > 59
           EVALUATE TRUE
               WHEN WS-CST-STATE(CUSTOMER-INDEX) IS EQUAL TO SPACES
                   MOVE SPACES TO WS-PROBLEM-VALUE
                   MOVE 'STATE CODE MISSING' TO WS-PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN NOT WS-STATE-IS-KNOWN
                   MOVE WS-CST-STATE(CUSTOMER-INDEX)
                       TO WS-PROBLEM-VALUE
                   MOVE 'STATE CODE NOT VALID' TO WS-PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM-LINE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CST-POSTAL-CODE(CUSTOMER-INDEX)
                       IS EQUAL TO SPACES
                   MOVE SPACES TO WS-PROBLEM-VALUE
                   MOVE 'POSTAL CODE MISSING' TO WS-PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN NOT WS-POSTAL-IS-SHAPED
                   MOVE WS-CST-POSTAL-CODE(CUSTOMER-INDEX)
                       TO WS-PROBLEM-VALUE
                   MOVE 'POSTAL CODE NOT VALID' TO WS-PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM-LINE
               WHEN WS-STATE-IS-KNOWN
                       AND NOT WS-PREFIX-FITS-STATE
                   MOVE SPACES TO WS-PROBLEM-VALUE
                   STRING WS-CST-STATE(CUSTOMER-INDEX) ' '
                          WS-CST-POSTAL-CODE(CUSTOMER-INDEX)
                          DELIMITED BY SIZE
                          INTO WS-PROBLEM-VALUE
                   END-STRING
                   MOVE 'POSTAL CODE DOES NOT FIT STATE'
                       TO WS-PROBLEM-TEXT
                   PERFORM WRITE-PROBLEM-LINE
           END-EVALUATE
           .
       JUDGE-STATE-RANGE.
           IF WS-STA-STATE-CODE(STATE-INDEX) IS EQUAL TO
                   WS-CST-STATE(CUSTOMER-INDEX)
               SET WS-STATE-IS-KNOWN TO TRUE
               IF WS-POSTAL-IS-SHAPED
                       AND WS-ZIP-PREFIX IS NOT LESS THAN
                           WS-STA-LOW-PREFIX(STATE-INDEX)
                       AND WS-ZIP-PREFIX IS NOT GREATER THAN
                           WS-STA-HIGH-PREFIX(STATE-INDEX)
                   SET WS-PREFIX-FITS-STATE TO TRUE
               END-IF
           END-IF
           .
       WRITE-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT
           ADD 1 TO WS-CUSTOMER-PROBLEMS
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE WS-CST-CUSTOMER-NUMBER(CUSTOMER-INDEX)
               TO DPP-CUSTOMER-NUMBER
           MOVE WS-CST-CUSTOMER-NAME(CUSTOMER-INDEX)
               TO DPP-CUSTOMER-NAME
           MOVE WS-PROBLEM-VALUE TO DPP-VALUE
           MOVE WS-PROBLEM-TEXT TO DPP-PROBLEM
           WRITE DUPLICATE-REPORT-LINE FROM DUP-PROBLEM-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       WRITE-RUN-TOTALS.
           MOVE 'CUSTOMERS COMPARED AND AUDITED' TO DPT-LABEL
           MOVE WS-CUSTOMER-COUNT TO DPT-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM DUP-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'DUPLICATE CANDIDATE PAIRS' TO DPT-LABEL
           MOVE WS-CANDIDATE-COUNT TO DPT-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM DUP-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAIRS WRITTEN TO DUPPAIR1' TO DPT-LABEL
           MOVE WS-PAIRS-WRITTEN TO DPT-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM DUP-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BILL-TO PROBLEMS' TO DPT-LABEL
           MOVE WS-PROBLEM-COUNT TO DPT-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM DUP-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CUSTOMERS WITH BILL-TO PROBLEMS' TO DPT-LABEL
           MOVE WS-PROBLEM-CUSTOMERS TO DPT-COUNT
           WRITE DUPLICATE-REPORT-LINE FROM DUP-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
       END-OF-PROGRAM.
           DISPLAY 'DUPLICATE CANDIDATE PAIRS:      ' WS-CANDIDATE-COUNT
           DISPLAY 'PAIRS WRITTEN TO DUPPAIR1:      ' WS-PAIRS-WRITTEN
           DISPLAY 'BILL-TO PROBLEMS:               ' WS-PROBLEM-COUNT
           MOVE 'CL' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'WR' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'CL' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION
           MOVE 'WR' TO WS-SC-FUNCTION-CODE
           MOVE WS-RETURN-CODE-VALUE TO WS-SC-COMPLETION-CODE
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           MOVE WS-RETURN-CODE-VALUE TO RETURN-CODE
           GOBACK
           .
