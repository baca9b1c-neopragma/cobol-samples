      *****************************************************************
      * Program name:    MANJRNL
      * Original author: Dave Nicolette
      *
      * Demonstrates:
      *
      * Manual journal entries through the same edits, numbering and
      * history as every system journal.
      *
      * Finance's adjusting entries - accruals, reclasses, and the
      * corrections ARRECON and the bank reconciliation turn up -
      * used to be keyed straight into the corporate ledger, where
      * GLJHIST1, GLJINQ and ARRECON never saw them. They are keyed
      * to MJEIN1 instead: for each entry a header record (H) naming
      * the entry, who prepared it, who approved it, why, and an
      * optional auto-reverse date, followed by its line records (L)
      * of account, debit or credit, and a short memo.
      *
      * Each entry is edited whole. The preparer and approver must
      * both be given and must be different people; a reason is
      * required; every line must carry a debit or a credit but not
      * both, on an account that is on the GLCOA1 chart and active;
      * and the entry must balance. An entry failing any edit is
      * left out of the batch and listed with its reason on the
      * MJEREG1 register; the rest go on.
      *
      * Accepted entries are journaled to MANJRNL1 under the entry
      * number with the run date, numbered from GLBATCH1, proved,
      * and appended to GLJHIST1 capped with their BATCHCTL record,
      * exactly as CASHGLEX releases a batch. Each accepted entry is
      * also appended to the cumulative MJELOG1 entry log with its
      * preparer, approver, reason and batch, which the journal
      * history has no room for.
      *
      * An auto-reverse date must fall in a later fiscal period than
      * the entry (DATECALC 'FP' with the FISCSTMO card TAXSUM
      * reads). The reversing lines - every line with its sides
      * swapped - wait on the pending-reversal file, rolled forward
      * each run from MJERVS2 to MJERVS3 the way the suspense files
      * are, and are journaled in the first run on or after the
      * reverse date, under the same entry number and dated the
      * reverse date. Pending reversals only change hands when the
      * batch releases, so a failed run leaves them where they were.
      *
      * RETURN-CODE is 0 when every entry was accepted, 4 when any
      * was rejected, and 8 when a file would not open or the batch
      * failed to prove or release.
      * - An entry header may name the operating company it posts to
      *   (spaces for the home company '01'); its lines are proved
      *   against that company's own chart. Each company's entries and
      *   due reversals journal into a batch of their own, numbered on
      *   from GLBATCH1 and proved by itself, and the pending
      *   reversals, entry log and register carry the company.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRY-INPUT-FILE ASSIGN TO 'MJEIN1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ENTRY-INPUT-STATUS.
           SELECT MANUAL-JOURNAL-FILE ASSIGN TO 'MANJRNL1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MANUAL-JOURNAL-STATUS.
           SELECT CHART-FILE ASSIGN TO 'GLCOA1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHART-FILE-STATUS.
           SELECT BATCH-NUMBER-FILE ASSIGN TO 'GLBATCH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BATCH-NUMBER-STATUS.
           SELECT JOURNAL-HISTORY-FILE ASSIGN TO 'GLJHIST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS JOURNAL-HISTORY-STATUS.
           SELECT REVERSAL-IN-FILE ASSIGN TO 'MJERVS2'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REVERSAL-IN-STATUS.
           SELECT REVERSAL-OUT-FILE ASSIGN TO 'MJERVS3'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REVERSAL-OUT-STATUS.
           SELECT ENTRY-LOG-FILE ASSIGN TO 'MJELOG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ENTRY-LOG-STATUS.
           SELECT ENTRY-REGISTER-FILE ASSIGN TO 'MJEREG1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ENTRY-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Keyed entries: each header followed by its lines.
       FD  ENTRY-INPUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENTRY-INPUT-RECORD.
       01  ENTRY-INPUT-RECORD.
           05  MJI-RECORD-TYPE          PIC X(01).
               88  MJI-IS-HEADER        VALUE 'H'.
               88  MJI-IS-LINE          VALUE 'L'.
           05  MJI-ENTRY-NUMBER         PIC X(08).
           05  MJI-HEADER-DATA.
               10  MJH-PREPARED-BY      PIC X(08).
               10  MJH-APPROVED-BY      PIC X(08).
               10  MJH-REASON           PIC X(30).
               10  MJH-REVERSE-DATE     PIC X(08).
      * The operating company the entry posts to; spaces for the
      * home company.
               10  MJH-COMPANY-CODE     PIC X(02).
               10  FILLER               PIC X(15).
           05  MJI-LINE-DATA REDEFINES MJI-HEADER-DATA.
               10  MJL-ACCOUNT          PIC X(08).
               10  MJL-DEBIT-AMOUNT     PIC 9(09)V99.
               10  MJL-CREDIT-AMOUNT    PIC 9(09)V99.
               10  MJL-MEMO             PIC X(20).
               10  FILLER               PIC X(21).

      * Same journal-line layout CASHGLEX writes to CSHJRNL1.
       FD  MANUAL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MANUAL-JOURNAL-RECORD.
       01  MANUAL-JOURNAL-RECORD.
           05  JRN-ACCOUNT              PIC X(08).
           05  JRN-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JRN-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JRN-INVOICE-NUMBER       PIC X(08).
           05  JRN-INVOICE-DATE         PIC X(08).
           05  JRN-BATCH-NUMBER         PIC 9(06).
           05  JRN-COMPANY-CODE         PIC X(02).

      * The chart of accounts COAMAINT maintains.
       FD  CHART-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHART-RECORD.
       01  CHART-RECORD.
           05  COA-ACCOUNT              PIC X(08).
           05  COA-DESCRIPTION          PIC X(30).
           05  COA-ACTIVE-FLAG          PIC X(01).
               88  COA-IS-ACTIVE        VALUE 'A'.
           05  COA-NORMAL-SIDE          PIC X(01).
           05  COA-COMPANY-CODE         PIC X(02).

      * The shared GLBATCH1 counter GLJRNL and CASHGLEX draw from.
       FD  BATCH-NUMBER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BATCH-NUMBER-RECORD.
       01  BATCH-NUMBER-RECORD.
           05  BNR-LAST-BATCH-NUMBER    PIC 9(06).

      * The same cumulative journal history GLJRNL appends to.
       FD  JOURNAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOURNAL-HISTORY-RECORD.
       01  JOURNAL-HISTORY-RECORD.
           05  JHR-ACCOUNT              PIC X(08).
           05  JHR-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  JHR-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  JHR-INVOICE-NUMBER       PIC X(08).
           05  JHR-INVOICE-DATE         PIC X(08).
           05  JHR-BATCH-NUMBER         PIC 9(06).
           05  JHR-COMPANY-CODE         PIC X(02).
       01  BATCH-CONTROL-RECORD.
           05  BCT-RECORD-TYPE          PIC X(08).
               88  BCT-IS-CONTROL       VALUE 'BATCHCTL'.
           05  BCT-LINE-COUNT           PIC S9(09) COMP-3.
           05  BCT-DEBIT-TOTAL          PIC S9(13)V99 COMP-3.
           05  BCT-CREDIT-TOTAL         PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

      * One reversing line waiting for its date, sides already
      * swapped from the entry it reverses.
       FD  REVERSAL-IN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVERSAL-IN-RECORD.
       01  REVERSAL-IN-RECORD.
           05  MRI-ENTRY-NUMBER         PIC X(08).
           05  MRI-REVERSE-DATE         PIC X(08).
           05  MRI-ACCOUNT              PIC X(08).
           05  MRI-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  MRI-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  MRI-ORIGINAL-BATCH       PIC 9(06).
           05  MRI-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(08).

       FD  REVERSAL-OUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVERSAL-OUT-RECORD.
       01  REVERSAL-OUT-RECORD.
           05  MRO-ENTRY-NUMBER         PIC X(08).
           05  MRO-REVERSE-DATE         PIC X(08).
           05  MRO-ACCOUNT              PIC X(08).
           05  MRO-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  MRO-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
           05  MRO-ORIGINAL-BATCH       PIC 9(06).
           05  MRO-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(08).

      * Who prepared and approved each released entry, and why.
       FD  ENTRY-LOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENTRY-LOG-RECORD.
       01  ENTRY-LOG-RECORD.
           05  MEL-ENTRY-NUMBER         PIC X(08).
           05  MEL-ENTRY-TYPE           PIC X(01).
               88  MEL-IS-ORIGINAL      VALUE 'E'.
               88  MEL-IS-REVERSAL      VALUE 'R'.
           05  MEL-BATCH-NUMBER         PIC 9(06).
           05  MEL-POSTED-DATE          PIC X(08).
           05  MEL-PREPARED-BY          PIC X(08).
           05  MEL-APPROVED-BY          PIC X(08).
           05  MEL-REASON               PIC X(30).
           05  MEL-REVERSE-DATE         PIC X(08).
           05  MEL-LINE-COUNT           PIC S9(05) COMP-3.
           05  MEL-ENTRY-AMOUNT         PIC S9(13)V99 COMP-3.
           05  MEL-COMPANY-CODE         PIC X(02).

       FD  ENTRY-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENTRY-REGISTER-LINE.
       01  ENTRY-REGISTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  ENTRY-INPUT-STATUS       PIC X(02).
               88  ENTRY-INPUT-OK       VALUE '00'.
               88  END-OF-ENTRY-INPUT   VALUE '10'.
           05  MANUAL-JOURNAL-STATUS    PIC X(02).
               88  MANUAL-JOURNAL-OK    VALUE '00'.
               88  END-OF-MANUAL-JOURNAL VALUE '10'.
           05  CHART-FILE-STATUS        PIC X(02).
               88  CHART-FILE-OK        VALUE '00'.
               88  END-OF-CHART-FILE    VALUE '10'.
           05  BATCH-NUMBER-STATUS      PIC X(02).
               88  BATCH-NUMBER-OK      VALUE '00'.
           05  JOURNAL-HISTORY-STATUS   PIC X(02).
               88  JOURNAL-HISTORY-OK   VALUE '00'.
               88  JOURNAL-HISTORY-MISSING VALUE '35'.
           05  REVERSAL-IN-STATUS       PIC X(02).
               88  REVERSAL-IN-OK       VALUE '00'.
               88  END-OF-REVERSAL-IN   VALUE '10'.
           05  REVERSAL-OUT-STATUS      PIC X(02).
               88  REVERSAL-OUT-OK      VALUE '00'.
           05  ENTRY-LOG-STATUS         PIC X(02).
               88  ENTRY-LOG-OK         VALUE '00'.
               88  ENTRY-LOG-MISSING    VALUE '35'.
           05  ENTRY-REGISTER-STATUS    PIC X(02).
               88  ENTRY-REGISTER-OK    VALUE '00'.

      * Work area mirroring EXCPLOG's LINKAGE SECTION.
       01  WS-EXCEPTION-LOG-CONVERSION.
           05  WS-EL-FUNCTION-CODE        PIC X(02).
           05  WS-EL-PROGRAM-ID           PIC X(08) VALUE 'MANJRNL'.
           05  WS-EL-EXCEPTION-TEXT       PIC X(60).
           05  WS-EL-SEVERITY-CODE        PIC X(01) VALUE SPACE.
           05  WS-EL-REFERENCE-KEY        PIC X(16) VALUE SPACES.
           05  WS-EL-RETURN-CODE          PIC X(02).

      * Work area mirroring JOBSTAT's LINKAGE SECTION.
       01  WS-JOB-STATS-CONVERSION.
           05  WS-JS-FUNCTION-CODE        PIC X(02).
           05  WS-JS-PROGRAM-ID           PIC X(08) VALUE 'MANJRNL'.
           05  WS-JS-START-TIMESTAMP      PIC X(14).
           05  WS-JS-RECORD-COUNT         PIC S9(09) VALUE ZERO.
           05  WS-JS-EXCEPTION-COUNT      PIC S9(09) VALUE ZERO.
           05  WS-JS-RETURN-CODE          PIC X(02).

      * Work area mirroring SCHEDCTL's LINKAGE SECTION.
       01  WS-SCHEDULE-CONTROL-CONVERSION.
           05  WS-SC-FUNCTION-CODE        PIC X(02).
           05  WS-SC-PROGRAM-ID           PIC X(08) VALUE 'MANJRNL'.
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

       01  WS-FISCAL-YEAR-START-MONTH     PIC 9(02) VALUE 01.

      * Work area mirroring DATECALC's LINKAGE SECTION.
       01  WS-DATE-CALC-CONVERSION.
           05  WS-DC-FUNCTION-CODE             PIC X(02).
           05  WS-DC-YEAR-1                    PIC 9(04).
           05  WS-DC-MONTH-1                   PIC 9(02).
           05  WS-DC-DAY-1                     PIC 9(02).
           05  WS-DC-YEAR-2                    PIC 9(04).
           05  WS-DC-MONTH-2                   PIC 9(02).
           05  WS-DC-DAY-2                     PIC 9(02).
           05  WS-DC-NUMBER-OF-DAYS            PIC S9(07).
           05  WS-DC-FISCAL-YEAR-START-MONTH   PIC 9(02).
           05  WS-DC-DATE-VALID-SWITCH         PIC X.
               88  WS-DC-DATE-IS-VALID         VALUE 'Y'.
           05  WS-DC-BUSINESS-DAY-SWITCH       PIC X.
           05  WS-DC-RESULT-YEAR               PIC 9(04).
           05  WS-DC-RESULT-MONTH              PIC 9(02).
           05  WS-DC-RESULT-DAY                PIC 9(02).
           05  WS-DC-RESULT-DAY-OF-WEEK        PIC 9.
           05  WS-DC-RESULT-DAYS               PIC S9(07).
           05  WS-DC-RESULT-FISCAL-YEAR        PIC 9(04).
           05  WS-DC-RESULT-FISCAL-PERIOD      PIC 9(02).

       01  WS-CURRENT-DATE-AND-TIME.
           05  WS-CDT-DATE                PIC 9(08).
           05  WS-CDT-DATE-X REDEFINES WS-CDT-DATE
                                          PIC X(08).
           05  WS-CDT-TIME                PIC 9(08).
           05  WS-CDT-OFFSET              PIC X(05).

      * Today's fiscal period and a reverse date's, as YYYYPP.
       01  WS-PERIOD-COMPARE.
           05  WS-TODAY-PERIOD.
               10  WS-TODAY-FISCAL-YEAR PIC 9(04).
               10  WS-TODAY-FISCAL-PERIOD PIC 9(02).
           05  WS-REVERSE-PERIOD.
               10  WS-REVERSE-FISCAL-YEAR PIC 9(04).
               10  WS-REVERSE-FISCAL-PERIOD PIC 9(02).

      * The chart loaded at start of run; an unopenable chart holds
      * every entry, since a manual entry has no other edit behind
      * it.
       01  WS-CHART-TABLE-AREA.
           05  WS-CHART-COUNT           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-CHART-ENTRIES     PIC S9(05) COMP-3 VALUE 500.
           05  WS-CHART-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-CHART-COUNT
                       INDEXED BY CHART-INDEX.
               10  WS-COA-COMPANY-CODE  PIC X(02).
               10  WS-COA-ACCOUNT       PIC X(08).
               10  WS-COA-ACTIVE-SWITCH PIC X.
                   88  WS-COA-IS-ACTIVE VALUE 'Y'.

      * The entry being gathered: its header and its lines, edited
      * whole at the next header or end of file.
       01  WS-ENTRY-AREA.
           05  WS-ENTRY-OPEN-SWITCH     PIC X VALUE 'N'.
               88  AN-ENTRY-IS-OPEN     VALUE 'Y'.
           05  WS-ENT-ENTRY-NUMBER      PIC X(08).
               88  WS-ENT-NUMBER-RESERVED VALUE SPACES, 'YECLOSE'.
           05  WS-ENT-PREPARED-BY       PIC X(08).
           05  WS-ENT-APPROVED-BY       PIC X(08).
           05  WS-ENT-REASON            PIC X(30).
           05  WS-ENT-COMPANY-CODE      PIC X(02).
           05  WS-ENT-REVERSE-DATE      PIC X(08).
           05  WS-ENT-REVERSE-PARTS REDEFINES WS-ENT-REVERSE-DATE.
               10  WS-ENT-REVERSE-YEAR  PIC 9(04).
               10  WS-ENT-REVERSE-MONTH PIC 9(02).
               10  WS-ENT-REVERSE-DAY   PIC 9(02).
           05  WS-ENT-REJECT-REASON     PIC X(32).
           05  WS-ENT-DEBIT-TOTAL       PIC S9(13)V99 COMP-3.
           05  WS-ENT-CREDIT-TOTAL      PIC S9(13)V99 COMP-3.
           05  WS-ENT-LINE-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ENTRY-LINES       PIC S9(05) COMP-3 VALUE 200.
           05  WS-ENT-LINE OCCURS 1 TO 200
                       DEPENDING ON WS-ENT-LINE-COUNT
                       INDEXED BY ENTRY-LINE-INDEX.
               10  WS-ENL-ACCOUNT       PIC X(08).
               10  WS-ENL-DEBIT-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-ENL-CREDIT-AMOUNT PIC S9(11)V99 COMP-3.
      * Who prepared and approved each accepted entry, held for the
      * entry log until the batch releases.
       01  WS-ACCEPTED-TABLE-AREA.
           05  WS-ACCEPTED-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-ACCEPTED-ENTRIES  PIC S9(05) COMP-3 VALUE 500.
           05  WS-ACCEPTED-ENTRY OCCURS 1 TO 500
                       DEPENDING ON WS-ACCEPTED-COUNT
                       INDEXED BY ACCEPTED-INDEX.
               10  WS-ACC-ENTRY-NUMBER  PIC X(08).
               10  WS-ACC-PREPARED-BY   PIC X(08).
               10  WS-ACC-APPROVED-BY   PIC X(08).
               10  WS-ACC-REASON        PIC X(30).
               10  WS-ACC-REVERSE-DATE  PIC X(08).
               10  WS-ACC-LINE-COUNT    PIC S9(05) COMP-3.
               10  WS-ACC-ENTRY-AMOUNT  PIC S9(13)V99 COMP-3.
               10  WS-ACC-COMPANY-CODE  PIC X(02).
               10  WS-ACC-BATCH-NUMBER  PIC 9(06).
       01  WS-ENTRY-LINES-DROPPED       PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-ACCOUNT-VALID-SWITCH      PIC X.
           88  ACCOUNT-IS-VALID         VALUE 'Y'.

      * Every pending reversal, the ones carried in from MJERVS2
      * first and then the ones tonight's entries add. A carried
      * one that comes due is journaled tonight and dropped when
      * the batch releases.
       01  WS-REVERSAL-TABLE-AREA.
           05  WS-REVERSAL-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CARRIED-REVERSAL-COUNT PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-REVERSAL-ENTRIES  PIC S9(05) COMP-3 VALUE 2000.
           05  WS-REVERSAL-ENTRY OCCURS 1 TO 2000
                       DEPENDING ON WS-REVERSAL-COUNT
                       INDEXED BY REVERSAL-INDEX.
               10  WS-RVS-ENTRY-NUMBER  PIC X(08).
               10  WS-RVS-REVERSE-DATE  PIC X(08).
               10  WS-RVS-ACCOUNT       PIC X(08).
               10  WS-RVS-DEBIT-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-RVS-CREDIT-AMOUNT PIC S9(11)V99 COMP-3.
               10  WS-RVS-ORIGINAL-BATCH PIC 9(06).
               10  WS-RVS-COMPANY-CODE  PIC X(02).
               10  WS-RVS-DUE-SWITCH    PIC X.
                   88  WS-RVS-IS-DUE    VALUE 'Y'.
               10  WS-RVS-NEW-SWITCH    PIC X.
                   88  WS-RVS-IS-NEW    VALUE 'Y'.
       01  WS-REVERSAL-LOG-AREA.
           05  WS-LOG-ENTRY-NUMBER      PIC X(08) VALUE SPACES.
           05  WS-LOG-LINE-COUNT        PIC S9(05) COMP-3.
           05  WS-LOG-AMOUNT            PIC S9(13)V99 COMP-3.
           05  WS-LOG-ORIGINAL-BATCH    PIC 9(06).
           05  WS-LOG-COMPANY-CODE      PIC X(02).

      * Tonight's batch numbers: the GLBATCH1 counter plus one for
      * the first company to post, then the next number for each
      * other company as its first line turns up.
       01  WS-JOURNAL-CONTROL.
           05  WS-BATCH-NUMBER          PIC 9(06) VALUE 1.
           05  WS-NEXT-BATCH-NUMBER     PIC 9(06).
           05  WS-JOURNAL-LINE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-BATCH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-JOURNAL-OPEN-SWITCH   PIC X VALUE 'N'.
               88  JOURNAL-IS-OPEN      VALUE 'Y'.
           05  WS-BATCH-RELEASED-SWITCH PIC X VALUE 'N'.
               88  BATCH-WAS-RELEASED   VALUE 'Y'.

      * The company a blank company code on an entry stands for.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.

      * One batch per operating company, each proved on its own.
       01  WS-COMPANY-BATCH-AREA.
           05  WS-COMPANY-BATCH-COUNT   PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPANY-BATCHES   PIC S9(03) COMP-3 VALUE 20.
           05  WS-COMPANY-BATCH-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-COMPANY-BATCH-COUNT
                       INDEXED BY COMPANY-BATCH-INDEX.
               10  WS-CBT-COMPANY-CODE  PIC X(02).
               10  WS-CBT-BATCH-NUMBER  PIC 9(06).
               10  WS-CBT-DEBIT-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-CBT-CREDIT-TOTAL  PIC S9(13)V99 COMP-3.
               10  WS-CBT-LINE-COUNT    PIC S9(09) COMP-3.
       01  WS-LOOKUP-COMPANY-CODE       PIC X(02).

       01  WS-ENTRY-COUNTERS.
           05  WS-ENTRIES-READ          PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-ACCEPTED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-REJECTED      PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REVERSALS-JOURNALED   PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-REVERSALS-PENDING     PIC S9(07) COMP-3 VALUE ZERO.

       01  MJR-HEADER-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'MANUAL JOURNAL ENTRY REGISTER          '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  MRH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(10)
                   VALUE '    BATCH '.
           05  MRH-BATCH-NUMBER         PIC 9(06).
       01  MJR-COLUMN-LINE.
           05  FILLER                   PIC X(03) VALUE 'CO '.
           05  FILLER                   PIC X(40) VALUE
               'ENTRY    PREPARER APPROVER REASON       '.
           05  FILLER                   PIC X(40) VALUE
               '                  LINES        AMOUNT RE'.
           05  FILLER                   PIC X(40) VALUE
               'VERSES  STATUS                          '.
       01  MJR-DETAIL-LINE.
           05  MRD-COMPANY-CODE         PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MRD-ENTRY-NUMBER         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MRD-PREPARED-BY          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MRD-APPROVED-BY          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MRD-REASON               PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MRD-LINE-COUNT           PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MRD-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MRD-REVERSE-DATE         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MRD-STATUS               PIC X(40).
       01  MJR-COUNT-LINE.
           05  MRC-LABEL                PIC X(40).
           05  MRC-COUNT                PIC ZZZ,ZZ9.
       01  MJR-TOTAL-LINE.
           05  MRT-LABEL                PIC X(40).
           05  MRT-AMOUNT               PIC $$$,$$$,$$$,$$9.99.

      * RETURN-CODE set for the scheduler at GOBACK time: 0 every
      * entry accepted, 4 some rejected, 8 nothing released.
       01  WS-JOB-RETURN-CODE.
           05  WS-RETURN-CODE-VALUE     PIC 9(03) VALUE ZERO.
               88  WS-RC-REJECTED       VALUE 8.

       PROCEDURE DIVISION.
           MOVE 'OP' TO WS-EL-FUNCTION-CODE
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AND-TIME
           MOVE WS-CDT-DATE TO WS-JS-START-TIMESTAMP(1:8)
           MOVE WS-CDT-TIME(1:6) TO WS-JS-START-TIMESTAMP(9:6)
           MOVE 'OP' TO WS-JS-FUNCTION-CODE
           CALL 'JOBSTAT' USING WS-JOB-STATS-CONVERSION

           PERFORM LOAD-FISCAL-YEAR-START-MONTH
           PERFORM LOAD-BATCH-NUMBER
           PERFORM LOAD-CHART-OF-ACCOUNTS
           IF WS-CHART-COUNT IS EQUAL TO ZERO
               DISPLAY 'MANJRNL NO CHART OF ACCOUNTS - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL NO CHART OF ACCOUNTS - RUN HELD'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           PERFORM LOAD-PENDING-REVERSALS

           OPEN INPUT ENTRY-INPUT-FILE
           IF NOT ENTRY-INPUT-OK
               DISPLAY 'NO MANUAL ENTRIES TONIGHT - STATUS '
                       ENTRY-INPUT-STATUS
               MOVE '10' TO ENTRY-INPUT-STATUS
           END-IF
           OPEN OUTPUT ENTRY-REGISTER-FILE
           OPEN OUTPUT MANUAL-JOURNAL-FILE
           IF NOT ENTRY-REGISTER-OK
           OR NOT MANUAL-JOURNAL-OK
               DISPLAY 'STATUS ON REGISTER/JOURNAL OPENS: '
                       ENTRY-REGISTER-STATUS ' '
                       MANUAL-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL STATUS ON REGISTER/JOURNAL OPENS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO END-OF-PROGRAM
           END-IF
           SET JOURNAL-IS-OPEN TO TRUE

           MOVE WS-CDT-DATE-X TO MRH-RUN-DATE
           MOVE WS-BATCH-NUMBER TO MRH-BATCH-NUMBER
           WRITE ENTRY-REGISTER-LINE FROM MJR-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE ENTRY-REGISTER-LINE FROM MJR-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM UNTIL END-OF-ENTRY-INPUT
               READ ENTRY-INPUT-FILE
               IF ENTRY-INPUT-OK
                   ADD 1 TO WS-JS-RECORD-COUNT
                   PERFORM TAKE-ENTRY-RECORD
               END-IF
           END-PERFORM
           PERFORM CLOSE-ENTRY
           CLOSE ENTRY-INPUT-FILE

           PERFORM JOURNALIZE-DUE-REVERSALS

           PERFORM PROVE-THE-BATCH
           IF NOT WS-RC-REJECTED
           AND WS-JOURNAL-LINE-COUNT IS GREATER THAN ZERO
               PERFORM RELEASE-BATCH-TO-HISTORY
                   THRU RELEASE-BATCH-EXIT
           END-IF
           IF BATCH-WAS-RELEASED
               PERFORM LOG-RELEASED-ENTRIES
           END-IF
           PERFORM SAVE-PENDING-REVERSALS

           PERFORM WRITE-REGISTER-TOTALS
           CLOSE ENTRY-REGISTER-FILE

           GO TO END-OF-PROGRAM
           .
      * Same FISCSTMO card TAXSUM reads; today's fiscal period is
      * what an auto-reverse date has to be later than.
       LOAD-FISCAL-YEAR-START-MONTH.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'FISCSTMO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
                   MOVE WS-CC-VALUE(1:2) TO WS-FISCAL-YEAR-START-MONTH
               END-IF
           END-IF
           MOVE 'FP' TO WS-DC-FUNCTION-CODE
           MOVE WS-CDT-DATE-X(1:4) TO WS-DC-YEAR-1
           MOVE WS-CDT-DATE-X(5:2) TO WS-DC-MONTH-1
           MOVE WS-CDT-DATE-X(7:2) TO WS-DC-DAY-1
           MOVE WS-FISCAL-YEAR-START-MONTH
               TO WS-DC-FISCAL-YEAR-START-MONTH
           CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
           MOVE WS-DC-RESULT-FISCAL-YEAR TO WS-TODAY-FISCAL-YEAR
           MOVE WS-DC-RESULT-FISCAL-PERIOD TO WS-TODAY-FISCAL-PERIOD
           .
      * The last released batch number plus one from the counter
      * GLJRNL and CASHGLEX share; a missing counter starts at 1.
       LOAD-BATCH-NUMBER.
           OPEN INPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               READ BATCH-NUMBER-FILE
               IF BATCH-NUMBER-OK
                   COMPUTE WS-BATCH-NUMBER =
                       BNR-LAST-BATCH-NUMBER + 1
               END-IF
               CLOSE BATCH-NUMBER-FILE
           END-IF
           MOVE WS-BATCH-NUMBER TO WS-NEXT-BATCH-NUMBER
           DISPLAY 'MANUAL JOURNAL BATCH NUMBER: ' WS-BATCH-NUMBER
           .
      * Positions COMPANY-BATCH-INDEX on the company's batch, opening
      * one under the next batch number the first time the company
      * posts. A full table leaves the line in the last batch and
      * says so; the batch will not prove, so nothing is released.
       FIND-COMPANY-BATCH.
           SET COMPANY-BATCH-INDEX TO 1
           SEARCH WS-COMPANY-BATCH-ENTRY
               AT END
                   PERFORM OPEN-COMPANY-BATCH
               WHEN WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                        IS EQUAL TO WS-LOOKUP-COMPANY-CODE
                   CONTINUE
           END-SEARCH
           .
       OPEN-COMPANY-BATCH.
           IF WS-COMPANY-BATCH-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-COMPANY-BATCHES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL COMPANY BATCH TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
               SET COMPANY-BATCH-INDEX TO WS-COMPANY-BATCH-COUNT
           ELSE
               ADD 1 TO WS-COMPANY-BATCH-COUNT
               SET COMPANY-BATCH-INDEX TO WS-COMPANY-BATCH-COUNT
               MOVE WS-LOOKUP-COMPANY-CODE
                   TO WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               MOVE WS-NEXT-BATCH-NUMBER
                   TO WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               MOVE ZERO TO WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
                            WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
                            WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
               ADD 1 TO WS-NEXT-BATCH-NUMBER
               DISPLAY 'COMPANY ' WS-LOOKUP-COMPANY-CODE
                       ' MANUAL BATCH NUMBER: '
                       WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
           END-IF
           .
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-FILE
           IF NOT CHART-FILE-OK
               DISPLAY 'STATUS ON CHART-FILE OPEN: '
                       CHART-FILE-STATUS
           ELSE
               PERFORM UNTIL END-OF-CHART-FILE
                   READ CHART-FILE
                   IF CHART-FILE-OK
                       IF WS-CHART-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-CHART-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'MANJRNL CHART TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
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
                               MOVE 'Y' TO WS-COA-ACTIVE-SWITCH
                                          (WS-CHART-COUNT)
                           ELSE
                               MOVE 'N' TO WS-COA-ACTIVE-SWITCH
                                          (WS-CHART-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHART-FILE
           END-IF
           .
      * The reversals carried from prior runs; those dated today or
      * earlier are due tonight. A missing file is none pending.
       LOAD-PENDING-REVERSALS.
           OPEN INPUT REVERSAL-IN-FILE
           IF REVERSAL-IN-OK
               PERFORM UNTIL END-OF-REVERSAL-IN
                   READ REVERSAL-IN-FILE
                   IF REVERSAL-IN-OK
                       IF WS-REVERSAL-COUNT IS GREATER THAN OR EQUAL
                               TO WS-MAX-REVERSAL-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'MANJRNL REVERSAL TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           MOVE 'F' TO WS-EL-SEVERITY-CODE
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                           MOVE SPACE TO WS-EL-SEVERITY-CODE
                           SET WS-RC-REJECTED TO TRUE
                       ELSE
                           ADD 1 TO WS-REVERSAL-COUNT
                           SET REVERSAL-INDEX TO WS-REVERSAL-COUNT
                           MOVE MRI-ENTRY-NUMBER
                               TO WS-RVS-ENTRY-NUMBER(REVERSAL-INDEX)
                           MOVE MRI-REVERSE-DATE
                               TO WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
                           MOVE MRI-ACCOUNT
                               TO WS-RVS-ACCOUNT(REVERSAL-INDEX)
                           MOVE MRI-DEBIT-AMOUNT
                               TO WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
                           MOVE MRI-CREDIT-AMOUNT
                               TO WS-RVS-CREDIT-AMOUNT(REVERSAL-INDEX)
                           MOVE MRI-ORIGINAL-BATCH TO
                               WS-RVS-ORIGINAL-BATCH(REVERSAL-INDEX)
                           IF MRI-COMPANY-CODE IS EQUAL TO SPACES
                               MOVE WS-HOME-COMPANY TO
                                   WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
                           ELSE
                               MOVE MRI-COMPANY-CODE TO
                                   WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
                           END-IF
                           MOVE 'N'
                               TO WS-RVS-NEW-SWITCH(REVERSAL-INDEX)
                           IF MRI-REVERSE-DATE IS NOT GREATER THAN
                                   WS-CDT-DATE-X
                               MOVE 'Y'
                                   TO WS-RVS-DUE-SWITCH(REVERSAL-INDEX)
                           ELSE
                               MOVE 'N'
                                   TO WS-RVS-DUE-SWITCH(REVERSAL-INDEX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REVERSAL-IN-FILE
           END-IF
           MOVE WS-REVERSAL-COUNT TO WS-CARRIED-REVERSAL-COUNT
           .
      * A header closes the entry before it and opens its own; a
      * line joins the open entry. Lines with no header before them
      * are rejected as an entry of their own.
       TAKE-ENTRY-RECORD.
           EVALUATE TRUE
               WHEN MJI-IS-HEADER
                   PERFORM CLOSE-ENTRY
                   PERFORM OPEN-ENTRY
                   MOVE MJH-PREPARED-BY TO WS-ENT-PREPARED-BY
                   MOVE MJH-APPROVED-BY TO WS-ENT-APPROVED-BY
                   MOVE MJH-REASON TO WS-ENT-REASON
                   MOVE MJH-REVERSE-DATE TO WS-ENT-REVERSE-DATE
                   IF MJH-COMPANY-CODE IS NOT EQUAL TO SPACES
                       MOVE MJH-COMPANY-CODE TO WS-ENT-COMPANY-CODE
                   END-IF
               WHEN MJI-IS-LINE
                   IF NOT AN-ENTRY-IS-OPEN
                   OR MJI-ENTRY-NUMBER IS NOT EQUAL TO
                           WS-ENT-ENTRY-NUMBER
                       PERFORM CLOSE-ENTRY
                       PERFORM OPEN-ENTRY
                       MOVE 'LINES WITH NO ENTRY HEADER'
                           TO WS-ENT-REJECT-REASON
                   END-IF
                   PERFORM TAKE-ENTRY-LINE
               WHEN OTHER
                   ADD 1 TO WS-JS-EXCEPTION-COUNT
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE MJI-ENTRY-NUMBER TO WS-EL-REFERENCE-KEY
                   MOVE 'MANJRNL RECORD TYPE NOT H OR L - SKIPPED'
                       TO WS-EL-EXCEPTION-TEXT
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-EVALUATE
           .
       OPEN-ENTRY.
           SET AN-ENTRY-IS-OPEN TO TRUE
           ADD 1 TO WS-ENTRIES-READ
           MOVE MJI-ENTRY-NUMBER TO WS-ENT-ENTRY-NUMBER
           MOVE SPACES TO WS-ENT-PREPARED-BY
           MOVE SPACES TO WS-ENT-APPROVED-BY
           MOVE SPACES TO WS-ENT-REASON
           MOVE SPACES TO WS-ENT-REVERSE-DATE
           MOVE WS-HOME-COMPANY TO WS-ENT-COMPANY-CODE
           MOVE SPACES TO WS-ENT-REJECT-REASON
           MOVE ZERO TO WS-ENT-DEBIT-TOTAL
           MOVE ZERO TO WS-ENT-CREDIT-TOTAL
           MOVE ZERO TO WS-ENT-LINE-COUNT
           MOVE ZERO TO WS-ENTRY-LINES-DROPPED
           .
      * A line must carry a debit or a credit, not both, on an
      * active account on the entry company's chart; the first
      * failing line names the entry's rejection.
       TAKE-ENTRY-LINE.
           IF WS-ENT-LINE-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-ENTRY-LINES
               ADD 1 TO WS-ENTRY-LINES-DROPPED
               IF WS-ENT-REJECT-REASON IS EQUAL TO SPACES
                   MOVE 'TOO MANY LINES IN ONE ENTRY'
                       TO WS-ENT-REJECT-REASON
               END-IF
           ELSE
               ADD 1 TO WS-ENT-LINE-COUNT
               SET ENTRY-LINE-INDEX TO WS-ENT-LINE-COUNT
               MOVE MJL-ACCOUNT TO WS-ENL-ACCOUNT(ENTRY-LINE-INDEX)
               MOVE ZERO TO WS-ENL-DEBIT-AMOUNT(ENTRY-LINE-INDEX)
               MOVE ZERO TO WS-ENL-CREDIT-AMOUNT(ENTRY-LINE-INDEX)
               IF MJL-DEBIT-AMOUNT IS NOT NUMERIC
               OR MJL-CREDIT-AMOUNT IS NOT NUMERIC
                   IF WS-ENT-REJECT-REASON IS EQUAL TO SPACES
                       MOVE 'LINE AMOUNT NOT NUMERIC'
                           TO WS-ENT-REJECT-REASON
                   END-IF
               ELSE
                   MOVE MJL-DEBIT-AMOUNT
                       TO WS-ENL-DEBIT-AMOUNT(ENTRY-LINE-INDEX)
                   MOVE MJL-CREDIT-AMOUNT
                       TO WS-ENL-CREDIT-AMOUNT(ENTRY-LINE-INDEX)
                   ADD MJL-DEBIT-AMOUNT TO WS-ENT-DEBIT-TOTAL
                   ADD MJL-CREDIT-AMOUNT TO WS-ENT-CREDIT-TOTAL
                   IF (MJL-DEBIT-AMOUNT IS EQUAL TO ZERO
                       AND MJL-CREDIT-AMOUNT IS EQUAL TO ZERO)
                   OR (MJL-DEBIT-AMOUNT IS NOT EQUAL TO ZERO
                       AND MJL-CREDIT-AMOUNT IS NOT EQUAL TO ZERO)
                       IF WS-ENT-REJECT-REASON IS EQUAL TO SPACES
                           MOVE 'LINE NEEDS A DEBIT OR A CREDIT'
                               TO WS-ENT-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
               PERFORM JUDGE-LINE-ACCOUNT
               IF NOT ACCOUNT-IS-VALID
               AND WS-ENT-REJECT-REASON IS EQUAL TO SPACES
                   MOVE 'ACCOUNT NOT ON CHART OR INACTIVE'
                       TO WS-ENT-REJECT-REASON
               END-IF
           END-IF
           .
       JUDGE-LINE-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-VALID-SWITCH
           SET CHART-INDEX TO 1
           SEARCH WS-CHART-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COA-ACCOUNT(CHART-INDEX)
                        IS EQUAL TO MJL-ACCOUNT
               AND  WS-COA-COMPANY-CODE(CHART-INDEX)
                        IS EQUAL TO WS-ENT-COMPANY-CODE
                   IF WS-COA-IS-ACTIVE(CHART-INDEX)
                       SET ACCOUNT-IS-VALID TO TRUE
                   END-IF
           END-SEARCH
           .
      * The header edits, then the entry's balance; an entry that
      * passes is journaled, one that does not is only registered.
       CLOSE-ENTRY.
           IF AN-ENTRY-IS-OPEN
               PERFORM EDIT-ENTRY-HEADER
               IF WS-ENT-REJECT-REASON IS EQUAL TO SPACES
               AND WS-ENT-LINE-COUNT IS LESS THAN 2
                   MOVE 'ENTRY NEEDS AT LEAST TWO LINES'
                       TO WS-ENT-REJECT-REASON
               END-IF
               IF WS-ENT-REJECT-REASON IS EQUAL TO SPACES
               AND WS-ENT-DEBIT-TOTAL IS NOT EQUAL TO
                       WS-ENT-CREDIT-TOTAL
                   MOVE 'ENTRY DEBITS DO NOT EQUAL CREDITS'
                       TO WS-ENT-REJECT-REASON
               END-IF
               IF WS-ENT-REJECT-REASON IS EQUAL TO SPACES
               AND WS-ACCEPTED-COUNT IS NOT LESS THAN
                       WS-MAX-ACCEPTED-ENTRIES
                   MOVE 'TOO MANY ENTRIES IN ONE RUN'
                       TO WS-ENT-REJECT-REASON
               END-IF
               IF WS-ENT-REJECT-REASON IS EQUAL TO SPACES
                   PERFORM JOURNALIZE-ENTRY
               ELSE
                   PERFORM REJECT-ENTRY
               END-IF
               PERFORM WRITE-ENTRY-REGISTER-LINE
               MOVE 'N' TO WS-ENTRY-OPEN-SWITCH
           END-IF
           .
       EDIT-ENTRY-HEADER.
           EVALUATE TRUE
               WHEN WS-ENT-REJECT-REASON IS NOT EQUAL TO SPACES
                   CONTINUE
               WHEN WS-ENT-NUMBER-RESERVED
                   MOVE 'ENTRY NUMBER BLANK OR RESERVED'
                       TO WS-ENT-REJECT-REASON
               WHEN WS-ENT-PREPARED-BY IS EQUAL TO SPACES
               OR   WS-ENT-APPROVED-BY IS EQUAL TO SPACES
                   MOVE 'PREPARER AND APPROVER REQUIRED'
                       TO WS-ENT-REJECT-REASON
               WHEN WS-ENT-PREPARED-BY IS EQUAL TO
                       WS-ENT-APPROVED-BY
                   MOVE 'PREPARER MAY NOT APPROVE OWN ENTRY'
                       TO WS-ENT-REJECT-REASON
               WHEN WS-ENT-REASON IS EQUAL TO SPACES
                   MOVE 'REASON REQUIRED'
                       TO WS-ENT-REJECT-REASON
               WHEN WS-ENT-REVERSE-DATE IS EQUAL TO SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM EDIT-REVERSE-DATE
           END-EVALUATE
           .
      * The reverse date must be a real date in a later fiscal
      * period than tonight's.
       EDIT-REVERSE-DATE.
           IF WS-ENT-REVERSE-DATE IS NOT NUMERIC
               MOVE 'AUTO-REVERSE DATE NOT VALID'
                   TO WS-ENT-REJECT-REASON
           ELSE
               MOVE 'VD' TO WS-DC-FUNCTION-CODE
               MOVE WS-ENT-REVERSE-YEAR TO WS-DC-YEAR-1
               MOVE WS-ENT-REVERSE-MONTH TO WS-DC-MONTH-1
               MOVE WS-ENT-REVERSE-DAY TO WS-DC-DAY-1
               CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
               IF NOT WS-DC-DATE-IS-VALID
                   MOVE 'AUTO-REVERSE DATE NOT VALID'
                       TO WS-ENT-REJECT-REASON
               ELSE
                   MOVE 'FP' TO WS-DC-FUNCTION-CODE
                   MOVE WS-FISCAL-YEAR-START-MONTH
                       TO WS-DC-FISCAL-YEAR-START-MONTH
                   CALL 'DATECALC' USING WS-DATE-CALC-CONVERSION
                   MOVE WS-DC-RESULT-FISCAL-YEAR
                       TO WS-REVERSE-FISCAL-YEAR
                   MOVE WS-DC-RESULT-FISCAL-PERIOD
                       TO WS-REVERSE-FISCAL-PERIOD
                   IF WS-REVERSE-PERIOD IS NOT GREATER THAN
                           WS-TODAY-PERIOD
                       MOVE 'AUTO-REVERSE DATE NOT A LATER PERIOD'
                           TO WS-ENT-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .
      * Each line to the journal under the entry number and run
      * date, and with an auto-reverse date its swapped twin to the
      * pending reversals.
       JOURNALIZE-ENTRY.
           ADD 1 TO WS-ENTRIES-ACCEPTED
           ADD 1 TO WS-ACCEPTED-COUNT
           SET ACCEPTED-INDEX TO WS-ACCEPTED-COUNT
           MOVE WS-ENT-ENTRY-NUMBER
               TO WS-ACC-ENTRY-NUMBER(ACCEPTED-INDEX)
           MOVE WS-ENT-PREPARED-BY
               TO WS-ACC-PREPARED-BY(ACCEPTED-INDEX)
           MOVE WS-ENT-APPROVED-BY
               TO WS-ACC-APPROVED-BY(ACCEPTED-INDEX)
           MOVE WS-ENT-REASON TO WS-ACC-REASON(ACCEPTED-INDEX)
           MOVE WS-ENT-REVERSE-DATE
               TO WS-ACC-REVERSE-DATE(ACCEPTED-INDEX)
           MOVE WS-ENT-LINE-COUNT
               TO WS-ACC-LINE-COUNT(ACCEPTED-INDEX)
           MOVE WS-ENT-DEBIT-TOTAL
               TO WS-ACC-ENTRY-AMOUNT(ACCEPTED-INDEX)
           MOVE WS-ENT-COMPANY-CODE
               TO WS-ACC-COMPANY-CODE(ACCEPTED-INDEX)
           MOVE WS-ENT-COMPANY-CODE TO WS-LOOKUP-COMPANY-CODE
           PERFORM FIND-COMPANY-BATCH
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO WS-ACC-BATCH-NUMBER(ACCEPTED-INDEX)
           IF WS-ENT-REVERSE-DATE IS NOT EQUAL TO SPACES
           AND WS-REVERSAL-COUNT + WS-ENT-LINE-COUNT
                   IS GREATER THAN WS-MAX-REVERSAL-ENTRIES
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL REVERSAL TABLE IS FULL'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           PERFORM VARYING ENTRY-LINE-INDEX FROM 1 BY 1
                   UNTIL ENTRY-LINE-INDEX > WS-ENT-LINE-COUNT
               MOVE WS-ENL-ACCOUNT(ENTRY-LINE-INDEX) TO JRN-ACCOUNT
               MOVE WS-ENL-DEBIT-AMOUNT(ENTRY-LINE-INDEX)
                   TO JRN-DEBIT-AMOUNT
               MOVE WS-ENL-CREDIT-AMOUNT(ENTRY-LINE-INDEX)
                   TO JRN-CREDIT-AMOUNT
               MOVE WS-ENT-ENTRY-NUMBER TO JRN-INVOICE-NUMBER
               MOVE WS-CDT-DATE-X TO JRN-INVOICE-DATE
               MOVE WS-ENT-COMPANY-CODE TO JRN-COMPANY-CODE
               PERFORM WRITE-JOURNAL-RECORD
               IF WS-ENT-REVERSE-DATE IS NOT EQUAL TO SPACES
               AND WS-REVERSAL-COUNT IS LESS THAN
                       WS-MAX-REVERSAL-ENTRIES
                   ADD 1 TO WS-REVERSAL-COUNT
                   SET REVERSAL-INDEX TO WS-REVERSAL-COUNT
                   MOVE WS-ENT-ENTRY-NUMBER
                       TO WS-RVS-ENTRY-NUMBER(REVERSAL-INDEX)
                   MOVE WS-ENT-REVERSE-DATE
                       TO WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
                   MOVE WS-ENL-ACCOUNT(ENTRY-LINE-INDEX)
                       TO WS-RVS-ACCOUNT(REVERSAL-INDEX)
                   MOVE WS-ENL-CREDIT-AMOUNT(ENTRY-LINE-INDEX)
                       TO WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
                   MOVE WS-ENL-DEBIT-AMOUNT(ENTRY-LINE-INDEX)
                       TO WS-RVS-CREDIT-AMOUNT(REVERSAL-INDEX)
                   MOVE WS-ACC-BATCH-NUMBER(ACCEPTED-INDEX)
                       TO WS-RVS-ORIGINAL-BATCH(REVERSAL-INDEX)
                   MOVE WS-ENT-COMPANY-CODE
                       TO WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
                   MOVE 'N' TO WS-RVS-DUE-SWITCH(REVERSAL-INDEX)
                   MOVE 'Y' TO WS-RVS-NEW-SWITCH(REVERSAL-INDEX)
               END-IF
           END-PERFORM
           MOVE 'ACCEPTED' TO MRD-STATUS
           .
       REJECT-ENTRY.
           ADD 1 TO WS-ENTRIES-REJECTED
           ADD 1 TO WS-JS-EXCEPTION-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE WS-ENT-ENTRY-NUMBER TO WS-EL-REFERENCE-KEY
           MOVE SPACES TO WS-EL-EXCEPTION-TEXT
           STRING 'MANJRNL ENTRY REJECTED - ' DELIMITED BY SIZE
                  WS-ENT-REJECT-REASON DELIMITED BY SIZE
               INTO WS-EL-EXCEPTION-TEXT
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE SPACES TO WS-EL-REFERENCE-KEY
           IF WS-RETURN-CODE-VALUE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE-VALUE
           END-IF
           MOVE SPACES TO MRD-STATUS
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  WS-ENT-REJECT-REASON DELIMITED BY SIZE
               INTO MRD-STATUS
           .
       WRITE-ENTRY-REGISTER-LINE.
           MOVE WS-ENT-COMPANY-CODE TO MRD-COMPANY-CODE
           MOVE WS-ENT-ENTRY-NUMBER TO MRD-ENTRY-NUMBER
           MOVE WS-ENT-PREPARED-BY TO MRD-PREPARED-BY
           MOVE WS-ENT-APPROVED-BY TO MRD-APPROVED-BY
           MOVE WS-ENT-REASON TO MRD-REASON
           COMPUTE MRD-LINE-COUNT =
               WS-ENT-LINE-COUNT + WS-ENTRY-LINES-DROPPED
           MOVE WS-ENT-DEBIT-TOTAL TO MRD-AMOUNT
           MOVE WS-ENT-REVERSE-DATE TO MRD-REVERSE-DATE
           WRITE ENTRY-REGISTER-LINE FROM MJR-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
      * Carried reversals that have come due go into tonight's
      * batch, under their entry number and dated the reverse date.
       JOURNALIZE-DUE-REVERSALS.
           PERFORM VARYING REVERSAL-INDEX FROM 1 BY 1
                   UNTIL REVERSAL-INDEX > WS-CARRIED-REVERSAL-COUNT
               IF WS-RVS-IS-DUE(REVERSAL-INDEX)
                   MOVE WS-RVS-ACCOUNT(REVERSAL-INDEX) TO JRN-ACCOUNT
                   MOVE WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
                       TO JRN-DEBIT-AMOUNT
                   MOVE WS-RVS-CREDIT-AMOUNT(REVERSAL-INDEX)
                       TO JRN-CREDIT-AMOUNT
                   MOVE WS-RVS-ENTRY-NUMBER(REVERSAL-INDEX)
                       TO JRN-INVOICE-NUMBER
                   MOVE WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
                       TO JRN-INVOICE-DATE
                   MOVE WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
                       TO JRN-COMPANY-CODE
                   PERFORM WRITE-JOURNAL-RECORD
               END-IF
           END-PERFORM
           .
      * The caller has set JRN-COMPANY-CODE; the line goes into
      * that company's batch.
       WRITE-JOURNAL-RECORD.
           MOVE JRN-COMPANY-CODE TO WS-LOOKUP-COMPANY-CODE
           PERFORM FIND-COMPANY-BATCH
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO JRN-BATCH-NUMBER
           ADD JRN-DEBIT-AMOUNT TO WS-BATCH-DEBIT-TOTAL
           ADD JRN-CREDIT-AMOUNT TO WS-BATCH-CREDIT-TOTAL
           ADD JRN-DEBIT-AMOUNT
               TO WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD JRN-CREDIT-AMOUNT
               TO WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
           ADD 1 TO WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
           WRITE MANUAL-JOURNAL-RECORD
           IF NOT MANUAL-JOURNAL-OK
               DISPLAY 'STATUS ON MANUAL-JOURNAL-FILE WRITE: '
                       MANUAL-JOURNAL-STATUS
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL STATUS ON MANUAL-JOURNAL WRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACE TO WS-EL-SEVERITY-CODE
               SET WS-RC-REJECTED TO TRUE
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           .
      * Each company's batch must balance on its own, and a failure
      * in any of them holds the whole night.
       PROVE-THE-BATCH.
           DISPLAY 'MANUAL JOURNAL BATCH DEBITS:  '
                   WS-BATCH-DEBIT-TOTAL
           DISPLAY 'MANUAL JOURNAL BATCH CREDITS: '
                   WS-BATCH-CREDIT-TOTAL
           PERFORM PROVE-ONE-COMPANY-BATCH
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           IF NOT WS-RC-REJECTED
               DISPLAY 'MANUAL JOURNAL BATCHES PROVED'
           END-IF
           .
       PROVE-ONE-COMPANY-BATCH.
           DISPLAY 'COMPANY '
                   WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   ' BATCH '
                   WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
                   ' DEBITS: '
                   WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
                   ' CREDITS: '
                   WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
           IF WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX) IS NOT EQUAL TO
                   WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
               DISPLAY 'MANUAL JOURNAL BATCH DOES NOT BALANCE - '
                       'REJECTED'
               ADD 1 TO WS-JS-EXCEPTION-COUNT
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL BATCH DEBITS DO NOT EQUAL CREDITS'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
               SET WS-RC-REJECTED TO TRUE
           END-IF
           .
      * Proved batches are appended to the cumulative history one
      * company at a time, each capped with its own BATCHCTL control
      * record, and only then is the batch counter advanced past the
      * highest number used - CASHGLEX's release.
       RELEASE-BATCH-TO-HISTORY.
           CLOSE MANUAL-JOURNAL-FILE
           MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           OPEN EXTEND JOURNAL-HISTORY-FILE
           IF JOURNAL-HISTORY-MISSING
               OPEN OUTPUT JOURNAL-HISTORY-FILE
           END-IF
           IF NOT JOURNAL-HISTORY-OK
               DISPLAY 'STATUS ON JOURNAL-HISTORY-FILE OPEN: '
                       JOURNAL-HISTORY-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL STATUS ON JOURNAL-HISTORY OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-BATCH-EXIT
           END-IF
           PERFORM RELEASE-ONE-COMPANY-BATCH
               THRU RELEASE-ONE-COMPANY-EXIT
               VARYING COMPANY-BATCH-INDEX FROM 1 BY 1
               UNTIL COMPANY-BATCH-INDEX > WS-COMPANY-BATCH-COUNT
           CLOSE JOURNAL-HISTORY-FILE
           IF WS-RC-REJECTED
               GO TO RELEASE-BATCH-EXIT
           END-IF
           SET BATCH-WAS-RELEASED TO TRUE
           OPEN OUTPUT BATCH-NUMBER-FILE
           IF BATCH-NUMBER-OK
               COMPUTE BNR-LAST-BATCH-NUMBER =
                   WS-NEXT-BATCH-NUMBER - 1
               WRITE BATCH-NUMBER-RECORD
               CLOSE BATCH-NUMBER-FILE
           ELSE
               DISPLAY 'STATUS ON BATCH-NUMBER-FILE REWRITE: '
                       BATCH-NUMBER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL STATUS ON BATCH-NUMBER REWRITE'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
       RELEASE-BATCH-EXIT.
           EXIT.
      * One pass of tonight's manual journal per company batch,
      * copying that company's lines.
       RELEASE-ONE-COMPANY-BATCH.
           OPEN INPUT MANUAL-JOURNAL-FILE
           IF NOT MANUAL-JOURNAL-OK
               DISPLAY 'STATUS ON MANUAL-JOURNAL-FILE REOPEN: '
                       MANUAL-JOURNAL-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL STATUS ON MANUAL-JOURNAL REOPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
               GO TO RELEASE-ONE-COMPANY-EXIT
           END-IF
           PERFORM UNTIL END-OF-MANUAL-JOURNAL
               READ MANUAL-JOURNAL-FILE
               IF MANUAL-JOURNAL-OK
               AND JRN-COMPANY-CODE IS EQUAL TO
                       WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
                   MOVE MANUAL-JOURNAL-RECORD
                       TO JOURNAL-HISTORY-RECORD
                   WRITE JOURNAL-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE MANUAL-JOURNAL-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHCTL' TO BCT-RECORD-TYPE
           MOVE WS-CBT-LINE-COUNT(COMPANY-BATCH-INDEX)
               TO BCT-LINE-COUNT
           MOVE WS-CBT-DEBIT-TOTAL(COMPANY-BATCH-INDEX)
               TO BCT-DEBIT-TOTAL
           MOVE WS-CBT-CREDIT-TOTAL(COMPANY-BATCH-INDEX)
               TO BCT-CREDIT-TOTAL
           MOVE WS-CDT-DATE-X TO BCT-RELEASE-DATE
           MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
               TO BCT-BATCH-NUMBER
           MOVE WS-CBT-COMPANY-CODE(COMPANY-BATCH-INDEX)
               TO BCT-COMPANY-CODE
           WRITE BATCH-CONTROL-RECORD
           .
       RELEASE-ONE-COMPANY-EXIT.
           EXIT.
      * The entry log gets one record per released entry, original
      * or reversal, with who prepared and approved it.
       LOG-RELEASED-ENTRIES.
           OPEN EXTEND ENTRY-LOG-FILE
           IF ENTRY-LOG-MISSING
               OPEN OUTPUT ENTRY-LOG-FILE
           END-IF
           IF NOT ENTRY-LOG-OK
               DISPLAY 'STATUS ON ENTRY-LOG-FILE OPEN: '
                       ENTRY-LOG-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL STATUS ON ENTRY-LOG OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           ELSE
               PERFORM LOG-ACCEPTED-ENTRIES
               PERFORM LOG-DUE-REVERSALS
               CLOSE ENTRY-LOG-FILE
           END-IF
           .
      * Tonight's accepted entries, as JOURNALIZE-ENTRY kept them.
       LOG-ACCEPTED-ENTRIES.
           PERFORM VARYING ACCEPTED-INDEX FROM 1 BY 1
                   UNTIL ACCEPTED-INDEX > WS-ACCEPTED-COUNT
               MOVE SPACES TO ENTRY-LOG-RECORD
               MOVE WS-ACC-ENTRY-NUMBER(ACCEPTED-INDEX)
                   TO MEL-ENTRY-NUMBER
               SET MEL-IS-ORIGINAL TO TRUE
               MOVE WS-ACC-BATCH-NUMBER(ACCEPTED-INDEX)
                   TO MEL-BATCH-NUMBER
               MOVE WS-ACC-COMPANY-CODE(ACCEPTED-INDEX)
                   TO MEL-COMPANY-CODE
               MOVE WS-CDT-DATE-X TO MEL-POSTED-DATE
               MOVE WS-ACC-PREPARED-BY(ACCEPTED-INDEX)
                   TO MEL-PREPARED-BY
               MOVE WS-ACC-APPROVED-BY(ACCEPTED-INDEX)
                   TO MEL-APPROVED-BY
               MOVE WS-ACC-REASON(ACCEPTED-INDEX) TO MEL-REASON
               MOVE WS-ACC-REVERSE-DATE(ACCEPTED-INDEX)
                   TO MEL-REVERSE-DATE
               MOVE WS-ACC-LINE-COUNT(ACCEPTED-INDEX)
                   TO MEL-LINE-COUNT
               MOVE WS-ACC-ENTRY-AMOUNT(ACCEPTED-INDEX)
                   TO MEL-ENTRY-AMOUNT
               WRITE ENTRY-LOG-RECORD
           END-PERFORM
           .
      * One log record per reversed entry; the reversal's lines for
      * one entry were carried together.
       LOG-DUE-REVERSALS.
           MOVE SPACES TO WS-LOG-ENTRY-NUMBER
           PERFORM VARYING REVERSAL-INDEX FROM 1 BY 1
                   UNTIL REVERSAL-INDEX > WS-CARRIED-REVERSAL-COUNT
               IF WS-RVS-IS-DUE(REVERSAL-INDEX)
                   IF WS-RVS-ENTRY-NUMBER(REVERSAL-INDEX)
                           IS NOT EQUAL TO WS-LOG-ENTRY-NUMBER
                       PERFORM LOG-ONE-REVERSAL
                       MOVE WS-RVS-ENTRY-NUMBER(REVERSAL-INDEX)
                           TO WS-LOG-ENTRY-NUMBER
                       MOVE WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
                           TO WS-LOG-COMPANY-CODE
                       MOVE WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
                           TO WS-ENT-REVERSE-DATE
                       MOVE WS-RVS-ORIGINAL-BATCH(REVERSAL-INDEX)
                           TO WS-LOG-ORIGINAL-BATCH
                       MOVE ZERO TO WS-LOG-LINE-COUNT
                       MOVE ZERO TO WS-LOG-AMOUNT
                   END-IF
                   ADD 1 TO WS-LOG-LINE-COUNT
                   ADD WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
                       TO WS-LOG-AMOUNT
               END-IF
           END-PERFORM
           PERFORM LOG-ONE-REVERSAL
           .
       LOG-ONE-REVERSAL.
           IF WS-LOG-ENTRY-NUMBER IS NOT EQUAL TO SPACES
               ADD 1 TO WS-REVERSALS-JOURNALED
               MOVE SPACES TO ENTRY-LOG-RECORD
               MOVE WS-LOG-ENTRY-NUMBER TO MEL-ENTRY-NUMBER
               SET MEL-IS-REVERSAL TO TRUE
               MOVE WS-LOG-COMPANY-CODE TO WS-LOOKUP-COMPANY-CODE
               PERFORM FIND-COMPANY-BATCH
               MOVE WS-CBT-BATCH-NUMBER(COMPANY-BATCH-INDEX)
                   TO MEL-BATCH-NUMBER
               MOVE WS-LOG-COMPANY-CODE TO MEL-COMPANY-CODE
               MOVE WS-CDT-DATE-X TO MEL-POSTED-DATE
               MOVE SPACES TO MEL-REASON
               STRING 'AUTO-REVERSAL OF BATCH ' DELIMITED BY SIZE
                      WS-LOG-ORIGINAL-BATCH DELIMITED BY SIZE
                   INTO MEL-REASON
               MOVE WS-ENT-REVERSE-DATE TO MEL-REVERSE-DATE
               MOVE WS-LOG-LINE-COUNT TO MEL-LINE-COUNT
               MOVE WS-LOG-AMOUNT TO MEL-ENTRY-AMOUNT
               WRITE ENTRY-LOG-RECORD
           END-IF
           .
      * A released batch drops the reversals it journaled and keeps
      * the new ones; an unreleased batch leaves the pending file
      * exactly as it came in.
       SAVE-PENDING-REVERSALS.
           OPEN OUTPUT REVERSAL-OUT-FILE
           IF NOT REVERSAL-OUT-OK
               DISPLAY 'STATUS ON REVERSAL-OUT-FILE OPEN: '
                       REVERSAL-OUT-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'MANJRNL STATUS ON REVERSAL-OUT OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               SET WS-RC-REJECTED TO TRUE
           ELSE
               PERFORM VARYING REVERSAL-INDEX FROM 1 BY 1
                       UNTIL REVERSAL-INDEX > WS-REVERSAL-COUNT
                   IF (BATCH-WAS-RELEASED
                       AND NOT WS-RVS-IS-DUE(REVERSAL-INDEX))
                   OR (NOT BATCH-WAS-RELEASED
                       AND NOT WS-RVS-IS-NEW(REVERSAL-INDEX))
                       PERFORM WRITE-ONE-PENDING-REVERSAL
                   END-IF
               END-PERFORM
               CLOSE REVERSAL-OUT-FILE
           END-IF
           .
       WRITE-ONE-PENDING-REVERSAL.
           ADD 1 TO WS-REVERSALS-PENDING
           MOVE SPACES TO REVERSAL-OUT-RECORD
           MOVE WS-RVS-ENTRY-NUMBER(REVERSAL-INDEX)
               TO MRO-ENTRY-NUMBER
           MOVE WS-RVS-REVERSE-DATE(REVERSAL-INDEX)
               TO MRO-REVERSE-DATE
           MOVE WS-RVS-ACCOUNT(REVERSAL-INDEX) TO MRO-ACCOUNT
           MOVE WS-RVS-DEBIT-AMOUNT(REVERSAL-INDEX)
               TO MRO-DEBIT-AMOUNT
           MOVE WS-RVS-CREDIT-AMOUNT(REVERSAL-INDEX)
               TO MRO-CREDIT-AMOUNT
           MOVE WS-RVS-ORIGINAL-BATCH(REVERSAL-INDEX)
               TO MRO-ORIGINAL-BATCH
           MOVE WS-RVS-COMPANY-CODE(REVERSAL-INDEX)
               TO MRO-COMPANY-CODE
           WRITE REVERSAL-OUT-RECORD
           .
       WRITE-REGISTER-TOTALS.
           MOVE 'ENTRIES READ' TO MRC-LABEL
           MOVE WS-ENTRIES-READ TO MRC-COUNT
           WRITE ENTRY-REGISTER-LINE FROM MJR-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ENTRIES ACCEPTED' TO MRC-LABEL
           MOVE WS-ENTRIES-ACCEPTED TO MRC-COUNT
           WRITE ENTRY-REGISTER-LINE FROM MJR-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ENTRIES REJECTED' TO MRC-LABEL
           MOVE WS-ENTRIES-REJECTED TO MRC-COUNT
           WRITE ENTRY-REGISTER-LINE FROM MJR-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AUTO-REVERSALS JOURNALED' TO MRC-LABEL
           MOVE WS-REVERSALS-JOURNALED TO MRC-COUNT
           WRITE ENTRY-REGISTER-LINE FROM MJR-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REVERSING LINES STILL PENDING' TO MRC-LABEL
           MOVE WS-REVERSALS-PENDING TO MRC-COUNT
           WRITE ENTRY-REGISTER-LINE FROM MJR-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BATCH DEBITS' TO MRT-LABEL
           MOVE WS-BATCH-DEBIT-TOTAL TO MRT-AMOUNT
           WRITE ENTRY-REGISTER-LINE FROM MJR-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'BATCH CREDITS' TO MRT-LABEL
           MOVE WS-BATCH-CREDIT-TOTAL TO MRT-AMOUNT
           WRITE ENTRY-REGISTER-LINE FROM MJR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO MJR-COUNT-LINE
           EVALUATE TRUE
               WHEN BATCH-WAS-RELEASED
                   MOVE 'BATCH RELEASED TO GL HISTORY' TO MRC-LABEL
               WHEN WS-JOURNAL-LINE-COUNT IS EQUAL TO ZERO
                   MOVE 'NOTHING TO RELEASE TONIGHT' TO MRC-LABEL
               WHEN OTHER
                   MOVE 'BATCH NOT RELEASED' TO MRC-LABEL
           END-EVALUATE
           WRITE ENTRY-REGISTER-LINE FROM MJR-COUNT-LINE
               AFTER ADVANCING 2 LINES
           .
       END-OF-PROGRAM.
           DISPLAY 'MANUAL ENTRIES READ:     ' WS-ENTRIES-READ
           DISPLAY 'MANUAL ENTRIES ACCEPTED: ' WS-ENTRIES-ACCEPTED
           DISPLAY 'MANUAL ENTRIES REJECTED: ' WS-ENTRIES-REJECTED
           IF JOURNAL-IS-OPEN
               CLOSE MANUAL-JOURNAL-FILE
           END-IF
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
