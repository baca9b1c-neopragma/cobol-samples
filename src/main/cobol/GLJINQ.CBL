      * fields formatted, and each selected batch's control record is
      * printed as a summary line. The selected lines are footed with
      * their own debit and credit totals.
      * - Journal history and BATCHCTL layouts carry the operating
      *   company code appended after the batch number.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLJINQ.
           05  JHR-INVOICE-NUMBER       PIC X(08).
           05  JHR-INVOICE-DATE         PIC X(08).
           05  JHR-BATCH-NUMBER         PIC 9(06).
           05  JHR-COMPANY-CODE         PIC X(02).
       01  BATCH-CONTROL-RECORD.
           05  BCT-RECORD-TYPE          PIC X(08).
           05  BCT-LINE-COUNT           PIC S9(09) COMP-3.
           05  BCT-CREDIT-TOTAL        PIC S9(13)V99 COMP-3.
           05  BCT-RELEASE-DATE         PIC X(08).
           05  BCT-BATCH-NUMBER         PIC 9(06).
           05  BCT-COMPANY-CODE         PIC X(02).

       FD  JOURNAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
