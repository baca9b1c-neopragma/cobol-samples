      * - with whether the step's output files are safe to consume
      * (only a clean completion is) and whether the step is
      * eligible to rerun (anything except a clean completion).
      * - The CPSEQFR checkpoint layout now carries the omitted and
      *   rerouted counts CPSEQFR saves.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RUNSTAT.
       01  CPSEQFR-CHECKPOINT-RECORD.
           05  CCK-RECORD-COUNT         PIC S9(9) COMP-3.
           05  CCK-RECORDS-READ         PIC S9(9) COMP-3.
           05  CCK-RECORDS-OMITTED      PIC S9(9) COMP-3.
           05  CCK-RECORDS-REROUTED     PIC S9(9) COMP-3.

       FD  RUN-STATUS-FILE
           LABEL RECORDS ARE STANDARD
