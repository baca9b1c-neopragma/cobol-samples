      *   - prints an aging report (FDSAGE1) showing how long each
      *     carried record has sat unfixed, so a record nobody
      *     fixes is visible instead of silently unbilled.
      * - The record images grow to 106 bytes now that each feed
      *   layout ends with the customer's ship-to location id.
      * - The record images grow to 108 bytes now that each feed
      *   layout also ends with the shipping warehouse code.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDRSUB.
           10  REJ-REJECT-DATE           PIC X(08).
           10  REJ-RESUBMIT-FLAG         PIC X.
               88  REJ-IS-FLAGGED        VALUE 'Y'.
           10  REJ-RECORD-IMAGE          PIC X(108).

      * The raw images REFORMER will convert tonight, each tagged
      * with the partner it originally came from so a repeat reject
           DATA RECORD IS RESUBMIT-FEED-RECORD.
       01  RESUBMIT-FEED-RECORD.
           05  RSF-PARTNER-ID            PIC X(08).
           05  RSF-RECORD-IMAGE          PIC X(108).

      * Unflagged records carried to the next review cycle.
       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUSPENSE-OUT-RECORD.
       01  SUSPENSE-OUT-RECORD          PIC X(183).

       FD  SUSPENSE-AGING-FILE
           LABEL RECORDS ARE STANDARD
