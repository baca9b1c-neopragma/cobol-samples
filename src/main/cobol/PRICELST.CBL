      * marked CONTRACT so the rep cannot miss it. A request card
      * whose customer is not on CUSTMAST gets a NOT ON MASTER page
      * instead of a silent skip.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRICELST.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER       PIC X(08).
           05  CM-CUSTOMER-NAME         PIC X(30).
           05  FILLER                   PIC X(182).

      * Same layout INVCALC reads from the indexed PRODMAST.
       FD  PRODUCT-MASTER-FILE
