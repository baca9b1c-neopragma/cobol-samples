      *   written, so the RETNPURG retention suite can age the
      *   register out to its archive instead of operations editing
      *   a live control file by hand.
      * - An invoice that reaches here with no jurisdiction - INVASM
      *   could not resolve its ship-to location through SHIPTO1 and
      *   the POSTJUR1 postal-code table - is suspensed to INVSUSP1
      *   as SHIP-TO NOT RESOLVED instead of being taxed at the
      *   default rate.
      * - The invoice carries the warehouse the goods shipped from
      *   and each SLSDTL1 line records it, so on-hand is relieved at
      *   the right warehouse. Invoices with no warehouse on them
      *   (older feeds, finance charges, contract billing) are taken
      *   to have shipped from the home warehouse, '01'.
      * - RETAUTH1 is now the RMAMNT-maintained RMA master with a
      *   status per RMA. A return is credited only against an RMA
      *   whose goods the dock has received; issued, expired, cancelled
      *   and fully credited RMAs are rejected to suspense by name.
      *   Each return's merchandise credit is measured before anything
      *   posts and refused when it would take the RMA past its
      *   authorized amount, counting earlier partial returns from the
      *   new RMACRED1 credit log, which every credited return is
      *   appended to. Returns under the RMA master are left to that
      *   cap rather than the duplicate register, so partial returns
      *   can reuse the invoice number. The RMA's restocking percentage
      *   is kept back from the credit as an untaxed charge on its own
      *   GL line (type K, default account 4920RSTK).
      * - Credit and debit memos from ADJMEMO are flagged 'C' and 'D'
      *   in INV-RETURN. A credit memo is negated like a return but
      *   needs no RMA and passes credit hold; a memo's line posts to
      *   the allowances account mapped by its reason code (type A on
      *   GLACCTM1, fallback WS-ALLOWANCE-ACCOUNT) and goes to the GL
      *   extract as amount type A.
      * - Quarterly and annual contract invoices from RECURGEN, flagged
      *   'Q' and 'A' in INV-RETURN, no longer book their revenue the
      *   night they bill. Each revenue line goes to the GL extract as
      *   amount type V on the deferred revenue liability
      *   (WS-DEFERRED-REVENUE-ACCOUNT, 2400DEFR), and a recognition
      *   schedule per invoice and earned revenue account is written to
      *   the indexed DEFRSCH1 master, from which DEFRREL releases one
      *   month's share at a time.
      * - Each invoice is billed under an operating company,
      *   INV-COMPANY-CODE, carried from the partner master by REFORMER
      *   and INVASM; a blank company is the home company, '01'. A
      *   company that is not active on the CMPYMST1 company master is
      *   suspensed as COMPANY NOT ON MASTER. The company rides on
      *   INVTOT1, GLEXTR1 and TAXAUD1, and GLACCTM1 mappings are
      *   looked up for the invoice's own company.
      * - A customer billed in a foreign currency (CM-BILLING-CURRENCY
      *   other than spaces or USD) has each invoice stated in that
      *   currency at the EXCHRATE rate in effect on the invoice date:
      *   INVTOT1 now carries the currency code, that rate and the
      *   total in the currency after the home-currency totals, which
      *   stay the book of record. An invoice with no rate on file goes
      *   to suspense as NO EXCHANGE RATE.
      * - An invoice billed to the customer of a PARTMST1 partner
      *   flagged as a marketplace facilitator (Y for every
      *   jurisdiction, J for the jurisdictions listed) still computes
      *   and shows its tax, but tags it partner-remitted (P) in the
      *   new TAD-TAX-REMITTED-BY and ITR-TAX-REMITTED-BY fields, and
      *   its GL tax line credits the partner-settlement account (map
      *   type M, fallback WS-PARTNER-SETTLEMENT-ACCOUNT, 2260MPF)
      *   instead of tax payable.
      * - A STREAMNO card on INVCPARM runs this program as one stream
      *   of a partitioned month-end run over INVSPLIT's split of
      *   INVFILE1 by customer range. A stream waits on INVSPLIT,
      *   reports to JOBSTAT, SCHEDCTL and EXCPLOG as INVCALC plus its
      *   stream number, reads INVPROC1 and RMACRED1 without extending
      *   them, and appends the invoices it registers and the RMA
      *   credits it logs to its own INVPRCST and RMACRDST extracts,
      *   which INVMERGE adds to the shared files with the streams'
      *   outputs. Without the card the run is unchanged.
      * - The CUSTMAST layout grows to 220 bytes with the
      *   national-account parent customer number and hierarchy credit
      *   limit.
      * - Every line of a sale is now checked before the invoice is
      *   totaled: its final net unit price - after contract, promotion
      *   and quantity break - against the master's unit cost, and its
      *   margin against the minimum percentage on the MRGNFLR1 margin
      *   floors for its SKU group (spaces is the default floor). A
      *   line below the floor sends the invoice to INVSUSP1 as BELOW
      *   COST unless BCAPPRV1 holds a below-cost approval, with an
      *   approver and an expiry not before the invoice date, for the
      *   customer and the SKU or the customer and the SKU group. A
      *   line released under an approval is flagged 'A' in the new
      *   SDL-BELOW-COST-FLAG for the nightly BCSTRPT report. A zero
      *   master cost is cost-unknown and is not checked; returns and
      *   memos are not checked either.
      * - A return's restocking fee is carried on its INVTOT1 record, so
      *   the credit memo, history, reprint and EDI invoice can show it
      *   as its own charge and the document still foots.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVCALC.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMAST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EXCHANGE-RATE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO 'GLEXTR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GL-EXTRACT-STATUS.
           SELECT PROCESSED-INVOICE-FILE ASSIGN TO 'INVPROC1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PROCESSED-INVOICE-STATUS.
           SELECT STREAM-REGISTER-FILE ASSIGN TO 'INVPRCST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-REGISTER-STATUS.
           SELECT CLOSED-PERIOD-FILE ASSIGN TO 'CLOSEDPD'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CLOSED-PERIOD-STATUS.
           SELECT RETURN-AUTH-FILE ASSIGN TO 'RETAUTH1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RETURN-AUTH-STATUS.
           SELECT RMA-CREDIT-FILE ASSIGN TO 'RMACRED1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RMA-CREDIT-STATUS.
           SELECT STREAM-RMA-CREDIT-FILE ASSIGN TO 'RMACRDST'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STREAM-RMA-CREDIT-STATUS.
           SELECT DEFERRAL-SCHEDULE-FILE ASSIGN TO 'DEFRSCH1'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DFS-KEY
                  FILE STATUS IS DEFERRAL-SCHEDULE-STATUS.
           SELECT TAX-AUDIT-FILE ASSIGN TO 'TAXAUD1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TAX-AUDIT-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO 'GLACCTM1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACCOUNT-MAP-STATUS.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'CMPYMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COMPANY-MASTER-STATUS.
           SELECT PARTNER-FILE ASSIGN TO 'PARTMST1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PARTNER-STATUS.
           SELECT MARGIN-FLOOR-FILE ASSIGN TO 'MRGNFLR1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MARGIN-FLOOR-STATUS.
           SELECT BELOW-COST-APPROVAL-FILE ASSIGN TO 'BCAPPRV1'
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BELOW-COST-APPROVAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           05  INV-JURISDICTION-CODE    PIC X(02).
           05  INV-RETURN               PIC X.
               88 IS-RETURN             VALUE 'R'.
               88 IS-CREDIT-MEMO        VALUE 'C'.
               88 IS-DEBIT-MEMO         VALUE 'D'.
               88 IS-ADJUSTMENT-MEMO    VALUE 'C', 'D'.
      * Quarterly and annual contract invoices from RECURGEN bill
      * service not yet rendered; their revenue is deferred.
               88 IS-QUARTERLY-CONTRACT VALUE 'Q'.
               88 IS-ANNUAL-CONTRACT    VALUE 'A'.
               88 IS-DEFERRED-CONTRACT  VALUE 'Q', 'A'.
      * Invoice-level freight and handling recovered from the
      * partner, populated by INVASM from the feed's reserved
      * charge lines; magnitudes - a return's charges are negated
      * here at totaling time like its lines are.
           05  INV-FREIGHT-AMOUNT       PIC S9(05)V99 COMP-3.
           05  INV-HANDLING-AMOUNT      PIC S9(05)V99 COMP-3.
           05  INV-SHIP-WAREHOUSE       PIC X(02).
           05  INV-COMPANY-CODE         PIC X(02).
           05  INV-LINE-ITEM-COUNT      PIC S9(05) COMP-3.
           05  INV-LINE OCCURS 1 TO 100
                        DEPENDING ON INV-LINE-ITEM-COUNT.
           05  CM-STATUS                PIC X(01).
               88  CM-IS-MERGED         VALUE 'M'.
           05  CM-SALESPERSON-CODE      PIC X(03).
           05  FILLER                   PIC X(04).
      * The currency the customer is billed in; spaces or USD is
      * home currency.
           05  CM-BILLING-CURRENCY      PIC X(03).
           05  FILLER                   PIC X(23).

      * Effective-dated exchange rates to home currency, the same
      * file REFORMER converts foreign prices with. The rate in
      * effect on a date is the one with the latest effective date
      * not after it.
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-CURRENCY-CODE        PIC X(03).
           05  XRT-EFFECTIVE-DATE       PIC X(08).
           05  XRT-RATE                 PIC 9(03)V9(06).

       FD  GL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
               88  GL-IS-TAX            VALUE 'T'.
               88  GL-IS-FREIGHT        VALUE 'F'.
               88  GL-IS-HANDLING       VALUE 'H'.
               88  GL-IS-RESTOCK-FEE    VALUE 'K'.
               88  GL-IS-ALLOWANCE      VALUE 'A'.
               88  GL-IS-DEFERRED-REVENUE VALUE 'V'.
      * The operating company whose ledger the line posts to.
           05  GL-COMPANY-CODE          PIC X(02).
      * Run-date header stamped as the first record of each night's
      * extract, so a consumer can prove the file on disk is tonight's
      * output and not a leftover from a run that never replaced it.
               88  GLH-IS-HEADER        VALUE 'HDR'.
           05  GLH-PRODUCING-PROGRAM    PIC X(08).
           05  GLH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(14).

      * Computed per-invoice totals, keyed the same way INVOICE-FILE
      * itself is, for reports such as ARAGE and TAXSUM that need the
      * re-deriving them from the GL extract.
           05  ITR-FREIGHT-AMOUNT       PIC S9(07)V99 COMP-3.
           05  ITR-HANDLING-AMOUNT      PIC S9(07)V99 COMP-3.
      * The operating company that billed the invoice.
           05  ITR-COMPANY-CODE         PIC X(02).
      * The customer's billing currency (spaces for home), the
      * EXCHRATE rate in effect on the invoice date, and the invoice
      * total in that currency. The home-currency totals above stay
      * the book of record; a home-currency invoice carries rate 1
      * and its own total here.
           05  ITR-CURRENCY-CODE        PIC X(03).
           05  ITR-EXCHANGE-RATE        PIC 9(03)V9(06) COMP-3.
           05  ITR-CURRENCY-AMOUNT      PIC S9(07)V99 COMP-3.
      * P when a marketplace facilitator collects and remits the
      * invoice's tax; spaces when the tax is ours to remit.
           05  ITR-TAX-REMITTED-BY      PIC X(01).
               88  ITR-TAX-PARTNER-REMITTED VALUE 'P'.
      * The restocking fee kept back on a return against an RMA,
      * already inside the before-tax total; zero otherwise.
           05  ITR-RESTOCK-FEE          PIC S9(07)V99 COMP-3.
      * Run-date header, the same stamp GL-EXTRACT-HEADER carries, so
      * ARAGE, TAXSUM, and the other INVTOT1 readers can refuse a
      * stale extract instead of republishing yesterday's numbers.
               88  ITH-IS-HEADER        VALUE 'HDR'.
           05  ITH-PRODUCING-PROGRAM    PIC X(08).
           05  ITH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(62).

      * One record per accepted invoice line, carrying the discounted
      * line revenue (before tax, negative for a return) that went
      * 'P' when the line sold at a promotional price, so the promo
      * effectiveness report can find its units and revenue here.
           05  SDL-PROMO-FLAG           PIC X(01).
      * Warehouse the line shipped from; '01' is the home warehouse.
           05  SDL-WAREHOUSE-CODE       PIC X(02).
      * 'A' when the line sold below cost or below its group's margin
      * floor and was released under a BCAPPRV1 approval.
           05  SDL-BELOW-COST-FLAG      PIC X(01).

      * One line per invoice line whose unit price falls outside the
      * tolerance band around the product master's standard price,
      * spaces and are simply never purged by age.
           05  PRC-PROCESSED-DATE       PIC X(08).

      * A partitioned month-end stream only reads the shared
      * register: the invoice numbers it accepts go to this stream's
      * own register extract instead, and INVMERGE appends every
      * stream's extract to INVPROC1 once all the streams are done,
      * so no two streams ever hold the register open for update.
       FD  STREAM-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-REGISTER-RECORD.
       01  STREAM-REGISTER-RECORD.
           05  SRG-INVOICE-NUMBER       PIC X(08).
           05  SRG-RETURN-FLAG          PIC X.
           05  SRG-PROCESSED-DATE       PIC X(08).

      * One record per fiscal year/period whose sales tax has been
      * filed; an invoice dated into one of these periods is rejected
      * rather than changing numbers already remitted.
      * desk has issued: the customer, the original invoice being
      * returned, and the amount authorized. A return invoice with
      * no matching RMA is rejected instead of silently reversing
      * revenue and tax. RMAMNT maintains it: only an RMA whose
      * goods the dock has received can be credited, and the
      * restocking percentage is kept back from the credit.
       FD  RETURN-AUTH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RETURN-AUTH-RECORD.
           05  RMA-CUSTOMER-NUMBER      PIC X(08).
           05  RMA-ORIG-INVOICE-NUMBER  PIC X(08).
           05  RMA-AUTHORIZED-AMOUNT    PIC S9(07)V99 COMP-3.
           05  RMA-STATUS               PIC X(01).
           05  RMA-ISSUE-DATE           PIC X(08).
           05  RMA-EXPIRY-DATE          PIC X(08).
           05  RMA-RECEIVED-DATE        PIC X(08).
           05  RMA-RESTOCK-PERCENT      PIC 9(02)V99.
           05  RMA-CREDITED-AMOUNT      PIC S9(07)V99 COMP-3.
           05  RMA-STATUS-DATE          PIC X(08).
           05  FILLER                   PIC X(09).

      * Cumulative log of every return credited against an RMA: the
      * merchandise credit before the restocking fee, and the fee
      * kept back. Read in full at start of run so partial returns
      * on earlier nights count against the authorization, then
      * reopened EXTEND like the processed-invoice register. RMAMNT
      * totals it into the master's credited-to-date amount.
       FD  RMA-CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RMA-CREDIT-RECORD.
       01  RMA-CREDIT-RECORD.
           05  RCR-RMA-NUMBER           PIC X(08).
           05  RCR-INVOICE-NUMBER       PIC X(08).
           05  RCR-CUSTOMER-NUMBER      PIC X(08).
           05  RCR-CREDIT-DATE          PIC X(08).
           05  RCR-CREDIT-AMOUNT        PIC S9(07)V99 COMP-3.
           05  RCR-RESTOCK-FEE          PIC S9(07)V99 COMP-3.

      * A partitioned stream's returns credited tonight, kept apart
      * from RMACRED1 the same way its register extract is kept
      * apart from INVPROC1, and appended to it by INVMERGE.
       FD  STREAM-RMA-CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STREAM-RMA-CREDIT-RECORD.
       01  STREAM-RMA-CREDIT-RECORD.
           05  SRC-RMA-NUMBER           PIC X(08).
           05  SRC-INVOICE-NUMBER       PIC X(08).
           05  SRC-CUSTOMER-NUMBER      PIC X(08).
           05  SRC-CREDIT-DATE          PIC X(08).
           05  SRC-CREDIT-AMOUNT        PIC S9(07)V99 COMP-3.
           05  SRC-RESTOCK-FEE          PIC S9(07)V99 COMP-3.

      * One recognition schedule per contract invoice and revenue
      * account: the amount credited to deferred revenue tonight,
      * spread evenly over the service months starting with the
      * invoice month. DEFRREL releases each month's share to the
      * earned revenue account and keeps the recognized-to-date
      * figures here.
       FD  DEFERRAL-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEFERRAL-SCHEDULE-RECORD.
       01  DEFERRAL-SCHEDULE-RECORD.
           05  DFS-KEY.
               10  DFS-INVOICE-NUMBER   PIC X(08).
               10  DFS-REVENUE-ACCOUNT  PIC X(08).
           05  DFS-CUSTOMER-NUMBER      PIC X(08).
           05  DFS-INVOICE-DATE         PIC X(08).
           05  DFS-FREQUENCY            PIC X(01).
           05  DFS-FIRST-PERIOD         PIC 9(06).
           05  DFS-SERVICE-MONTHS       PIC 9(02).
           05  DFS-DEFERRED-AMOUNT      PIC S9(09)V99 COMP-3.
           05  DFS-MONTHS-RECOGNIZED    PIC 9(02).
           05  DFS-RECOGNIZED-AMOUNT    PIC S9(09)V99 COMP-3.
           05  DFS-LAST-RELEASE-PERIOD  PIC 9(06).
           05  DFS-STATUS               PIC X(01).
               88  DFS-IS-OPEN          VALUE 'O'.
               88  DFS-IS-COMPLETE      VALUE 'C'.
           05  FILLER                   PIC X(20).

      * One record per taxable invoice line, preserving the line-
      * level tax math - which lines were taxable, at what rate, on
      * The exemption certificate honored on the line; spaces when
      * the line was taxed normally.
           05  TAD-CERTIFICATE-NUMBER   PIC X(12).
      * The operating company that billed, and owes, the tax.
           05  TAD-COMPANY-CODE         PIC X(02).
      * P when a marketplace facilitator collects and remits this
      * tax; spaces when it is ours to remit.
           05  TAD-TAX-REMITTED-BY      PIC X(01).
               88  TAD-TAX-PARTNER-REMITTED VALUE 'P'.
      * Run-date header, the same stamp the other extracts carry, so
      * TAXSUM can refuse a stale audit file.
       01  TAX-AUDIT-HEADER.
               88  TAH-IS-HEADER        VALUE 'HDR'.
           05  TAH-PRODUCING-PROGRAM    PIC X(08).
           05  TAH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(41).

      * The payment-terms master, one record per terms code the
      * billing team quotes: the net days to the due date, and the
           05  CRH-HELD-BY              PIC X(08).
           05  CRH-HOLD-REASON          PIC X(30).

      * Minimum margin percentages by SKU group (the first four
      * characters of the SKU), kept by pricing; the spaces group is
      * the floor for every group without one of its own. '02500' is
      * 25.00 percent.
       FD  MARGIN-FLOOR-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MARGIN-FLOOR-RECORD.
       01  MARGIN-FLOOR-RECORD.
           05  MFL-SKU-GROUP-CODE       PIC X(04).
           05  MFL-MINIMUM-MARGIN-PCT   PIC 9(03)V99.
           05  FILLER                   PIC X(21).

      * Below-cost approvals pricing management has signed off: one
      * per customer and SKU (scope S) or customer and SKU group
      * (scope G, the group in the first four characters), with the
      * approver and the last invoice date the approval covers.
       FD  BELOW-COST-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BELOW-COST-APPROVAL-RECORD.
       01  BELOW-COST-APPROVAL-RECORD.
           05  BCA-CUSTOMER-NUMBER      PIC X(08).
           05  BCA-APPROVAL-SCOPE       PIC X(01).
               88  BCA-IS-SKU-APPROVAL  VALUE 'S'.
               88  BCA-IS-GROUP-APPROVAL VALUE 'G'.
           05  BCA-SKU                  PIC X(10).
           05  BCA-APPROVED-BY          PIC X(08).
           05  BCA-APPROVED-DATE        PIC X(08).
           05  BCA-EXPIRY-DATE          PIC X(08).
           05  BCA-APPROVAL-REASON      PIC X(30).
           05  FILLER                   PIC X(07).

      * Tax-exemption certificates the resellers and exempt
      * institutions have filed with us, keyed by customer and
      * jurisdiction: an unexpired certificate skips the tax on that
           05  SUS-REJECT-REASON        PIC X(30).
           05  SUS-SUSPENSE-DATE        PIC X(08).
           05  SUS-RESUBMIT-FLAG        PIC X.
           05  SUS-INVOICE-IMAGE        PIC X(1857).

      * Chart-of-accounts mapping, maintained by finance: type R
      * records map a SKU group (the first four characters of the
      * SKU) to a revenue account, type T records map a jurisdiction
      * code to a tax-payable account. A key with no mapping falls
      * back to the compiled-in default account. Each operating
      * company keeps its own rows; a row with no company is the
      * home company's.
       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACCOUNT-MAP-RECORD.
               88  GLM-IS-TAX-MAP       VALUE 'T'.
           05  GLM-MAP-KEY              PIC X(04).
           05  GLM-ACCOUNT              PIC X(08).
           05  GLM-COMPANY-CODE         PIC X(02).

      * The operating-company master: one record per company the
      * business invoices under, with the legal name and remit-to
      * block its documents print. Only the codes matter here.
       FD  COMPANY-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPANY-MASTER-RECORD.
       01  COMPANY-MASTER-RECORD.
           05  CMP-COMPANY-CODE         PIC X(02).
           05  CMP-LEGAL-NAME           PIC X(30).
           05  CMP-REMIT-LINE-1         PIC X(30).
           05  CMP-REMIT-LINE-2         PIC X(30).
           05  CMP-REMIT-LINE-3         PIC X(30).
           05  CMP-TAX-REGISTRATION     PIC X(20).
           05  CMP-STATUS               PIC X(01).
               88  CMP-IS-ACTIVE        VALUE 'A'.
           05  FILLER                   PIC X(17).

      * The trading-partner master PARTMNT keeps. Only the billing
      * customer and the marketplace-facilitator settings matter
      * here: Y means the partner collects and remits the tax on
      * everything it sells through us, J only in the jurisdictions
      * listed.
       FD  PARTNER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARTNER-RECORD.
       01  PARTNER-RECORD.
           05  PTM-PARTNER-ID           PIC X(08).
           05  PTM-PARTNER-NAME         PIC X(30).
           05  PTM-LAYOUT-CODE          PIC X(01).
           05  PTM-FEED-TAG             PIC X(01).
           05  PTM-BILLING-CUSTOMER     PIC X(08).
           05  PTM-DEFAULT-CURRENCY     PIC X(03).
           05  PTM-CONTACT-NAME         PIC X(30).
           05  PTM-CONTACT-PHONE        PIC X(15).
           05  PTM-ACK-ROUTING          PIC X(20).
           05  PTM-STATUS               PIC X(01).
           05  PTM-STATUS-DATE          PIC X(08).
           05  PTM-COMPANY-CODE         PIC X(02).
           05  PTM-FACILITATOR-FLAG     PIC X(01).
               88  PTM-IS-FACILITATOR   VALUE 'Y' 'J'.
           05  PTM-FACILITATOR-JURISDICTIONS.
               10  PTM-FACILITATOR-JURISDICTION
                                        PIC X(02) OCCURS 10 TIMES.
           05  FILLER                   PIC X(02).

       WORKING-STORAGE SECTION.
       01  FILLER.
       01  WS-RATE-FOUND-SWITCH         PIC X.
           88  JURISDICTION-RATE-FOUND  VALUE 'Y'.
       01  WS-DEFAULT-TAX-RATE         PIC SV9(5) COMP-3 VALUE 0.065.
      * Where an invoice with no warehouse on it shipped from.
       01  WS-HOME-WAREHOUSE            PIC X(02) VALUE '01'.
      * Who billed an invoice with no company on it.
       01  WS-HOME-COMPANY              PIC X(02) VALUE '01'.

      * Active operating companies loaded from CMPYMST1. The home
      * company is always accepted, so a shop with no company master
      * bills exactly as it did before there was a second company.
       01  WS-COMPANY-TABLE-AREA.
           05  WS-COMPANY-COUNT         PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-COMPANY-ENTRIES   PIC S9(03) COMP-3 VALUE 20.
           05  WS-COMPANY-ENTRY OCCURS 1 TO 20
                       DEPENDING ON WS-COMPANY-COUNT
                       INDEXED BY COMPANY-INDEX.
               10  WS-CMP-COMPANY-CODE  PIC X(02).
       01  WS-COMPANY-VALID-SWITCH      PIC X.
           88  COMPANY-IS-INVALID       VALUE 'N'.

      * Marketplace-facilitator partners loaded from PARTMST1, by the
      * customer their invoices are billed to. A missing partner
      * master leaves the table empty and all tax ours to remit.
       01  WS-FACILITATOR-TABLE-AREA.
           05  WS-FACILITATOR-COUNT     PIC S9(03) COMP-3 VALUE ZERO.
           05  WS-MAX-FACILITATORS      PIC S9(03) COMP-3 VALUE 50.
           05  WS-FACILITATOR-ENTRY OCCURS 1 TO 50
                       DEPENDING ON WS-FACILITATOR-COUNT
                       INDEXED BY FACILITATOR-INDEX.
               10  WS-FAC-CUSTOMER-NUMBER PIC X(08).
               10  WS-FAC-FLAG          PIC X(01).
                   88  WS-FAC-ALL-JURISDICTIONS VALUE 'Y'.
               10  WS-FAC-JURISDICTION  PIC X(02) OCCURS 10 TIMES.
       01  WS-FAC-JURISDICTION-SUB      PIC S9(03) COMP.
      * P on an invoice whose tax the facilitator remits; carried to
      * TAXAUD1 and INVTOT1 and steers the GL tax line.
       01  WS-TAX-REMITTED-BY           PIC X(01).
           88  TAX-IS-PARTNER-REMITTED  VALUE 'P'.

      * Exchange rates loaded at start of run; spaces or USD is
      * home currency at rate 1, no lookup needed.
       01  WS-EXCHANGE-RATE-TABLE-AREA.
           05  WS-EXCHANGE-RATE-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-EXCHANGE-RATES    PIC S9(05) COMP-3 VALUE 100.
           05  WS-EXCHANGE-RATE-ENTRY OCCURS 1 TO 100
                       DEPENDING ON WS-EXCHANGE-RATE-COUNT
                       INDEXED BY EXCHANGE-RATE-INDEX.
               10  WS-XRT-CURRENCY      PIC X(03).
               10  WS-XRT-EFFECTIVE     PIC X(08).
               10  WS-XRT-RATE          PIC 9(03)V9(06).
       01  WS-CURRENCY-WORK-AREAS.
           05  WS-RATE-CURRENCY-CODE    PIC X(03).
           05  WS-RATE-AS-OF-DATE       PIC X(08).
           05  WS-RATE-USED             PIC 9(03)V9(06).
           05  WS-BEST-RATE-DATE        PIC X(08).
           05  WS-EXCHANGE-FOUND-SWITCH PIC X.
               88  EXCHANGE-RATE-FOUND  VALUE 'Y'.
           05  WS-RATE-SUB              PIC S9(05) COMP.
      * The matched customer's billing currency and the rate the
      * invoice is booked at, carried onto the totals extract.
       01  WS-INVOICE-CURRENCY-CODE     PIC X(03).
       01  WS-INVOICE-EXCHANGE-RATE     PIC 9(03)V9(06).
       01  WS-INVOICE-RATE-SWITCH       PIC X.
           88  EXCHANGE-RATE-IS-MISSING VALUE 'N'.

      * DEFTAXRT control-card conversion: the card carries the rate as
      * five digits with an implied decimal point at the left, the same
           05  CUSTOMER-MASTER-STATUS   PIC X(02).
               88  CUSTOMER-MASTER-OK   VALUE '00'.
               88  END-OF-CUSTOMER-MASTER VALUE '10'.
           05  EXCHANGE-RATE-STATUS     PIC X(02).
               88  EXCHANGE-RATE-OK     VALUE '00'.
               88  END-OF-EXCHANGE-RATES VALUE '10'.
           05  GL-EXTRACT-STATUS        PIC X(02).
               88  GL-EXTRACT-OK        VALUE '00'.
           05  INVOICE-TOTALS-STATUS    PIC X(02).
               88  PROCESSED-INVOICE-OK VALUE '00'.
               88  PROCESSED-INVOICE-MISSING VALUE '35'.
               88  END-OF-PROCESSED-INVOICES VALUE '10'.
           05  STREAM-REGISTER-STATUS   PIC X(02).
               88  STREAM-REGISTER-OK   VALUE '00'.
               88  END-OF-STREAM-REGISTER VALUE '10'.
           05  CLOSED-PERIOD-STATUS     PIC X(02).
               88  CLOSED-PERIOD-OK     VALUE '00'.
               88  END-OF-CLOSED-PERIODS VALUE '10'.
           05  RETURN-AUTH-STATUS       PIC X(02).
               88  RETURN-AUTH-OK       VALUE '00'.
               88  END-OF-RETURN-AUTHS  VALUE '10'.
           05  RMA-CREDIT-STATUS        PIC X(02).
               88  RMA-CREDIT-OK        VALUE '00'.
               88  END-OF-RMA-CREDITS   VALUE '10'.
               88  RMA-CREDIT-MISSING   VALUE '35'.
           05  STREAM-RMA-CREDIT-STATUS PIC X(02).
               88  STREAM-RMA-CREDIT-OK VALUE '00'.
               88  END-OF-STREAM-RMA-CREDITS VALUE '10'.
           05  DEFERRAL-SCHEDULE-STATUS PIC X(02).
               88  DEFERRAL-SCHEDULE-OK VALUE '00'.
               88  DEFERRAL-SCHEDULE-DUPLICATE VALUE '22'.
               88  DEFERRAL-SCHEDULE-MISSING VALUE '35'.
           05  TAX-AUDIT-STATUS         PIC X(02).
               88  TAX-AUDIT-OK         VALUE '00'.
           05  TAX-RATE-MASTER-STATUS   PIC X(02).
           05  ACCOUNT-MAP-STATUS       PIC X(02).
               88  ACCOUNT-MAP-OK       VALUE '00'.
               88  END-OF-ACCOUNT-MAP   VALUE '10'.
           05  COMPANY-MASTER-STATUS    PIC X(02).
               88  COMPANY-MASTER-OK    VALUE '00'.
               88  END-OF-COMPANY-MASTER VALUE '10'.
           05  PARTNER-STATUS           PIC X(02).
               88  PARTNER-OK           VALUE '00'.
               88  END-OF-PARTNERS      VALUE '10'.
           05  MARGIN-FLOOR-STATUS      PIC X(02).
               88  MARGIN-FLOOR-OK      VALUE '00'.
               88  END-OF-MARGIN-FLOORS VALUE '10'.
           05  BELOW-COST-APPROVAL-STATUS PIC X(02).
               88  BELOW-COST-APPROVAL-OK VALUE '00'.
               88  END-OF-BELOW-COST-APPROVALS VALUE '10'.

      * Fallback accounts for a SKU group or jurisdiction with no
      * entry on the account-mapping file.
       01  WS-GL-ACCOUNTS.
           05  WS-REVENUE-ACCOUNT       PIC X(08) VALUE '4000REV'.
           05  WS-TAX-PAYABLE-ACCOUNT   PIC X(08) VALUE '2200TAX'.
      * Tax a marketplace facilitator collects and remits is owed to
      * the partner, not the state, when the mapping has no M row
      * for the jurisdiction.
           05  WS-PARTNER-SETTLEMENT-ACCOUNT
                                        PIC X(08) VALUE '2260MPF'.
      * Recovery accounts for the invoice-level charges when the
      * mapping has no F or H row for the jurisdiction.
           05  WS-FREIGHT-RECOVERY-ACCOUNT
                                        PIC X(08) VALUE '4900FRT'.
           05  WS-HANDLING-RECOVERY-ACCOUNT
                                        PIC X(08) VALUE '4910HDL'.
      * Restocking-fee income when the mapping has no K row for the
      * jurisdiction.
           05  WS-RESTOCK-FEE-ACCOUNT   PIC X(08) VALUE '4920RSTK'.
      * Price adjustments and allowances on credit and debit memos
      * when the mapping has no A row for the memo's reason code.
           05  WS-ALLOWANCE-ACCOUNT     PIC X(08) VALUE '4930ALLW'.
      * The liability a quarterly or annual contract invoice's
      * revenue is credited to until DEFRREL earns it out.
           05  WS-DEFERRED-REVENUE-ACCOUNT
                                        PIC X(08) VALUE '2400DEFR'.
      * Set when DEFRSCH1 opened; a contract invoice billed while
      * it is unavailable is still deferred, and logged.
       01  WS-DEFERRAL-SCHEDULE-SWITCH PIC X VALUE 'N'.
           88  DEFERRAL-SCHEDULE-AVAILABLE VALUE 'Y'.

      * Freight-taxability rules loaded up front; an unopenable file
      * leaves the table empty and every charge untaxed.
               88  WS-CHARGE-IS-TAXABLE VALUE 'Y'.
           05  WS-INVOICE-FREIGHT-NET   PIC S9(07)V99 COMP-3.
           05  WS-INVOICE-HANDLING-NET  PIC S9(07)V99 COMP-3.
      * The restocking fee kept back from a return's credit: a
      * positive charge against the negative merchandise lines.
           05  WS-INVOICE-RESTOCK-FEE   PIC S9(07)V99 COMP-3.

      * The account-mapping file loaded at start of run; an
      * unopenable file leaves the table empty and every posting on
               10  WS-MAP-TYPE          PIC X.
               10  WS-MAP-KEY           PIC X(04).
               10  WS-MAP-ACCOUNT       PIC X(08).
               10  WS-MAP-COMPANY       PIC X(02).

      * Revenue accumulated per distinct account for the invoice in
      * hand; an invoice's lines rarely span more than a few SKU
                       INDEXED BY CUSTOMER-INDEX.
               10  WS-CUSTOMER-NUMBER   PIC X(08).
               10  WS-CUSTOMER-TERMS-CODE PIC X(02).
               10  WS-CUSTOMER-CURRENCY PIC X(03).
       01  WS-CUSTOMER-VALID-SWITCH     PIC X.
           88  CUSTOMER-IS-VALID        VALUE 'Y'.
           88  CUSTOMER-IS-INVALID      VALUE 'N'.
       01  WS-CREDIT-HOLD-SWITCH        PIC X.
           88  CUSTOMER-IS-HELD         VALUE 'Y'.

      * INVASM resolves the jurisdiction from the invoice's ship-to
      * location and leaves it blank when it cannot; such an invoice
      * is suspensed rather than taxed at the default rate.
       01  WS-SHIP-TO-SWITCH            PIC X.
           88  SHIP-TO-IS-UNRESOLVED    VALUE 'Y'.

      * Margin floors and below-cost approvals loaded at start of
      * run; a missing or unopenable floor file leaves only the
      * below-cost test, and a missing approval file approves
      * nothing.
       01  WS-MARGIN-FLOOR-TABLE-AREA.
           05  WS-MARGIN-FLOOR-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-MARGIN-FLOORS     PIC S9(05) COMP-3 VALUE 200.
           05  WS-MARGIN-FLOOR-ENTRY OCCURS 1 TO 200
                       DEPENDING ON WS-MARGIN-FLOOR-COUNT
                       INDEXED BY MARGIN-FLOOR-INDEX.
               10  WS-MFL-SKU-GROUP-CODE  PIC X(04).
               10  WS-MFL-MINIMUM-PCT     PIC S9(03)V99 COMP-3.
       01  WS-APPROVAL-TABLE-AREA.
           05  WS-APPROVAL-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-APPROVALS         PIC S9(05) COMP-3 VALUE 1000.
           05  WS-APPROVAL-ENTRY OCCURS 1 TO 1000
                       DEPENDING ON WS-APPROVAL-COUNT
                       INDEXED BY APPROVAL-INDEX.
               10  WS-BCA-CUSTOMER-NUMBER PIC X(08).
               10  WS-BCA-SCOPE           PIC X(01).
               10  WS-BCA-SKU             PIC X(10).
               10  WS-BCA-EXPIRY-DATE     PIC X(08).
      * The line's price after contract, promotion and quantity
      * break, and the floor it is held to.
       01  WS-LINE-NET-UNIT-PRICE       PIC S9(05)V99 COMP-3.
       01  WS-LINE-MINIMUM-MARGIN-PCT   PIC S9(03)V99 COMP-3.
       01  WS-LINE-MARGIN-TEST-AMOUNT   PIC S9(09)V9(04) COMP-3.
       01  WS-LINE-FLOOR-SWITCH         PIC X.
           88  LINE-IS-BELOW-FLOOR      VALUE 'Y'.
       01  WS-LINE-APPROVAL-SWITCH      PIC X.
           88  LINE-HAS-APPROVAL        VALUE 'Y'.
       01  WS-BELOW-COST-SWITCH         PIC X.
           88  INVOICE-IS-BELOW-COST    VALUE 'Y'.
      * The first unapproved line, for the reject messages.
       01  WS-BELOW-COST-SKU            PIC X(10).
      * 'A' per line released under an approval, carried from the
      * check to the line's SLSDTL1 record.
       01  WS-LINE-BELOW-COST-FLAGS.
           05  WS-LINE-BELOW-COST-FLAG  PIC X(01) OCCURS 100 TIMES.
       01  WS-BELOW-COST-RELEASED-COUNT PIC S9(07) COMP-3 VALUE ZERO.

      * Exemption certificates loaded at start of run; a missing or
      * unopenable file simply exempts nobody.
       01  WS-EXEMPTION-TABLE-AREA.

      * Return authorizations loaded up front like the other masters;
      * an empty table (file missing or unopenable) disables the
      * check rather than rejecting every return. The credited
      * amount starts from RMACRED1, not the master, so tonight's
      * earlier partial returns and a restart's already-credited
      * invoices both count against the authorization.
       01  WS-RETURN-AUTH-TABLE-AREA.
           05  WS-RETURN-AUTH-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-MAX-RETURN-AUTHS      PIC S9(05) COMP-3 VALUE 5000.
           05  WS-RETURN-AUTH-ENTRY OCCURS 1 TO 5000
                       DEPENDING ON WS-RETURN-AUTH-COUNT
                       INDEXED BY RETURN-AUTH-INDEX.
               10  WS-RMA-NUMBER        PIC X(08).
               10  WS-RMA-CUSTOMER-NUMBER PIC X(08).
               10  WS-RMA-ORIG-INVOICE  PIC X(08).
               10  WS-RMA-AUTHORIZED-AMOUNT PIC S9(07)V99 COMP-3.
               10  WS-RMA-STATUS        PIC X(01).
                   88  WS-RMA-IS-ISSUED     VALUE 'I'.
                   88  WS-RMA-IS-RECEIVED   VALUE 'R'.
                   88  WS-RMA-IS-CREDITED   VALUE 'C'.
                   88  WS-RMA-IS-EXPIRED    VALUE 'E'.
                   88  WS-RMA-IS-CANCELLED  VALUE 'X'.
               10  WS-RMA-RESTOCK-PERCENT PIC 9(02)V99.
               10  WS-RMA-CREDITED-AMOUNT PIC S9(07)V99 COMP-3.
       01  WS-RETURN-AUTH-SWITCH        PIC X.
           88  RETURN-IS-AUTHORIZED     VALUE 'Y'.
           88  RETURN-IS-UNAUTHORIZED   VALUE 'N'.
      * The RMA a return was matched to (zero when none), what the
      * return would credit, and why an unauthorized one was
      * refused.
       01  WS-RMA-CREDIT-WORK.
           05  WS-MATCHED-RMA-SUB       PIC S9(05) COMP VALUE ZERO.
           05  WS-RETURN-CREDIT-AMOUNT  PIC S9(07)V99 COMP-3.
           05  WS-RMA-REMAINING-AMOUNT  PIC S9(07)V99 COMP-3.
           05  WS-RMA-REJECT-REASON     PIC X(30).
           05  WS-RMA-REJECT-TEXT       PIC X(60).

      * Checkpoint/restart control, the same shape CPSEQFR uses.
      * The checkpoint is taken after every invoice: with a coarser
                   VALUE '  CUSTOMER: '.
           05  DTL-CUSTOMER-NUMBER      PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-RETURN-NOTE          PIC X(11).
       01  DETAIL-INVOICE-LINE-2.
           05  FILLER                   PIC X(18)
                   VALUE 'TOTAL AMOUNT:    '.
      * END-OF-PROGRAM would otherwise clear the special register.
       01  WS-RETURN-CODE-VALUE         PIC 9(03) VALUE ZERO.

      * STREAMNO control-card conversion. Zero - no card - is the
      * ordinary single run over the whole night's INVFILE1. One to
      * nine is the number of the month-end partition this run
      * totals, out of INVSPLIT's split of INVFILE1 by customer
      * range: the run reports to JOBSTAT, SCHEDCTL and EXCPLOG as
      * INVCALC plus the stream number, waits on INVSPLIT instead of
      * INVRESUB, and keeps the invoices it registers and the RMA
      * credits it logs in its own extracts for INVMERGE to append.
       01  WS-STREAM-NUMBER             PIC 9 VALUE ZERO.
           88  RUNNING-AS-STREAM        VALUE 1 THRU 9.
      * The logged credit ADD-ONE-LOGGED-RMA-CREDIT counts against
      * its RMA, from RMACRED1 or a restarted stream's own log.
       01  WS-LOGGED-RMA-CREDIT.
           05  WS-LOGGED-RMA-NUMBER     PIC X(08).
           05  WS-LOGGED-CREDIT-AMOUNT  PIC S9(07)V99 COMP-3.

       PROCEDURE DIVISION.

      *---------------------------------------------------------------
           MOVE 'LD' TO WS-CAT-FUNCTION-CODE
           CALL 'CATCLASS' USING WS-CATEGORY-CONVERSION

           PERFORM LOAD-STREAM-NUMBER

           MOVE 'CK' TO WS-SC-FUNCTION-CODE
           MOVE 'INVRESUB' TO WS-SC-PRODUCER-PROGRAM
           IF RUNNING-AS-STREAM
               MOVE 'INVSPLIT' TO WS-SC-PRODUCER-PROGRAM
           END-IF
           CALL 'SCHEDCTL' USING WS-SCHEDULE-CONTROL-CONVERSION
           IF WS-SC-RETURN-CODE NOT = '00'
               DISPLAY 'INVCALC PRODUCER ' WS-SC-PRODUCER-PROGRAM
                       ' NOT COMPLETE TODAY - RUN HELD'
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE SPACES TO WS-EL-EXCEPTION-TEXT
               STRING 'INVCALC PRODUCER ' WS-SC-PRODUCER-PROGRAM
                      ' NOT COMPLETE TODAY'
                   DELIMITED BY SIZE INTO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE 8 TO WS-RETURN-CODE-VALUE
               GO TO END-OF-PROGRAM

           PERFORM OPEN-PRODUCT-MASTER
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-EXCHANGE-RATE-TABLE
           PERFORM LOAD-TERMS-MASTER
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-FACILITATOR-PARTNERS
           PERFORM LOAD-CREDIT-HOLDS
           PERFORM LOAD-EXEMPTION-CERTIFICATES
           PERFORM LOAD-TAX-RATE-MASTER
           PERFORM LOAD-DISCOUNT-MASTER
           PERFORM LOAD-FREIGHT-TAXABILITY
           PERFORM LOAD-PROMOTIONS
           PERFORM LOAD-MARGIN-FLOORS
           PERFORM LOAD-BELOW-COST-APPROVALS
           PERFORM LOAD-RETURN-AUTHORIZATIONS
           PERFORM LOAD-RMA-CREDIT-LOG
           PERFORM OPEN-DEFERRAL-SCHEDULES
           PERFORM LOAD-PROCESSED-INVOICE-REGISTER
           PERFORM LOAD-DEFAULT-TAX-RATE
           PERFORM LOAD-DEFAULT-NET-DAYS
           PERFORM LOAD-FISCAL-YEAR-START-MONTH
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM DETERMINE-RESTART-POINT
           IF RUNNING-AS-STREAM AND RESTARTING-FROM-CHECKPOINT
               PERFORM LOAD-STREAM-LOGS-FOR-RESTART
           END-IF

           OPEN INPUT INVOICE-FILE
           IF NOT INVOICE-FILE-OK
               PERFORM WRITE-TAX-AUDIT-HEADER
           END-IF

           IF RUNNING-AS-STREAM
               IF RESTARTING-FROM-CHECKPOINT
                   OPEN EXTEND STREAM-REGISTER-FILE
               ELSE
                   OPEN OUTPUT STREAM-REGISTER-FILE
               END-IF
               IF NOT STREAM-REGISTER-OK
                   DISPLAY 'STATUS ON STREAM-REGISTER-FILE OPEN: '
                           STREAM-REGISTER-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON STREAM-REGISTER-FILE OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   GO TO END-OF-PROGRAM
               END-IF
               IF RESTARTING-FROM-CHECKPOINT
                   OPEN EXTEND STREAM-RMA-CREDIT-FILE
               ELSE
                   OPEN OUTPUT STREAM-RMA-CREDIT-FILE
               END-IF
               IF NOT STREAM-RMA-CREDIT-OK
                   DISPLAY 'STATUS ON STREAM-RMA-CREDIT-FILE OPEN: '
                           STREAM-RMA-CREDIT-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON STREAM-RMA-CREDIT-FILE OPEN'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
                   GO TO END-OF-PROGRAM
               END-IF
           END-IF

           PERFORM UNTIL END-OF-INVOICE-FILE
               READ INVOICE-FILE
               IF INVOICE-FILE-OK OR INVOICE-RECORD-TOO-LONG
           MOVE 'Y' TO WS-RUN-COMPLETED-SWITCH
           GO TO END-OF-PROGRAM
           .
      * The INVCPARM cards are loaded again by LOAD-DEFAULT-TAX-RATE;
      * the stream number is needed sooner, for the producer check
      * and the names the run reports under.
       LOAD-STREAM-NUMBER.
           MOVE 'LD' TO WS-CC-FUNCTION-CODE
           CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
           IF WS-CC-OK
               MOVE 'STREAMNO' TO WS-CC-KEYWORD
               MOVE 'LU' TO WS-CC-FUNCTION-CODE
               CALL 'CTLCARD' USING WS-CONTROL-CARD-CONVERSION
               IF WS-CC-OK
               AND WS-CC-VALUE(1:1) IS NUMERIC
                   MOVE WS-CC-VALUE(1:1) TO WS-STREAM-NUMBER
               END-IF
           END-IF
           IF RUNNING-AS-STREAM
               MOVE WS-STREAM-NUMBER TO WS-JS-PROGRAM-ID(8:1)
               MOVE WS-STREAM-NUMBER TO WS-SC-PROGRAM-ID(8:1)
               MOVE WS-STREAM-NUMBER TO WS-EL-PROGRAM-ID(8:1)
               DISPLAY 'TOTALING MONTH-END STREAM ' WS-STREAM-NUMBER
           END-IF
           .
       DETERMINE-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-OK
               CLOSE CHECKPOINT-FILE
           END-IF
           .
      * A restarted stream's own extracts hold what it registered
      * and credited before the failure; INVPROC1 and RMACRED1 will
      * not have them until INVMERGE runs, so they are loaded here
      * before the extracts are reopened EXTEND.
       LOAD-STREAM-LOGS-FOR-RESTART.
           OPEN INPUT STREAM-REGISTER-FILE
           IF STREAM-REGISTER-OK
               PERFORM UNTIL END-OF-STREAM-REGISTER
                   READ STREAM-REGISTER-FILE
                   IF STREAM-REGISTER-OK
                       PERFORM ADD-ONE-STREAM-REGISTER-ENTRY
                   END-IF
               END-PERFORM
               CLOSE STREAM-REGISTER-FILE
           END-IF
           OPEN INPUT STREAM-RMA-CREDIT-FILE
           IF STREAM-RMA-CREDIT-OK
               PERFORM UNTIL END-OF-STREAM-RMA-CREDITS
                   READ STREAM-RMA-CREDIT-FILE
                   IF STREAM-RMA-CREDIT-OK
                       MOVE SRC-RMA-NUMBER TO WS-LOGGED-RMA-NUMBER
                       MOVE SRC-CREDIT-AMOUNT
                           TO WS-LOGGED-CREDIT-AMOUNT
                       PERFORM ADD-ONE-LOGGED-RMA-CREDIT
                   END-IF
               END-PERFORM
               CLOSE STREAM-RMA-CREDIT-FILE
           END-IF
           .
       ADD-ONE-STREAM-REGISTER-ENTRY.
           IF WS-PROCESSED-TABLE-COUNT IS GREATER THAN
                   OR EQUAL TO WS-MAX-PROCESSED-ENTRIES
               PERFORM NOTE-PROCESSED-TABLE-FULL
           ELSE
               ADD 1 TO WS-PROCESSED-TABLE-COUNT
               MOVE SRG-INVOICE-NUMBER
                   TO WS-PROCESSED-INVOICE-NUMBER
                          (WS-PROCESSED-TABLE-COUNT)
               MOVE SRG-RETURN-FLAG
                   TO WS-PROCESSED-RETURN-FLAG
                          (WS-PROCESSED-TABLE-COUNT)
           END-IF
           .
       SKIP-ALREADY-PROCESSED-INVOICES.
           PERFORM WITH TEST BEFORE
                   VARYING WS-SKIP-COUNT FROM 1 BY 1
                       MOVE CM-TERMS-CODE
                           TO WS-CUSTOMER-TERMS-CODE
                                  (WS-CUSTOMER-TABLE-COUNT)
                       MOVE CM-BILLING-CURRENCY
                           TO WS-CUSTOMER-CURRENCY
                                  (WS-CUSTOMER-TABLE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .
      * A missing rate file leaves the table empty, which only
      * matters when a foreign-currency item actually arrives.
       LOAD-EXCHANGE-RATE-TABLE.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHANGE-RATE-OK
               DISPLAY 'STATUS ON EXCHANGE-RATE-FILE OPEN: '
                       EXCHANGE-RATE-STATUS
               MOVE ZERO TO WS-EXCHANGE-RATE-COUNT
           ELSE
               PERFORM UNTIL END-OF-EXCHANGE-RATES
                   READ EXCHANGE-RATE-FILE
                   IF EXCHANGE-RATE-OK
                       IF WS-EXCHANGE-RATE-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-EXCHANGE-RATES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'INVCALC EXCHANGE RATE TABLE FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-EXCHANGE-RATE-COUNT
                           MOVE XRT-CURRENCY-CODE
                               TO WS-XRT-CURRENCY
                                      (WS-EXCHANGE-RATE-COUNT)
                           MOVE XRT-EFFECTIVE-DATE
                               TO WS-XRT-EFFECTIVE
                                      (WS-EXCHANGE-RATE-COUNT)
                           MOVE XRT-RATE
                               TO WS-XRT-RATE
                                      (WS-EXCHANGE-RATE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           .
      * The rate for WS-RATE-CURRENCY-CODE with the latest effective
      * date not after WS-RATE-AS-OF-DATE (both YYYYMMDD, so a plain
      * compare orders them). Spaces or USD is home currency at
      * rate 1.
       FIND-EXCHANGE-RATE.
           IF WS-RATE-CURRENCY-CODE IS EQUAL TO SPACES
           OR WS-RATE-CURRENCY-CODE IS EQUAL TO 'USD'
               SET EXCHANGE-RATE-FOUND TO TRUE
               MOVE 1 TO WS-RATE-USED
           ELSE
               MOVE 'N' TO WS-EXCHANGE-FOUND-SWITCH
               MOVE LOW-VALUES TO WS-BEST-RATE-DATE
               MOVE ZERO TO WS-RATE-USED
               PERFORM WITH TEST BEFORE
                       VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-EXCHANGE-RATE-COUNT
                   IF WS-XRT-CURRENCY(WS-RATE-SUB)
                           IS EQUAL TO WS-RATE-CURRENCY-CODE
                   AND WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           IS NOT GREATER THAN WS-RATE-AS-OF-DATE
                   AND WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           IS NOT LESS THAN WS-BEST-RATE-DATE
                       MOVE WS-XRT-EFFECTIVE(WS-RATE-SUB)
                           TO WS-BEST-RATE-DATE
                       MOVE WS-XRT-RATE(WS-RATE-SUB)
                           TO WS-RATE-USED
                       SET EXCHANGE-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
       LOAD-TERMS-MASTER.
           OPEN INPUT TERMS-MASTER-FILE
           IF NOT TERMS-MASTER-OK
               CLOSE TERMS-MASTER-FILE
           END-IF
           .
      * A missing company master is logged and leaves the home
      * company the only one invoices may be billed under.
       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF NOT COMPANY-MASTER-OK
               DISPLAY 'STATUS ON COMPANY-MASTER-FILE OPEN: '
                       COMPANY-MASTER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'STATUS ON COMPANY-MASTER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-COMPANY-COUNT
           ELSE
               PERFORM UNTIL END-OF-COMPANY-MASTER
                   READ COMPANY-MASTER-FILE
                   IF COMPANY-MASTER-OK
                   AND CMP-IS-ACTIVE
                       IF WS-COMPANY-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-COMPANY-ENTRIES
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'INVCALC COMPANY TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-COMPANY-COUNT
                           MOVE CMP-COMPANY-CODE
                               TO WS-CMP-COMPANY-CODE
                                      (WS-COMPANY-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF
           .
      * A missing partner master is logged; with no facilitators
      * known every invoice's tax stays ours to remit.
       LOAD-FACILITATOR-PARTNERS.
           OPEN INPUT PARTNER-FILE
           IF NOT PARTNER-OK
               DISPLAY 'STATUS ON PARTNER-FILE OPEN: '
                       PARTNER-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'STATUS ON PARTNER-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE ZERO TO WS-FACILITATOR-COUNT
           ELSE
               PERFORM UNTIL END-OF-PARTNERS
                   READ PARTNER-FILE
                   IF PARTNER-OK
                   AND PTM-IS-FACILITATOR
                       IF WS-FACILITATOR-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-FACILITATORS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'INVCALC FACILITATOR TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-FACILITATOR-COUNT
                           MOVE PTM-BILLING-CUSTOMER
                               TO WS-FAC-CUSTOMER-NUMBER
                                      (WS-FACILITATOR-COUNT)
                           MOVE PTM-FACILITATOR-FLAG
                               TO WS-FAC-FLAG(WS-FACILITATOR-COUNT)
                           PERFORM VARYING WS-FAC-JURISDICTION-SUB
                                   FROM 1 BY 1
                                   UNTIL WS-FAC-JURISDICTION-SUB > 10
                               MOVE PTM-FACILITATOR-JURISDICTION
                                       (WS-FAC-JURISDICTION-SUB)
                                   TO WS-FAC-JURISDICTION
                                       (WS-FACILITATOR-COUNT,
                                        WS-FAC-JURISDICTION-SUB)
                           END-PERFORM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PARTNER-FILE
           END-IF
           .
       LOAD-CREDIT-HOLDS.
           OPEN INPUT CREDIT-HOLD-FILE
           IF NOT CREDIT-HOLD-OK
                           MOVE GLM-ACCOUNT
                               TO WS-MAP-ACCOUNT
                                      (WS-ACCOUNT-MAP-COUNT)
                           IF GLM-COMPANY-CODE IS EQUAL TO SPACES
                               MOVE WS-HOME-COMPANY
                                   TO WS-MAP-COMPANY
                                          (WS-ACCOUNT-MAP-COUNT)
                           ELSE
                               MOVE GLM-COMPANY-CODE
                                   TO WS-MAP-COMPANY
                                          (WS-ACCOUNT-MAP-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF
           .
       LOAD-MARGIN-FLOORS.
           OPEN INPUT MARGIN-FLOOR-FILE
           IF NOT MARGIN-FLOOR-OK
               MOVE ZERO TO WS-MARGIN-FLOOR-COUNT
           ELSE
               PERFORM UNTIL END-OF-MARGIN-FLOORS
                   READ MARGIN-FLOOR-FILE
                   IF MARGIN-FLOOR-OK
                       IF WS-MARGIN-FLOOR-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-MARGIN-FLOORS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'INVCALC MARGIN FLOOR TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           IF MFL-MINIMUM-MARGIN-PCT IS NUMERIC
                               ADD 1 TO WS-MARGIN-FLOOR-COUNT
                               MOVE MFL-SKU-GROUP-CODE
                                   TO WS-MFL-SKU-GROUP-CODE
                                          (WS-MARGIN-FLOOR-COUNT)
                               MOVE MFL-MINIMUM-MARGIN-PCT
                                   TO WS-MFL-MINIMUM-PCT
                                          (WS-MARGIN-FLOOR-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MARGIN-FLOOR-FILE
           END-IF
           .
       LOAD-BELOW-COST-APPROVALS.
           OPEN INPUT BELOW-COST-APPROVAL-FILE
           IF NOT BELOW-COST-APPROVAL-OK
               MOVE ZERO TO WS-APPROVAL-COUNT
           ELSE
               PERFORM UNTIL END-OF-BELOW-COST-APPROVALS
                   READ BELOW-COST-APPROVAL-FILE
                   IF BELOW-COST-APPROVAL-OK
                   AND BCA-APPROVED-BY IS NOT EQUAL TO SPACES
                   AND BCA-EXPIRY-DATE IS NUMERIC
                   AND (BCA-IS-SKU-APPROVAL OR BCA-IS-GROUP-APPROVAL)
                       IF WS-APPROVAL-COUNT IS GREATER THAN
                               OR EQUAL TO WS-MAX-APPROVALS
                           MOVE 'WR' TO WS-EL-FUNCTION-CODE
                           MOVE 'INVCALC BCAPPRV1 TABLE IS FULL'
                               TO WS-EL-EXCEPTION-TEXT
                           CALL 'EXCPLOG' USING
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-APPROVAL-COUNT
                           MOVE BCA-CUSTOMER-NUMBER
                               TO WS-BCA-CUSTOMER-NUMBER
                                      (WS-APPROVAL-COUNT)
                           MOVE BCA-APPROVAL-SCOPE
                               TO WS-BCA-SCOPE(WS-APPROVAL-COUNT)
                           MOVE BCA-SKU
                               TO WS-BCA-SKU(WS-APPROVAL-COUNT)
                           MOVE BCA-EXPIRY-DATE
                               TO WS-BCA-EXPIRY-DATE
                                      (WS-APPROVAL-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BELOW-COST-APPROVAL-FILE
           END-IF
           .
       LOAD-RETURN-AUTHORIZATIONS.
           OPEN INPUT RETURN-AUTH-FILE
           IF NOT RETURN-AUTH-OK
                                   WS-EXCEPTION-LOG-CONVERSION
                       ELSE
                           ADD 1 TO WS-RETURN-AUTH-COUNT
                           MOVE RMA-NUMBER
                               TO WS-RMA-NUMBER
                                      (WS-RETURN-AUTH-COUNT)
                           MOVE RMA-CUSTOMER-NUMBER
                               TO WS-RMA-CUSTOMER-NUMBER
                                      (WS-RETURN-AUTH-COUNT)
                           MOVE RMA-AUTHORIZED-AMOUNT
                               TO WS-RMA-AUTHORIZED-AMOUNT
                                      (WS-RETURN-AUTH-COUNT)
                           MOVE RMA-STATUS
                               TO WS-RMA-STATUS
                                      (WS-RETURN-AUTH-COUNT)
                           IF RMA-RESTOCK-PERCENT IS NUMERIC
                               MOVE RMA-RESTOCK-PERCENT
                                   TO WS-RMA-RESTOCK-PERCENT
                                          (WS-RETURN-AUTH-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-RMA-RESTOCK-PERCENT
                                          (WS-RETURN-AUTH-COUNT)
                           END-IF
                           MOVE ZERO
                               TO WS-RMA-CREDITED-AMOUNT
                                      (WS-RETURN-AUTH-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RETURN-AUTH-FILE
           END-IF
           .
      * The schedule master is kept from night to night; the first
      * night creates it.
       OPEN-DEFERRAL-SCHEDULES.
           OPEN I-O DEFERRAL-SCHEDULE-FILE
           IF DEFERRAL-SCHEDULE-MISSING
               OPEN OUTPUT DEFERRAL-SCHEDULE-FILE
               CLOSE DEFERRAL-SCHEDULE-FILE
               OPEN I-O DEFERRAL-SCHEDULE-FILE
           END-IF
           IF DEFERRAL-SCHEDULE-OK
               SET DEFERRAL-SCHEDULE-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'STATUS ON DEFERRAL-SCHEDULE-FILE OPEN: '
                       DEFERRAL-SCHEDULE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'STATUS ON DEFERRAL-SCHEDULE-FILE OPEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'F' TO WS-EL-SEVERITY-CODE
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           END-IF
           .
      * Adds every credit already logged against each RMA - earlier
      * nights' partial returns, and on a restart the invoices
      * credited before the failure - into the table, then reopens
      * the log EXTEND for tonight's credits. OUTPUT starts the log
      * only when none exists yet (status 35), the same guard the
      * processed-invoice register uses.
       LOAD-RMA-CREDIT-LOG.
           OPEN INPUT RMA-CREDIT-FILE
           IF NOT RMA-CREDIT-OK
               DISPLAY 'STATUS ON RMA-CREDIT-FILE OPEN: '
                       RMA-CREDIT-STATUS
           ELSE
               PERFORM UNTIL END-OF-RMA-CREDITS
                   READ RMA-CREDIT-FILE
                   IF RMA-CREDIT-OK
                       MOVE RCR-RMA-NUMBER TO WS-LOGGED-RMA-NUMBER
                       MOVE RCR-CREDIT-AMOUNT
                           TO WS-LOGGED-CREDIT-AMOUNT
                       PERFORM ADD-ONE-LOGGED-RMA-CREDIT
                   END-IF
               END-PERFORM
               CLOSE RMA-CREDIT-FILE
           END-IF
      * A partitioned stream logs to its own extract instead.
           IF NOT RUNNING-AS-STREAM
               OPEN EXTEND RMA-CREDIT-FILE
               IF RMA-CREDIT-MISSING
                   OPEN OUTPUT RMA-CREDIT-FILE
               END-IF
               IF NOT RMA-CREDIT-OK
                   DISPLAY 'STATUS ON RMA-CREDIT-FILE EXTEND: '
                           RMA-CREDIT-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON RMA-CREDIT-FILE EXTEND'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           END-IF
           .
       ADD-ONE-LOGGED-RMA-CREDIT.
           IF WS-RETURN-AUTH-COUNT IS GREATER THAN ZERO
               SET RETURN-AUTH-INDEX TO 1
               SEARCH WS-RETURN-AUTH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RMA-NUMBER(RETURN-AUTH-INDEX)
                            IS EQUAL TO WS-LOGGED-RMA-NUMBER
                       ADD WS-LOGGED-CREDIT-AMOUNT
                           TO WS-RMA-CREDITED-AMOUNT
                                  (RETURN-AUTH-INDEX)
               END-SEARCH
           END-IF
           .
      * Loads every invoice number a prior run (or an earlier point
      * in this run's file) already totaled, then reopens the
      * register EXTEND so tonight's accepted numbers are appended
      * OUTPUT starts the register only when no file exists yet
      * (status 35). Falling to OUTPUT on any other status would
      * wipe the cross-run register and re-enable the double-booking
      * it exists to prevent. A partitioned stream never extends the
      * shared register; it writes its own extract instead.
           IF NOT RUNNING-AS-STREAM
               OPEN EXTEND PROCESSED-INVOICE-FILE
               IF PROCESSED-INVOICE-MISSING
                   OPEN OUTPUT PROCESSED-INVOICE-FILE
               END-IF
               IF NOT PROCESSED-INVOICE-OK
                   DISPLAY 'STATUS ON PROCESSED-INVOICE-FILE EXTEND: '
                           PROCESSED-INVOICE-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON PROCESSED-INVOICE-FILE EXTEND'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           END-IF
           .
       NOTE-PROCESSED-TABLE-FULL.
                   WS-MAX-LINE-ITEMS-PER-INVOICE
               MOVE INVOICE TO SUS-INVOICE-IMAGE
           ELSE
               MOVE INVOICE(1:57) TO SUS-INVOICE-IMAGE(1:57)
           END-IF
           WRITE SUSPENSE-RECORD
           IF NOT SUSPENSE-FILE-OK
                        WORKING-INDEX
           MOVE 'N' TO WS-INVOICE-EXCEPTION-SWITCH
           MOVE ZERO TO WS-INVOICE-GL-COUNT
           MOVE ZERO TO WS-INVOICE-RESTOCK-FEE
           IF INV-COMPANY-CODE IS EQUAL TO SPACES
               MOVE WS-HOME-COMPANY TO INV-COMPANY-CODE
           END-IF

      * Every invoice-level edit runs first, then one EVALUATE picks
      * the reject (worst first) or totals the invoice, so adding the
           PERFORM CHECK-FOR-CLOSED-PERIOD
           PERFORM CHECK-FOR-DUPLICATE-INVOICE
           PERFORM VALIDATE-INVOICE-CUSTOMER
           PERFORM VALIDATE-INVOICE-COMPANY
           PERFORM FIND-INVOICE-EXCHANGE-RATE
           PERFORM CHECK-CREDIT-HOLD
           PERFORM CHECK-RETURN-AUTHORIZATION
           PERFORM CHECK-SHIP-TO-JURISDICTION
           PERFORM CHECK-FACILITATOR-INVOICE
           PERFORM CHECK-BELOW-COST-LINES
           EVALUATE TRUE
               WHEN INVOICE-DATE-IS-INVALID
                   PERFORM REJECT-INVALID-DATE-INVOICE
                   PERFORM REJECT-DUPLICATE-INVOICE
               WHEN CUSTOMER-IS-INVALID
                   PERFORM REJECT-UNMATCHED-CUSTOMER-INVOICE
               WHEN COMPANY-IS-INVALID
                   PERFORM REJECT-UNKNOWN-COMPANY-INVOICE
               WHEN EXCHANGE-RATE-IS-MISSING
                   PERFORM REJECT-NO-EXCHANGE-RATE-INVOICE
               WHEN CUSTOMER-IS-HELD
                   PERFORM REJECT-CREDIT-HOLD-INVOICE
               WHEN RETURN-IS-UNAUTHORIZED
                   PERFORM REJECT-UNAUTHORIZED-RETURN
               WHEN SHIP-TO-IS-UNRESOLVED
                   PERFORM REJECT-UNRESOLVED-SHIP-TO
               WHEN INVOICE-IS-BELOW-COST
                   PERFORM REJECT-BELOW-COST-INVOICE
               WHEN OTHER
                   PERFORM TOTAL-AND-WRITE-INVOICE
           END-EVALUATE
           .
      * A return is still accepted for a held customer - taking the
      * goods back only reduces the exposure the hold exists to cap.
      * A credit memo reduces it the same way.
       CHECK-CREDIT-HOLD.
           MOVE 'N' TO WS-CREDIT-HOLD-SWITCH
           IF NOT IS-RETURN
           AND NOT IS-CREDIT-MEMO
           AND WS-CREDIT-HOLD-COUNT IS GREATER THAN ZERO
               SET CREDIT-HOLD-INDEX TO 1
               SEARCH WS-CREDIT-HOLD-ENTRY
           MOVE 'CREDIT HOLD' TO SUS-REJECT-REASON
           PERFORM WRITE-SUSPENSE-RECORD
           .
      * The invoice's tax is the facilitator's to remit when it is
      * billed to a facilitator partner's customer and the partner
      * collects everywhere (Y) or in the invoice's jurisdiction (J).
       CHECK-FACILITATOR-INVOICE.
           MOVE SPACE TO WS-TAX-REMITTED-BY
           IF WS-FACILITATOR-COUNT IS GREATER THAN ZERO
               SET FACILITATOR-INDEX TO 1
               SEARCH WS-FACILITATOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FAC-CUSTOMER-NUMBER(FACILITATOR-INDEX)
                            IS EQUAL TO INV-CUSTOMER-NUMBER
                       IF WS-FAC-ALL-JURISDICTIONS(FACILITATOR-INDEX)
                           SET TAX-IS-PARTNER-REMITTED TO TRUE
                       ELSE
                           PERFORM VARYING WS-FAC-JURISDICTION-SUB
                                   FROM 1 BY 1
                                   UNTIL WS-FAC-JURISDICTION-SUB > 10
                               IF WS-FAC-JURISDICTION
                                       (FACILITATOR-INDEX,
                                        WS-FAC-JURISDICTION-SUB)
                                   IS EQUAL TO INV-JURISDICTION-CODE
                                   SET TAX-IS-PARTNER-REMITTED TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
               END-SEARCH
           END-IF
           .
       CHECK-SHIP-TO-JURISDICTION.
           MOVE 'N' TO WS-SHIP-TO-SWITCH
           IF INV-JURISDICTION-CODE IS EQUAL TO SPACES
               SET SHIP-TO-IS-UNRESOLVED TO TRUE
           END-IF
           .
      * The desk corrects the jurisdiction (or the ship-to master)
      * and INVRESUB releases the invoice; the feed's ship-to id is
      * on INVASM's EXCPLOG entry for the same invoice number.
       REJECT-UNRESOLVED-SHIP-TO.
           DISPLAY 'Invoice rejected - ship-to jurisdiction not '
                   'resolved'
           DISPLAY '  Invoice Number: ' INV-NUMBER
           DISPLAY '  Customer Number: ' INV-CUSTOMER-NUMBER
           ADD 1 TO REG-REJECTED-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'INVOICE REJECTED - SHIP-TO NOT RESOLVED'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'SHIP-TO NOT RESOLVED' TO SUS-REJECT-REASON
           PERFORM WRITE-SUSPENSE-RECORD
           .
      * Each line of a sale is priced here the way the totaling loop
      * will price it - the same SKU read, contract, promotion and
      * quantity-break paragraphs - so the invoice can be suspensed
      * before anything about it is written. A line the SKU or
      * numeric edits would refuse is left to those edits.
       CHECK-BELOW-COST-LINES.
           MOVE 'N' TO WS-BELOW-COST-SWITCH
           MOVE SPACES TO WS-BELOW-COST-SKU
           MOVE SPACES TO WS-LINE-BELOW-COST-FLAGS
           IF NOT IS-RETURN
           AND NOT IS-ADJUSTMENT-MEMO
               PERFORM CHECK-ONE-LINE-FOR-BELOW-COST
                   VARYING WORKING-INDEX FROM 1 BY 1
                   UNTIL WORKING-INDEX > INV-LINE-ITEM-COUNT
           END-IF
           MOVE ZERO TO WORKING-INDEX
           .
      * Below the floor means a net price under the unit cost, or a
      * margin - net price less cost, as a percentage of the net
      * price - under the group's minimum.
       CHECK-ONE-LINE-FOR-BELOW-COST.
           PERFORM VALIDATE-LINE-SKU
           PERFORM VALIDATE-LINE-NUMERIC-FIELDS
           IF LINE-FIELDS-ARE-NUMERIC
           AND SKU-IS-VALID
           AND WS-LINE-UNIT-COST IS GREATER THAN ZERO
               PERFORM DETERMINE-LINE-UNIT-PRICE
               PERFORM DETERMINE-LINE-DISCOUNT
               COMPUTE WS-LINE-NET-UNIT-PRICE ROUNDED =
                   WS-LINE-UNIT-PRICE-IN-EFFECT -
                   (WS-LINE-UNIT-PRICE-IN-EFFECT *
                        WS-LINE-DISCOUNT-PERCENT)
               PERFORM FIND-LINE-MARGIN-FLOOR
               MOVE 'N' TO WS-LINE-FLOOR-SWITCH
               COMPUTE WS-LINE-MARGIN-TEST-AMOUNT =
                   ((WS-LINE-NET-UNIT-PRICE - WS-LINE-UNIT-COST)
                       * 100)
                   - (WS-LINE-NET-UNIT-PRICE
                       * WS-LINE-MINIMUM-MARGIN-PCT)
               IF WS-LINE-NET-UNIT-PRICE IS LESS THAN
                       WS-LINE-UNIT-COST
               OR WS-LINE-MARGIN-TEST-AMOUNT IS LESS THAN ZERO
                   SET LINE-IS-BELOW-FLOOR TO TRUE
               END-IF
               IF LINE-IS-BELOW-FLOOR
                   PERFORM FIND-BELOW-COST-APPROVAL
                   IF LINE-HAS-APPROVAL
                       MOVE 'A' TO WS-LINE-BELOW-COST-FLAG
                                       (WORKING-INDEX)
                   ELSE
                       IF NOT INVOICE-IS-BELOW-COST
                           MOVE INV-LINE-SKU(WORKING-INDEX)
                               TO WS-BELOW-COST-SKU
                       END-IF
                       SET INVOICE-IS-BELOW-COST TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      * The group's own floor, else the spaces floor, else none.
       FIND-LINE-MARGIN-FLOOR.
           MOVE ZERO TO WS-LINE-MINIMUM-MARGIN-PCT
           IF WS-MARGIN-FLOOR-COUNT IS GREATER THAN ZERO
               SET MARGIN-FLOOR-INDEX TO 1
               SEARCH WS-MARGIN-FLOOR-ENTRY
                   AT END
                       SET MARGIN-FLOOR-INDEX TO 1
                       SEARCH WS-MARGIN-FLOOR-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-MFL-SKU-GROUP-CODE
                                    (MARGIN-FLOOR-INDEX)
                                    IS EQUAL TO SPACES
                               MOVE WS-MFL-MINIMUM-PCT
                                        (MARGIN-FLOOR-INDEX)
                                   TO WS-LINE-MINIMUM-MARGIN-PCT
                       END-SEARCH
                   WHEN WS-MFL-SKU-GROUP-CODE(MARGIN-FLOOR-INDEX)
                            IS EQUAL TO
                            INV-LINE-SKU(WORKING-INDEX)(1:4)
                       MOVE WS-MFL-MINIMUM-PCT(MARGIN-FLOOR-INDEX)
                           TO WS-LINE-MINIMUM-MARGIN-PCT
               END-SEARCH
           END-IF
           .
      * An approval for the customer and the SKU, or the customer and
      * the SKU's group, whose expiry is not before the invoice date.
      * Approvals with no approver are not loaded.
       FIND-BELOW-COST-APPROVAL.
           MOVE 'N' TO WS-LINE-APPROVAL-SWITCH
           IF WS-APPROVAL-COUNT IS GREATER THAN ZERO
               SET APPROVAL-INDEX TO 1
               SEARCH WS-APPROVAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BCA-CUSTOMER-NUMBER(APPROVAL-INDEX)
                            IS EQUAL TO INV-CUSTOMER-NUMBER
                   AND  WS-BCA-EXPIRY-DATE(APPROVAL-INDEX)
                            IS NOT LESS THAN INV-DATE
                   AND ((WS-BCA-SCOPE(APPROVAL-INDEX) IS EQUAL TO 'S'
                         AND WS-BCA-SKU(APPROVAL-INDEX) IS EQUAL TO
                             INV-LINE-SKU(WORKING-INDEX))
                     OR (WS-BCA-SCOPE(APPROVAL-INDEX) IS EQUAL TO 'G'
                         AND WS-BCA-SKU(APPROVAL-INDEX)(1:4)
                             IS EQUAL TO
                             INV-LINE-SKU(WORKING-INDEX)(1:4)))
                       SET LINE-HAS-APPROVAL TO TRUE
               END-SEARCH
           END-IF
           .
      * Pricing either corrects the price on the suspensed invoice or
      * files an approval, and INVRESUB releases it the next night.
       REJECT-BELOW-COST-INVOICE.
           DISPLAY 'Invoice rejected - line priced below cost'
           DISPLAY '  Invoice Number: ' INV-NUMBER
           DISPLAY '  Customer Number: ' INV-CUSTOMER-NUMBER
           DISPLAY '  SKU: ' WS-BELOW-COST-SKU
           ADD 1 TO REG-REJECTED-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE SPACES TO WS-EL-EXCEPTION-TEXT
           STRING 'INVOICE REJECTED - BELOW COST, SKU '
                  WS-BELOW-COST-SKU
               DELIMITED BY SIZE INTO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'BELOW COST' TO SUS-REJECT-REASON
           PERFORM WRITE-SUSPENSE-RECORD
           .
       TOTAL-AND-WRITE-INVOICE.
               PERFORM COMPUTE-INVOICE-DUE-DATE
               PERFORM DETERMINE-SALES-TAX-RATE
                                    WS-LINE-DISCOUNT-PERCENT)
                       END-IF
                       IF IS-RETURN
                       OR IS-CREDIT-MEMO
                           MULTIPLY LINE-WORKING-TOTAL BY -1
                               GIVING LINE-WORKING-TOTAL
                           END-MULTIPLY
                   END-IF
               END-PERFORM

               IF IS-RETURN
               AND WS-MATCHED-RMA-SUB IS GREATER THAN ZERO
                   PERFORM APPLY-RESTOCKING-FEE
               END-IF
               PERFORM PROCESS-INVOICE-LEVEL-CHARGES

      * Rounding policy: tax is rounded to whole cents once per
               PERFORM WRITE-GL-EXTRACT-RECORD
               PERFORM WRITE-INVOICE-TOTALS-RECORD
               PERFORM RECORD-PROCESSED-INVOICE
               IF IS-RETURN
               AND WS-MATCHED-RMA-SUB IS GREATER THAN ZERO
                   PERFORM RECORD-RMA-CREDIT
               END-IF
           .
      * The merchandise lines of a return are all in the before-tax
      * total by now (negative), so their magnitude is the credit
      * the RMA is charged with. The RMA's restocking percentage of
      * that credit is kept back as its own positive charge: it
      * reduces what the customer gets back, takes no tax, and
      * posts to restocking-fee income on its own GL line.
       APPLY-RESTOCKING-FEE.
           COMPUTE WS-RETURN-CREDIT-AMOUNT =
               0 - CUMULATIVE-PRICE-BEFORE-TAX
           IF WS-RMA-RESTOCK-PERCENT(WS-MATCHED-RMA-SUB)
                   IS GREATER THAN ZERO
               COMPUTE WS-INVOICE-RESTOCK-FEE ROUNDED =
                   WS-RETURN-CREDIT-AMOUNT *
                   WS-RMA-RESTOCK-PERCENT(WS-MATCHED-RMA-SUB) / 100
               ADD WS-INVOICE-RESTOCK-FEE
                   TO CUMULATIVE-PRICE-BEFORE-TAX
               ADD WS-INVOICE-RESTOCK-FEE
                   TO CUMULATIVE-PRICE-WITH-TAX
           END-IF
           .
      * Logs the credit against the RMA and adds it into the table,
      * so a second partial return later in tonight's file is
      * capped against what this one used.
       RECORD-RMA-CREDIT.
           IF RUNNING-AS-STREAM
               MOVE WS-RMA-NUMBER(WS-MATCHED-RMA-SUB) TO SRC-RMA-NUMBER
               MOVE INV-NUMBER TO SRC-INVOICE-NUMBER
               MOVE INV-CUSTOMER-NUMBER TO SRC-CUSTOMER-NUMBER
               MOVE WS-CDT-DATE TO SRC-CREDIT-DATE
               MOVE WS-RETURN-CREDIT-AMOUNT TO SRC-CREDIT-AMOUNT
               MOVE WS-INVOICE-RESTOCK-FEE TO SRC-RESTOCK-FEE
               WRITE STREAM-RMA-CREDIT-RECORD
               IF NOT STREAM-RMA-CREDIT-OK
                   DISPLAY 'STATUS ON STREAM-RMA-CREDIT-FILE WRITE: '
                           STREAM-RMA-CREDIT-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON STREAM-RMA-CREDIT-FILE WRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           ELSE
               MOVE WS-RMA-NUMBER(WS-MATCHED-RMA-SUB) TO RCR-RMA-NUMBER
               MOVE INV-NUMBER TO RCR-INVOICE-NUMBER
               MOVE INV-CUSTOMER-NUMBER TO RCR-CUSTOMER-NUMBER
               MOVE WS-CDT-DATE TO RCR-CREDIT-DATE
               MOVE WS-RETURN-CREDIT-AMOUNT TO RCR-CREDIT-AMOUNT
               MOVE WS-INVOICE-RESTOCK-FEE TO RCR-RESTOCK-FEE
               WRITE RMA-CREDIT-RECORD
               IF NOT RMA-CREDIT-OK
                   DISPLAY 'STATUS ON RMA-CREDIT-FILE WRITE: '
                           RMA-CREDIT-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON RMA-CREDIT-FILE WRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           END-IF
           ADD WS-RETURN-CREDIT-AMOUNT
               TO WS-RMA-CREDITED-AMOUNT(WS-MATCHED-RMA-SUB)
           .
      * The invoice-level freight and handling INVASM folded in from
      * the feed's charge lines: each nonzero charge is signed like
           .
       PROCESS-ONE-INVOICE-CHARGE.
           IF IS-RETURN
           OR IS-CREDIT-MEMO
               MULTIPLY WS-CHARGE-WORKING-AMOUNT BY -1
                   GIVING WS-CHARGE-WORKING-AMOUNT
               END-MULTIPLY
           MOVE LINE-WORKING-TOTAL TO TAD-TAXABLE-AMOUNT
           MOVE WS-AUDIT-TAX-AMOUNT TO TAD-TAX-AMOUNT
           MOVE WS-EXEMPT-CERTIFICATE TO TAD-CERTIFICATE-NUMBER
           MOVE INV-COMPANY-CODE TO TAD-COMPANY-CODE
           MOVE WS-TAX-REMITTED-BY TO TAD-TAX-REMITTED-BY
           WRITE TAX-AUDIT-RECORD
           IF NOT TAX-AUDIT-OK
               DISPLAY 'STATUS ON TAX-AUDIT-FILE WRITE: '
      * degradation the other master-file edits follow.
       CHECK-RETURN-AUTHORIZATION.
           SET RETURN-IS-AUTHORIZED TO TRUE
           MOVE ZERO TO WS-MATCHED-RMA-SUB
           MOVE ZERO TO WS-RETURN-CREDIT-AMOUNT
           IF IS-RETURN
           AND WS-RETURN-AUTH-COUNT IS GREATER THAN ZERO
               SET RETURN-IS-UNAUTHORIZED TO TRUE
               MOVE 'RETURN NOT AUTHORIZED' TO WS-RMA-REJECT-REASON
               MOVE 'INVOICE REJECTED - RETURN NOT AUTHORIZED'
                   TO WS-RMA-REJECT-TEXT
               SET RETURN-AUTH-INDEX TO 1
               SEARCH WS-RETURN-AUTH-ENTRY
                   AT END
                            IS EQUAL TO INV-CUSTOMER-NUMBER
                   AND  WS-RMA-ORIG-INVOICE(RETURN-AUTH-INDEX)
                            IS EQUAL TO INV-NUMBER
                       PERFORM JUDGE-MATCHED-RMA
               END-SEARCH
           END-IF
           .
      * Only an RMA whose goods the dock has received is credited,
      * and only while this return, added to everything already
      * credited against the RMA, stays within the authorized
      * amount. Each refusal names its reason so the returns desk
      * knows whether to chase the dock, reissue, or raise the
      * authorization before INVRESUB releases the invoice.
       JUDGE-MATCHED-RMA.
           SET WS-MATCHED-RMA-SUB TO RETURN-AUTH-INDEX
           EVALUATE TRUE
               WHEN WS-RMA-IS-RECEIVED(RETURN-AUTH-INDEX)
                   PERFORM MEASURE-RETURN-CREDIT
                   COMPUTE WS-RMA-REMAINING-AMOUNT =
                       WS-RMA-AUTHORIZED-AMOUNT(RETURN-AUTH-INDEX) -
                       WS-RMA-CREDITED-AMOUNT(RETURN-AUTH-INDEX)
                   IF WS-RETURN-CREDIT-AMOUNT IS GREATER THAN
                           WS-RMA-REMAINING-AMOUNT
                       MOVE 'RMA AUTHORIZED AMOUNT EXCEEDED'
                           TO WS-RMA-REJECT-REASON
                       MOVE 'INVOICE REJECTED - RMA AMOUNT EXCEEDED'
                           TO WS-RMA-REJECT-TEXT
                   ELSE
                       SET RETURN-IS-AUTHORIZED TO TRUE
                   END-IF
               WHEN WS-RMA-IS-ISSUED(RETURN-AUTH-INDEX)
                   MOVE 'RMA GOODS NOT RECEIVED'
                       TO WS-RMA-REJECT-REASON
                   MOVE 'INVOICE REJECTED - RMA GOODS NOT RECEIVED'
                       TO WS-RMA-REJECT-TEXT
               WHEN WS-RMA-IS-EXPIRED(RETURN-AUTH-INDEX)
                   MOVE 'RMA EXPIRED' TO WS-RMA-REJECT-REASON
                   MOVE 'INVOICE REJECTED - RMA EXPIRED'
                       TO WS-RMA-REJECT-TEXT
               WHEN WS-RMA-IS-CANCELLED(RETURN-AUTH-INDEX)
                   MOVE 'RMA CANCELLED' TO WS-RMA-REJECT-REASON
                   MOVE 'INVOICE REJECTED - RMA CANCELLED'
                       TO WS-RMA-REJECT-TEXT
               WHEN WS-RMA-IS-CREDITED(RETURN-AUTH-INDEX)
                   MOVE 'RMA ALREADY FULLY CREDITED'
                       TO WS-RMA-REJECT-REASON
                   MOVE 'INVOICE REJECTED - RMA ALREADY FULLY CREDITED'
                       TO WS-RMA-REJECT-TEXT
               WHEN OTHER
                   MOVE 'RMA STATUS NOT VALID' TO WS-RMA-REJECT-REASON
                   MOVE 'INVOICE REJECTED - RMA STATUS NOT VALID'
                       TO WS-RMA-REJECT-TEXT
           END-EVALUATE
           .
      * What the return will credit, worked out before anything is
      * written: the same validity tests, unit price and discount the
      * line loop in TOTAL-AND-WRITE-INVOICE applies, so the cap is
      * judged on exactly the merchandise amount that would post.
       MEASURE-RETURN-CREDIT.
           PERFORM MEASURE-ONE-RETURN-LINE
               VARYING WORKING-INDEX FROM 1 BY 1
               UNTIL WORKING-INDEX > INV-LINE-ITEM-COUNT
           MOVE ZERO TO WORKING-INDEX
           .
       MEASURE-ONE-RETURN-LINE.
           PERFORM VALIDATE-LINE-SKU
           PERFORM VALIDATE-LINE-NUMERIC-FIELDS
           IF LINE-FIELDS-ARE-NUMERIC
           AND SKU-IS-VALID
               PERFORM DETERMINE-LINE-UNIT-PRICE
               MOVE ZERO TO LINE-WORKING-TOTAL
               MULTIPLY INV-LINE-QUANTITY(WORKING-INDEX)
                   BY WS-LINE-UNIT-PRICE-IN-EFFECT
                   GIVING LINE-WORKING-TOTAL
               END-MULTIPLY
               PERFORM DETERMINE-LINE-DISCOUNT
               IF WS-LINE-DISCOUNT-PERCENT IS GREATER THAN ZERO
                   COMPUTE LINE-WORKING-TOTAL =
                       LINE-WORKING-TOTAL -
                       (LINE-WORKING-TOTAL * WS-LINE-DISCOUNT-PERCENT)
               END-IF
               ADD LINE-WORKING-TOTAL TO WS-RETURN-CREDIT-AMOUNT
           END-IF
           .
       REJECT-UNAUTHORIZED-RETURN.
           DISPLAY 'Invoice rejected - ' WS-RMA-REJECT-REASON
           DISPLAY '  Invoice Number: ' INV-NUMBER
           DISPLAY '  Customer Number: ' INV-CUSTOMER-NUMBER
           ADD 1 TO REG-REJECTED-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE WS-RMA-REJECT-TEXT TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE WS-RMA-REJECT-REASON TO SUS-REJECT-REASON
           PERFORM WRITE-SUSPENSE-RECORD
           .
      * A return under an RMA master may legitimately arrive more
      * than once under the same invoice number - one partial return
      * after another - so it is left to the RMA's cumulative cap
      * instead of the register. Without the master, returns keep
      * the register's once-only rule.
       CHECK-FOR-DUPLICATE-INVOICE.
           MOVE 'N' TO WS-DUPLICATE-INVOICE-SWITCH
           IF WS-PROCESSED-TABLE-COUNT IS GREATER THAN ZERO
           AND NOT (IS-RETURN
                    AND WS-RETURN-AUTH-COUNT IS GREATER THAN ZERO)
               SET PROCESSED-INDEX TO 1
               SEARCH WS-PROCESSED-ENTRY
                   AT END
      * register and to the in-storage table, so a second copy later
      * in tonight's file is caught as well as one on a later night.
       RECORD-PROCESSED-INVOICE.
           IF RUNNING-AS-STREAM
               MOVE INV-NUMBER TO SRG-INVOICE-NUMBER
               MOVE INV-RETURN TO SRG-RETURN-FLAG
               MOVE WS-CDT-DATE TO SRG-PROCESSED-DATE
               WRITE STREAM-REGISTER-RECORD
               IF NOT STREAM-REGISTER-OK
                   DISPLAY 'STATUS ON STREAM-REGISTER-FILE WRITE: '
                           STREAM-REGISTER-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON STREAM-REGISTER-FILE WRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           ELSE
               MOVE INV-NUMBER TO PRC-INVOICE-NUMBER
               MOVE INV-RETURN TO PRC-RETURN-FLAG
               MOVE WS-CDT-DATE TO PRC-PROCESSED-DATE
               WRITE PROCESSED-INVOICE-RECORD
               IF NOT PROCESSED-INVOICE-OK
                   DISPLAY 'STATUS ON PROCESSED-INVOICE-FILE WRITE: '
                           PROCESSED-INVOICE-STATUS
                   MOVE 'WR' TO WS-EL-FUNCTION-CODE
                   MOVE 'STATUS ON PROCESSED-INVOICE-FILE WRITE'
                       TO WS-EL-EXCEPTION-TEXT
                   MOVE 'F' TO WS-EL-SEVERITY-CODE
                   CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               END-IF
           END-IF
           IF WS-PROCESSED-TABLE-COUNT IS GREATER THAN OR EQUAL TO
                   WS-MAX-PROCESSED-ENTRIES
           MOVE 'CUSTOMER NOT ON MASTER' TO SUS-REJECT-REASON
           PERFORM WRITE-SUSPENSE-RECORD
           .
      * The home company is always good; any other company must be
      * an active one on the company master.
       VALIDATE-INVOICE-COMPANY.
           MOVE 'Y' TO WS-COMPANY-VALID-SWITCH
           IF INV-COMPANY-CODE IS NOT EQUAL TO WS-HOME-COMPANY
               SET COMPANY-IS-INVALID TO TRUE
               IF WS-COMPANY-COUNT IS GREATER THAN ZERO
                   SET COMPANY-INDEX TO 1
                   SEARCH WS-COMPANY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CMP-COMPANY-CODE(COMPANY-INDEX)
                                IS EQUAL TO INV-COMPANY-CODE
                           MOVE 'Y' TO WS-COMPANY-VALID-SWITCH
                   END-SEARCH
               END-IF
           END-IF
           .
      * The invoice is priced in home currency upstream; a customer
      * billed in another currency needs the rate in effect on the
      * invoice date to state it in that currency. USD and spaces
      * mean home currency and need no rate.
       FIND-INVOICE-EXCHANGE-RATE.
           MOVE 'Y' TO WS-INVOICE-RATE-SWITCH
           IF WS-INVOICE-CURRENCY-CODE IS EQUAL TO 'USD'
               MOVE SPACES TO WS-INVOICE-CURRENCY-CODE
           END-IF
           MOVE WS-INVOICE-CURRENCY-CODE TO WS-RATE-CURRENCY-CODE
           MOVE INV-DATE TO WS-RATE-AS-OF-DATE
           PERFORM FIND-EXCHANGE-RATE
           IF EXCHANGE-RATE-FOUND
           AND WS-RATE-USED IS GREATER THAN ZERO
               MOVE WS-RATE-USED TO WS-INVOICE-EXCHANGE-RATE
           ELSE
               MOVE 1 TO WS-INVOICE-EXCHANGE-RATE
               SET EXCHANGE-RATE-IS-MISSING TO TRUE
           END-IF
           .
      * Operations adds the rate to EXCHRATE and the desk flags the
      * invoice for INVRESUB to release.
       REJECT-NO-EXCHANGE-RATE-INVOICE.
           DISPLAY 'Invoice rejected - no exchange rate for currency'
           DISPLAY '  Invoice Number: ' INV-NUMBER
           DISPLAY '  Currency Code: ' WS-INVOICE-CURRENCY-CODE
           ADD 1 TO REG-REJECTED-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'INVOICE REJECTED - NO EXCHANGE RATE FOR CURRENCY'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'NO EXCHANGE RATE' TO SUS-REJECT-REASON
           PERFORM WRITE-SUSPENSE-RECORD
           .
      * The partner master names the company; once it is corrected
      * there (or the company is added to CMPYMST1) the desk flags
      * the invoice and INVRESUB releases it.
       REJECT-UNKNOWN-COMPANY-INVOICE.
           DISPLAY 'Invoice rejected - company not on master'
           DISPLAY '  Invoice Number: ' INV-NUMBER
           DISPLAY '  Company Code: ' INV-COMPANY-CODE
           ADD 1 TO REG-REJECTED-COUNT
           MOVE 'WR' TO WS-EL-FUNCTION-CODE
           MOVE 'INVOICE REJECTED - COMPANY NOT ON MASTER'
               TO WS-EL-EXCEPTION-TEXT
           MOVE 'E' TO WS-EL-SEVERITY-CODE
           MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
           CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
           MOVE 'COMPANY NOT ON MASTER' TO SUS-REJECT-REASON
           PERFORM WRITE-SUSPENSE-RECORD
           .
       WRITE-INVOICE-TOTALS-RECORD.
           MOVE INV-DATE TO ITR-INVOICE-DATE
           MOVE INV-NUMBER TO ITR-INVOICE-NUMBER
           MOVE WS-INVOICE-DUE-DATE TO ITR-DUE-DATE
           MOVE WS-INVOICE-FREIGHT-NET TO ITR-FREIGHT-AMOUNT
           MOVE WS-INVOICE-HANDLING-NET TO ITR-HANDLING-AMOUNT
           MOVE INV-COMPANY-CODE TO ITR-COMPANY-CODE
           MOVE WS-INVOICE-CURRENCY-CODE TO ITR-CURRENCY-CODE
           MOVE WS-INVOICE-EXCHANGE-RATE TO ITR-EXCHANGE-RATE
           COMPUTE ITR-CURRENCY-AMOUNT ROUNDED =
               INV-TOTAL-AMOUNT / WS-INVOICE-EXCHANGE-RATE
           MOVE WS-TAX-REMITTED-BY TO ITR-TAX-REMITTED-BY
           MOVE WS-INVOICE-RESTOCK-FEE TO ITR-RESTOCK-FEE
           WRITE INVOICE-TOTALS-RECORD
           IF NOT INVOICE-TOTALS-OK
               DISPLAY 'STATUS ON INVOICE-TOTALS-FILE WRITE: '
               GIVING WS-LINE-EXTENDED-COST
           END-MULTIPLY
           IF IS-RETURN
           OR IS-CREDIT-MEMO
               MULTIPLY WS-LINE-EXTENDED-COST BY -1
                   GIVING WS-LINE-EXTENDED-COST
               END-MULTIPLY
           ELSE
               MOVE SPACE TO SDL-PROMO-FLAG
           END-IF
           IF INV-SHIP-WAREHOUSE = SPACES
               MOVE WS-HOME-WAREHOUSE TO SDL-WAREHOUSE-CODE
           ELSE
               MOVE INV-SHIP-WAREHOUSE TO SDL-WAREHOUSE-CODE
           END-IF
           MOVE WS-LINE-BELOW-COST-FLAG(WORKING-INDEX)
               TO SDL-BELOW-COST-FLAG
           IF SDL-BELOW-COST-FLAG IS EQUAL TO 'A'
               ADD 1 TO WS-BELOW-COST-RELEASED-COUNT
           END-IF
           WRITE SALES-DETAIL-RECORD
           IF NOT SALES-DETAIL-OK
               DISPLAY 'STATUS ON SALES-DETAIL-FILE WRITE: '
           MOVE LINE-WORKING-TOTAL TO TAD-TAXABLE-AMOUNT
           MOVE WS-AUDIT-TAX-AMOUNT TO TAD-TAX-AMOUNT
           MOVE WS-EXEMPT-CERTIFICATE TO TAD-CERTIFICATE-NUMBER
           MOVE INV-COMPANY-CODE TO TAD-COMPANY-CODE
           MOVE WS-TAX-REMITTED-BY TO TAD-TAX-REMITTED-BY
           WRITE TAX-AUDIT-RECORD
           IF NOT TAX-AUDIT-OK
               DISPLAY 'STATUS ON TAX-AUDIT-FILE WRITE: '
                            IS EQUAL TO WS-MAP-LOOKUP-TYPE
                   AND  WS-MAP-KEY(ACCOUNT-MAP-INDEX)
                            IS EQUAL TO WS-MAP-LOOKUP-KEY
                   AND  WS-MAP-COMPANY(ACCOUNT-MAP-INDEX)
                            IS EQUAL TO INV-COMPANY-CODE
                       MOVE WS-MAP-ACCOUNT(ACCOUNT-MAP-INDEX)
                           TO WS-MAPPED-ACCOUNT
               END-SEARCH
           .
      * Accumulates the line's discounted revenue into the invoice's
      * per-account bucket, mapped by the SKU group (the SKU's first
      * four characters). A credit or debit memo's line posts to
      * the allowances account instead, mapped by the reason code
      * carried in its reserved SKU (ADJM + reason).
       POST-LINE-REVENUE-TO-ACCOUNT.
           IF IS-ADJUSTMENT-MEMO
               MOVE 'A' TO WS-MAP-LOOKUP-TYPE
               MOVE SPACES TO WS-MAP-LOOKUP-KEY
               MOVE INV-LINE-SKU(WORKING-INDEX)(5:2)
                   TO WS-MAP-LOOKUP-KEY(1:2)
               MOVE WS-ALLOWANCE-ACCOUNT TO WS-MAPPED-ACCOUNT
           ELSE
               MOVE 'R' TO WS-MAP-LOOKUP-TYPE
               MOVE INV-LINE-SKU(WORKING-INDEX)(1:4)
                   TO WS-MAP-LOOKUP-KEY
               MOVE WS-REVENUE-ACCOUNT TO WS-MAPPED-ACCOUNT
           END-IF
           PERFORM LOOK-UP-MAPPED-ACCOUNT
           MOVE WS-MAPPED-ACCOUNT TO WS-LINE-REVENUE-ACCOUNT
           SET INVOICE-GL-INDEX TO 1
               MOVE INV-DATE TO GL-INVOICE-DATE
               MOVE WS-IGL-ACCOUNT(INVOICE-GL-INDEX) TO GL-ACCOUNT
               MOVE WS-IGL-AMOUNT(INVOICE-GL-INDEX) TO GL-AMOUNT
               EVALUATE TRUE
                   WHEN IS-ADJUSTMENT-MEMO
                       MOVE 'A' TO GL-AMOUNT-TYPE
                   WHEN IS-DEFERRED-CONTRACT
                       MOVE WS-DEFERRED-REVENUE-ACCOUNT TO GL-ACCOUNT
                       MOVE 'V' TO GL-AMOUNT-TYPE
                       PERFORM WRITE-DEFERRAL-SCHEDULE
                   WHEN OTHER
                       MOVE 'R' TO GL-AMOUNT-TYPE
               END-EVALUATE
               PERFORM WRITE-ONE-GL-LINE
           END-PERFORM
           IF WS-INVOICE-FREIGHT-NET IS NOT EQUAL TO ZERO
               MOVE 'H' TO GL-AMOUNT-TYPE
               PERFORM WRITE-ONE-GL-LINE
           END-IF
           IF WS-INVOICE-RESTOCK-FEE IS NOT EQUAL TO ZERO
               MOVE 'K' TO WS-MAP-LOOKUP-TYPE
               MOVE SPACES TO WS-MAP-LOOKUP-KEY
               MOVE INV-JURISDICTION-CODE TO WS-MAP-LOOKUP-KEY(1:2)
               MOVE WS-RESTOCK-FEE-ACCOUNT TO WS-MAPPED-ACCOUNT
               PERFORM LOOK-UP-MAPPED-ACCOUNT
               MOVE INV-NUMBER TO GL-INVOICE-NUMBER
               MOVE INV-DATE TO GL-INVOICE-DATE
               MOVE WS-MAPPED-ACCOUNT TO GL-ACCOUNT
               MOVE WS-INVOICE-RESTOCK-FEE TO GL-AMOUNT
               MOVE 'K' TO GL-AMOUNT-TYPE
               PERFORM WRITE-ONE-GL-LINE
           END-IF
           IF INV-TOTAL-SALES-TAX IS NOT EQUAL TO ZERO
               MOVE SPACES TO WS-MAP-LOOKUP-KEY
               MOVE INV-JURISDICTION-CODE TO WS-MAP-LOOKUP-KEY(1:2)
      * Tax a facilitator remits is settled with the partner, so it
      * credits the partner-settlement account, never our payable.
               IF TAX-IS-PARTNER-REMITTED
                   MOVE 'M' TO WS-MAP-LOOKUP-TYPE
                   MOVE WS-PARTNER-SETTLEMENT-ACCOUNT
                       TO WS-MAPPED-ACCOUNT
               ELSE
                   MOVE 'T' TO WS-MAP-LOOKUP-TYPE
                   MOVE WS-TAX-PAYABLE-ACCOUNT TO WS-MAPPED-ACCOUNT
               END-IF
               PERFORM LOOK-UP-MAPPED-ACCOUNT
               MOVE INV-NUMBER TO GL-INVOICE-NUMBER
               MOVE INV-DATE TO GL-INVOICE-DATE
               PERFORM WRITE-ONE-GL-LINE
           END-IF
           .
      * A quarterly or annual contract's revenue goes to the
      * deferred revenue liability; the schedule remembers the
      * earned account it came from so DEFRREL can release it there,
      * one month's share at a time, starting in the invoice month.
       WRITE-DEFERRAL-SCHEDULE.
           MOVE SPACES TO DEFERRAL-SCHEDULE-RECORD
           MOVE INV-NUMBER TO DFS-INVOICE-NUMBER
           MOVE WS-IGL-ACCOUNT(INVOICE-GL-INDEX) TO DFS-REVENUE-ACCOUNT
           MOVE INV-CUSTOMER-NUMBER TO DFS-CUSTOMER-NUMBER
           MOVE INV-DATE TO DFS-INVOICE-DATE
           MOVE INV-RETURN TO DFS-FREQUENCY
           MOVE INV-DATE(1:6) TO DFS-FIRST-PERIOD
           IF IS-ANNUAL-CONTRACT
               MOVE 12 TO DFS-SERVICE-MONTHS
           ELSE
               MOVE 3 TO DFS-SERVICE-MONTHS
           END-IF
           MOVE WS-IGL-AMOUNT(INVOICE-GL-INDEX) TO DFS-DEFERRED-AMOUNT
           MOVE ZERO TO DFS-MONTHS-RECOGNIZED
           MOVE ZERO TO DFS-RECOGNIZED-AMOUNT
           MOVE ZERO TO DFS-LAST-RELEASE-PERIOD
           SET DFS-IS-OPEN TO TRUE
           IF DEFERRAL-SCHEDULE-AVAILABLE
               WRITE DEFERRAL-SCHEDULE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF NOT DEFERRAL-SCHEDULE-AVAILABLE
           OR NOT DEFERRAL-SCHEDULE-OK
               DISPLAY 'STATUS ON DEFERRAL-SCHEDULE-FILE WRITE: '
                       DEFERRAL-SCHEDULE-STATUS
               MOVE 'WR' TO WS-EL-FUNCTION-CODE
               MOVE 'DEFERRED REVENUE BILLED WITH NO SCHEDULE WRITTEN'
                   TO WS-EL-EXCEPTION-TEXT
               MOVE 'E' TO WS-EL-SEVERITY-CODE
               MOVE INV-NUMBER TO WS-EL-REFERENCE-KEY
               CALL 'EXCPLOG' USING WS-EXCEPTION-LOG-CONVERSION
               MOVE SPACES TO WS-EL-REFERENCE-KEY
           END-IF
           .
       WRITE-ONE-GL-LINE.
           MOVE INV-COMPANY-CODE TO GL-COMPANY-CODE
           WRITE GL-EXTRACT-RECORD
           IF NOT GL-EXTRACT-OK
               DISPLAY 'STATUS ON GL-EXTRACT-FILE WRITE: '
       VALIDATE-INVOICE-CUSTOMER.
           SET CUSTOMER-IS-INVALID TO TRUE
           MOVE SPACES TO WS-INVOICE-TERMS-CODE
           MOVE SPACES TO WS-INVOICE-CURRENCY-CODE
           IF WS-CUSTOMER-TABLE-COUNT IS EQUAL TO ZERO
               SET CUSTOMER-IS-VALID TO TRUE
           ELSE
                       SET CUSTOMER-IS-VALID TO TRUE
                       MOVE WS-CUSTOMER-TERMS-CODE(CUSTOMER-INDEX)
                           TO WS-INVOICE-TERMS-CODE
                       MOVE WS-CUSTOMER-CURRENCY(CUSTOMER-INDEX)
                           TO WS-INVOICE-CURRENCY-CODE
               END-SEARCH
           END-IF
           .
           MOVE INV-NUMBER TO DTL-INVOICE-NUMBER
           MOVE INV-DATE-FORMATTED TO DTL-INVOICE-DATE
           MOVE INV-CUSTOMER-NUMBER TO DTL-CUSTOMER-NUMBER
           EVALUATE TRUE
               WHEN IS-RETURN
                   MOVE 'RETURN' TO DTL-RETURN-NOTE
               WHEN IS-CREDIT-MEMO
                   MOVE 'CREDIT MEMO' TO DTL-RETURN-NOTE
               WHEN IS-DEBIT-MEMO
                   MOVE 'DEBIT MEMO' TO DTL-RETURN-NOTE
               WHEN OTHER
                   MOVE SPACES TO DTL-RETURN-NOTE
           END-EVALUATE
           WRITE DETAIL-PRINT-LINE FROM DETAIL-INVOICE-LINE-1
               AFTER ADVANCING 1 LINE

       END-OF-PROGRAM.
           DISPLAY 'ACCUMULATED TAX ROUNDING: ' WS-RUN-ROUNDING-DIFF
           DISPLAY 'NUMBER OF INVOICES REJECTED: ' REG-REJECTED-COUNT
           DISPLAY 'LINES RELEASED BELOW COST: '
                   WS-BELOW-COST-RELEASED-COUNT
           CLOSE INVOICE-FILE
           IF PRODUCT-MASTER-AVAILABLE
               CLOSE PRODUCT-MASTER-FILE
           CLOSE SALES-DETAIL-FILE
           CLOSE PRICE-EXCEPTION-FILE
           CLOSE PROCESSED-INVOICE-FILE
           CLOSE RMA-CREDIT-FILE
           IF RUNNING-AS-STREAM
               CLOSE STREAM-REGISTER-FILE
               CLOSE STREAM-RMA-CREDIT-FILE
           END-IF
           IF DEFERRAL-SCHEDULE-AVAILABLE
               CLOSE DEFERRAL-SCHEDULE-FILE
           END-IF
           CLOSE DETAIL-PRINT-FILE
           CLOSE TAX-AUDIT-FILE
           CLOSE SUSPENSE-FILE
