               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-INTEG-STATUS.

           SELECT TXR-TAX-RATES-FILE ASSIGN TO "TAX-RATES.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-TAX-CLASS
               FILE STATUS IS TXR-TAX-RATES-STATUS.

           SELECT RPT-VATBOOK-FILE ASSIGN TO "VAT-BOOK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-VATBOOK-STATUS.

           SELECT CST-COST-HISTORY-FILE ASSIGN TO "COST-HISTORY.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CST-COST-HISTORY-STATUS.

           SELECT VAL-VALUATION-FILE ASSIGN TO "VALUATION.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-KEY
               FILE STATUS IS VAL-VALUATION-STATUS.

           SELECT RPT-VALUATION-FILE ASSIGN TO "VALUATION-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-VALUATION-STATUS.

           SELECT ARI-ITEMS-FILE ASSIGN TO "AR-ITEMS.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARI-KEY
               FILE STATUS IS ARI-ITEMS-STATUS.

           SELECT ARA-ACTIVITY-FILE ASSIGN TO "AR-ACTIVITY.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARA-KEY
               FILE STATUS IS ARA-ACTIVITY-STATUS.

           SELECT STM-STATEMENT-FILE ASSIGN TO STM-STATEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STM-STATEMENT-STATUS.

           SELECT RTV-RETURNS-FILE ASSIGN TO "VENDOR-RETURNS.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTV-KEY
               FILE STATUS IS RTV-RETURNS-STATUS.

           SELECT KIT-COMPONENTS-FILE ASSIGN TO "KITS.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS KIT-COMPONENTS-STATUS.

           SELECT SPK-SUPPLIER-PACKS-FILE
               ASSIGN TO "SUPPLIER-PACKS.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPK-KEY
               FILE STATUS IS SPK-SUPPLIER-PACKS-STATUS.

           SELECT VCH-VOUCHERS-FILE ASSIGN TO "VOUCHERS.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCH-NUMBER
               FILE STATUS IS VCH-VOUCHERS-STATUS.

           SELECT SPL-PRICE-LIST-FILE ASSIGN TO "PRICE-LIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SPL-PRICE-LIST-STATUS.

           SELECT SCO-SUPPLIER-COSTS-FILE
               ASSIGN TO "SUPPLIER-COSTS.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCO-KEY
               FILE STATUS IS SCO-SUPPLIER-COSTS-STATUS.

           SELECT MDR-MARKDOWN-RULES-FILE
               ASSIGN TO "MARKDOWN-RULES.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDR-KEY
               FILE STATUS IS MDR-MARKDOWN-RULES-STATUS.

           SELECT OVR-OVERRIDES-FILE ASSIGN TO "OVERRIDES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OVR-OVERRIDES-STATUS.

           SELECT OVC-OVERRIDE-CONTROL-FILE
               ASSIGN TO "OVERRIDE-CTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OVC-OVERRIDE-CONTROL-STATUS.

           SELECT CMP-COMMISSION-PLAN-FILE
               ASSIGN TO "COMMISSION-PLAN.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS CMP-COMMISSION-PLAN-STATUS.

           SELECT CMR-COMMISSION-RUNS-FILE
               ASSIGN TO "COMMISSION-RUNS.DAT"
      *            INDEXED file (binary format, for faster search)
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMR-PERIOD
               FILE STATUS IS CMR-COMMISSION-RUNS-STATUS.

           SELECT PRL-PAYROLL-FILE ASSIGN TO PRL-PAYROLL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRL-PAYROLL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  P-PRODUCTS-FILE.
           05  P-STOCK                 PIC S9(5).
           05  P-REORDER-POINT         PIC S9(5).
           05  P-DATE-ADDED            PIC S9(8).
      *            Spaces = a product from before tax classes, which
      *            is taxed as VATable
           05  P-TAX-CLASS             PIC X(1).
               88  P-TAX-VATABLE       VALUE "V" SPACE.
               88  P-TAX-EXEMPT        VALUE "E".
               88  P-TAX-ZERO-RATED    VALUE "Z".
      *            Bought in purchasing units (CASE, BOX, SACK) of
      *            P-UNITS-PER-PACK selling units; stock, cost and
      *            price are always per selling unit. Blank = a
      *            product from before units of measure, 1 per pack
           05  P-PURCHASE-UNIT         PIC X(4).
           05  P-SELL-UNIT             PIC X(4).
           05  P-UNITS-PER-PACK        PIC S9(5).

       FD  S-SALES-FILE.
       01  SALES-RECORD.
           05  S-PRODUCT-ID            PIC X(10).
               88  SALE-IS-CARD        VALUE "D".
               88  SALE-IS-EWALLET     VALUE "E".
               88  SALE-IS-SPLIT       VALUE "S".
               88  SALE-IS-VOUCHER     VALUE "V".
           05  S-CUSTOMER-ID           PIC X(10).
      *            The product's tax class when sold; spaces = VATable
           05  S-TAX-CLASS             PIC X(1).
      *            A kit sells as its components, each line carrying
      *            the kit ID; the number of kits is on the first line
           05  S-KIT-ID                PIC X(10).
           05  S-KIT-UNITS             PIC S9(5).
      *            Taken off for units drawn from a near-expiry lot,
      *            before any receipt discount
           05  S-MARKDOWN-AMOUNT       PIC S9(8)V99.
      *            Who rang the original sale; on a void this stays
      *            with the seller while S-CASHIER-ID is the voider
           05  S-ORIGINAL-CASHIER-ID   PIC X(10).

       FD  IMP-IMPORT-FILE.
       01  IMPORT-RECORD               PIC X(100).
               88  PO-IS-BACKORDER     VALUE "P".
               88  PO-NOT-RECEIVED     VALUE "N".
               88  PO-LINE-OPEN        VALUE "N" "P".
      *            Quantities and unit cost are per purchasing unit
      *            of PO-UNITS-PER-PACK selling units, as ordered;
      *            blank = a line from before units of measure
           05  PO-PURCHASE-UNIT        PIC X(4).
           05  PO-UNITS-PER-PACK       PIC S9(5).

       FD  AUD-AUDIT-LOG-FILE.
       01  AUD-AUDIT-LOG-RECORD        PIC X(160).
      *            Spaces = a lot from before branch tracking, which
      *            any branch may draw from
           05  L-BRANCH-ID             PIC X(3).
      *            What one unit of the lot cost when it came in;
      *            zero = a lot from before moving-average costing
           05  L-UNIT-COST             PIC S9(6)V99.
      *            Near-expiry markdown stamped on the lot by the last
      *            repricing run; the till and the shelf label agree
      *            until the next run
           05  L-MARKDOWN-PERCENT      PIC S9(3)V99.
           05  L-MARKDOWN-DATE         PIC 9(8).

       FD  CUS-CUSTOMERS-FILE.
       01  CUS-CUSTOMERS-RECORD.
           05  HS-RECEIPT-NUMBER       PIC 9(6).
           05  HS-PAYMENT-TYPE         PIC X(1).
           05  HS-CUSTOMER-ID          PIC X(10).
           05  HS-TAX-CLASS            PIC X(1).
           05  HS-KIT-ID               PIC X(10).
           05  HS-KIT-UNITS            PIC S9(5).
           05  HS-MARKDOWN-AMOUNT      PIC S9(8)V99.
           05  HS-ORIGINAL-CASHIER-ID  PIC X(10).

       FD  AL-ARCHIVE-LIST-FILE.
       01  AL-ARCHIVE-LIST-RECORD      PIC X(40).
           05  DC-EWALLET-COUNTED      PIC S9(10)V99.

      *            What we owe suppliers: one record per invoice,
      *            matched against the received PO before it is paid.
      *            A negative amount is a debit memo for goods sent
      *            back; it stays unpaid until the supplier's credit
      *            has been used
       FD  SINV-SUPPLIER-INVOICES-FILE.
       01  SINV-SUPPLIER-INVOICES-RECORD.
           05  SINV-SUPPLIER-ID        PIC X(10).
               88  TND-IS-CARD         VALUE "D".
               88  TND-IS-EWALLET      VALUE "E".
               88  TND-IS-POINTS       VALUE "P".
               88  TND-IS-VOUCHER      VALUE "V".
           05  TND-AMOUNT              PIC S9(8)V99.
           05  TND-CASHIER-ID          PIC X(10).
      *            The voucher redeemed by a V tender, or the voucher
      *            bought when the tender paid for one; a voucher sale
      *            is drawer money that is a liability, not a sale
           05  TND-VOUCHER-NUMBER      PIC X(10).
           05  TND-PURPOSE             PIC X(1).
               88  TND-FOR-VOUCHER-SALE VALUE "G".

      *            Scanned-code cross-reference; a product may carry
      *            several barcodes since suppliers change packaging
           05  HLD-COST-AMOUNT         PIC S9(8)V99.
           05  HLD-HELD-DATE           PIC 9(8).
           05  HLD-CASHIER-ID          PIC X(10).
           05  HLD-TAX-CLASS           PIC X(1).
           05  HLD-KIT-ID              PIC X(10).
           05  HLD-KIT-UNITS           PIC S9(5).
           05  HLD-MARKDOWN-AMOUNT     PIC S9(8)V99.

      *            A priced basket promised to a customer, one record
      *            per line; nothing posts to stock or sales until the
           05  QUO-STATUS-FLAG         PIC X(1).
               88  QUO-IS-OPEN         VALUE "O".
               88  QUO-IS-CONVERTED    VALUE "C".
           05  QUO-TAX-CLASS           PIC X(1).
           05  QUO-KIT-ID              PIC X(10).
           05  QUO-KIT-UNITS           PIC S9(5).

       FD  QC-QUOTE-CONTROL-FILE.
       01  QC-QUOTE-CONTROL-RECORD.
           05  TF-STATUS-FLAG          PIC X(1).
               88  TF-IN-TRANSIT       VALUE "T".
               88  TF-RECEIVED         VALUE "R".
      *            The sending side's average cost when it left, which
      *            the receiving side blends back in
           05  TF-UNIT-COST            PIC S9(6)V99.

      *            Earn/redeem history per customer; earns are
      *            positive, redemptions negative, so a customer's
           05  RK-CASHIER-ID           PIC X(10).
           05  RK-PAYMENT-TYPE        PIC X(1).
           05  RK-CUSTOMER-ID          PIC X(10).
           05  RK-TAX-CLASS            PIC X(1).
           05  RK-KIT-ID               PIC X(10).
           05  RK-KIT-UNITS            PIC S9(5).
           05  RK-MARKDOWN-AMOUNT      PIC S9(8)V99.
           05  RK-ORIGINAL-CASHIER-ID  PIC X(10).

      *            The in-flight receipt being posted: a header, one
      *            line record per basket line, one tender record per
               10  JRN-UNIT-PRICE      PIC S9(6)V99.
               10  JRN-GROSS-AMOUNT    PIC S9(8)V99.
               10  JRN-COST-AMOUNT     PIC S9(8)V99.
               10  JRN-TAX-CLASS       PIC X(1).
               10  JRN-KIT-ID          PIC X(10).
               10  JRN-KIT-UNITS       PIC S9(5).
               10  JRN-MARKDOWN-AMOUNT PIC S9(8)V99.
               10  FILLER              PIC X(16).
           05  JRN-TENDER-DETAIL REDEFINES JRN-DATA.
               10  JRN-TENDER-TYPE     PIC X(1).
               10  JRN-TENDER-AMOUNT   PIC S9(8)V99.
               10  JRN-TENDER-VOUCHER  PIC X(10).
               10  FILLER              PIC X(109).

       FD  BAT-RUN-LOG-FILE.
       01  BAT-RUN-LOG-RECORD          PIC X(100).
       FD  RPT-INTEG-FILE.
       01  RPT-INTEG-LINE              PIC X(80).

      *            One row per tax class (V VATable, E exempt, Z
      *            zero-rated) so a BIR rate change is a maintenance
      *            entry and not a program change
       FD  TXR-TAX-RATES-FILE.
       01  TXR-TAX-RATES-RECORD.
           05  TXR-TAX-CLASS           PIC X(1).
           05  TXR-DESCRIPTION         PIC X(20).
           05  TXR-RATE-PERCENT        PIC S9(3)V99.
           05  TXR-CHANGED-DATE        PIC 9(8).
           05  TXR-CHANGED-BY          PIC X(10).

       FD  RPT-VATBOOK-FILE.
       01  RPT-VATBOOK-LINE            PIC X(80).

      *            One row each time a product's moving-average cost
      *            moves: R receipt, V void, T transfer in, M manual;
      *            the quantity and cost are those of the movement
      *            that was blended in
       FD  CST-COST-HISTORY-FILE.
       01  CST-COST-HISTORY-RECORD.
           05  CST-PRODUCT-ID          PIC X(10).
           05  CST-CHANGE-DATE         PIC 9(8).
           05  CST-SOURCE              PIC X(1).
           05  CST-REFERENCE           PIC X(10).
           05  CST-BRANCH-ID           PIC X(3).
           05  CST-STOCK-BEFORE        PIC S9(7).
           05  CST-MOVE-QTY            PIC S9(7).
           05  CST-MOVE-COST           PIC S9(6)V99.
           05  CST-OLD-COST            PIC S9(6)V99.
           05  CST-NEW-COST            PIC S9(6)V99.
           05  CST-CHANGED-BY          PIC X(10).

      *            Point-in-time inventory positions: quantity and
      *            average cost per branch and product as at the
      *            snapshot date. Branch TRN holds goods in transit
       FD  VAL-VALUATION-FILE.
       01  VAL-VALUATION-RECORD.
           05  VAL-KEY.
               10  VAL-SNAP-DATE       PIC 9(8).
               10  VAL-BRANCH-ID       PIC X(3).
               10  VAL-PRODUCT-ID      PIC X(10).
           05  VAL-CATEGORY            PIC X(15).
           05  VAL-QUANTITY            PIC S9(7).
           05  VAL-AVG-COST            PIC S9(6)V99.

       FD  RPT-VALUATION-FILE.
       01  RPT-VALUATION-LINE          PIC X(80).

      *            One open item per charge receipt per customer.
      *            Payments and voids settle the item they are applied
      *            to; receipt 000000 holds a balance brought forward
      *            from before open items, or an unapplied credit.
      *            Open = original - paid - voided, and a customer's
      *            open amounts always sum to C-BALANCE
       FD  ARI-ITEMS-FILE.
       01  ARI-ITEMS-RECORD.
           05  ARI-KEY.
               10  ARI-CUSTOMER-ID     PIC X(10).
               10  ARI-RECEIPT-NUMBER  PIC 9(6).
           05  ARI-CHARGE-DATE         PIC 9(8).
           05  ARI-ORIGINAL-AMOUNT     PIC S9(8)V99.
           05  ARI-PAID-AMOUNT         PIC S9(8)V99.
           05  ARI-VOID-AMOUNT         PIC S9(8)V99.
           05  ARI-OPEN-AMOUNT         PIC S9(8)V99.
           05  ARI-LAST-ACTIVITY       PIC 9(8).
           05  ARI-STATUS              PIC X(1).
               88  ARI-IS-OPEN         VALUE "O".
               88  ARI-IS-SETTLED      VALUE "S".

      *            Every posting to a customer's account in order:
      *            charges positive, payments and voids negative, each
      *            against the receipt it settled. Statements are
      *            built from this
       FD  ARA-ACTIVITY-FILE.
       01  ARA-ACTIVITY-RECORD.
           05  ARA-KEY.
               10  ARA-CUSTOMER-ID     PIC X(10).
               10  ARA-SEQ             PIC 9(7).
           05  ARA-POST-DATE           PIC 9(8).
           05  ARA-TYPE                PIC X(1).
               88  ARA-IS-CHARGE       VALUE "C".
               88  ARA-IS-PAYMENT      VALUE "P".
               88  ARA-IS-VOID         VALUE "V".
           05  ARA-RECEIPT-NUMBER      PIC 9(6).
           05  ARA-AMOUNT              PIC S9(8)V99.
           05  ARA-CASHIER-ID          PIC X(10).

       FD  STM-STATEMENT-FILE.
       01  STM-STATEMENT-LINE          PIC X(80).

      *            One record per lot sent back to a supplier, kept
      *            against the PO the lot came in on; the debit memo
      *            for the whole return goes on SUPPLIER-INVOICES.DAT
       FD  RTV-RETURNS-FILE.
       01  RTV-RETURNS-RECORD.
           05  RTV-KEY.
               10  RTV-NUMBER          PIC X(10).
               10  RTV-LINE-NUMBER     PIC 9(3).
           05  RTV-SUPPLIER-ID         PIC X(10).
           05  RTV-PO-NUMBER           PIC X(10).
           05  RTV-PRODUCT-ID          PIC X(10).
           05  RTV-LOT-SEQ             PIC 9(5).
           05  RTV-EXPIRY-DATE         PIC 9(8).
           05  RTV-QUANTITY            PIC S9(5).
           05  RTV-UNIT-COST           PIC S9(6)V99.
           05  RTV-AMOUNT              PIC S9(8)V99.
           05  RTV-REASON              PIC X(1).
               88  RTV-DAMAGED         VALUE "D".
               88  RTV-EXPIRED         VALUE "E".
               88  RTV-OTHER-REASON    VALUE "O".
           05  RTV-BRANCH-ID           PIC X(3).
           05  RTV-RETURN-DATE         PIC 9(8).
           05  RTV-MEMO-NUMBER         PIC X(15).
           05  RTV-ENTERED-BY          PIC X(10).

      *            One record per component of a kit; the kit itself is
      *            an ordinary product in PRODUCTS.DAT and is a kit for
      *            as long as it has components here
       FD  KIT-COMPONENTS-FILE.
       01  KIT-COMPONENTS-RECORD.
           05  KIT-KEY.
               10  KIT-PRODUCT-ID      PIC X(10).
               10  KIT-COMPONENT-ID    PIC X(10).
           05  KIT-COMPONENT-QTY       PIC S9(5).
           05  KIT-ENTERED-BY          PIC X(10).
           05  KIT-ENTERED-DATE        PIC 9(8).

      *            A supplier's own pack size for a product, where it
      *            differs from the product's standard purchasing unit
       FD  SPK-SUPPLIER-PACKS-FILE.
       01  SPK-SUPPLIER-PACKS-RECORD.
           05  SPK-KEY.
               10  SPK-SUPPLIER-ID     PIC X(10).
               10  SPK-PRODUCT-ID      PIC X(10).
           05  SPK-PURCHASE-UNIT       PIC X(4).
           05  SPK-UNITS-PER-PACK      PIC S9(5).
           05  SPK-ENTERED-BY          PIC X(10).
           05  SPK-ENTERED-DATE        PIC 9(8).

      *            One record per gift certificate or store-credit
      *            voucher; the balance is money the store still owes
      *            the holder, not revenue
       FD  VCH-VOUCHERS-FILE.
       01  VCH-VOUCHERS-RECORD.
           05  VCH-NUMBER              PIC X(10).
           05  VCH-KIND                PIC X(1).
               88  VCH-IS-GIFT         VALUE "G".
               88  VCH-IS-CREDIT       VALUE "S".
           05  VCH-ISSUE-DATE          PIC 9(8).
           05  VCH-EXPIRY-DATE         PIC 9(8).
           05  VCH-ORIGINAL-VALUE      PIC S9(8)V99.
           05  VCH-BALANCE             PIC S9(8)V99.
           05  VCH-STATUS              PIC X(1).
               88  VCH-IS-ACTIVE       VALUE "A".
               88  VCH-IS-REDEEMED     VALUE "R".
           05  VCH-ISSUE-RECEIPT       PIC 9(6).
      *            The receipt that last redeemed it, or a voided
      *            receipt that gave the balance back
           05  VCH-LAST-RECEIPT        PIC 9(6).
           05  VCH-LAST-USED-DATE      PIC 9(8).
           05  VCH-ISSUED-BY           PIC X(10).

      *            A supplier's monthly price list, one CSV line per
      *            product: supplier, product ID or barcode, cost per
      *            purchasing unit, effective date (MM/DD/YYYY)
       FD  SPL-PRICE-LIST-FILE.
       01  SPL-PRICE-LIST-RECORD       PIC X(100).

      *            A supplier's quoted cost from an imported price
      *            list; held pending until a supervisor has seen its
      *            effect on margin and accepted the suggested prices
       FD  SCO-SUPPLIER-COSTS-FILE.
       01  SCO-SUPPLIER-COSTS-RECORD.
           05  SCO-KEY.
               10  SCO-SUPPLIER-ID     PIC X(10).
               10  SCO-PRODUCT-ID      PIC X(10).
               10  SCO-EFFECTIVE-DATE  PIC 9(8).
           05  SCO-PACK-COST           PIC S9(6)V99.
           05  SCO-PURCHASE-UNIT       PIC X(4).
           05  SCO-UNITS-PER-PACK      PIC S9(5).
      *            The quoted cost brought down to one selling unit
           05  SCO-NEW-COST            PIC S9(6)V99.
           05  SCO-STATUS              PIC X(1).
               88  SCO-IS-PENDING      VALUE "P".
               88  SCO-IS-ACCEPTED     VALUE "A".
           05  SCO-IMPORTED-DATE       PIC 9(8).
           05  SCO-IMPORTED-BY         PIC X(10).
      *            Set by the margin-erosion report; zero suggested
      *            price means the margin still meets the target
           05  SCO-REVIEWED-DATE       PIC 9(8).
           05  SCO-TARGET-MARGIN       PIC S9(3)V99.
           05  SCO-SUGGESTED-PRICE     PIC S9(6)V99.
           05  SCO-ACCEPTED-DATE       PIC 9(8).
           05  SCO-ACCEPTED-BY         PIC X(10).

      *            Near-expiry markdown steps: a lot with MDR-DAYS or
      *            fewer days left to expiry sells at MDR-PERCENT off.
      *            A blank category holds the steps for every category
      *            that has none of its own
       FD  MDR-MARKDOWN-RULES-FILE.
       01  MDR-MARKDOWN-RULES-RECORD.
           05  MDR-KEY.
               10  MDR-CATEGORY        PIC X(15).
               10  MDR-DAYS            PIC 9(3).
           05  MDR-PERCENT             PIC S9(3)V99.
           05  MDR-ENTERED-DATE        PIC 9(8).
           05  MDR-ENTERED-BY          PIC X(10).

      *            One supervisor approval taken at the till. The
      *            number is the receipt it posted on, or the quote or
      *            hold number when the basket went that way instead;
      *            a dropped basket keeps its approvals under zero
       FD  OVR-OVERRIDES-FILE.
       01  OVR-OVERRIDES-RECORD.
           05  OVR-DATE                PIC 9(8).
           05  OVR-BRANCH-ID           PIC X(3).
           05  OVR-DOCUMENT-TYPE       PIC X(1).
               88  OVR-ON-RECEIPT      VALUE "R".
               88  OVR-ON-QUOTE        VALUE "Q".
               88  OVR-ON-HELD         VALUE "H".
               88  OVR-ON-DROPPED      VALUE "X".
           05  OVR-RECEIPT-NUMBER      PIC 9(6).
      *            Basket line; zero for a receipt-wide discount
           05  OVR-LINE-NUMBER         PIC 9(3).
           05  OVR-TYPE                PIC X(1).
               88  OVR-IS-PRICE        VALUE "P".
               88  OVR-IS-DISCOUNT     VALUE "D".
               88  OVR-IS-BELOW-COST   VALUE "C".
           05  OVR-PRODUCT-ID          PIC X(10).
           05  OVR-CASHIER-ID          PIC X(10).
           05  OVR-APPROVER-ID         PIC X(10).
      *            Unit prices for P and C (cost against price for a
      *            line rung below cost); the cashier limit against
      *            the percent given for D
           05  OVR-ORIGINAL-VALUE      PIC S9(6)V99.
           05  OVR-NEW-VALUE           PIC S9(6)V99.
           05  OVR-REASON-CODE         PIC X(2).

      *            The largest receipt discount a cashier may give
      *            without a supervisor; no file means the default
       FD  OVC-OVERRIDE-CONTROL-FILE.
       01  OVC-OVERRIDE-CONTROL-RECORD.
           05  OVC-DISCOUNT-LIMIT      PIC 9(3)V99.
           05  OVC-CHANGED-DATE        PIC 9(8).
           05  OVC-CHANGED-BY          PIC X(10).

      *            The commission plan. Rate rows (type R) pay a
      *            percent of net sales by seller role and category;
      *            a blank role or category covers every one without
      *            a row of its own. Tier rows (type T) pay a fixed
      *            bonus once a seller's net sales for the month reach
      *            the target; only the highest tier reached is paid
       FD  CMP-COMMISSION-PLAN-FILE.
       01  CMP-COMMISSION-PLAN-RECORD.
           05  CMP-KEY.
               10  CMP-ROW-TYPE        PIC X(1).
                   88  CMP-IS-RATE     VALUE "R".
                   88  CMP-IS-TIER     VALUE "T".
               10  CMP-ROLE            PIC X(1).
               10  CMP-CATEGORY        PIC X(15).
               10  CMP-TARGET          PIC 9(8)V99.
           05  CMP-RATE-PERCENT        PIC S9(3)V99.
           05  CMP-BONUS-AMOUNT        PIC S9(8)V99.
           05  CMP-ENTERED-DATE        PIC 9(8).
           05  CMP-ENTERED-BY          PIC X(10).

      *            One record per posted commission month; a month on
      *            file has been paid and cannot be run again
       FD  CMR-COMMISSION-RUNS-FILE.
       01  CMR-COMMISSION-RUNS-RECORD.
           05  CMR-PERIOD              PIC 9(6).
           05  CMR-POSTED-DATE         PIC 9(8).
           05  CMR-POSTED-BY           PIC X(10).
           05  CMR-SELLER-COUNT        PIC 9(5).
           05  CMR-TOTAL-NET-SALES     PIC S9(12)V99.
           05  CMR-TOTAL-COMMISSION    PIC S9(10)V99.
           05  CMR-TOTAL-BONUS         PIC S9(10)V99.
           05  CMR-TOTAL-AMOUNT        PIC S9(10)V99.
           05  CMR-PAYROLL-FILE-NAME   PIC X(30).

      *            Payroll interface: a header, one earnings record
      *            per seller, then a trailer carrying the record
      *            count and amount totals for payroll to balance to.
      *            Amounts carry an implied decimal and a leading sign
       FD  PRL-PAYROLL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PRL-HEADER-RECORD.
           05  PRL-H-RECORD-TYPE       PIC X(1).
           05  PRL-H-INTERFACE-ID      PIC X(8).
           05  PRL-H-PERIOD            PIC 9(6).
           05  PRL-H-PERIOD-FROM       PIC 9(8).
           05  PRL-H-PERIOD-TO         PIC 9(8).
           05  PRL-H-RUN-DATE          PIC 9(8).
           05  PRL-H-POSTED-BY         PIC X(10).
           05  FILLER                  PIC X(51).
       01  PRL-DETAIL-RECORD.
           05  PRL-D-RECORD-TYPE       PIC X(1).
           05  PRL-D-EMPLOYEE-ID       PIC X(10).
           05  PRL-D-ROLE              PIC X(1).
           05  PRL-D-EARNINGS-CODE     PIC X(4).
           05  PRL-D-NET-SALES         PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05  PRL-D-COMMISSION        PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  PRL-D-BONUS             PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  PRL-D-AMOUNT            PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(38).
       01  PRL-TRAILER-RECORD.
           05  PRL-T-RECORD-TYPE       PIC X(1).
           05  PRL-T-RECORD-COUNT      PIC 9(5).
           05  PRL-T-TOTAL-NET-SALES   PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
           05  PRL-T-TOTAL-COMMISSION  PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05  PRL-T-TOTAL-BONUS       PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05  PRL-T-TOTAL-AMOUNT      PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(40).

       WORKING-STORAGE SECTION.
       01  MAIN-CHOICE                 PIC S9(9).
       01  P-UPDATE-CHOICE             PIC S9(9).
           05  SH-OPEN-AMOUNT          PIC S9(10)V99 VALUE ZERO.
           05  SH-RECEIVED-AMOUNT      PIC S9(10)V99 VALUE ZERO.
           05  SH-PO-AMOUNT            PIC S9(10)V99 VALUE ZERO.
           05  SH-RETURN-UNITS         PIC S9(8) VALUE ZERO.
           05  SH-RETURN-AMOUNT        PIC S9(10)V99 VALUE ZERO.
           05  SH-UNPAID-INVOICES      PIC S9(10)V99 VALUE ZERO.
           05  SH-OPEN-MEMOS           PIC S9(10)V99 VALUE ZERO.
           05  SH-NET-OWED             PIC S9(10)V99 VALUE ZERO.

       01  RC-RECEIPT-CONTROL-STATUS   PIC XX.
           88  RC-RECEIPT-CONTROL-OK   VALUE "00".
           05  HR-LAST-REVENUE         PIC S9(10)V99 VALUE ZERO.
           05  HR-LAST-PROFIT          PIC S9(10)V99 VALUE ZERO.
           05  HR-LAST-UNITS           PIC S9(8) VALUE ZERO.
      *             Which report the archive scan is feeding
           05  HR-SCAN-TARGET          PIC X VALUE 'H'.
               88  HR-SCAN-HISTORY     VALUE 'H'.
               88  HR-SCAN-VAT-BOOK    VALUE 'V'.
               88  HR-SCAN-COMMISSION  VALUE 'K'.
      *             Set when an archive asked for was left out, so a
      *             run that must be complete can refuse to post
           05  HR-SKIPPED-SWITCH       PIC X VALUE 'N'.
               88  HR-ARCHIVE-SKIPPED  VALUE 'Y'.
           05  HR-NEW-FILE-NAME        PIC X(40).
           05  HR-DUP-SWITCH           PIC X VALUE 'N'.
               88  HR-FILE-LISTED      VALUE 'Y'.
           05  HR-DUP-INDEX            PIC S9(3).

       01  HR-FILE-TABLE.
           05  HR-FILE-ENTRIES OCCURS 24 TIMES.
           05  PC-FOUND-SWITCH         PIC X VALUE 'N'.
               88  PC-PRICE-FOUND      VALUE 'Y'.

      *             Supplier price-list import and the margin review
      *             that follows it
       01  PRICE-LIST-FIELDS.
           05  PL-SUPPLIER-TEXT        PIC X(15).
           05  PL-PRODUCT-TEXT         PIC X(15).
           05  PL-COST-TEXT            PIC X(15).
           05  PL-DATE-TEXT            PIC X(12).
           05  PL-LINE-NUMBER          PIC S9(5) VALUE ZERO.
           05  PL-LINE-EDIT            PIC ZZZZ9.
           05  PL-LOADED-COUNT         PIC S9(5) VALUE ZERO.
           05  PL-REPLACED-COUNT       PIC S9(5) VALUE ZERO.
           05  PL-REJECTED-COUNT       PIC S9(5) VALUE ZERO.
           05  PL-LISTED-COUNT         PIC S9(5) VALUE ZERO.
           05  PL-FLAGGED-COUNT        PIC S9(5) VALUE ZERO.
           05  PL-ACCEPTED-COUNT       PIC S9(5) VALUE ZERO.
           05  PL-REASON               PIC X(40).
           05  PL-SUPPLIER-FILTER      PIC X(10).
           05  PL-PACK-COST            PIC S9(6)V99.
           05  PL-EFFECTIVE-DATE       PIC 9(8).
           05  PL-TARGET-MARGIN        PIC S9(3)V99 VALUE 25.
           05  PL-OLD-MARGIN           PIC S9(5)V99.
           05  PL-NEW-MARGIN           PIC S9(5)V99.
           05  PL-SUGGESTED-PRICE      PIC S9(6)V99.
           05  PL-OLD-MARGIN-EDIT      PIC -ZZZ9.99.
           05  PL-NEW-MARGIN-EDIT      PIC -ZZZ9.99.
           05  PL-OLD-COST-EDIT        PIC ZZZ,ZZ9.99.
           05  PL-NEW-COST-EDIT        PIC ZZZ,ZZ9.99.
           05  PL-PRICE-EDIT           PIC ZZZ,ZZ9.99.
           05  PL-BEST-DATE            PIC 9(8).
           05  PL-FOUND-SWITCH         PIC X VALUE 'N'.
               88  PL-COST-FOUND       VALUE 'Y'.
           05  PL-ERROR-SWITCH         PIC X VALUE 'N'.
               88  PL-LINE-REJECTED    VALUE 'Y'.

      *             Near-expiry markdowns: rule upkeep, the repricing
      *             run with its label list, and the till's walk over
      *             the lots a sale line will draw from
       01  MARKDOWN-FIELDS.
           05  MD-CHOICE               PIC S9(9).
           05  MD-CATEGORY-INPUT       PIC X(15).
           05  MD-NUMBER-INPUT         PIC X(10).
           05  MD-RULE-CATEGORY        PIC X(15).
           05  MD-DAYS-LEFT            PIC S9(9).
           05  MD-BEST-PERCENT         PIC S9(3)V99.
           05  MD-OLD-PERCENT          PIC S9(3)V99.
           05  MD-TODAY-INT            PIC S9(9).
           05  MD-DATE-NUM             PIC 9(8).
           05  MD-LABEL-PRICE          PIC S9(6)V99.
           05  MD-LOTS-READ            PIC S9(5) VALUE ZERO.
           05  MD-LOTS-CHANGED         PIC S9(5) VALUE ZERO.
           05  MD-LOTS-MARKED          PIC S9(5) VALUE ZERO.
           05  MD-COUNT-EDIT           PIC ZZZZ9.
           05  MD-DAYS-EDIT            PIC ZZ9.
           05  MD-PRICE-EDIT           PIC ZZZ,ZZ9.99.
           05  MD-LABEL-TEXT           PIC X(14).
           05  MD-RULE-SWITCH          PIC X VALUE 'N'.
               88  MD-CATEGORY-HAS-RULES VALUE 'Y'.
           05  MD-LOT-COUNT            PIC S9(3) VALUE ZERO.
           05  MD-LOT-INDEX            PIC S9(3).
           05  MD-BEST-INDEX           PIC S9(3).
           05  MD-SKIP-UNITS           PIC S9(7).
           05  MD-REMAINING            PIC S9(7).
           05  MD-TAKE                 PIC S9(7).
           05  MD-PORTION              PIC S9(8)V99.
           05  MD-LINE-MARKDOWN        PIC S9(8)V99 VALUE ZERO.
           05  MD-LOT-TABLE OCCURS 50 TIMES.
               10  MD-LOT-EXPIRY       PIC 9(8).
               10  MD-LOT-QTY          PIC S9(5).
               10  MD-LOT-PERCENT      PIC S9(3)V99.

      *             Till overrides: approvals taken on the basket in
      *             hand wait in OV-PENDING until it posts, is parked
      *             or is dropped, and then go to OVERRIDES.DAT
       01  OVERRIDE-FIELDS.
           05  OV-CHOICE               PIC S9(9).
           05  OV-DISCOUNT-LIMIT       PIC S9(3)V99 VALUE 10.
           05  OV-TYPE                 PIC X(1).
           05  OV-LINE                 PIC S9(3).
           05  OV-PRODUCT-ID           PIC X(10).
           05  OV-ORIGINAL-VALUE       PIC S9(6)V99.
           05  OV-NEW-VALUE            PIC S9(6)V99.
           05  OV-UNIT-COST            PIC S9(6)V99.
           05  OV-REASON-CODE          PIC X(2).
           05  OV-APPROVER-ID          PIC X(10).
           05  OV-PASSWORD             PIC X(10).
           05  OV-APPROVED-SWITCH      PIC X VALUE 'N'.
               88  OV-APPROVED         VALUE 'Y'.
           05  OV-REASON-SWITCH        PIC X VALUE 'N'.
               88  OV-REASON-VALID     VALUE 'Y'.
           05  OV-DOCUMENT-TYPE        PIC X(1).
           05  OV-DOCUMENT-NUMBER      PIC 9(6).
           05  OV-NUMBER-INPUT         PIC X(12).
           05  OV-LINE-EDIT            PIC Z9.
           05  OV-PERCENT-EDIT         PIC ZZ9.99.
           05  OV-PENDING-COUNT        PIC S9(3) VALUE ZERO.
           05  OV-PENDING-INDEX        PIC S9(3).
           05  OV-PENDING OCCURS 40 TIMES.
               10  OVP-TYPE            PIC X(1).
               10  OVP-LINE            PIC S9(3).
               10  OVP-PRODUCT-ID      PIC X(10).
               10  OVP-ORIGINAL-VALUE  PIC S9(6)V99.
               10  OVP-NEW-VALUE       PIC S9(6)V99.
               10  OVP-REASON-CODE     PIC X(2).
               10  OVP-APPROVER-ID     PIC X(10).
      *             Weekly override report
           05  OV-FROM-DATE            PIC 9(8).
           05  OV-TO-DATE              PIC 9(8).
           05  OV-DATE-NUM             PIC 9(8).
           05  OV-DATE-INT             PIC S9(9).
           05  OV-DATE-INPUT           PIC X(12).
           05  OV-MONTH-TEXT           PIC X(4).
           05  OV-DAY-TEXT             PIC X(4).
           05  OV-YEAR-TEXT            PIC X(6).
           05  OV-TYPE-TEXT            PIC X(5).
           05  OV-ORIGINAL-EDIT        PIC -ZZZ,ZZ9.99.
           05  OV-NEW-EDIT             PIC -ZZZ,ZZ9.99.
           05  OV-COUNT-EDIT           PIC ZZZZ9.
           05  OV-PRICE-EDIT           PIC ZZZZ9.
           05  OV-DISCOUNT-EDIT        PIC ZZZZ9.
           05  OV-COST-EDIT            PIC ZZZZ9.
           05  OV-RECORD-COUNT         PIC S9(5) VALUE ZERO.
           05  OV-KIND                 PIC X(1).
           05  OV-USER-ID              PIC X(10).
           05  OV-SHOW-SWITCH          PIC X VALUE 'Y'.
               88  OV-SHOW-ON-SCREEN   VALUE 'Y'.

      *             Override counts per user, once as cashier (kind C)
      *             and once as approver (kind A)
       01  OVERRIDE-TOTALS-TABLE.
           05  OT-COUNT                PIC S9(3) VALUE ZERO.
           05  OVERRIDE-TOTALS OCCURS 80 TIMES.
               10  OT-KIND             PIC X(1).
               10  OT-USER-ID          PIC X(10).
               10  OT-PRICE-COUNT      PIC S9(5).
               10  OT-DISCOUNT-COUNT   PIC S9(5).
               10  OT-COST-COUNT       PIC S9(5).
               10  OT-TOTAL-COUNT      PIC S9(5).
           05  OT-INDEX                PIC S9(3).
           05  OT-FOUND-SWITCH         PIC X VALUE 'N'.
               88  OT-FOUND            VALUE 'Y'.

      *             Commission run: plan upkeep, the month's scan of
      *             the sales files, statements and the payroll file
       01  COMMISSION-FIELDS.
           05  CM-CHOICE               PIC S9(9).
           05  CM-ROLE-INPUT           PIC X(1).
           05  CM-CATEGORY-INPUT       PIC X(15).
           05  CM-NUMBER-INPUT         PIC X(14).
           05  CM-PERIOD-INPUT         PIC X(10).
           05  CM-MONTH                PIC 9(2).
           05  CM-YEAR                 PIC 9(4).
           05  CM-PERIOD               PIC 9(6).
           05  CM-FROM-DATE            PIC 9(8).
           05  CM-DATE-NUM             PIC 9(8).
           05  CM-TO-DATE              PIC 9(8).
           05  CM-OLD-VALUE            PIC S9(8)V99.
           05  CM-ROW-SWITCH           PIC X VALUE 'N'.
               88  CM-ROW-ON-FILE      VALUE 'Y'.
           05  CM-LOOKUP-ROLE          PIC X(1).
           05  CM-LOOKUP-CATEGORY      PIC X(15).
           05  CM-RATE                 PIC S9(3)V99.
           05  CM-RATE-SWITCH          PIC X VALUE 'N'.
               88  CM-RATE-FOUND       VALUE 'Y'.
           05  CM-TIER-SWITCH          PIC X VALUE 'N'.
               88  CM-ROLE-HAS-TIERS   VALUE 'Y'.
           05  CM-SELLER-ID            PIC X(10).
           05  CM-LINE-COMMISSION      PIC S9(8)V99.
           05  CM-RECORD-COUNT         PIC S9(7) VALUE ZERO.
           05  CM-TRUNCATED-SWITCH     PIC X VALUE 'N'.
               88  CM-TRUNCATED        VALUE 'Y'.
           05  CM-POSTED-SWITCH        PIC X VALUE 'N'.
               88  CM-RUN-POSTED       VALUE 'Y'.
           05  CM-PAYROLL-SWITCH       PIC X VALUE 'N'.
               88  CM-PAYROLL-FAILED   VALUE 'Y'.
           05  CM-CONFIRM              PIC X(1).
           05  CM-TOTAL-SALES          PIC S9(12)V99 VALUE ZERO.
           05  CM-TOTAL-VOIDS          PIC S9(12)V99 VALUE ZERO.
           05  CM-TOTAL-NET-SALES      PIC S9(12)V99 VALUE ZERO.
           05  CM-TOTAL-COMMISSION     PIC S9(10)V99 VALUE ZERO.
           05  CM-TOTAL-CHARGEBACK     PIC S9(10)V99 VALUE ZERO.
           05  CM-TOTAL-BONUS          PIC S9(10)V99 VALUE ZERO.
           05  CM-TOTAL-AMOUNT         PIC S9(10)V99 VALUE ZERO.
           05  CM-ROLE-TEXT            PIC X(10).
           05  CM-RULE-ROLE            PIC X(5).
           05  CM-RULE-CATEGORY        PIC X(15).
           05  CM-LABEL                PIC X(22).
           05  CM-PERCENT-EDIT         PIC ZZ9.99.
           05  CM-AMOUNT-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  CM-AMOUNT-EDIT-2        PIC -ZZZ,ZZZ,ZZ9.99.
           05  CM-COUNT-EDIT           PIC ZZZZ9.

      *             One entry per seller in the run; voids land on the
      *             seller of the original sale
       01  COMMISSION-SELLER-TABLE.
           05  CC-COUNT                PIC S9(3) VALUE ZERO.
           05  COMMISSION-SELLERS OCCURS 50 TIMES.
               10  CC-SELLER-ID        PIC X(10).
               10  CC-ROLE             PIC X(1).
               10  CC-SALES            PIC S9(10)V99.
               10  CC-VOIDS            PIC S9(10)V99.
               10  CC-NET-SALES        PIC S9(10)V99.
               10  CC-COMMISSION       PIC S9(8)V99.
               10  CC-CHARGEBACK       PIC S9(8)V99.
               10  CC-TARGET           PIC S9(8)V99.
               10  CC-BONUS            PIC S9(8)V99.
               10  CC-AMOUNT           PIC S9(8)V99.
           05  CC-INDEX                PIC S9(3).
           05  CC-FOUND-SWITCH         PIC X VALUE 'N'.
               88  CC-FOUND            VALUE 'Y'.

      *             Seller-by-category lines for the statements, each
      *             holding the rate looked up when it was first seen
       01  COMMISSION-LINE-TABLE.
           05  CL-COUNT                PIC S9(3) VALUE ZERO.
           05  COMMISSION-LINES OCCURS 400 TIMES.
               10  CL-SELLER-INDEX     PIC S9(3).
               10  CL-CATEGORY         PIC X(15).
               10  CL-RATE             PIC S9(3)V99.
               10  CL-SALES            PIC S9(10)V99.
               10  CL-VOIDS            PIC S9(10)V99.
               10  CL-COMMISSION       PIC S9(8)V99.
               10  CL-CHARGEBACK       PIC S9(8)V99.
           05  CL-INDEX                PIC S9(3).
           05  CL-FOUND-SWITCH         PIC X VALUE 'N'.
               88  CL-FOUND            VALUE 'Y'.

       01  PRL-PAYROLL-FILE-NAME       PIC X(30).

       01  DC-DAILY-CLOSE-STATUS       PIC XX.
           88  DAILY-CLOSE-OK          VALUE "00".
           88  DAILY-CLOSE-EOF         VALUE "10".
       01  RPT-INTEG-STATUS            PIC XX.
           88  RPT-INTEG-OK            VALUE "00".

       01  TXR-TAX-RATES-STATUS        PIC XX.
           88  TAX-RATES-OK            VALUE "00".
           88  TAX-RATES-EOF           VALUE "10".

       01  RPT-VATBOOK-STATUS          PIC XX.
           88  RPT-VATBOOK-OK          VALUE "00".

       01  TX-CHOICE                   PIC S9(9).

       01  CST-COST-HISTORY-STATUS     PIC XX.
           88  COST-HISTORY-OK         VALUE "00".
           88  COST-HISTORY-EOF        VALUE "10".

       01  VAL-VALUATION-STATUS        PIC XX.
           88  VALUATION-OK            VALUE "00".
           88  VALUATION-EOF           VALUE "10".

       01  RPT-VALUATION-STATUS        PIC XX.
           88  RPT-VALUATION-OK        VALUE "00".

       01  CV-CHOICE                   PIC S9(9).

      *             Inputs to BLEND-AVERAGE-COST: the units coming in
      *             and what each cost, plus what to log against
       01  AVERAGE-COST-FIELDS.
           05  AC-MOVE-QTY             PIC S9(7).
           05  AC-MOVE-COST            PIC S9(6)V99.
           05  AC-OLD-COST             PIC S9(6)V99.
           05  AC-STOCK-BEFORE         PIC S9(7).
           05  AC-SOURCE               PIC X(1).
               88  AC-FROM-RECEIPT     VALUE "R".
               88  AC-FROM-VOID        VALUE "V".
               88  AC-FROM-TRANSFER    VALUE "T".
               88  AC-FROM-MANUAL      VALUE "M".
           05  AC-REFERENCE            PIC X(10).
           05  AC-BRANCH-ID            PIC X(3).
           05  AC-BLEND-VALUE          PIC S9(11)V99.

       01  VALUATION-FIELDS.
           05  VR-DATE-INPUT           PIC X(10).
           05  VR-MONTH-TEXT           PIC X(2).
           05  VR-DAY-TEXT             PIC X(2).
           05  VR-YEAR-TEXT            PIC X(4).
           05  VR-AS-OF-DATE           PIC 9(8).
           05  VR-SNAP-DATE            PIC 9(8).
           05  VR-PRIOR-DATE           PIC 9(8).
           05  VR-TARGET-DATE          PIC 9(8).
           05  VR-FOUND-DATE           PIC 9(8).
           05  VR-DATE-INT             PIC S9(9).
           05  VR-DATE-NUM             PIC 9(8).
           05  VR-SNAP-BRANCH          PIC X(3).
           05  VR-ROW-COUNT            PIC S9(7).
           05  VR-LINE-VALUE           PIC S9(11)V99.
           05  VR-PRIOR-VALUE          PIC S9(11)V99.
           05  VR-CHANGE-VALUE         PIC S9(11)V99.
           05  VR-TOTAL-QTY            PIC S9(9).
           05  VR-TOTAL-VALUE          PIC S9(11)V99.
           05  VR-TOTAL-PRIOR          PIC S9(11)V99.
           05  VR-QTY-EDIT             PIC -ZZZ,ZZ9.
           05  VR-COST-EDIT            PIC ZZZ,ZZ9.99.
           05  VR-VALUE-EDIT           PIC -ZZ,ZZZ,ZZ9.99.
           05  VR-CHANGE-EDIT          PIC -ZZ,ZZZ,ZZ9.99.
           05  VR-SNAP-QTY             PIC S9(7).
           05  VR-SNAP-COST            PIC S9(6)V99.
           05  VR-SAVE-KEY             PIC X(21).
           05  VR-PASS-SWITCH          PIC X VALUE 'C'.
               88  VR-CURRENT-PASS     VALUE 'C'.
               88  VR-PRIOR-PASS       VALUE 'P'.
           05  VR-SOURCE-TEXT          PIC X(8).

      *             Category and branch subtotals for the valuation,
      *             current value against the prior month-end's
       01  VALUATION-CATEGORY-TABLE.
           05  VC-COUNT                PIC S9(3) VALUE ZERO.
           05  VC-INDEX                PIC S9(3).
           05  VC-FOUND-SWITCH         PIC X VALUE 'N'.
               88  VC-FOUND            VALUE 'Y'.
           05  VC-ROWS OCCURS 20 TIMES.
               10  VC-CATEGORY         PIC X(15).
               10  VC-VALUE            PIC S9(11)V99.
               10  VC-PRIOR            PIC S9(11)V99.

       01  VALUATION-BRANCH-TABLE.
           05  VN-COUNT                PIC S9(3) VALUE ZERO.
           05  VN-INDEX                PIC S9(3).
           05  VN-FOUND-SWITCH         PIC X VALUE 'N'.
               88  VN-FOUND            VALUE 'Y'.
           05  VN-ROWS OCCURS 20 TIMES.
               10  VN-BRANCH-ID        PIC X(3).
               10  VN-VALUE            PIC S9(11)V99.
               10  VN-PRIOR            PIC S9(11)V99.

       01  ARI-ITEMS-STATUS            PIC XX.
           88  AR-ITEMS-OK             VALUE "00".
           88  AR-ITEMS-EOF            VALUE "10".

       01  ARA-ACTIVITY-STATUS         PIC XX.
           88  AR-ACTIVITY-OK          VALUE "00".
           88  AR-ACTIVITY-EOF         VALUE "10".

       01  STM-STATEMENT-STATUS        PIC XX.
           88  STATEMENT-OK            VALUE "00".

       01  STM-STATEMENT-FILE-NAME     PIC X(30).

       01  RTV-RETURNS-STATUS          PIC XX.
           88  RETURNS-OK              VALUE "00".
           88  RETURNS-EOF             VALUE "10".

       01  KIT-COMPONENTS-STATUS       PIC XX.
           88  KITS-OK                 VALUE "00".
           88  KITS-EOF                VALUE "10".

       01  SPK-SUPPLIER-PACKS-STATUS   PIC XX.
           88  SUPPLIER-PACKS-OK       VALUE "00".
           88  SUPPLIER-PACKS-EOF      VALUE "10".

       01  VCH-VOUCHERS-STATUS         PIC XX.
           88  VOUCHERS-OK             VALUE "00".
           88  VOUCHERS-EOF            VALUE "10".

       01  SPL-PRICE-LIST-STATUS       PIC XX.
           88  PRICE-LIST-OK           VALUE "00".
           88  PRICE-LIST-EOF          VALUE "10".

       01  SCO-SUPPLIER-COSTS-STATUS   PIC XX.
           88  SUPPLIER-COSTS-OK       VALUE "00".
           88  SUPPLIER-COSTS-EOF      VALUE "10".

       01  MDR-MARKDOWN-RULES-STATUS   PIC XX.
           88  MARKDOWN-RULES-OK       VALUE "00".
           88  MARKDOWN-RULES-EOF      VALUE "10".

       01  OVR-OVERRIDES-STATUS        PIC XX.
           88  OVERRIDES-OK            VALUE "00".
           88  OVERRIDES-EOF           VALUE "10".

       01  OVC-OVERRIDE-CONTROL-STATUS PIC XX.
           88  OVERRIDE-CONTROL-OK     VALUE "00".

       01  CMP-COMMISSION-PLAN-STATUS  PIC XX.
           88  COMMISSION-PLAN-OK      VALUE "00".
           88  COMMISSION-PLAN-EOF     VALUE "10".

       01  CMR-COMMISSION-RUNS-STATUS  PIC XX.
           88  COMMISSION-RUNS-OK      VALUE "00".
           88  COMMISSION-RUNS-EOF     VALUE "10".

       01  PRL-PAYROLL-STATUS          PIC XX.
           88  PAYROLL-OK              VALUE "00".

      *             Working fields for posting to and settling open
      *             items; OI-APPLY-AMOUNT is what is still to be
      *             applied as the items are walked
       01  OPEN-ITEM-FIELDS.
           05  OI-SKIP-RECEIPT         PIC 9(6) VALUE ZERO.
           05  OI-APPLY-AMOUNT         PIC S9(8)V99.
           05  OI-TAKE-AMOUNT          PIC S9(8)V99.
           05  OI-LINE-AMOUNT          PIC S9(8)V99.
           05  OI-ITEM-TOTAL           PIC S9(10)V99.
           05  OI-ITEM-COUNT           PIC S9(5).
           05  OI-NEXT-SEQ             PIC 9(7).
           05  OI-ACTIVITY-TYPE        PIC X(1).
           05  OI-ACTIVITY-RECEIPT     PIC 9(6).
           05  OI-ACTIVITY-AMOUNT      PIC S9(8)V99.
           05  OI-RECEIPT-INPUT        PIC X(10).
           05  OI-AMOUNT-INPUT         PIC X(15).
           05  OI-HAS-ITEMS-SWITCH     PIC X VALUE 'N'.
               88  OI-HAS-ITEMS        VALUE 'Y'.
           05  OI-LOG-SWITCH           PIC X VALUE 'Y'.
               88  OI-LOG-ACTIVITY     VALUE 'Y'.
               88  OI-NO-ACTIVITY      VALUE 'N'.
           05  OI-DONE-SWITCH          PIC X VALUE 'N'.
               88  OI-DONE             VALUE 'Y'.
           05  OI-NEW-ITEM-SWITCH      PIC X VALUE 'N'.
               88  OI-NEW-ITEM         VALUE 'Y'.
           05  OI-DATE-EDIT            PIC X(10).

       01  STATEMENT-FIELDS.
           05  ST-MONTH-INPUT          PIC X(7).
           05  ST-MONTH                PIC 9(2) VALUE ZERO.
           05  ST-YEAR                 PIC 9(4) VALUE ZERO.
           05  ST-FROM-DATE            PIC 9(8).
           05  ST-TO-DATE              PIC 9(8).
           05  ST-DATE-NUM             PIC 9(8).
           05  ST-DATE-INT             PIC S9(9).
           05  ST-OPENING              PIC S9(10)V99.
           05  ST-CLOSING              PIC S9(10)V99.
           05  ST-MONTH-NET            PIC S9(10)V99.
           05  ST-AFTER-NET            PIC S9(10)V99.
           05  ST-MONTH-LINES          PIC S9(5).
           05  ST-STATEMENT-COUNT      PIC S9(5).
           05  ST-AMOUNT-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  ST-TYPE-TEXT            PIC X(18).

       01  VAT-BOOK-FIELDS.
           05  VB-MONTH-INPUT          PIC X(7).
           05  VB-MONTH                PIC 9(2) VALUE ZERO.
           05  VB-YEAR                 PIC 9(4) VALUE ZERO.
           05  VB-FROM-DATE            PIC 9(8).
           05  VB-TO-DATE              PIC 9(8).
           05  VB-DAY-INDEX            PIC S9(3).
           05  VB-RECORD-COUNT         PIC S9(7) VALUE ZERO.
           05  VB-TOTAL-VATABLE        PIC S9(10)V99 VALUE ZERO.
           05  VB-TOTAL-EXEMPT         PIC S9(10)V99 VALUE ZERO.
           05  VB-TOTAL-ZERO           PIC S9(10)V99 VALUE ZERO.
           05  VB-TOTAL-VAT            PIC S9(10)V99 VALUE ZERO.
           05  VB-TOTAL-VOIDS          PIC S9(10)V99 VALUE ZERO.
           05  VB-DAY-EDIT             PIC 99.
           05  VB-AMT-EDIT-1           PIC -ZZZ,ZZZ,ZZ9.99.
           05  VB-AMT-EDIT-2           PIC -ZZZ,ZZZ,ZZ9.99.
           05  VB-AMT-EDIT-3           PIC -ZZZ,ZZZ,ZZ9.99.
           05  VB-AMT-EDIT-4           PIC -ZZZ,ZZZ,ZZ9.99.

      *             One row per calendar day of the book's month; a
      *             void posts negative on its own date, so the day it
      *             happened nets it out
       01  VAT-BOOK-DAY-TABLE.
           05  VAT-BOOK-DAYS OCCURS 31 TIMES.
               10  VB-DAY-VATABLE      PIC S9(10)V99.
               10  VB-DAY-EXEMPT       PIC S9(10)V99.
               10  VB-DAY-ZERO         PIC S9(10)V99.
               10  VB-DAY-VAT          PIC S9(10)V99.

       01  INTEGRITY-FIELDS.
           05  IC-FIX-INPUT            PIC X(1).
               88  IC-APPLY-FIXES      VALUE 'Y' 'y'.
           05  IC-FIXED-COUNT          PIC S9(5) VALUE ZERO.
           05  IC-LOT-TOTAL            PIC S9(8).
           05  IC-LOT-COUNT            PIC S9(5).
           05  IC-MIN-RECEIPT          PIC 9(6).
           05  IC-MAX-RECEIPT          PIC 9(6).
           05  IC-LAST-RECEIPT        PIC 9(6).
           05  IC-CARD-TOTAL           PIC S9(10)V99.
           05  IC-EWALLET-TOTAL        PIC S9(10)V99.
           05  IC-POINTS-TOTAL         PIC S9(10)V99.
           05  IC-VOUCHER-REDEEMED     PIC S9(10)V99.
           05  IC-VOUCHER-SOLD         PIC S9(10)V99.
           05  IC-EXPECTED-CASH        PIC S9(10)V99.
           05  IC-LINE-TEXT            PIC X(80).

           05  TENDER-LINES OCCURS 5 TIMES.
               10  TE-TYPE             PIC X(1).
               10  TE-AMOUNT           PIC S9(8)V99.
               10  TE-VOUCHER          PIC X(10).

       01  AP-CHOICE                   PIC S9(9).

           05  AP-TOTAL-DUE-WEEK       PIC S9(10)V99.
           05  AP-TOTAL-CURRENT        PIC S9(10)V99.
           05  AP-TOTAL-UNPAID         PIC S9(10)V99.
           05  AP-TOTAL-MEMOS          PIC S9(10)V99.
           05  AP-SUPPLIER-NET         PIC S9(10)V99.
           05  AP-SUPPLIER-MEMOS       PIC S9(10)V99.
           05  AP-AMOUNT-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.

       01  VENDOR-RETURN-FIELDS.
           05  RV-NUMBER               PIC X(10).
           05  RV-SUPPLIER-ID          PIC X(10).
           05  RV-REASON               PIC X(1).
               88  RV-REASON-VALID     VALUE "D" "E" "O".
           05  RV-REASON-TEXT          PIC X(8).
           05  RV-LOT-SEQ              PIC 9(5).
           05  RV-LOT-COUNT            PIC S9(5).
           05  RV-QUANTITY             PIC S9(5).
           05  RV-UNIT-COST            PIC S9(6)V99.
           05  RV-LINE-AMOUNT          PIC S9(8)V99.
           05  RV-LINE-COUNT           PIC 9(3).
           05  RV-TOTAL-UNITS          PIC S9(7).
           05  RV-TOTAL-AMOUNT         PIC S9(10)V99.
           05  RV-PO-SUPPLIER          PIC X(10).
           05  RV-PO-COST              PIC S9(6)V99.
           05  RV-PO-SWITCH            PIC X VALUE 'N'.
               88  RV-PO-FOUND         VALUE 'Y'.
           05  RV-MEMO-PO              PIC X(10).
           05  RV-MEMO-NUMBER          PIC X(15).

       01  KT-CHOICE                   PIC S9(9).

      *             Purchasing and selling units for the product in
      *             P-PRODUCTS-RECORD, with the supplier in
      *             UM-SUPPLIER-ID (spaces = the product's own pack)
       01  UNIT-OF-MEASURE-FIELDS.
           05  UM-SUPPLIER-ID          PIC X(10) VALUE SPACES.
           05  UM-PURCHASE-UNIT        PIC X(4).
           05  UM-SELL-UNIT            PIC X(4).
           05  UM-PACK-SIZE            PIC S9(5).
           05  UM-PIECES               PIC S9(7).
           05  UM-PACKS                PIC S9(7).
           05  UM-LOOSE                PIC S9(5).
           05  UM-PACK-TEXT            PIC X(24).
           05  UM-PACKS-EDIT           PIC Z,ZZZ,ZZ9.
           05  UM-LOOSE-EDIT           PIC ZZ,ZZ9.
           05  UM-SIZE-EDIT            PIC ZZ,ZZ9.
           05  UM-INPUT-TEXT           PIC X(10).
           05  UM-LINE-AMOUNT          PIC S9(8)V99.
           05  UM-PO-TOTAL             PIC S9(10)V99.
           05  UM-OLD-PACK             PIC S9(5).
           05  UM-NEW-PACK             PIC S9(5).

       01  GV-CHOICE                   PIC S9(9).

      *             Gift certificates and store credit: the voucher
      *             being sold, issued or redeemed, and report totals
       01  VOUCHER-FIELDS.
           05  GV-NUMBER-INPUT         PIC X(10).
           05  GV-ISSUE-NUMBER         PIC X(10).
           05  GV-KIND                 PIC X(1).
           05  GV-VALUE                PIC S9(8)V99.
           05  GV-AVAILABLE            PIC S9(8)V99.
           05  GV-PLEDGED              PIC S9(8)V99.
           05  GV-VALID-DAYS           PIC S9(5).
           05  GV-EXPIRY-DATE          PIC 9(8).
           05  GV-DATE-NUM             PIC 9(8).
           05  GV-DATE-INT             PIC S9(9).
           05  GV-HORIZON-DAYS         PIC S9(5).
           05  GV-HORIZON-DATE         PIC 9(8).
           05  GV-DAYS-LEFT            PIC S9(5).
           05  GV-DAYS-EDIT            PIC -ZZ,ZZ9.
           05  GV-COUNT                PIC S9(5).
           05  GV-TOTAL-VALUE          PIC S9(10)V99.
           05  GV-TOTAL-BALANCE        PIC S9(10)V99.
           05  GV-KIND-TEXT            PIC X(6).
           05  GV-STATUS-TEXT          PIC X(8).
           05  GV-TENDER-PURPOSE       PIC X(1) VALUE SPACE.
           05  GV-SELLING-SWITCH       PIC X VALUE 'N'.
               88  GV-SELLING-VOUCHER  VALUE 'Y'.
           05  GV-USABLE-SWITCH        PIC X VALUE 'N'.
               88  GV-VOUCHER-USABLE   VALUE 'Y'.
           05  GV-CREDIT-SWITCH        PIC X VALUE 'N'.
               88  GV-REFUND-AS-CREDIT VALUE 'Y'.

      *             The kit being sold, quoted or maintained, and its
      *             components as loaded by LOAD-KIT-COMPONENTS
       01  KIT-FIELDS.
           05  KC-KIT-ID               PIC X(10).
           05  KC-KIT-NAME             PIC X(30).
           05  KC-KIT-PRICE            PIC S9(6)V99.
           05  KC-KIT-GROSS            PIC S9(8)V99.
           05  KC-KIT-COST             PIC S9(8)V99.
           05  KC-COUNT                PIC S9(3) VALUE ZERO.
           05  KC-INDEX                PIC S9(3).
           05  KC-LINE-INDEX           PIC S9(3).
           05  KC-BUILDABLE            PIC S9(5).
           05  KC-CAN-BUILD            PIC S9(5).
           05  KC-NEEDED-UNITS         PIC S9(7).
           05  KC-WEIGHT-TOTAL         PIC S9(10)V99.
           05  KC-SHARE-TOTAL          PIC S9(8)V99.
           05  KC-WEIGHT-BASIS         PIC X(1).
               88  KC-BY-PRICE         VALUE "P".
               88  KC-BY-COST          VALUE "C".
               88  KC-BY-QUANTITY      VALUE "Q".
           05  KC-LIMIT-ID             PIC X(10).
           05  KC-KITS-LISTED          PIC S9(5).
           05  KC-QTY-EDIT             PIC ZZ,ZZ9.
           05  KC-CHECK-ID             PIC X(10).
           05  KC-COMPONENT-INPUT      PIC X(10).
           05  KC-COMPONENT-NAME       PIC X(30).
           05  KC-OLD-QTY              PIC S9(5).
           05  KC-NEW-QTY              PIC S9(5).
           05  KC-ROW-COUNT            PIC S9(5).
           05  KC-MISSING-SWITCH       PIC X VALUE 'N'.
               88  KC-COMPONENT-MISSING VALUE 'Y'.
           05  KC-OVERFLOW-SWITCH      PIC X VALUE 'N'.
               88  KC-TOO-MANY         VALUE 'Y'.
           05  KC-SHORT-SWITCH         PIC X VALUE 'N'.
               88  KC-STOCK-SHORT      VALUE 'Y'.
           05  KC-END-SWITCH           PIC X VALUE 'N'.
               88  KC-KIT-END          VALUE 'Y'.
           05  KC-FOUND-SWITCH         PIC X VALUE 'N'.
               88  KC-COMPONENT-FOUND  VALUE 'Y'.
           05  KC-CHECK-SWITCH         PIC X VALUE 'N'.
               88  KC-CHECK-FOUND      VALUE 'Y'.

       01  KIT-COMPONENT-TABLE.
           05  KIT-COMPONENTS OCCURS 20 TIMES.
               10  KC-PRODUCT-ID       PIC X(10).
               10  KC-PRODUCT-NAME     PIC X(30).
               10  KC-CATEGORY         PIC X(15).
               10  KC-QUANTITY         PIC S9(5).
               10  KC-UNIT-PRICE       PIC S9(6)V99.
               10  KC-COST-PER-UNIT    PIC S9(6)V99.
               10  KC-TAX-CLASS        PIC X(1).
               10  KC-STOCK            PIC S9(5).
               10  KC-WEIGHT           PIC S9(10)V99.
               10  KC-SHARE            PIC S9(8)V99.

       01  STOCK-COUNT-FIELDS.
           05  SC-CATEGORY-FILTER      PIC X(15).
           05  EOD-EWALLET-EXPECTED    PIC S9(10)V99 VALUE ZERO.
           05  EOD-EWALLET-COUNTED     PIC S9(10)V99 VALUE ZERO.
           05  EOD-POINTS-REDEEMED     PIC S9(10)V99 VALUE ZERO.
           05  EOD-VOUCHER-REDEEMED    PIC S9(10)V99 VALUE ZERO.
           05  EOD-VOUCHER-SOLD        PIC S9(10)V99 VALUE ZERO.
           05  EOD-CLOSED-SWITCH       PIC X VALUE 'N'.
               88  EOD-DATE-CLOSED     VALUE 'Y'.

       01  PO-RECEIVE-FIELDS.
           05  POR-OUTSTANDING-QTY     PIC S9(5).
           05  POR-RECEIVE-QTY         PIC S9(5).
           05  POR-RECEIVE-PIECES      PIC S9(5).
           05  POR-PIECE-COST          PIC S9(6)V99.
           05  POR-OPEN-LINES          PIC S9(3).
           05  POR-LINES-TOUCHED       PIC S9(3).
           05  POR-FOUND-SWITCH        PIC X VALUE 'N'.
           05  I-REORDER-POINT         PIC S9(5).
           05  I-SOLD-UNITS            PIC S9(5).
           05  I-DISCOUNT-PERCENT      PIC S9(3)V99.
           05  I-TAX-CLASS             PIC X(1).
           05  I-PURCHASE-UNIT         PIC X(4).
           05  I-SELL-UNIT             PIC X(4).
           05  I-UNITS-PER-PACK        PIC S9(5).

       01  DASHBOARD-TOTALS.
           05  DT-TOTAL-PRODUCTS       PIC S9(5) VALUE ZERO.
           05  DT-TOTAL-QTY-SOLD       PIC S9(8) VALUE ZERO.
           05  DT-PROFIT-MARGIN        PIC S9(3)V99 VALUE ZERO.
           05  DT-TOTAL-DISCOUNT       PIC S9(10)V99 VALUE ZERO.
           05  DT-TOTAL-MARKDOWN       PIC S9(10)V99 VALUE ZERO.
           05  DT-TOTAL-TAX            PIC S9(10)V99 VALUE ZERO.

       01  CATEGORY-TOTALS-TABLE.
           05  CF-NET-AMOUNT           PIC S9(8)V99.
           05  CF-TAX-AMOUNT           PIC S9(8)V99.

      *             The working rate is looked up per tax class from
      *             TAX-RATES.DAT; the default only seeds the table and
      *             covers a VATable class missing from it
       01  TAX-CONFIG-FIELDS.
           05  TC-TAX-RATE-PERCENT     PIC S9(3)V99 VALUE 12.00.
           05  TC-DEFAULT-VAT-PERCENT  PIC S9(3)V99 VALUE 12.00.
           05  TC-TAX-CLASS            PIC X(1).
           05  TC-OLD-RATE-PERCENT     PIC S9(3)V99.
           05  TC-CLASS-INPUT          PIC X(1).
           05  TC-RATE-INPUT           PIC X(10).
           05  TC-CLASS-TEXT           PIC X(10).

       01  VELOCITY-FIELDS.
           05  VL-TARGET-DAYS          PIC S9(3) VALUE 14.
           05  VL-DAILY-RATE           PIC S9(5)V99.
           05  VL-DAYS-OF-STOCK        PIC S9(5)V9.
           05  VL-SUGGESTED-QTY        PIC S9(5).
           05  VL-SUGGESTED-PACKS      PIC S9(5).
           05  VL-INPUT-TEXT           PIC X(15).
           05  VL-RATE-EDIT            PIC ZZ,ZZ9.99.
           05  VL-DAYS-EDIT            PIC ZZ,ZZ9.9.
           05  LT-LOT-VALUE            PIC S9(10)V99.
           05  LT-BRANCH-FILTER        PIC X(3) VALUE SPACES.
           05  LT-LOT-BRANCH           PIC X(3) VALUE SPACES.
           05  LT-LOT-COST             PIC S9(6)V99 VALUE ZERO.

       01  CUS-CUSTOMERS-STATUS        PIC XX.
           88  CUSTOMERS-OK            VALUE "00".
           05  AR-CHARGE-INT           PIC S9(9).
           05  AR-DAYS-OLD             PIC S9(9).
           05  AR-DATE-NUM             PIC 9(8).
           05  AR-AS-OF-DATE           PIC 9(8).
           05  AR-OUTSTANDING          PIC S9(10)V99.
           05  AR-BUCKET-30            PIC S9(10)V99.
           05  AR-BUCKET-60            PIC S9(10)V99.
               10  VH-TAX-AMOUNT       PIC S9(8)V99.
               10  VH-PAYMENT-TYPE     PIC X(1).
               10  VH-LINE-CUSTOMER    PIC X(10).
               10  VH-TAX-CLASS        PIC X(1).
               10  VH-KIT-ID           PIC X(10).
               10  VH-KIT-UNITS        PIC S9(5).
               10  VH-MARKDOWN-AMOUNT  PIC S9(8)V99.
               10  VH-ORIGINAL-CASHIER PIC X(10).

       01  TRANSACTION-FIELDS.
           05  TR-RECEIPT-NUMBER       PIC 9(6).
           05  TR-GROSS-AMOUNT         PIC S9(8)V99.
           05  TR-COST-AMOUNT          PIC S9(8)V99.
           05  TR-DISCOUNT-AMOUNT      PIC S9(8)V99.
           05  TR-MARKDOWN-AMOUNT      PIC S9(8)V99.
           05  TR-NET-AMOUNT           PIC S9(8)V99.
           05  TR-TAX-AMOUNT           PIC S9(8)V99.
           05  TR-GRAND-TOTAL          PIC S9(8)V99.
           05  TR-BASKET-UNITS         PIC S9(5).
           05  TR-ALLOC-DISCOUNT       PIC S9(8)V99.
           05  TR-ALLOC-TAX            PIC S9(8)V99.
      *             Net-of-discount sales by tax class, as the BIR
      *             wants them shown on the receipt
           05  TR-VATABLE-SALES        PIC S9(8)V99.
           05  TR-EXEMPT-SALES         PIC S9(8)V99.
           05  TR-ZERO-RATED-SALES     PIC S9(8)V99.
           05  TR-PAYMENT-TYPE         PIC X(1) VALUE "C".
           05  TR-CUSTOMER-ID          PIC X(10).
           05  TR-REJECT-SWITCH        PIC X VALUE 'N'.
               10  TL-UNIT-PRICE       PIC S9(6)V99.
               10  TL-GROSS-AMOUNT     PIC S9(8)V99.
               10  TL-COST-AMOUNT      PIC S9(8)V99.
               10  TL-TAX-CLASS        PIC X(1).
               10  TL-KIT-ID           PIC X(10).
               10  TL-KIT-UNITS        PIC S9(5).
      *             TL-GROSS-AMOUNT is already net of the markdown
               10  TL-MARKDOWN-AMOUNT  PIC S9(8)V99.

       01  PRODUCT-UPDATE-HOLD-RECORD.
           05  UH-STOCK                PIC S9(5).
           DISPLAY "|28. Data Integrity Check                        |".
           DISPLAY "|29. Receipt Inquiry / Reprint                   |".
           DISPLAY "|30. Loyalty Points                              |".
           DISPLAY "|31. VAT Rates and Sales Book                    |".
           DISPLAY "|32. Inventory Costing and Valuation             |".
           DISPLAY "|33. Customer Statements                         |".
           DISPLAY "|34. Product Kits                                |".
           DISPLAY "|35. Gift Certificates and Vouchers              |".
           DISPLAY "|36. Near-Expiry Markdowns                       |".
           DISPLAY "|37. Till Overrides                              |".
           DISPLAY "|38. Sales Commission                            |".
           DISPLAY "|                                                |".
           DISPLAY "| 0. Exit                                        |".
           DISPLAY "==================================================".
                WHEN 30
                    PERFORM CLEAR-SCREEN
                    PERFORM LOYALTY-MENU
                WHEN 31
                    PERFORM CLEAR-SCREEN
                    PERFORM TAX-MENU
                WHEN 32
                    PERFORM CLEAR-SCREEN
                    PERFORM COSTING-MENU
                WHEN 33
                    PERFORM CLEAR-SCREEN
                    PERFORM STATEMENT-RUN
                WHEN 34
                    PERFORM CLEAR-SCREEN
                    PERFORM KIT-MENU
                WHEN 35
                    PERFORM CLEAR-SCREEN
                    PERFORM VOUCHER-MENU
                WHEN 36
                    PERFORM CLEAR-SCREEN
                    PERFORM MARKDOWN-MENU
                WHEN 37
                    PERFORM CLEAR-SCREEN
                    PERFORM OVERRIDE-MENU
                WHEN 38
                    PERFORM CLEAR-SCREEN
                    PERFORM COMMISSION-MENU
                WHEN 0
                    PERFORM PROG-TERMINATE
                WHEN OTHER
           PERFORM CLEAR-SCREEN
           PERFORM INITIALIZATION
           PERFORM ENSURE-DEFAULT-USER
           PERFORM ENSURE-DEFAULT-TAX-RATES
      *             A brownout mid-receipt leaves the posting journal
      *             behind; finish that receipt before anyone signs on
           PERFORM CHECK-POSTING-JOURNAL
           DISPLAY "Please change the password after signing on."
           DISPLAY SPACE.

      *             First run: seed TAX-RATES.DAT with the three BIR
      *             classes at the statutory rates
       ENSURE-DEFAULT-TAX-RATES.
           MOVE LOW-VALUES TO TXR-TAX-CLASS
           START TXR-TAX-RATES-FILE KEY IS GREATER THAN TXR-TAX-CLASS
           IF TXR-TAX-RATES-STATUS = "00"
               READ TXR-TAX-RATES-FILE NEXT RECORD
                   AT END
                       PERFORM CREATE-DEFAULT-TAX-RATES
               END-READ
           ELSE
               PERFORM CREATE-DEFAULT-TAX-RATES
           END-IF.

       CREATE-DEFAULT-TAX-RATES.
           MOVE CURRENT-DATE TO TXR-CHANGED-DATE
           MOVE "SYSTEM" TO TXR-CHANGED-BY
           MOVE "V" TO TXR-TAX-CLASS
           MOVE "VATABLE" TO TXR-DESCRIPTION
           MOVE TC-DEFAULT-VAT-PERCENT TO TXR-RATE-PERCENT
           WRITE TXR-TAX-RATES-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE "E" TO TXR-TAX-CLASS
           MOVE "VAT-EXEMPT" TO TXR-DESCRIPTION
           MOVE ZERO TO TXR-RATE-PERCENT
           WRITE TXR-TAX-RATES-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE "Z" TO TXR-TAX-CLASS
           MOVE "ZERO-RATED" TO TXR-DESCRIPTION
           MOVE ZERO TO TXR-RATE-PERCENT
           WRITE TXR-TAX-RATES-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      *             Permission denials are audited with the menu
      *             option that was refused
       ACCESS-DENIED.
               END-IF
               MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO I-REORDER-POINT

           PERFORM GET-TAX-CLASS-INPUT
           PERFORM GET-UOM-INPUT

           DISPLAY "Add another products? (Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING 
           ACCEPT CONTINUE-ANOTHER 
               PERFORM MENU-MAIN
           END-IF. 

      *             The tax class decides which TAX-RATES.DAT rate the
      *             till charges on the product
       GET-TAX-CLASS-INPUT.
           MOVE SPACE TO I-TAX-CLASS
           PERFORM UNTIL I-TAX-CLASS = "V" OR "E" OR "Z"
               DISPLAY "Enter Tax Class V)ATable E)xempt Z)ero-rated"
                   " (empty for V): " WITH NO ADVANCING
               ACCEPT I-TAX-CLASS
               MOVE FUNCTION UPPER-CASE(I-TAX-CLASS) TO I-TAX-CLASS
               IF I-TAX-CLASS = SPACE
                   MOVE "V" TO I-TAX-CLASS
               END-IF
               IF I-TAX-CLASS NOT = "V" AND NOT = "E" AND NOT = "Z"
                   DISPLAY "Tax class must be V, E or Z."
               END-IF
           END-PERFORM.

      *             Selling unit, purchasing unit and how many
      *             selling units one purchasing unit holds
       GET-UOM-INPUT.
           DISPLAY "Enter Selling Unit (empty for PC): "
               WITH NO ADVANCING
           ACCEPT I-SELL-UNIT
           MOVE FUNCTION UPPER-CASE(I-SELL-UNIT) TO I-SELL-UNIT
           IF I-SELL-UNIT = SPACES
               MOVE "PC" TO I-SELL-UNIT
           END-IF
           DISPLAY "Enter Purchasing Unit (empty for "
               FUNCTION TRIM(I-SELL-UNIT) "): " WITH NO ADVANCING
           ACCEPT I-PURCHASE-UNIT
           MOVE FUNCTION UPPER-CASE(I-PURCHASE-UNIT) TO I-PURCHASE-UNIT
           IF I-PURCHASE-UNIT = SPACES
               MOVE I-SELL-UNIT TO I-PURCHASE-UNIT
           END-IF
           MOVE ZERO TO I-UNITS-PER-PACK
           PERFORM UNTIL I-UNITS-PER-PACK > ZERO
               DISPLAY "Enter " FUNCTION TRIM(I-SELL-UNIT) " per "
                   FUNCTION TRIM(I-PURCHASE-UNIT) " (empty for 1): "
                   WITH NO ADVANCING
               ACCEPT UM-INPUT-TEXT
               IF UM-INPUT-TEXT = SPACES
                   MOVE 1 TO I-UNITS-PER-PACK
               ELSE
                   IF FUNCTION TEST-NUMVAL(UM-INPUT-TEXT) = 0 AND
                      FUNCTION NUMVAL(UM-INPUT-TEXT) >= 1
                       MOVE FUNCTION NUMVAL(UM-INPUT-TEXT)
                           TO I-UNITS-PER-PACK
                   ELSE
                       DISPLAY "Enter a whole number of at least 1."
                   END-IF
               END-IF
           END-PERFORM.

       UPDATE-PRODUCT-MENU.
           PERFORM STOCK-DISPLAY.
           DISPLAY SPACE.
           DISPLAY "Unit Price             : ₱" DF-PUNIT-PRICE
           DISPLAY "Stock                  : " DF-PSTOCK
           DISPLAY "Reorder Point          : " P-REORDER-POINT
           DISPLAY "Tax Class (V/E/Z)      : " P-TAX-CLASS
           MOVE SPACES TO UM-SUPPLIER-ID
           PERFORM GET-PACK-SIZE
           MOVE UM-PACK-SIZE TO UM-SIZE-EDIT
           DISPLAY "Units (Buy/Sell/Pack)  : "
               FUNCTION TRIM(UM-PURCHASE-UNIT) " / "
               FUNCTION TRIM(UM-SELL-UNIT) " / "
               FUNCTION TRIM(UM-SIZE-EDIT)
           DISPLAY "==========================================="
           DISPLAY SPACES

               END-IF
           END-IF

           MOVE P-TAX-CLASS TO TC-TAX-CLASS
           DISPLAY "Enter new Tax Class V/E/Z (empty to skip): "
           WITH NO ADVANCING
           ACCEPT I-TAX-CLASS
           MOVE FUNCTION UPPER-CASE(I-TAX-CLASS) TO I-TAX-CLASS

           IF I-TAX-CLASS = SPACES
               CONTINUE
           ELSE
               IF I-TAX-CLASS NOT = "V" AND I-TAX-CLASS NOT = "E" AND
                  I-TAX-CLASS NOT = "Z"
                   MOVE "Tax Class (V/E/Z)" TO WS-FIELD-NAME
                   PERFORM SHOW-VALIDATION-ERROR
                   IF USER-CANCELLED
                       PERFORM CLEAR-SCREEN
                       DISPLAY "                Cancelled."
                       PERFORM UPDATE-PRODUCT-MENU
                   END-IF
               ELSE
                   MOVE I-TAX-CLASS TO P-TAX-CLASS
               END-IF
           END-IF

           MOVE UM-PURCHASE-UNIT TO I-PURCHASE-UNIT
           MOVE UM-SELL-UNIT TO I-SELL-UNIT
           MOVE UM-PACK-SIZE TO I-UNITS-PER-PACK
           DISPLAY "Change units of measure? (Y/N): " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER
           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               PERFORM GET-UOM-INPUT
           END-IF
           MOVE I-PURCHASE-UNIT TO P-PURCHASE-UNIT
           MOVE I-SELL-UNIT TO P-SELL-UNIT
           MOVE I-UNITS-PER-PACK TO P-UNITS-PER-PACK

           REWRITE P-PRODUCTS-RECORD
               INVALID KEY
                   DISPLAY "Error updating product!"
                       " Category:" UH-CATEGORY "->" P-CATEGORY
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   PERFORM WRITE-AUDIT-LOG
                   IF P-TAX-CLASS NOT = TC-TAX-CLASS
                       MOVE "PRODUCT-TAX-CLASS" TO AUD-ACTION
                       MOVE SPACES TO AUD-DETAIL
                       STRING "TaxClass:" TC-TAX-CLASS "->" P-TAX-CLASS
                           DELIMITED BY SIZE INTO AUD-DETAIL
                       PERFORM WRITE-AUDIT-LOG
                   END-IF
                   IF P-PURCHASE-UNIT NOT = UM-PURCHASE-UNIT OR
                      P-SELL-UNIT NOT = UM-SELL-UNIT OR
                      P-UNITS-PER-PACK NOT = UM-PACK-SIZE
                       MOVE "PRODUCT-UNITS" TO AUD-ACTION
                       MOVE SPACES TO AUD-DETAIL
                       STRING "Units:" UM-PURCHASE-UNIT "/"
                           UM-SELL-UNIT "/" UM-PACK-SIZE "->"
                           P-PURCHASE-UNIT "/" P-SELL-UNIT "/"
                           P-UNITS-PER-PACK
                           DELIMITED BY SIZE INTO AUD-DETAIL
                       PERFORM WRITE-AUDIT-LOG
                   END-IF
      *             A keyed price change is effective immediately and
      *             open-ended, and is kept in the price history
                   IF P-UNIT-PRICE NOT = UH-UNIT-PRICE
                       MOVE P-UNIT-PRICE TO PH-UNIT-PRICE
                       PERFORM WRITE-PRICE-HISTORY
                   END-IF
      *             A keyed cost correction goes to the cost history
                   MOVE UH-COST-PER-UNIT TO AC-OLD-COST
                   MOVE P-STOCK TO AC-STOCK-BEFORE
                   MOVE ZERO TO AC-MOVE-QTY
                   MOVE P-COST-PER-UNIT TO AC-MOVE-COST
                   SET AC-FROM-MANUAL TO TRUE
                   MOVE SPACES TO AC-REFERENCE
                   MOVE SESSION-BRANCH-ID TO AC-BRANCH-ID
                   PERFORM LOG-COST-CHANGE
           END-REWRITE
      *          ASKS WHETHER TO CONTINUE UPDATING PRODUCTS OR NOT
           DISPLAY "Update another products? (Y/N)"
           MOVE SPACE TO WS-USER-CHOICE
           MOVE 'N' TO HL-HELD-SWITCH
           MOVE 'N' TO QT-RECALLED-SWITCH
           MOVE ZERO TO OV-PENDING-COUNT
           DISPLAY SPACE

      *             A parked receipt or an open quotation can seed the
               PERFORM SELECT-CHARGE-CUSTOMER
           END-IF
           IF TR-SALE-REJECTED
               MOVE "X" TO OV-DOCUMENT-TYPE
               MOVE ZERO TO OV-DOCUMENT-NUMBER
               PERFORM WRITE-PENDING-OVERRIDES
               PERFORM CLEAR-SCREEN
               DISPLAY "Sale rejected - customer credit limit would "
               "be exceeded."
                   DISPLAY "Receipt parked - recall it when the "
                   "customer returns."
               ELSE
                   MOVE "X" TO OV-DOCUMENT-TYPE
                   MOVE ZERO TO OV-DOCUMENT-NUMBER
                   PERFORM WRITE-PENDING-OVERRIDES
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                   Cancelled."
               END-IF
      *             actually posts, so held and cancelled baskets
      *             leave no gap in the BIR sequence
           PERFORM ASSIGN-RECEIPT-NUMBER
           MOVE "R" TO OV-DOCUMENT-TYPE
           MOVE TR-RECEIPT-NUMBER TO OV-DOCUMENT-NUMBER
           PERFORM WRITE-PENDING-OVERRIDES

      *             Journal the whole receipt before touching any
      *             file, and mark each step as it lands; a brownout

           DISPLAY "Sale recorded successfully!"
           DISPLAY "Receipt Number     : " TR-RECEIPT-NUMBER
           COMPUTE DF-DISP-AMOUNT =
               TR-GROSS-AMOUNT + TR-MARKDOWN-AMOUNT
           DISPLAY "Gross Amount       : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           IF TR-MARKDOWN-AMOUNT NOT = ZERO
               MOVE TR-MARKDOWN-AMOUNT TO DF-DISP-AMOUNT
               DISPLAY "Expiry Markdown    : ₱ "
               FUNCTION TRIM(DF-DISP-AMOUNT)
           END-IF
           MOVE TR-DISCOUNT-AMOUNT TO DF-DISP-AMOUNT
           DISPLAY "Discount           : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE TR-TAX-AMOUNT TO DF-DISP-AMOUNT
           DISPLAY "VAT                : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE TR-GRAND-TOTAL TO DF-DISP-AMOUNT
           DISPLAY "Total Sale Amount  : ₱ "
      *             Sell at the price in effect today, not the list
      *             price, so scheduled promotions apply themselves
           PERFORM GET-EFFECTIVE-PRICE
      *             A kit holds no stock of its own; it is sold by
      *             drawing its components
           PERFORM LOAD-KIT-COMPONENTS
           IF KC-COUNT > ZERO
               PERFORM KIT-SALE-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE PC-EFFECTIVE-PRICE TO DF-PUNIT-PRICE
           DISPLAY SPACE
           DISPLAY "Product ID         : " FUNCTION TRIM(P-PRODUCT-ID)
               EXIT PARAGRAPH
           END-IF

      *             Ringing an item up below its cost needs a
      *             supervisor; lot markdowns are already sanctioned
      *             by the markdown rules and do not count
           IF PC-EFFECTIVE-PRICE < P-COST-PER-UNIT
               DISPLAY "Unit price is below cost."
               MOVE "C" TO OV-TYPE
               COMPUTE OV-LINE = TR-LINE-COUNT + 1
               MOVE P-PRODUCT-ID TO OV-PRODUCT-ID
               MOVE P-COST-PER-UNIT TO OV-ORIGINAL-VALUE
               MOVE PC-EFFECTIVE-PRICE TO OV-NEW-VALUE
               PERFORM GET-SUPERVISOR-APPROVAL
               IF NOT OV-APPROVED
                   DISPLAY "Item not added."
                   PERFORM NEXT-SALE-LINE-PROMPT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *             Units that will come out of a marked-down lot are
      *             charged at that lot's markdown
           PERFORM COMPUTE-LINE-MARKDOWN
           IF MD-LINE-MARKDOWN > ZERO
               MOVE MD-LINE-MARKDOWN TO DF-DISP-AMOUNT
               DISPLAY "Near-Expiry Markdown: ₱ "
               FUNCTION TRIM(DF-DISP-AMOUNT)
           END-IF

           ADD 1 TO TR-LINE-COUNT
           MOVE TR-LINE-COUNT TO TR-LINE-INDEX
           MOVE P-PRODUCT-ID TO TL-PRODUCT-ID(TR-LINE-INDEX)
           MOVE I-SOLD-UNITS TO TL-SOLD-UNITS(TR-LINE-INDEX)
           MOVE PC-EFFECTIVE-PRICE TO TL-UNIT-PRICE(TR-LINE-INDEX)
           COMPUTE TL-GROSS-AMOUNT(TR-LINE-INDEX) =
               I-SOLD-UNITS * PC-EFFECTIVE-PRICE - MD-LINE-MARKDOWN
           COMPUTE TL-COST-AMOUNT(TR-LINE-INDEX) =
               I-SOLD-UNITS * P-COST-PER-UNIT
           MOVE P-TAX-CLASS TO TL-TAX-CLASS(TR-LINE-INDEX)
           MOVE SPACES TO TL-KIT-ID(TR-LINE-INDEX)
           MOVE ZERO TO TL-KIT-UNITS(TR-LINE-INDEX)
           MOVE MD-LINE-MARKDOWN TO TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
           PERFORM NEXT-SALE-LINE-PROMPT.

      *             Shared tail of a sale line, plain or kit: stop at a
      *             full receipt, otherwise offer another item or a hold
       NEXT-SALE-LINE-PROMPT.
           IF TR-LINE-COUNT >= 20
               DISPLAY "Receipt is full (20 line items maximum)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Add another item? (Y/N, H holds the receipt, "
               "P overrides a price)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT CONTINUE-SALE

               PERFORM HOLD-CURRENT-SALE
               EXIT PARAGRAPH
           END-IF
           IF CONTINUE-SALE = 'P' OR CONTINUE-SALE = 'p'
               PERFORM PRICE-OVERRIDE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF CONTINUE-SALE = 'Y' OR CONTINUE-SALE = 'y'
               PERFORM RECORD-SALE-LINE-ENTRY
           END-IF.

      *             A kit on the till: the number of kits sold is
      *             checked against every component's stock, counting
      *             what the basket already holds of each, and the kit
      *             then goes on the receipt as its components
       KIT-SALE-LINE-ENTRY.
           MOVE KC-KIT-PRICE TO DF-PUNIT-PRICE
           MOVE KC-BUILDABLE TO DF-PSTOCK
           DISPLAY SPACE
           DISPLAY "Kit ID             : " FUNCTION TRIM(KC-KIT-ID)
           DISPLAY "Kit Name           : " KC-KIT-NAME
           DISPLAY "Kits Available     : " FUNCTION TRIM(DF-PSTOCK)
           DISPLAY "Kit Price          : ₱"
           FUNCTION TRIM(DF-PUNIT-PRICE)
           PERFORM SHOW-KIT-COMPONENTS
           DISPLAY SPACE

           IF KC-COMPONENT-MISSING
               DISPLAY "A component of this kit is not on file!"
               PERFORM RECORD-SALE-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF KC-TOO-MANY
               DISPLAY "This kit cannot be sold until it has 20 "
                   "components or fewer."
               PERFORM RECORD-SALE-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF TR-LINE-COUNT + KC-COUNT > 20
               DISPLAY "Not enough room left on the receipt for "
                   "this kit."
               PERFORM RECORD-SALE-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter Kits Sold" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
           IF USER-CANCELLED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO I-SOLD-UNITS
           IF I-SOLD-UNITS NOT > ZERO
               DISPLAY "Enter at least one kit."
               PERFORM RECORD-SALE-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO KC-SHORT-SWITCH
           MOVE 1 TO KC-INDEX
           PERFORM UNTIL KC-INDEX > KC-COUNT OR KC-STOCK-SHORT
               PERFORM COUNT-KIT-BASKET-UNITS
               COMPUTE KC-NEEDED-UNITS =
                   I-SOLD-UNITS * KC-QUANTITY(KC-INDEX)
                   + TR-BASKET-UNITS
               IF KC-NEEDED-UNITS > KC-STOCK(KC-INDEX)
                   MOVE 'Y' TO KC-SHORT-SWITCH
               ELSE
                   ADD 1 TO KC-INDEX
               END-IF
           END-PERFORM
           IF KC-STOCK-SHORT
               DISPLAY "Insufficient stock of "
                   FUNCTION TRIM(KC-PRODUCT-ID(KC-INDEX))
                   "! Available: " KC-STOCK(KC-INDEX)
               PERFORM RECORD-SALE-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-KIT-COST
           IF KC-KIT-PRICE < KC-KIT-COST
               DISPLAY "Kit price is below cost."
               MOVE "C" TO OV-TYPE
               COMPUTE OV-LINE = TR-LINE-COUNT + 1
               MOVE KC-KIT-ID TO OV-PRODUCT-ID
               MOVE KC-KIT-COST TO OV-ORIGINAL-VALUE
               MOVE KC-KIT-PRICE TO OV-NEW-VALUE
               PERFORM GET-SUPERVISOR-APPROVAL
               IF NOT OV-APPROVED
                   DISPLAY "Item not added."
                   PERFORM NEXT-SALE-LINE-PROMPT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ADD-KIT-LINES
           PERFORM NEXT-SALE-LINE-PROMPT.

      *             Cost of one kit, the sum of its components at cost
       SUM-KIT-COST.
           MOVE ZERO TO KC-KIT-COST
           MOVE 1 TO KC-INDEX
           PERFORM UNTIL KC-INDEX > KC-COUNT
               COMPUTE KC-KIT-COST = KC-KIT-COST
                   + KC-QUANTITY(KC-INDEX) * KC-COST-PER-UNIT(KC-INDEX)
               ADD 1 TO KC-INDEX
           END-PERFORM.

      *             Units of component KC-INDEX already in the basket,
      *             whether sold loose or inside another kit
       COUNT-KIT-BASKET-UNITS.
           MOVE ZERO TO TR-BASKET-UNITS
           MOVE 1 TO TR-LINE-INDEX
           PERFORM UNTIL TR-LINE-INDEX > TR-LINE-COUNT
               IF TL-PRODUCT-ID(TR-LINE-INDEX) =
                  KC-PRODUCT-ID(KC-INDEX)
                   ADD TL-SOLD-UNITS(TR-LINE-INDEX)
                       TO TR-BASKET-UNITS
               END-IF
               ADD 1 TO TR-LINE-INDEX
           END-PERFORM.

      *             Puts I-SOLD-UNITS kits in the basket, one line per
      *             component. The kit price is shared over the
      *             components in proportion to their own prices (to
      *             their costs when none is priced, to quantity when
      *             neither), the last taking the rounding, so each
      *             line posts its own cost against its share of the
      *             revenue. The first line carries the number of kits
       ADD-KIT-LINES.
           COMPUTE KC-KIT-GROSS = I-SOLD-UNITS * KC-KIT-PRICE
           SET KC-BY-PRICE TO TRUE
           PERFORM SUM-KIT-WEIGHTS
           IF KC-WEIGHT-TOTAL = ZERO
               SET KC-BY-COST TO TRUE
               PERFORM SUM-KIT-WEIGHTS
           END-IF
           IF KC-WEIGHT-TOTAL = ZERO
               SET KC-BY-QUANTITY TO TRUE
               PERFORM SUM-KIT-WEIGHTS
           END-IF

           MOVE ZERO TO KC-SHARE-TOTAL
           MOVE 1 TO KC-INDEX
           PERFORM UNTIL KC-INDEX > KC-COUNT
               PERFORM ADD-ONE-KIT-LINE
               ADD 1 TO KC-INDEX
           END-PERFORM.

       SUM-KIT-WEIGHTS.
           MOVE ZERO TO KC-WEIGHT-TOTAL
           MOVE 1 TO KC-INDEX
           PERFORM UNTIL KC-INDEX > KC-COUNT
               EVALUATE TRUE
                   WHEN KC-BY-PRICE
                       COMPUTE KC-WEIGHT(KC-INDEX) =
                           KC-QUANTITY(KC-INDEX)
                           * KC-UNIT-PRICE(KC-INDEX)
                   WHEN KC-BY-COST
                       COMPUTE KC-WEIGHT(KC-INDEX) =
                           KC-QUANTITY(KC-INDEX)
                           * KC-COST-PER-UNIT(KC-INDEX)
                   WHEN OTHER
                       MOVE KC-QUANTITY(KC-INDEX)
                           TO KC-WEIGHT(KC-INDEX)
               END-EVALUATE
               ADD KC-WEIGHT(KC-INDEX) TO KC-WEIGHT-TOTAL
               ADD 1 TO KC-INDEX
           END-PERFORM.

       ADD-ONE-KIT-LINE.
           IF KC-INDEX = KC-COUNT
               COMPUTE KC-SHARE(KC-INDEX) =
                   KC-KIT-GROSS - KC-SHARE-TOTAL
           ELSE
               COMPUTE KC-SHARE(KC-INDEX) ROUNDED =
                   KC-KIT-GROSS * KC-WEIGHT(KC-INDEX)
                   / KC-WEIGHT-TOTAL
           END-IF
           ADD KC-SHARE(KC-INDEX) TO KC-SHARE-TOTAL

           ADD 1 TO TR-LINE-COUNT
           MOVE TR-LINE-COUNT TO TR-LINE-INDEX
           MOVE KC-PRODUCT-ID(KC-INDEX) TO TL-PRODUCT-ID(TR-LINE-INDEX)
           MOVE KC-PRODUCT-NAME(KC-INDEX)
               TO TL-PRODUCT-NAME(TR-LINE-INDEX)
           MOVE KC-CATEGORY(KC-INDEX) TO TL-CATEGORY(TR-LINE-INDEX)
           COMPUTE TL-SOLD-UNITS(TR-LINE-INDEX) =
               I-SOLD-UNITS * KC-QUANTITY(KC-INDEX)
           MOVE KC-SHARE(KC-INDEX) TO TL-GROSS-AMOUNT(TR-LINE-INDEX)
           COMPUTE TL-UNIT-PRICE(TR-LINE-INDEX) ROUNDED =
               KC-SHARE(KC-INDEX) / TL-SOLD-UNITS(TR-LINE-INDEX)
           COMPUTE TL-COST-AMOUNT(TR-LINE-INDEX) =
               TL-SOLD-UNITS(TR-LINE-INDEX)
               * KC-COST-PER-UNIT(KC-INDEX)
           MOVE KC-TAX-CLASS(KC-INDEX) TO TL-TAX-CLASS(TR-LINE-INDEX)
           MOVE KC-KIT-ID TO TL-KIT-ID(TR-LINE-INDEX)
           IF KC-INDEX = 1
               MOVE I-SOLD-UNITS TO TL-KIT-UNITS(TR-LINE-INDEX)
           ELSE
               MOVE ZERO TO TL-KIT-UNITS(TR-LINE-INDEX)
           END-IF
           MOVE ZERO TO TL-MARKDOWN-AMOUNT(TR-LINE-INDEX).

      *             Loads the components of the product just read, if
      *             it is a kit, with each one's price today, cost and
      *             stock, and how many whole kits that stock will
      *             make; the kit's own record is read back afterwards
       LOAD-KIT-COMPONENTS.
           MOVE ZERO TO KC-COUNT
           MOVE 'N' TO KC-MISSING-SWITCH
           MOVE 'N' TO KC-OVERFLOW-SWITCH
           MOVE P-PRODUCT-ID TO KC-KIT-ID
           MOVE P-PRODUCT-NAME TO KC-KIT-NAME
           MOVE PC-EFFECTIVE-PRICE TO KC-KIT-PRICE
           MOVE 99999 TO KC-BUILDABLE
           MOVE SPACES TO KC-LIMIT-ID
           MOVE KC-KIT-ID TO KIT-PRODUCT-ID
           MOVE LOW-VALUES TO KIT-COMPONENT-ID
           START KIT-COMPONENTS-FILE KEY IS GREATER THAN KIT-KEY
           PERFORM UNTIL KITS-EOF OR KIT-COMPONENTS-STATUS NOT = "00"
               READ KIT-COMPONENTS-FILE NEXT RECORD
                   AT END
                       SET KITS-EOF TO TRUE
                   NOT AT END
                       IF KIT-PRODUCT-ID NOT = KC-KIT-ID
                           SET KITS-EOF TO TRUE
                       ELSE
                           PERFORM LOAD-ONE-KIT-COMPONENT
                       END-IF
               END-READ
           END-PERFORM
           IF KC-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF KC-TOO-MANY
               DISPLAY "Kit " FUNCTION TRIM(KC-KIT-ID)
                   " has more than 20 components on file!"
           END-IF
           MOVE KC-KIT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE KC-KIT-PRICE TO PC-EFFECTIVE-PRICE.

       LOAD-ONE-KIT-COMPONENT.
           IF KC-COUNT >= 20
               MOVE 'Y' TO KC-OVERFLOW-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KC-COUNT
           MOVE KIT-COMPONENT-ID TO KC-PRODUCT-ID(KC-COUNT)
           MOVE KIT-COMPONENT-QTY TO KC-QUANTITY(KC-COUNT)
           MOVE KIT-COMPONENT-ID TO P-PRODUCT-ID
           MOVE 'Y' TO KC-FOUND-SWITCH
           READ P-PRODUCTS-FILE
               INVALID KEY
                   MOVE 'N' TO KC-FOUND-SWITCH
                   MOVE 'Y' TO KC-MISSING-SWITCH
           END-READ
           IF NOT KC-COMPONENT-FOUND
               MOVE "** NOT ON FILE **" TO KC-PRODUCT-NAME(KC-COUNT)
               MOVE SPACES TO KC-CATEGORY(KC-COUNT)
               MOVE ZERO TO KC-UNIT-PRICE(KC-COUNT)
               MOVE ZERO TO KC-COST-PER-UNIT(KC-COUNT)
               MOVE ZERO TO KC-STOCK(KC-COUNT)
               MOVE "V" TO KC-TAX-CLASS(KC-COUNT)
           ELSE
               PERFORM GET-EFFECTIVE-PRICE
               MOVE P-PRODUCT-NAME TO KC-PRODUCT-NAME(KC-COUNT)
               MOVE P-CATEGORY TO KC-CATEGORY(KC-COUNT)
               MOVE PC-EFFECTIVE-PRICE TO KC-UNIT-PRICE(KC-COUNT)
               MOVE P-COST-PER-UNIT TO KC-COST-PER-UNIT(KC-COUNT)
               MOVE P-STOCK TO KC-STOCK(KC-COUNT)
               MOVE P-TAX-CLASS TO KC-TAX-CLASS(KC-COUNT)
           END-IF

           IF KC-STOCK(KC-COUNT) > ZERO AND KC-QUANTITY(KC-COUNT) > ZERO
               DIVIDE KC-STOCK(KC-COUNT) BY KC-QUANTITY(KC-COUNT)
                   GIVING KC-CAN-BUILD
           ELSE
               MOVE ZERO TO KC-CAN-BUILD
           END-IF
           IF KC-CAN-BUILD < KC-BUILDABLE
               MOVE KC-CAN-BUILD TO KC-BUILDABLE
               MOVE KC-PRODUCT-ID(KC-COUNT) TO KC-LIMIT-ID
           END-IF.

       SHOW-KIT-COMPONENTS.
           DISPLAY "Kit Components     :"
           MOVE 1 TO KC-INDEX
           PERFORM UNTIL KC-INDEX > KC-COUNT
               MOVE KC-QUANTITY(KC-INDEX) TO KC-QTY-EDIT
               MOVE KC-STOCK(KC-INDEX) TO DF-PSTOCK
               DISPLAY "  " KC-QTY-EDIT " x "
                   KC-PRODUCT-ID(KC-INDEX) " "
                   KC-PRODUCT-NAME(KC-INDEX)(1:20)
                   "  stock " FUNCTION TRIM(DF-PSTOCK)
               ADD 1 TO KC-INDEX
           END-PERFORM.

      *             One discount computation over the whole basket; VAT
      *             is then worked line by line at each product's tax
      *             class rate, splitting the discount exactly as
      *             ALLOCATE-LINE-AMOUNTS will, so the posted lines sum
      *             back to these totals
       COMPUTE-BASKET-TOTALS.
           MOVE ZERO TO TR-GROSS-AMOUNT
           MOVE ZERO TO TR-COST-AMOUNT
           MOVE ZERO TO TR-MARKDOWN-AMOUNT
           MOVE 1 TO TR-LINE-INDEX
           PERFORM UNTIL TR-LINE-INDEX > TR-LINE-COUNT
               ADD TL-GROSS-AMOUNT(TR-LINE-INDEX) TO TR-GROSS-AMOUNT
               ADD TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
                   TO TR-MARKDOWN-AMOUNT
               ADD TL-COST-AMOUNT(TR-LINE-INDEX) TO TR-COST-AMOUNT
               ADD 1 TO TR-LINE-INDEX
           END-PERFORM
           COMPUTE TR-DISCOUNT-AMOUNT =
               TR-GROSS-AMOUNT * I-DISCOUNT-PERCENT / 100
           COMPUTE TR-NET-AMOUNT = TR-GROSS-AMOUNT - TR-DISCOUNT-AMOUNT

           MOVE ZERO TO TR-TAX-AMOUNT
           MOVE ZERO TO TR-VATABLE-SALES
           MOVE ZERO TO TR-EXEMPT-SALES
           MOVE ZERO TO TR-ZERO-RATED-SALES
           MOVE ZERO TO TR-ALLOC-DISCOUNT
           MOVE 1 TO TR-LINE-INDEX
           PERFORM UNTIL TR-LINE-INDEX > TR-LINE-COUNT
               IF TR-LINE-INDEX = TR-LINE-COUNT
                   COMPUTE CF-DISCOUNT-AMOUNT =
                       TR-DISCOUNT-AMOUNT - TR-ALLOC-DISCOUNT
               ELSE
                   COMPUTE CF-DISCOUNT-AMOUNT =
                       TL-GROSS-AMOUNT(TR-LINE-INDEX)
                       * I-DISCOUNT-PERCENT / 100
               END-IF
               ADD CF-DISCOUNT-AMOUNT TO TR-ALLOC-DISCOUNT
               COMPUTE CF-NET-AMOUNT =
                   TL-GROSS-AMOUNT(TR-LINE-INDEX) - CF-DISCOUNT-AMOUNT
               MOVE TL-TAX-CLASS(TR-LINE-INDEX) TO TC-TAX-CLASS
               PERFORM GET-TAX-RATE
               COMPUTE CF-TAX-AMOUNT =
                   CF-NET-AMOUNT * TC-TAX-RATE-PERCENT / 100
               ADD CF-TAX-AMOUNT TO TR-TAX-AMOUNT
               EVALUATE TC-TAX-CLASS
                   WHEN "E"
                       ADD CF-NET-AMOUNT TO TR-EXEMPT-SALES
                   WHEN "Z"
                       ADD CF-NET-AMOUNT TO TR-ZERO-RATED-SALES
                   WHEN OTHER
                       ADD CF-NET-AMOUNT TO TR-VATABLE-SALES
               END-EVALUATE
               ADD 1 TO TR-LINE-INDEX
           END-PERFORM
           MOVE ZERO TO TR-ALLOC-DISCOUNT

           COMPUTE TR-GRAND-TOTAL = TR-NET-AMOUNT + TR-TAX-AMOUNT
           COMPUTE TR-PROFIT-AMOUNT = TR-NET-AMOUNT - TR-COST-AMOUNT.

      *             Parks the basket to HELD-SALES.DAT under the next
      *             free hold number, so the queue keeps moving and
      *             the receipt survives even a program restart
       HOLD-CURRENT-SALE.
           MOVE ZERO TO HL-HOLD-NUMBER
           MOVE LOW-VALUES TO HLD-KEY
           START HLD-HELD-SALES-FILE KEY IS GREATER THAN HLD-KEY
           PERFORM UNTIL HOLDS-EOF OR
                   HLD-HELD-SALES-STATUS NOT = "00"
               READ HLD-HELD-SALES-FILE NEXT RECORD
                   AT END
                       SET HOLDS-EOF TO TRUE
                   NOT AT END
                       MOVE HLD-HOLD-NUMBER TO HL-HOLD-NUMBER
               END-READ
               MOVE TL-GROSS-AMOUNT(TR-LINE-INDEX)
                   TO HLD-GROSS-AMOUNT
               MOVE TL-COST-AMOUNT(TR-LINE-INDEX) TO HLD-COST-AMOUNT
               MOVE TL-TAX-CLASS(TR-LINE-INDEX) TO HLD-TAX-CLASS
               MOVE TL-KIT-ID(TR-LINE-INDEX) TO HLD-KIT-ID
               MOVE TL-KIT-UNITS(TR-LINE-INDEX) TO HLD-KIT-UNITS
               MOVE TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
                   TO HLD-MARKDOWN-AMOUNT
               MOVE CURRENT-DATE TO HLD-HELD-DATE
               MOVE SESSION-CASHIER-ID TO HLD-CASHIER-ID
               WRITE HLD-HELD-SALES-RECORD

           DISPLAY SPACE
           DISPLAY "Receipt parked as Hold " HL-HOLD-NUMBER "."
           MOVE "H" TO OV-DOCUMENT-TYPE
           MOVE HL-HOLD-NUMBER TO OV-DOCUMENT-NUMBER
           PERFORM WRITE-PENDING-OVERRIDES
           MOVE ZERO TO TR-LINE-COUNT
           SET HL-SALE-HELD TO TRUE.

                                   TO TL-GROSS-AMOUNT(TR-LINE-INDEX)
                               MOVE HLD-COST-AMOUNT
                                   TO TL-COST-AMOUNT(TR-LINE-INDEX)
                               MOVE HLD-TAX-CLASS
                                   TO TL-TAX-CLASS(TR-LINE-INDEX)
                               MOVE HLD-KIT-ID
                                   TO TL-KIT-ID(TR-LINE-INDEX)
                               MOVE HLD-KIT-UNITS
                                   TO TL-KIT-UNITS(TR-LINE-INDEX)
                               MOVE HLD-MARKDOWN-AMOUNT TO
                                   TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
                           END-IF
                       END-IF
               END-READ
           IF TR-LINE-INDEX = TR-LINE-COUNT
               COMPUTE CF-TAX-AMOUNT = TR-TAX-AMOUNT - TR-ALLOC-TAX
           ELSE
               MOVE TL-TAX-CLASS(TR-LINE-INDEX) TO TC-TAX-CLASS
               PERFORM GET-TAX-RATE
               COMPUTE CF-TAX-AMOUNT =
                   CF-NET-AMOUNT * TC-TAX-RATE-PERCENT / 100
           END-IF
           MOVE TR-RECEIPT-NUMBER TO S-RECEIPT-NUMBER
           MOVE TR-PAYMENT-TYPE TO S-PAYMENT-TYPE
           MOVE TR-CUSTOMER-ID TO S-CUSTOMER-ID
           MOVE TL-TAX-CLASS(TR-LINE-INDEX) TO S-TAX-CLASS
           MOVE TL-KIT-ID(TR-LINE-INDEX) TO S-KIT-ID
           MOVE TL-KIT-UNITS(TR-LINE-INDEX) TO S-KIT-UNITS
           MOVE TL-MARKDOWN-AMOUNT(TR-LINE-INDEX) TO S-MARKDOWN-AMOUNT
           MOVE SESSION-CASHIER-ID TO S-ORIGINAL-CASHIER-ID
           WRITE SALES-RECORD
           IF NOT SALES-OK
               DISPLAY " Error recording sale! Status: " S-SALES-STATUS
               MOVE TL-GROSS-AMOUNT(TR-LINE-INDEX)
                   TO JRN-GROSS-AMOUNT
               MOVE TL-COST-AMOUNT(TR-LINE-INDEX) TO JRN-COST-AMOUNT
               MOVE TL-TAX-CLASS(TR-LINE-INDEX) TO JRN-TAX-CLASS
               MOVE TL-KIT-ID(TR-LINE-INDEX) TO JRN-KIT-ID
               MOVE TL-KIT-UNITS(TR-LINE-INDEX) TO JRN-KIT-UNITS
               MOVE TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
                   TO JRN-MARKDOWN-AMOUNT
               WRITE JRN-JOURNAL-RECORD
               ADD 1 TO TR-LINE-INDEX
           END-PERFORM
               MOVE TE-INDEX TO JRN-LINE-NUMBER
               MOVE TE-TYPE(TE-INDEX) TO JRN-TENDER-TYPE
               MOVE TE-AMOUNT(TE-INDEX) TO JRN-TENDER-AMOUNT
               MOVE TE-VOUCHER(TE-INDEX) TO JRN-TENDER-VOUCHER
               WRITE JRN-JOURNAL-RECORD
               ADD 1 TO TE-INDEX
           END-PERFORM
                                   TO TL-GROSS-AMOUNT(TR-LINE-INDEX)
                               MOVE JRN-COST-AMOUNT
                                   TO TL-COST-AMOUNT(TR-LINE-INDEX)
                               MOVE JRN-TAX-CLASS
                                   TO TL-TAX-CLASS(TR-LINE-INDEX)
                               MOVE JRN-KIT-ID
                                   TO TL-KIT-ID(TR-LINE-INDEX)
                               MOVE JRN-KIT-UNITS
                                   TO TL-KIT-UNITS(TR-LINE-INDEX)
                               MOVE JRN-MARKDOWN-AMOUNT TO
                                   TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
                           WHEN JRN-IS-TENDER
                               ADD 1 TO TE-COUNT
                               MOVE JRN-TENDER-TYPE
                                   TO TE-TYPE(TE-COUNT)
                               MOVE JRN-TENDER-AMOUNT
                                   TO TE-AMOUNT(TE-COUNT)
                               MOVE JRN-TENDER-VOUCHER
                                   TO TE-VOUCHER(TE-COUNT)
                           WHEN JRN-IS-LINE-DONE
                               MOVE 'Y' TO JR-LINE-POSTED-FLAG(
                                   JRN-LINE-NUMBER)
           WRITE RCP-RECEIPT-LINE
           MOVE 1 TO TR-LINE-INDEX
           PERFORM UNTIL TR-LINE-INDEX > TR-LINE-COUNT
               PERFORM WRITE-RECEIPT-ITEM-LINE
               ADD 1 TO TR-LINE-INDEX
           END-PERFORM
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
      *             Gross is at full price; near-expiry markdowns are
      *             shown apart from the receipt discount
           COMPUTE DF-DISP-AMOUNT =
               TR-GROSS-AMOUNT + TR-MARKDOWN-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Gross Amount      : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           IF TR-MARKDOWN-AMOUNT NOT = ZERO
               MOVE TR-MARKDOWN-AMOUNT TO DF-DISP-AMOUNT
               MOVE SPACES TO RCP-RECEIPT-LINE
               STRING "Markdown          : P " DF-DISP-AMOUNT
                   DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
               WRITE RCP-RECEIPT-LINE
           END-IF
           MOVE TR-DISCOUNT-AMOUNT TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Discount          : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           PERFORM WRITE-RECEIPT-VAT-LINES
           MOVE TR-GRAND-TOTAL TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "TOTAL DUE         : P " DF-DISP-AMOUNT
                       MOVE "E-WALLET" TO TE-TYPE-TEXT
                   WHEN "P"
                       MOVE "POINTS" TO TE-TYPE-TEXT
                   WHEN "V"
                       MOVE "VOUCHER" TO TE-TYPE-TEXT
                   WHEN OTHER
                       MOVE "OTHER" TO TE-TYPE-TEXT
               END-EVALUATE
               STRING "PAID BY " TE-TYPE-TEXT "  : P " DF-DISP-AMOUNT
                   DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
               WRITE RCP-RECEIPT-LINE
               IF TE-TYPE(TE-INDEX) = "V"
                   MOVE SPACES TO RCP-RECEIPT-LINE
                   STRING "  VOUCHER NO      : " TE-VOUCHER(TE-INDEX)
                       DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
                   WRITE RCP-RECEIPT-LINE
               END-IF
               ADD 1 TO TE-INDEX
           END-PERFORM
           IF TR-PAYMENT-TYPE = "A"
           DISPLAY "Receipt saved to "
               FUNCTION TRIM(RCP-RECEIPT-FILE-NAME).

      *             One basket line on a receipt or quote. A kit prints
      *             once at its price, its components indented beneath
      *             it with their quantities only
       WRITE-RECEIPT-ITEM-LINE.
           IF TL-KIT-UNITS(TR-LINE-INDEX) > ZERO
               PERFORM WRITE-RECEIPT-KIT-LINE
           END-IF
           MOVE TL-SOLD-UNITS(TR-LINE-INDEX) TO DF-DISP-QTY
           MOVE SPACES TO RCP-RECEIPT-LINE
           IF TL-KIT-ID(TR-LINE-INDEX) NOT = SPACES
               STRING "  " TL-PRODUCT-NAME(TR-LINE-INDEX)(1:13) " "
                   DF-DISP-QTY
                   DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
               WRITE RCP-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE TL-UNIT-PRICE(TR-LINE-INDEX) TO DF-PUNIT-PRICE
           COMPUTE DF-DISP-AMOUNT = TL-GROSS-AMOUNT(TR-LINE-INDEX)
               + TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
           STRING TL-PRODUCT-NAME(TR-LINE-INDEX)(1:15) " "
               DF-DISP-QTY " " DF-PUNIT-PRICE " " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
      *             Units drawn from a near-expiry lot went at the
      *             marked-down price; the difference prints beneath
           IF TL-MARKDOWN-AMOUNT(TR-LINE-INDEX) NOT = ZERO
               MOVE TL-MARKDOWN-AMOUNT(TR-LINE-INDEX) TO DF-DISP-AMOUNT
               MOVE SPACES TO RCP-RECEIPT-LINE
               STRING "  NEAR-EXPIRY MARKDOWN" "                -"
                   DF-DISP-AMOUNT
                   DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
               WRITE RCP-RECEIPT-LINE
           END-IF.

      *             The kit heading: its name, the number of kits and
      *             the kit total, summed over the component lines
      *             that follow up to the next kit or plain line
       WRITE-RECEIPT-KIT-LINE.
           MOVE ZERO TO KC-KIT-GROSS
           MOVE TR-LINE-INDEX TO KC-LINE-INDEX
           MOVE 'N' TO KC-END-SWITCH
           PERFORM UNTIL KC-LINE-INDEX > TR-LINE-COUNT OR KC-KIT-END
               IF TL-KIT-ID(KC-LINE-INDEX) NOT =
                  TL-KIT-ID(TR-LINE-INDEX)
                  OR (KC-LINE-INDEX > TR-LINE-INDEX AND
                      TL-KIT-UNITS(KC-LINE-INDEX) > ZERO)
                   MOVE 'Y' TO KC-END-SWITCH
               ELSE
                   ADD TL-GROSS-AMOUNT(KC-LINE-INDEX) TO KC-KIT-GROSS
                   ADD 1 TO KC-LINE-INDEX
               END-IF
           END-PERFORM
           MOVE TL-KIT-ID(TR-LINE-INDEX) TO KC-KIT-NAME
           MOVE TL-KIT-ID(TR-LINE-INDEX) TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               NOT INVALID KEY
                   MOVE P-PRODUCT-NAME TO KC-KIT-NAME
           END-READ
           MOVE TL-KIT-UNITS(TR-LINE-INDEX) TO DF-DISP-QTY
           COMPUTE KC-KIT-PRICE ROUNDED =
               KC-KIT-GROSS / TL-KIT-UNITS(TR-LINE-INDEX)
           MOVE KC-KIT-PRICE TO DF-PUNIT-PRICE
           MOVE KC-KIT-GROSS TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING KC-KIT-NAME(1:15) " "
               DF-DISP-QTY " " DF-PUNIT-PRICE " " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE.

      *             The VAT breakdown printed on receipts and quotes:
      *             net sales by tax class, then the VAT charged
       WRITE-RECEIPT-VAT-LINES.
           MOVE TR-VATABLE-SALES TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "VATable Sales     : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE TR-EXEMPT-SALES TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "VAT-Exempt Sales  : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE TR-ZERO-RATED-SALES TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Zero-Rated Sales  : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE TR-TAX-AMOUNT TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "VAT Amount        : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE.

      *             A discount above the cashier limit stands only
      *             once a supervisor has approved it
       GET-DISCOUNT-PERCENT.
           PERFORM LOAD-OVERRIDE-CONTROL
           DISPLAY "Enter Discount Percent (empty for none): "
           WITH NO ADVANCING
           ACCEPT I-DISCOUNT-PERCENT
                   MOVE "Discount Percent (0-100)" TO WS-FIELD-NAME
                   PERFORM SHOW-VALIDATION-ERROR
                   IF USER-CANCELLED
                       MOVE "X" TO OV-DOCUMENT-TYPE
                       MOVE ZERO TO OV-DOCUMENT-NUMBER
                       PERFORM WRITE-PENDING-OVERRIDES
                       PERFORM CLEAR-SCREEN
                       DISPLAY "                   Cancelled."
                       PERFORM MENU-MAIN
                   ELSE
                       PERFORM GET-DISCOUNT-PERCENT
                   END-IF
               ELSE
                   IF I-DISCOUNT-PERCENT > OV-DISCOUNT-LIMIT
                       PERFORM APPROVE-DISCOUNT-OVERRIDE
                   END-IF
               END-IF
           END-IF.

       APPROVE-DISCOUNT-OVERRIDE.
           MOVE OV-DISCOUNT-LIMIT TO OV-PERCENT-EDIT
           DISPLAY "Discounts over " FUNCTION TRIM(OV-PERCENT-EDIT)
               "% need a supervisor."
           MOVE "D" TO OV-TYPE
           MOVE ZERO TO OV-LINE
           MOVE SPACES TO OV-PRODUCT-ID
           MOVE OV-DISCOUNT-LIMIT TO OV-ORIGINAL-VALUE
           MOVE I-DISCOUNT-PERCENT TO OV-NEW-VALUE
           PERFORM GET-SUPERVISOR-APPROVAL
           IF NOT OV-APPROVED
               DISPLAY "Discount not approved - enter another."
               PERFORM GET-DISCOUNT-PERCENT
           END-IF.

      *             One receipt can be settled across several tenders
      *             (a basket split between cash and GCash, say); the
      *             balance due is collected tender by tender and the
           MOVE TE-REMAINING TO DF-DISP-AMOUNT
           DISPLAY "Balance Due        : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "Tender - C)ash D)ebit/Card E)-wallet P)oints "
               "V)oucher"
           DISPLAY "         (X abandons tender entry): "
           WITH NO ADVANCING
           ACCEPT TE-TYPE-INPUT
           IF TE-TYPE-INPUT = 'p'
               MOVE 'P' TO TE-TYPE-INPUT
           END-IF
           IF TE-TYPE-INPUT = 'v'
               MOVE 'V' TO TE-TYPE-INPUT
           END-IF
           IF TE-TYPE-INPUT NOT = 'C' AND TE-TYPE-INPUT NOT = 'D' AND
              TE-TYPE-INPUT NOT = 'E' AND TE-TYPE-INPUT NOT = 'P' AND
              TE-TYPE-INPUT NOT = 'V'
               DISPLAY "Tender must be C, D, E, P or V."
               EXIT PARAGRAPH
           END-IF
      *             A certificate is bought with money, never with
      *             points or another voucher
           IF GV-SELLING-VOUCHER AND
              (TE-TYPE-INPUT = 'P' OR TE-TYPE-INPUT = 'V')
               DISPLAY "A voucher must be paid for in cash, card or "
               "e-wallet."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GV-NUMBER-INPUT
           IF TE-TYPE-INPUT = 'V'
               PERFORM GET-VOUCHER-AVAILABLE
               IF NOT GV-VOUCHER-USABLE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *             Points redeem peso-for-peso against the attached
      *             customer's balance, less what this receipt has
               DISPLAY "Capped at the available points."
               MOVE LY-POINTS-AVAILABLE TO CF-SALE-AMOUNT
           END-IF
      *             Partial redemption: the voucher keeps whatever it
      *             does not cover
           IF TE-TYPE-INPUT = 'V' AND
              CF-SALE-AMOUNT > GV-AVAILABLE
               DISPLAY "Capped at the voucher balance."
               MOVE GV-AVAILABLE TO CF-SALE-AMOUNT
           END-IF
      *             The last slot has to finish the receipt, and
      *             points and vouchers cannot be stretched past their
      *             balance
           IF TE-COUNT = 4 AND CF-SALE-AMOUNT < TE-REMAINING
               IF TE-TYPE-INPUT = 'P'
                   DISPLAY "Points cannot finish the receipt - take "
                   "the balance another way."
                   EXIT PARAGRAPH
               END-IF
               IF TE-TYPE-INPUT = 'V'
                   DISPLAY "The voucher cannot finish the receipt - "
                   "take the balance another way."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Tender limit reached - balance due taken "
               "in full."
               MOVE TE-REMAINING TO CF-SALE-AMOUNT
           ADD 1 TO TE-COUNT
           MOVE TE-TYPE-INPUT TO TE-TYPE(TE-COUNT)
           MOVE CF-SALE-AMOUNT TO TE-AMOUNT(TE-COUNT)
           MOVE GV-NUMBER-INPUT TO TE-VOUCHER(TE-COUNT)
           SUBTRACT CF-SALE-AMOUNT FROM TE-REMAINING.

      *             Checks the voucher keyed at the till: on file,
      *             not used up, not expired, and less whatever this
      *             receipt has already pledged against it
       GET-VOUCHER-AVAILABLE.
           MOVE 'N' TO GV-USABLE-SWITCH
           MOVE ZERO TO GV-AVAILABLE
           DISPLAY "Voucher Number: " WITH NO ADVANCING
           ACCEPT GV-NUMBER-INPUT
           MOVE FUNCTION UPPER-CASE(GV-NUMBER-INPUT) TO GV-NUMBER-INPUT
           IF GV-NUMBER-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE GV-NUMBER-INPUT TO VCH-NUMBER
           READ VCH-VOUCHERS-FILE
               INVALID KEY
                   DISPLAY "No such voucher on file."
                   EXIT PARAGRAPH
           END-READ
           IF NOT VCH-IS-ACTIVE OR VCH-BALANCE <= ZERO
               DISPLAY "That voucher has been used up."
               EXIT PARAGRAPH
           END-IF
           IF VCH-EXPIRY-DATE < CURRENT-DATE
               DISPLAY "That voucher expired on " VCH-EXPIRY-DATE "."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO GV-PLEDGED
           MOVE 1 TO TE-INDEX
           PERFORM UNTIL TE-INDEX > TE-COUNT
               IF TE-TYPE(TE-INDEX) = "V" AND
                  TE-VOUCHER(TE-INDEX) = GV-NUMBER-INPUT
                   ADD TE-AMOUNT(TE-INDEX) TO GV-PLEDGED
               END-IF
               ADD 1 TO TE-INDEX
           END-PERFORM
           COMPUTE GV-AVAILABLE = VCH-BALANCE - GV-PLEDGED
           IF GV-AVAILABLE <= ZERO
               DISPLAY "That voucher is already pledged in full."
               EXIT PARAGRAPH
           END-IF
           MOVE GV-AVAILABLE TO DF-DISP-AMOUNT
           DISPLAY "Voucher balance    : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE 'Y' TO GV-USABLE-SWITCH.

       WRITE-TENDER-RECORDS.
           IF TE-COUNT = ZERO
               EXIT PARAGRAPH
               MOVE TE-TYPE(TE-INDEX) TO TND-TENDER-TYPE
               MOVE TE-AMOUNT(TE-INDEX) TO TND-AMOUNT
               MOVE SESSION-CASHIER-ID TO TND-CASHIER-ID
               MOVE TE-VOUCHER(TE-INDEX) TO TND-VOUCHER-NUMBER
               MOVE GV-TENDER-PURPOSE TO TND-PURPOSE
               WRITE TND-TENDERS-RECORD
               IF TE-TYPE(TE-INDEX) = "V" AND
                  NOT TND-FOR-VOUCHER-SALE
                   PERFORM POST-VOUCHER-TENDER
               END-IF
               ADD 1 TO TE-INDEX
           END-PERFORM
           MOVE SPACE TO GV-TENDER-PURPOSE
           CLOSE TND-TENDERS-FILE.

      *             A redemption takes the tender off the voucher
      *             balance; the negative tender a void writes puts it
      *             back, reopening a voucher that had been used up
       POST-VOUCHER-TENDER.
           MOVE TE-VOUCHER(TE-INDEX) TO VCH-NUMBER
           READ VCH-VOUCHERS-FILE
               INVALID KEY
                   DISPLAY "Warning: voucher " TE-VOUCHER(TE-INDEX)
                       " not on file - balance not updated."
                   EXIT PARAGRAPH
           END-READ
           MOVE VCH-BALANCE TO GV-VALUE
           SUBTRACT TE-AMOUNT(TE-INDEX) FROM VCH-BALANCE
           IF VCH-BALANCE > ZERO
               SET VCH-IS-ACTIVE TO TRUE
           ELSE
               SET VCH-IS-REDEEMED TO TRUE
           END-IF
           MOVE TR-RECEIPT-NUMBER TO VCH-LAST-RECEIPT
           MOVE CURRENT-DATE TO VCH-LAST-USED-DATE
           REWRITE VCH-VOUCHERS-RECORD
               INVALID KEY
                   DISPLAY "Error updating voucher balance!"
                   EXIT PARAGRAPH
           END-REWRITE
           IF TE-AMOUNT(TE-INDEX) > ZERO
               MOVE "VOUCHER-REDEEMED" TO AUD-ACTION
           ELSE
               MOVE "VOUCHER-RESTORED" TO AUD-ACTION
           END-IF
           MOVE VCH-NUMBER TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Receipt=" TR-RECEIPT-NUMBER
               " Amount=" TE-AMOUNT(TE-INDEX)
               " Balance:" GV-VALUE "->" VCH-BALANCE
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *             A void hands the money back through the tenders it
      *             came in on, so the per-tender reconciliation at
      *             close still balances
                       SET TENDERS-EOF TO TRUE
                   NOT AT END
                       IF TND-RECEIPT-NUMBER = VS-RECEIPT-NUMBER AND
                          TND-AMOUNT > ZERO AND TE-COUNT < 5 AND
                          NOT TND-FOR-VOUCHER-SALE
                           ADD 1 TO TE-COUNT
                           MOVE TND-TENDER-TYPE TO TE-TYPE(TE-COUNT)
                           COMPUTE TE-AMOUNT(TE-COUNT) =
                               TND-AMOUNT * -1
                           MOVE TND-VOUCHER-NUMBER
                               TO TE-VOUCHER(TE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               PERFORM MENU-MAIN
           END-IF

      *             Goods brought back can be refunded as store credit
      *             rather than money out of the drawer
           MOVE 'N' TO GV-CREDIT-SWITCH
           DISPLAY "Refund as store credit instead of the original "
           "tenders? (Y/N): " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER
           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               SET GV-REFUND-AS-CREDIT TO TRUE
           END-IF

      *             Write reversing entries, the originals stay
      *             intact; the file is still open INPUT from
      *             INITIALIZATION on the keyed fast path
           PERFORM WRITE-AUDIT-LOG

           PERFORM REVERSE-TENDER-RECORDS
           IF GV-REFUND-AS-CREDIT
               PERFORM ISSUE-STORE-CREDIT
           END-IF
           PERFORM CLAW-BACK-POINTS

      *                  Restore the voided units to stock
                       DISPLAY "Warning: customer no longer on file - "
                       "balance not adjusted."
                   NOT INVALID KEY
                       MOVE VS-RECEIPT-NUMBER TO OI-SKIP-RECEIPT
                       PERFORM ENSURE-AR-ITEMS
                       MOVE ZERO TO OI-SKIP-RECEIPT
                       SUBTRACT VH-ACCOUNT-TOTAL FROM C-BALANCE
                       REWRITE CUS-CUSTOMERS-RECORD
                           INVALID KEY
                               DISPLAY "Error updating customer "
                               "balance!"
                       END-REWRITE
                       PERFORM POST-VOID-TO-ITEM
               END-READ
           END-IF

           MOVE VS-RECEIPT-NUMBER TO S-RECEIPT-NUMBER
           MOVE VH-PAYMENT-TYPE(VH-INDEX) TO S-PAYMENT-TYPE
           MOVE VH-LINE-CUSTOMER(VH-INDEX) TO S-CUSTOMER-ID
           MOVE VH-TAX-CLASS(VH-INDEX) TO S-TAX-CLASS
           MOVE VH-KIT-ID(VH-INDEX) TO S-KIT-ID
           COMPUTE S-KIT-UNITS = ZERO - VH-KIT-UNITS(VH-INDEX)
           COMPUTE S-MARKDOWN-AMOUNT =
               VH-MARKDOWN-AMOUNT(VH-INDEX) * -1
           MOVE VH-ORIGINAL-CASHIER(VH-INDEX) TO S-ORIGINAL-CASHIER-ID
           WRITE SALES-RECORD
           IF NOT SALES-OK
               DISPLAY "Error recording void! Status: " S-SALES-STATUS
                       MOVE P-STOCK TO BR-QTY-DELTA
                       PERFORM POST-BRANCH-STOCK
                   END-IF
      *             The units come back at the cost they went out
      *             at, blended into today's average
                   MOVE VH-SOLD-UNITS(VH-INDEX) TO AC-MOVE-QTY
                   IF VH-SOLD-UNITS(VH-INDEX) > ZERO
                       COMPUTE AC-MOVE-COST ROUNDED =
                           VH-COST-OF-GOODS(VH-INDEX) /
                           VH-SOLD-UNITS(VH-INDEX)
                   ELSE
                       MOVE P-COST-PER-UNIT TO AC-MOVE-COST
                   END-IF
                   PERFORM BLEND-AVERAGE-COST
                   ADD VH-SOLD-UNITS(VH-INDEX) TO P-STOCK
                   REWRITE P-PRODUCTS-RECORD
                       INVALID KEY
                           DISPLAY "Error restoring stock!"
                       NOT INVALID KEY
                           SET AC-FROM-VOID TO TRUE
                           MOVE VS-RECEIPT-NUMBER TO AC-REFERENCE
                           MOVE SESSION-BRANCH-ID TO AC-BRANCH-ID
                           PERFORM LOG-COST-CHANGE
                   END-REWRITE
                   MOVE SESSION-BRANCH-ID TO BR-BRANCH-ID
                   MOVE VH-SOLD-UNITS(VH-INDEX) TO BR-QTY-DELTA
           MOVE S-CASHIER-ID TO RK-CASHIER-ID
           MOVE S-PAYMENT-TYPE TO RK-PAYMENT-TYPE
           MOVE S-CUSTOMER-ID TO RK-CUSTOMER-ID
           MOVE S-TAX-CLASS TO RK-TAX-CLASS
           MOVE S-KIT-ID TO RK-KIT-ID
           MOVE S-KIT-UNITS TO RK-KIT-UNITS
           MOVE S-MARKDOWN-AMOUNT TO RK-MARKDOWN-AMOUNT
           MOVE S-ORIGINAL-CASHIER-ID TO RK-ORIGINAL-CASHIER-ID
           WRITE SKD-SALES-KEYED-RECORD
               INVALID KEY
                   DISPLAY "Error writing keyed sales line!"
           MOVE RK-TAX-AMOUNT TO VH-TAX-AMOUNT(VH-INDEX)
           MOVE RK-PAYMENT-TYPE TO VH-PAYMENT-TYPE(VH-INDEX)
           MOVE RK-CUSTOMER-ID TO VH-LINE-CUSTOMER(VH-INDEX)
           MOVE RK-TAX-CLASS TO VH-TAX-CLASS(VH-INDEX)
           MOVE RK-KIT-ID TO VH-KIT-ID(VH-INDEX)
           MOVE RK-KIT-UNITS TO VH-KIT-UNITS(VH-INDEX)
           IF RK-MARKDOWN-AMOUNT IS NUMERIC
               MOVE RK-MARKDOWN-AMOUNT TO VH-MARKDOWN-AMOUNT(VH-INDEX)
           ELSE
               MOVE ZERO TO VH-MARKDOWN-AMOUNT(VH-INDEX)
           END-IF
           MOVE RK-CASHIER-ID TO VH-ORIGINAL-CASHIER(VH-INDEX)
           MOVE RK-SALE-DATE TO RQ-SALE-DATE
           IF RK-PAYMENT-TYPE = "A"
               MOVE RK-CUSTOMER-ID TO VH-CUSTOMER-ID
                               TO VH-PAYMENT-TYPE(VH-INDEX)
                           MOVE S-CUSTOMER-ID
                               TO VH-LINE-CUSTOMER(VH-INDEX)
                           MOVE S-TAX-CLASS
                               TO VH-TAX-CLASS(VH-INDEX)
                           MOVE S-KIT-ID TO VH-KIT-ID(VH-INDEX)
                           MOVE S-KIT-UNITS
                               TO VH-KIT-UNITS(VH-INDEX)
                           IF S-MARKDOWN-AMOUNT IS NUMERIC
                               MOVE S-MARKDOWN-AMOUNT
                                   TO VH-MARKDOWN-AMOUNT(VH-INDEX)
                           ELSE
                               MOVE ZERO
                                   TO VH-MARKDOWN-AMOUNT(VH-INDEX)
                           END-IF
                           MOVE S-CASHIER-ID
                               TO VH-ORIGINAL-CASHIER(VH-INDEX)
                           MOVE S-SALE-DATE TO RQ-SALE-DATE
                           IF SALE-IS-ON-ACCOUNT
                               MOVE S-CUSTOMER-ID TO VH-CUSTOMER-ID
           MOVE VH-COUNT TO TR-LINE-COUNT
           MOVE ZERO TO TR-GROSS-AMOUNT
           MOVE ZERO TO TR-DISCOUNT-AMOUNT
           MOVE ZERO TO TR-MARKDOWN-AMOUNT
           MOVE ZERO TO TR-TAX-AMOUNT
           MOVE ZERO TO TR-VATABLE-SALES
           MOVE ZERO TO TR-EXEMPT-SALES
           MOVE ZERO TO TR-ZERO-RATED-SALES
           MOVE 1 TO VH-INDEX
           PERFORM UNTIL VH-INDEX > VH-COUNT
               MOVE VH-PRODUCT-ID(VH-INDEX)
               ADD VH-DISCOUNT-AMOUNT(VH-INDEX)
                   TO TR-DISCOUNT-AMOUNT
               ADD VH-TAX-AMOUNT(VH-INDEX) TO TR-TAX-AMOUNT
               MOVE VH-TAX-CLASS(VH-INDEX) TO TL-TAX-CLASS(VH-INDEX)
               MOVE VH-KIT-ID(VH-INDEX) TO TL-KIT-ID(VH-INDEX)
               MOVE VH-KIT-UNITS(VH-INDEX) TO TL-KIT-UNITS(VH-INDEX)
               MOVE VH-MARKDOWN-AMOUNT(VH-INDEX)
                   TO TL-MARKDOWN-AMOUNT(VH-INDEX)
               ADD VH-MARKDOWN-AMOUNT(VH-INDEX) TO TR-MARKDOWN-AMOUNT
               EVALUATE VH-TAX-CLASS(VH-INDEX)
                   WHEN "E"
                       ADD VH-TOTAL-AMOUNT(VH-INDEX)
                           TO TR-EXEMPT-SALES
                   WHEN "Z"
                       ADD VH-TOTAL-AMOUNT(VH-INDEX)
                           TO TR-ZERO-RATED-SALES
                   WHEN OTHER
                       ADD VH-TOTAL-AMOUNT(VH-INDEX)
                           TO TR-VATABLE-SALES
               END-EVALUATE
               ADD 1 TO VH-INDEX
           END-PERFORM
           COMPUTE TR-NET-AMOUNT =
                       NOT AT END
                           IF TND-RECEIPT-NUMBER =
                              VS-RECEIPT-NUMBER AND
                              TND-AMOUNT > ZERO AND TE-COUNT < 5 AND
                              NOT TND-FOR-VOUCHER-SALE
                               ADD 1 TO TE-COUNT
                               MOVE TND-TENDER-TYPE
                                   TO TE-TYPE(TE-COUNT)
                               MOVE TND-AMOUNT TO TE-AMOUNT(TE-COUNT)
                               MOVE TND-VOUCHER-NUMBER
                                   TO TE-VOUCHER(TE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "               HISTORICAL REPORTS"
           DISPLAY "=================================================="

           SET HR-SCAN-HISTORY TO TRUE
           MOVE ZERO TO HR-FILE-COUNT
           PERFORM HISTORICAL-GATHER-FILES

           MOVE ZERO TO DT-TOTAL-PROFIT
           MOVE ZERO TO DT-TOTAL-QTY-SOLD
           MOVE ZERO TO DT-TOTAL-DISCOUNT
           MOVE ZERO TO DT-TOTAL-MARKDOWN
           MOVE ZERO TO DT-TOTAL-TAX
           INITIALIZE CATEGORY-TOTALS-TABLE
           MOVE ZERO TO CT-COUNT
               DELIMITED BY SIZE INTO RPT-INCOME-LINE
           WRITE RPT-INCOME-LINE

           MOVE DT-TOTAL-MARKDOWN TO DF-DISP-AMOUNT
           DISPLAY "Expiry Markdowns: ₱" DF-DISP-AMOUNT
           MOVE SPACES TO RPT-INCOME-LINE
           STRING "Expiry Markdowns: P" DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RPT-INCOME-LINE
           WRITE RPT-INCOME-LINE

           MOVE DT-TOTAL-TAX TO DF-DISP-AMOUNT
           DISPLAY "Total Tax: ₱" DF-DISP-AMOUNT
           MOVE SPACES TO RPT-INCOME-LINE
                       AT END
                           SET ARCHIVE-LIST-EOF TO TRUE
                       NOT AT END
                           IF AL-ARCHIVE-LIST-RECORD NOT = SPACES
                               MOVE AL-ARCHIVE-LIST-RECORD
                                   TO HR-NEW-FILE-NAME
                               PERFORM HISTORICAL-ADD-FILE
                           END-IF
                   END-READ
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HR-NEW-FILE-NAME
           STRING "SALES-" FUNCTION TRIM(HR-ARCHIVE-INPUT) ".DAT"
               DELIMITED BY SIZE INTO HR-NEW-FILE-NAME
           PERFORM HISTORICAL-ADD-FILE
           IF HR-FILE-COUNT >= 24 AND NOT HR-FILE-LISTED
               EXIT PARAGRAPH
           END-IF
           PERFORM HISTORICAL-GATHER-FILES.

      *             Adds HR-NEW-FILE-NAME to the list once only, so no
      *             archive is counted twice; a file that will not fit
      *             is reported and marks the selection incomplete
       HISTORICAL-ADD-FILE.
           MOVE 'N' TO HR-DUP-SWITCH
           MOVE 1 TO HR-DUP-INDEX
           PERFORM UNTIL HR-DUP-INDEX > HR-FILE-COUNT OR HR-FILE-LISTED
               IF HR-FILE-NAME(HR-DUP-INDEX) = HR-NEW-FILE-NAME
                   MOVE 'Y' TO HR-DUP-SWITCH
               END-IF
               ADD 1 TO HR-DUP-INDEX
           END-PERFORM
           IF HR-FILE-LISTED
               DISPLAY FUNCTION TRIM(HR-NEW-FILE-NAME)
                   " is already selected."
               EXIT PARAGRAPH
           END-IF
           IF HR-FILE-COUNT >= 24
               DISPLAY "Archive list is full (24 files maximum) - "
                   FUNCTION TRIM(HR-NEW-FILE-NAME) " left out."
               MOVE 'Y' TO HR-SKIPPED-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HR-FILE-COUNT
           MOVE HR-NEW-FILE-NAME TO HR-FILE-NAME(HR-FILE-COUNT).

       HISTORICAL-SCAN-ARCHIVE.
           MOVE HR-FILE-NAME(HR-FILE-INDEX) TO HS-HIST-FILE-NAME
           OPEN INPUT HS-HIST-SALES-FILE
           IF NOT HIST-SALES-OK
               DISPLAY "Cannot open "
                   FUNCTION TRIM(HS-HIST-FILE-NAME) " - skipped."
               MOVE 'Y' TO HR-SKIPPED-SWITCH
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reading " FUNCTION TRIM(HS-HIST-FILE-NAME) "..."
                           DISPLAY "Unrecognized record layout in "
                               FUNCTION TRIM(HS-HIST-FILE-NAME)
                               " - file skipped."
                           MOVE 'Y' TO HR-SKIPPED-SWITCH
                           SET HIST-SALES-EOF TO TRUE
                       ELSE
                           MOVE HS-HIST-SALES-RECORD TO SALES-RECORD
                           EVALUATE TRUE
                               WHEN HR-SCAN-VAT-BOOK
                                   PERFORM VAT-BOOK-ACCUMULATE
                               WHEN HR-SCAN-COMMISSION
                                   PERFORM COMMISSION-ACCUMULATE
                               WHEN OTHER
                                   PERFORM HISTORICAL-ACCUMULATE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           ADD S-PROFIT TO DT-TOTAL-PROFIT
           ADD S-SOLD-UNITS TO DT-TOTAL-QTY-SOLD
           ADD S-DISCOUNT-AMOUNT TO DT-TOTAL-DISCOUNT
           IF S-MARKDOWN-AMOUNT IS NUMERIC
               ADD S-MARKDOWN-AMOUNT TO DT-TOTAL-MARKDOWN
           END-IF
           ADD S-TAX-AMOUNT TO DT-TOTAL-TAX
           PERFORM CATEGORY-ACCUMULATE
           PERFORM CASHIER-ACCUMULATE
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Schedule a Price Change / Promotion"
           DISPLAY "2. Price Change Report"
           DISPLAY "3. Import Supplier Price List (PRICE-LIST.DAT)"
           DISPLAY "4. Margin-Erosion Report"
           DISPLAY "5. Accept Suggested Prices"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM PRICE-CHANGE-REPORT
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM IMPORT-SUPPLIER-PRICE-LIST
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM MARGIN-EROSION-REPORT
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM ACCEPT-SUGGESTED-PRICES
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
           MOVE ZERO TO EOD-CARD-EXPECTED
           MOVE ZERO TO EOD-EWALLET-EXPECTED
           MOVE ZERO TO EOD-POINTS-REDEEMED
           MOVE ZERO TO EOD-VOUCHER-REDEEMED
           MOVE ZERO TO EOD-VOUCHER-SOLD
           OPEN INPUT TND-TENDERS-FILE
           IF TENDERS-OK
               PERFORM UNTIL TENDERS-EOF
                                   ADD TND-AMOUNT
                                       TO EOD-POINTS-REDEEMED
                               END-IF
                               IF TND-IS-VOUCHER
                                   ADD TND-AMOUNT
                                       TO EOD-VOUCHER-REDEEMED
                               END-IF
                               IF TND-FOR-VOUCHER-SALE
                                   ADD TND-AMOUNT
                                       TO EOD-VOUCHER-SOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TND-TENDERS-FILE
           END-IF
      *             Redeemed points and vouchers settle part of the
      *             take but never touch the drawer; vouchers sold are
      *             taken in money that is not in the sales take
           COMPUTE EOD-EXPECTED-AMOUNT = EOD-TAKE-AMOUNT
               - EOD-CARD-EXPECTED - EOD-EWALLET-EXPECTED
               - EOD-POINTS-REDEEMED - EOD-VOUCHER-REDEEMED
               + EOD-VOUCHER-SOLD

      *             Payments taken on account today are drawer cash
           OPEN INPUT PAY-PAYMENTS-FILE
           MOVE EOD-POINTS-REDEEMED TO DF-DISP-AMOUNT
           DISPLAY "Points Redeemed     : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE EOD-VOUCHER-REDEEMED TO DF-DISP-AMOUNT
           DISPLAY "Vouchers Redeemed   : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE EOD-VOUCHER-SOLD TO DF-DISP-AMOUNT
           DISPLAY "Vouchers Sold       : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY SPACE

           DISPLAY "Enter Counted Drawer Cash: " WITH NO ADVANCING
           MOVE ZERO TO DT-TOTAL-PROFIT
           MOVE ZERO TO DT-TOTAL-QTY-SOLD
           MOVE ZERO TO DT-TOTAL-DISCOUNT
           MOVE ZERO TO DT-TOTAL-MARKDOWN
           MOVE ZERO TO DT-TOTAL-TAX
           INITIALIZE CATEGORY-TOTALS-TABLE
           MOVE ZERO TO CT-COUNT
                           ADD S-PROFIT TO DT-TOTAL-PROFIT
                           ADD S-SOLD-UNITS TO DT-TOTAL-QTY-SOLD
                           ADD S-DISCOUNT-AMOUNT TO DT-TOTAL-DISCOUNT
                           IF S-MARKDOWN-AMOUNT IS NUMERIC
                               ADD S-MARKDOWN-AMOUNT
                                   TO DT-TOTAL-MARKDOWN
                           END-IF
                           ADD S-TAX-AMOUNT TO DT-TOTAL-TAX
                           PERFORM CATEGORY-ACCUMULATE
                           PERFORM CASHIER-ACCUMULATE
           MOVE DT-TOTAL-DISCOUNT TO DF-DISP-AMOUNT
           DISPLAY "Total Discount: ₱" DF-DISP-AMOUNT

           MOVE DT-TOTAL-MARKDOWN TO DF-DISP-AMOUNT
           DISPLAY "Expiry Markdowns: ₱" DF-DISP-AMOUNT

           MOVE DT-TOTAL-TAX TO DF-DISP-AMOUNT
           DISPLAY "Total Tax: ₱" DF-DISP-AMOUNT

           STRING "Total Discount: P" DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RPT-INCOME-LINE
           WRITE RPT-INCOME-LINE
           MOVE DT-TOTAL-MARKDOWN TO DF-DISP-AMOUNT
           MOVE SPACES TO RPT-INCOME-LINE
           STRING "Expiry Markdowns: P" DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RPT-INCOME-LINE
           WRITE RPT-INCOME-LINE
           MOVE DT-TOTAL-TAX TO DF-DISP-AMOUNT
           MOVE SPACES TO RPT-INCOME-LINE
           STRING "Total Tax: P" DF-DISP-AMOUNT
           END-IF
           DISPLAY "=================================================="
           DISPLAY "ID         NAME              STOCK     ADDED ON"
               "    IN PACKS"
           DISPLAY "--------------------------------------------------"

           MOVE "=================================================="
           WRITE RPT-STOCK-LINE
           MOVE "ID         NAME              STOCK     ADDED ON"
               TO RPT-STOCK-LINE
           MOVE "IN PACKS" TO RPT-STOCK-LINE(52:8)
           WRITE RPT-STOCK-LINE
           MOVE "--------------------------------------------------"
               TO RPT-STOCK-LINE
      *             pre-branch products (no rows yet) falling back
      *             to the company total
                       IF SD-BRANCH-FILTER = SPACES
                           MOVE P-STOCK TO UM-PIECES
                       ELSE
                           PERFORM SUM-BRANCH-STOCK
                           IF BR-ROW-COUNT = ZERO
                               MOVE P-STOCK TO UM-PIECES
                           ELSE
                               MOVE SD-BRANCH-FILTER TO BR-BRANCH-ID
                               PERFORM GET-BRANCH-STOCK
                               MOVE BR-BRANCH-QTY TO UM-PIECES
                           END-IF
                       END-IF
                       MOVE UM-PIECES TO DF-DISP-QTY
      *             Total pieces, then the same stock as whole packs
      *             plus loose pieces for products bought by the case
                       MOVE SPACES TO UM-SUPPLIER-ID
                       PERFORM GET-PACK-SIZE
                       PERFORM FORMAT-PACK-QTY

                       MOVE P-DATE-ADDED(1:2) TO CD-MONTH
                       MOVE P-DATE-ADDED(3:2) TO CD-DAY
                           P-PRODUCT-ID " "
                           P-PRODUCT-NAME(1:15) " "
                           DF-DISP-QTY "     "
                           CD-MONTH "/" CD-DAY "/" CD-YEAR "  "
                           UM-PACK-TEXT

                       MOVE SPACES TO RPT-STOCK-LINE
                       STRING
                           P-PRODUCT-ID " "
                           P-PRODUCT-NAME(1:15) " "
                           DF-DISP-QTY "     "
                           CD-MONTH "/" CD-DAY "/" CD-YEAR "  "
                           UM-PACK-TEXT
                           DELIMITED BY SIZE INTO RPT-STOCK-LINE
                       WRITE RPT-STOCK-LINE
               END-READ
                               PERFORM GET-BRANCH-STOCK
                           END-IF
                       END-IF
      *             Kits hold no stock of their own and are never
      *             reordered; their components are
                       MOVE P-PRODUCT-ID TO KC-CHECK-ID
                       PERFORM CHECK-IS-KIT
                       IF BR-BRANCH-QTY <= P-REORDER-POINT
                          AND NOT KC-CHECK-FOUND
                           COMPUTE CF-SHORTAGE =
                               P-REORDER-POINT - BR-BRANCH-QTY
                           MOVE BR-BRANCH-QTY TO DF-DISP-QTY
                               DF-DISP-QTY "   "
                               P-REORDER-POINT "      "
                               CF-SHORTAGE
                           MOVE SPACES TO UM-SUPPLIER-ID
                           PERFORM COMPUTE-SALES-VELOCITY
                           MOVE VL-DAILY-RATE TO VL-RATE-EDIT
                           MOVE VL-DAYS-OF-STOCK TO VL-DAYS-EDIT
                               FUNCTION TRIM(VL-DAYS-EDIT)
                               "  Suggested Order: "
                               FUNCTION TRIM(DF-DISP-QTY)
                           MOVE BR-BRANCH-QTY TO UM-PIECES
                           PERFORM FORMAT-PACK-QTY
                           IF UM-PACK-TEXT NOT = SPACES
                               MOVE VL-SUGGESTED-PACKS TO UM-PACKS-EDIT
                               DISPLAY "           On Hand: "
                                   FUNCTION TRIM(UM-PACK-TEXT)
                                   "  Order: "
                                   FUNCTION TRIM(UM-PACKS-EDIT) " "
                                   FUNCTION TRIM(UM-PURCHASE-UNIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ELSE
               MOVE 9999.9 TO VL-DAYS-OF-STOCK
               MOVE ZERO TO VL-SUGGESTED-QTY
           END-IF

      *             Suppliers ship whole packs, so the suggestion is
      *             rounded up to the next full one
           PERFORM GET-PACK-SIZE
           DIVIDE VL-SUGGESTED-QTY BY UM-PACK-SIZE
               GIVING VL-SUGGESTED-PACKS REMAINDER UM-LOOSE
           IF UM-LOOSE > ZERO
               ADD 1 TO VL-SUGGESTED-PACKS
           END-IF
           COMPUTE VL-SUGGESTED-QTY =
               VL-SUGGESTED-PACKS * UM-PACK-SIZE
               ON SIZE ERROR
                   MOVE 99999 TO VL-SUGGESTED-QTY
           END-COMPUTE.

       VELOCITY-ACCUMULATE.
           MOVE S-SALE-DATE TO VL-DATE-NUM
               ADD S-SOLD-UNITS TO VL-UNITS-90
           END-IF.

      *             The purchasing unit and pack size for the product
      *             in P-PRODUCTS-RECORD; a supplier's own pack size
      *             in SUPPLIER-PACKS.DAT wins over the product's
       GET-PACK-SIZE.
           MOVE P-SELL-UNIT TO UM-SELL-UNIT
           MOVE P-PURCHASE-UNIT TO UM-PURCHASE-UNIT
           IF P-UNITS-PER-PACK IS NUMERIC AND P-UNITS-PER-PACK > ZERO
               MOVE P-UNITS-PER-PACK TO UM-PACK-SIZE
           ELSE
               MOVE 1 TO UM-PACK-SIZE
           END-IF
           IF UM-SUPPLIER-ID NOT = SPACES
               MOVE UM-SUPPLIER-ID TO SPK-SUPPLIER-ID
               MOVE P-PRODUCT-ID TO SPK-PRODUCT-ID
               READ SPK-SUPPLIER-PACKS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SPK-UNITS-PER-PACK > ZERO
                           MOVE SPK-UNITS-PER-PACK TO UM-PACK-SIZE
                           MOVE SPK-PURCHASE-UNIT TO UM-PURCHASE-UNIT
                       END-IF
               END-READ
           END-IF
           PERFORM DEFAULT-UNIT-NAMES.

      *             The pack a PO line was ordered in; lines from
      *             before units of measure were ordered by the piece
       GET-PO-PACK-SIZE.
           MOVE P-SELL-UNIT TO UM-SELL-UNIT
           MOVE PO-PURCHASE-UNIT TO UM-PURCHASE-UNIT
           IF PO-UNITS-PER-PACK IS NUMERIC AND
              PO-UNITS-PER-PACK > ZERO
               MOVE PO-UNITS-PER-PACK TO UM-PACK-SIZE
           ELSE
               MOVE 1 TO UM-PACK-SIZE
           END-IF
           PERFORM DEFAULT-UNIT-NAMES.

       DEFAULT-UNIT-NAMES.
           IF UM-SELL-UNIT = SPACES OR LOW-VALUES
               MOVE "PC" TO UM-SELL-UNIT
           END-IF
           IF UM-PURCHASE-UNIT = SPACES OR LOW-VALUES
               IF UM-PACK-SIZE > 1
                   MOVE "CASE" TO UM-PURCHASE-UNIT
               ELSE
                   MOVE UM-SELL-UNIT TO UM-PURCHASE-UNIT
               END-IF
           END-IF.

      *             UM-PIECES as whole packs plus loose pieces, e.g.
      *             "3 CASE + 5 PC"; left blank when the product is
      *             bought by the piece
       FORMAT-PACK-QTY.
           MOVE SPACES TO UM-PACK-TEXT
           IF UM-PACK-SIZE NOT > 1 OR UM-PIECES < ZERO
               EXIT PARAGRAPH
           END-IF
           DIVIDE UM-PIECES BY UM-PACK-SIZE
               GIVING UM-PACKS REMAINDER UM-LOOSE
           MOVE UM-PACKS TO UM-PACKS-EDIT
           MOVE UM-LOOSE TO UM-LOOSE-EDIT
           STRING FUNCTION TRIM(UM-PACKS-EDIT) " "
               FUNCTION TRIM(UM-PURCHASE-UNIT) " + "
               FUNCTION TRIM(UM-LOOSE-EDIT) " "
               FUNCTION TRIM(UM-SELL-UNIT)
               DELIMITED BY SIZE INTO UM-PACK-TEXT.

       CALCULATE-DASHBOARD.
           MOVE ZERO TO DT-TOTAL-PRODUCTS
           MOVE ZERO TO DT-TOTAL-STOCK
                   END-IF
               END-IF
           END-IF

           OPEN I-O TXR-TAX-RATES-FILE
           IF NOT TAX-RATES-OK
               IF TXR-TAX-RATES-STATUS = "35"
                   OPEN OUTPUT TXR-TAX-RATES-FILE
                   CLOSE TXR-TAX-RATES-FILE
                   OPEN I-O TXR-TAX-RATES-FILE
               ELSE
                   CLOSE TXR-TAX-RATES-FILE
                   OPEN I-O TXR-TAX-RATES-FILE
                   IF NOT TAX-RATES-OK
                       DISPLAY "Warning: TAX-RATES.DAT not available"
                           " - status " TXR-TAX-RATES-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O VAL-VALUATION-FILE
           IF NOT VALUATION-OK
               IF VAL-VALUATION-STATUS = "35"
                   OPEN OUTPUT VAL-VALUATION-FILE
                   CLOSE VAL-VALUATION-FILE
                   OPEN I-O VAL-VALUATION-FILE
               ELSE
                   CLOSE VAL-VALUATION-FILE
                   OPEN I-O VAL-VALUATION-FILE
                   IF NOT VALUATION-OK
                       DISPLAY "Warning: VALUATION.DAT not available"
                           " - status " VAL-VALUATION-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O ARI-ITEMS-FILE
           IF NOT AR-ITEMS-OK
               IF ARI-ITEMS-STATUS = "35"
                   OPEN OUTPUT ARI-ITEMS-FILE
                   CLOSE ARI-ITEMS-FILE
                   OPEN I-O ARI-ITEMS-FILE
               ELSE
                   CLOSE ARI-ITEMS-FILE
                   OPEN I-O ARI-ITEMS-FILE
                   IF NOT AR-ITEMS-OK
                       DISPLAY "Warning: AR-ITEMS.DAT not available"
                           " - status " ARI-ITEMS-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O ARA-ACTIVITY-FILE
           IF NOT AR-ACTIVITY-OK
               IF ARA-ACTIVITY-STATUS = "35"
                   OPEN OUTPUT ARA-ACTIVITY-FILE
                   CLOSE ARA-ACTIVITY-FILE
                   OPEN I-O ARA-ACTIVITY-FILE
               ELSE
                   CLOSE ARA-ACTIVITY-FILE
                   OPEN I-O ARA-ACTIVITY-FILE
                   IF NOT AR-ACTIVITY-OK
                       DISPLAY "Warning: AR-ACTIVITY.DAT not available"
                           " - status " ARA-ACTIVITY-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O RTV-RETURNS-FILE
           IF NOT RETURNS-OK
               IF RTV-RETURNS-STATUS = "35"
                   OPEN OUTPUT RTV-RETURNS-FILE
                   CLOSE RTV-RETURNS-FILE
                   OPEN I-O RTV-RETURNS-FILE
               ELSE
                   CLOSE RTV-RETURNS-FILE
                   OPEN I-O RTV-RETURNS-FILE
                   IF NOT RETURNS-OK
                       DISPLAY "Warning: VENDOR-RETURNS.DAT not "
                           "available"
                           " - status " RTV-RETURNS-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O KIT-COMPONENTS-FILE
           IF NOT KITS-OK
               IF KIT-COMPONENTS-STATUS = "35"
                   OPEN OUTPUT KIT-COMPONENTS-FILE
                   CLOSE KIT-COMPONENTS-FILE
                   OPEN I-O KIT-COMPONENTS-FILE
               ELSE
                   CLOSE KIT-COMPONENTS-FILE
                   OPEN I-O KIT-COMPONENTS-FILE
                   IF NOT KITS-OK
                       DISPLAY "Warning: KITS.DAT not available"
                           " - status " KIT-COMPONENTS-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O SPK-SUPPLIER-PACKS-FILE
           IF NOT SUPPLIER-PACKS-OK
               IF SPK-SUPPLIER-PACKS-STATUS = "35"
                   OPEN OUTPUT SPK-SUPPLIER-PACKS-FILE
                   CLOSE SPK-SUPPLIER-PACKS-FILE
                   OPEN I-O SPK-SUPPLIER-PACKS-FILE
               ELSE
                   CLOSE SPK-SUPPLIER-PACKS-FILE
                   OPEN I-O SPK-SUPPLIER-PACKS-FILE
                   IF NOT SUPPLIER-PACKS-OK
                       DISPLAY "Warning: SUPPLIER-PACKS.DAT not "
                           "available"
                           " - status " SPK-SUPPLIER-PACKS-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O VCH-VOUCHERS-FILE
           IF NOT VOUCHERS-OK
               IF VCH-VOUCHERS-STATUS = "35"
                   OPEN OUTPUT VCH-VOUCHERS-FILE
                   CLOSE VCH-VOUCHERS-FILE
                   OPEN I-O VCH-VOUCHERS-FILE
               ELSE
                   CLOSE VCH-VOUCHERS-FILE
                   OPEN I-O VCH-VOUCHERS-FILE
                   IF NOT VOUCHERS-OK
                       DISPLAY "Warning: VOUCHERS.DAT not available"
                           " - status " VCH-VOUCHERS-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O SCO-SUPPLIER-COSTS-FILE
           IF NOT SUPPLIER-COSTS-OK
               IF SCO-SUPPLIER-COSTS-STATUS = "35"
                   OPEN OUTPUT SCO-SUPPLIER-COSTS-FILE
                   CLOSE SCO-SUPPLIER-COSTS-FILE
                   OPEN I-O SCO-SUPPLIER-COSTS-FILE
               ELSE
                   CLOSE SCO-SUPPLIER-COSTS-FILE
                   OPEN I-O SCO-SUPPLIER-COSTS-FILE
                   IF NOT SUPPLIER-COSTS-OK
                       DISPLAY "Warning: SUPPLIER-COSTS.DAT not "
                           "available"
                           " - status " SCO-SUPPLIER-COSTS-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O MDR-MARKDOWN-RULES-FILE
           IF NOT MARKDOWN-RULES-OK
               IF MDR-MARKDOWN-RULES-STATUS = "35"
                   OPEN OUTPUT MDR-MARKDOWN-RULES-FILE
                   CLOSE MDR-MARKDOWN-RULES-FILE
                   OPEN I-O MDR-MARKDOWN-RULES-FILE
               ELSE
                   CLOSE MDR-MARKDOWN-RULES-FILE
                   OPEN I-O MDR-MARKDOWN-RULES-FILE
                   IF NOT MARKDOWN-RULES-OK
                       DISPLAY "Warning: MARKDOWN-RULES.DAT not "
                           "available"
                           " - status " MDR-MARKDOWN-RULES-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O CMP-COMMISSION-PLAN-FILE
           IF NOT COMMISSION-PLAN-OK
               IF CMP-COMMISSION-PLAN-STATUS = "35"
                   OPEN OUTPUT CMP-COMMISSION-PLAN-FILE
                   CLOSE CMP-COMMISSION-PLAN-FILE
                   OPEN I-O CMP-COMMISSION-PLAN-FILE
               ELSE
                   CLOSE CMP-COMMISSION-PLAN-FILE
                   OPEN I-O CMP-COMMISSION-PLAN-FILE
                   IF NOT COMMISSION-PLAN-OK
                       DISPLAY "Warning: COMMISSION-PLAN.DAT not "
                           "available"
                           " - status " CMP-COMMISSION-PLAN-STATUS
                   END-IF
               END-IF
           END-IF

           OPEN I-O CMR-COMMISSION-RUNS-FILE
           IF NOT COMMISSION-RUNS-OK
               IF CMR-COMMISSION-RUNS-STATUS = "35"
                   OPEN OUTPUT CMR-COMMISSION-RUNS-FILE
                   CLOSE CMR-COMMISSION-RUNS-FILE
                   OPEN I-O CMR-COMMISSION-RUNS-FILE
               ELSE
                   CLOSE CMR-COMMISSION-RUNS-FILE
                   OPEN I-O CMR-COMMISSION-RUNS-FILE
                   IF NOT COMMISSION-RUNS-OK
                       DISPLAY "Warning: COMMISSION-RUNS.DAT not "
                           "available"
                           " - status " CMR-COMMISSION-RUNS-STATUS
                   END-IF
               END-IF
           END-IF
           DISPLAY SPACE.

       SALES-RESET.
           PERFORM DISPLAY-DASHBOARD
           DISPLAY "Reset SALES Database? This can not be undone. (Y/N)" 
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT RESET-SALES

           IF RESET-SALES = 'Y' OR RESET-SALES = 'y'
                   CLOSE S-SALES-FILE
                   ACCEPT AR-DATE-STAMP FROM DATE YYYYMMDD
                   MOVE SPACES TO AR-COMMAND
                  >>IF OS-TYPE EQUAL "WINDOWS"
                      STRING "copy SALES.DAT SALES-" AR-DATE-STAMP
                          ".DAT" DELIMITED BY SIZE INTO AR-COMMAND
                      CALL "SYSTEM" USING AR-COMMAND
                      CALL "SYSTEM" USING "del SALES.DAT"
                  >>ELSE
                      STRING "cp SALES.DAT SALES-" AR-DATE-STAMP
                          ".DAT" DELIMITED BY SIZE INTO AR-COMMAND
                      CALL "SYSTEM" USING AR-COMMAND
                      CALL "SYSTEM" USING "rm SALES.DAT"
                  >>END-IF
      *             The keyed companion covers only the live file and
      *             starts over with the archive
                   CLOSE SKD-SALES-KEYED-FILE
                   OPEN OUTPUT SKD-SALES-KEYED-FILE
                   CLOSE SKD-SALES-KEYED-FILE
                   OPEN I-O SKD-SALES-KEYED-FILE
                   DISPLAY "Database archived to SALES-" AR-DATE-STAMP
                       ".DAT and reset successfully."
                   PERFORM MENU-MAIN
             ELSE 
               PERFORM MENU-MAIN
           END-IF. 

       PRODUCTS-RESET.
           PERFORM DISPLAY-DASHBOARD

           DISPLAY "Reset PRODUCTS Database? This can not be undone. "  -
           "(Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT RESET-PRODUCTS

            IF RESET-PRODUCTS = 'Y' OR RESET-PRODUCTS = 'y'
                    CLOSE P-PRODUCTS-FILE
                    ACCEPT AR-DATE-STAMP FROM DATE YYYYMMDD
                    MOVE SPACES TO AR-COMMAND
                >>IF OS-TYPE EQUAL "WINDOWS"          
           MOVE I-UNIT-PRICE TO P-UNIT-PRICE
           MOVE I-STOCK TO P-STOCK
           MOVE I-REORDER-POINT TO P-REORDER-POINT
           MOVE I-TAX-CLASS TO P-TAX-CLASS
           MOVE I-PURCHASE-UNIT TO P-PURCHASE-UNIT
           MOVE I-SELL-UNIT TO P-SELL-UNIT
           MOVE I-UNITS-PER-PACK TO P-UNITS-PER-PACK
           MOVE DATE-DISPLAY TO P-DATE-ADDED

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(IMP-STOCK-TEXT) TO I-STOCK
           MOVE ZERO TO I-REORDER-POINT
           MOVE SPACES TO I-CATEGORY
           MOVE "V" TO I-TAX-CLASS
           MOVE "PC" TO I-PURCHASE-UNIT
           MOVE "PC" TO I-SELL-UNIT
           MOVE 1 TO I-UNITS-PER-PACK

           PERFORM SAVE-PRODUCT
           ADD 1 TO IMP-LOADED-COUNT.
               PERFORM MENU-MAIN
           END-IF

           PERFORM WRITE-PO-DOCUMENT
           DISPLAY SPACE
           DISPLAY "Purchase order created successfully!"
           DISPLAY "PO Number: " POI-NUMBER
               END-IF
               MOVE P-PRODUCT-ID TO POI-PRODUCT-ID

      *             Offer a velocity-based suggested order quantity,
      *             in this supplier's packs
           MOVE SI-SUPPLIER-ID TO UM-SUPPLIER-ID
           PERFORM COMPUTE-SALES-VELOCITY
           MOVE VL-DAYS-OF-STOCK TO VL-DAYS-EDIT
           MOVE VL-SUGGESTED-PACKS TO DF-DISP-QTY
           MOVE VL-TARGET-DAYS TO VL-TARGET-EDIT
           MOVE UM-PACK-SIZE TO UM-SIZE-EDIT
           DISPLAY "Ordered in         : "
               FUNCTION TRIM(UM-PURCHASE-UNIT) " of "
               FUNCTION TRIM(UM-SIZE-EDIT) " "
               FUNCTION TRIM(UM-SELL-UNIT)
           DISPLAY "Days of Stock Left : " FUNCTION TRIM(VL-DAYS-EDIT)
           DISPLAY "Suggested Quantity : " FUNCTION TRIM(DF-DISP-QTY)
               " " FUNCTION TRIM(UM-PURCHASE-UNIT)
               " (covers " FUNCTION TRIM(VL-TARGET-EDIT) " days)"

           DISPLAY "Enter Quantity Ordered in "
               FUNCTION TRIM(UM-PURCHASE-UNIT)
               " (empty = suggested): " WITH NO ADVANCING
           ACCEPT WS-FIELD-VALUE
           IF WS-FIELD-VALUE = SPACES
               MOVE VL-SUGGESTED-PACKS TO POI-QUANTITY
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-FIELD-VALUE) NOT = 0
                   DISPLAY "Invalid quantity entered!"
               EXIT PARAGRAPH
           END-IF

      *             Remind the buyer of the supplier's latest quoted
      *             cost from an imported price list
           PERFORM GET-SUPPLIER-LIST-COST
           IF PL-COST-FOUND
               MOVE SCO-PACK-COST TO DF-DISP-AMOUNT
               DISPLAY "Price List Cost    : ₱ "
               FUNCTION TRIM(DF-DISP-AMOUNT) " per "
               FUNCTION TRIM(SCO-PURCHASE-UNIT) " from "
               SCO-EFFECTIVE-DATE
           END-IF

           MOVE SPACES TO WS-FIELD-NAME
           STRING "Enter Cost per " FUNCTION TRIM(UM-PURCHASE-UNIT)
               DELIMITED BY SIZE INTO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
               IF USER-CANCELLED
                   EXIT PARAGRAPH
           MOVE POI-UNIT-COST TO PO-UNIT-COST
           MOVE DATE-DISPLAY TO PO-ORDER-DATE
           SET PO-NOT-RECEIVED TO TRUE
           MOVE UM-PURCHASE-UNIT TO PO-PURCHASE-UNIT
           MOVE UM-PACK-SIZE TO PO-UNITS-PER-PACK

           WRITE PO-PURCHASE-ORDERS-RECORD
               INVALID KEY
               NOT INVALID KEY
                   DISPLAY "Line " PO-LINE-NUMBER ": "
                       FUNCTION TRIM(PO-PRODUCT-ID)
                       " x " PO-QUANTITY-ORDERED " "
                       FUNCTION TRIM(PO-PURCHASE-UNIT)
           END-WRITE

           DISPLAY "Add another product line? (Y/N)"
               PERFORM CREATE-PO-LINE-ENTRY
           END-IF.

      *             The purchase order as sent to the supplier, one
      *             line per product in the supplier's own packs
       WRITE-PO-DOCUMENT.
           MOVE SPACES TO RCP-RECEIPT-FILE-NAME
           STRING "PO-" FUNCTION TRIM(POI-NUMBER) ".TXT"
               DELIMITED BY SIZE INTO RCP-RECEIPT-FILE-NAME
           OPEN OUTPUT RCP-RECEIPT-FILE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "       INVENTORY AND SALES MANAGEMENT SYSTEM"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "                  PURCHASE ORDER"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "PO Number  : " POI-NUMBER
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Supplier   : " FUNCTION TRIM(SI-SUPPLIER-ID) " - "
               FUNCTION TRIM(POI-SUPPLIER-NAME)
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Date       : " DATE-DISPLAY
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           MOVE "LN  PRODUCT    NAME" TO RCP-RECEIPT-LINE(1:19)
           MOVE "QTY UNIT   PACK" TO RCP-RECEIPT-LINE(35:15)
           MOVE "UNIT COST" TO RCP-RECEIPT-LINE(56:9)
           MOVE "AMOUNT" TO RCP-RECEIPT-LINE(74:6)
           WRITE RCP-RECEIPT-LINE
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE

           MOVE ZERO TO UM-PO-TOTAL
           MOVE POI-NUMBER TO PO-NUMBER
           MOVE ZERO TO PO-LINE-NUMBER
           START PO-PURCHASE-ORDERS-FILE KEY IS GREATER THAN PO-KEY
           PERFORM UNTIL PO-EOF OR
                   PO-PURCHASE-ORDERS-STATUS NOT = "00"
               READ PO-PURCHASE-ORDERS-FILE NEXT RECORD
                   AT END
                       SET PO-EOF TO TRUE
                   NOT AT END
                       IF PO-NUMBER NOT = POI-NUMBER
                           SET PO-EOF TO TRUE
                       ELSE
                           PERFORM WRITE-PO-DOCUMENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE UM-PO-TOTAL TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "TOTAL             : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           CLOSE RCP-RECEIPT-FILE
           DISPLAY "Purchase order saved to "
               FUNCTION TRIM(RCP-RECEIPT-FILE-NAME).

       WRITE-PO-DOCUMENT-LINE.
           MOVE PO-PRODUCT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   MOVE SPACES TO P-PRODUCT-NAME
                   MOVE SPACES TO P-SELL-UNIT
           END-READ
           PERFORM GET-PO-PACK-SIZE
           COMPUTE UM-LINE-AMOUNT = PO-QUANTITY-ORDERED * PO-UNIT-COST
           ADD UM-LINE-AMOUNT TO UM-PO-TOTAL
           MOVE PO-QUANTITY-ORDERED TO DF-DISP-QTY
           MOVE UM-PACK-SIZE TO UM-SIZE-EDIT
           MOVE PO-UNIT-COST TO DF-PUNIT-PRICE
           MOVE UM-LINE-AMOUNT TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING PO-LINE-NUMBER " " PO-PRODUCT-ID " "
               P-PRODUCT-NAME(1:14) " " DF-DISP-QTY " "
               UM-PURCHASE-UNIT " " UM-SIZE-EDIT " "
               DF-PUNIT-PRICE " " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE.

      *             Walks every open line of the PO prompting for the
      *             quantity actually delivered; short-shipped lines
      *             stay open as backorders for the balance
                   EXIT PARAGRAPH
           END-READ

      *             The line is counted in the purchasing unit it
      *             was ordered in; stock is counted in selling units
           PERFORM GET-PO-PACK-SIZE
           COMPUTE POR-OUTSTANDING-QTY =
               PO-QUANTITY-ORDERED - PO-QUANTITY-RECEIVED
           DISPLAY "--------------------------------------------------"
           DISPLAY "Line " PO-LINE-NUMBER ": "
               FUNCTION TRIM(PO-PRODUCT-ID) " - "
               FUNCTION TRIM(P-PRODUCT-NAME)
           IF UM-PACK-SIZE > 1
               MOVE UM-PACK-SIZE TO UM-SIZE-EDIT
               DISPLAY "Unit: " FUNCTION TRIM(UM-PURCHASE-UNIT)
                   " of " FUNCTION TRIM(UM-SIZE-EDIT) " "
                   FUNCTION TRIM(UM-SELL-UNIT)
           END-IF
           DISPLAY "Ordered: " PO-QUANTITY-ORDERED
               "  Received: " PO-QUANTITY-RECEIVED
               "  Owed: " POR-OUTSTANDING-QTY
               " " FUNCTION TRIM(UM-PURCHASE-UNIT)
           DISPLAY "Quantity received now (empty = all owed, "
           "0 = none): " WITH NO ADVANCING
           ACCEPT WS-FIELD-VALUE
                   POR-OUTSTANDING-QTY
               MOVE POR-OUTSTANDING-QTY TO POR-RECEIVE-QTY
           END-IF
           COMPUTE POR-RECEIVE-PIECES = POR-RECEIVE-QTY * UM-PACK-SIZE
               ON SIZE ERROR
                   DISPLAY "Quantity too large - line skipped."
                   EXIT PARAGRAPH
           END-COMPUTE
           COMPUTE POR-PIECE-COST ROUNDED =
               PO-UNIT-COST / UM-PACK-SIZE
           IF UM-PACK-SIZE > 1
               MOVE POR-RECEIVE-PIECES TO DF-DISP-QTY
               DISPLAY "Adds " FUNCTION TRIM(DF-DISP-QTY) " "
                   FUNCTION TRIM(UM-SELL-UNIT) " to stock."
           END-IF

      *             Pre-branch stock is seeded to the receiving
      *             branch at the company total before the delivery

           MOVE P-STOCK TO RH-STOCK
           MOVE P-COST-PER-UNIT TO RH-COST-PER-UNIT
      *             The delivery blends into the moving-average cost
      *             at the PO's unit cost rather than replacing it
           MOVE POR-RECEIVE-PIECES TO AC-MOVE-QTY
           MOVE POR-PIECE-COST TO AC-MOVE-COST
           PERFORM BLEND-AVERAGE-COST
           ADD POR-RECEIVE-PIECES TO P-STOCK
           REWRITE P-PRODUCTS-RECORD
               INVALID KEY
                   DISPLAY "Error updating product from purchase "
                   "order!"
                   EXIT PARAGRAPH
           END-REWRITE
           SET AC-FROM-RECEIPT TO TRUE
           MOVE PO-NUMBER TO AC-REFERENCE
           MOVE SESSION-BRANCH-ID TO AC-BRANCH-ID
           PERFORM LOG-COST-CHANGE

      *             The delivery lands at the receiving terminal's
      *             branch
           MOVE SESSION-BRANCH-ID TO BR-BRANCH-ID
           MOVE POR-RECEIVE-PIECES TO BR-QTY-DELTA
           PERFORM POST-BRANCH-STOCK

           MOVE "PO-RECEIVED" TO AUD-ACTION
           MOVE SPACES TO AUD-DETAIL
           STRING "PO=" FUNCTION TRIM(PO-NUMBER)
               " Line=" PO-LINE-NUMBER
               " QtyAdded=" POR-RECEIVE-PIECES
               " Packs=" POR-RECEIVE-QTY
               " Stock:" RH-STOCK "->" P-STOCK
               " Cost:" RH-COST-PER-UNIT "->" P-COST-PER-UNIT
               DELIMITED BY SIZE INTO AUD-DETAIL
                   DISPLAY "Warning: customer no longer on file - "
                   "balance not updated."
               NOT INVALID KEY
                   MOVE TR-RECEIPT-NUMBER TO OI-SKIP-RECEIPT
                   PERFORM ENSURE-AR-ITEMS
                   MOVE ZERO TO OI-SKIP-RECEIPT
                   ADD TR-GRAND-TOTAL TO C-BALANCE
                   REWRITE CUS-CUSTOMERS-RECORD
                       INVALID KEY
                           DISPLAY "Error updating customer balance!"
                   END-REWRITE
                   PERFORM POST-CHARGE-ITEM
                   MOVE "SALE-ON-ACCOUNT" TO AUD-ACTION
                   MOVE C-CUSTOMER-ID TO AUD-KEY
                   MOVE SPACES TO AUD-DETAIL
           PERFORM CUSTOMER-MENU.

      *                       PAYMENT ON ACCOUNT
      *             The payment settles the receipts the customer
      *             names, and whatever is left goes to the oldest
      *             open items first
       PAYMENT-ON-ACCOUNT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
               PERFORM MENU-MAIN
           END-IF

           MOVE SPACE TO WS-USER-CHOICE
           MOVE "Enter Customer ID" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   DISPLAY "No such customer on file!"
                   PERFORM PAYMENT-ON-ACCOUNT
           END-READ
           PERFORM ENSURE-AR-ITEMS

           MOVE C-BALANCE TO DF-DISP-AMOUNT
           DISPLAY "Customer        : "
           DISPLAY "Current Balance : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY SPACE
           PERFORM LIST-OPEN-ITEMS
           DISPLAY SPACE

           MOVE "Enter Payment Amount" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
               PERFORM PAYMENT-ON-ACCOUNT
           END-IF

           MOVE AR-PAYMENT-AMOUNT TO OI-APPLY-AMOUNT
           SET OI-LOG-ACTIVITY TO TRUE
           DISPLAY "Apply to particular receipts? (Y/N, N = oldest "
               "first): " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER
           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               MOVE 'N' TO OI-DONE-SWITCH
               PERFORM UNTIL OI-DONE OR OI-APPLY-AMOUNT <= ZERO
                   PERFORM APPLY-CHOSEN-ITEM
               END-PERFORM
           END-IF
           IF OI-APPLY-AMOUNT > ZERO
               PERFORM APPLY-OLDEST-FIRST
           END-IF
           IF OI-APPLY-AMOUNT > ZERO
               PERFORM POST-UNAPPLIED-CREDIT
           END-IF

           SUBTRACT AR-PAYMENT-AMOUNT FROM C-BALANCE
           REWRITE CUS-CUSTOMERS-RECORD
               INVALID KEY
               PERFORM MENU-MAIN
           END-IF.

      *             One receipt the customer is paying; the amount
      *             defaults to the lesser of what is open on it and
      *             what is left of the payment
       APPLY-CHOSEN-ITEM.
           MOVE OI-APPLY-AMOUNT TO DF-DISP-AMOUNT
           DISPLAY "Left to apply: ₱ " FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "Receipt number (empty when done): "
           WITH NO ADVANCING
           ACCEPT OI-RECEIPT-INPUT
           IF OI-RECEIPT-INPUT = SPACES
               SET OI-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(OI-RECEIPT-INPUT) NOT = 0
               DISPLAY "Invalid receipt number."
               EXIT PARAGRAPH
           END-IF
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE FUNCTION NUMVAL(OI-RECEIPT-INPUT) TO ARI-RECEIPT-NUMBER
           READ ARI-ITEMS-FILE
               INVALID KEY
                   DISPLAY "No item for that receipt on this account."
                   EXIT PARAGRAPH
           END-READ
           IF ARI-OPEN-AMOUNT <= ZERO
               DISPLAY "That receipt is already settled."
               EXIT PARAGRAPH
           END-IF

           IF ARI-OPEN-AMOUNT < OI-APPLY-AMOUNT
               MOVE ARI-OPEN-AMOUNT TO OI-TAKE-AMOUNT
           ELSE
               MOVE OI-APPLY-AMOUNT TO OI-TAKE-AMOUNT
           END-IF
           MOVE OI-TAKE-AMOUNT TO DF-DISP-AMOUNT
           DISPLAY "Amount for this receipt (empty = "
               FUNCTION TRIM(DF-DISP-AMOUNT) "): " WITH NO ADVANCING
           ACCEPT OI-AMOUNT-INPUT
           IF OI-AMOUNT-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(OI-AMOUNT-INPUT) NOT = 0
                   DISPLAY "Invalid amount."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(OI-AMOUNT-INPUT) <= 0 OR
                  FUNCTION NUMVAL(OI-AMOUNT-INPUT) > OI-TAKE-AMOUNT
                   DISPLAY "Amount must be above zero and no more "
                       "than " FUNCTION TRIM(DF-DISP-AMOUNT) "."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(OI-AMOUNT-INPUT) TO OI-TAKE-AMOUNT
           END-IF
           PERFORM APPLY-TO-ITEM.

      *                      RECEIVABLES REPORT
      *             Outstanding balances aged by charge date, one
      *             open item per charge receipt
       RECEIVABLES-REPORT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           MOVE CURRENT-DATE TO AR-DATE-NUM
           COMPUTE AR-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(AR-DATE-NUM)
           MOVE 99999999 TO AR-AS-OF-DATE
           MOVE ZERO TO OI-SKIP-RECEIPT
           MOVE ZERO TO AR-GRAND-TOTAL
           MOVE ZERO TO AR-GRAND-30
           MOVE ZERO TO AR-GRAND-60
           PERFORM MENU-MAIN.

       RECEIVABLES-ONE-CUSTOMER.
      *             Each open item ages from its own charge date
           PERFORM ENSURE-AR-ITEMS
           PERFORM AGE-CUSTOMER-ITEMS

           MOVE C-BALANCE TO DF-DISP-AMOUNT
           DISPLAY C-CUSTOMER-ID " "
           ADD AR-BUCKET-90 TO AR-GRAND-90
           ADD AR-BUCKET-OVER TO AR-GRAND-OVER.

      *             Buckets the customer's open items charged on or
      *             before AR-AS-OF-DATE by their age at AR-TODAY-INT
       AGE-CUSTOMER-ITEMS.
           MOVE ZERO TO AR-BUCKET-30
           MOVE ZERO TO AR-BUCKET-60
           MOVE ZERO TO AR-BUCKET-90
           MOVE ZERO TO AR-BUCKET-OVER
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE ZERO TO ARI-RECEIPT-NUMBER
           START ARI-ITEMS-FILE KEY IS NOT LESS THAN ARI-KEY
           PERFORM UNTIL AR-ITEMS-EOF OR ARI-ITEMS-STATUS NOT = "00"
               READ ARI-ITEMS-FILE NEXT RECORD
                   AT END
                       SET AR-ITEMS-EOF TO TRUE
                   NOT AT END
                       IF ARI-CUSTOMER-ID NOT = C-CUSTOMER-ID
                           SET AR-ITEMS-EOF TO TRUE
                       ELSE
                           IF ARI-OPEN-AMOUNT NOT = ZERO AND
                              ARI-CHARGE-DATE <= AR-AS-OF-DATE
                               PERFORM AGE-OPEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *             A brought-forward item has no charge date and is
      *             aged as over 90 days
       AGE-OPEN-ITEM.
           MOVE ARI-OPEN-AMOUNT TO AR-OUTSTANDING
           MOVE ARI-CHARGE-DATE TO AR-DATE-NUM
           IF AR-DATE-NUM < 19000101
               ADD AR-OUTSTANDING TO AR-BUCKET-OVER
               EXIT PARAGRAPH
           DISPLAY "1. Add Supplier"
           DISPLAY "2. Update Supplier"
           DISPLAY "3. Deactivate Supplier"
           DISPLAY "4. Supplier Pack Sizes"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM SUPPLIER-DEACTIVATE
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM SUPPLIER-PACK-MAINT
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
           DISPLAY SPACE
           PERFORM SUPPLIER-MENU.

      *             A supplier that ships a product in its own pack
      *             size overrides the product's purchasing unit on
      *             that supplier's POs; a pack of 0 removes it
       SUPPLIER-PACK-MAINT.
           PERFORM SUPPLIER-LIST
           MOVE "Enter Supplier ID" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM SUPPLIER-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO SUP-SUPPLIER-ID

           READ SUP-SUPPLIERS-FILE
               INVALID KEY
                   PERFORM CLEAR-SCREEN
                   DISPLAY "No such supplier on file!"
                   PERFORM SUPPLIER-MENU
           END-READ
           DISPLAY "Supplier found: " SUP-SUPPLIER-NAME

           PERFORM SELECT-PRODUCT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM SUPPLIER-MENU
           END-IF

           MOVE SPACES TO UM-SUPPLIER-ID
           PERFORM GET-PACK-SIZE
           MOVE UM-PACK-SIZE TO UM-SIZE-EDIT
           DISPLAY "Product            : " FUNCTION TRIM(P-PRODUCT-ID)
               " - " FUNCTION TRIM(P-PRODUCT-NAME)
           DISPLAY "Product Pack       : "
               FUNCTION TRIM(UM-PURCHASE-UNIT) " of "
               FUNCTION TRIM(UM-SIZE-EDIT) " "
               FUNCTION TRIM(UM-SELL-UNIT)

           MOVE SUP-SUPPLIER-ID TO SPK-SUPPLIER-ID
           MOVE P-PRODUCT-ID TO SPK-PRODUCT-ID
           READ SPK-SUPPLIER-PACKS-FILE
               INVALID KEY
                   MOVE ZERO TO UM-OLD-PACK
                   DISPLAY "Supplier Pack      : none"
               NOT INVALID KEY
                   MOVE SPK-UNITS-PER-PACK TO UM-OLD-PACK
                   MOVE SPK-UNITS-PER-PACK TO UM-SIZE-EDIT
                   DISPLAY "Supplier Pack      : "
                       FUNCTION TRIM(SPK-PURCHASE-UNIT) " of "
                       FUNCTION TRIM(UM-SIZE-EDIT) " "
                       FUNCTION TRIM(UM-SELL-UNIT)
           END-READ

           MOVE "Enter Pieces per Pack (0 removes)" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM SUPPLIER-MENU
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO UM-NEW-PACK
           IF UM-NEW-PACK < ZERO
               PERFORM CLEAR-SCREEN
               DISPLAY "Pack size cannot be negative!"
               PERFORM SUPPLIER-MENU
           END-IF

           IF UM-NEW-PACK = ZERO
               IF UM-OLD-PACK NOT = ZERO
                   DELETE SPK-SUPPLIER-PACKS-FILE
                       INVALID KEY
                           DISPLAY "Error removing supplier pack!"
                   END-DELETE
               END-IF
           ELSE
               DISPLAY "Enter Purchasing Unit (empty for "
                   FUNCTION TRIM(UM-PURCHASE-UNIT) "): "
                   WITH NO ADVANCING
               ACCEPT UM-INPUT-TEXT
               MOVE FUNCTION UPPER-CASE(UM-INPUT-TEXT) TO UM-INPUT-TEXT
               IF UM-INPUT-TEXT = SPACES
                   MOVE UM-PURCHASE-UNIT TO UM-INPUT-TEXT
               END-IF
               MOVE SUP-SUPPLIER-ID TO SPK-SUPPLIER-ID
               MOVE P-PRODUCT-ID TO SPK-PRODUCT-ID
               MOVE UM-INPUT-TEXT TO SPK-PURCHASE-UNIT
               MOVE UM-NEW-PACK TO SPK-UNITS-PER-PACK
               MOVE SESSION-CASHIER-ID TO SPK-ENTERED-BY
               MOVE CURRENT-DATE TO SPK-ENTERED-DATE
               IF UM-OLD-PACK = ZERO
                   WRITE SPK-SUPPLIER-PACKS-RECORD
                       INVALID KEY
                           DISPLAY "Error adding supplier pack!"
                   END-WRITE
               ELSE
                   REWRITE SPK-SUPPLIER-PACKS-RECORD
                       INVALID KEY
                           DISPLAY "Error updating supplier pack!"
                   END-REWRITE
               END-IF
           END-IF

           IF SUPPLIER-PACKS-OK
               DISPLAY "Supplier pack saved."
               MOVE "SUPPLIER-PACK-SET" TO AUD-ACTION
               MOVE SUP-SUPPLIER-ID TO AUD-KEY
               MOVE SPACES TO AUD-DETAIL
               STRING "Product=" FUNCTION TRIM(P-PRODUCT-ID)
                   " Pack:" UM-OLD-PACK "->" UM-NEW-PACK
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE-AUDIT-LOG
           END-IF
           DISPLAY SPACE
           PERFORM SUPPLIER-MENU.

      *             Open and received POs for one supplier, with
      *             total spend, pulled from PURCHASE-ORDERS.DAT, then
      *             what has gone back and where the account stands
       SUPPLIER-HISTORY-REPORT.
           PERFORM SUPPLIER-LIST
           DISPLAY "=================================================="
           DISPLAY "            SUPPLIER PURCHASE HISTORY"
           DISPLAY "=================================================="

           MOVE "Enter Supplier ID" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM MENU-MAIN
               END-IF
               MOVE WS-FIELD-VALUE TO SI-SUPPLIER-ID

           MOVE SI-SUPPLIER-ID TO SUP-SUPPLIER-ID
           READ SUP-SUPPLIERS-FILE
               INVALID KEY
                   PERFORM CLEAR-SCREEN
                   DISPLAY "No such supplier on file!"
                   PERFORM MENU-MAIN
           END-READ

           DISPLAY SPACE
           DISPLAY "Supplier   : " FUNCTION TRIM(SUP-SUPPLIER-NAME)
           DISPLAY "Contact    : " FUNCTION TRIM(SUP-CONTACT)
           DISPLAY "Terms      : " FUNCTION TRIM(SUP-PAYMENT-TERMS)
           DISPLAY "Lead Time  : " SUP-LEAD-TIME-DAYS " days"
           DISPLAY "--------------------------------------------------"
           DISPLAY "PO NO      LN  PRODUCT    QTY        AMOUNT STATUS"
           DISPLAY "--------------------------------------------------"

           MOVE ZERO TO SH-OPEN-COUNT
           MOVE SH-BACKORDER-COUNT TO DF-DISP-QTY
           DISPLAY "On Backorder   : " FUNCTION TRIM(DF-DISP-QTY)
           MOVE SH-OWED-UNITS TO DF-DISP-QTY
           DISPLAY "Pieces Owed Us : " FUNCTION TRIM(DF-DISP-QTY)
           MOVE SH-OPEN-AMOUNT TO DF-DISP-AMOUNT
           DISPLAY "Owed Amount    : ₱ " FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE SH-RECEIVED-COUNT TO DF-DISP-QTY
           MOVE SH-PO-AMOUNT TO DF-DISP-AMOUNT
           DISPLAY "Total Spend    : ₱ " FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "--------------------------------------------------"
           PERFORM SUPPLIER-HISTORY-RETURNS
           PERFORM SUPPLIER-HISTORY-PAYABLES
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
               (PO-QUANTITY-ORDERED - PO-QUANTITY-RECEIVED)
               * PO-UNIT-COST
           ADD SH-PO-AMOUNT TO SH-OPEN-AMOUNT
      *             Owed units are counted in pieces, since lines
      *             may be ordered in different pack sizes
           PERFORM GET-PO-PACK-SIZE
           COMPUTE SH-OWED-UNITS = SH-OWED-UNITS +
               (PO-QUANTITY-ORDERED - PO-QUANTITY-RECEIVED)
               * UM-PACK-SIZE

           COMPUTE SH-PO-AMOUNT =
               PO-QUANTITY-ORDERED * PO-UNIT-COST
                       DF-DISP-AMOUNT " BACKORDER"
                   MOVE PO-QUANTITY-RECEIVED TO DF-DISP-QTY
                   DISPLAY "      Received so far: "
                       FUNCTION TRIM(DF-DISP-QTY) " "
                       FUNCTION TRIM(UM-PURCHASE-UNIT)
               WHEN OTHER
                   ADD 1 TO SH-OPEN-COUNT
                   DISPLAY PO-NUMBER " " PO-LINE-NUMBER " "
                       DF-DISP-AMOUNT " OPEN"
           END-EVALUATE.

      *             Every lot sent back to the supplier, with the PO
      *             it came in on
       SUPPLIER-HISTORY-RETURNS.
           MOVE ZERO TO SH-RETURN-UNITS
           MOVE ZERO TO SH-RETURN-AMOUNT
           DISPLAY "RETURN NO  PO NO      PRODUCT    QTY        AMOUNT"
           DISPLAY "--------------------------------------------------"
           MOVE LOW-VALUES TO RTV-KEY
           START RTV-RETURNS-FILE KEY IS GREATER THAN RTV-KEY
           PERFORM UNTIL RETURNS-EOF OR RTV-RETURNS-STATUS NOT = "00"
               READ RTV-RETURNS-FILE NEXT RECORD
                   AT END
                       SET RETURNS-EOF TO TRUE
                   NOT AT END
                       IF RTV-SUPPLIER-ID = SI-SUPPLIER-ID
                           ADD RTV-QUANTITY TO SH-RETURN-UNITS
                           ADD RTV-AMOUNT TO SH-RETURN-AMOUNT
                           MOVE RTV-QUANTITY TO DF-DISP-QTY
                           MOVE RTV-AMOUNT TO DF-DISP-AMOUNT
                           DISPLAY RTV-NUMBER " " RTV-PO-NUMBER " "
                               RTV-PRODUCT-ID " " DF-DISP-QTY " "
                               DF-DISP-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           MOVE SH-RETURN-UNITS TO DF-DISP-QTY
           DISPLAY "Units Returned : " FUNCTION TRIM(DF-DISP-QTY)
           MOVE SH-RETURN-AMOUNT TO DF-DISP-AMOUNT
           DISPLAY "Returned Value : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT).

      *             Unpaid invoices less the open debit memos
       SUPPLIER-HISTORY-PAYABLES.
           MOVE ZERO TO SH-UNPAID-INVOICES
           MOVE ZERO TO SH-OPEN-MEMOS
           OPEN INPUT SINV-SUPPLIER-INVOICES-FILE
           IF SINVOICES-OK
               PERFORM UNTIL SINVOICES-EOF
                   READ SINV-SUPPLIER-INVOICES-FILE
                       AT END
                           SET SINVOICES-EOF TO TRUE
                       NOT AT END
                           IF SINV-SUPPLIER-ID = SI-SUPPLIER-ID AND
                              SINV-IS-UNPAID
                               PERFORM SUPPLIER-HISTORY-OPEN-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINV-SUPPLIER-INVOICES-FILE
           END-IF
           COMPUTE SH-NET-OWED = SH-UNPAID-INVOICES + SH-OPEN-MEMOS
           MOVE SH-UNPAID-INVOICES TO AP-AMOUNT-EDIT
           DISPLAY "Unpaid Invoices: ₱ " FUNCTION TRIM(AP-AMOUNT-EDIT)
           MOVE SH-OPEN-MEMOS TO AP-AMOUNT-EDIT
           DISPLAY "Open Debit Memo: ₱ " FUNCTION TRIM(AP-AMOUNT-EDIT)
           MOVE SH-NET-OWED TO AP-AMOUNT-EDIT
           DISPLAY "Net Owed       : ₱ "
           FUNCTION TRIM(AP-AMOUNT-EDIT).

       SUPPLIER-HISTORY-OPEN-DOC.
           IF SINV-AMOUNT < ZERO
               ADD SINV-AMOUNT TO SH-OPEN-MEMOS
               MOVE SINV-AMOUNT TO AP-AMOUNT-EDIT
               DISPLAY "  Debit memo " SINV-INVOICE-NUMBER " "
                   AP-AMOUNT-EDIT
           ELSE
               ADD SINV-AMOUNT TO SH-UNPAID-INVOICES
           END-IF.

      *                SUPPLIER INVOICES AND PAYABLES
       PAYABLES-MENU.
           PERFORM INITIALIZATION
           DISPLAY "1. Enter Supplier Invoice"
           DISPLAY "2. Mark Invoice Paid"
           DISPLAY "3. Payables Aging Report"
           DISPLAY "4. Return to Vendor"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM PAYABLES-AGING-REPORT
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM RETURN-TO-VENDOR
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
               "  PO " FUNCTION TRIM(SINV-PO-NUMBER)
               "  Amount ₱ " FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "Due Date: " SINV-DUE-DATE
           IF SINV-AMOUNT < ZERO
               DISPLAY "This is a debit memo - mark it paid once the "
                   "supplier's credit has been used."
           END-IF
           DISPLAY "Mark as paid? (Y/N): " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER
           IF CONTINUE-ANOTHER NOT = 'Y' AND CONTINUE-ANOTHER NOT = 'y'

      *             Unpaid invoices by supplier, aged against the due
      *             date computed from SUP-PAYMENT-TERMS, so the owner
      *             sees what must be paid this week. Open debit memos
      *             are listed with them and net against what is owed
       PAYABLES-AGING-REPORT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           MOVE ZERO TO AP-TOTAL-DUE-WEEK
           MOVE ZERO TO AP-TOTAL-CURRENT
           MOVE ZERO TO AP-TOTAL-UNPAID
           MOVE ZERO TO AP-TOTAL-MEMOS

           MOVE LOW-VALUES TO SUP-SUPPLIER-ID
           START SUP-SUPPLIERS-FILE KEY IS GREATER THAN SUP-SUPPLIER-ID
           MOVE AP-TOTAL-CURRENT TO DF-DISP-AMOUNT
           DISPLAY "NOT YET DUE     : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE AP-TOTAL-MEMOS TO AP-AMOUNT-EDIT
           DISPLAY "OPEN DEBIT MEMOS: ₱ "
           FUNCTION TRIM(AP-AMOUNT-EDIT)
           MOVE AP-TOTAL-UNPAID TO AP-AMOUNT-EDIT
           DISPLAY "NET PAYABLE     : ₱ "
           FUNCTION TRIM(AP-AMOUNT-EDIT)
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"

       PAYABLES-ONE-SUPPLIER.
           MOVE 'N' TO AP-SHOWN-SWITCH
           MOVE ZERO TO AP-SUPPLIER-NET
           MOVE ZERO TO AP-SUPPLIER-MEMOS
           OPEN INPUT SINV-SUPPLIER-INVOICES-FILE
           IF NOT SINVOICES-OK
               EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SINV-SUPPLIER-INVOICES-FILE
           IF AP-SUPPLIER-MEMOS NOT = ZERO
               MOVE AP-SUPPLIER-NET TO AP-AMOUNT-EDIT
               DISPLAY "    NET OWED AFTER DEBIT MEMOS    "
                   AP-AMOUNT-EDIT
           END-IF.

       PAYABLES-AGE-INVOICE.
           IF NOT AP-SUPPLIER-SHOWN
           COMPUTE AP-DAYS-TO-DUE = AP-DUE-INT - AP-TODAY-INT
           MOVE SINV-AMOUNT TO DF-DISP-AMOUNT
           EVALUATE TRUE
               WHEN SINV-AMOUNT < ZERO
                   ADD SINV-AMOUNT TO AP-TOTAL-MEMOS
                   ADD SINV-AMOUNT TO AP-SUPPLIER-MEMOS
                   MOVE SINV-AMOUNT TO AP-AMOUNT-EDIT
                   DISPLAY "    " SINV-INVOICE-NUMBER
                       AP-AMOUNT-EDIT "  PO " SINV-PO-NUMBER
                       "  DEBIT MEMO"
               WHEN AP-DAYS-TO-DUE < ZERO
                   ADD SINV-AMOUNT TO AP-TOTAL-OVERDUE
                   DISPLAY "    " SINV-INVOICE-NUMBER " "
                   DISPLAY "    " SINV-INVOICE-NUMBER " "
                       DF-DISP-AMOUNT "  Due " SINV-DUE-DATE
           END-EVALUATE
           ADD SINV-AMOUNT TO AP-SUPPLIER-NET
           ADD SINV-AMOUNT TO AP-TOTAL-UNPAID.

      *                       RETURN TO VENDOR
      *             Damaged or expired lots go back to the supplier
      *             they came from: the units come off the lot, the
      *             branch and P-STOCK, each lot is kept against its
      *             PO, and one debit memo for the lot cost of the
      *             whole return goes onto the supplier's payables.
      *             The units leave at the average cost, as a sale
      *             would, so P-COST-PER-UNIT does not move
       RETURN-TO-VENDOR.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "                RETURN TO VENDOR"
           DISPLAY "=================================================="

           MOVE "Enter Return Number" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM PAYABLES-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO RV-NUMBER

               MOVE RV-NUMBER TO RTV-NUMBER
               MOVE 1 TO RTV-LINE-NUMBER
               READ RTV-RETURNS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CLEAR-SCREEN
                       DISPLAY "Return Number already exists!"
                       PERFORM RETURN-TO-VENDOR
               END-READ

           MOVE "Enter Supplier ID" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM PAYABLES-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO RV-SUPPLIER-ID

               MOVE RV-SUPPLIER-ID TO SUP-SUPPLIER-ID
               READ SUP-SUPPLIERS-FILE
                   INVALID KEY
                       PERFORM CLEAR-SCREEN
                       DISPLAY "No such supplier on file!"
                       PERFORM RETURN-TO-VENDOR
               END-READ
               DISPLAY "Supplier           : "
                   FUNCTION TRIM(SUP-SUPPLIER-NAME)

           DISPLAY "Reason - D)amaged, E)xpired, O)ther: "
           WITH NO ADVANCING
           ACCEPT RV-REASON
           MOVE FUNCTION UPPER-CASE(RV-REASON) TO RV-REASON
           IF NOT RV-REASON-VALID
               PERFORM CLEAR-SCREEN
               DISPLAY "Invalid reason code!"
               PERFORM RETURN-TO-VENDOR
           END-IF

           MOVE ZERO TO RV-LINE-COUNT
           MOVE ZERO TO RV-TOTAL-UNITS
           MOVE ZERO TO RV-TOTAL-AMOUNT
           MOVE SPACES TO RV-MEMO-PO
           MOVE SPACES TO RV-MEMO-NUMBER
           STRING "DM-" FUNCTION TRIM(RV-NUMBER)
               DELIMITED BY SIZE INTO RV-MEMO-NUMBER
           PERFORM RETURN-LINE-ENTRY

           IF RV-LINE-COUNT = ZERO
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM PAYABLES-MENU
           END-IF

           PERFORM WRITE-DEBIT-MEMO
           PERFORM WRITE-RETURN-SLIP

           DISPLAY SPACE
           MOVE RV-TOTAL-UNITS TO DF-DISP-QTY
           DISPLAY "Return " FUNCTION TRIM(RV-NUMBER) " recorded - "
               FUNCTION TRIM(DF-DISP-QTY) " units."
           MOVE RV-TOTAL-AMOUNT TO DF-DISP-AMOUNT
           DISPLAY "Debit memo " FUNCTION TRIM(RV-MEMO-NUMBER)
               " for ₱ " FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "Send the return slip with the driver."
           DISPLAY SPACE
           PERFORM PAYABLES-MENU.

      *             One lot per line, picked by product and lot number
      *             from the lots held at this branch
       RETURN-LINE-ENTRY.
           DISPLAY SPACE
           MOVE "Enter/Scan Product to return" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FIELD-VALUE TO XR-CODE-INPUT
               PERFORM RESOLVE-PRODUCT-CODE
               IF NOT XR-RESOLVED
                   DISPLAY "No such product on file!"
                   PERFORM RETURN-LINE-ENTRY
                   EXIT PARAGRAPH
               END-IF

           PERFORM LIST-RETURNABLE-LOTS
           IF RV-LOT-COUNT = ZERO
               DISPLAY "No lots of that product in stock at "
                   SESSION-BRANCH-ID "."
               PERFORM RETURN-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF

           MOVE "Enter Lot Number" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
               IF USER-CANCELLED
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO RV-LOT-SEQ

           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE RV-LOT-SEQ TO L-LOT-SEQ
           READ LOT-LOTS-FILE
               INVALID KEY
                   DISPLAY "No such lot for that product!"
                   PERFORM RETURN-LINE-ENTRY
                   EXIT PARAGRAPH
           END-READ
           IF L-QUANTITY <= ZERO
               DISPLAY "That lot is empty."
               PERFORM RETURN-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF L-BRANCH-ID NOT = SPACES AND
              L-BRANCH-ID NOT = SESSION-BRANCH-ID
               DISPLAY "That lot is held at branch " L-BRANCH-ID "."
               PERFORM RETURN-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF

      *             A lot cut by hand may carry a reference that is
      *             not a PO; it goes back against the supplier only
           PERFORM FIND-LOT-PO-LINE
           IF RV-PO-FOUND AND RV-PO-SUPPLIER NOT = RV-SUPPLIER-ID
               DISPLAY "That lot came in on PO "
                   FUNCTION TRIM(L-PO-NUMBER) " from supplier "
                   FUNCTION TRIM(RV-PO-SUPPLIER) "!"
               PERFORM RETURN-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF NOT RV-PO-FOUND
               DISPLAY "No PO on file for this lot - it is returned "
                   "against the supplier only."
           END-IF

      *             Pre-branch stock is seeded to this branch the
      *             first time it moves
           PERFORM SUM-BRANCH-STOCK
           IF BR-ROW-COUNT = ZERO
               MOVE SESSION-BRANCH-ID TO BR-BRANCH-ID
               MOVE P-STOCK TO BR-QTY-DELTA
               PERFORM POST-BRANCH-STOCK
               MOVE P-STOCK TO BR-BRANCH-QTY
           ELSE
               MOVE SESSION-BRANCH-ID TO BR-BRANCH-ID
               PERFORM GET-BRANCH-STOCK
           END-IF
           MOVE L-QUANTITY TO DF-DISP-QTY
           DISPLAY "In this lot        : " FUNCTION TRIM(DF-DISP-QTY)
           MOVE BR-BRANCH-QTY TO DF-DISP-QTY
           DISPLAY "At " SESSION-BRANCH-ID "             : "
               FUNCTION TRIM(DF-DISP-QTY)

           MOVE "Enter Quantity to return" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
               IF USER-CANCELLED
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO RV-QUANTITY
           IF RV-QUANTITY <= ZERO OR RV-QUANTITY > L-QUANTITY
               DISPLAY "More than the lot holds - line refused."
               PERFORM RETURN-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF RV-QUANTITY > BR-BRANCH-QTY OR RV-QUANTITY > P-STOCK
               DISPLAY "More than the branch holds - line refused."
               PERFORM RETURN-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF

      *             Credit is claimed at what the lot cost us; older
      *             lots with no cost fall back to the PO line, then
      *             to the average
           EVALUATE TRUE
               WHEN L-UNIT-COST > ZERO
                   MOVE L-UNIT-COST TO RV-UNIT-COST
               WHEN RV-PO-FOUND AND RV-PO-COST > ZERO
                   MOVE RV-PO-COST TO RV-UNIT-COST
               WHEN OTHER
                   MOVE P-COST-PER-UNIT TO RV-UNIT-COST
           END-EVALUATE
           COMPUTE RV-LINE-AMOUNT = RV-QUANTITY * RV-UNIT-COST

           SUBTRACT RV-QUANTITY FROM L-QUANTITY
           REWRITE LOT-LOTS-RECORD
               INVALID KEY
                   DISPLAY "Error updating lot!"
           END-REWRITE
           MOVE SESSION-BRANCH-ID TO BR-BRANCH-ID
           COMPUTE BR-QTY-DELTA = RV-QUANTITY * -1
           PERFORM POST-BRANCH-STOCK
           SUBTRACT RV-QUANTITY FROM P-STOCK
           REWRITE P-PRODUCTS-RECORD
               INVALID KEY
                   DISPLAY "Error updating product for return!"
           END-REWRITE

           ADD 1 TO RV-LINE-COUNT
           MOVE RV-NUMBER TO RTV-NUMBER
           MOVE RV-LINE-COUNT TO RTV-LINE-NUMBER
           MOVE RV-SUPPLIER-ID TO RTV-SUPPLIER-ID
           MOVE L-PO-NUMBER TO RTV-PO-NUMBER
           MOVE P-PRODUCT-ID TO RTV-PRODUCT-ID
           MOVE L-LOT-SEQ TO RTV-LOT-SEQ
           MOVE L-EXPIRY-DATE TO RTV-EXPIRY-DATE
           MOVE RV-QUANTITY TO RTV-QUANTITY
           MOVE RV-UNIT-COST TO RTV-UNIT-COST
           MOVE RV-LINE-AMOUNT TO RTV-AMOUNT
           MOVE RV-REASON TO RTV-REASON
           MOVE SESSION-BRANCH-ID TO RTV-BRANCH-ID
           MOVE CURRENT-DATE TO RTV-RETURN-DATE
           MOVE RV-MEMO-NUMBER TO RTV-MEMO-NUMBER
           MOVE SESSION-CASHIER-ID TO RTV-ENTERED-BY
           WRITE RTV-RETURNS-RECORD
               INVALID KEY
                   DISPLAY "Error writing return line!"
           END-WRITE

      *             The memo names the PO when the whole return came
      *             in on one
           IF RV-LINE-COUNT = 1
               MOVE L-PO-NUMBER TO RV-MEMO-PO
           ELSE
               IF L-PO-NUMBER NOT = RV-MEMO-PO
                   MOVE "VARIOUS" TO RV-MEMO-PO
               END-IF
           END-IF
           ADD RV-QUANTITY TO RV-TOTAL-UNITS
           ADD RV-LINE-AMOUNT TO RV-TOTAL-AMOUNT

           MOVE "RETURN-TO-VENDOR" TO AUD-ACTION
           MOVE P-PRODUCT-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Return=" FUNCTION TRIM(RV-NUMBER)
               " Lot=" L-LOT-SEQ
               " Qty=" RV-QUANTITY
               " PO=" FUNCTION TRIM(L-PO-NUMBER)
               " Supplier=" FUNCTION TRIM(RV-SUPPLIER-ID)
               " Reason=" RV-REASON
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Add another lot to this return? (Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER

           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               PERFORM RETURN-LINE-ENTRY
           END-IF.

       LIST-RETURNABLE-LOTS.
           MOVE ZERO TO RV-LOT-COUNT
           DISPLAY "LOT   EXPIRES   BR      QTY PO NUMBER"
           DISPLAY "--------------------------------------------------"
           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE ZERO TO L-LOT-SEQ
           START LOT-LOTS-FILE KEY IS NOT LESS THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
                       IF L-PRODUCT-ID NOT = P-PRODUCT-ID
                           SET LOTS-EOF TO TRUE
                       ELSE
                           IF L-QUANTITY > ZERO AND
                              (L-BRANCH-ID = SPACES OR
                               L-BRANCH-ID = SESSION-BRANCH-ID)
                               ADD 1 TO RV-LOT-COUNT
                               MOVE L-QUANTITY TO DF-DISP-QTY
                               DISPLAY L-LOT-SEQ " " L-EXPIRY-DATE
                                   " " L-BRANCH-ID " " DF-DISP-QTY
                                   " " L-PO-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "--------------------------------------------------".

      *             The PO line the lot in the record area came in on:
      *             its supplier and what it was bought at
       FIND-LOT-PO-LINE.
           MOVE 'N' TO RV-PO-SWITCH
           MOVE SPACES TO RV-PO-SUPPLIER
           MOVE ZERO TO RV-PO-COST
           IF L-PO-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE L-PO-NUMBER TO PO-NUMBER
           MOVE ZERO TO PO-LINE-NUMBER
           START PO-PURCHASE-ORDERS-FILE KEY IS GREATER THAN PO-KEY
           PERFORM UNTIL PO-EOF OR
                   PO-PURCHASE-ORDERS-STATUS NOT = "00"
               READ PO-PURCHASE-ORDERS-FILE NEXT RECORD
                   AT END
                       SET PO-EOF TO TRUE
                   NOT AT END
                       IF PO-NUMBER NOT = L-PO-NUMBER
                           SET PO-EOF TO TRUE
                       ELSE
                           MOVE 'Y' TO RV-PO-SWITCH
                           MOVE PO-SUPPLIER-ID TO RV-PO-SUPPLIER
                           IF PO-PRODUCT-ID = P-PRODUCT-ID
                               PERFORM GET-PO-PACK-SIZE
                               COMPUTE RV-PO-COST ROUNDED =
                                   PO-UNIT-COST / UM-PACK-SIZE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *             The credit the supplier owes us, due at once; it
      *             nets against their unpaid invoices until marked
      *             paid
       WRITE-DEBIT-MEMO.
           MOVE RV-SUPPLIER-ID TO SINV-SUPPLIER-ID
           MOVE RV-MEMO-NUMBER TO SINV-INVOICE-NUMBER
           MOVE RV-MEMO-PO TO SINV-PO-NUMBER
           MOVE CURRENT-DATE TO SINV-INVOICE-DATE
           MOVE CURRENT-DATE TO SINV-DUE-DATE
           COMPUTE SINV-AMOUNT = RV-TOTAL-AMOUNT * -1
           SET SINV-IS-UNPAID TO TRUE
           MOVE ZERO TO SINV-PAID-DATE
           MOVE SESSION-CASHIER-ID TO SINV-ENTERED-BY
           OPEN EXTEND SINV-SUPPLIER-INVOICES-FILE
           IF SINV-SUPPLIER-INVOICES-STATUS = "35"
               OPEN OUTPUT SINV-SUPPLIER-INVOICES-FILE
               CLOSE SINV-SUPPLIER-INVOICES-FILE
               OPEN EXTEND SINV-SUPPLIER-INVOICES-FILE
           END-IF
           WRITE SINV-SUPPLIER-INVOICES-RECORD
           CLOSE SINV-SUPPLIER-INVOICES-FILE

           MOVE "DEBIT-MEMO" TO AUD-ACTION
           MOVE RV-SUPPLIER-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Memo=" FUNCTION TRIM(RV-MEMO-NUMBER)
               " Return=" FUNCTION TRIM(RV-NUMBER)
               " Amount=" SINV-AMOUNT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *             Prints the return to its own RETURN-SLIP file for
      *             the driver, read back off VENDOR-RETURNS.DAT
       WRITE-RETURN-SLIP.
           EVALUATE RV-REASON
               WHEN "D"
                   MOVE "DAMAGED" TO RV-REASON-TEXT
               WHEN "E"
                   MOVE "EXPIRED" TO RV-REASON-TEXT
               WHEN OTHER
                   MOVE "OTHER" TO RV-REASON-TEXT
           END-EVALUATE
           MOVE SPACES TO RCP-RECEIPT-FILE-NAME
           STRING "RETURN-SLIP-" FUNCTION TRIM(RV-NUMBER) ".TXT"
               DELIMITED BY SIZE INTO RCP-RECEIPT-FILE-NAME
           OPEN OUTPUT RCP-RECEIPT-FILE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "       INVENTORY AND SALES MANAGEMENT SYSTEM"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "              RETURN TO VENDOR SLIP"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Return No  : " RV-NUMBER
               "  Date: " DATE-DISPLAY
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Supplier   : " FUNCTION TRIM(RV-SUPPLIER-ID) " "
               FUNCTION TRIM(SUP-SUPPLIER-NAME)
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Reason     : " RV-REASON-TEXT
               "  From Branch: " SESSION-BRANCH-ID
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Debit Memo : " RV-MEMO-NUMBER
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "PRODUCT    LOT   PO NUMBER      QTY         AMOUNT"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE

           MOVE RV-NUMBER TO RTV-NUMBER
           MOVE ZERO TO RTV-LINE-NUMBER
           START RTV-RETURNS-FILE KEY IS GREATER THAN RTV-KEY
           PERFORM UNTIL RETURNS-EOF OR RTV-RETURNS-STATUS NOT = "00"
               READ RTV-RETURNS-FILE NEXT RECORD
                   AT END
                       SET RETURNS-EOF TO TRUE
                   NOT AT END
                       IF RTV-NUMBER NOT = RV-NUMBER
                           SET RETURNS-EOF TO TRUE
                       ELSE
                           MOVE RTV-QUANTITY TO DF-DISP-QTY
                           MOVE RTV-AMOUNT TO DF-DISP-AMOUNT
                           MOVE SPACES TO RCP-RECEIPT-LINE
                           STRING RTV-PRODUCT-ID " " RTV-LOT-SEQ " "
                               RTV-PO-NUMBER " " DF-DISP-QTY " "
                               DF-DISP-AMOUNT
                               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
                           WRITE RCP-RECEIPT-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE RV-TOTAL-UNITS TO DF-DISP-QTY
           MOVE RV-TOTAL-AMOUNT TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "TOTAL                       " DF-DISP-QTY " "
               DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "Released by : ____________________"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "Driver      : ____________________"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           CLOSE RCP-RECEIPT-FILE
           DISPLAY "Return slip saved to "
               FUNCTION TRIM(RCP-RECEIPT-FILE-NAME).

      *                BRANCH STOCK AND TRANSFERS
      *             Applies a signed quantity to one branch's stock
      *             row, creating the row on its first movement
       POST-BRANCH-STOCK.
           MOVE BR-BRANCH-ID TO BS-BRANCH-ID
           MOVE P-PRODUCT-ID TO BS-PRODUCT-ID
           READ BS-BRANCH-STOCK-FILE
               INVALID KEY
                   MOVE BR-BRANCH-ID TO BS-BRANCH-ID
                   MOVE P-PRODUCT-ID TO BS-PRODUCT-ID
                   MOVE BR-QTY-DELTA TO BS-QUANTITY
                   WRITE BS-BRANCH-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "Error creating branch stock row!"
                   END-WRITE
               NOT INVALID KEY
                   ADD BR-QTY-DELTA TO BS-QUANTITY
                   REWRITE BS-BRANCH-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "Error updating branch stock!"
                   END-REWRITE
           END-READ.

       GET-BRANCH-STOCK.
           MOVE BR-BRANCH-ID TO BS-BRANCH-ID
           MOVE P-PRODUCT-ID TO BS-PRODUCT-ID
           READ BS-BRANCH-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO BR-BRANCH-QTY
               NOT INVALID KEY
                   MOVE BS-QUANTITY TO BR-BRANCH-QTY
           END-READ.

      *             Every branch's rows for the product in
      *             P-PRODUCT-ID; a product with no rows at all is
      *             pre-branch data still carried only in P-STOCK
       SUM-BRANCH-STOCK.
           MOVE ZERO TO BR-TOTAL-QTY
           MOVE ZERO TO BR-ROW-COUNT
           MOVE LOW-VALUES TO BS-KEY
           START BS-BRANCH-STOCK-FILE KEY IS GREATER THAN BS-KEY
           PERFORM UNTIL BRANCH-STOCK-EOF OR
                   BS-BRANCH-STOCK-STATUS NOT = "00"
               READ BS-BRANCH-STOCK-FILE NEXT RECORD
                   AT END
                       SET BRANCH-STOCK-EOF TO TRUE
                   NOT AT END
                       IF BS-PRODUCT-ID = P-PRODUCT-ID
                           ADD 1 TO BR-ROW-COUNT
                           ADD BS-QUANTITY TO BR-TOTAL-QTY
                       END-IF
               END-READ
           END-PERFORM.

       BRANCH-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "            BRANCH STOCK AND TRANSFERS"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Stock Display (Branch or Consolidated)"
           DISPLAY "2. Branch Stock Inquiry"
           DISPLAY "3. Transfer Stock Out"
           DISPLAY "4. Receive Incoming Transfer"
           DISPLAY "5. Goods In Transit"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT BR-CHOICE

           EVALUATE BR-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM BRANCH-STOCK-DISPLAY
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM BRANCH-STOCK-INQUIRY
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM TRANSFER-OUT
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM RECEIVE-TRANSFER
               WHEN 5
                   PERFORM CLEAR-SCREEN
                   PERFORM TRANSFERS-IN-TRANSIT
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM BRANCH-MENU
           END-EVALUATE
           DISPLAY SPACE.

       BRANCH-STOCK-DISPLAY.
           PERFORM INITIALIZATION
           PERFORM STOCK-DISPLAY-WITH-BRANCH
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM BRANCH-MENU.

       BRANCH-STOCK-INQUIRY.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "               BRANCH STOCK INQUIRY"
           DISPLAY "=================================================="
           DISPLAY "Branch to list (empty for " SESSION-BRANCH-ID
               "): " WITH NO ADVANCING
           ACCEPT BR-FILTER
           IF BR-FILTER = SPACES
               MOVE SESSION-BRANCH-ID TO BR-FILTER
           END-IF
           DISPLAY SPACE
           DISPLAY "ID         NAME              STOCK AT " BR-FILTER
           DISPLAY "--------------------------------------------------"

           MOVE ZERO TO BR-TOTAL-QTY
           MOVE BR-FILTER TO BS-BRANCH-ID
           MOVE LOW-VALUES TO BS-PRODUCT-ID
           START BS-BRANCH-STOCK-FILE KEY IS GREATER THAN BS-KEY
           PERFORM UNTIL BRANCH-STOCK-EOF OR
                   BS-BRANCH-STOCK-STATUS NOT = "00"
               READ BS-BRANCH-STOCK-FILE NEXT RECORD
                   AT END
                       SET BRANCH-STOCK-EOF TO TRUE
                   NOT AT END
                       IF BS-BRANCH-ID NOT = BR-FILTER
                           SET BRANCH-STOCK-EOF TO TRUE
                       ELSE
                           ADD BS-QUANTITY TO BR-TOTAL-QTY
                           MOVE BS-QUANTITY TO DF-DISP-QTY
                           MOVE BS-PRODUCT-ID TO P-PRODUCT-ID
                           READ P-PRODUCTS-FILE
                               INVALID KEY
                                   MOVE "(no longer on file)"
                                       TO P-PRODUCT-NAME
                           END-READ
                           DISPLAY BS-PRODUCT-ID " "
                               P-PRODUCT-NAME(1:15) " "
                               DF-DISP-QTY
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           MOVE BR-TOTAL-QTY TO DF-DISP-QTY
           DISPLAY "Total Units at " BR-FILTER ": "
               FUNCTION TRIM(DF-DISP-QTY)
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM BRANCH-MENU.

      *             Moves quantity (and its underlying lots) out of a
      *             branch into an in-transit state; the receiving
      *             branch takes it in with option 3
       TRANSFER-OUT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "               TRANSFER STOCK OUT"
           DISPLAY "=================================================="

           MOVE "Enter Transfer Number" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM BRANCH-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO TFI-NUMBER

               MOVE TFI-NUMBER TO TF-NUMBER
               MOVE 1 TO TF-LINE-NUMBER
               READ TRF-TRANSFERS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CLEAR-SCREEN
                       DISPLAY "Transfer Number already exists!"
                       PERFORM TRANSFER-OUT
               END-READ

           DISPLAY "From Branch (empty for " SESSION-BRANCH-ID "): "
           WITH NO ADVANCING
           ACCEPT TFI-FROM-BRANCH
           IF TFI-FROM-BRANCH = SPACES
               MOVE SESSION-BRANCH-ID TO TFI-FROM-BRANCH
           END-IF

           MOVE "Enter To Branch" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM BRANCH-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO TFI-TO-BRANCH
           IF TFI-TO-BRANCH = TFI-FROM-BRANCH
               PERFORM CLEAR-SCREEN
               DISPLAY "A branch cannot transfer to itself!"
               PERFORM TRANSFER-OUT
           END-IF

           MOVE ZERO TO TFI-LINE-COUNT
           PERFORM TRANSFER-LINE-ENTRY

           IF TFI-LINE-COUNT = ZERO
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM BRANCH-MENU
           END-IF

           DISPLAY SPACE
           DISPLAY "Transfer " FUNCTION TRIM(TFI-NUMBER)
               " is on its way from " TFI-FROM-BRANCH " to "
               TFI-TO-BRANCH "."
           DISPLAY "Receive it at the destination with option 3."
           DISPLAY SPACE
           PERFORM BRANCH-MENU.

       TRANSFER-LINE-ENTRY.
           DISPLAY SPACE
           MOVE "Enter/Scan Product to transfer" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FIELD-VALUE TO XR-CODE-INPUT
               PERFORM RESOLVE-PRODUCT-CODE
               IF NOT XR-RESOLVED
                   DISPLAY "No such product on file!"
                   PERFORM TRANSFER-LINE-ENTRY
                   EXIT PARAGRAPH
               END-IF

      *             Pre-branch stock is seeded to the sending branch
      *             the first time it moves
           PERFORM SUM-BRANCH-STOCK
           IF BR-ROW-COUNT = ZERO
               MOVE TFI-FROM-BRANCH TO BR-BRANCH-ID
               MOVE P-STOCK TO BR-QTY-DELTA
               PERFORM POST-BRANCH-STOCK
               MOVE P-STOCK TO BR-BRANCH-QTY
           ELSE
               MOVE TFI-FROM-BRANCH TO BR-BRANCH-ID
               PERFORM GET-BRANCH-STOCK
           END-IF
           MOVE BR-BRANCH-QTY TO DF-DISP-QTY
           DISPLAY "Available at " TFI-FROM-BRANCH " : "
               FUNCTION TRIM(DF-DISP-QTY)

           MOVE "Enter Quantity to transfer" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
               IF USER-CANCELLED
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO TFI-QUANTITY
           IF TFI-QUANTITY > BR-BRANCH-QTY
               DISPLAY "More than the branch holds - line refused."
               PERFORM TRANSFER-LINE-ENTRY
               EXIT PARAGRAPH
           END-IF

      *             The sending branch's lots drain FEFO, one transfer
      *             line per lot chunk, so expiry survives the move
           MOVE TFI-FROM-BRANCH TO LT-BRANCH-FILTER
           MOVE TFI-QUANTITY TO LT-REMAINING-UNITS
           PERFORM UNTIL LT-REMAINING-UNITS <= ZERO
               PERFORM FIND-EARLIEST-LOT
               IF NOT LT-LOT-FOUND
      *             Stock from before lot tracking still moves, with
      *             no expiry attached
                   MOVE LT-REMAINING-UNITS TO LT-TAKE-UNITS
                   MOVE 99999999 TO L-EXPIRY-DATE
                   MOVE ZERO TO LT-REMAINING-UNITS
                   PERFORM WRITE-TRANSFER-LINE
               ELSE
                   MOVE ZERO TO LT-TAKE-UNITS
                   PERFORM TAKE-FROM-LOT
                   IF LT-TAKE-UNITS > ZERO
                       PERFORM WRITE-TRANSFER-LINE
                   END-IF
               END-IF
           END-PERFORM

      *             Off the branch and off the company total until
      *             the destination takes it in
           MOVE TFI-FROM-BRANCH TO BR-BRANCH-ID
           COMPUTE BR-QTY-DELTA = TFI-QUANTITY * -1
           PERFORM POST-BRANCH-STOCK
           SUBTRACT TFI-QUANTITY FROM P-STOCK
           REWRITE P-PRODUCTS-RECORD
               INVALID KEY
                   DISPLAY "Error updating product for transfer!"
           END-REWRITE

           MOVE "TRANSFER-OUT" TO AUD-ACTION
           MOVE P-PRODUCT-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Transfer=" FUNCTION TRIM(TFI-NUMBER)
               " Qty=" TFI-QUANTITY
               " From=" TFI-FROM-BRANCH
               " To=" TFI-TO-BRANCH
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Add another product to this transfer? (Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER

           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               PERFORM TRANSFER-LINE-ENTRY
           END-IF.

       WRITE-TRANSFER-LINE.
           ADD 1 TO TFI-LINE-COUNT
           MOVE TFI-NUMBER TO TF-NUMBER
           MOVE TFI-LINE-COUNT TO TF-LINE-NUMBER
           MOVE TFI-FROM-BRANCH TO TF-FROM-BRANCH
           MOVE TFI-TO-BRANCH TO TF-TO-BRANCH
           MOVE P-PRODUCT-ID TO TF-PRODUCT-ID
           MOVE LT-TAKE-UNITS TO TF-QUANTITY
           MOVE L-EXPIRY-DATE TO TF-EXPIRY-DATE
           MOVE P-COST-PER-UNIT TO TF-UNIT-COST
           MOVE CURRENT-DATE TO TF-SENT-DATE
           MOVE ZERO TO TF-RECEIVED-DATE
           SET TF-IN-TRANSIT TO TRUE
           WRITE TRF-TRANSFERS-RECORD
               INVALID KEY
                   DISPLAY "Error writing transfer line!"
           END-WRITE.

      *             Takes an in-transit transfer into the destination
      *             branch, re-cutting each lot chunk there so expiry
      *             tracking carries straight through
       RECEIVE-TRANSFER.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "             RECEIVE INCOMING TRANSFER"
           DISPLAY "=================================================="

           MOVE "Enter Transfer Number to receive" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM BRANCH-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO TFI-NUMBER

           MOVE 'N' TO TFI-FOUND-SWITCH
           MOVE ZERO TO TFI-RECEIVED-LINES
           MOVE TFI-NUMBER TO TF-NUMBER
           MOVE ZERO TO TF-LINE-NUMBER
           START TRF-TRANSFERS-FILE KEY IS GREATER THAN TF-KEY
           PERFORM UNTIL TRANSFERS-EOF OR
                   TRF-TRANSFERS-STATUS NOT = "00"
               READ TRF-TRANSFERS-FILE NEXT RECORD
                   AT END
                       SET TRANSFERS-EOF TO TRUE
                   NOT AT END
                       IF TF-NUMBER NOT = TFI-NUMBER
                           SET TRANSFERS-EOF TO TRUE
                       ELSE
                           MOVE 'Y' TO TFI-FOUND-SWITCH
                           IF TF-IN-TRANSIT
                               PERFORM RECEIVE-TRANSFER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT TFI-TRANSFER-FOUND
               PERFORM CLEAR-SCREEN
               DISPLAY "No such transfer on file!"
               PERFORM BRANCH-MENU
           END-IF

           DISPLAY SPACE
           IF TFI-RECEIVED-LINES = ZERO
               DISPLAY "Nothing left in transit on that transfer."
           ELSE
               MOVE TFI-RECEIVED-LINES TO DF-DISP-QTY
               DISPLAY "Lines received: " FUNCTION TRIM(DF-DISP-QTY)
           END-IF
           DISPLAY SPACE
           PERFORM BRANCH-MENU.

       RECEIVE-TRANSFER-LINE.
           MOVE TF-PRODUCT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "Product on line " TF-LINE-NUMBER
                       " no longer exists - line skipped."
                   EXIT PARAGRAPH
           END-READ

      *             The units come back onto the company total at
      *             the average they left at; a transfer sent before
      *             costing carried none and takes today's average
           IF TF-UNIT-COST IS NOT NUMERIC OR TF-UNIT-COST = ZERO
               MOVE P-COST-PER-UNIT TO TF-UNIT-COST
           END-IF
           MOVE TF-QUANTITY TO AC-MOVE-QTY
           MOVE TF-UNIT-COST TO AC-MOVE-COST
           PERFORM BLEND-AVERAGE-COST
           ADD TF-QUANTITY TO P-STOCK
           REWRITE P-PRODUCTS-RECORD
               INVALID KEY
                   DISPLAY "Error updating product from transfer!"
                   EXIT PARAGRAPH
           END-REWRITE
           SET AC-FROM-TRANSFER TO TRUE
           MOVE TF-NUMBER TO AC-REFERENCE
           MOVE TF-TO-BRANCH TO AC-BRANCH-ID
           PERFORM LOG-COST-CHANGE
           MOVE TF-TO-BRANCH TO BR-BRANCH-ID
           MOVE TF-QUANTITY TO BR-QTY-DELTA
           PERFORM POST-BRANCH-STOCK

           MOVE TF-EXPIRY-DATE TO LT-EXPIRY-DATE
           MOVE TF-QUANTITY TO LT-LOT-QTY
           MOVE TF-UNIT-COST TO LT-LOT-COST
           MOVE TF-NUMBER TO LT-LOT-REF
           MOVE TF-TO-BRANCH TO LT-LOT-BRANCH
           PERFORM CREATE-STOCK-LOT

           SET TF-RECEIVED TO TRUE
           MOVE CURRENT-DATE TO TF-RECEIVED-DATE
           REWRITE TRF-TRANSFERS-RECORD
               INVALID KEY
                   DISPLAY "Error marking transfer line received!"
           END-REWRITE

           MOVE "TRANSFER-IN" TO AUD-ACTION
           MOVE P-PRODUCT-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Transfer=" FUNCTION TRIM(TF-NUMBER)
               " Line=" TF-LINE-NUMBER
               " Qty=" TF-QUANTITY
               " Into=" TF-TO-BRANCH
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           MOVE TF-QUANTITY TO DF-DISP-QTY
           DISPLAY "Line " TF-LINE-NUMBER ": "
               FUNCTION TRIM(TF-PRODUCT-ID) " x "
               FUNCTION TRIM(DF-DISP-QTY) " into " TF-TO-BRANCH
           ADD 1 TO TFI-RECEIVED-LINES.

       TRANSFERS-IN-TRANSIT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "                 GOODS IN TRANSIT"
           DISPLAY "=================================================="
           DISPLAY "TRANSFER   LN  PRODUCT    QTY   FROM TO  SENT"
           DISPLAY "--------------------------------------------------"

           MOVE ZERO TO TFI-RECEIVED-LINES
           MOVE LOW-VALUES TO TF-KEY
           START TRF-TRANSFERS-FILE KEY IS GREATER THAN TF-KEY
           PERFORM UNTIL TRANSFERS-EOF OR
                   TRF-TRANSFERS-STATUS NOT = "00"
               READ TRF-TRANSFERS-FILE NEXT RECORD
                   AT END
                       SET TRANSFERS-EOF TO TRUE
                   NOT AT END
                       IF TF-IN-TRANSIT
                           ADD 1 TO TFI-RECEIVED-LINES
                           MOVE TF-QUANTITY TO DF-DISP-QTY
                           DISPLAY TF-NUMBER " " TF-LINE-NUMBER " "
                               TF-PRODUCT-ID " "
                               FUNCTION TRIM(DF-DISP-QTY) "  "
                               TF-FROM-BRANCH "  " TF-TO-BRANCH " "
                               TF-SENT-DATE
                       END-IF
               END-READ
           END-PERFORM

           IF TFI-RECEIVED-LINES = ZERO
               DISPLAY "Nothing is in transit."
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM BRANCH-MENU.

      *                    LOT AND EXPIRY TRACKING
       CREATE-PO-LOT.
           MOVE POR-RECEIVE-PIECES TO LT-LOT-QTY
           MOVE POR-PIECE-COST TO LT-LOT-COST
           MOVE PO-NUMBER TO LT-LOT-REF
           MOVE SESSION-BRANCH-ID TO LT-LOT-BRANCH
           PERFORM CREATE-STOCK-LOT.

      *             New lots take the next sequence under the product
       CREATE-STOCK-LOT.
           MOVE ZERO TO LT-NEXT-SEQ
           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE ZERO TO L-LOT-SEQ
           START LOT-LOTS-FILE KEY IS GREATER THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
                       IF L-PRODUCT-ID = P-PRODUCT-ID
                           MOVE L-LOT-SEQ TO LT-NEXT-SEQ
                       ELSE
                           SET LOTS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO LT-NEXT-SEQ
           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE LT-NEXT-SEQ TO L-LOT-SEQ
           MOVE LT-EXPIRY-DATE TO L-EXPIRY-DATE
           MOVE LT-LOT-QTY TO L-QUANTITY
           MOVE LT-LOT-REF TO L-PO-NUMBER
           MOVE CURRENT-DATE TO L-RECEIVED-DATE
           MOVE LT-LOT-BRANCH TO L-BRANCH-ID
           MOVE LT-LOT-COST TO L-UNIT-COST
           MOVE ZERO TO L-MARKDOWN-PERCENT
           MOVE ZERO TO L-MARKDOWN-DATE
           WRITE LOT-LOTS-RECORD
               INVALID KEY
                   DISPLAY "Error recording lot!"
               NOT INVALID KEY
                   DISPLAY "Lot " LT-NEXT-SEQ " recorded for "
                       FUNCTION TRIM(P-PRODUCT-ID)
           END-WRITE.

      *             Draw a sale's units out of the product's lots,
      *             oldest expiry first; products received before lot
      *             tracking simply have no lots to draw from
       DEPLETE-LOTS-FEFO.
           MOVE TL-SOLD-UNITS(TR-LINE-INDEX) TO LT-REMAINING-UNITS
           PERFORM UNTIL LT-REMAINING-UNITS <= ZERO
               PERFORM FIND-EARLIEST-LOT
               IF NOT LT-LOT-FOUND
                   MOVE ZERO TO LT-REMAINING-UNITS
               ELSE
                   PERFORM TAKE-FROM-LOT
               END-IF
           END-PERFORM.

       FIND-EARLIEST-LOT.
           MOVE 'N' TO LT-FOUND-SWITCH
           MOVE 99999999 TO LT-BEST-EXPIRY
           MOVE ZERO TO LT-BEST-SEQ
           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE ZERO TO L-LOT-SEQ
           START LOT-LOTS-FILE KEY IS GREATER THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
                       IF L-PRODUCT-ID NOT = P-PRODUCT-ID
                           SET LOTS-EOF TO TRUE
                       ELSE
                           IF L-QUANTITY > ZERO AND
                              (LT-BRANCH-FILTER = SPACES OR
                               L-BRANCH-ID = LT-BRANCH-FILTER OR
                               L-BRANCH-ID = SPACES) AND
                              (NOT LT-LOT-FOUND OR
                               L-EXPIRY-DATE < LT-BEST-EXPIRY)
                               MOVE 'Y' TO LT-FOUND-SWITCH
                               MOVE L-EXPIRY-DATE TO LT-BEST-EXPIRY
                               MOVE L-LOT-SEQ TO LT-BEST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *             Mirror of FIND-EARLIEST-LOT used when stock has to
      *             come OFF the lots outside a sale (count losses):
      *             the latest expiry goes first so the expiry alert
      *             stays conservative
       FIND-LATEST-LOT.
           MOVE 'N' TO LT-FOUND-SWITCH
           MOVE ZERO TO LT-BEST-EXPIRY
           MOVE ZERO TO LT-BEST-SEQ
           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE ZERO TO L-LOT-SEQ
           START LOT-LOTS-FILE KEY IS GREATER THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
                       IF L-PRODUCT-ID NOT = P-PRODUCT-ID
                           SET LOTS-EOF TO TRUE
                       ELSE
                           IF L-QUANTITY > ZERO AND
                              (LT-BRANCH-FILTER = SPACES OR
                               L-BRANCH-ID = LT-BRANCH-FILTER OR
                               L-BRANCH-ID = SPACES) AND
                              (NOT LT-LOT-FOUND OR
                               L-EXPIRY-DATE > LT-BEST-EXPIRY)
                               MOVE 'Y' TO LT-FOUND-SWITCH
                               MOVE L-EXPIRY-DATE TO LT-BEST-EXPIRY
                               MOVE L-LOT-SEQ TO LT-BEST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *             Keeps LOTS.DAT reconciled with stock restored by a
      *             void: units go back into the earliest-expiry open
      *             lot, or into a fresh lot tagged to the receipt
       RESTORE-VOID-LOT.
           PERFORM FIND-EARLIEST-LOT
           IF LT-LOT-FOUND
               MOVE P-PRODUCT-ID TO L-PRODUCT-ID
               MOVE LT-BEST-SEQ TO L-LOT-SEQ
               READ LOT-LOTS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD VH-SOLD-UNITS(VH-INDEX) TO L-QUANTITY
                       REWRITE LOT-LOTS-RECORD
                           INVALID KEY
                               DISPLAY "Error updating lot!"
                       END-REWRITE
               END-READ
           ELSE
               MOVE 99999999 TO LT-EXPIRY-DATE
               MOVE VH-SOLD-UNITS(VH-INDEX) TO LT-LOT-QTY
               MOVE AC-MOVE-COST TO LT-LOT-COST
               MOVE SPACES TO LT-LOT-REF
               STRING "VOID" VS-RECEIPT-NUMBER
                   DELIMITED BY SIZE INTO LT-LOT-REF
               PERFORM CREATE-STOCK-LOT
           END-IF.

      *             Keeps LOTS.DAT reconciled with a count adjustment:
      *             gains go into a new unexpiring lot, losses come
      *             off the latest-expiry lots first
       RECONCILE-COUNT-LOTS.
           IF SC-VARIANCE-QTY > ZERO
               MOVE 99999999 TO LT-EXPIRY-DATE
               MOVE SC-VARIANCE-QTY TO LT-LOT-QTY
               MOVE P-COST-PER-UNIT TO LT-LOT-COST
               MOVE "COUNT" TO LT-LOT-REF
               PERFORM CREATE-STOCK-LOT
           ELSE
               COMPUTE LT-REMAINING-UNITS = SC-VARIANCE-QTY * -1
               PERFORM UNTIL LT-REMAINING-UNITS <= ZERO
                   PERFORM FIND-LATEST-LOT
                   IF NOT LT-LOT-FOUND
                       MOVE ZERO TO LT-REMAINING-UNITS
                   ELSE
                       PERFORM TAKE-FROM-LOT
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-FROM-LOT.
           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE LT-BEST-SEQ TO L-LOT-SEQ
           READ LOT-LOTS-FILE
               INVALID KEY
                   MOVE ZERO TO LT-REMAINING-UNITS
               NOT INVALID KEY
                   IF L-QUANTITY >= LT-REMAINING-UNITS
                       MOVE LT-REMAINING-UNITS TO LT-TAKE-UNITS
                   ELSE
                       MOVE L-QUANTITY TO LT-TAKE-UNITS
                   END-IF
                   SUBTRACT LT-TAKE-UNITS FROM L-QUANTITY
                   SUBTRACT LT-TAKE-UNITS FROM LT-REMAINING-UNITS
                   REWRITE LOT-LOTS-RECORD
                       INVALID KEY
                           DISPLAY "Error updating lot!"
                           MOVE ZERO TO LT-REMAINING-UNITS
                   END-REWRITE
           END-READ.

      *             Lots expiring within a chosen number of days, with
      *             quantity and cost value, in the spirit of the
      *             low-stock reorder alert
       EXPIRY-ALERT-REPORT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "               EXPIRY ALERT REPORT"
           DISPLAY "=================================================="
           DISPLAY "Alert window in days (empty for 7): "
           WITH NO ADVANCING
           ACCEPT LT-INPUT-TEXT
           MOVE 7 TO LT-DAYS-AHEAD
           IF LT-INPUT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LT-INPUT-TEXT) = 0 AND
                  FUNCTION NUMVAL(LT-INPUT-TEXT) > 0
                   MOVE FUNCTION NUMVAL(LT-INPUT-TEXT)
                       TO LT-DAYS-AHEAD
               END-IF
           END-IF

           DISPLAY "Branch (empty for all branches): "
           WITH NO ADVANCING
           ACCEPT BR-FILTER

           MOVE CURRENT-DATE TO LT-DATE-NUM
           COMPUTE LT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(LT-DATE-NUM)
           MOVE ZERO TO LT-ALERT-QTY
           MOVE ZERO TO LT-ALERT-VALUE

           DISPLAY SPACE
           DISPLAY "PRODUCT    LOT   EXPIRES    QTY       COST VALUE"
           DISPLAY "--------------------------------------------------"

           MOVE LOW-VALUES TO L-LOT-KEY
           START LOT-LOTS-FILE KEY IS GREATER THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
      *             Lots cut before branch tracking carry no branch
      *             and show on every branch's run
                       IF L-QUANTITY > ZERO AND
                          L-EXPIRY-DATE NOT = 99999999 AND
                          (BR-FILTER = SPACES OR
                           L-BRANCH-ID = BR-FILTER OR
                           L-BRANCH-ID = SPACES)
                           PERFORM EXPIRY-ALERT-LINE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "--------------------------------------------------"
           MOVE LT-ALERT-QTY TO DF-DISP-QTY
           DISPLAY "Units At Risk : " FUNCTION TRIM(DF-DISP-QTY)
           MOVE LT-ALERT-VALUE TO DF-DISP-AMOUNT
           DISPLAY "Value At Risk : ₱ " FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM MENU-MAIN.

       EXPIRY-ALERT-LINE.
           MOVE L-EXPIRY-DATE TO LT-DATE-NUM
           IF LT-DATE-NUM < 19000101
               EXIT PARAGRAPH
           END-IF
           COMPUTE LT-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(LT-DATE-NUM)
           IF LT-EXPIRY-INT - LT-TODAY-INT > LT-DAYS-AHEAD
               EXIT PARAGRAPH
           END-IF

           MOVE L-PRODUCT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   MOVE ZERO TO P-COST-PER-UNIT
           END-READ

           COMPUTE LT-LOT-VALUE = L-QUANTITY * P-COST-PER-UNIT
           ADD L-QUANTITY TO LT-ALERT-QTY
           ADD LT-LOT-VALUE TO LT-ALERT-VALUE

           MOVE L-QUANTITY TO DF-DISP-QTY
           MOVE LT-LOT-VALUE TO DF-DISP-AMOUNT
           DISPLAY L-PRODUCT-ID " " L-LOT-SEQ " " L-EXPIRY-DATE " "
               DF-DISP-QTY " " DF-DISP-AMOUNT
           IF LT-EXPIRY-INT < LT-TODAY-INT
               DISPLAY "           ** ALREADY EXPIRED - PULL STOCK **"
           END-IF.

      *                    UNATTENDED BATCH MODE
      *             One prompt-free run for the overnight scheduler:
      *             stock report, low-stock list, yesterday's
      *             accounting export and the expiry alert, each step
      *             logged to BATCH-RUN.LOG, with the count of failed
      *             steps returned as the exit status
       BATCH-RUN.
           MOVE "BATCH" TO SESSION-CASHIER-ID
           PERFORM INITIALIZATION
      *             A receipt interrupted by a brownout must be
      *             finished before the overnight reports and the
      *             export read the files; recovery has no prompts
           PERFORM CHECK-POSTING-JOURNAL
           MOVE "BATCH" TO SESSION-CASHIER-ID
           MOVE ZERO TO BAT-FAIL-COUNT
           OPEN OUTPUT BAT-RUN-LOG-FILE
           MOVE SPACES TO BAT-LOG-TEXT
           STRING "BATCH RUN STARTED " CURRENT-DATE
               DELIMITED BY SIZE INTO BAT-LOG-TEXT
           PERFORM WRITE-BATCH-LOG
           IF JR-POSTING-PENDING
               MOVE SPACES TO BAT-LOG-TEXT
               STRING "RECOVERED INTERRUPTED RECEIPT "
                   TR-RECEIPT-NUMBER
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
               PERFORM WRITE-BATCH-LOG
           END-IF

           PERFORM STOCK-DISPLAY
           IF RPT-STOCK-OK
               MOVE "OK     STOCK-REPORT.TXT" TO BAT-LOG-TEXT
           ELSE
               ADD 1 TO BAT-FAIL-COUNT
               MOVE SPACES TO BAT-LOG-TEXT
               STRING "FAILED STOCK-REPORT.TXT - STATUS "
                   RPT-STOCK-STATUS
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
           END-IF
           PERFORM WRITE-BATCH-LOG

           PERFORM BATCH-LOW-STOCK
           IF RPT-LOWSTOCK-OK
               MOVE "OK     LOW-STOCK-REPORT.TXT" TO BAT-LOG-TEXT
           ELSE
               ADD 1 TO BAT-FAIL-COUNT
               MOVE SPACES TO BAT-LOG-TEXT
               STRING "FAILED LOW-STOCK-REPORT.TXT - STATUS "
                   RPT-LOWSTOCK-STATUS
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
           END-IF
           PERFORM WRITE-BATCH-LOG

      *             The bookkeeper's file always covers yesterday
           MOVE CURRENT-DATE TO BAT-DATE-NUM
           COMPUTE BAT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BAT-DATE-NUM) - 1
           COMPUTE BAT-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(BAT-DATE-INT)
           MOVE BAT-YESTERDAY TO EX-FROM-DATE
           MOVE BAT-YESTERDAY TO EX-TO-DATE
           PERFORM EXPORT-RUN-BODY
           IF EXPORT-OK
               MOVE SPACES TO BAT-LOG-TEXT
               MOVE EX-RECORD-COUNT TO EX-COUNT-EDIT
               STRING "OK     SALES-EXPORT.CSV FOR " BAT-YESTERDAY
                   " RECORDS " EX-COUNT-EDIT
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
           ELSE
               ADD 1 TO BAT-FAIL-COUNT
               MOVE SPACES TO BAT-LOG-TEXT
               STRING "FAILED SALES-EXPORT.CSV - STATUS "
                   EXP-EXPORT-STATUS
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
           END-IF
           PERFORM WRITE-BATCH-LOG

           PERFORM BATCH-EXPIRY-ALERT
           IF RPT-EXPIRY-OK
               MOVE "OK     EXPIRY-REPORT.TXT" TO BAT-LOG-TEXT
           ELSE
               ADD 1 TO BAT-FAIL-COUNT
               MOVE SPACES TO BAT-LOG-TEXT
               STRING "FAILED EXPIRY-REPORT.TXT - STATUS "
                   RPT-EXPIRY-STATUS
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
           END-IF
           PERFORM WRITE-BATCH-LOG

      *             Tonight's markdowns go on the lots before the shop
      *             opens, and the label list tells the floor staff
      *             which lots to re-sticker
           PERFORM REPRICE-LOTS
           IF RCP-RECEIPT-STATUS = "00"
               MOVE MD-LOTS-CHANGED TO MD-COUNT-EDIT
               MOVE SPACES TO BAT-LOG-TEXT
               STRING "OK     MARKDOWN-LABELS.TXT LOTS TO RE-STICKER "
                   MD-COUNT-EDIT
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
           ELSE
               ADD 1 TO BAT-FAIL-COUNT
               MOVE SPACES TO BAT-LOG-TEXT
               STRING "FAILED MARKDOWN-LABELS.TXT - STATUS "
                   RCP-RECEIPT-STATUS
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
           END-IF
           PERFORM WRITE-BATCH-LOG

      *             The run in the small hours of Monday closes the
      *             override week (Monday to Sunday) just traded; day 1
      *             of the integer calendar is a Monday
           MOVE CURRENT-DATE TO OV-DATE-NUM
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(OV-DATE-NUM), 7)
              = 1
               MOVE BAT-YESTERDAY TO OV-TO-DATE
               MOVE 'N' TO OV-SHOW-SWITCH
               PERFORM OVERRIDE-REPORT-RUN
               IF RCP-RECEIPT-STATUS = "00"
                   MOVE OV-RECORD-COUNT TO OV-COUNT-EDIT
                   MOVE SPACES TO BAT-LOG-TEXT
                   STRING "OK     OVERRIDE-REPORT.TXT OVERRIDES "
                       OV-COUNT-EDIT
                       DELIMITED BY SIZE INTO BAT-LOG-TEXT
               ELSE
                   ADD 1 TO BAT-FAIL-COUNT
                   MOVE SPACES TO BAT-LOG-TEXT
                   STRING "FAILED OVERRIDE-REPORT.TXT - STATUS "
                       RCP-RECEIPT-STATUS
                       DELIMITED BY SIZE INTO BAT-LOG-TEXT
               END-IF
               PERFORM WRITE-BATCH-LOG
           END-IF

      *             The run in the small hours of the 1st, once the
      *             last day of the month has traded, freezes the
      *             month-end valuation the next month's report
      *             compares against and sends the customer statements
      *             for the month just ended
           IF CURRENT-DATE(7:2) = "01"
               MOVE BAT-YESTERDAY TO VR-SNAP-DATE
               PERFORM TAKE-VALUATION-SNAPSHOT
               IF VAL-VALUATION-STATUS < "30"
                   MOVE SPACES TO BAT-LOG-TEXT
                   STRING "OK     VALUATION SNAPSHOT " VR-SNAP-DATE
                       " ROWS " VR-ROW-COUNT
                       DELIMITED BY SIZE INTO BAT-LOG-TEXT
               ELSE
                   ADD 1 TO BAT-FAIL-COUNT
                   MOVE SPACES TO BAT-LOG-TEXT
                   STRING "FAILED VALUATION SNAPSHOT - STATUS "
                       VAL-VALUATION-STATUS
                       DELIMITED BY SIZE INTO BAT-LOG-TEXT
               END-IF
               PERFORM WRITE-BATCH-LOG

               MOVE BAT-YESTERDAY(5:2) TO ST-MONTH
               MOVE BAT-YESTERDAY(1:4) TO ST-YEAR
               PERFORM STATEMENT-RUN-BODY
               MOVE SPACES TO BAT-LOG-TEXT
               STRING "OK     CUSTOMER STATEMENTS " ST-YEAR "/" ST-MONTH
                   " WRITTEN " ST-STATEMENT-COUNT
                   DELIMITED BY SIZE INTO BAT-LOG-TEXT
               PERFORM WRITE-BATCH-LOG
           END-IF

           MOVE SPACES TO BAT-LOG-TEXT
           STRING "BATCH RUN ENDED - FAILED STEPS: " BAT-FAIL-COUNT
               DELIMITED BY SIZE INTO BAT-LOG-TEXT
           PERFORM WRITE-BATCH-LOG
           CLOSE BAT-RUN-LOG-FILE

           CLOSE P-PRODUCTS-FILE
           CLOSE S-SALES-FILE
           CLOSE PO-PURCHASE-ORDERS-FILE
           CLOSE SUP-SUPPLIERS-FILE
           CLOSE USR-USERS-FILE
           CLOSE CUS-CUSTOMERS-FILE
           CLOSE LOT-LOTS-FILE
           CLOSE XRF-BARCODES-FILE
           CLOSE HLD-HELD-SALES-FILE
           CLOSE QUO-QUOTES-FILE
           CLOSE BS-BRANCH-STOCK-FILE
           CLOSE TRF-TRANSFERS-FILE
           CLOSE SKD-SALES-KEYED-FILE
           CLOSE TXR-TAX-RATES-FILE
           CLOSE VAL-VALUATION-FILE
           CLOSE ARI-ITEMS-FILE
           CLOSE ARA-ACTIVITY-FILE
           CLOSE RTV-RETURNS-FILE
           CLOSE KIT-COMPONENTS-FILE
           CLOSE SPK-SUPPLIER-PACKS-FILE
           CLOSE VCH-VOUCHERS-FILE
           CLOSE SCO-SUPPLIER-COSTS-FILE
           CLOSE MDR-MARKDOWN-RULES-FILE
           CLOSE CMP-COMMISSION-PLAN-FILE
           CLOSE CMR-COMMISSION-RUNS-FILE
           MOVE BAT-FAIL-COUNT TO RETURN-CODE
           STOP RUN.

       WRITE-BATCH-LOG.
           MOVE BAT-LOG-TEXT TO BAT-RUN-LOG-RECORD
           WRITE BAT-RUN-LOG-RECORD.

      *             The low-stock list as a file, company-wide and
      *             with the standard reorder-point test - no velocity
      *             prompts, since nobody is at the terminal
       BATCH-LOW-STOCK.
           OPEN OUTPUT RPT-LOWSTOCK-FILE
           MOVE "=================================================="
               TO RPT-LOWSTOCK-LINE
           WRITE RPT-LOWSTOCK-LINE
           MOVE "              LOW-STOCK REORDER ALERT"
               TO RPT-LOWSTOCK-LINE
           WRITE RPT-LOWSTOCK-LINE
           MOVE SPACES TO RPT-LOWSTOCK-LINE
           STRING "RUN DATE: " CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LOWSTOCK-LINE
           WRITE RPT-LOWSTOCK-LINE
           MOVE "=================================================="
               TO RPT-LOWSTOCK-LINE
           WRITE RPT-LOWSTOCK-LINE
           MOVE "ID         NAME              STOCK   REORDER  SHORT"
               TO RPT-LOWSTOCK-LINE
           MOVE "IN PACKS" TO RPT-LOWSTOCK-LINE(54:8)
           WRITE RPT-LOWSTOCK-LINE

           MOVE LOW-VALUES TO P-PRODUCT-ID
           START P-PRODUCTS-FILE KEY IS GREATER THAN P-PRODUCT-ID
           PERFORM UNTIL PRODUCTS-EOF OR P-PRODUCTS-STATUS NOT = "00"
               READ P-PRODUCTS-FILE NEXT RECORD
                   AT END
                       SET PRODUCTS-EOF TO TRUE
                   NOT AT END
      *             Kits hold no stock of their own and are never
      *             reordered; their components are
                       MOVE P-PRODUCT-ID TO KC-CHECK-ID
                       PERFORM CHECK-IS-KIT
                       IF P-STOCK <= P-REORDER-POINT
                          AND NOT KC-CHECK-FOUND
                           COMPUTE CF-SHORTAGE =
                               P-REORDER-POINT - P-STOCK
                           MOVE P-STOCK TO DF-DISP-QTY
                           MOVE SPACES TO UM-SUPPLIER-ID
                           PERFORM GET-PACK-SIZE
                           MOVE P-STOCK TO UM-PIECES
                           PERFORM FORMAT-PACK-QTY
                           MOVE SPACES TO RPT-LOWSTOCK-LINE
                           STRING P-PRODUCT-ID " "
                               P-PRODUCT-NAME(1:15) " "
                               DF-DISP-QTY "   "
                               P-REORDER-POINT "    "
                               CF-SHORTAGE "  "
                               UM-PACK-TEXT
                               DELIMITED BY SIZE
                               INTO RPT-LOWSTOCK-LINE
                           WRITE RPT-LOWSTOCK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPT-LOWSTOCK-FILE.

      *             The expiry alert as a file, standard 7-day window
       BATCH-EXPIRY-ALERT.
           MOVE 7 TO LT-DAYS-AHEAD
           MOVE CURRENT-DATE TO LT-DATE-NUM
           COMPUTE LT-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(LT-DATE-NUM)
           MOVE ZERO TO LT-ALERT-QTY
           MOVE ZERO TO LT-ALERT-VALUE

           OPEN OUTPUT RPT-EXPIRY-FILE
           MOVE "=================================================="
               TO RPT-EXPIRY-LINE
           WRITE RPT-EXPIRY-LINE
           MOVE "               EXPIRY ALERT REPORT"
               TO RPT-EXPIRY-LINE
           WRITE RPT-EXPIRY-LINE
           MOVE SPACES TO RPT-EXPIRY-LINE
           STRING "RUN DATE: " CURRENT-DATE "  WINDOW: 7 DAYS"
               DELIMITED BY SIZE INTO RPT-EXPIRY-LINE
           WRITE RPT-EXPIRY-LINE
           MOVE "=================================================="
               TO RPT-EXPIRY-LINE
           WRITE RPT-EXPIRY-LINE
           MOVE "PRODUCT    LOT   EXPIRES    QTY       COST VALUE"
               TO RPT-EXPIRY-LINE
           WRITE RPT-EXPIRY-LINE

           MOVE LOW-VALUES TO L-LOT-KEY
           START LOT-LOTS-FILE KEY IS GREATER THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
                       IF L-QUANTITY > ZERO AND
                          L-EXPIRY-DATE NOT = 99999999
                           PERFORM BATCH-EXPIRY-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE LT-ALERT-QTY TO DF-DISP-QTY
           MOVE SPACES TO RPT-EXPIRY-LINE
           STRING "UNITS AT RISK : " DF-DISP-QTY
               DELIMITED BY SIZE INTO RPT-EXPIRY-LINE
           WRITE RPT-EXPIRY-LINE
           MOVE LT-ALERT-VALUE TO DF-DISP-AMOUNT
           MOVE SPACES TO RPT-EXPIRY-LINE
           STRING "VALUE AT RISK : P" DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RPT-EXPIRY-LINE
           WRITE RPT-EXPIRY-LINE
           CLOSE RPT-EXPIRY-FILE.

       BATCH-EXPIRY-LINE.
           MOVE L-EXPIRY-DATE TO LT-DATE-NUM
           IF LT-DATE-NUM < 19000101
               EXIT PARAGRAPH
           END-IF
           COMPUTE LT-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(LT-DATE-NUM)
           IF LT-EXPIRY-INT - LT-TODAY-INT > LT-DAYS-AHEAD
               EXIT PARAGRAPH
           END-IF

           MOVE L-PRODUCT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   MOVE ZERO TO P-COST-PER-UNIT
           END-READ

           COMPUTE LT-LOT-VALUE = L-QUANTITY * P-COST-PER-UNIT
           ADD L-QUANTITY TO LT-ALERT-QTY
           ADD LT-LOT-VALUE TO LT-ALERT-VALUE

           MOVE L-QUANTITY TO DF-DISP-QTY
           MOVE LT-LOT-VALUE TO DF-DISP-AMOUNT
           MOVE SPACES TO RPT-EXPIRY-LINE
           STRING L-PRODUCT-ID " " L-LOT-SEQ " " L-EXPIRY-DATE " "
               DF-DISP-QTY " " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RPT-EXPIRY-LINE
           WRITE RPT-EXPIRY-LINE
           IF LT-EXPIRY-INT < LT-TODAY-INT
               MOVE "           ** ALREADY EXPIRED - PULL STOCK **"
                   TO RPT-EXPIRY-LINE
               WRITE RPT-EXPIRY-LINE
           END-IF.

      *                  CROSS-FILE INTEGRITY CHECK
      *             After a power cut the files can disagree with
      *             each other; this manager-only run cross-checks
      *             products against lots and branch rows, customer
      *             balances against charge and payment history,
      *             receipt-number continuity, and recorded daily
      *             closes against the sales file, writing every
      *             exception to INTEGRITY-REPORT.TXT and correcting
      *             the ones it can prove from the other file
       INTEGRITY-CHECK.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "               DATA INTEGRITY CHECK"
           DISPLAY "=================================================="
           DISPLAY "Apply corrections the check can prove? (Y/N): "
           WITH NO ADVANCING
           ACCEPT IC-FIX-INPUT
           DISPLAY SPACE

           MOVE ZERO TO IC-EXCEPTION-COUNT
           MOVE ZERO TO IC-FIXED-COUNT
           OPEN OUTPUT RPT-INTEG-FILE
           MOVE "=================================================="
               TO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           MOVE "              DATA INTEGRITY CHECK"
               TO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           MOVE SPACES TO IC-LINE-TEXT
           STRING "RUN DATE: " CURRENT-DATE
               "  BY: " FUNCTION TRIM(SESSION-CASHIER-ID)
               DELIMITED BY SIZE INTO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           MOVE "=================================================="
               TO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE

           PERFORM INTEGRITY-CHECK-PRODUCTS
           PERFORM INTEGRITY-CHECK-CUSTOMERS
           PERFORM INTEGRITY-CHECK-RECEIPTS
           PERFORM INTEGRITY-CHECK-CLOSES

           MOVE "--------------------------------------------------"
               TO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           MOVE SPACES TO IC-LINE-TEXT
           STRING "EXCEPTIONS FOUND : " IC-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           MOVE SPACES TO IC-LINE-TEXT
           STRING "CORRECTIONS MADE : " IC-FIXED-COUNT
               DELIMITED BY SIZE INTO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           CLOSE RPT-INTEG-FILE

           MOVE "INTEGRITY-CHECK" TO AUD-ACTION
           MOVE SESSION-CASHIER-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Exceptions=" IC-EXCEPTION-COUNT
               " Fixed=" IC-FIXED-COUNT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           DISPLAY SPACE
           DISPLAY "Report saved to INTEGRITY-REPORT.TXT"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM MENU-MAIN.

       WRITE-INTEG-LINE.
           DISPLAY IC-LINE-TEXT
           MOVE IC-LINE-TEXT TO RPT-INTEG-LINE
           WRITE RPT-INTEG-LINE.

      *             P-STOCK against the sum of the product's lots and
      *             against its branch rows; the lot total is hard
      *             evidence, so that correction may be applied
       INTEGRITY-CHECK-PRODUCTS.
           MOVE "CHECK 1: PRODUCT STOCK VS LOTS AND BRANCHES"
               TO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           MOVE LOW-VALUES TO P-PRODUCT-ID
           START P-PRODUCTS-FILE KEY IS GREATER THAN P-PRODUCT-ID
           PERFORM UNTIL PRODUCTS-EOF OR P-PRODUCTS-STATUS NOT = "00"
               READ P-PRODUCTS-FILE NEXT RECORD
                   AT END
                       SET PRODUCTS-EOF TO TRUE
                   NOT AT END
                       PERFORM INTEGRITY-ONE-PRODUCT
               END-READ
           END-PERFORM.

       INTEGRITY-ONE-PRODUCT.
           MOVE ZERO TO IC-LOT-TOTAL
           MOVE ZERO TO IC-LOT-COUNT
           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE ZERO TO L-LOT-SEQ
           START LOT-LOTS-FILE KEY IS GREATER THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
                       IF L-PRODUCT-ID NOT = P-PRODUCT-ID
                           SET LOTS-EOF TO TRUE
                       ELSE
                           ADD 1 TO IC-LOT-COUNT
                           ADD L-QUANTITY TO IC-LOT-TOTAL
                       END-IF
               END-READ
           END-PERFORM

      *             A product with no lots at all predates lot
      *             tracking and proves nothing. Stock ABOVE the lot
      *             total may be pre-lot units that never had a lot
      *             cut (initial stock, updates, the CSV import), so
      *             that direction is report-only; lots above the
      *             stock can only be drift and may be corrected
           IF IC-LOT-COUNT > ZERO AND IC-LOT-TOTAL NOT = P-STOCK
               ADD 1 TO IC-EXCEPTION-COUNT
               MOVE SPACES TO IC-LINE-TEXT
               STRING "  " FUNCTION TRIM(P-PRODUCT-ID)
                   " STOCK=" P-STOCK
                   " LOT TOTAL=" IC-LOT-TOTAL
                   DELIMITED BY SIZE INTO IC-LINE-TEXT
               PERFORM WRITE-INTEG-LINE
               IF IC-LOT-TOTAL < P-STOCK
                   MOVE "    MAY BE PRE-LOT STOCK - NOT CORRECTED"
                       TO IC-LINE-TEXT
                   PERFORM WRITE-INTEG-LINE
               ELSE
                   IF IC-APPLY-FIXES
                       MOVE SPACES TO AUD-DETAIL
                       STRING "Stock:" P-STOCK "->" IC-LOT-TOTAL
                           " FromLots=" IC-LOT-COUNT
                           DELIMITED BY SIZE INTO AUD-DETAIL
                       MOVE IC-LOT-TOTAL TO P-STOCK
                       REWRITE P-PRODUCTS-RECORD
                           INVALID KEY
                               DISPLAY "Error correcting product "
                               "stock!"
                           NOT INVALID KEY
                               ADD 1 TO IC-FIXED-COUNT
                               MOVE "INTEGRITY-FIX" TO AUD-ACTION
                               MOVE P-PRODUCT-ID TO AUD-KEY
                               PERFORM WRITE-AUDIT-LOG
                               MOVE "    CORRECTED TO LOT TOTAL"
                                   TO IC-LINE-TEXT
                               PERFORM WRITE-INTEG-LINE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF

           PERFORM SUM-BRANCH-STOCK
           IF BR-ROW-COUNT > ZERO AND BR-TOTAL-QTY NOT = P-STOCK
               ADD 1 TO IC-EXCEPTION-COUNT
               MOVE SPACES TO IC-LINE-TEXT
               STRING "  " FUNCTION TRIM(P-PRODUCT-ID)
                   " STOCK=" P-STOCK
                   " BRANCH TOTAL=" BR-TOTAL-QTY
                   " (NOT CORRECTED - RECOUNT PER BRANCH)"
                   DELIMITED BY SIZE INTO IC-LINE-TEXT
               PERFORM WRITE-INTEG-LINE
           END-IF.

      *             C-BALANCE against the customer's open items, which
      *             are the book of record; a customer still on the
      *             old running balance is put onto open items first
       INTEGRITY-CHECK-CUSTOMERS.
           MOVE "CHECK 2: CUSTOMER BALANCES VS OPEN ITEMS"
               TO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           MOVE LOW-VALUES TO C-CUSTOMER-ID
           START CUS-CUSTOMERS-FILE KEY IS GREATER THAN C-CUSTOMER-ID
           PERFORM UNTIL CUSTOMERS-EOF OR
                   CUS-CUSTOMERS-STATUS NOT = "00"
               READ CUS-CUSTOMERS-FILE NEXT RECORD
                   AT END
                       SET CUSTOMERS-EOF TO TRUE
                   NOT AT END
                       PERFORM INTEGRITY-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       INTEGRITY-ONE-CUSTOMER.
           MOVE ZERO TO OI-SKIP-RECEIPT
           PERFORM ENSURE-AR-ITEMS
           PERFORM SUM-AR-ITEMS
           IF C-BALANCE NOT = OI-ITEM-TOTAL
               ADD 1 TO IC-EXCEPTION-COUNT
               MOVE SPACES TO IC-LINE-TEXT
               STRING "  " FUNCTION TRIM(C-CUSTOMER-ID)
                   " BALANCE=" C-BALANCE
                   " OPEN ITEMS=" OI-ITEM-TOTAL
                   DELIMITED BY SIZE INTO IC-LINE-TEXT
               PERFORM WRITE-INTEG-LINE
               IF IC-APPLY-FIXES
                   MOVE SPACES TO AUD-DETAIL
                   STRING "Balance:" C-BALANCE "->"
                       OI-ITEM-TOTAL
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   MOVE OI-ITEM-TOTAL TO C-BALANCE
                   REWRITE CUS-CUSTOMERS-RECORD
                       INVALID KEY
                           DISPLAY "Error correcting balance!"
                       NOT INVALID KEY
                           ADD 1 TO IC-FIXED-COUNT
                           MOVE "INTEGRITY-FIX" TO AUD-ACTION
                           MOVE C-CUSTOMER-ID TO AUD-KEY
                           PERFORM WRITE-AUDIT-LOG
                           MOVE "    CORRECTED TO OPEN ITEM TOTAL"
                               TO IC-LINE-TEXT
                           PERFORM WRITE-INTEG-LINE
                   END-REWRITE
               END-IF
           END-IF.

      *             Every receipt number from the first live receipt
      *             to the last number issued must appear in the live
      *             sales file - the BIR examiner will look for gaps
       INTEGRITY-CHECK-RECEIPTS.
           MOVE "CHECK 3: RECEIPT NUMBER CONTINUITY"
               TO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE

           MOVE ZERO TO RC-LAST-RECEIPT-NUMBER
           OPEN INPUT RC-RECEIPT-CONTROL-FILE
           IF RC-RECEIPT-CONTROL-OK
               READ RC-RECEIPT-CONTROL-FILE
                   AT END MOVE ZERO TO RC-LAST-RECEIPT-NUMBER
               END-READ
               CLOSE RC-RECEIPT-CONTROL-FILE
           END-IF
           MOVE RC-LAST-RECEIPT-NUMBER TO IC-LAST-RECEIPT

           MOVE SPACES TO IC-RECEIPT-MAP
           MOVE 999999 TO IC-MIN-RECEIPT
           MOVE ZERO TO IC-MAX-RECEIPT
           CLOSE S-SALES-FILE
           OPEN INPUT S-SALES-FILE
           PERFORM UNTIL SALES-EOF
               READ S-SALES-FILE
                   AT END
                       SET SALES-EOF TO TRUE
                   NOT AT END
                       IF S-RECEIPT-NUMBER > ZERO
                           MOVE 'Y'
                               TO IC-SEEN-FLAG(S-RECEIPT-NUMBER)
                           IF S-RECEIPT-NUMBER < IC-MIN-RECEIPT
                               MOVE S-RECEIPT-NUMBER
                                   TO IC-MIN-RECEIPT
                           END-IF
                           IF S-RECEIPT-NUMBER > IC-MAX-RECEIPT
                               MOVE S-RECEIPT-NUMBER
                                   TO IC-MAX-RECEIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE S-SALES-FILE

           IF IC-MAX-RECEIPT = ZERO
               MOVE "  NO LIVE RECEIPTS - NOTHING TO CHECK"
                   TO IC-LINE-TEXT
               PERFORM WRITE-INTEG-LINE
               EXIT PARAGRAPH
           END-IF
           IF IC-LAST-RECEIPT < IC-MAX-RECEIPT
               ADD 1 TO IC-EXCEPTION-COUNT
               MOVE SPACES TO IC-LINE-TEXT
               STRING "  RECEIPT-CTL.DAT SAYS LAST=" IC-LAST-RECEIPT
                   " BUT SALES REACH " IC-MAX-RECEIPT
                   DELIMITED BY SIZE INTO IC-LINE-TEXT
               PERFORM WRITE-INTEG-LINE
               MOVE IC-MAX-RECEIPT TO IC-LAST-RECEIPT
           END-IF

      *             Receipts archived by SALES-RESET fall before the
      *             first live number and are not gaps
           MOVE ZERO TO IC-GAP-COUNT
           MOVE IC-MIN-RECEIPT TO IC-RECEIPT-IX
           PERFORM UNTIL IC-RECEIPT-IX > IC-LAST-RECEIPT
               IF IC-SEEN-FLAG(IC-RECEIPT-IX) NOT = 'Y'
                   ADD 1 TO IC-EXCEPTION-COUNT
                   ADD 1 TO IC-GAP-COUNT
                   IF IC-GAP-COUNT <= 50
                       MOVE SPACES TO IC-LINE-TEXT
                       STRING "  MISSING RECEIPT " IC-RECEIPT-IX
                           DELIMITED BY SIZE INTO IC-LINE-TEXT
                       PERFORM WRITE-INTEG-LINE
                   END-IF
               END-IF
               ADD 1 TO IC-RECEIPT-IX
           END-PERFORM
           IF IC-GAP-COUNT > 50
               MOVE SPACES TO IC-LINE-TEXT
               STRING "  ... AND " IC-GAP-COUNT
                   " GAPS IN TOTAL (LIST CUT AT 50)"
                   DELIMITED BY SIZE INTO IC-LINE-TEXT
               PERFORM WRITE-INTEG-LINE
           END-IF.

      *             Each recorded daily close re-derived from the
      *             sales, tender and payment files for its date; a
      *             difference means those files changed after the
      *             day was closed
       INTEGRITY-CHECK-CLOSES.
           MOVE "CHECK 4: DAILY CLOSES VS SALES FILE"
               TO IC-LINE-TEXT
           PERFORM WRITE-INTEG-LINE
           OPEN INPUT DC-DAILY-CLOSE-FILE
           IF NOT DAILY-CLOSE-OK
               MOVE "  NO DAILY CLOSES ON FILE"
                   TO IC-LINE-TEXT
               PERFORM WRITE-INTEG-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DAILY-CLOSE-EOF
               READ DC-DAILY-CLOSE-FILE
                   AT END
                       SET DAILY-CLOSE-EOF TO TRUE
                   NOT AT END
                       PERFORM INTEGRITY-ONE-CLOSE
               END-READ
           END-PERFORM
           CLOSE DC-DAILY-CLOSE-FILE.

       INTEGRITY-ONE-CLOSE.
           MOVE ZERO TO IC-TAKE-TOTAL
           MOVE ZERO TO IC-CARD-TOTAL
           MOVE ZERO TO IC-EWALLET-TOTAL
           MOVE ZERO TO IC-POINTS-TOTAL
           MOVE ZERO TO IC-VOUCHER-REDEEMED
           MOVE ZERO TO IC-VOUCHER-SOLD
           CLOSE S-SALES-FILE
           OPEN INPUT S-SALES-FILE
           PERFORM UNTIL SALES-EOF
               READ S-SALES-FILE
                   AT END
                       SET SALES-EOF TO TRUE
                   NOT AT END
                       IF S-SALE-DATE = DC-CLOSE-DATE AND
                          NOT SALE-IS-ON-ACCOUNT
                           COMPUTE IC-TAKE-TOTAL = IC-TAKE-TOTAL
                               + S-TOTAL-AMOUNT + S-TAX-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE S-SALES-FILE

           OPEN INPUT TND-TENDERS-FILE
           IF TENDERS-OK
               PERFORM UNTIL TENDERS-EOF
                   READ TND-TENDERS-FILE
                       AT END
                           SET TENDERS-EOF TO TRUE
                       NOT AT END
                           IF TND-TENDER-DATE = DC-CLOSE-DATE
                               IF TND-IS-CARD
                                   ADD TND-AMOUNT TO IC-CARD-TOTAL
                               END-IF
                               IF TND-IS-EWALLET
                                   ADD TND-AMOUNT
                                       TO IC-EWALLET-TOTAL
                               END-IF
                               IF TND-IS-POINTS
                                   ADD TND-AMOUNT
                                       TO IC-POINTS-TOTAL
                               END-IF
                               IF TND-IS-VOUCHER
                                   ADD TND-AMOUNT
                                       TO IC-VOUCHER-REDEEMED
                               END-IF
                               IF TND-FOR-VOUCHER-SALE
                                   ADD TND-AMOUNT
                                       TO IC-VOUCHER-SOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TND-TENDERS-FILE
           END-IF

           COMPUTE IC-EXPECTED-CASH = IC-TAKE-TOTAL
               - IC-CARD-TOTAL - IC-EWALLET-TOTAL - IC-POINTS-TOTAL
               - IC-VOUCHER-REDEEMED + IC-VOUCHER-SOLD

           OPEN INPUT PAY-PAYMENTS-FILE
           IF PAYMENTS-OK
               PERFORM UNTIL PAYMENTS-EOF
                   READ PAY-PAYMENTS-FILE
                       AT END
                           SET PAYMENTS-EOF TO TRUE
                       NOT AT END
                           IF PAY-DATE = DC-CLOSE-DATE
                               ADD PAY-AMOUNT TO IC-EXPECTED-CASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PAYMENTS-FILE
           END-IF

           IF IC-EXPECTED-CASH NOT = DC-EXPECTED-AMOUNT
               ADD 1 TO IC-EXCEPTION-COUNT
               MOVE SPACES TO IC-LINE-TEXT
               STRING "  CLOSE " DC-CLOSE-DATE
                   " RECORDED=" DC-EXPECTED-AMOUNT
                   " DERIVED=" IC-EXPECTED-CASH
                   DELIMITED BY SIZE INTO IC-LINE-TEXT
               PERFORM WRITE-INTEG-LINE
           END-IF.

      *                      BARCODE MAINTENANCE
       BARCODE-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "               BARCODE MAINTENANCE"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Link Barcode to Product"
           DISPLAY "2. List Barcodes for a Product"
           DISPLAY "3. Remove Barcode"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT XR-CHOICE

           EVALUATE XR-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM BARCODE-LINK
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM BARCODE-LIST
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM BARCODE-REMOVE
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM BARCODE-MENU
           END-EVALUATE
           DISPLAY SPACE.

       BARCODE-LINK.
           PERFORM SELECT-PRODUCT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM BARCODE-MENU
           END-IF
           DISPLAY SPACE
           DISPLAY "Product            : " FUNCTION TRIM(P-PRODUCT-ID)
               " - " FUNCTION TRIM(P-PRODUCT-NAME)

           MOVE "Scan/Enter Barcode to link" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM BARCODE-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO XRF-BARCODE

           READ XRF-BARCODES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM CLEAR-SCREEN
                   DISPLAY "That barcode is already linked to "
                       FUNCTION TRIM(XRF-PRODUCT-ID) "!"
                   PERFORM BARCODE-MENU
           END-READ

           MOVE P-PRODUCT-ID TO XRF-PRODUCT-ID
           MOVE CURRENT-DATE TO XRF-ADDED-DATE
           WRITE XRF-BARCODES-RECORD
               INVALID KEY
                   DISPLAY "Error linking barcode!"
               NOT INVALID KEY
                   DISPLAY "Barcode linked."
                   MOVE "BARCODE-LINKED" TO AUD-ACTION
                   MOVE P-PRODUCT-ID TO AUD-KEY
                   MOVE SPACES TO AUD-DETAIL
                   STRING "Barcode=" FUNCTION TRIM(XRF-BARCODE)
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   PERFORM WRITE-AUDIT-LOG
           END-WRITE

           DISPLAY "Link another barcode? (Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER

           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               PERFORM CLEAR-SCREEN
               PERFORM BARCODE-LINK
           ELSE
               PERFORM CLEAR-SCREEN
               PERFORM BARCODE-MENU
           END-IF.

       BARCODE-LIST.
           MOVE "Enter Product ID" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM BARCODE-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO XR-PRODUCT-FILTER

           DISPLAY SPACE
           DISPLAY "BARCODE        ADDED ON"
           DISPLAY "--------------------------------------------------"
           MOVE ZERO TO XR-LISTED-COUNT
           MOVE LOW-VALUES TO XRF-BARCODE
           START XRF-BARCODES-FILE KEY IS GREATER THAN XRF-BARCODE
           PERFORM UNTIL BARCODES-EOF OR
                   XRF-BARCODES-STATUS NOT = "00"
               READ XRF-BARCODES-FILE NEXT RECORD
                   AT END
                       SET BARCODES-EOF TO TRUE
                   NOT AT END
                       IF XRF-PRODUCT-ID = XR-PRODUCT-FILTER
                           ADD 1 TO XR-LISTED-COUNT
                           DISPLAY XRF-BARCODE "  " XRF-ADDED-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF XR-LISTED-COUNT = ZERO
               DISPLAY "No barcodes linked to that product."
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM BARCODE-MENU.

       BARCODE-REMOVE.
           MOVE "Scan/Enter Barcode to remove" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM BARCODE-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO XRF-BARCODE

           READ XRF-BARCODES-FILE
               INVALID KEY
                   PERFORM CLEAR-SCREEN
                   DISPLAY "No such barcode on file!"
                   PERFORM BARCODE-MENU
           END-READ

           DISPLAY "Barcode is linked to "
               FUNCTION TRIM(XRF-PRODUCT-ID)
           DISPLAY "Remove (Y), else cancel: " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER

           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               MOVE "BARCODE-REMOVED" TO AUD-ACTION
               MOVE XRF-PRODUCT-ID TO AUD-KEY
               MOVE SPACES TO AUD-DETAIL
               STRING "Barcode=" FUNCTION TRIM(XRF-BARCODE)
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE-AUDIT-LOG
               DELETE XRF-BARCODES-FILE
               DISPLAY "Barcode removed."
           ELSE
               DISPLAY "                 Cancelled."
           END-IF
           DISPLAY SPACE
           PERFORM BARCODE-MENU.

      *                      CUSTOMER QUOTATIONS
       QUOTATION-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "               CUSTOMER QUOTATIONS"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Create Quotation"
           DISPLAY "2. Reprint Quotation"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT QT-CHOICE

           EVALUATE QT-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM CREATE-QUOTATION
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM QUOTE-REPRINT
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM QUOTATION-MENU
           END-EVALUATE
           DISPLAY SPACE.

      *             Prices a basket at today's effective prices with
      *             an expiry date, printing like a receipt but with
      *             no stock or sales posting; the customer converts
      *             it at the till through Record Sales
       CREATE-QUOTATION.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "                CREATE QUOTATION"
           DISPLAY "=================================================="

           DISPLAY "Customer / Business Name: " WITH NO ADVANCING
           ACCEPT QT-CUSTOMER-NAME
           IF QT-CUSTOMER-NAME = SPACES
               MOVE "WALK-IN" TO QT-CUSTOMER-NAME
           END-IF

           MOVE ZERO TO TR-LINE-COUNT
           MOVE ZERO TO OV-PENDING-COUNT
           PERFORM QUOTE-LINE-ENTRY
           PERFORM INITIALIZATION

           IF TR-LINE-COUNT = ZERO
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM QUOTATION-MENU
           END-IF

           PERFORM GET-DISCOUNT-PERCENT
           PERFORM COMPUTE-BASKET-TOTALS

           DISPLAY "Valid Until (MM/DD/YYYY, empty for 30 days): "
           WITH NO ADVANCING
           ACCEPT QT-DATE-INPUT
           IF QT-DATE-INPUT = SPACES
               MOVE CURRENT-DATE TO QT-DATE-NUM
               COMPUTE QT-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(QT-DATE-NUM) + 30
               COMPUTE QT-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(QT-EXPIRY-INT)
           ELSE
               UNSTRING QT-DATE-INPUT DELIMITED BY "/"
                   INTO QT-MONTH-TEXT QT-DAY-TEXT QT-YEAR-TEXT
               END-UNSTRING
               COMPUTE QT-EXPIRY-DATE =
                   FUNCTION NUMVAL(QT-YEAR-TEXT) * 10000 +
                   FUNCTION NUMVAL(QT-MONTH-TEXT) * 100 +
                   FUNCTION NUMVAL(QT-DAY-TEXT)
           END-IF

           PERFORM ASSIGN-QUOTE-NUMBER
           MOVE "Q" TO OV-DOCUMENT-TYPE
           MOVE QT-QUOTE-NUMBER TO OV-DOCUMENT-NUMBER
           PERFORM WRITE-PENDING-OVERRIDES

           MOVE 1 TO QT-LINE-INDEX
           PERFORM UNTIL QT-LINE-INDEX > TR-LINE-COUNT
               MOVE QT-QUOTE-NUMBER TO QUO-NUMBER
               MOVE QT-LINE-INDEX TO QUO-LINE-NUMBER
               MOVE QT-CUSTOMER-NAME TO QUO-CUSTOMER-NAME
               MOVE CURRENT-DATE TO QUO-QUOTE-DATE
               MOVE QT-EXPIRY-DATE TO QUO-EXPIRY-DATE
               MOVE I-DISCOUNT-PERCENT TO QUO-DISCOUNT-PERCENT
               MOVE TL-PRODUCT-ID(QT-LINE-INDEX) TO QUO-PRODUCT-ID
               MOVE TL-PRODUCT-NAME(QT-LINE-INDEX)
                   TO QUO-PRODUCT-NAME
               MOVE TL-CATEGORY(QT-LINE-INDEX) TO QUO-CATEGORY
               MOVE TL-SOLD-UNITS(QT-LINE-INDEX) TO QUO-UNITS
               MOVE TL-UNIT-PRICE(QT-LINE-INDEX) TO QUO-UNIT-PRICE
               MOVE TL-GROSS-AMOUNT(QT-LINE-INDEX)
                   TO QUO-GROSS-AMOUNT
               MOVE TL-COST-AMOUNT(QT-LINE-INDEX) TO QUO-COST-AMOUNT
               MOVE TL-TAX-CLASS(QT-LINE-INDEX) TO QUO-TAX-CLASS
               MOVE TL-KIT-ID(QT-LINE-INDEX) TO QUO-KIT-ID
               MOVE TL-KIT-UNITS(QT-LINE-INDEX) TO QUO-KIT-UNITS
               SET QUO-IS-OPEN TO TRUE
               WRITE QUO-QUOTES-RECORD
                   INVALID KEY
                       DISPLAY "Error recording quotation line!"
               END-WRITE
               ADD 1 TO QT-LINE-INDEX
           END-PERFORM

           MOVE "QUOTE-CREATED" TO AUD-ACTION
           MOVE QT-QUOTE-NUMBER TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Quote=" QT-QUOTE-NUMBER
               " Lines=" TR-LINE-COUNT
               " Total=" TR-GRAND-TOTAL
               " Expires=" QT-EXPIRY-DATE
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           PERFORM WRITE-QUOTE-FILE

           DISPLAY SPACE
           DISPLAY "Quotation recorded."
           DISPLAY "Quote Number       : " QT-QUOTE-NUMBER
           MOVE TR-GRAND-TOTAL TO DF-DISP-AMOUNT
           DISPLAY "Quoted Total       : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "Valid Until        : " QT-EXPIRY-DATE
           DISPLAY SPACE
           DISPLAY "Create another quotation? (Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER

           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               PERFORM CLEAR-SCREEN
               PERFORM CREATE-QUOTATION
           ELSE
               PERFORM CLEAR-SCREEN
               PERFORM QUOTATION-MENU
           END-IF.

      *             Like RECORD-SALE-LINE-ENTRY but with no stock
      *             check or posting - a quote reserves nothing
       QUOTE-LINE-ENTRY.
           PERFORM SELECT-PRODUCT
           IF USER-CANCELLED
               EXIT PARAGRAPH
           END-IF

           PERFORM INITIALIZATION
           PERFORM GET-EFFECTIVE-PRICE
           PERFORM LOAD-KIT-COMPONENTS
           MOVE PC-EFFECTIVE-PRICE TO DF-PUNIT-PRICE
           DISPLAY SPACE
           DISPLAY "Product ID         : " FUNCTION TRIM(P-PRODUCT-ID)
           DISPLAY "Product Name       : " P-PRODUCT-NAME
           DISPLAY "Unit Price         : ₱"
           FUNCTION TRIM(DF-PUNIT-PRICE)
           IF KC-COUNT > ZERO
               PERFORM SHOW-KIT-COMPONENTS
           END-IF
           DISPLAY SPACE

           MOVE "Enter Quantity to quote" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
           IF USER-CANCELLED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO I-SOLD-UNITS

      *             A kit is quoted as its components, priced the way
      *             the till will price them
           IF KC-COUNT > ZERO
               IF KC-COMPONENT-MISSING OR KC-TOO-MANY
                   OR I-SOLD-UNITS NOT > ZERO
                   OR TR-LINE-COUNT + KC-COUNT > 20
                   DISPLAY "This kit cannot be added to the quote."
                   PERFORM QUOTE-LINE-ENTRY
                   EXIT PARAGRAPH
               END-IF
               PERFORM SUM-KIT-COST
               IF KC-KIT-PRICE < KC-KIT-COST
                   DISPLAY "Kit price is below cost."
                   MOVE "C" TO OV-TYPE
                   COMPUTE OV-LINE = TR-LINE-COUNT + 1
                   MOVE KC-KIT-ID TO OV-PRODUCT-ID
                   MOVE KC-KIT-COST TO OV-ORIGINAL-VALUE
                   MOVE KC-KIT-PRICE TO OV-NEW-VALUE
                   PERFORM GET-SUPERVISOR-APPROVAL
                   IF NOT OV-APPROVED
                       DISPLAY "Item not added."
                       PERFORM QUOTE-NEXT-LINE-PROMPT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM ADD-KIT-LINES
               PERFORM QUOTE-NEXT-LINE-PROMPT
               EXIT PARAGRAPH
           END-IF

           IF PC-EFFECTIVE-PRICE < P-COST-PER-UNIT
               DISPLAY "Unit price is below cost."
               MOVE "C" TO OV-TYPE
               COMPUTE OV-LINE = TR-LINE-COUNT + 1
               MOVE P-PRODUCT-ID TO OV-PRODUCT-ID
               MOVE P-COST-PER-UNIT TO OV-ORIGINAL-VALUE
               MOVE PC-EFFECTIVE-PRICE TO OV-NEW-VALUE
               PERFORM GET-SUPERVISOR-APPROVAL
               IF NOT OV-APPROVED
                   DISPLAY "Item not added."
                   PERFORM QUOTE-NEXT-LINE-PROMPT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO TR-LINE-COUNT
           MOVE TR-LINE-COUNT TO TR-LINE-INDEX
           MOVE P-PRODUCT-ID TO TL-PRODUCT-ID(TR-LINE-INDEX)
           MOVE P-PRODUCT-NAME TO TL-PRODUCT-NAME(TR-LINE-INDEX)
           MOVE P-CATEGORY TO TL-CATEGORY(TR-LINE-INDEX)
           MOVE I-SOLD-UNITS TO TL-SOLD-UNITS(TR-LINE-INDEX)
           MOVE PC-EFFECTIVE-PRICE TO TL-UNIT-PRICE(TR-LINE-INDEX)
           COMPUTE TL-GROSS-AMOUNT(TR-LINE-INDEX) =
               I-SOLD-UNITS * PC-EFFECTIVE-PRICE
           COMPUTE TL-COST-AMOUNT(TR-LINE-INDEX) =
               I-SOLD-UNITS * P-COST-PER-UNIT
           MOVE P-TAX-CLASS TO TL-TAX-CLASS(TR-LINE-INDEX)
           MOVE SPACES TO TL-KIT-ID(TR-LINE-INDEX)
           MOVE ZERO TO TL-KIT-UNITS(TR-LINE-INDEX)
           MOVE ZERO TO TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
           PERFORM QUOTE-NEXT-LINE-PROMPT.

       QUOTE-NEXT-LINE-PROMPT.
           IF TR-LINE-COUNT >= 20
               DISPLAY "Quotation is full (20 line items maximum)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Add another item to this quote? (Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT CONTINUE-SALE

           IF CONTINUE-SALE = 'Y' OR CONTINUE-SALE = 'y'
               PERFORM QUOTE-LINE-ENTRY
           END-IF.

      *             Quote numbers are issued from QUOTE-CTL.DAT, which
      *             holds the last number used
       ASSIGN-QUOTE-NUMBER.
           MOVE ZERO TO QC-LAST-QUOTE-NUMBER
           OPEN INPUT QC-QUOTE-CONTROL-FILE
           IF QUOTE-CONTROL-OK
               READ QC-QUOTE-CONTROL-FILE
                   AT END MOVE ZERO TO QC-LAST-QUOTE-NUMBER
               END-READ
               CLOSE QC-QUOTE-CONTROL-FILE
           END-IF
           COMPUTE QT-QUOTE-NUMBER = QC-LAST-QUOTE-NUMBER + 1
           MOVE QT-QUOTE-NUMBER TO QC-LAST-QUOTE-NUMBER
           OPEN OUTPUT QC-QUOTE-CONTROL-FILE
           WRITE QC-QUOTE-CONTROL-RECORD
           CLOSE QC-QUOTE-CONTROL-FILE.

      *             Prints the quotation to its own QUOTE-NNNNNN.TXT
      *             in the manner of WRITE-RECEIPT-FILE
       WRITE-QUOTE-FILE.
           MOVE SPACES TO RCP-RECEIPT-FILE-NAME
           STRING "QUOTE-" QT-QUOTE-NUMBER ".TXT"
               DELIMITED BY SIZE INTO RCP-RECEIPT-FILE-NAME
           OPEN OUTPUT RCP-RECEIPT-FILE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "       INVENTORY AND SALES MANAGEMENT SYSTEM"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "           QUOTATION - NOT AN OFFICIAL RECEIPT"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Quote No   : " QT-QUOTE-NUMBER
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Customer   : " FUNCTION TRIM(QT-CUSTOMER-NAME)
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Date       : " DATE-DISPLAY
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Valid Until: " QT-EXPIRY-DATE
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "NAME              QTY          PRICE        AMOUNT"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE 1 TO TR-LINE-INDEX
           PERFORM UNTIL TR-LINE-INDEX > TR-LINE-COUNT
               PERFORM WRITE-RECEIPT-ITEM-LINE
               ADD 1 TO TR-LINE-INDEX
           END-PERFORM
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE TR-GROSS-AMOUNT TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Gross Amount      : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE TR-DISCOUNT-AMOUNT TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Discount          : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           PERFORM WRITE-RECEIPT-VAT-LINES
           MOVE TR-GRAND-TOTAL TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "QUOTED TOTAL      : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "PRICES HONORED THROUGH THE VALID-UNTIL DATE ONLY."
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           CLOSE RCP-RECEIPT-FILE
           DISPLAY "Quotation saved to "
               FUNCTION TRIM(RCP-RECEIPT-FILE-NAME).

      *             Reads a quote's lines back into the basket table
      *             and its terms into the QT fields
       LOAD-QUOTE-LINES.
           MOVE 'N' TO QT-FOUND-SWITCH
           MOVE 'N' TO QT-CONVERTED-SWITCH
           MOVE ZERO TO TR-LINE-COUNT
           MOVE QT-QUOTE-NUMBER TO QUO-NUMBER
           MOVE ZERO TO QUO-LINE-NUMBER
           START QUO-QUOTES-FILE KEY IS GREATER THAN QUO-KEY
           PERFORM UNTIL QUOTES-EOF OR QUO-QUOTES-STATUS NOT = "00"
               READ QUO-QUOTES-FILE NEXT RECORD
                   AT END
                       SET QUOTES-EOF TO TRUE
                   NOT AT END
                       IF QUO-NUMBER NOT = QT-QUOTE-NUMBER
                           SET QUOTES-EOF TO TRUE
                       ELSE
                           MOVE 'Y' TO QT-FOUND-SWITCH
                           IF QUO-IS-CONVERTED
                               MOVE 'Y' TO QT-CONVERTED-SWITCH
                           END-IF
                           MOVE QUO-CUSTOMER-NAME TO QT-CUSTOMER-NAME
                           MOVE QUO-EXPIRY-DATE TO QT-EXPIRY-DATE
                           MOVE QUO-DISCOUNT-PERCENT
                               TO I-DISCOUNT-PERCENT
                           IF TR-LINE-COUNT < 20
                               ADD 1 TO TR-LINE-COUNT
                               MOVE TR-LINE-COUNT TO TR-LINE-INDEX
                               MOVE QUO-PRODUCT-ID
                                   TO TL-PRODUCT-ID(TR-LINE-INDEX)
                               MOVE QUO-PRODUCT-NAME
                                   TO TL-PRODUCT-NAME(TR-LINE-INDEX)
                               MOVE QUO-CATEGORY
                                   TO TL-CATEGORY(TR-LINE-INDEX)
                               MOVE QUO-UNITS
                                   TO TL-SOLD-UNITS(TR-LINE-INDEX)
                               MOVE QUO-UNIT-PRICE
                                   TO TL-UNIT-PRICE(TR-LINE-INDEX)
                               MOVE QUO-GROSS-AMOUNT
                                   TO TL-GROSS-AMOUNT(TR-LINE-INDEX)
                               MOVE QUO-COST-AMOUNT
                                   TO TL-COST-AMOUNT(TR-LINE-INDEX)
                               MOVE QUO-TAX-CLASS
                                   TO TL-TAX-CLASS(TR-LINE-INDEX)
                               MOVE QUO-KIT-ID
                                   TO TL-KIT-ID(TR-LINE-INDEX)
                               MOVE QUO-KIT-UNITS
                                   TO TL-KIT-UNITS(TR-LINE-INDEX)
                               MOVE ZERO TO
                                   TL-MARKDOWN-AMOUNT(TR-LINE-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *             Converts an unexpired open quote into the basket
      *             at its quoted prices; the quote is marked so it
      *             cannot be converted again
       RECALL-QUOTE.
           MOVE "Enter Quote Number to convert" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
           IF USER-CANCELLED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO QT-QUOTE-NUMBER

           PERFORM LOAD-QUOTE-LINES
           IF NOT QT-QUOTE-FOUND
               DISPLAY "No such quotation on file."
               MOVE ZERO TO TR-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF QT-QUOTE-CONVERTED
               DISPLAY "That quotation was already converted to a "
               "sale."
               MOVE ZERO TO TR-LINE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-DATE TO QT-DATE-NUM
           IF QT-EXPIRY-DATE < QT-DATE-NUM
               DISPLAY "That quotation expired on " QT-EXPIRY-DATE "."
               MOVE ZERO TO TR-LINE-COUNT
               EXIT PARAGRAPH
           END-IF

      *             The whole basket must be coverable from stock
           MOVE 'N' TO QT-SHORT-SWITCH
           MOVE 1 TO QT-LINE-INDEX
           PERFORM UNTIL QT-LINE-INDEX > TR-LINE-COUNT
               MOVE TL-PRODUCT-ID(QT-LINE-INDEX) TO P-PRODUCT-ID
               READ P-PRODUCTS-FILE
                   INVALID KEY
                       DISPLAY "Quoted product "
                           FUNCTION TRIM(
                           TL-PRODUCT-ID(QT-LINE-INDEX))
                           " is no longer on file."
                       MOVE 'Y' TO QT-SHORT-SWITCH
                   NOT INVALID KEY
                       IF TL-SOLD-UNITS(QT-LINE-INDEX) > P-STOCK
                           DISPLAY "Insufficient stock for "
                               FUNCTION TRIM(
                               TL-PRODUCT-ID(QT-LINE-INDEX))
                               " - have " P-STOCK
                           MOVE 'Y' TO QT-SHORT-SWITCH
                       END-IF
               END-READ
               ADD 1 TO QT-LINE-INDEX
           END-PERFORM
           IF QT-STOCK-SHORT
               DISPLAY "Quote left open - restock before converting."
               MOVE ZERO TO TR-LINE-COUNT
               EXIT PARAGRAPH
           END-IF

      *             The quote stays open until the sale actually
      *             posts - a rejected or interrupted sale must not
      *             burn it
           SET QT-QUOTE-RECALLED TO TRUE
           MOVE TR-LINE-COUNT TO DF-DISP-QTY
           DISPLAY "Quote " QT-QUOTE-NUMBER " loaded - "
               FUNCTION TRIM(DF-DISP-QTY) " line(s) at quoted "
               "prices.".

      *             Consumes the recalled quote once its sale has
      *             posted, so it cannot be converted twice; walks
      *             the quote's own lines so recovery can run it
      *             without knowing the line count, and re-marking
      *             an already-converted line is harmless
       MARK-QUOTE-CONVERTED.
           MOVE ZERO TO QT-LINE-TOTAL
           MOVE 1 TO QT-LINE-INDEX
           MOVE 'Y' TO QT-FOUND-SWITCH
           PERFORM UNTIL NOT QT-QUOTE-FOUND
               MOVE QT-QUOTE-NUMBER TO QUO-NUMBER
               MOVE QT-LINE-INDEX TO QUO-LINE-NUMBER
               READ QUO-QUOTES-FILE
                   INVALID KEY
                       MOVE 'N' TO QT-FOUND-SWITCH
                   NOT INVALID KEY
                       SET QUO-IS-CONVERTED TO TRUE
                       REWRITE QUO-QUOTES-RECORD
                           INVALID KEY
                               DISPLAY "Error marking quote line!"
                       END-REWRITE
                       ADD 1 TO QT-LINE-TOTAL
                       ADD 1 TO QT-LINE-INDEX
               END-READ
           END-PERFORM

           MOVE "QUOTE-CONVERTED" TO AUD-ACTION
           MOVE QT-QUOTE-NUMBER TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Quote=" QT-QUOTE-NUMBER " Lines=" QT-LINE-TOTAL
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG.

       QUOTE-REPRINT.
           MOVE "Enter Quote Number to reprint" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM QUOTATION-MENU
               END-IF
               MOVE FUNCTION NUMVAL(WS-FIELD-VALUE)
                   TO QT-QUOTE-NUMBER

           PERFORM LOAD-QUOTE-LINES
           IF NOT QT-QUOTE-FOUND
               PERFORM CLEAR-SCREEN
               DISPLAY "No such quotation on file."
               PERFORM QUOTATION-MENU
           END-IF

           PERFORM COMPUTE-BASKET-TOTALS
           PERFORM WRITE-QUOTE-FILE
           DISPLAY SPACE
           PERFORM QUOTATION-MENU.

       SELECT-PRODUCT.
           PERFORM STOCK-DISPLAY
           MOVE "Enter/Scan Product ID or Barcode" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT

           MOVE WS-FIELD-VALUE TO XR-CODE-INPUT
           PERFORM RESOLVE-PRODUCT-CODE
      *              CHECKS IF THE ENTERED CODE IS KNOWN
           IF NOT XR-RESOLVED
                PERFORM SHOW-VALIDATION-ERROR
                IF USER-RETRY
                PERFORM SELECT-PRODUCT
                END-IF
           END-IF.

      *             A till entry may be the product ID itself or a
      *             scanned barcode; barcodes resolve through
      *             BARCODES.DAT so the USB scanner works anywhere a
      *             product is keyed in
       RESOLVE-PRODUCT-CODE.
           MOVE 'N' TO XR-RESOLVED-SWITCH
           MOVE XR-CODE-INPUT TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   MOVE XR-CODE-INPUT TO XRF-BARCODE
                   READ XRF-BARCODES-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE XRF-PRODUCT-ID TO P-PRODUCT-ID
                           READ P-PRODUCTS-FILE
                               INVALID KEY
                                   DISPLAY "Warning: barcode points "
                                   "at a product no longer on file."
                               NOT INVALID KEY
                                   MOVE 'Y' TO XR-RESOLVED-SWITCH
                           END-READ
                   END-READ
               NOT INVALID KEY
                   MOVE 'Y' TO XR-RESOLVED-SWITCH
           END-READ.

      *                     VAT RATES AND SALES BOOK
       TAX-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "            VAT RATES AND SALES BOOK"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Tax Rate Maintenance"
           DISPLAY "2. Monthly VAT Sales Book"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT TX-CHOICE

           EVALUATE TX-CHOICE
               WHEN 1
                   IF SESSION-IS-MANAGER
                       PERFORM CLEAR-SCREEN
                       PERFORM TAX-RATE-MAINTENANCE
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM VAT-SALES-BOOK
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM TAX-MENU
           END-EVALUATE
           DISPLAY SPACE.

      *             Looks up the rate for the class in TC-TAX-CLASS;
      *             a class missing from the table falls back to the
      *             standard rate for VATable and nil otherwise, so a
      *             damaged table never lets VATable goods go untaxed
       GET-TAX-RATE.
           IF TC-TAX-CLASS = SPACE
               MOVE "V" TO TC-TAX-CLASS
           END-IF
           MOVE TC-TAX-CLASS TO TXR-TAX-CLASS
           READ TXR-TAX-RATES-FILE
               INVALID KEY
                   IF TC-TAX-CLASS = "V"
                       MOVE TC-DEFAULT-VAT-PERCENT
                           TO TC-TAX-RATE-PERCENT
                   ELSE
                       MOVE ZERO TO TC-TAX-RATE-PERCENT
                   END-IF
               NOT INVALID KEY
                   MOVE TXR-RATE-PERCENT TO TC-TAX-RATE-PERCENT
           END-READ.

       LIST-TAX-RATES.
           DISPLAY "CLASS  DESCRIPTION           RATE %  CHANGED   BY"
           DISPLAY "--------------------------------------------------"
           MOVE LOW-VALUES TO TXR-TAX-CLASS
           START TXR-TAX-RATES-FILE KEY IS GREATER THAN TXR-TAX-CLASS
           PERFORM UNTIL TAX-RATES-EOF OR
                   TXR-TAX-RATES-STATUS NOT = "00"
               READ TXR-TAX-RATES-FILE NEXT RECORD
                   AT END
                       SET TAX-RATES-EOF TO TRUE
                   NOT AT END
                       MOVE TXR-RATE-PERCENT TO DF-DISP-PERCENTAGE
                       DISPLAY "  " TXR-TAX-CLASS "    " TXR-DESCRIPTION
                           "  " DF-DISP-PERCENTAGE "  "
                           TXR-CHANGED-DATE "  "
                           FUNCTION TRIM(TXR-CHANGED-BY)
               END-READ
           END-PERFORM.

      *             The rate change takes effect on the next basket
      *             priced; receipts already posted keep the VAT they
      *             were charged
       TAX-RATE-MAINTENANCE.
           DISPLAY "=================================================="
           DISPLAY "               TAX RATE MAINTENANCE"
           DISPLAY "=================================================="
           PERFORM LIST-TAX-RATES
           DISPLAY SPACE

           MOVE SPACE TO WS-USER-CHOICE
           MOVE "Enter Tax Class to change (V/E/Z)" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM TAX-MENU
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE(1:1))
               TO TC-CLASS-INPUT

           MOVE TC-CLASS-INPUT TO TXR-TAX-CLASS
           READ TXR-TAX-RATES-FILE
               INVALID KEY
                   PERFORM CLEAR-SCREEN
                   DISPLAY "No such tax class on file."
                   PERFORM TAX-MENU
           END-READ

      *             Zero is a legitimate rate here, which is why this
      *             does not go through GET-NUMERIC-INPUT
           MOVE 'N' TO WS-IS-VALID
           PERFORM UNTIL VALID-INPUT
               DISPLAY "Enter new rate % (0-100, empty to cancel): "
               WITH NO ADVANCING
               ACCEPT TC-RATE-INPUT
               IF TC-RATE-INPUT = SPACES
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM TAX-MENU
               END-IF
               IF FUNCTION TEST-NUMVAL(TC-RATE-INPUT) NOT = 0
                   DISPLAY "Invalid numeric value. Try again."
               ELSE
                   IF FUNCTION NUMVAL(TC-RATE-INPUT) < 0 OR
                      FUNCTION NUMVAL(TC-RATE-INPUT) > 100
                       DISPLAY "Rate must be between 0 and 100."
                   ELSE
                       MOVE 'Y' TO WS-IS-VALID
                   END-IF
               END-IF
           END-PERFORM

           MOVE TXR-RATE-PERCENT TO TC-OLD-RATE-PERCENT
           MOVE FUNCTION NUMVAL(TC-RATE-INPUT) TO TXR-RATE-PERCENT
           MOVE CURRENT-DATE TO TXR-CHANGED-DATE
           MOVE SESSION-CASHIER-ID TO TXR-CHANGED-BY
           REWRITE TXR-TAX-RATES-RECORD
               INVALID KEY
                   DISPLAY "Error updating tax rate!"
               NOT INVALID KEY
                   MOVE "TAX-RATE-CHANGED" TO AUD-ACTION
                   MOVE TXR-TAX-CLASS TO AUD-KEY
                   MOVE SPACES TO AUD-DETAIL
                   STRING "Class=" TXR-TAX-CLASS
                       " Rate:" TC-OLD-RATE-PERCENT
                       "->" TXR-RATE-PERCENT
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM CLEAR-SCREEN
                   DISPLAY "Tax rate updated."
                   DISPLAY SPACE
           END-REWRITE
           PERFORM TAX-MENU.

      *             Month's sales by tax class for the VAT return:
      *             one line per trading day, from the archives and
      *             (optionally) the live file. Voids carry negative
      *             amounts, so they net off against the day they
      *             were voided on
       VAT-SALES-BOOK.
           DISPLAY "=================================================="
           DISPLAY "               MONTHLY VAT SALES BOOK"
           DISPLAY "=================================================="

           DISPLAY "Book month (MM/YYYY): " WITH NO ADVANCING
           ACCEPT VB-MONTH-INPUT
           IF VB-MONTH-INPUT = SPACES
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM TAX-MENU
           END-IF
           UNSTRING VB-MONTH-INPUT DELIMITED BY "/"
               INTO HR-MONTH-TEXT HR-YEAR-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(HR-MONTH-TEXT) NOT = 0 OR
              FUNCTION TEST-NUMVAL(HR-YEAR-TEXT) NOT = 0
               PERFORM CLEAR-SCREEN
               DISPLAY "Invalid month - use MM/YYYY."
               PERFORM TAX-MENU
           END-IF
           MOVE FUNCTION NUMVAL(HR-MONTH-TEXT) TO VB-MONTH
           MOVE FUNCTION NUMVAL(HR-YEAR-TEXT) TO VB-YEAR
           IF VB-MONTH < 1 OR VB-MONTH > 12
               PERFORM CLEAR-SCREEN
               DISPLAY "Invalid month - use MM/YYYY."
               PERFORM TAX-MENU
           END-IF
           COMPUTE VB-FROM-DATE = VB-YEAR * 10000 + VB-MONTH * 100 + 1
           COMPUTE VB-TO-DATE = VB-YEAR * 10000 + VB-MONTH * 100 + 31

           MOVE ZERO TO HR-FILE-COUNT
           PERFORM HISTORICAL-GATHER-FILES
           DISPLAY "Include live SALES.DAT? (Y/N): " WITH NO ADVANCING
           ACCEPT HR-INCLUDE-LIVE-SW
           IF HR-FILE-COUNT = ZERO AND NOT HR-INCLUDE-LIVE
               PERFORM CLEAR-SCREEN
               DISPLAY "Nothing selected to report on."
               PERFORM TAX-MENU
           END-IF

           INITIALIZE VAT-BOOK-DAY-TABLE
           MOVE ZERO TO VB-RECORD-COUNT
           MOVE ZERO TO VB-TOTAL-VATABLE
           MOVE ZERO TO VB-TOTAL-EXEMPT
           MOVE ZERO TO VB-TOTAL-ZERO
           MOVE ZERO TO VB-TOTAL-VAT
           MOVE ZERO TO VB-TOTAL-VOIDS

           SET HR-SCAN-VAT-BOOK TO TRUE
           MOVE 1 TO HR-FILE-INDEX
           PERFORM UNTIL HR-FILE-INDEX > HR-FILE-COUNT
               PERFORM HISTORICAL-SCAN-ARCHIVE
               ADD 1 TO HR-FILE-INDEX
           END-PERFORM
           SET HR-SCAN-HISTORY TO TRUE

           IF HR-INCLUDE-LIVE
               CLOSE S-SALES-FILE
               OPEN INPUT S-SALES-FILE
               PERFORM UNTIL SALES-EOF
                   READ S-SALES-FILE
                       AT END
                           SET SALES-EOF TO TRUE
                       NOT AT END
                           PERFORM VAT-BOOK-ACCUMULATE
                   END-READ
               END-PERFORM
               CLOSE S-SALES-FILE
           END-IF

           PERFORM WRITE-VAT-BOOK

           DISPLAY SPACE
           DISPLAY "=================================================="
           DISPLAY "  VAT SALES BOOK FOR " VB-MONTH "/" VB-YEAR
           DISPLAY "=================================================="
           MOVE VB-RECORD-COUNT TO DF-DISP-QTY
           DISPLAY "Sales lines read    : " FUNCTION TRIM(DF-DISP-QTY)
           MOVE VB-TOTAL-VATABLE TO VB-AMT-EDIT-1
           DISPLAY "VATable Sales       : ₱" VB-AMT-EDIT-1
           MOVE VB-TOTAL-EXEMPT TO VB-AMT-EDIT-1
           DISPLAY "VAT-Exempt Sales    : ₱" VB-AMT-EDIT-1
           MOVE VB-TOTAL-ZERO TO VB-AMT-EDIT-1
           DISPLAY "Zero-Rated Sales    : ₱" VB-AMT-EDIT-1
           MOVE VB-TOTAL-VAT TO VB-AMT-EDIT-1
           DISPLAY "Output VAT          : ₱" VB-AMT-EDIT-1
           MOVE VB-TOTAL-VOIDS TO VB-AMT-EDIT-1
           DISPLAY "Voids netted above  : ₱" VB-AMT-EDIT-1
           DISPLAY "Book saved to VAT-BOOK.TXT"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM TAX-MENU.

      *             One SALES-RECORD into the book if it falls in the
      *             book month; sales and voids both land on their
      *             own posting date
       VAT-BOOK-ACCUMULATE.
           IF S-SALE-DATE < VB-FROM-DATE OR S-SALE-DATE > VB-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VB-RECORD-COUNT
           MOVE S-SALE-DATE(7:2) TO VB-DAY-INDEX
           IF VB-DAY-INDEX < 1 OR VB-DAY-INDEX > 31
               EXIT PARAGRAPH
           END-IF
           EVALUATE S-TAX-CLASS
               WHEN "E"
                   ADD S-TOTAL-AMOUNT TO VB-DAY-EXEMPT(VB-DAY-INDEX)
                   ADD S-TOTAL-AMOUNT TO VB-TOTAL-EXEMPT
               WHEN "Z"
                   ADD S-TOTAL-AMOUNT TO VB-DAY-ZERO(VB-DAY-INDEX)
                   ADD S-TOTAL-AMOUNT TO VB-TOTAL-ZERO
               WHEN OTHER
                   ADD S-TOTAL-AMOUNT TO VB-DAY-VATABLE(VB-DAY-INDEX)
                   ADD S-TOTAL-AMOUNT TO VB-TOTAL-VATABLE
           END-EVALUATE
           ADD S-TAX-AMOUNT TO VB-DAY-VAT(VB-DAY-INDEX)
           ADD S-TAX-AMOUNT TO VB-TOTAL-VAT
           IF SALE-IS-VOID
               ADD S-TOTAL-AMOUNT TO VB-TOTAL-VOIDS
           END-IF.

       WRITE-VAT-BOOK.
           OPEN OUTPUT RPT-VATBOOK-FILE
           MOVE ALL "=" TO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE
           MOVE SPACES TO RPT-VATBOOK-LINE
           STRING "                    VAT SALES BOOK FOR MONTH "
               VB-MONTH "/" VB-YEAR
               DELIMITED BY SIZE INTO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE
           MOVE ALL "=" TO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE
           MOVE SPACES TO RPT-VATBOOK-LINE
           STRING "DAY   VATABLE SALES    EXEMPT SALES"
               "      ZERO-RATED      OUTPUT VAT"
               DELIMITED BY SIZE INTO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE
           MOVE ALL "-" TO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE

           MOVE 1 TO VB-DAY-INDEX
           PERFORM UNTIL VB-DAY-INDEX > 31
               IF VB-DAY-VATABLE(VB-DAY-INDEX) NOT = ZERO OR
                  VB-DAY-EXEMPT(VB-DAY-INDEX) NOT = ZERO OR
                  VB-DAY-ZERO(VB-DAY-INDEX) NOT = ZERO OR
                  VB-DAY-VAT(VB-DAY-INDEX) NOT = ZERO
                   MOVE VB-DAY-INDEX TO VB-DAY-EDIT
                   MOVE VB-DAY-VATABLE(VB-DAY-INDEX) TO VB-AMT-EDIT-1
                   MOVE VB-DAY-EXEMPT(VB-DAY-INDEX) TO VB-AMT-EDIT-2
                   MOVE VB-DAY-ZERO(VB-DAY-INDEX) TO VB-AMT-EDIT-3
                   MOVE VB-DAY-VAT(VB-DAY-INDEX) TO VB-AMT-EDIT-4
                   MOVE SPACES TO RPT-VATBOOK-LINE
                   STRING VB-DAY-EDIT "  " VB-AMT-EDIT-1 " "
                       VB-AMT-EDIT-2 " " VB-AMT-EDIT-3 " "
                       VB-AMT-EDIT-4
                       DELIMITED BY SIZE INTO RPT-VATBOOK-LINE
                   WRITE RPT-VATBOOK-LINE
               END-IF
               ADD 1 TO VB-DAY-INDEX
           END-PERFORM

           MOVE ALL "-" TO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE
           MOVE VB-TOTAL-VATABLE TO VB-AMT-EDIT-1
           MOVE VB-TOTAL-EXEMPT TO VB-AMT-EDIT-2
           MOVE VB-TOTAL-ZERO TO VB-AMT-EDIT-3
           MOVE VB-TOTAL-VAT TO VB-AMT-EDIT-4
           MOVE SPACES TO RPT-VATBOOK-LINE
           STRING "TOT " VB-AMT-EDIT-1 " " VB-AMT-EDIT-2 " "
               VB-AMT-EDIT-3 " " VB-AMT-EDIT-4
               DELIMITED BY SIZE INTO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE
           MOVE VB-TOTAL-VOIDS TO VB-AMT-EDIT-1
           MOVE SPACES TO RPT-VATBOOK-LINE
           STRING "Voids netted in the figures above: P"
               FUNCTION TRIM(VB-AMT-EDIT-1)
               DELIMITED BY SIZE INTO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE
           MOVE ALL "=" TO RPT-VATBOOK-LINE
           WRITE RPT-VATBOOK-LINE
           CLOSE RPT-VATBOOK-FILE.

      *             Weighted average of the units on hand and the
      *             units coming in, before they are added to
      *             P-STOCK. Stock at or below zero carries no cost
      *             worth keeping, so the incoming cost simply
      *             becomes the average
       BLEND-AVERAGE-COST.
           MOVE P-COST-PER-UNIT TO AC-OLD-COST
           MOVE P-STOCK TO AC-STOCK-BEFORE
           IF AC-MOVE-QTY <= ZERO
               EXIT PARAGRAPH
           END-IF
           IF P-STOCK <= ZERO
               MOVE AC-MOVE-COST TO P-COST-PER-UNIT
               EXIT PARAGRAPH
           END-IF
           COMPUTE AC-BLEND-VALUE =
               P-STOCK * P-COST-PER-UNIT + AC-MOVE-QTY * AC-MOVE-COST
           COMPUTE P-COST-PER-UNIT ROUNDED =
               AC-BLEND-VALUE / (P-STOCK + AC-MOVE-QTY).

      *             One COST-HISTORY.DAT row per change to a product's
      *             average, once the product record is rewritten
       LOG-COST-CHANGE.
           IF P-COST-PER-UNIT = AC-OLD-COST
               EXIT PARAGRAPH
           END-IF
           MOVE P-PRODUCT-ID TO CST-PRODUCT-ID
           MOVE CURRENT-DATE TO CST-CHANGE-DATE
           MOVE AC-SOURCE TO CST-SOURCE
           MOVE AC-REFERENCE TO CST-REFERENCE
           MOVE AC-BRANCH-ID TO CST-BRANCH-ID
           MOVE AC-STOCK-BEFORE TO CST-STOCK-BEFORE
           MOVE AC-MOVE-QTY TO CST-MOVE-QTY
           MOVE AC-MOVE-COST TO CST-MOVE-COST
           MOVE AC-OLD-COST TO CST-OLD-COST
           MOVE P-COST-PER-UNIT TO CST-NEW-COST
           MOVE SESSION-CASHIER-ID TO CST-CHANGED-BY
           OPEN EXTEND CST-COST-HISTORY-FILE
           IF CST-COST-HISTORY-STATUS = "35"
               OPEN OUTPUT CST-COST-HISTORY-FILE
               CLOSE CST-COST-HISTORY-FILE
               OPEN EXTEND CST-COST-HISTORY-FILE
           END-IF
           WRITE CST-COST-HISTORY-RECORD
           CLOSE CST-COST-HISTORY-FILE.

      *                 INVENTORY COSTING AND VALUATION
       COSTING-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "         INVENTORY COSTING AND VALUATION"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Inventory Valuation Report"
           DISPLAY "2. Take Valuation Snapshot Now"
           DISPLAY "3. Cost History Inquiry"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT CV-CHOICE

           EVALUATE CV-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM VALUATION-REPORT
               WHEN 2
                   IF SESSION-IS-MANAGER
                       PERFORM CLEAR-SCREEN
                       MOVE CURRENT-DATE TO VR-SNAP-DATE
                       PERFORM TAKE-VALUATION-SNAPSHOT
                       MOVE VR-ROW-COUNT TO DF-DISP-QTY
                       DISPLAY "Valuation snapshot taken for "
                           VR-SNAP-DATE " - "
                           FUNCTION TRIM(DF-DISP-QTY) " rows."
                       DISPLAY SPACE
                       PERFORM COSTING-MENU
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM COST-HISTORY-INQUIRY
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM COSTING-MENU
           END-EVALUATE
           DISPLAY SPACE.

      *             Freezes quantity and average cost per branch per
      *             product under VR-SNAP-DATE, replacing any earlier
      *             snapshot for the same date. Pre-branch products
      *             (no branch rows) are carried under the signed-on
      *             branch, and goods on the truck under branch TRN
      *             at the cost they were sent at
       TAKE-VALUATION-SNAPSHOT.
           MOVE ZERO TO VR-ROW-COUNT
           MOVE VR-SNAP-DATE TO VAL-SNAP-DATE
           MOVE LOW-VALUES TO VAL-BRANCH-ID
           MOVE LOW-VALUES TO VAL-PRODUCT-ID
           START VAL-VALUATION-FILE KEY IS NOT LESS THAN VAL-KEY
           PERFORM UNTIL VALUATION-EOF OR
                   VAL-VALUATION-STATUS NOT = "00"
               READ VAL-VALUATION-FILE NEXT RECORD
                   AT END
                       SET VALUATION-EOF TO TRUE
                   NOT AT END
                       IF VAL-SNAP-DATE NOT = VR-SNAP-DATE
                           SET VALUATION-EOF TO TRUE
                       ELSE
                           DELETE VAL-VALUATION-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO BS-KEY
           START BS-BRANCH-STOCK-FILE KEY IS GREATER THAN BS-KEY
           PERFORM UNTIL BRANCH-STOCK-EOF OR
                   BS-BRANCH-STOCK-STATUS NOT = "00"
               READ BS-BRANCH-STOCK-FILE NEXT RECORD
                   AT END
                       SET BRANCH-STOCK-EOF TO TRUE
                   NOT AT END
                       IF BS-QUANTITY NOT = ZERO
                           MOVE BS-PRODUCT-ID TO P-PRODUCT-ID
                           READ P-PRODUCTS-FILE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE BS-BRANCH-ID TO VR-SNAP-BRANCH
                                   MOVE BS-QUANTITY TO VR-SNAP-QTY
                                   MOVE P-COST-PER-UNIT
                                       TO VR-SNAP-COST
                                   PERFORM WRITE-SNAPSHOT-ROW
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO P-PRODUCT-ID
           START P-PRODUCTS-FILE KEY IS GREATER THAN P-PRODUCT-ID
           PERFORM UNTIL PRODUCTS-EOF OR P-PRODUCTS-STATUS NOT = "00"
               READ P-PRODUCTS-FILE NEXT RECORD
                   AT END
                       SET PRODUCTS-EOF TO TRUE
                   NOT AT END
                       IF P-STOCK NOT = ZERO
                           PERFORM SUM-BRANCH-STOCK
                           IF BR-ROW-COUNT = ZERO
                               MOVE SESSION-BRANCH-ID
                                   TO VR-SNAP-BRANCH
                               MOVE P-STOCK TO VR-SNAP-QTY
                               MOVE P-COST-PER-UNIT TO VR-SNAP-COST
                               PERFORM WRITE-SNAPSHOT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO TF-KEY
           START TRF-TRANSFERS-FILE KEY IS GREATER THAN TF-KEY
           PERFORM UNTIL TRANSFERS-EOF OR
                   TRF-TRANSFERS-STATUS NOT = "00"
               READ TRF-TRANSFERS-FILE NEXT RECORD
                   AT END
                       SET TRANSFERS-EOF TO TRUE
                   NOT AT END
                       IF TF-IN-TRANSIT
                           MOVE TF-PRODUCT-ID TO P-PRODUCT-ID
                           READ P-PRODUCTS-FILE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE "TRN" TO VR-SNAP-BRANCH
                                   MOVE TF-QUANTITY TO VR-SNAP-QTY
                                   IF TF-UNIT-COST IS NUMERIC AND
                                      TF-UNIT-COST NOT = ZERO
                                       MOVE TF-UNIT-COST
                                           TO VR-SNAP-COST
                                   ELSE
                                       MOVE P-COST-PER-UNIT
                                           TO VR-SNAP-COST
                                   END-IF
                                   PERFORM WRITE-SNAPSHOT-ROW
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           MOVE "VALUATION-SNAPSHOT" TO AUD-ACTION
           MOVE VR-SNAP-DATE TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Rows=" VR-ROW-COUNT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *             Several transfer lines for one product on the
      *             truck fold into one TRN row at their weighted cost
       WRITE-SNAPSHOT-ROW.
           MOVE VR-SNAP-DATE TO VAL-SNAP-DATE
           MOVE VR-SNAP-BRANCH TO VAL-BRANCH-ID
           MOVE P-PRODUCT-ID TO VAL-PRODUCT-ID
           READ VAL-VALUATION-FILE
               INVALID KEY
                   MOVE P-CATEGORY TO VAL-CATEGORY
                   MOVE VR-SNAP-QTY TO VAL-QUANTITY
                   MOVE VR-SNAP-COST TO VAL-AVG-COST
                   WRITE VAL-VALUATION-RECORD
                       INVALID KEY
                           DISPLAY "Error writing valuation row!"
                       NOT INVALID KEY
                           ADD 1 TO VR-ROW-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF VAL-QUANTITY + VR-SNAP-QTY NOT = ZERO
                       COMPUTE VAL-AVG-COST ROUNDED =
                           (VAL-QUANTITY * VAL-AVG-COST +
                            VR-SNAP-QTY * VR-SNAP-COST) /
                           (VAL-QUANTITY + VR-SNAP-QTY)
                   END-IF
                   ADD VR-SNAP-QTY TO VAL-QUANTITY
                   REWRITE VAL-VALUATION-RECORD
                       INVALID KEY
                           DISPLAY "Error updating valuation row!"
                   END-REWRITE
           END-READ.

      *             Latest snapshot date on or before VR-TARGET-DATE
      *             into VR-FOUND-DATE (zero when there is none),
      *             hopping from one date's rows to the next
       FIND-SNAPSHOT-DATE.
           MOVE ZERO TO VR-FOUND-DATE
           MOVE LOW-VALUES TO VAL-KEY
           START VAL-VALUATION-FILE KEY IS GREATER THAN VAL-KEY
           PERFORM UNTIL VALUATION-EOF OR
                   VAL-VALUATION-STATUS NOT = "00"
               READ VAL-VALUATION-FILE NEXT RECORD
                   AT END
                       SET VALUATION-EOF TO TRUE
                   NOT AT END
                       IF VAL-SNAP-DATE > VR-TARGET-DATE
                           SET VALUATION-EOF TO TRUE
                       ELSE
                           MOVE VAL-SNAP-DATE TO VR-FOUND-DATE
                           MOVE HIGH-VALUES TO VAL-BRANCH-ID
                           MOVE HIGH-VALUES TO VAL-PRODUCT-ID
                           START VAL-VALUATION-FILE
                               KEY IS GREATER THAN VAL-KEY
                           END-START
                       END-IF
               END-READ
           END-PERFORM.

      *             Quantity, average cost and extended value by
      *             branch and product as of a date, with the change
      *             against the prior month-end. Today (or later) is
      *             valued live by taking today's snapshot; a past
      *             date uses the latest snapshot on or before it
       VALUATION-REPORT.
           DISPLAY "=================================================="
           DISPLAY "            INVENTORY VALUATION REPORT"
           DISPLAY "=================================================="
           DISPLAY "Enter As-Of Date (MM/DD/YYYY, empty for today): "
           WITH NO ADVANCING
           ACCEPT VR-DATE-INPUT
           IF VR-DATE-INPUT = SPACES
               MOVE CURRENT-DATE TO VR-AS-OF-DATE
           ELSE
               UNSTRING VR-DATE-INPUT DELIMITED BY "/"
                   INTO VR-MONTH-TEXT VR-DAY-TEXT VR-YEAR-TEXT
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(VR-MONTH-TEXT) NOT = 0 OR
                  FUNCTION TEST-NUMVAL(VR-DAY-TEXT) NOT = 0 OR
                  FUNCTION TEST-NUMVAL(VR-YEAR-TEXT) NOT = 0
                   PERFORM CLEAR-SCREEN
                   DISPLAY "Invalid date - use MM/DD/YYYY."
                   PERFORM COSTING-MENU
               END-IF
               COMPUTE VR-AS-OF-DATE =
                   FUNCTION NUMVAL(VR-YEAR-TEXT) * 10000 +
                   FUNCTION NUMVAL(VR-MONTH-TEXT) * 100 +
                   FUNCTION NUMVAL(VR-DAY-TEXT)
           END-IF

           IF VR-AS-OF-DATE >= CURRENT-DATE
               MOVE CURRENT-DATE TO VR-AS-OF-DATE
               MOVE CURRENT-DATE TO VR-SNAP-DATE
               PERFORM TAKE-VALUATION-SNAPSHOT
           ELSE
               MOVE VR-AS-OF-DATE TO VR-TARGET-DATE
               PERFORM FIND-SNAPSHOT-DATE
               IF VR-FOUND-DATE = ZERO
                   PERFORM CLEAR-SCREEN
                   DISPLAY "No valuation snapshot on or before "
                       VR-AS-OF-DATE "."
                   DISPLAY SPACE
                   PERFORM COSTING-MENU
               END-IF
               MOVE VR-FOUND-DATE TO VR-SNAP-DATE
           END-IF

      *             Prior month-end: the day before the first of the
      *             as-of month, or the latest snapshot before that
           COMPUTE VR-DATE-NUM = VR-AS-OF-DATE / 100
           COMPUTE VR-DATE-NUM = VR-DATE-NUM * 100 + 1
           COMPUTE VR-DATE-INT =
               FUNCTION INTEGER-OF-DATE(VR-DATE-NUM) - 1
           COMPUTE VR-TARGET-DATE =
               FUNCTION DATE-OF-INTEGER(VR-DATE-INT)
           PERFORM FIND-SNAPSHOT-DATE
           MOVE VR-FOUND-DATE TO VR-PRIOR-DATE

           INITIALIZE VALUATION-CATEGORY-TABLE
           INITIALIZE VALUATION-BRANCH-TABLE
           MOVE ZERO TO VR-TOTAL-QTY
           MOVE ZERO TO VR-TOTAL-VALUE
           MOVE ZERO TO VR-TOTAL-PRIOR
           MOVE ZERO TO VR-ROW-COUNT

           OPEN OUTPUT RPT-VALUATION-FILE
           MOVE ALL "=" TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           MOVE SPACES TO RPT-VALUATION-LINE
           STRING "INVENTORY VALUATION AS OF " VR-AS-OF-DATE
               "   SNAPSHOT " VR-SNAP-DATE
               "   PRIOR MONTH-END " VR-PRIOR-DATE
               DELIMITED BY SIZE INTO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY RPT-VALUATION-LINE
           MOVE ALL "=" TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           MOVE SPACES TO RPT-VALUATION-LINE
           STRING "BR  ID         NAME                 QTY   AVG COST"
               "          VALUE         CHANGE"
               DELIMITED BY SIZE INTO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY RPT-VALUATION-LINE
           MOVE ALL "-" TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY RPT-VALUATION-LINE

      *             The prior month-end's values first, into the
      *             summary tables only, so categories and branches
      *             that have since sold out still show their drop
           IF VR-PRIOR-DATE NOT = ZERO
               SET VR-PRIOR-PASS TO TRUE
               MOVE VR-PRIOR-DATE TO VAL-SNAP-DATE
               MOVE LOW-VALUES TO VAL-BRANCH-ID
               MOVE LOW-VALUES TO VAL-PRODUCT-ID
               START VAL-VALUATION-FILE KEY IS NOT LESS THAN VAL-KEY
               PERFORM UNTIL VALUATION-EOF OR
                       VAL-VALUATION-STATUS NOT = "00"
                   READ VAL-VALUATION-FILE NEXT RECORD
                       AT END
                           SET VALUATION-EOF TO TRUE
                       NOT AT END
                           IF VAL-SNAP-DATE NOT = VR-PRIOR-DATE
                               SET VALUATION-EOF TO TRUE
                           ELSE
                               COMPUTE VR-LINE-VALUE ROUNDED =
                                   VAL-QUANTITY * VAL-AVG-COST
                               ADD VR-LINE-VALUE TO VR-TOTAL-PRIOR
                               PERFORM VALUATION-TABLE-ADD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           SET VR-CURRENT-PASS TO TRUE
           MOVE VR-SNAP-DATE TO VAL-SNAP-DATE
           MOVE LOW-VALUES TO VAL-BRANCH-ID
           MOVE LOW-VALUES TO VAL-PRODUCT-ID
           START VAL-VALUATION-FILE KEY IS NOT LESS THAN VAL-KEY
           PERFORM UNTIL VALUATION-EOF OR
                   VAL-VALUATION-STATUS NOT = "00"
               READ VAL-VALUATION-FILE NEXT RECORD
                   AT END
                       SET VALUATION-EOF TO TRUE
                   NOT AT END
                       IF VAL-SNAP-DATE NOT = VR-SNAP-DATE
                           SET VALUATION-EOF TO TRUE
                       ELSE
                           PERFORM VALUATION-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY RPT-VALUATION-LINE
           MOVE VR-TOTAL-QTY TO VR-QTY-EDIT
           MOVE VR-TOTAL-VALUE TO VR-VALUE-EDIT
           COMPUTE VR-CHANGE-VALUE = VR-TOTAL-VALUE - VR-TOTAL-PRIOR
           MOVE VR-CHANGE-VALUE TO VR-CHANGE-EDIT
           MOVE SPACES TO RPT-VALUATION-LINE
           STRING "TOTAL                          " VR-QTY-EDIT
               "            " VR-VALUE-EDIT " " VR-CHANGE-EDIT
               DELIMITED BY SIZE INTO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY RPT-VALUATION-LINE

           MOVE SPACES TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY SPACE
           MOVE "BY CATEGORY                            VALUE"
               TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY RPT-VALUATION-LINE
           MOVE 1 TO VC-INDEX
           PERFORM UNTIL VC-INDEX > VC-COUNT
               MOVE VC-VALUE(VC-INDEX) TO VR-VALUE-EDIT
               COMPUTE VR-CHANGE-VALUE =
                   VC-VALUE(VC-INDEX) - VC-PRIOR(VC-INDEX)
               MOVE VR-CHANGE-VALUE TO VR-CHANGE-EDIT
               MOVE SPACES TO RPT-VALUATION-LINE
               STRING "  " VC-CATEGORY(VC-INDEX)
                   "                  " VR-VALUE-EDIT " "
                   VR-CHANGE-EDIT
                   DELIMITED BY SIZE INTO RPT-VALUATION-LINE
               WRITE RPT-VALUATION-LINE
               DISPLAY RPT-VALUATION-LINE
               ADD 1 TO VC-INDEX
           END-PERFORM

           MOVE SPACES TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY SPACE
           MOVE "BY BRANCH (TRN = IN TRANSIT)           VALUE"
               TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY RPT-VALUATION-LINE
           MOVE 1 TO VN-INDEX
           PERFORM UNTIL VN-INDEX > VN-COUNT
               MOVE VN-VALUE(VN-INDEX) TO VR-VALUE-EDIT
               COMPUTE VR-CHANGE-VALUE =
                   VN-VALUE(VN-INDEX) - VN-PRIOR(VN-INDEX)
               MOVE VR-CHANGE-VALUE TO VR-CHANGE-EDIT
               MOVE SPACES TO RPT-VALUATION-LINE
               STRING "  " VN-BRANCH-ID(VN-INDEX)
                   "                              " VR-VALUE-EDIT " "
                   VR-CHANGE-EDIT
                   DELIMITED BY SIZE INTO RPT-VALUATION-LINE
               WRITE RPT-VALUATION-LINE
               DISPLAY RPT-VALUATION-LINE
               ADD 1 TO VN-INDEX
           END-PERFORM
           MOVE ALL "=" TO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           CLOSE RPT-VALUATION-FILE

           DISPLAY SPACE
           IF VR-PRIOR-DATE = ZERO
               DISPLAY "No prior month-end snapshot - changes are "
                   "against zero."
           END-IF
           MOVE VR-TOTAL-VALUE TO DF-DISP-AMOUNT
           DISPLAY "Inventory Value : ₱ "
               FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "Report saved to VALUATION-REPORT.TXT"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM COSTING-MENU.

      *             One product line of the valuation. The prior
      *             month-end row is read by key, so the scan is
      *             re-positioned just past the current row after
       VALUATION-DETAIL-LINE.
           MOVE VAL-KEY TO VR-SAVE-KEY
           MOVE VAL-QUANTITY TO VR-SNAP-QTY
           MOVE VAL-AVG-COST TO VR-SNAP-COST
           COMPUTE VR-LINE-VALUE ROUNDED = VR-SNAP-QTY * VR-SNAP-COST
           MOVE VAL-PRODUCT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   MOVE "(not on file)" TO P-PRODUCT-NAME
           END-READ

           MOVE ZERO TO VR-PRIOR-VALUE
           IF VR-PRIOR-DATE NOT = ZERO
               MOVE VR-PRIOR-DATE TO VAL-SNAP-DATE
               READ VAL-VALUATION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE VR-PRIOR-VALUE ROUNDED =
                           VAL-QUANTITY * VAL-AVG-COST
               END-READ
           END-IF
           MOVE VR-SAVE-KEY TO VAL-KEY
           READ VAL-VALUATION-FILE
               INVALID KEY CONTINUE
           END-READ
           START VAL-VALUATION-FILE KEY IS GREATER THAN VAL-KEY

           ADD VR-SNAP-QTY TO VR-TOTAL-QTY
           ADD VR-LINE-VALUE TO VR-TOTAL-VALUE
           PERFORM VALUATION-TABLE-ADD
           ADD 1 TO VR-ROW-COUNT

           COMPUTE VR-CHANGE-VALUE = VR-LINE-VALUE - VR-PRIOR-VALUE
           MOVE VR-SNAP-QTY TO VR-QTY-EDIT
           MOVE VR-SNAP-COST TO VR-COST-EDIT
           MOVE VR-LINE-VALUE TO VR-VALUE-EDIT
           MOVE VR-CHANGE-VALUE TO VR-CHANGE-EDIT
           MOVE SPACES TO RPT-VALUATION-LINE
           STRING VAL-BRANCH-ID " " VAL-PRODUCT-ID " "
               P-PRODUCT-NAME(1:15) " " VR-QTY-EDIT " "
               VR-COST-EDIT VR-VALUE-EDIT " " VR-CHANGE-EDIT
               DELIMITED BY SIZE INTO RPT-VALUATION-LINE
           WRITE RPT-VALUATION-LINE
           DISPLAY RPT-VALUATION-LINE.

      *             Adds VR-LINE-VALUE for the row in the valuation
      *             record to its category and branch subtotals, as
      *             current or prior value by VR-PASS-SWITCH. Past
      *             twenty, the last row takes the rest as OTHER
       VALUATION-TABLE-ADD.
           MOVE 'N' TO VC-FOUND-SWITCH
           MOVE 1 TO VC-INDEX
           PERFORM UNTIL VC-INDEX > VC-COUNT OR VC-FOUND
               IF VC-CATEGORY(VC-INDEX) = VAL-CATEGORY
                   SET VC-FOUND TO TRUE
               ELSE
                   ADD 1 TO VC-INDEX
               END-IF
           END-PERFORM
           IF NOT VC-FOUND
               IF VC-COUNT < 20
                   ADD 1 TO VC-COUNT
                   MOVE VC-COUNT TO VC-INDEX
                   MOVE VAL-CATEGORY TO VC-CATEGORY(VC-INDEX)
               ELSE
                   MOVE 20 TO VC-INDEX
                   MOVE "OTHER" TO VC-CATEGORY(VC-INDEX)
               END-IF
           END-IF
           IF VR-PRIOR-PASS
               ADD VR-LINE-VALUE TO VC-PRIOR(VC-INDEX)
           ELSE
               ADD VR-LINE-VALUE TO VC-VALUE(VC-INDEX)
           END-IF

           MOVE 'N' TO VN-FOUND-SWITCH
           MOVE 1 TO VN-INDEX
           PERFORM UNTIL VN-INDEX > VN-COUNT OR VN-FOUND
               IF VN-BRANCH-ID(VN-INDEX) = VAL-BRANCH-ID
                   SET VN-FOUND TO TRUE
               ELSE
                   ADD 1 TO VN-INDEX
               END-IF
           END-PERFORM
           IF NOT VN-FOUND
               IF VN-COUNT < 20
                   ADD 1 TO VN-COUNT
                   MOVE VN-COUNT TO VN-INDEX
                   MOVE VAL-BRANCH-ID TO VN-BRANCH-ID(VN-INDEX)
               ELSE
                   MOVE 20 TO VN-INDEX
                   MOVE "OTH" TO VN-BRANCH-ID(VN-INDEX)
               END-IF
           END-IF
           IF VR-PRIOR-PASS
               ADD VR-LINE-VALUE TO VN-PRIOR(VN-INDEX)
           ELSE
               ADD VR-LINE-VALUE TO VN-VALUE(VN-INDEX)
           END-IF.

      *             Every change to one product's average cost, oldest
      *             first, with what moved it
       COST-HISTORY-INQUIRY.
           DISPLAY "=================================================="
           DISPLAY "               COST HISTORY INQUIRY"
           DISPLAY "=================================================="
           MOVE SPACE TO WS-USER-CHOICE
           MOVE "Enter/Scan Product" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM COSTING-MENU
           END-IF
           MOVE WS-FIELD-VALUE TO XR-CODE-INPUT
           PERFORM RESOLVE-PRODUCT-CODE
           IF NOT XR-RESOLVED
               PERFORM CLEAR-SCREEN
               DISPLAY "No such product on file!"
               PERFORM COSTING-MENU
           END-IF

           PERFORM CLEAR-SCREEN
           MOVE P-COST-PER-UNIT TO VR-COST-EDIT
           DISPLAY "Product : " P-PRODUCT-ID " "
               FUNCTION TRIM(P-PRODUCT-NAME)
           DISPLAY "Current average cost : ₱" VR-COST-EDIT
           DISPLAY "--------------------------------------------------"
               "------------------------------"
           DISPLAY "DATE     SOURCE   REFERENCE  BR      QTY  "
               "MOVE COST   OLD COST   NEW COST  BY"
           DISPLAY "--------------------------------------------------"
               "------------------------------"
           MOVE ZERO TO VR-ROW-COUNT
           OPEN INPUT CST-COST-HISTORY-FILE
           IF COST-HISTORY-OK
               PERFORM UNTIL COST-HISTORY-EOF
                   READ CST-COST-HISTORY-FILE
                       AT END
                           SET COST-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF CST-PRODUCT-ID = P-PRODUCT-ID
                               PERFORM COST-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CST-COST-HISTORY-FILE
           END-IF
           IF VR-ROW-COUNT = ZERO
               DISPLAY "No cost changes on file for this product."
           END-IF
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM COSTING-MENU.

       COST-HISTORY-LINE.
           ADD 1 TO VR-ROW-COUNT
           EVALUATE CST-SOURCE
               WHEN "R"
                   MOVE "RECEIPT " TO VR-SOURCE-TEXT
               WHEN "V"
                   MOVE "VOID    " TO VR-SOURCE-TEXT
               WHEN "T"
                   MOVE "TRANSFER" TO VR-SOURCE-TEXT
               WHEN OTHER
                   MOVE "MANUAL  " TO VR-SOURCE-TEXT
           END-EVALUATE
           MOVE CST-MOVE-QTY TO VR-QTY-EDIT
           MOVE CST-MOVE-COST TO VR-COST-EDIT
           DISPLAY CST-CHANGE-DATE " " VR-SOURCE-TEXT " "
               CST-REFERENCE " " CST-BRANCH-ID VR-QTY-EDIT " "
               VR-COST-EDIT WITH NO ADVANCING
           MOVE CST-OLD-COST TO VR-COST-EDIT
           DISPLAY " " VR-COST-EDIT WITH NO ADVANCING
           MOVE CST-NEW-COST TO VR-COST-EDIT
           DISPLAY " " VR-COST-EDIT "  "
               FUNCTION TRIM(CST-CHANGED-BY).

      *                    OPEN-ITEM RECEIVABLES
      *             A customer still carried only on the old running
      *             C-BALANCE is put onto open items the first time
      *             the account is touched; a customer with nothing
      *             owing needs no items until the next charge
       ENSURE-AR-ITEMS.
           IF C-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO OI-HAS-ITEMS-SWITCH
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE ZERO TO ARI-RECEIPT-NUMBER
           START ARI-ITEMS-FILE KEY IS NOT LESS THAN ARI-KEY
           IF ARI-ITEMS-STATUS = "00"
               READ ARI-ITEMS-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARI-CUSTOMER-ID = C-CUSTOMER-ID
                           SET OI-HAS-ITEMS TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT OI-HAS-ITEMS
               PERFORM SEED-AR-ITEMS
           END-IF.

      *             One item per charge receipt still on the live
      *             file, with its voids netted in; what the customer
      *             has paid since comes off the oldest items first,
      *             as the old aging assumed. Any balance the live
      *             charges do not explain was carried in from
      *             archived history and goes on receipt 000000.
      *             OI-SKIP-RECEIPT keeps out a receipt being posted
      *             right now, which is already on SALES.DAT
       SEED-AR-ITEMS.
           CLOSE S-SALES-FILE
           OPEN INPUT S-SALES-FILE
           PERFORM UNTIL SALES-EOF
               READ S-SALES-FILE
                   AT END
                       SET SALES-EOF TO TRUE
                   NOT AT END
                       IF SALE-IS-ON-ACCOUNT AND
                          S-CUSTOMER-ID = C-CUSTOMER-ID AND
                          S-RECEIPT-NUMBER NOT = OI-SKIP-RECEIPT
                           PERFORM SEED-AR-ITEM-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE S-SALES-FILE

           PERFORM SUM-AR-ITEMS
           COMPUTE OI-APPLY-AMOUNT = OI-ITEM-TOTAL - C-BALANCE
           IF OI-APPLY-AMOUNT > ZERO
               SET OI-NO-ACTIVITY TO TRUE
               PERFORM APPLY-OLDEST-FIRST
               SET OI-LOG-ACTIVITY TO TRUE
               PERFORM SUM-AR-ITEMS
           END-IF

           IF OI-ITEM-TOTAL NOT = C-BALANCE
               MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
               MOVE ZERO TO ARI-RECEIPT-NUMBER
               PERFORM READ-AR-ITEM
               IF OI-NEW-ITEM
                   MOVE ZERO TO ARI-CHARGE-DATE
               END-IF
               COMPUTE OI-LINE-AMOUNT = C-BALANCE - OI-ITEM-TOTAL
               ADD OI-LINE-AMOUNT TO ARI-ORIGINAL-AMOUNT
               ADD OI-LINE-AMOUNT TO ARI-OPEN-AMOUNT
               PERFORM SAVE-AR-ITEM
               PERFORM SUM-AR-ITEMS
           END-IF

           MOVE "AR-ITEMS-OPENED" TO AUD-ACTION
           MOVE C-CUSTOMER-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Balance=" C-BALANCE " Items=" OI-ITEM-COUNT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *             Void lines carry negative amounts, so adding the
      *             line to the open amount nets the void out
       SEED-AR-ITEM-LINE.
           COMPUTE OI-LINE-AMOUNT = S-TOTAL-AMOUNT + S-TAX-AMOUNT
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE S-RECEIPT-NUMBER TO ARI-RECEIPT-NUMBER
           PERFORM READ-AR-ITEM
           IF OI-NEW-ITEM
               MOVE S-SALE-DATE TO ARI-CHARGE-DATE
           END-IF
           IF SALE-IS-VOID
               SUBTRACT OI-LINE-AMOUNT FROM ARI-VOID-AMOUNT
           ELSE
               ADD OI-LINE-AMOUNT TO ARI-ORIGINAL-AMOUNT
           END-IF
           ADD OI-LINE-AMOUNT TO ARI-OPEN-AMOUNT
           PERFORM SAVE-AR-ITEM.

      *             Reads the item keyed in ARI-KEY; one not on file
      *             comes back zeroed, dated today and flagged new
       READ-AR-ITEM.
           MOVE 'N' TO OI-NEW-ITEM-SWITCH
           READ ARI-ITEMS-FILE
               INVALID KEY
                   SET OI-NEW-ITEM TO TRUE
                   MOVE CURRENT-DATE TO ARI-CHARGE-DATE
                   MOVE ZERO TO ARI-ORIGINAL-AMOUNT
                   MOVE ZERO TO ARI-PAID-AMOUNT
                   MOVE ZERO TO ARI-VOID-AMOUNT
                   MOVE ZERO TO ARI-OPEN-AMOUNT
           END-READ.

       SAVE-AR-ITEM.
           IF ARI-OPEN-AMOUNT = ZERO
               SET ARI-IS-SETTLED TO TRUE
           ELSE
               SET ARI-IS-OPEN TO TRUE
           END-IF
           MOVE CURRENT-DATE TO ARI-LAST-ACTIVITY
           IF OI-NEW-ITEM
               WRITE ARI-ITEMS-RECORD
                   INVALID KEY
                       DISPLAY "Error recording open item!"
               END-WRITE
               MOVE 'N' TO OI-NEW-ITEM-SWITCH
           ELSE
               REWRITE ARI-ITEMS-RECORD
                   INVALID KEY
                       DISPLAY "Error updating open item!"
               END-REWRITE
           END-IF.

      *             Open amount and item count for C-CUSTOMER-ID
       SUM-AR-ITEMS.
           MOVE ZERO TO OI-ITEM-TOTAL
           MOVE ZERO TO OI-ITEM-COUNT
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE ZERO TO ARI-RECEIPT-NUMBER
           START ARI-ITEMS-FILE KEY IS NOT LESS THAN ARI-KEY
           PERFORM UNTIL AR-ITEMS-EOF OR ARI-ITEMS-STATUS NOT = "00"
               READ ARI-ITEMS-FILE NEXT RECORD
                   AT END
                       SET AR-ITEMS-EOF TO TRUE
                   NOT AT END
                       IF ARI-CUSTOMER-ID NOT = C-CUSTOMER-ID
                           SET AR-ITEMS-EOF TO TRUE
                       ELSE
                           ADD ARI-OPEN-AMOUNT TO OI-ITEM-TOTAL
                           ADD 1 TO OI-ITEM-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       LIST-OPEN-ITEMS.
           DISPLAY "RECEIPT  CHARGED        ORIGINAL            OPEN"
           DISPLAY "--------------------------------------------------"
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE ZERO TO ARI-RECEIPT-NUMBER
           START ARI-ITEMS-FILE KEY IS NOT LESS THAN ARI-KEY
           PERFORM UNTIL AR-ITEMS-EOF OR ARI-ITEMS-STATUS NOT = "00"
               READ ARI-ITEMS-FILE NEXT RECORD
                   AT END
                       SET AR-ITEMS-EOF TO TRUE
                   NOT AT END
                       IF ARI-CUSTOMER-ID NOT = C-CUSTOMER-ID
                           SET AR-ITEMS-EOF TO TRUE
                       ELSE
                           IF ARI-OPEN-AMOUNT NOT = ZERO
                               MOVE ARI-CHARGE-DATE TO ST-DATE-NUM
                               PERFORM FORMAT-AR-DATE
                               MOVE ARI-ORIGINAL-AMOUNT
                                   TO DF-DISP-AMOUNT
                               MOVE ARI-OPEN-AMOUNT TO ST-AMOUNT-EDIT
                               DISPLAY ARI-RECEIPT-NUMBER "   "
                                   OI-DATE-EDIT " " DF-DISP-AMOUNT
                                   " " ST-AMOUNT-EDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "--------------------------------------------------".

      *             ST-DATE-NUM as MM/DD/YYYY in OI-DATE-EDIT; a
      *             brought-forward item has no date
       FORMAT-AR-DATE.
           IF ST-DATE-NUM = ZERO
               MOVE "BROUGHT FW" TO OI-DATE-EDIT
           ELSE
               MOVE ST-DATE-NUM(5:2) TO OI-DATE-EDIT(1:2)
               MOVE "/" TO OI-DATE-EDIT(3:1)
               MOVE ST-DATE-NUM(7:2) TO OI-DATE-EDIT(4:2)
               MOVE "/" TO OI-DATE-EDIT(6:1)
               MOVE ST-DATE-NUM(1:4) TO OI-DATE-EDIT(7:4)
           END-IF.

      *             Spreads OI-APPLY-AMOUNT over the customer's open
      *             items in receipt order, which is oldest first
       APPLY-OLDEST-FIRST.
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE ZERO TO ARI-RECEIPT-NUMBER
           START ARI-ITEMS-FILE KEY IS NOT LESS THAN ARI-KEY
           PERFORM UNTIL AR-ITEMS-EOF OR ARI-ITEMS-STATUS NOT = "00"
                   OR OI-APPLY-AMOUNT <= ZERO
               READ ARI-ITEMS-FILE NEXT RECORD
                   AT END
                       SET AR-ITEMS-EOF TO TRUE
                   NOT AT END
                       IF ARI-CUSTOMER-ID NOT = C-CUSTOMER-ID
                           SET AR-ITEMS-EOF TO TRUE
                       ELSE
                           IF ARI-OPEN-AMOUNT > ZERO
                               IF ARI-OPEN-AMOUNT < OI-APPLY-AMOUNT
                                   MOVE ARI-OPEN-AMOUNT
                                       TO OI-TAKE-AMOUNT
                               ELSE
                                   MOVE OI-APPLY-AMOUNT
                                       TO OI-TAKE-AMOUNT
                               END-IF
                               PERFORM APPLY-TO-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *             OI-TAKE-AMOUNT off the item in the record area.
      *             Money moved between items (seeding, a voided
      *             receipt's payments) is not new account activity
       APPLY-TO-ITEM.
           ADD OI-TAKE-AMOUNT TO ARI-PAID-AMOUNT
           SUBTRACT OI-TAKE-AMOUNT FROM ARI-OPEN-AMOUNT
           SUBTRACT OI-TAKE-AMOUNT FROM OI-APPLY-AMOUNT
           PERFORM SAVE-AR-ITEM
           IF OI-LOG-ACTIVITY
               MOVE "P" TO OI-ACTIVITY-TYPE
               MOVE ARI-RECEIPT-NUMBER TO OI-ACTIVITY-RECEIPT
               COMPUTE OI-ACTIVITY-AMOUNT = OI-TAKE-AMOUNT * -1
               PERFORM WRITE-AR-ACTIVITY
               MOVE OI-TAKE-AMOUNT TO DF-DISP-AMOUNT
               DISPLAY "  Applied ₱ " FUNCTION TRIM(DF-DISP-AMOUNT)
                   " to receipt " ARI-RECEIPT-NUMBER
           END-IF.

      *             Money with no open item left to settle is held as
      *             a credit on receipt 000000
       POST-UNAPPLIED-CREDIT.
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE ZERO TO ARI-RECEIPT-NUMBER
           PERFORM READ-AR-ITEM
           MOVE OI-APPLY-AMOUNT TO OI-TAKE-AMOUNT
           PERFORM APPLY-TO-ITEM.

      *             The receipt just charged becomes a new open item
      *             for its grand total; an item already on file means
      *             recovery is replaying a charge that landed
       POST-CHARGE-ITEM.
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE TR-RECEIPT-NUMBER TO ARI-RECEIPT-NUMBER
           PERFORM READ-AR-ITEM
           IF NOT OI-NEW-ITEM
               DISPLAY "Warning: open item for receipt "
                   TR-RECEIPT-NUMBER " already on file."
               EXIT PARAGRAPH
           END-IF
           MOVE TR-GRAND-TOTAL TO ARI-ORIGINAL-AMOUNT
           MOVE TR-GRAND-TOTAL TO ARI-OPEN-AMOUNT
           PERFORM SAVE-AR-ITEM
           MOVE "C" TO OI-ACTIVITY-TYPE
           MOVE TR-RECEIPT-NUMBER TO OI-ACTIVITY-RECEIPT
           MOVE TR-GRAND-TOTAL TO OI-ACTIVITY-AMOUNT
           PERFORM WRITE-AR-ACTIVITY.

      *             A voided charge comes off its own item. Whatever
      *             had already been paid on it moves to the customer's
      *             other open items, oldest first, or is held as a
      *             credit. A charge from before open items that was
      *             already settled is rebuilt as paid
       POST-VOID-TO-ITEM.
           MOVE C-CUSTOMER-ID TO ARI-CUSTOMER-ID
           MOVE VS-RECEIPT-NUMBER TO ARI-RECEIPT-NUMBER
           PERFORM READ-AR-ITEM
           IF OI-NEW-ITEM
               MOVE VH-ACCOUNT-TOTAL TO ARI-ORIGINAL-AMOUNT
               MOVE VH-ACCOUNT-TOTAL TO ARI-PAID-AMOUNT
           END-IF
           ADD VH-ACCOUNT-TOTAL TO ARI-VOID-AMOUNT
           SUBTRACT VH-ACCOUNT-TOTAL FROM ARI-OPEN-AMOUNT
           MOVE ZERO TO OI-APPLY-AMOUNT
           IF ARI-OPEN-AMOUNT < ZERO
               COMPUTE OI-APPLY-AMOUNT = ARI-OPEN-AMOUNT * -1
               SUBTRACT OI-APPLY-AMOUNT FROM ARI-PAID-AMOUNT
               MOVE ZERO TO ARI-OPEN-AMOUNT
           END-IF
           PERFORM SAVE-AR-ITEM

           MOVE "V" TO OI-ACTIVITY-TYPE
           MOVE VS-RECEIPT-NUMBER TO OI-ACTIVITY-RECEIPT
           COMPUTE OI-ACTIVITY-AMOUNT = VH-ACCOUNT-TOTAL * -1
           PERFORM WRITE-AR-ACTIVITY

           IF OI-APPLY-AMOUNT > ZERO
               SET OI-NO-ACTIVITY TO TRUE
               PERFORM APPLY-OLDEST-FIRST
               IF OI-APPLY-AMOUNT > ZERO
                   PERFORM POST-UNAPPLIED-CREDIT
               END-IF
               SET OI-LOG-ACTIVITY TO TRUE
           END-IF.

      *             Appends the next activity row for C-CUSTOMER-ID
       WRITE-AR-ACTIVITY.
           MOVE ZERO TO OI-NEXT-SEQ
           MOVE C-CUSTOMER-ID TO ARA-CUSTOMER-ID
           MOVE ZERO TO ARA-SEQ
           START ARA-ACTIVITY-FILE KEY IS GREATER THAN ARA-KEY
           PERFORM UNTIL AR-ACTIVITY-EOF OR
                   ARA-ACTIVITY-STATUS NOT = "00"
               READ ARA-ACTIVITY-FILE NEXT RECORD
                   AT END
                       SET AR-ACTIVITY-EOF TO TRUE
                   NOT AT END
                       IF ARA-CUSTOMER-ID = C-CUSTOMER-ID
                           MOVE ARA-SEQ TO OI-NEXT-SEQ
                       ELSE
                           SET AR-ACTIVITY-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO OI-NEXT-SEQ
           MOVE C-CUSTOMER-ID TO ARA-CUSTOMER-ID
           MOVE OI-NEXT-SEQ TO ARA-SEQ
           MOVE CURRENT-DATE TO ARA-POST-DATE
           MOVE OI-ACTIVITY-TYPE TO ARA-TYPE
           MOVE OI-ACTIVITY-RECEIPT TO ARA-RECEIPT-NUMBER
           MOVE OI-ACTIVITY-AMOUNT TO ARA-AMOUNT
           MOVE SESSION-CASHIER-ID TO ARA-CASHIER-ID
           WRITE ARA-ACTIVITY-RECORD
               INVALID KEY
                   DISPLAY "Error recording account activity!"
           END-WRITE.

      *                    MONTH-END CUSTOMER STATEMENTS
       STATEMENT-RUN.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "           MONTH-END CUSTOMER STATEMENTS"
           DISPLAY "=================================================="
           DISPLAY "Statement month (MM/YYYY): " WITH NO ADVANCING
           ACCEPT ST-MONTH-INPUT
           IF ST-MONTH-INPUT = SPACES
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM MENU-MAIN
           END-IF
           UNSTRING ST-MONTH-INPUT DELIMITED BY "/"
               INTO HR-MONTH-TEXT HR-YEAR-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(HR-MONTH-TEXT) NOT = 0 OR
              FUNCTION TEST-NUMVAL(HR-YEAR-TEXT) NOT = 0
               PERFORM CLEAR-SCREEN
               DISPLAY "Invalid month - use MM/YYYY."
               PERFORM MENU-MAIN
           END-IF
           MOVE FUNCTION NUMVAL(HR-MONTH-TEXT) TO ST-MONTH
           MOVE FUNCTION NUMVAL(HR-YEAR-TEXT) TO ST-YEAR
           IF ST-MONTH < 1 OR ST-MONTH > 12 OR ST-YEAR < 1900
               PERFORM CLEAR-SCREEN
               DISPLAY "Invalid month - use MM/YYYY."
               PERFORM MENU-MAIN
           END-IF

           PERFORM STATEMENT-RUN-BODY

           DISPLAY SPACE
           MOVE ST-STATEMENT-COUNT TO DF-DISP-QTY
           DISPLAY "Statements written : " FUNCTION TRIM(DF-DISP-QTY)
           DISPLAY "One STATEMENT-<customer>.TXT per customer with a "
               "balance or activity"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM MENU-MAIN.

      *             The run proper for ST-MONTH/ST-YEAR, shared with
      *             the month-end batch
       STATEMENT-RUN-BODY.
           COMPUTE ST-FROM-DATE = ST-YEAR * 10000 + ST-MONTH * 100 + 1
           IF ST-MONTH = 12
               COMPUTE ST-DATE-NUM = (ST-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE ST-DATE-NUM = ST-FROM-DATE + 100
           END-IF
           COMPUTE ST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ST-DATE-NUM) - 1
           COMPUTE ST-TO-DATE = FUNCTION DATE-OF-INTEGER(ST-DATE-INT)
           MOVE ST-TO-DATE TO AR-AS-OF-DATE
           MOVE ST-TO-DATE TO AR-DATE-NUM
           COMPUTE AR-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(AR-DATE-NUM)
           MOVE ZERO TO OI-SKIP-RECEIPT
           MOVE ZERO TO ST-STATEMENT-COUNT

           MOVE LOW-VALUES TO C-CUSTOMER-ID
           START CUS-CUSTOMERS-FILE KEY IS GREATER THAN C-CUSTOMER-ID
           PERFORM UNTIL CUSTOMERS-EOF OR
                   CUS-CUSTOMERS-STATUS NOT = "00"
               READ CUS-CUSTOMERS-FILE NEXT RECORD
                   AT END
                       SET CUSTOMERS-EOF TO TRUE
                   NOT AT END
                       PERFORM STATEMENT-ONE-CUSTOMER
               END-READ
           END-PERFORM.

      *             The balance at month-end is today's balance less
      *             everything posted since, and the opening balance
      *             that less the month's own activity
       STATEMENT-ONE-CUSTOMER.
           PERFORM ENSURE-AR-ITEMS
           MOVE ZERO TO ST-MONTH-NET
           MOVE ZERO TO ST-AFTER-NET
           MOVE ZERO TO ST-MONTH-LINES
           MOVE C-CUSTOMER-ID TO ARA-CUSTOMER-ID
           MOVE ZERO TO ARA-SEQ
           START ARA-ACTIVITY-FILE KEY IS GREATER THAN ARA-KEY
           PERFORM UNTIL AR-ACTIVITY-EOF OR
                   ARA-ACTIVITY-STATUS NOT = "00"
               READ ARA-ACTIVITY-FILE NEXT RECORD
                   AT END
                       SET AR-ACTIVITY-EOF TO TRUE
                   NOT AT END
                       IF ARA-CUSTOMER-ID NOT = C-CUSTOMER-ID
                           SET AR-ACTIVITY-EOF TO TRUE
                       ELSE
                           IF ARA-POST-DATE > ST-TO-DATE
                               ADD ARA-AMOUNT TO ST-AFTER-NET
                           ELSE
                               IF ARA-POST-DATE >= ST-FROM-DATE
                                   ADD ARA-AMOUNT TO ST-MONTH-NET
                                   ADD 1 TO ST-MONTH-LINES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE ST-CLOSING = C-BALANCE - ST-AFTER-NET
           COMPUTE ST-OPENING = ST-CLOSING - ST-MONTH-NET
           IF ST-CLOSING = ZERO AND ST-MONTH-LINES = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CUSTOMER-STATEMENT
           ADD 1 TO ST-STATEMENT-COUNT.

       WRITE-CUSTOMER-STATEMENT.
           MOVE SPACES TO STM-STATEMENT-FILE-NAME
           STRING "STATEMENT-" FUNCTION TRIM(C-CUSTOMER-ID) ".TXT"
               DELIMITED BY SIZE INTO STM-STATEMENT-FILE-NAME
           OPEN OUTPUT STM-STATEMENT-FILE
           MOVE ALL "=" TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE "            INVENTORY AND SALES MANAGEMENT SYSTEM"
               TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE "                    STATEMENT OF ACCOUNT"
               TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE ALL "=" TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE SPACES TO STM-STATEMENT-LINE
           STRING "Customer : " C-CUSTOMER-ID " "
               FUNCTION TRIM(C-CUSTOMER-NAME)
               DELIMITED BY SIZE INTO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE SPACES TO STM-STATEMENT-LINE
           STRING "Contact  : " FUNCTION TRIM(C-CONTACT)
               DELIMITED BY SIZE INTO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE ST-FROM-DATE TO ST-DATE-NUM
           PERFORM FORMAT-AR-DATE
           MOVE SPACES TO STM-STATEMENT-LINE
           STRING "Period   : " OI-DATE-EDIT " TO "
               DELIMITED BY SIZE INTO STM-STATEMENT-LINE
           MOVE ST-TO-DATE TO ST-DATE-NUM
           PERFORM FORMAT-AR-DATE
           MOVE OI-DATE-EDIT TO STM-STATEMENT-LINE(26:10)
           WRITE STM-STATEMENT-LINE
           MOVE ALL "-" TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE "DATE        DESCRIPTION         RECEIPT"
               TO STM-STATEMENT-LINE
           MOVE "AMOUNT" TO STM-STATEMENT-LINE(50:6)
           WRITE STM-STATEMENT-LINE
           MOVE ALL "-" TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE

           MOVE ST-OPENING TO ST-AMOUNT-EDIT
           MOVE SPACES TO STM-STATEMENT-LINE
           STRING "            OPENING BALANCE             "
               ST-AMOUNT-EDIT
               DELIMITED BY SIZE INTO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE

           MOVE C-CUSTOMER-ID TO ARA-CUSTOMER-ID
           MOVE ZERO TO ARA-SEQ
           START ARA-ACTIVITY-FILE KEY IS GREATER THAN ARA-KEY
           PERFORM UNTIL AR-ACTIVITY-EOF OR
                   ARA-ACTIVITY-STATUS NOT = "00"
               READ ARA-ACTIVITY-FILE NEXT RECORD
                   AT END
                       SET AR-ACTIVITY-EOF TO TRUE
                   NOT AT END
                       IF ARA-CUSTOMER-ID NOT = C-CUSTOMER-ID
                           SET AR-ACTIVITY-EOF TO TRUE
                       ELSE
                           IF ARA-POST-DATE >= ST-FROM-DATE AND
                              ARA-POST-DATE <= ST-TO-DATE
                               PERFORM WRITE-STATEMENT-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL "-" TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE ST-CLOSING TO ST-AMOUNT-EDIT
           MOVE SPACES TO STM-STATEMENT-LINE
           STRING "            CLOSING BALANCE             "
               ST-AMOUNT-EDIT
               DELIMITED BY SIZE INTO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE

           PERFORM AGE-CUSTOMER-ITEMS
           MOVE SPACES TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE "AGING OF OPEN ITEMS (DAYS SINCE CHARGE)"
               TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE "          0-30           31-60           61-90"
               TO STM-STATEMENT-LINE
           MOVE "OVER 90" TO STM-STATEMENT-LINE(57:7)
           WRITE STM-STATEMENT-LINE
           MOVE AR-BUCKET-30 TO AR-EDIT-30
           MOVE AR-BUCKET-60 TO AR-EDIT-60
           MOVE AR-BUCKET-90 TO AR-EDIT-90
           MOVE AR-BUCKET-OVER TO AR-EDIT-OVER
           MOVE SPACES TO STM-STATEMENT-LINE
           STRING AR-EDIT-30 "  " AR-EDIT-60 "  " AR-EDIT-90 "  "
               AR-EDIT-OVER
               DELIMITED BY SIZE INTO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           MOVE ALL "=" TO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE
           CLOSE STM-STATEMENT-FILE.

       WRITE-STATEMENT-ACTIVITY.
           EVALUATE TRUE
               WHEN ARA-IS-CHARGE
                   MOVE "CHARGE SALE" TO ST-TYPE-TEXT
               WHEN ARA-IS-PAYMENT
                   MOVE "PAYMENT RECEIVED" TO ST-TYPE-TEXT
               WHEN ARA-IS-VOID
                   MOVE "VOIDED SALE" TO ST-TYPE-TEXT
               WHEN OTHER
                   MOVE "ADJUSTMENT" TO ST-TYPE-TEXT
           END-EVALUATE
           MOVE ARA-POST-DATE TO ST-DATE-NUM
           PERFORM FORMAT-AR-DATE
           MOVE ARA-AMOUNT TO ST-AMOUNT-EDIT
           MOVE SPACES TO STM-STATEMENT-LINE
           STRING OI-DATE-EDIT "  " ST-TYPE-TEXT "  "
               ARA-RECEIPT-NUMBER "  " ST-AMOUNT-EDIT
               DELIMITED BY SIZE INTO STM-STATEMENT-LINE
           WRITE STM-STATEMENT-LINE.

      *                       PRODUCT KITS
      *             A kit is an ordinary product whose components are
      *             listed in KITS.DAT; selling it draws down each
      *             component's stock in turn
       KIT-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "                  PRODUCT KITS"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Add or Change a Kit Component"
           DISPLAY "2. Remove a Kit Component"
           DISPLAY "3. List Kits"
           DISPLAY "4. Kit Availability Report"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT KT-CHOICE

           EVALUATE KT-CHOICE
               WHEN 1
                   IF SESSION-IS-SUPERVISOR
                       PERFORM CLEAR-SCREEN
                       PERFORM KIT-COMPONENT-SET
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 2
                   IF SESSION-IS-SUPERVISOR
                       PERFORM CLEAR-SCREEN
                       PERFORM KIT-COMPONENT-REMOVE
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM KIT-LIST
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM KIT-AVAILABILITY-REPORT
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM KIT-MENU
           END-EVALUATE
           DISPLAY SPACE.

      *             Adds a component to a kit, or changes how many of
      *             it go in one kit. Kits do not nest: a component
      *             may not itself be a kit, and a kit may not be a
      *             component of another
       KIT-COMPONENT-SET.
           DISPLAY "Select the KIT product."
           PERFORM SELECT-PRODUCT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM KIT-MENU
           END-IF
           MOVE P-PRODUCT-ID TO KC-KIT-ID
           MOVE P-PRODUCT-NAME TO KC-KIT-NAME
           MOVE KC-KIT-ID TO KC-CHECK-ID
           PERFORM CHECK-USED-AS-COMPONENT
           IF KC-CHECK-FOUND
               PERFORM CLEAR-SCREEN
               DISPLAY "That product is a component of another kit!"
               PERFORM KIT-MENU
           END-IF

           DISPLAY SPACE
           DISPLAY "Kit                : " FUNCTION TRIM(KC-KIT-ID)
               " - " FUNCTION TRIM(KC-KIT-NAME)
           DISPLAY "Select the COMPONENT product."
           PERFORM SELECT-PRODUCT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM KIT-MENU
           END-IF
           IF P-PRODUCT-ID = KC-KIT-ID
               PERFORM CLEAR-SCREEN
               DISPLAY "A kit cannot be a component of itself!"
               PERFORM KIT-MENU
           END-IF
           MOVE P-PRODUCT-ID TO KC-COMPONENT-INPUT
           MOVE P-PRODUCT-NAME TO KC-COMPONENT-NAME
           MOVE KC-COMPONENT-INPUT TO KC-CHECK-ID
           PERFORM CHECK-IS-KIT
           IF KC-CHECK-FOUND
               PERFORM CLEAR-SCREEN
               DISPLAY "That product is itself a kit!"
               PERFORM KIT-MENU
           END-IF

           DISPLAY "Component          : "
               FUNCTION TRIM(KC-COMPONENT-INPUT)
               " - " FUNCTION TRIM(KC-COMPONENT-NAME)
           MOVE "Enter Quantity per Kit" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM KIT-MENU
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO KC-NEW-QTY
           IF KC-NEW-QTY NOT > ZERO
               PERFORM CLEAR-SCREEN
               DISPLAY "Quantity per kit must be at least 1!"
               PERFORM KIT-MENU
           END-IF

           MOVE KC-KIT-ID TO KIT-PRODUCT-ID
           MOVE KC-COMPONENT-INPUT TO KIT-COMPONENT-ID
           READ KIT-COMPONENTS-FILE
               INVALID KEY
                   MOVE ZERO TO KC-OLD-QTY
               NOT INVALID KEY
                   MOVE KIT-COMPONENT-QTY TO KC-OLD-QTY
           END-READ
      *             A kit is sold from the 20-line component table, so
      *             it may not be given a 21st component
           IF KC-OLD-QTY = ZERO
               PERFORM COUNT-KIT-COMPONENTS
               IF KC-ROW-COUNT >= 20
                   PERFORM CLEAR-SCREEN
                   DISPLAY "A kit can have at most 20 components!"
                   PERFORM KIT-MENU
               END-IF
           END-IF
           MOVE KC-KIT-ID TO KIT-PRODUCT-ID
           MOVE KC-COMPONENT-INPUT TO KIT-COMPONENT-ID
           MOVE KC-NEW-QTY TO KIT-COMPONENT-QTY
           MOVE SESSION-CASHIER-ID TO KIT-ENTERED-BY
           MOVE CURRENT-DATE TO KIT-ENTERED-DATE
           IF KC-OLD-QTY = ZERO
               WRITE KIT-COMPONENTS-RECORD
                   INVALID KEY
                       DISPLAY "Error adding kit component!"
               END-WRITE
           ELSE
               REWRITE KIT-COMPONENTS-RECORD
                   INVALID KEY
                       DISPLAY "Error updating kit component!"
               END-REWRITE
           END-IF
           IF KITS-OK
               DISPLAY "Kit component saved."
               MOVE "KIT-COMPONENT-SET" TO AUD-ACTION
               MOVE KC-KIT-ID TO AUD-KEY
               MOVE SPACES TO AUD-DETAIL
               STRING "Comp=" FUNCTION TRIM(KC-COMPONENT-INPUT)
                   " Qty:" KC-OLD-QTY "->" KC-NEW-QTY
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE-AUDIT-LOG
           END-IF

           DISPLAY "Add or change another component? (Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER

           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               PERFORM CLEAR-SCREEN
               PERFORM KIT-COMPONENT-SET
           ELSE
               PERFORM CLEAR-SCREEN
               PERFORM KIT-MENU
           END-IF.

       KIT-COMPONENT-REMOVE.
           MOVE "Enter Kit Product ID" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM KIT-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO KIT-PRODUCT-ID
           MOVE "Enter Component Product ID" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM KIT-MENU
               END-IF
               MOVE WS-FIELD-VALUE TO KIT-COMPONENT-ID

           READ KIT-COMPONENTS-FILE
               INVALID KEY
                   PERFORM CLEAR-SCREEN
                   DISPLAY "That product is not a component of "
                       "that kit!"
                   PERFORM KIT-MENU
           END-READ

           MOVE KIT-COMPONENT-QTY TO KC-QTY-EDIT
           DISPLAY "Kit " FUNCTION TRIM(KIT-PRODUCT-ID) " holds "
               FUNCTION TRIM(KC-QTY-EDIT) " x "
               FUNCTION TRIM(KIT-COMPONENT-ID)
           DISPLAY "Remove (Y), else cancel: " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER

           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               MOVE "KIT-COMPONENT-REMOVED" TO AUD-ACTION
               MOVE KIT-PRODUCT-ID TO AUD-KEY
               MOVE SPACES TO AUD-DETAIL
               STRING "Comp=" FUNCTION TRIM(KIT-COMPONENT-ID)
                   " Qty:" KIT-COMPONENT-QTY
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE-AUDIT-LOG
               DELETE KIT-COMPONENTS-FILE
               DISPLAY "Kit component removed."
           ELSE
               DISPLAY "                 Cancelled."
           END-IF
           DISPLAY SPACE
           PERFORM KIT-MENU.

      *             Sets KC-CHECK-FOUND when KC-CHECK-ID has components
       CHECK-IS-KIT.
           MOVE 'N' TO KC-CHECK-SWITCH
           MOVE KC-CHECK-ID TO KIT-PRODUCT-ID
           MOVE LOW-VALUES TO KIT-COMPONENT-ID
           START KIT-COMPONENTS-FILE KEY IS GREATER THAN KIT-KEY
           IF KITS-OK
               READ KIT-COMPONENTS-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF KIT-PRODUCT-ID = KC-CHECK-ID
                           MOVE 'Y' TO KC-CHECK-SWITCH
                       END-IF
               END-READ
           END-IF.

      *             Sets KC-CHECK-FOUND when KC-CHECK-ID is a component
      *             of any kit
       CHECK-USED-AS-COMPONENT.
           MOVE 'N' TO KC-CHECK-SWITCH
           MOVE LOW-VALUES TO KIT-KEY
           START KIT-COMPONENTS-FILE KEY IS GREATER THAN KIT-KEY
           PERFORM UNTIL KITS-EOF OR KIT-COMPONENTS-STATUS NOT = "00"
               READ KIT-COMPONENTS-FILE NEXT RECORD
                   AT END
                       SET KITS-EOF TO TRUE
                   NOT AT END
                       IF KIT-COMPONENT-ID = KC-CHECK-ID
                           MOVE 'Y' TO KC-CHECK-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

      *             Number of components KC-KIT-ID has on file
       COUNT-KIT-COMPONENTS.
           MOVE ZERO TO KC-ROW-COUNT
           MOVE KC-KIT-ID TO KIT-PRODUCT-ID
           MOVE LOW-VALUES TO KIT-COMPONENT-ID
           START KIT-COMPONENTS-FILE KEY IS GREATER THAN KIT-KEY
           PERFORM UNTIL KITS-EOF OR KIT-COMPONENTS-STATUS NOT = "00"
               READ KIT-COMPONENTS-FILE NEXT RECORD
                   AT END
                       SET KITS-EOF TO TRUE
                   NOT AT END
                       IF KIT-PRODUCT-ID NOT = KC-KIT-ID
                           SET KITS-EOF TO TRUE
                       ELSE
                           ADD 1 TO KC-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       KIT-LIST.
           DISPLAY "=================================================="
           DISPLAY "                   KIT LISTING"
           DISPLAY "=================================================="
           DISPLAY "KIT ID     COMPONENT     QTY  NAME"
           DISPLAY "--------------------------------------------------"
           MOVE ZERO TO KC-KITS-LISTED
           MOVE SPACES TO KC-KIT-ID
           MOVE LOW-VALUES TO KIT-KEY
           START KIT-COMPONENTS-FILE KEY IS GREATER THAN KIT-KEY
           PERFORM UNTIL KITS-EOF OR KIT-COMPONENTS-STATUS NOT = "00"
               READ KIT-COMPONENTS-FILE NEXT RECORD
                   AT END
                       SET KITS-EOF TO TRUE
                   NOT AT END
                       PERFORM KIT-LIST-LINE
               END-READ
           END-PERFORM
           IF KC-KITS-LISTED = ZERO
               DISPLAY "No kits are defined."
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM KIT-MENU.

       KIT-LIST-LINE.
           IF KIT-PRODUCT-ID NOT = KC-KIT-ID
               ADD 1 TO KC-KITS-LISTED
               MOVE KIT-PRODUCT-ID TO KC-KIT-ID
               MOVE "** NOT ON FILE **" TO KC-KIT-NAME
               MOVE KIT-PRODUCT-ID TO P-PRODUCT-ID
               READ P-PRODUCTS-FILE
                   NOT INVALID KEY
                       MOVE P-PRODUCT-NAME TO KC-KIT-NAME
               END-READ
               DISPLAY SPACE
               DISPLAY KC-KIT-ID " " KC-KIT-NAME
           END-IF
           MOVE "** NOT ON FILE **" TO KC-COMPONENT-NAME
           MOVE KIT-COMPONENT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               NOT INVALID KEY
                   MOVE P-PRODUCT-NAME TO KC-COMPONENT-NAME
           END-READ
           MOVE KIT-COMPONENT-QTY TO KC-QTY-EDIT
           DISPLAY "           " KIT-COMPONENT-ID " " KC-QTY-EDIT
               "  " KC-COMPONENT-NAME(1:20).

      *             How many of each kit the stock on hand will make:
      *             for each component, whole kits its stock covers;
      *             the kit count is the least of these, and the
      *             component giving it is the one to reorder
       KIT-AVAILABILITY-REPORT.
           DISPLAY "=================================================="
           DISPLAY "              KIT AVAILABILITY REPORT"
           DISPLAY "=================================================="
           DISPLAY "KIT ID     KIT NAME              CAN BUILD  "
               "SHORTEST"
           DISPLAY "--------------------------------------------------"
           MOVE ZERO TO KC-KITS-LISTED
           MOVE SPACES TO KC-KIT-ID
           MOVE LOW-VALUES TO KIT-KEY
           START KIT-COMPONENTS-FILE KEY IS GREATER THAN KIT-KEY
           PERFORM UNTIL KITS-EOF OR KIT-COMPONENTS-STATUS NOT = "00"
               READ KIT-COMPONENTS-FILE NEXT RECORD
                   AT END
                       SET KITS-EOF TO TRUE
                   NOT AT END
                       PERFORM KIT-AVAILABILITY-ROW
               END-READ
           END-PERFORM
           IF KC-KITS-LISTED = ZERO
               DISPLAY "No kits are defined."
           ELSE
               PERFORM KIT-AVAILABILITY-PRINT
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM KIT-MENU.

       KIT-AVAILABILITY-ROW.
           IF KIT-PRODUCT-ID NOT = KC-KIT-ID
               IF KC-KITS-LISTED > ZERO
                   PERFORM KIT-AVAILABILITY-PRINT
               END-IF
               ADD 1 TO KC-KITS-LISTED
               MOVE KIT-PRODUCT-ID TO KC-KIT-ID
               MOVE "** NOT ON FILE **" TO KC-KIT-NAME
               MOVE KIT-PRODUCT-ID TO P-PRODUCT-ID
               READ P-PRODUCTS-FILE
                   NOT INVALID KEY
                       MOVE P-PRODUCT-NAME TO KC-KIT-NAME
               END-READ
               MOVE 99999 TO KC-BUILDABLE
               MOVE SPACES TO KC-LIMIT-ID
           END-IF
           MOVE ZERO TO KC-CAN-BUILD
           MOVE KIT-COMPONENT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   MOVE ZERO TO KC-CAN-BUILD
               NOT INVALID KEY
                   IF P-STOCK > ZERO AND KIT-COMPONENT-QTY > ZERO
                       DIVIDE P-STOCK BY KIT-COMPONENT-QTY
                           GIVING KC-CAN-BUILD
                   END-IF
           END-READ
           IF KC-CAN-BUILD < KC-BUILDABLE
               MOVE KC-CAN-BUILD TO KC-BUILDABLE
               MOVE KIT-COMPONENT-ID TO KC-LIMIT-ID
           END-IF.

       KIT-AVAILABILITY-PRINT.
           MOVE KC-BUILDABLE TO KC-QTY-EDIT
           DISPLAY KC-KIT-ID " " KC-KIT-NAME(1:20) "     "
               KC-QTY-EDIT "  " KC-LIMIT-ID.

      *                 GIFT CERTIFICATES AND VOUCHERS
      *             A gift certificate is sold for money and a store
      *             credit is issued against a voided receipt; either
      *             way the value is owed to the holder until it is
      *             tendered back at the till
       VOUCHER-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "          GIFT CERTIFICATES AND VOUCHERS"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Sell a Gift Certificate"
           DISPLAY "2. Voucher Inquiry"
           DISPLAY "3. Outstanding Voucher Liability"
           DISPLAY "4. Vouchers Expiring Unused"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT GV-CHOICE

           EVALUATE GV-CHOICE
               WHEN 1
                   PERFORM CLEAR-SCREEN
                   PERFORM SELL-GIFT-CERTIFICATE
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM VOUCHER-INQUIRY
               WHEN 3
                   PERFORM CLEAR-SCREEN
                   PERFORM VOUCHER-LIABILITY-REPORT
               WHEN 4
                   PERFORM CLEAR-SCREEN
                   PERFORM VOUCHER-EXPIRY-REPORT
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM VOUCHER-MENU
           END-EVALUATE
           DISPLAY SPACE.

      *             The certificate takes the next receipt number and
      *             is paid through the ordinary tenders, but writes no
      *             sales lines - the money is a liability until the
      *             certificate is redeemed
       SELL-GIFT-CERTIFICATE.
           DISPLAY "=================================================="
           DISPLAY "              SELL A GIFT CERTIFICATE"
           DISPLAY "=================================================="

      *             Refuse to post once the day has been closed
           MOVE CURRENT-DATE TO EOD-CHECK-DATE
           PERFORM CHECK-DATE-CLOSED
           IF EOD-DATE-CLOSED
               DISPLAY "This date has been closed - no further sales "
               "may be posted."
               DISPLAY SPACE
               PERFORM VOUCHER-MENU
           END-IF

           MOVE "Enter Certificate Value" TO WS-FIELD-NAME
           PERFORM GET-NUMERIC-INPUT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM VOUCHER-MENU
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO GV-VALUE
           IF GV-VALUE NOT > ZERO
               PERFORM CLEAR-SCREEN
               DISPLAY "Certificate value must be greater than zero!"
               PERFORM VOUCHER-MENU
           END-IF
           PERFORM GET-VOUCHER-EXPIRY

           MOVE GV-VALUE TO TR-GRAND-TOTAL
           MOVE SPACES TO TR-CUSTOMER-ID
           SET GV-SELLING-VOUCHER TO TRUE
           PERFORM COLLECT-TENDERS
           MOVE 'N' TO GV-SELLING-SWITCH
           IF TE-ABORTED
               PERFORM CLEAR-SCREEN
               DISPLAY "                   Cancelled."
               DISPLAY SPACE
               PERFORM VOUCHER-MENU
           END-IF

           PERFORM ASSIGN-RECEIPT-NUMBER
           MOVE SPACES TO GV-ISSUE-NUMBER
           STRING "GC" TR-RECEIPT-NUMBER
               DELIMITED BY SIZE INTO GV-ISSUE-NUMBER
           MOVE "G" TO GV-KIND
           PERFORM CREATE-VOUCHER
           IF NOT VOUCHERS-OK
               DISPLAY "Error creating voucher " GV-ISSUE-NUMBER
                   " - status " VCH-VOUCHERS-STATUS
               DISPLAY "Refund the customer; nothing was posted."
               DISPLAY SPACE
               PERFORM VOUCHER-MENU
           END-IF

           MOVE 1 TO TE-INDEX
           PERFORM UNTIL TE-INDEX > TE-COUNT
               MOVE GV-ISSUE-NUMBER TO TE-VOUCHER(TE-INDEX)
               ADD 1 TO TE-INDEX
           END-PERFORM
           MOVE "G" TO GV-TENDER-PURPOSE
           PERFORM WRITE-TENDER-RECORDS
           PERFORM WRITE-VOUCHER-SLIP

           MOVE "VOUCHER-SOLD" TO AUD-ACTION
           MOVE GV-ISSUE-NUMBER TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Receipt=" TR-RECEIPT-NUMBER
               " Value=" GV-VALUE
               " Expires=" GV-EXPIRY-DATE
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           DISPLAY SPACE
           DISPLAY "Gift certificate sold."
           DISPLAY "Certificate Number : " GV-ISSUE-NUMBER
           DISPLAY "Receipt Number     : " TR-RECEIPT-NUMBER
           MOVE GV-VALUE TO DF-DISP-AMOUNT
           DISPLAY "Value              : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "Valid Until        : " GV-EXPIRY-DATE
           DISPLAY SPACE
           DISPLAY "Sell another certificate? (Y/N)"
           DISPLAY "Enter Choice: " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER
           IF CONTINUE-ANOTHER = 'Y' OR CONTINUE-ANOTHER = 'y'
               PERFORM CLEAR-SCREEN
               PERFORM SELL-GIFT-CERTIFICATE
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM VOUCHER-MENU.

      *             A voided receipt refunded as store credit: the
      *             money tenders just reversed are taken straight
      *             back as the purchase of a store-credit voucher, so
      *             nothing leaves the drawer; points and vouchers
      *             used on the receipt go back where they came from
       ISSUE-STORE-CREDIT.
           MOVE ZERO TO GV-VALUE
           MOVE ZERO TO GV-COUNT
           MOVE 1 TO TE-INDEX
           PERFORM UNTIL TE-INDEX > TE-COUNT
               IF TE-TYPE(TE-INDEX) = "C" OR TE-TYPE(TE-INDEX) = "D"
                  OR TE-TYPE(TE-INDEX) = "E"
                   ADD 1 TO GV-COUNT
                   MOVE TE-TYPE(TE-INDEX) TO TE-TYPE(GV-COUNT)
                   COMPUTE TE-AMOUNT(GV-COUNT) =
                       TE-AMOUNT(TE-INDEX) * -1
                   ADD TE-AMOUNT(GV-COUNT) TO GV-VALUE
               END-IF
               ADD 1 TO TE-INDEX
           END-PERFORM
           MOVE GV-COUNT TO TE-COUNT
           IF GV-VALUE NOT > ZERO
               DISPLAY "Nothing was paid in cash, card or e-wallet - "
               "no store credit issued."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GV-ISSUE-NUMBER
           STRING "SC" VS-RECEIPT-NUMBER
               DELIMITED BY SIZE INTO GV-ISSUE-NUMBER
           MOVE "S" TO GV-KIND
           PERFORM GET-VOUCHER-EXPIRY
           PERFORM CREATE-VOUCHER
           IF NOT VOUCHERS-OK
               DISPLAY "Error creating store credit " GV-ISSUE-NUMBER
                   " - status " VCH-VOUCHERS-STATUS
               DISPLAY "Refund through the original tenders instead."
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO TE-INDEX
           PERFORM UNTIL TE-INDEX > TE-COUNT
               MOVE GV-ISSUE-NUMBER TO TE-VOUCHER(TE-INDEX)
               ADD 1 TO TE-INDEX
           END-PERFORM
           MOVE "G" TO GV-TENDER-PURPOSE
           PERFORM WRITE-TENDER-RECORDS
           PERFORM WRITE-VOUCHER-SLIP

           MOVE "STORE-CREDIT-ISSUED" TO AUD-ACTION
           MOVE GV-ISSUE-NUMBER TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Receipt=" VS-RECEIPT-NUMBER
               " Value=" GV-VALUE
               " Expires=" GV-EXPIRY-DATE
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "Store credit issued: " GV-ISSUE-NUMBER
           MOVE GV-VALUE TO DF-DISP-AMOUNT
           DISPLAY "Store Credit Value : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT).

       GET-VOUCHER-EXPIRY.
           MOVE ZERO TO GV-VALID-DAYS
           PERFORM UNTIL GV-VALID-DAYS > ZERO
               DISPLAY "Valid for how many days (empty for 365): "
                   WITH NO ADVANCING
               ACCEPT WS-FIELD-VALUE
               IF WS-FIELD-VALUE = SPACES
                   MOVE 365 TO GV-VALID-DAYS
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-FIELD-VALUE) = 0 AND
                      FUNCTION NUMVAL(WS-FIELD-VALUE) >= 1 AND
                      FUNCTION NUMVAL(WS-FIELD-VALUE) <= 3650
                       MOVE FUNCTION NUMVAL(WS-FIELD-VALUE)
                           TO GV-VALID-DAYS
                   ELSE
                       DISPLAY "Enter a number of days from 1 to 3650."
                   END-IF
               END-IF
           END-PERFORM
           MOVE CURRENT-DATE TO GV-DATE-NUM
           COMPUTE GV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(GV-DATE-NUM) + GV-VALID-DAYS
           COMPUTE GV-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(GV-DATE-INT).

       CREATE-VOUCHER.
           MOVE GV-ISSUE-NUMBER TO VCH-NUMBER
           MOVE GV-KIND TO VCH-KIND
           MOVE CURRENT-DATE TO VCH-ISSUE-DATE
           MOVE GV-EXPIRY-DATE TO VCH-EXPIRY-DATE
           MOVE GV-VALUE TO VCH-ORIGINAL-VALUE
           MOVE GV-VALUE TO VCH-BALANCE
           SET VCH-IS-ACTIVE TO TRUE
           MOVE TR-RECEIPT-NUMBER TO VCH-ISSUE-RECEIPT
           MOVE ZERO TO VCH-LAST-RECEIPT
           MOVE ZERO TO VCH-LAST-USED-DATE
           MOVE SESSION-CASHIER-ID TO VCH-ISSUED-BY
           WRITE VCH-VOUCHERS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *             The certificate or credit slip handed to the
      *             customer, printed to VOUCHER-<number>.TXT
       WRITE-VOUCHER-SLIP.
           MOVE SPACES TO RCP-RECEIPT-FILE-NAME
           STRING "VOUCHER-" FUNCTION TRIM(GV-ISSUE-NUMBER) ".TXT"
               DELIMITED BY SIZE INTO RCP-RECEIPT-FILE-NAME
           OPEN OUTPUT RCP-RECEIPT-FILE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "       INVENTORY AND SALES MANAGEMENT SYSTEM"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           IF GV-KIND = "G"
               MOVE "                 GIFT CERTIFICATE"
                   TO RCP-RECEIPT-LINE
           ELSE
               MOVE "                   STORE CREDIT"
                   TO RCP-RECEIPT-LINE
           END-IF
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Voucher No : " GV-ISSUE-NUMBER
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Receipt No : " TR-RECEIPT-NUMBER
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Date       : " DATE-DISPLAY
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Cashier    : " FUNCTION TRIM(SESSION-CASHIER-ID)
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE GV-VALUE TO DF-DISP-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "VALUE             : P " DF-DISP-AMOUNT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "VALID UNTIL       : " GV-EXPIRY-DATE(5:2) "/"
               GV-EXPIRY-DATE(7:2) "/" GV-EXPIRY-DATE(1:4)
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE 1 TO TE-INDEX
           PERFORM UNTIL TE-INDEX > TE-COUNT
               EVALUATE TE-TYPE(TE-INDEX)
                   WHEN "C"
                       MOVE "CASH" TO TE-TYPE-TEXT
                   WHEN "D"
                       MOVE "CARD" TO TE-TYPE-TEXT
                   WHEN "E"
                       MOVE "E-WALLET" TO TE-TYPE-TEXT
                   WHEN OTHER
                       MOVE "OTHER" TO TE-TYPE-TEXT
               END-EVALUATE
               MOVE TE-AMOUNT(TE-INDEX) TO DF-DISP-AMOUNT
               MOVE SPACES TO RCP-RECEIPT-LINE
               IF GV-KIND = "G"
                   STRING "PAID BY " TE-TYPE-TEXT "  : P "
                       DF-DISP-AMOUNT
                       DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
               ELSE
                   STRING "FROM " TE-TYPE-TEXT "     : P "
                       DF-DISP-AMOUNT
                       DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
               END-IF
               WRITE RCP-RECEIPT-LINE
               ADD 1 TO TE-INDEX
           END-PERFORM
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "Present this voucher at the till. Part use leaves"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "the balance on it. Not exchangeable for cash."
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           CLOSE RCP-RECEIPT-FILE
           DISPLAY "Voucher slip saved to "
               FUNCTION TRIM(RCP-RECEIPT-FILE-NAME).

      *             One voucher with every tender that sold, redeemed
      *             or restored it
       VOUCHER-INQUIRY.
           DISPLAY "=================================================="
           DISPLAY "                 VOUCHER INQUIRY"
           DISPLAY "=================================================="
           MOVE "Enter Voucher Number" TO WS-FIELD-NAME
           PERFORM GET-TEXT-INPUT
           IF USER-CANCELLED
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM VOUCHER-MENU
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE) TO VCH-NUMBER
           READ VCH-VOUCHERS-FILE
               INVALID KEY
                   PERFORM CLEAR-SCREEN
                   DISPLAY "No such voucher on file!"
                   PERFORM VOUCHER-MENU
           END-READ
           PERFORM SET-VOUCHER-TEXTS

           DISPLAY SPACE
           DISPLAY "Voucher Number     : " VCH-NUMBER
           DISPLAY "Kind               : " GV-KIND-TEXT
           DISPLAY "Status             : " GV-STATUS-TEXT
           DISPLAY "Issued             : " VCH-ISSUE-DATE
               "  Receipt " VCH-ISSUE-RECEIPT
               "  By " FUNCTION TRIM(VCH-ISSUED-BY)
           DISPLAY "Expires            : " VCH-EXPIRY-DATE
           MOVE VCH-ORIGINAL-VALUE TO DF-DISP-AMOUNT
           DISPLAY "Original Value     : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE VCH-BALANCE TO DF-DISP-AMOUNT
           DISPLAY "Remaining Balance  : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           IF VCH-LAST-RECEIPT NOT = ZERO
               DISPLAY "Last Used          : " VCH-LAST-USED-DATE
                   "  Receipt " VCH-LAST-RECEIPT
           END-IF

           DISPLAY SPACE
           DISPLAY "DATE     RECEIPT TENDER         AMOUNT"
           DISPLAY "--------------------------------------------------"
           OPEN INPUT TND-TENDERS-FILE
           IF TENDERS-OK
               PERFORM UNTIL TENDERS-EOF
                   READ TND-TENDERS-FILE
                       AT END
                           SET TENDERS-EOF TO TRUE
                       NOT AT END
                           IF TND-VOUCHER-NUMBER = VCH-NUMBER
                               MOVE TND-AMOUNT TO DF-DISP-AMOUNT
                               IF TND-FOR-VOUCHER-SALE
                                   DISPLAY TND-TENDER-DATE " "
                                       TND-RECEIPT-NUMBER "  ISSUE "
                                       TND-TENDER-TYPE " "
                                       DF-DISP-AMOUNT
                               ELSE
                                   DISPLAY TND-TENDER-DATE " "
                                       TND-RECEIPT-NUMBER "  REDEEM  "
                                       DF-DISP-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TND-TENDERS-FILE
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM VOUCHER-MENU.

       SET-VOUCHER-TEXTS.
           IF VCH-IS-GIFT
               MOVE "GIFT" TO GV-KIND-TEXT
           ELSE
               MOVE "CREDIT" TO GV-KIND-TEXT
           END-IF
           EVALUATE TRUE
               WHEN VCH-IS-REDEEMED
                   MOVE "USED UP" TO GV-STATUS-TEXT
               WHEN VCH-EXPIRY-DATE < CURRENT-DATE
                   MOVE "EXPIRED" TO GV-STATUS-TEXT
               WHEN VCH-LAST-RECEIPT = ZERO
                   MOVE "UNUSED" TO GV-STATUS-TEXT
               WHEN OTHER
                   MOVE "PART" TO GV-STATUS-TEXT
           END-EVALUATE.

      *             Every peso still on a voucher is owed to its
      *             holder - expired ones included until written back
       VOUCHER-LIABILITY-REPORT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "          OUTSTANDING VOUCHER LIABILITY"
           DISPLAY "=================================================="
           DISPLAY "NUMBER     KIND   EXPIRES  STATUS          BALANCE"
           DISPLAY "--------------------------------------------------"

           MOVE ZERO TO GV-COUNT
           MOVE ZERO TO GV-TOTAL-VALUE
           MOVE ZERO TO GV-TOTAL-BALANCE
           MOVE LOW-VALUES TO VCH-NUMBER
           START VCH-VOUCHERS-FILE KEY IS GREATER THAN VCH-NUMBER
           PERFORM UNTIL VOUCHERS-EOF OR
                   VCH-VOUCHERS-STATUS NOT = "00"
               READ VCH-VOUCHERS-FILE NEXT RECORD
                   AT END
                       SET VOUCHERS-EOF TO TRUE
                   NOT AT END
                       IF VCH-IS-ACTIVE AND VCH-BALANCE > ZERO
                           PERFORM SET-VOUCHER-TEXTS
                           ADD 1 TO GV-COUNT
                           ADD VCH-BALANCE TO GV-TOTAL-BALANCE
                           IF VCH-IS-GIFT
                               ADD VCH-BALANCE TO GV-TOTAL-VALUE
                           END-IF
                           MOVE VCH-BALANCE TO DF-DISP-AMOUNT
                           DISPLAY VCH-NUMBER " " GV-KIND-TEXT " "
                               VCH-EXPIRY-DATE " " GV-STATUS-TEXT
                               DF-DISP-AMOUNT
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "--------------------------------------------------"
           MOVE GV-COUNT TO DF-DISP-QTY
           DISPLAY "Vouchers outstanding  : "
               FUNCTION TRIM(DF-DISP-QTY)
           MOVE GV-TOTAL-VALUE TO DF-DISP-AMOUNT
           DISPLAY "Gift certificates     : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           COMPUTE GV-TOTAL-VALUE = GV-TOTAL-BALANCE - GV-TOTAL-VALUE
           MOVE GV-TOTAL-VALUE TO DF-DISP-AMOUNT
           DISPLAY "Store credit          : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           MOVE GV-TOTAL-BALANCE TO DF-DISP-AMOUNT
           DISPLAY "Outstanding liability : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM VOUCHER-MENU.

      *             Vouchers with value left that lapse within the
      *             chosen number of days, and those already lapsed
       VOUCHER-EXPIRY-REPORT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "            VOUCHERS EXPIRING UNUSED"
           DISPLAY "=================================================="
           DISPLAY "Days ahead (empty for 30): " WITH NO ADVANCING
           ACCEPT WS-FIELD-VALUE
           IF WS-FIELD-VALUE = SPACES OR
              FUNCTION TEST-NUMVAL(WS-FIELD-VALUE) NOT = 0
               MOVE 30 TO GV-HORIZON-DAYS
           ELSE
               MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO GV-HORIZON-DAYS
           END-IF
           MOVE CURRENT-DATE TO GV-DATE-NUM
           COMPUTE GV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(GV-DATE-NUM) + GV-HORIZON-DAYS
           COMPUTE GV-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(GV-DATE-INT)
           COMPUTE GV-DATE-INT = FUNCTION INTEGER-OF-DATE(GV-DATE-NUM)

           DISPLAY SPACE
           DISPLAY "NUMBER     KIND   EXPIRES  DAYS STATUS     BALANCE"
           DISPLAY "--------------------------------------------------"
           MOVE ZERO TO GV-COUNT
           MOVE ZERO TO GV-TOTAL-BALANCE
           MOVE LOW-VALUES TO VCH-NUMBER
           START VCH-VOUCHERS-FILE KEY IS GREATER THAN VCH-NUMBER
           PERFORM UNTIL VOUCHERS-EOF OR
                   VCH-VOUCHERS-STATUS NOT = "00"
               READ VCH-VOUCHERS-FILE NEXT RECORD
                   AT END
                       SET VOUCHERS-EOF TO TRUE
                   NOT AT END
                       IF VCH-IS-ACTIVE AND VCH-BALANCE > ZERO AND
                          VCH-EXPIRY-DATE <= GV-HORIZON-DATE
                           PERFORM VOUCHER-EXPIRY-LINE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "--------------------------------------------------"
           MOVE GV-COUNT TO DF-DISP-QTY
           DISPLAY "Vouchers listed       : "
               FUNCTION TRIM(DF-DISP-QTY)
           MOVE GV-TOTAL-BALANCE TO DF-DISP-AMOUNT
           DISPLAY "Unused value          : ₱ "
           FUNCTION TRIM(DF-DISP-AMOUNT)
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM VOUCHER-MENU.

       VOUCHER-EXPIRY-LINE.
           PERFORM SET-VOUCHER-TEXTS
           ADD 1 TO GV-COUNT
           ADD VCH-BALANCE TO GV-TOTAL-BALANCE
           COMPUTE GV-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(VCH-EXPIRY-DATE) - GV-DATE-INT
           MOVE GV-DAYS-LEFT TO GV-DAYS-EDIT
           MOVE VCH-BALANCE TO DF-DISP-AMOUNT
           DISPLAY VCH-NUMBER " " GV-KIND-TEXT " "
               VCH-EXPIRY-DATE GV-DAYS-EDIT " " GV-STATUS-TEXT
               DF-DISP-AMOUNT.

      *               SUPPLIER PRICE LISTS AND MARGIN EROSION
      *             A distributor's monthly price list is loaded as
      *             pending supplier costs; the margin-erosion report
      *             prices each one against today's selling price and
      *             the supervisor accepts the suggested prices in one
      *             step as scheduled price changes
       IMPORT-SUPPLIER-PRICE-LIST.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "            IMPORT SUPPLIER PRICE LIST"
           DISPLAY "=================================================="
           DISPLAY "Reading PRICE-LIST.DAT"
           DISPLAY "(SUPPLIER,PRODUCT/BARCODE,COST,MM/DD/YYYY)..."
           DISPLAY SPACE

           MOVE ZERO TO PL-LINE-NUMBER
           MOVE ZERO TO PL-LOADED-COUNT
           MOVE ZERO TO PL-REPLACED-COUNT
           MOVE ZERO TO PL-REJECTED-COUNT

           OPEN INPUT SPL-PRICE-LIST-FILE
           IF NOT PRICE-LIST-OK
               DISPLAY "Cannot open PRICE-LIST.DAT - file not found!"
               DISPLAY SPACE
               PERFORM PRICE-CHANGE-MENU
           END-IF

      *             Rejected lines are listed for the buyer to take up
      *             with the supplier
           MOVE "PRICE-LIST-EXCEPTIONS.TXT" TO RCP-RECEIPT-FILE-NAME
           OPEN OUTPUT RCP-RECEIPT-FILE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "          PRICE LIST IMPORT - EXCEPTIONS"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Run Date   : " DATE-DISPLAY
               "   By " FUNCTION TRIM(SESSION-CASHIER-ID)
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE

           PERFORM UNTIL PRICE-LIST-EOF
               READ SPL-PRICE-LIST-FILE
                   AT END
                       SET PRICE-LIST-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-PRICE-LIST-LINE
               END-READ
           END-PERFORM
           CLOSE SPL-PRICE-LIST-FILE

           IF PL-REJECTED-COUNT = ZERO
               MOVE "No exceptions." TO RCP-RECEIPT-LINE
               WRITE RCP-RECEIPT-LINE
           END-IF
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           CLOSE RCP-RECEIPT-FILE

           MOVE "PRICE-LIST-IMPORT" TO AUD-ACTION
           MOVE SESSION-CASHIER-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Loaded=" PL-LOADED-COUNT
               " Replaced=" PL-REPLACED-COUNT
               " Rejected=" PL-REJECTED-COUNT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           DISPLAY SPACE
           DISPLAY "--------------------------------------------------"
           DISPLAY "Import complete."
           DISPLAY "Costs loaded   : " PL-LOADED-COUNT
           DISPLAY "Costs replaced : " PL-REPLACED-COUNT
           DISPLAY "Lines rejected : " PL-REJECTED-COUNT
           IF PL-REJECTED-COUNT > ZERO
               DISPLAY "Exceptions saved to PRICE-LIST-EXCEPTIONS.TXT"
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM PRICE-CHANGE-MENU.

       PARSE-PRICE-LIST-LINE.
           ADD 1 TO PL-LINE-NUMBER
           IF SPL-PRICE-LIST-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PL-SUPPLIER-TEXT PL-PRODUCT-TEXT
               PL-COST-TEXT PL-DATE-TEXT
           UNSTRING SPL-PRICE-LIST-RECORD DELIMITED BY ","
               INTO PL-SUPPLIER-TEXT PL-PRODUCT-TEXT PL-COST-TEXT
                    PL-DATE-TEXT
           END-UNSTRING

           MOVE 'N' TO PL-ERROR-SWITCH
           PERFORM VALIDATE-PRICE-LIST-LINE
           IF PL-LINE-REJECTED
               PERFORM WRITE-PRICE-LIST-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-SUPPLIER-COST.

      *             Supplier and product must be on file, the cost a
      *             positive amount and the date a real calendar date;
      *             a cost already accepted for that date stands
       VALIDATE-PRICE-LIST-LINE.
           MOVE 'Y' TO PL-ERROR-SWITCH
           IF PL-SUPPLIER-TEXT = SPACES OR PL-PRODUCT-TEXT = SPACES
               MOVE "Supplier or product missing" TO PL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(PL-SUPPLIER-TEXT) TO SUP-SUPPLIER-ID
           READ SUP-SUPPLIERS-FILE
               INVALID KEY
                   MOVE "Supplier not on file" TO PL-REASON
                   EXIT PARAGRAPH
           END-READ
           IF SUP-IS-INACTIVE
               MOVE "Supplier has been deactivated" TO PL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(PL-PRODUCT-TEXT) TO XR-CODE-INPUT
           PERFORM RESOLVE-PRODUCT-CODE
           IF NOT XR-RESOLVED
               MOVE "Product ID or barcode not on file" TO PL-REASON
               EXIT PARAGRAPH
           END-IF

           IF PL-COST-TEXT = SPACES OR
              FUNCTION TEST-NUMVAL(PL-COST-TEXT) NOT = 0
               MOVE "Cost is not a number" TO PL-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(PL-COST-TEXT) <= 0
               MOVE "Cost must be greater than zero" TO PL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PL-COST-TEXT) TO PL-PACK-COST

           IF PL-DATE-TEXT = SPACES
               MOVE CURRENT-DATE TO PL-EFFECTIVE-DATE
           ELSE
               MOVE SPACES TO PC-MONTH-TEXT PC-DAY-TEXT PC-YEAR-TEXT
               UNSTRING FUNCTION TRIM(PL-DATE-TEXT) DELIMITED BY "/"
                   INTO PC-MONTH-TEXT PC-DAY-TEXT PC-YEAR-TEXT
               END-UNSTRING
               IF PC-MONTH-TEXT = SPACES OR PC-DAY-TEXT = SPACES OR
                  PC-YEAR-TEXT = SPACES OR
                  FUNCTION TEST-NUMVAL(PC-MONTH-TEXT) NOT = 0 OR
                  FUNCTION TEST-NUMVAL(PC-DAY-TEXT) NOT = 0 OR
                  FUNCTION TEST-NUMVAL(PC-YEAR-TEXT) NOT = 0
                   MOVE "Effective date is not MM/DD/YYYY"
                       TO PL-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE PL-EFFECTIVE-DATE =
                   FUNCTION NUMVAL(PC-YEAR-TEXT) * 10000 +
                   FUNCTION NUMVAL(PC-MONTH-TEXT) * 100 +
                   FUNCTION NUMVAL(PC-DAY-TEXT)
               IF FUNCTION TEST-DATE-YYYYMMDD(PL-EFFECTIVE-DATE)
                  NOT = 0
                   MOVE "Effective date is not a real date"
                       TO PL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'N' TO PL-FOUND-SWITCH
           MOVE SUP-SUPPLIER-ID TO SCO-SUPPLIER-ID
           MOVE P-PRODUCT-ID TO SCO-PRODUCT-ID
           MOVE PL-EFFECTIVE-DATE TO SCO-EFFECTIVE-DATE
           READ SCO-SUPPLIER-COSTS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PL-FOUND-SWITCH
           END-READ
           IF PL-COST-FOUND AND SCO-IS-ACCEPTED
               MOVE "Cost for that date already accepted"
                   TO PL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO PL-ERROR-SWITCH.

      *             The list quotes per purchasing unit in the
      *             supplier's own pack; the pending cost is held per
      *             selling unit like P-COST-PER-UNIT
       SAVE-SUPPLIER-COST.
           MOVE SUP-SUPPLIER-ID TO UM-SUPPLIER-ID
           PERFORM GET-PACK-SIZE
           MOVE SPACES TO UM-SUPPLIER-ID

           MOVE SUP-SUPPLIER-ID TO SCO-SUPPLIER-ID
           MOVE P-PRODUCT-ID TO SCO-PRODUCT-ID
           MOVE PL-EFFECTIVE-DATE TO SCO-EFFECTIVE-DATE
           MOVE PL-PACK-COST TO SCO-PACK-COST
           MOVE UM-PURCHASE-UNIT TO SCO-PURCHASE-UNIT
           MOVE UM-PACK-SIZE TO SCO-UNITS-PER-PACK
           COMPUTE SCO-NEW-COST ROUNDED = PL-PACK-COST / UM-PACK-SIZE
           SET SCO-IS-PENDING TO TRUE
           MOVE CURRENT-DATE TO SCO-IMPORTED-DATE
           MOVE SESSION-CASHIER-ID TO SCO-IMPORTED-BY
           MOVE ZERO TO SCO-REVIEWED-DATE
           MOVE ZERO TO SCO-TARGET-MARGIN
           MOVE ZERO TO SCO-SUGGESTED-PRICE
           MOVE ZERO TO SCO-ACCEPTED-DATE
           MOVE SPACES TO SCO-ACCEPTED-BY

      *             A corrected list for the same date replaces the
      *             pending cost and needs reviewing again
           IF PL-COST-FOUND
               REWRITE SCO-SUPPLIER-COSTS-RECORD
                   INVALID KEY
                       MOVE "Error updating pending cost" TO PL-REASON
                       PERFORM WRITE-PRICE-LIST-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO PL-REPLACED-COUNT
               END-REWRITE
           ELSE
               WRITE SCO-SUPPLIER-COSTS-RECORD
                   INVALID KEY
                       MOVE "Error writing pending cost" TO PL-REASON
                       PERFORM WRITE-PRICE-LIST-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO PL-LOADED-COUNT
               END-WRITE
           END-IF.

       WRITE-PRICE-LIST-EXCEPTION.
           ADD 1 TO PL-REJECTED-COUNT
           MOVE PL-LINE-NUMBER TO PL-LINE-EDIT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "Line " PL-LINE-EDIT ": " PL-REASON
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "    " SPL-PRICE-LIST-RECORD(1:76)
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           DISPLAY "Rejected line " FUNCTION TRIM(PL-LINE-EDIT) ": "
               FUNCTION TRIM(PL-REASON).

      *             Latest price-list cost in effect today for the
      *             supplier in SI-SUPPLIER-ID and the product in
      *             POI-PRODUCT-ID, left in SCO-SUPPLIER-COSTS-RECORD
       GET-SUPPLIER-LIST-COST.
           MOVE 'N' TO PL-FOUND-SWITCH
           MOVE ZERO TO PL-BEST-DATE
           MOVE CURRENT-DATE TO PC-TODAY
           MOVE SI-SUPPLIER-ID TO SCO-SUPPLIER-ID
           MOVE POI-PRODUCT-ID TO SCO-PRODUCT-ID
           MOVE ZERO TO SCO-EFFECTIVE-DATE
           START SCO-SUPPLIER-COSTS-FILE
               KEY IS NOT LESS THAN SCO-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL SUPPLIER-COSTS-EOF OR
                   SCO-SUPPLIER-COSTS-STATUS NOT = "00"
               READ SCO-SUPPLIER-COSTS-FILE NEXT RECORD
                   AT END
                       SET SUPPLIER-COSTS-EOF TO TRUE
                   NOT AT END
                       IF SCO-SUPPLIER-ID NOT = SI-SUPPLIER-ID OR
                          SCO-PRODUCT-ID NOT = POI-PRODUCT-ID OR
                          SCO-EFFECTIVE-DATE > PC-TODAY
                           SET SUPPLIER-COSTS-EOF TO TRUE
                       ELSE
                           MOVE 'Y' TO PL-FOUND-SWITCH
                           MOVE SCO-EFFECTIVE-DATE TO PL-BEST-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF PL-COST-FOUND
               MOVE SI-SUPPLIER-ID TO SCO-SUPPLIER-ID
               MOVE POI-PRODUCT-ID TO SCO-PRODUCT-ID
               MOVE PL-BEST-DATE TO SCO-EFFECTIVE-DATE
               READ SCO-SUPPLIER-COSTS-FILE
                   INVALID KEY
                       MOVE 'N' TO PL-FOUND-SWITCH
               END-READ
           END-IF.

      *             Every pending cost against the price the till
      *             charges today; a margin under target gets a
      *             suggested price that restores it
       MARGIN-EROSION-REPORT.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "              MARGIN-EROSION REPORT"
           DISPLAY "=================================================="
           DISPLAY "Enter Supplier ID (empty for all): "
               WITH NO ADVANCING
           ACCEPT PL-SUPPLIER-FILTER
           DISPLAY "Target margin % (empty for 25): "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-VALUE
           IF WS-FIELD-VALUE = SPACES
               MOVE 25 TO PL-TARGET-MARGIN
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-FIELD-VALUE) NOT = 0 OR
                  FUNCTION NUMVAL(WS-FIELD-VALUE) <= 0 OR
                  FUNCTION NUMVAL(WS-FIELD-VALUE) >= 90
                   PERFORM CLEAR-SCREEN
                   DISPLAY "Target margin must be between 1 and 89%!"
                   PERFORM MARGIN-EROSION-REPORT
               END-IF
               MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO PL-TARGET-MARGIN
           END-IF

           DISPLAY SPACE
           DISPLAY "PRODUCT    NAME                      SUPPLIER"
           DISPLAY "      OLD COST   NEW COST   EFFECTIVE"
           DISPLAY "      PRICE      MARGIN OLD -> NEW"
           DISPLAY "--------------------------------------------------"

           MOVE ZERO TO PL-LISTED-COUNT
           MOVE ZERO TO PL-FLAGGED-COUNT
           MOVE LOW-VALUES TO SCO-KEY
           START SCO-SUPPLIER-COSTS-FILE KEY IS GREATER THAN SCO-KEY
           PERFORM UNTIL SUPPLIER-COSTS-EOF OR
                   SCO-SUPPLIER-COSTS-STATUS NOT = "00"
               READ SCO-SUPPLIER-COSTS-FILE NEXT RECORD
                   AT END
                       SET SUPPLIER-COSTS-EOF TO TRUE
                   NOT AT END
                       IF SCO-IS-PENDING AND
                          (PL-SUPPLIER-FILTER = SPACES OR
                           SCO-SUPPLIER-ID = PL-SUPPLIER-FILTER)
                           PERFORM MARGIN-EROSION-LINE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "--------------------------------------------------"
           MOVE PL-LISTED-COUNT TO DF-DISP-QTY
           DISPLAY "Pending costs reviewed : "
               FUNCTION TRIM(DF-DISP-QTY)
           MOVE PL-FLAGGED-COUNT TO DF-DISP-QTY
           DISPLAY "Below target margin    : "
               FUNCTION TRIM(DF-DISP-QTY)
           IF PL-LISTED-COUNT > ZERO
               DISPLAY "Use option 5 to accept the suggested prices."
           ELSE
               DISPLAY "No pending price-list costs on file."
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM PRICE-CHANGE-MENU.

       MARGIN-EROSION-LINE.
           MOVE SCO-PRODUCT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   DISPLAY SCO-PRODUCT-ID " - product no longer on file"
                   EXIT PARAGRAPH
           END-READ
           PERFORM GET-EFFECTIVE-PRICE
           ADD 1 TO PL-LISTED-COUNT

           IF PC-EFFECTIVE-PRICE > ZERO
               COMPUTE PL-OLD-MARGIN ROUNDED =
                   (PC-EFFECTIVE-PRICE - P-COST-PER-UNIT) * 100
                   / PC-EFFECTIVE-PRICE
                   ON SIZE ERROR MOVE -999.99 TO PL-OLD-MARGIN
               END-COMPUTE
               COMPUTE PL-NEW-MARGIN ROUNDED =
                   (PC-EFFECTIVE-PRICE - SCO-NEW-COST) * 100
                   / PC-EFFECTIVE-PRICE
                   ON SIZE ERROR MOVE -999.99 TO PL-NEW-MARGIN
               END-COMPUTE
           ELSE
               MOVE ZERO TO PL-OLD-MARGIN
               MOVE ZERO TO PL-NEW-MARGIN
           END-IF

           MOVE ZERO TO PL-SUGGESTED-PRICE
           IF PL-NEW-MARGIN < PL-TARGET-MARGIN
               COMPUTE PL-SUGGESTED-PRICE ROUNDED =
                   SCO-NEW-COST * 100 / (100 - PL-TARGET-MARGIN)
               ADD 1 TO PL-FLAGGED-COUNT
           END-IF

           MOVE CURRENT-DATE TO SCO-REVIEWED-DATE
           MOVE PL-TARGET-MARGIN TO SCO-TARGET-MARGIN
           MOVE PL-SUGGESTED-PRICE TO SCO-SUGGESTED-PRICE
           REWRITE SCO-SUPPLIER-COSTS-RECORD
               INVALID KEY
                   DISPLAY "Error saving suggestion for "
                       SCO-PRODUCT-ID
           END-REWRITE

           MOVE P-COST-PER-UNIT TO PL-OLD-COST-EDIT
           MOVE SCO-NEW-COST TO PL-NEW-COST-EDIT
           MOVE PC-EFFECTIVE-PRICE TO PL-PRICE-EDIT
           MOVE PL-OLD-MARGIN TO PL-OLD-MARGIN-EDIT
           MOVE PL-NEW-MARGIN TO PL-NEW-MARGIN-EDIT
           DISPLAY SCO-PRODUCT-ID " " P-PRODUCT-NAME(1:25) " "
               SCO-SUPPLIER-ID
           DISPLAY "    " PL-OLD-COST-EDIT " " PL-NEW-COST-EDIT "   "
               SCO-EFFECTIVE-DATE
           DISPLAY "    " PL-PRICE-EDIT "   " PL-OLD-MARGIN-EDIT
               "% ->" PL-NEW-MARGIN-EDIT "%"
           IF PL-SUGGESTED-PRICE > ZERO
               MOVE PL-SUGGESTED-PRICE TO DF-DISP-AMOUNT
               DISPLAY "    ** BELOW TARGET - suggest ₱ "
               FUNCTION TRIM(DF-DISP-AMOUNT)
           END-IF.

      *             Accepts every reviewed pending cost; a suggested
      *             price goes to PRICE-HISTORY.DAT open-ended from the
      *             cost's effective date (today if that has passed)
       ACCEPT-SUGGESTED-PRICES.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "             ACCEPT SUGGESTED PRICES"
           DISPLAY "=================================================="
           DISPLAY "Every price-list cost shown on the margin-erosion"
           DISPLAY "report will be accepted and each suggested price"
           DISPLAY "scheduled from the date the new cost takes effect."
           DISPLAY SPACE
           DISPLAY "Accept all suggestions? (Y/N): " WITH NO ADVANCING
           ACCEPT CONTINUE-ANOTHER
           IF CONTINUE-ANOTHER NOT = 'Y' AND CONTINUE-ANOTHER NOT = 'y'
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM PRICE-CHANGE-MENU
           END-IF

           DISPLAY SPACE
           MOVE ZERO TO PL-ACCEPTED-COUNT
           MOVE ZERO TO PL-FLAGGED-COUNT
           MOVE CURRENT-DATE TO PC-TODAY
           MOVE LOW-VALUES TO SCO-KEY
           START SCO-SUPPLIER-COSTS-FILE KEY IS GREATER THAN SCO-KEY
           PERFORM UNTIL SUPPLIER-COSTS-EOF OR
                   SCO-SUPPLIER-COSTS-STATUS NOT = "00"
               READ SCO-SUPPLIER-COSTS-FILE NEXT RECORD
                   AT END
                       SET SUPPLIER-COSTS-EOF TO TRUE
                   NOT AT END
                       IF SCO-IS-PENDING AND
                          SCO-REVIEWED-DATE NOT = ZERO
                           PERFORM ACCEPT-ONE-SUPPLIER-COST
                       END-IF
               END-READ
           END-PERFORM

           MOVE "PRICE-LIST-ACCEPTED" TO AUD-ACTION
           MOVE SESSION-CASHIER-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Costs=" PL-ACCEPTED-COUNT
               " Prices=" PL-FLAGGED-COUNT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "--------------------------------------------------"
           IF PL-ACCEPTED-COUNT = ZERO
               DISPLAY "Nothing to accept - run the Margin-Erosion "
               "Report first."
           ELSE
               MOVE PL-ACCEPTED-COUNT TO DF-DISP-QTY
               DISPLAY "Costs accepted   : " FUNCTION TRIM(DF-DISP-QTY)
               MOVE PL-FLAGGED-COUNT TO DF-DISP-QTY
               DISPLAY "Prices scheduled : " FUNCTION TRIM(DF-DISP-QTY)
           END-IF
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM PRICE-CHANGE-MENU.

       ACCEPT-ONE-SUPPLIER-COST.
           IF SCO-SUGGESTED-PRICE > ZERO
               MOVE SCO-PRODUCT-ID TO PH-PRODUCT-ID
               IF SCO-EFFECTIVE-DATE > PC-TODAY
                   MOVE SCO-EFFECTIVE-DATE TO PH-EFFECTIVE-FROM
               ELSE
                   MOVE PC-TODAY TO PH-EFFECTIVE-FROM
               END-IF
               MOVE 99999999 TO PH-EFFECTIVE-TO
               MOVE SCO-SUGGESTED-PRICE TO PH-UNIT-PRICE
               PERFORM WRITE-PRICE-HISTORY
               ADD 1 TO PL-FLAGGED-COUNT

               MOVE "PRICE-SCHEDULED" TO AUD-ACTION
               MOVE SCO-PRODUCT-ID TO AUD-KEY
               MOVE SPACES TO AUD-DETAIL
               STRING "Price=" SCO-SUGGESTED-PRICE
                   " From=" PH-EFFECTIVE-FROM
                   " Supplier=" SCO-SUPPLIER-ID
                   " Cost=" SCO-NEW-COST
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE-AUDIT-LOG

               MOVE SCO-SUGGESTED-PRICE TO DF-PUNIT-PRICE
               DISPLAY SCO-PRODUCT-ID " new price "
                   FUNCTION TRIM(DF-PUNIT-PRICE) " from "
                   PH-EFFECTIVE-FROM
           END-IF

           SET SCO-IS-ACCEPTED TO TRUE
           MOVE PC-TODAY TO SCO-ACCEPTED-DATE
           MOVE SESSION-CASHIER-ID TO SCO-ACCEPTED-BY
           REWRITE SCO-SUPPLIER-COSTS-RECORD
               INVALID KEY
                   DISPLAY "Error accepting cost for " SCO-PRODUCT-ID
               NOT INVALID KEY
                   ADD 1 TO PL-ACCEPTED-COUNT
           END-REWRITE.

      *                     NEAR-EXPIRY MARKDOWNS
       MARKDOWN-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "              NEAR-EXPIRY MARKDOWNS"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Markdown Rule Maintenance"
           DISPLAY "2. List Markdown Rules"
           DISPLAY "3. Reprice Lots and Print Label List"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT MD-CHOICE

           EVALUATE MD-CHOICE
               WHEN 1
                   IF SESSION-IS-SUPERVISOR
                       PERFORM CLEAR-SCREEN
                       PERFORM MARKDOWN-RULE-MAINTENANCE
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 2
                   PERFORM CLEAR-SCREEN
                   PERFORM MARKDOWN-RULE-REPORT
               WHEN 3
                   IF SESSION-IS-SUPERVISOR
                       PERFORM CLEAR-SCREEN
                       PERFORM MARKDOWN-REPRICE-SCREEN
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM MARKDOWN-MENU
           END-EVALUATE
           DISPLAY SPACE.

       LIST-MARKDOWN-RULES.
           DISPLAY "CATEGORY         DAYS LEFT  % OFF  CHANGED   BY"
           DISPLAY "--------------------------------------------------"
           MOVE LOW-VALUES TO MDR-KEY
           START MDR-MARKDOWN-RULES-FILE KEY IS GREATER THAN MDR-KEY
           PERFORM UNTIL MARKDOWN-RULES-EOF OR
                   MDR-MARKDOWN-RULES-STATUS NOT = "00"
               READ MDR-MARKDOWN-RULES-FILE NEXT RECORD
                   AT END
                       SET MARKDOWN-RULES-EOF TO TRUE
                   NOT AT END
                       MOVE MDR-PERCENT TO DF-DISP-PERCENTAGE
                       MOVE MDR-DAYS TO MD-DAYS-EDIT
                       IF MDR-CATEGORY = SPACES
                           MOVE "(ALL)" TO MD-RULE-CATEGORY
                       ELSE
                           MOVE MDR-CATEGORY TO MD-RULE-CATEGORY
                       END-IF
                       DISPLAY MD-RULE-CATEGORY "  <= " MD-DAYS-EDIT
                           "    " DF-DISP-PERCENTAGE "  "
                           MDR-ENTERED-DATE "  "
                           FUNCTION TRIM(MDR-ENTERED-BY)
               END-READ
           END-PERFORM.

       MARKDOWN-RULE-REPORT.
           DISPLAY "=================================================="
           DISPLAY "                 MARKDOWN RULES"
           DISPLAY "=================================================="
           PERFORM LIST-MARKDOWN-RULES
           DISPLAY "--------------------------------------------------"
           DISPLAY "A category with no steps of its own uses (ALL)."
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM MARKDOWN-MENU.

      *             One step per category and days-left threshold;
      *             entering a step that exists changes its percent,
      *             and a zero percent removes it. Lots pick up the
      *             change on the next repricing run
       MARKDOWN-RULE-MAINTENANCE.
           DISPLAY "=================================================="
           DISPLAY "             MARKDOWN RULE MAINTENANCE"
           DISPLAY "=================================================="
           PERFORM LIST-MARKDOWN-RULES
           DISPLAY SPACE

           DISPLAY "Category (empty for all categories): "
           WITH NO ADVANCING
           ACCEPT MD-CATEGORY-INPUT

           MOVE 'N' TO WS-IS-VALID
           PERFORM UNTIL VALID-INPUT
               DISPLAY "Days left to expiry (0-999, empty to cancel): "
               WITH NO ADVANCING
               ACCEPT MD-NUMBER-INPUT
               IF MD-NUMBER-INPUT = SPACES
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM MARKDOWN-MENU
               END-IF
               IF FUNCTION TEST-NUMVAL(MD-NUMBER-INPUT) NOT = 0
                   DISPLAY "Invalid numeric value. Try again."
               ELSE
                   IF FUNCTION NUMVAL(MD-NUMBER-INPUT) < 0 OR
                      FUNCTION NUMVAL(MD-NUMBER-INPUT) > 999
                       DISPLAY "Days must be between 0 and 999."
                   ELSE
                       MOVE 'Y' TO WS-IS-VALID
                   END-IF
               END-IF
           END-PERFORM
           MOVE MD-CATEGORY-INPUT TO MDR-CATEGORY
           MOVE FUNCTION NUMVAL(MD-NUMBER-INPUT) TO MDR-DAYS

           MOVE ZERO TO MD-OLD-PERCENT
           READ MDR-MARKDOWN-RULES-FILE
               INVALID KEY
                   MOVE 'N' TO MD-RULE-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO MD-RULE-SWITCH
                   MOVE MDR-PERCENT TO MD-OLD-PERCENT
                   MOVE MDR-PERCENT TO DF-DISP-PERCENTAGE
                   DISPLAY "Current markdown % : " DF-DISP-PERCENTAGE
           END-READ

      *             Zero is meaningful here (it removes the step),
      *             which is why this does not use GET-NUMERIC-INPUT
           MOVE 'N' TO WS-IS-VALID
           PERFORM UNTIL VALID-INPUT
               DISPLAY "Markdown % (0 removes, empty to cancel): "
               WITH NO ADVANCING
               ACCEPT MD-NUMBER-INPUT
               IF MD-NUMBER-INPUT = SPACES
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM MARKDOWN-MENU
               END-IF
               IF FUNCTION TEST-NUMVAL(MD-NUMBER-INPUT) NOT = 0
                   DISPLAY "Invalid numeric value. Try again."
               ELSE
                   IF FUNCTION NUMVAL(MD-NUMBER-INPUT) < 0 OR
                      FUNCTION NUMVAL(MD-NUMBER-INPUT) > 99.99
                       DISPLAY "Markdown must be between 0 and 99.99."
                   ELSE
                       MOVE 'Y' TO WS-IS-VALID
                   END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION NUMVAL(MD-NUMBER-INPUT) TO MDR-PERCENT
           MOVE CURRENT-DATE TO MDR-ENTERED-DATE
           MOVE SESSION-CASHIER-ID TO MDR-ENTERED-BY
           PERFORM CLEAR-SCREEN
           EVALUATE TRUE
               WHEN MDR-PERCENT = ZERO AND MD-CATEGORY-HAS-RULES
                   DELETE MDR-MARKDOWN-RULES-FILE
                       INVALID KEY
                           DISPLAY "Error removing markdown rule!"
                   END-DELETE
                   MOVE "MARKDOWN-RULE-DEL" TO AUD-ACTION
               WHEN MDR-PERCENT = ZERO
                   DISPLAY "No such markdown rule on file."
                   PERFORM MARKDOWN-MENU
               WHEN MD-CATEGORY-HAS-RULES
                   REWRITE MDR-MARKDOWN-RULES-RECORD
                       INVALID KEY
                           DISPLAY "Error updating markdown rule!"
                   END-REWRITE
                   MOVE "MARKDOWN-RULE-CHG" TO AUD-ACTION
               WHEN OTHER
                   WRITE MDR-MARKDOWN-RULES-RECORD
                       INVALID KEY
                           DISPLAY "Error adding markdown rule!"
                   END-WRITE
                   MOVE "MARKDOWN-RULE-ADD" TO AUD-ACTION
           END-EVALUATE
           MOVE MDR-KEY TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Category=" FUNCTION TRIM(MDR-CATEGORY)
               " Days=" MDR-DAYS
               " Pct:" MD-OLD-PERCENT "->" MDR-PERCENT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Markdown rule saved."
           DISPLAY "Run the repricing step to re-sticker the lots."
           DISPLAY SPACE
           PERFORM MARKDOWN-MENU.

      *             Deepest markdown whose threshold MD-DAYS-LEFT has
      *             reached, for category MD-RULE-CATEGORY; a category
      *             without steps of its own falls back to the blank
      *             (all categories) steps. An expired lot qualifies
      *             for every step
       GET-MARKDOWN-PERCENT.
           MOVE ZERO TO MD-BEST-PERCENT
           MOVE 'N' TO MD-RULE-SWITCH
           PERFORM SCAN-MARKDOWN-RULES
           IF NOT MD-CATEGORY-HAS-RULES AND
              MD-RULE-CATEGORY NOT = SPACES
               MOVE SPACES TO MD-RULE-CATEGORY
               PERFORM SCAN-MARKDOWN-RULES
           END-IF.

       SCAN-MARKDOWN-RULES.
           MOVE MD-RULE-CATEGORY TO MDR-CATEGORY
           MOVE ZERO TO MDR-DAYS
           START MDR-MARKDOWN-RULES-FILE
               KEY IS NOT LESS THAN MDR-KEY
           PERFORM UNTIL MARKDOWN-RULES-EOF OR
                   MDR-MARKDOWN-RULES-STATUS NOT = "00"
               READ MDR-MARKDOWN-RULES-FILE NEXT RECORD
                   AT END
                       SET MARKDOWN-RULES-EOF TO TRUE
                   NOT AT END
                       IF MDR-CATEGORY NOT = MD-RULE-CATEGORY
                           SET MARKDOWN-RULES-EOF TO TRUE
                       ELSE
                           MOVE 'Y' TO MD-RULE-SWITCH
                           IF MD-DAYS-LEFT <= MDR-DAYS AND
                              MDR-PERCENT > MD-BEST-PERCENT
                               MOVE MDR-PERCENT TO MD-BEST-PERCENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *             Markdown owed on the sale line being entered: walks
      *             the product's lots in the same first-expiry order
      *             DEPLETE-LOTS-FEFO will post them, stepping past the
      *             units already in the basket, and charges each
      *             unit from a marked-down lot at that lot's percent
       COMPUTE-LINE-MARKDOWN.
           MOVE ZERO TO MD-LINE-MARKDOWN
           MOVE ZERO TO MD-LOT-COUNT
           MOVE P-PRODUCT-ID TO L-PRODUCT-ID
           MOVE ZERO TO L-LOT-SEQ
           START LOT-LOTS-FILE KEY IS GREATER THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
                       IF L-PRODUCT-ID NOT = P-PRODUCT-ID
                           SET LOTS-EOF TO TRUE
                       ELSE
                           IF L-QUANTITY > ZERO AND
                              MD-LOT-COUNT < 50 AND
                              (SESSION-BRANCH-ID = SPACES OR
                               L-BRANCH-ID = SESSION-BRANCH-ID OR
                               L-BRANCH-ID = SPACES)
                               ADD 1 TO MD-LOT-COUNT
                               MOVE L-EXPIRY-DATE
                                   TO MD-LOT-EXPIRY(MD-LOT-COUNT)
                               MOVE L-QUANTITY
                                   TO MD-LOT-QTY(MD-LOT-COUNT)
                               MOVE ZERO TO MD-LOT-PERCENT(MD-LOT-COUNT)
                               IF L-MARKDOWN-PERCENT IS NUMERIC
                                   MOVE L-MARKDOWN-PERCENT
                                       TO MD-LOT-PERCENT(MD-LOT-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE TR-BASKET-UNITS TO MD-SKIP-UNITS
           MOVE I-SOLD-UNITS TO MD-REMAINING
           PERFORM UNTIL MD-REMAINING <= ZERO
               PERFORM FIND-EARLIEST-MARKDOWN-LOT
               IF MD-BEST-INDEX = ZERO
                   MOVE ZERO TO MD-REMAINING
               ELSE
                   PERFORM TAKE-MARKDOWN-LOT
               END-IF
           END-PERFORM.

       FIND-EARLIEST-MARKDOWN-LOT.
           MOVE ZERO TO MD-BEST-INDEX
           MOVE 1 TO MD-LOT-INDEX
           PERFORM UNTIL MD-LOT-INDEX > MD-LOT-COUNT
               IF MD-LOT-QTY(MD-LOT-INDEX) > ZERO
                   IF MD-BEST-INDEX = ZERO
                       MOVE MD-LOT-INDEX TO MD-BEST-INDEX
                   ELSE
                       IF MD-LOT-EXPIRY(MD-LOT-INDEX) <
                          MD-LOT-EXPIRY(MD-BEST-INDEX)
                           MOVE MD-LOT-INDEX TO MD-BEST-INDEX
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO MD-LOT-INDEX
           END-PERFORM.

       TAKE-MARKDOWN-LOT.
      *             Units already in the basket empty the lots first
           IF MD-SKIP-UNITS > ZERO
               IF MD-SKIP-UNITS >= MD-LOT-QTY(MD-BEST-INDEX)
                   SUBTRACT MD-LOT-QTY(MD-BEST-INDEX) FROM MD-SKIP-UNITS
                   MOVE ZERO TO MD-LOT-QTY(MD-BEST-INDEX)
               ELSE
                   SUBTRACT MD-SKIP-UNITS FROM MD-LOT-QTY(MD-BEST-INDEX)
                   MOVE ZERO TO MD-SKIP-UNITS
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF MD-REMAINING > MD-LOT-QTY(MD-BEST-INDEX)
               MOVE MD-LOT-QTY(MD-BEST-INDEX) TO MD-TAKE
           ELSE
               MOVE MD-REMAINING TO MD-TAKE
           END-IF
           IF MD-LOT-PERCENT(MD-BEST-INDEX) > ZERO
               COMPUTE MD-PORTION ROUNDED =
                   MD-TAKE * PC-EFFECTIVE-PRICE
                   * MD-LOT-PERCENT(MD-BEST-INDEX) / 100
               ADD MD-PORTION TO MD-LINE-MARKDOWN
           END-IF
           SUBTRACT MD-TAKE FROM MD-LOT-QTY(MD-BEST-INDEX)
           SUBTRACT MD-TAKE FROM MD-REMAINING.

       MARKDOWN-REPRICE-SCREEN.
           DISPLAY "=================================================="
           DISPLAY "           REPRICE NEAR-EXPIRY LOTS"
           DISPLAY "=================================================="
           PERFORM REPRICE-LOTS
           IF RCP-RECEIPT-STATUS = "00"
               MOVE MD-LOTS-READ TO MD-COUNT-EDIT
               DISPLAY "Lots checked       : " MD-COUNT-EDIT
               MOVE MD-LOTS-CHANGED TO MD-COUNT-EDIT
               DISPLAY "Lots to re-sticker : " MD-COUNT-EDIT
               MOVE MD-LOTS-MARKED TO MD-COUNT-EDIT
               DISPLAY "Lots marked down   : " MD-COUNT-EDIT
               DISPLAY "Label list saved to "
                   FUNCTION TRIM(RCP-RECEIPT-FILE-NAME)
           ELSE
               DISPLAY "Error writing label list - status "
                   RCP-RECEIPT-STATUS
           END-IF
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM MARKDOWN-MENU.

      *             Stamps every lot in stock with the markdown its
      *             days-to-expiry earns today and lists each lot whose
      *             markdown changed, with the price to put on the
      *             sticker. Shared by the menu and the night run
       REPRICE-LOTS.
           MOVE ZERO TO MD-LOTS-READ
           MOVE ZERO TO MD-LOTS-CHANGED
           MOVE ZERO TO MD-LOTS-MARKED
           MOVE CURRENT-DATE TO MD-DATE-NUM
           COMPUTE MD-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(MD-DATE-NUM)

           MOVE "MARKDOWN-LABELS.TXT" TO RCP-RECEIPT-FILE-NAME
           OPEN OUTPUT RCP-RECEIPT-FILE
           IF RCP-RECEIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "          NEAR-EXPIRY MARKDOWN LABEL LIST"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "RUN DATE: " CURRENT-DATE
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "PRODUCT    LOT   BR  EXPIRES      QTY  % OFF  LABEL"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE

           MOVE LOW-VALUES TO L-LOT-KEY
           START LOT-LOTS-FILE KEY IS GREATER THAN L-LOT-KEY
           PERFORM UNTIL LOTS-EOF OR LOT-LOTS-STATUS NOT = "00"
               READ LOT-LOTS-FILE NEXT RECORD
                   AT END
                       SET LOTS-EOF TO TRUE
                   NOT AT END
                       IF L-MARKDOWN-PERCENT IS NOT NUMERIC
                           MOVE ZERO TO L-MARKDOWN-PERCENT
                       END-IF
      *             A lot sold out or written off with a markdown
      *             still on it is cleared so it drops off next time
                       IF (L-QUANTITY > ZERO AND
                           L-EXPIRY-DATE NOT = 99999999) OR
                          L-MARKDOWN-PERCENT NOT = ZERO
                           PERFORM REPRICE-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM

           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE MD-LOTS-CHANGED TO MD-COUNT-EDIT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "LOTS TO RE-STICKER : " MD-COUNT-EDIT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE MD-LOTS-MARKED TO MD-COUNT-EDIT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "LOTS MARKED DOWN   : " MD-COUNT-EDIT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           CLOSE RCP-RECEIPT-FILE.

       REPRICE-ONE-LOT.
           ADD 1 TO MD-LOTS-READ
           MOVE L-MARKDOWN-PERCENT TO MD-OLD-PERCENT
           MOVE L-PRODUCT-ID TO P-PRODUCT-ID
           READ P-PRODUCTS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO MD-BEST-PERCENT
           IF L-QUANTITY > ZERO AND
              L-EXPIRY-DATE NOT = 99999999 AND
              L-EXPIRY-DATE >= 19000101
               MOVE L-EXPIRY-DATE TO MD-DATE-NUM
               COMPUTE MD-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(MD-DATE-NUM) - MD-TODAY-INT
               MOVE P-CATEGORY TO MD-RULE-CATEGORY
               PERFORM GET-MARKDOWN-PERCENT
           END-IF
           IF MD-BEST-PERCENT > ZERO
               ADD 1 TO MD-LOTS-MARKED
           END-IF
           IF MD-BEST-PERCENT = MD-OLD-PERCENT
               EXIT PARAGRAPH
           END-IF

           MOVE MD-BEST-PERCENT TO L-MARKDOWN-PERCENT
           MOVE CURRENT-DATE TO L-MARKDOWN-DATE
           REWRITE LOT-LOTS-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
      *             A lot emptied since its last markdown needs no
      *             label, only the cleared percent
           IF L-QUANTITY <= ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MD-LOTS-CHANGED

           PERFORM GET-EFFECTIVE-PRICE
           COMPUTE MD-LABEL-PRICE ROUNDED =
               PC-EFFECTIVE-PRICE * (100 - MD-BEST-PERCENT) / 100
           MOVE MD-LABEL-PRICE TO MD-PRICE-EDIT
           IF MD-BEST-PERCENT = ZERO
               MOVE "REMOVE STICKER" TO MD-LABEL-TEXT
           ELSE
               MOVE SPACES TO MD-LABEL-TEXT
               STRING "P " MD-PRICE-EDIT
                   DELIMITED BY SIZE INTO MD-LABEL-TEXT
           END-IF
           MOVE L-QUANTITY TO DF-DISP-QTY
           MOVE MD-BEST-PERCENT TO DF-DISP-PERCENTAGE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING L-PRODUCT-ID " " L-LOT-SEQ " " L-BRANCH-ID " "
               L-EXPIRY-DATE " " DF-DISP-QTY " " DF-DISP-PERCENTAGE
               " " MD-LABEL-TEXT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "           " P-PRODUCT-NAME
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE.

      *                   TILL OVERRIDES AND OVERRIDE LOG
       OVERRIDE-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "                 TILL OVERRIDES"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. Cashier Discount Limit"
           DISPLAY "2. Weekly Override Report"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT OV-CHOICE

           EVALUATE OV-CHOICE
               WHEN 1
                   IF SESSION-IS-MANAGER
                       PERFORM CLEAR-SCREEN
                       PERFORM DISCOUNT-LIMIT-MAINTENANCE
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 2
                   IF SESSION-IS-SUPERVISOR
                       PERFORM CLEAR-SCREEN
                       PERFORM OVERRIDE-REPORT-SCREEN
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM OVERRIDE-MENU
           END-EVALUATE
           DISPLAY SPACE.

      *             OVERRIDE-CTL.DAT holds the cashier discount limit;
      *             until a manager sets one the default stands
       LOAD-OVERRIDE-CONTROL.
           OPEN INPUT OVC-OVERRIDE-CONTROL-FILE
           IF OVERRIDE-CONTROL-OK
               READ OVC-OVERRIDE-CONTROL-FILE
                   NOT AT END
                       IF OVC-DISCOUNT-LIMIT IS NUMERIC
                           MOVE OVC-DISCOUNT-LIMIT
                               TO OV-DISCOUNT-LIMIT
                       END-IF
               END-READ
               CLOSE OVC-OVERRIDE-CONTROL-FILE
           END-IF.

       DISCOUNT-LIMIT-MAINTENANCE.
           DISPLAY "=================================================="
           DISPLAY "             CASHIER DISCOUNT LIMIT"
           DISPLAY "=================================================="
           PERFORM LOAD-OVERRIDE-CONTROL
           MOVE OV-DISCOUNT-LIMIT TO OV-PERCENT-EDIT
           DISPLAY "Current limit      : " OV-PERCENT-EDIT "%"
           DISPLAY "Discounts above the limit need a supervisor."
           DISPLAY SPACE

      *             Zero is a legitimate limit (every discount is
      *             approved), so this does not use GET-NUMERIC-INPUT
           MOVE 'N' TO WS-IS-VALID
           PERFORM UNTIL VALID-INPUT
               DISPLAY "New limit % (0-100, empty to cancel): "
               WITH NO ADVANCING
               ACCEPT OV-NUMBER-INPUT
               IF OV-NUMBER-INPUT = SPACES
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM OVERRIDE-MENU
               END-IF
               IF FUNCTION TEST-NUMVAL(OV-NUMBER-INPUT) NOT = 0
                   DISPLAY "Invalid numeric value. Try again."
               ELSE
                   IF FUNCTION NUMVAL(OV-NUMBER-INPUT) < 0 OR
                      FUNCTION NUMVAL(OV-NUMBER-INPUT) > 100
                       DISPLAY "Limit must be between 0 and 100."
                   ELSE
                       MOVE 'Y' TO WS-IS-VALID
                   END-IF
               END-IF
           END-PERFORM

           MOVE OV-DISCOUNT-LIMIT TO OV-ORIGINAL-VALUE
           MOVE FUNCTION NUMVAL(OV-NUMBER-INPUT) TO OV-DISCOUNT-LIMIT
           MOVE OV-DISCOUNT-LIMIT TO OVC-DISCOUNT-LIMIT
           MOVE CURRENT-DATE TO OVC-CHANGED-DATE
           MOVE SESSION-CASHIER-ID TO OVC-CHANGED-BY
           OPEN OUTPUT OVC-OVERRIDE-CONTROL-FILE
           WRITE OVC-OVERRIDE-CONTROL-RECORD
           CLOSE OVC-OVERRIDE-CONTROL-FILE

           MOVE "DISCOUNT-LIMIT-CHG" TO AUD-ACTION
           MOVE SESSION-CASHIER-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Limit:" OV-ORIGINAL-VALUE "->" OV-DISCOUNT-LIMIT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG
           PERFORM CLEAR-SCREEN
           DISPLAY "Cashier discount limit updated."
           DISPLAY SPACE
           PERFORM OVERRIDE-MENU.

      *             A supervisor or manager authorises the action in
      *             OV-TYPE with their own USERS.DAT sign-on; the
      *             cashier stays signed on. A supervisor working the
      *             till approves their own actions, but still gives
      *             a reason. Approvals wait in OV-PENDING until the
      *             basket has a receipt, quote or hold number
       GET-SUPERVISOR-APPROVAL.
           MOVE 'N' TO OV-APPROVED-SWITCH
           IF OV-PENDING-COUNT >= 40
               DISPLAY "Too many overrides on this basket."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "** Supervisor approval required **"
           PERFORM GET-OVERRIDE-REASON
           IF NOT OV-REASON-VALID
               DISPLAY "Override cancelled."
               EXIT PARAGRAPH
           END-IF

           IF SESSION-IS-SUPERVISOR
               MOVE SESSION-CASHIER-ID TO OV-APPROVER-ID
               MOVE 'Y' TO OV-APPROVED-SWITCH
           ELSE
               MOVE SPACE TO WS-USER-CHOICE
               MOVE "Supervisor ID" TO WS-FIELD-NAME
               PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   MOVE SPACE TO WS-USER-CHOICE
                   DISPLAY "Override cancelled."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FIELD-VALUE TO OV-APPROVER-ID
               MOVE "Supervisor Password" TO WS-FIELD-NAME
               PERFORM GET-TEXT-INPUT
               IF USER-CANCELLED
                   MOVE SPACE TO WS-USER-CHOICE
                   DISPLAY "Override cancelled."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FIELD-VALUE TO OV-PASSWORD
               MOVE OV-APPROVER-ID TO U-USER-ID
               READ USR-USERS-FILE
                   INVALID KEY
                       MOVE 'N' TO OV-APPROVED-SWITCH
                   NOT INVALID KEY
                       IF U-PASSWORD = OV-PASSWORD AND U-IS-ACTIVE AND
                          (U-ROLE-SUPERVISOR OR U-ROLE-MANAGER)
                           MOVE 'Y' TO OV-APPROVED-SWITCH
                       END-IF
               END-READ
           END-IF

           IF NOT OV-APPROVED
               MOVE "OVERRIDE-REFUSED" TO AUD-ACTION
               MOVE OV-APPROVER-ID TO AUD-KEY
               MOVE SPACES TO AUD-DETAIL
               STRING "Type=" OV-TYPE " Cashier="
                   FUNCTION TRIM(SESSION-CASHIER-ID)
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Approval refused - not a supervisor's ID and "
                   "password."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO OV-PENDING-COUNT
           MOVE OV-PENDING-COUNT TO OV-PENDING-INDEX
           MOVE OV-TYPE TO OVP-TYPE(OV-PENDING-INDEX)
           MOVE OV-LINE TO OVP-LINE(OV-PENDING-INDEX)
           MOVE OV-PRODUCT-ID TO OVP-PRODUCT-ID(OV-PENDING-INDEX)
           MOVE OV-ORIGINAL-VALUE
               TO OVP-ORIGINAL-VALUE(OV-PENDING-INDEX)
           MOVE OV-NEW-VALUE TO OVP-NEW-VALUE(OV-PENDING-INDEX)
           MOVE OV-REASON-CODE TO OVP-REASON-CODE(OV-PENDING-INDEX)
           MOVE OV-APPROVER-ID TO OVP-APPROVER-ID(OV-PENDING-INDEX)

           MOVE "OVERRIDE-APPROVED" TO AUD-ACTION
           MOVE OV-APPROVER-ID TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Type=" OV-TYPE " Cashier="
               FUNCTION TRIM(SESSION-CASHIER-ID)
               " " OV-ORIGINAL-VALUE "->" OV-NEW-VALUE
               " Reason=" OV-REASON-CODE
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Approved by " FUNCTION TRIM(OV-APPROVER-ID) ".".

       GET-OVERRIDE-REASON.
           MOVE 'N' TO OV-REASON-SWITCH
           DISPLAY "Reasons: PM price match    DM damaged"
           DISPLAY "         MT mis-ticketed    CS customer service"
           DISPLAY "         BD bulk deal       OT other"
           PERFORM UNTIL OV-REASON-VALID
               DISPLAY "Reason code (empty to cancel): "
               WITH NO ADVANCING
               ACCEPT OV-REASON-CODE
               IF OV-REASON-CODE = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(OV-REASON-CODE)
                   TO OV-REASON-CODE
               EVALUATE OV-REASON-CODE
                   WHEN "PM"
                   WHEN "DM"
                   WHEN "MT"
                   WHEN "CS"
                   WHEN "BD"
                   WHEN "OT"
                       MOVE 'Y' TO OV-REASON-SWITCH
                   WHEN OTHER
                       DISPLAY "Unknown reason code. Try again."
               END-EVALUATE
           END-PERFORM.

      *             Re-prices one basket line. The new price replaces
      *             any near-expiry markdown on the line; a price under
      *             the line's unit cost is logged as below cost. Kit
      *             components carry their share of the kit price and
      *             are not re-priced one by one
       PRICE-OVERRIDE-ENTRY.
           DISPLAY SPACE
           DISPLAY "LINE PRODUCT                    QTY          PRICE"
           DISPLAY "--------------------------------------------------"
           MOVE 1 TO TR-LINE-INDEX
           PERFORM UNTIL TR-LINE-INDEX > TR-LINE-COUNT
               MOVE TR-LINE-INDEX TO OV-LINE-EDIT
               MOVE TL-SOLD-UNITS(TR-LINE-INDEX) TO DF-DISP-QTY
               MOVE TL-UNIT-PRICE(TR-LINE-INDEX) TO DF-PUNIT-PRICE
               IF TL-KIT-ID(TR-LINE-INDEX) NOT = SPACES
                   DISPLAY "  " OV-LINE-EDIT " "
                       TL-PRODUCT-NAME(TR-LINE-INDEX)(1:25)
                       " " DF-DISP-QTY "  (kit)"
               ELSE
                   DISPLAY "  " OV-LINE-EDIT " "
                       TL-PRODUCT-NAME(TR-LINE-INDEX)(1:25)
                       " " DF-DISP-QTY " " DF-PUNIT-PRICE
               END-IF
               ADD 1 TO TR-LINE-INDEX
           END-PERFORM
           DISPLAY SPACE

           DISPLAY "Line to re-price (empty to go back): "
           WITH NO ADVANCING
           ACCEPT OV-NUMBER-INPUT
           IF OV-NUMBER-INPUT = SPACES
               PERFORM NEXT-SALE-LINE-PROMPT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(OV-NUMBER-INPUT) NOT = 0
               DISPLAY "Invalid line number."
               PERFORM PRICE-OVERRIDE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(OV-NUMBER-INPUT) < 1 OR
              FUNCTION NUMVAL(OV-NUMBER-INPUT) > TR-LINE-COUNT
               DISPLAY "Invalid line number."
               PERFORM PRICE-OVERRIDE-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OV-NUMBER-INPUT) TO OV-LINE
           IF TL-KIT-ID(OV-LINE) NOT = SPACES
               DISPLAY "Kit lines are priced with the kit and cannot "
                   "be overridden."
               PERFORM NEXT-SALE-LINE-PROMPT
               EXIT PARAGRAPH
           END-IF

           MOVE TL-UNIT-PRICE(OV-LINE) TO DF-PUNIT-PRICE
           DISPLAY "Current Unit Price : ₱ "
           FUNCTION TRIM(DF-PUNIT-PRICE)
           DISPLAY "New unit price (empty to go back): "
           WITH NO ADVANCING
           ACCEPT OV-NUMBER-INPUT
           IF OV-NUMBER-INPUT = SPACES
               PERFORM NEXT-SALE-LINE-PROMPT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(OV-NUMBER-INPUT) NOT = 0
               DISPLAY "Invalid price."
               PERFORM PRICE-OVERRIDE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(OV-NUMBER-INPUT) < 0 OR
              FUNCTION NUMVAL(OV-NUMBER-INPUT) > 999999.99
               DISPLAY "Invalid price."
               PERFORM PRICE-OVERRIDE-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OV-NUMBER-INPUT) TO OV-NEW-VALUE
           MOVE TL-UNIT-PRICE(OV-LINE) TO OV-ORIGINAL-VALUE
           IF OV-NEW-VALUE = OV-ORIGINAL-VALUE
               PERFORM NEXT-SALE-LINE-PROMPT
               EXIT PARAGRAPH
           END-IF

           COMPUTE OV-UNIT-COST ROUNDED =
               TL-COST-AMOUNT(OV-LINE) / TL-SOLD-UNITS(OV-LINE)
           IF OV-NEW-VALUE < OV-UNIT-COST
               DISPLAY "New price is below cost."
               MOVE "C" TO OV-TYPE
           ELSE
               MOVE "P" TO OV-TYPE
           END-IF
           MOVE TL-PRODUCT-ID(OV-LINE) TO OV-PRODUCT-ID
           PERFORM GET-SUPERVISOR-APPROVAL
           IF OV-APPROVED
               MOVE OV-NEW-VALUE TO TL-UNIT-PRICE(OV-LINE)
               COMPUTE TL-GROSS-AMOUNT(OV-LINE) =
                   TL-SOLD-UNITS(OV-LINE) * OV-NEW-VALUE
               MOVE ZERO TO TL-MARKDOWN-AMOUNT(OV-LINE)
               MOVE TL-GROSS-AMOUNT(OV-LINE) TO DF-DISP-AMOUNT
               DISPLAY "Line Amount        : ₱ "
               FUNCTION TRIM(DF-DISP-AMOUNT)
           END-IF
           PERFORM NEXT-SALE-LINE-PROMPT.

      *             The basket's approvals go to OVERRIDES.DAT under
      *             OV-DOCUMENT-TYPE / OV-DOCUMENT-NUMBER
       WRITE-PENDING-OVERRIDES.
           IF OV-PENDING-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND OVR-OVERRIDES-FILE
           IF OVR-OVERRIDES-STATUS = "35"
               OPEN OUTPUT OVR-OVERRIDES-FILE
               CLOSE OVR-OVERRIDES-FILE
               OPEN EXTEND OVR-OVERRIDES-FILE
           END-IF
           ACCEPT OV-DATE-NUM FROM DATE YYYYMMDD
           MOVE 1 TO OV-PENDING-INDEX
           PERFORM UNTIL OV-PENDING-INDEX > OV-PENDING-COUNT
               MOVE OV-DATE-NUM TO OVR-DATE
               MOVE SESSION-BRANCH-ID TO OVR-BRANCH-ID
               MOVE OV-DOCUMENT-TYPE TO OVR-DOCUMENT-TYPE
               MOVE OV-DOCUMENT-NUMBER TO OVR-RECEIPT-NUMBER
               MOVE OVP-LINE(OV-PENDING-INDEX) TO OVR-LINE-NUMBER
               MOVE OVP-TYPE(OV-PENDING-INDEX) TO OVR-TYPE
               MOVE OVP-PRODUCT-ID(OV-PENDING-INDEX) TO OVR-PRODUCT-ID
               MOVE SESSION-CASHIER-ID TO OVR-CASHIER-ID
               MOVE OVP-APPROVER-ID(OV-PENDING-INDEX)
                   TO OVR-APPROVER-ID
               MOVE OVP-ORIGINAL-VALUE(OV-PENDING-INDEX)
                   TO OVR-ORIGINAL-VALUE
               MOVE OVP-NEW-VALUE(OV-PENDING-INDEX) TO OVR-NEW-VALUE
               MOVE OVP-REASON-CODE(OV-PENDING-INDEX)
                   TO OVR-REASON-CODE
               WRITE OVR-OVERRIDES-RECORD
               ADD 1 TO OV-PENDING-INDEX
           END-PERFORM
           CLOSE OVR-OVERRIDES-FILE
           MOVE ZERO TO OV-PENDING-COUNT.

       OVERRIDE-REPORT-SCREEN.
           DISPLAY "=================================================="
           DISPLAY "             WEEKLY OVERRIDE REPORT"
           DISPLAY "=================================================="
           DISPLAY "Week ending (MM/DD/YYYY, empty for today): "
           WITH NO ADVANCING
           ACCEPT OV-DATE-INPUT
           IF OV-DATE-INPUT = SPACES
               MOVE CURRENT-DATE TO OV-TO-DATE
           ELSE
               UNSTRING OV-DATE-INPUT DELIMITED BY "/"
                   INTO OV-MONTH-TEXT OV-DAY-TEXT OV-YEAR-TEXT
               END-UNSTRING
               COMPUTE OV-TO-DATE =
                   FUNCTION NUMVAL(OV-YEAR-TEXT) * 10000 +
                   FUNCTION NUMVAL(OV-MONTH-TEXT) * 100 +
                   FUNCTION NUMVAL(OV-DAY-TEXT)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(OV-TO-DATE) NOT = 0
               PERFORM CLEAR-SCREEN
               DISPLAY "Invalid date."
               PERFORM OVERRIDE-MENU
           END-IF
           MOVE 'Y' TO OV-SHOW-SWITCH
           PERFORM OVERRIDE-REPORT-RUN
           DISPLAY SPACE
           DISPLAY "Report saved to "
               FUNCTION TRIM(RCP-RECEIPT-FILE-NAME)
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM OVERRIDE-MENU.

      *             Every override in the seven days ending OV-TO-DATE,
      *             then the counts by cashier and by approver, to
      *             OVERRIDE-REPORT.TXT (and the screen when someone
      *             asked for it). Shared by the menu and the night run
       OVERRIDE-REPORT-RUN.
           MOVE OV-TO-DATE TO OV-DATE-NUM
           COMPUTE OV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(OV-DATE-NUM) - 6
           COMPUTE OV-FROM-DATE = FUNCTION DATE-OF-INTEGER(OV-DATE-INT)
           MOVE ZERO TO OV-RECORD-COUNT
           INITIALIZE OVERRIDE-TOTALS-TABLE
           MOVE ZERO TO OT-COUNT

           MOVE "OVERRIDE-REPORT.TXT" TO RCP-RECEIPT-FILE-NAME
           OPEN OUTPUT RCP-RECEIPT-FILE
           IF RCP-RECEIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE "              WEEKLY OVERRIDE REPORT"
               TO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "PERIOD: " OV-FROM-DATE " TO " OV-TO-DATE
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE "DATE     DOCUMENT LN TYPE  CASHIER    APPROVER   RC"
               TO RCP-RECEIPT-LINE
           MOVE "    ORIGINAL         NEW" TO RCP-RECEIPT-LINE(52:24)
           PERFORM OVERRIDE-REPORT-PUT

           OPEN INPUT OVR-OVERRIDES-FILE
           IF OVERRIDES-OK
               PERFORM UNTIL OVERRIDES-EOF
                   READ OVR-OVERRIDES-FILE
                       AT END
                           SET OVERRIDES-EOF TO TRUE
                       NOT AT END
                           IF OVR-DATE >= OV-FROM-DATE AND
                              OVR-DATE <= OV-TO-DATE
                               PERFORM OVERRIDE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVR-OVERRIDES-FILE
           END-IF

           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE OV-RECORD-COUNT TO OV-COUNT-EDIT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "OVERRIDES IN PERIOD : " OV-COUNT-EDIT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT

           MOVE SPACES TO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE "BY CASHIER         PRICE  DISC. B/COST  TOTAL"
               TO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE "C" TO OV-KIND
           PERFORM OVERRIDE-TOTALS-LINES

           MOVE SPACES TO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE "BY APPROVER        PRICE  DISC. B/COST  TOTAL"
               TO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT
           MOVE "A" TO OV-KIND
           PERFORM OVERRIDE-TOTALS-LINES
           CLOSE RCP-RECEIPT-FILE.

       OVERRIDE-REPORT-PUT.
           WRITE RCP-RECEIPT-LINE
           IF OV-SHOW-ON-SCREEN
               DISPLAY RCP-RECEIPT-LINE
           END-IF.

       OVERRIDE-REPORT-LINE.
           ADD 1 TO OV-RECORD-COUNT
           EVALUATE TRUE
               WHEN OVR-IS-PRICE
                   MOVE "PRICE" TO OV-TYPE-TEXT
               WHEN OVR-IS-DISCOUNT
                   MOVE "DISC." TO OV-TYPE-TEXT
               WHEN OVR-IS-BELOW-COST
                   MOVE "COST" TO OV-TYPE-TEXT
               WHEN OTHER
                   MOVE OVR-TYPE TO OV-TYPE-TEXT
           END-EVALUATE
           MOVE OVR-ORIGINAL-VALUE TO OV-ORIGINAL-EDIT
           MOVE OVR-NEW-VALUE TO OV-NEW-EDIT
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING OVR-DATE " " OVR-DOCUMENT-TYPE OVR-RECEIPT-NUMBER
               "  " OVR-LINE-NUMBER(2:2) " " OV-TYPE-TEXT " "
               OVR-CASHIER-ID " " OVR-APPROVER-ID " "
               OVR-REASON-CODE " " OV-ORIGINAL-EDIT " " OV-NEW-EDIT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           PERFORM OVERRIDE-REPORT-PUT

           MOVE "C" TO OV-KIND
           MOVE OVR-CASHIER-ID TO OV-USER-ID
           PERFORM OVERRIDE-ACCUMULATE
           MOVE "A" TO OV-KIND
           MOVE OVR-APPROVER-ID TO OV-USER-ID
           PERFORM OVERRIDE-ACCUMULATE.

       OVERRIDE-ACCUMULATE.
           MOVE 'N' TO OT-FOUND-SWITCH
           MOVE 1 TO OT-INDEX
           PERFORM UNTIL OT-INDEX > OT-COUNT OR OT-FOUND
               IF OT-KIND(OT-INDEX) = OV-KIND AND
                  OT-USER-ID(OT-INDEX) = OV-USER-ID
                   MOVE 'Y' TO OT-FOUND-SWITCH
               ELSE
                   ADD 1 TO OT-INDEX
               END-IF
           END-PERFORM
           IF NOT OT-FOUND
               IF OT-COUNT >= 80
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OT-COUNT
               MOVE OT-COUNT TO OT-INDEX
               MOVE OV-KIND TO OT-KIND(OT-INDEX)
               MOVE OV-USER-ID TO OT-USER-ID(OT-INDEX)
               MOVE ZERO TO OT-PRICE-COUNT(OT-INDEX)
               MOVE ZERO TO OT-DISCOUNT-COUNT(OT-INDEX)
               MOVE ZERO TO OT-COST-COUNT(OT-INDEX)
               MOVE ZERO TO OT-TOTAL-COUNT(OT-INDEX)
           END-IF
           EVALUATE TRUE
               WHEN OVR-IS-PRICE
                   ADD 1 TO OT-PRICE-COUNT(OT-INDEX)
               WHEN OVR-IS-DISCOUNT
                   ADD 1 TO OT-DISCOUNT-COUNT(OT-INDEX)
               WHEN OVR-IS-BELOW-COST
                   ADD 1 TO OT-COST-COUNT(OT-INDEX)
           END-EVALUATE
           ADD 1 TO OT-TOTAL-COUNT(OT-INDEX).

       OVERRIDE-TOTALS-LINES.
           MOVE 1 TO OT-INDEX
           PERFORM UNTIL OT-INDEX > OT-COUNT
               IF OT-KIND(OT-INDEX) = OV-KIND
                   MOVE OT-PRICE-COUNT(OT-INDEX) TO OV-PRICE-EDIT
                   MOVE OT-DISCOUNT-COUNT(OT-INDEX) TO OV-DISCOUNT-EDIT
                   MOVE OT-COST-COUNT(OT-INDEX) TO OV-COST-EDIT
                   MOVE OT-TOTAL-COUNT(OT-INDEX) TO OV-COUNT-EDIT
                   MOVE SPACES TO RCP-RECEIPT-LINE
                   STRING OT-USER-ID(OT-INDEX) "         "
                       OV-PRICE-EDIT "  " OV-DISCOUNT-EDIT "  "
                       OV-COST-EDIT "  " OV-COUNT-EDIT
                       DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
                   PERFORM OVERRIDE-REPORT-PUT
               END-IF
               ADD 1 TO OT-INDEX
           END-PERFORM.

      *                   SALES COMMISSION
       COMMISSION-MENU.
           PERFORM INITIALIZATION
           DISPLAY "=================================================="
           DISPLAY "                 SALES COMMISSION"
           DISPLAY "--------------------------------------------------"
           DISPLAY "1. List Commission Plan"
           DISPLAY "2. Commission Rate Maintenance"
           DISPLAY "3. Monthly Target Tier Maintenance"
           DISPLAY "4. Commission Run for a Month"
           DISPLAY "5. Posted Commission Runs"
           DISPLAY SPACE.
           DISPLAY "9. Return"
           DISPLAY "=================================================="
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT CM-CHOICE

           EVALUATE CM-CHOICE
               WHEN 1
                   IF SESSION-IS-SUPERVISOR
                       PERFORM CLEAR-SCREEN
                       PERFORM COMMISSION-PLAN-REPORT
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 2
                   IF SESSION-IS-MANAGER
                       PERFORM CLEAR-SCREEN
                       PERFORM COMMISSION-RATE-MAINTENANCE
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 3
                   IF SESSION-IS-MANAGER
                       PERFORM CLEAR-SCREEN
                       PERFORM COMMISSION-TIER-MAINTENANCE
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 4
                   IF SESSION-IS-MANAGER
                       PERFORM CLEAR-SCREEN
                       PERFORM COMMISSION-RUN-SCREEN
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 5
                   IF SESSION-IS-SUPERVISOR
                       PERFORM CLEAR-SCREEN
                       PERFORM COMMISSION-RUNS-REPORT
                   ELSE
                       PERFORM ACCESS-DENIED
                   END-IF
               WHEN 9
                   PERFORM MENU-MAIN
               WHEN OTHER
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                 Invalid option!"
                   PERFORM COMMISSION-MENU
           END-EVALUATE
           DISPLAY SPACE.

      *             Rate rows sort ahead of tier rows, so one pass
      *             lists the rates and then the tiers
       LIST-COMMISSION-PLAN.
           DISPLAY "COMMISSION RATES"
           DISPLAY "ROLE   CATEGORY         RATE %  CHANGED   BY"
           DISPLAY "--------------------------------------------------"
           MOVE 'N' TO CM-ROW-SWITCH
           MOVE LOW-VALUES TO CMP-KEY
           START CMP-COMMISSION-PLAN-FILE KEY IS GREATER THAN CMP-KEY
           PERFORM UNTIL COMMISSION-PLAN-EOF OR
                   CMP-COMMISSION-PLAN-STATUS NOT = "00"
               READ CMP-COMMISSION-PLAN-FILE NEXT RECORD
                   AT END
                       SET COMMISSION-PLAN-EOF TO TRUE
                   NOT AT END
                       PERFORM LIST-COMMISSION-PLAN-ROW
               END-READ
           END-PERFORM
           IF NOT CM-ROW-ON-FILE
               PERFORM COMMISSION-TIER-HEADING
           END-IF.

       COMMISSION-TIER-HEADING.
           DISPLAY SPACE
           DISPLAY "MONTHLY TARGET TIERS"
           DISPLAY "ROLE     MONTHLY TARGET           BONUS  CHANGED"
           DISPLAY "--------------------------------------------------".

       LIST-COMMISSION-PLAN-ROW.
           IF CMP-ROLE = SPACE
               MOVE "(ALL)" TO CM-RULE-ROLE
           ELSE
               MOVE CMP-ROLE TO CM-RULE-ROLE
           END-IF
           IF CMP-IS-RATE
               IF CMP-CATEGORY = SPACES
                   MOVE "(ALL)" TO CM-RULE-CATEGORY
               ELSE
                   MOVE CMP-CATEGORY TO CM-RULE-CATEGORY
               END-IF
               MOVE CMP-RATE-PERCENT TO CM-PERCENT-EDIT
               DISPLAY CM-RULE-ROLE "  " CM-RULE-CATEGORY "  "
                   CM-PERCENT-EDIT "  " CMP-ENTERED-DATE "  "
                   FUNCTION TRIM(CMP-ENTERED-BY)
               EXIT PARAGRAPH
           END-IF
           IF NOT CM-ROW-ON-FILE
               MOVE 'Y' TO CM-ROW-SWITCH
               PERFORM COMMISSION-TIER-HEADING
           END-IF
           MOVE CMP-TARGET TO CM-AMOUNT-EDIT
           MOVE CMP-BONUS-AMOUNT TO CM-AMOUNT-EDIT-2
           DISPLAY CM-RULE-ROLE "  " CM-AMOUNT-EDIT " " CM-AMOUNT-EDIT-2
               "  " CMP-ENTERED-DATE.

       COMMISSION-PLAN-REPORT.
           DISPLAY "=================================================="
           DISPLAY "                 COMMISSION PLAN"
           DISPLAY "=================================================="
           PERFORM LIST-COMMISSION-PLAN
           DISPLAY "--------------------------------------------------"
           DISPLAY "Rates: the seller's role and category row first,"
           DISPLAY "then the role with (ALL) categories, then (ALL)"
           DISPLAY "roles for the category, then (ALL) / (ALL)."
           DISPLAY "Tiers: highest target reached by net sales pays;"
           DISPLAY "a role with no tiers of its own uses (ALL)."
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM COMMISSION-MENU.

       GET-COMMISSION-ROLE.
           MOVE 'N' TO WS-IS-VALID
           PERFORM UNTIL VALID-INPUT
               DISPLAY "Role (C/S/M, empty for all roles): "
               WITH NO ADVANCING
               ACCEPT CM-ROLE-INPUT
               MOVE FUNCTION UPPER-CASE(CM-ROLE-INPUT) TO CM-ROLE-INPUT
               IF CM-ROLE-INPUT = SPACE OR "C" OR "S" OR "M"
                   MOVE 'Y' TO WS-IS-VALID
               ELSE
                   DISPLAY "Role must be C, S, M or empty."
               END-IF
           END-PERFORM.

      *             One rate per role and category; entering a row
      *             that exists changes its rate, and a zero rate
      *             removes it. Runs already posted are not affected
       COMMISSION-RATE-MAINTENANCE.
           DISPLAY "=================================================="
           DISPLAY "           COMMISSION RATE MAINTENANCE"
           DISPLAY "=================================================="
           PERFORM LIST-COMMISSION-PLAN
           DISPLAY SPACE

           PERFORM GET-COMMISSION-ROLE
           DISPLAY "Category (empty for all categories): "
           WITH NO ADVANCING
           ACCEPT CM-CATEGORY-INPUT

           MOVE "R" TO CMP-ROW-TYPE
           MOVE CM-ROLE-INPUT TO CMP-ROLE
           MOVE CM-CATEGORY-INPUT TO CMP-CATEGORY
           MOVE ZERO TO CMP-TARGET
           MOVE ZERO TO CM-OLD-VALUE
           READ CMP-COMMISSION-PLAN-FILE
               INVALID KEY
                   MOVE 'N' TO CM-ROW-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO CM-ROW-SWITCH
                   MOVE CMP-RATE-PERCENT TO CM-OLD-VALUE
                   MOVE CMP-RATE-PERCENT TO CM-PERCENT-EDIT
                   DISPLAY "Current commission % : " CM-PERCENT-EDIT
           END-READ

      *             Zero is meaningful here (it removes the row),
      *             which is why this does not use GET-NUMERIC-INPUT
           MOVE 'N' TO WS-IS-VALID
           PERFORM UNTIL VALID-INPUT
               DISPLAY "Commission % (0 removes, empty to cancel): "
               WITH NO ADVANCING
               ACCEPT CM-NUMBER-INPUT
               IF CM-NUMBER-INPUT = SPACES
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM COMMISSION-MENU
               END-IF
               IF FUNCTION TEST-NUMVAL(CM-NUMBER-INPUT) NOT = 0
                   DISPLAY "Invalid numeric value. Try again."
               ELSE
                   IF FUNCTION NUMVAL(CM-NUMBER-INPUT) < 0 OR
                      FUNCTION NUMVAL(CM-NUMBER-INPUT) > 99.99
                       DISPLAY "Rate must be between 0 and 99.99."
                   ELSE
                       MOVE 'Y' TO WS-IS-VALID
                   END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION NUMVAL(CM-NUMBER-INPUT) TO CMP-RATE-PERCENT
           MOVE ZERO TO CMP-BONUS-AMOUNT
           MOVE CURRENT-DATE TO CMP-ENTERED-DATE
           MOVE SESSION-CASHIER-ID TO CMP-ENTERED-BY
           PERFORM CLEAR-SCREEN
           EVALUATE TRUE
               WHEN CMP-RATE-PERCENT = ZERO AND CM-ROW-ON-FILE
                   DELETE CMP-COMMISSION-PLAN-FILE
                       INVALID KEY
                           DISPLAY "Error removing commission rate!"
                   END-DELETE
                   MOVE "COMMISSION-RATE-DEL" TO AUD-ACTION
               WHEN CMP-RATE-PERCENT = ZERO
                   DISPLAY "No such commission rate on file."
                   PERFORM COMMISSION-MENU
               WHEN CM-ROW-ON-FILE
                   REWRITE CMP-COMMISSION-PLAN-RECORD
                       INVALID KEY
                           DISPLAY "Error updating commission rate!"
                   END-REWRITE
                   MOVE "COMMISSION-RATE-CHG" TO AUD-ACTION
               WHEN OTHER
                   WRITE CMP-COMMISSION-PLAN-RECORD
                       INVALID KEY
                           DISPLAY "Error adding commission rate!"
                   END-WRITE
                   MOVE "COMMISSION-RATE-ADD" TO AUD-ACTION
           END-EVALUATE
           MOVE CMP-CATEGORY TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Role=" CMP-ROLE
               " Category=" FUNCTION TRIM(CMP-CATEGORY)
               " Pct:" CM-OLD-VALUE "->" CMP-RATE-PERCENT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Commission rate saved."
           DISPLAY SPACE
           PERFORM COMMISSION-MENU.

      *             One bonus per role and monthly net sales target;
      *             a zero bonus removes the tier
       COMMISSION-TIER-MAINTENANCE.
           DISPLAY "=================================================="
           DISPLAY "         MONTHLY TARGET TIER MAINTENANCE"
           DISPLAY "=================================================="
           PERFORM LIST-COMMISSION-PLAN
           DISPLAY SPACE

           PERFORM GET-COMMISSION-ROLE
           MOVE 'N' TO WS-IS-VALID
           PERFORM UNTIL VALID-INPUT
               DISPLAY "Monthly net sales target (empty to cancel): "
               WITH NO ADVANCING
               ACCEPT CM-NUMBER-INPUT
               IF CM-NUMBER-INPUT = SPACES
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM COMMISSION-MENU
               END-IF
               IF FUNCTION TEST-NUMVAL(CM-NUMBER-INPUT) NOT = 0
                   DISPLAY "Invalid numeric value. Try again."
               ELSE
                   IF FUNCTION NUMVAL(CM-NUMBER-INPUT) <= 0 OR
                      FUNCTION NUMVAL(CM-NUMBER-INPUT) > 99999999.99
                       DISPLAY "Target must be above zero."
                   ELSE
                       MOVE 'Y' TO WS-IS-VALID
                   END-IF
               END-IF
           END-PERFORM

           MOVE "T" TO CMP-ROW-TYPE
           MOVE CM-ROLE-INPUT TO CMP-ROLE
           MOVE SPACES TO CMP-CATEGORY
           MOVE FUNCTION NUMVAL(CM-NUMBER-INPUT) TO CMP-TARGET
           MOVE ZERO TO CM-OLD-VALUE
           READ CMP-COMMISSION-PLAN-FILE
               INVALID KEY
                   MOVE 'N' TO CM-ROW-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO CM-ROW-SWITCH
                   MOVE CMP-BONUS-AMOUNT TO CM-OLD-VALUE
                   MOVE CMP-BONUS-AMOUNT TO CM-AMOUNT-EDIT
                   DISPLAY "Current bonus : ₱ "
                       FUNCTION TRIM(CM-AMOUNT-EDIT)
           END-READ

           MOVE 'N' TO WS-IS-VALID
           PERFORM UNTIL VALID-INPUT
               DISPLAY "Bonus amount (0 removes, empty to cancel): "
               WITH NO ADVANCING
               ACCEPT CM-NUMBER-INPUT
               IF CM-NUMBER-INPUT = SPACES
                   PERFORM CLEAR-SCREEN
                   DISPLAY "                Cancelled."
                   PERFORM COMMISSION-MENU
               END-IF
               IF FUNCTION TEST-NUMVAL(CM-NUMBER-INPUT) NOT = 0
                   DISPLAY "Invalid numeric value. Try again."
               ELSE
                   IF FUNCTION NUMVAL(CM-NUMBER-INPUT) < 0 OR
                      FUNCTION NUMVAL(CM-NUMBER-INPUT) > 99999999.99
                       DISPLAY "Bonus must not be negative."
                   ELSE
                       MOVE 'Y' TO WS-IS-VALID
                   END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION NUMVAL(CM-NUMBER-INPUT) TO CMP-BONUS-AMOUNT
           MOVE ZERO TO CMP-RATE-PERCENT
           MOVE CURRENT-DATE TO CMP-ENTERED-DATE
           MOVE SESSION-CASHIER-ID TO CMP-ENTERED-BY
           PERFORM CLEAR-SCREEN
           EVALUATE TRUE
               WHEN CMP-BONUS-AMOUNT = ZERO AND CM-ROW-ON-FILE
                   DELETE CMP-COMMISSION-PLAN-FILE
                       INVALID KEY
                           DISPLAY "Error removing target tier!"
                   END-DELETE
                   MOVE "COMMISSION-TIER-DEL" TO AUD-ACTION
               WHEN CMP-BONUS-AMOUNT = ZERO
                   DISPLAY "No such target tier on file."
                   PERFORM COMMISSION-MENU
               WHEN CM-ROW-ON-FILE
                   REWRITE CMP-COMMISSION-PLAN-RECORD
                       INVALID KEY
                           DISPLAY "Error updating target tier!"
                   END-REWRITE
                   MOVE "COMMISSION-TIER-CHG" TO AUD-ACTION
               WHEN OTHER
                   WRITE CMP-COMMISSION-PLAN-RECORD
                       INVALID KEY
                           DISPLAY "Error adding target tier!"
                   END-WRITE
                   MOVE "COMMISSION-TIER-ADD" TO AUD-ACTION
           END-EVALUATE
           MOVE CMP-ROLE TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Role=" CMP-ROLE " Target=" CMP-TARGET
               " Bonus:" CM-OLD-VALUE "->" CMP-BONUS-AMOUNT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Target tier saved."
           DISPLAY SPACE
           PERFORM COMMISSION-MENU.

      *             Works out the month's commission from SALES.DAT and
      *             the chosen SALES-YYYYMMDD.DAT archives, writes a
      *             statement per seller, and on the manager's say-so
      *             posts the run: the payroll file is written and the
      *             month is locked in COMMISSION-RUNS.DAT
       COMMISSION-RUN-SCREEN.
           DISPLAY "=================================================="
           DISPLAY "              COMMISSION RUN FOR A MONTH"
           DISPLAY "=================================================="

           DISPLAY "Pay month (MM/YYYY): " WITH NO ADVANCING
           ACCEPT CM-PERIOD-INPUT
           IF CM-PERIOD-INPUT = SPACES
               PERFORM CLEAR-SCREEN
               DISPLAY "                Cancelled."
               PERFORM COMMISSION-MENU
           END-IF
           UNSTRING CM-PERIOD-INPUT DELIMITED BY "/"
               INTO HR-MONTH-TEXT HR-YEAR-TEXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(HR-MONTH-TEXT) NOT = 0 OR
              FUNCTION TEST-NUMVAL(HR-YEAR-TEXT) NOT = 0
               PERFORM CLEAR-SCREEN
               DISPLAY "Invalid month - use MM/YYYY."
               PERFORM COMMISSION-MENU
           END-IF
           MOVE FUNCTION NUMVAL(HR-MONTH-TEXT) TO CM-MONTH
           MOVE FUNCTION NUMVAL(HR-YEAR-TEXT) TO CM-YEAR
           IF CM-MONTH < 1 OR CM-MONTH > 12 OR CM-YEAR < 1601
               PERFORM CLEAR-SCREEN
               DISPLAY "Invalid month - use MM/YYYY."
               PERFORM COMMISSION-MENU
           END-IF
           COMPUTE CM-PERIOD = CM-YEAR * 100 + CM-MONTH
           COMPUTE CM-FROM-DATE = CM-PERIOD * 100 + 1
      *             The last day is the day before the next month's 1st
           IF CM-MONTH = 12
               COMPUTE CM-DATE-NUM = (CM-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE CM-DATE-NUM = CM-FROM-DATE + 100
           END-IF
           COMPUTE CM-TO-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CM-DATE-NUM) - 1)

           MOVE CM-PERIOD TO CMR-PERIOD
           READ CMR-COMMISSION-RUNS-FILE
               INVALID KEY
                   MOVE 'N' TO CM-POSTED-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO CM-POSTED-SWITCH
           END-READ
           IF CM-RUN-POSTED
               PERFORM CLEAR-SCREEN
               DISPLAY "Commission for " CM-MONTH "/" CM-YEAR
                   " was posted on " CMR-POSTED-DATE " by "
                   FUNCTION TRIM(CMR-POSTED-BY) "."
               DISPLAY "A posted month cannot be run again."
               DISPLAY SPACE
               PERFORM COMMISSION-MENU
           END-IF

      *             The live SALES.DAT is always read: the month may
      *             still be in it, and lines from other months are
      *             dropped by the date test in COMMISSION-ACCUMULATE
           MOVE ZERO TO HR-FILE-COUNT
           MOVE 'N' TO HR-SKIPPED-SWITCH
           PERFORM HISTORICAL-GATHER-FILES
           MOVE 'Y' TO HR-INCLUDE-LIVE-SW

           INITIALIZE COMMISSION-SELLER-TABLE
           INITIALIZE COMMISSION-LINE-TABLE
           MOVE ZERO TO CC-COUNT
           MOVE ZERO TO CL-COUNT
           MOVE ZERO TO CM-RECORD-COUNT
           MOVE 'N' TO CM-TRUNCATED-SWITCH

           SET HR-SCAN-COMMISSION TO TRUE
           MOVE 1 TO HR-FILE-INDEX
           PERFORM UNTIL HR-FILE-INDEX > HR-FILE-COUNT
               PERFORM HISTORICAL-SCAN-ARCHIVE
               ADD 1 TO HR-FILE-INDEX
           END-PERFORM
           SET HR-SCAN-HISTORY TO TRUE

           IF HR-INCLUDE-LIVE
               CLOSE S-SALES-FILE
               OPEN INPUT S-SALES-FILE
               PERFORM UNTIL SALES-EOF
                   READ S-SALES-FILE
                       AT END
                           SET SALES-EOF TO TRUE
                       NOT AT END
                           PERFORM COMMISSION-ACCUMULATE
                   END-READ
               END-PERFORM
               CLOSE S-SALES-FILE
           END-IF

           PERFORM COMMISSION-FINISH-SELLERS
           PERFORM WRITE-COMMISSION-STATEMENTS

           DISPLAY SPACE
           DISPLAY "=================================================="
           DISPLAY "  COMMISSION RUN FOR " CM-MONTH "/" CM-YEAR
           DISPLAY "=================================================="
           DISPLAY "SELLER     R        NET SALES         PAYABLE"
           MOVE 1 TO CC-INDEX
           PERFORM UNTIL CC-INDEX > CC-COUNT
               MOVE CC-NET-SALES(CC-INDEX) TO CM-AMOUNT-EDIT
               MOVE CC-AMOUNT(CC-INDEX) TO CM-AMOUNT-EDIT-2
               DISPLAY CC-SELLER-ID(CC-INDEX) " " CC-ROLE(CC-INDEX)
                   "  " CM-AMOUNT-EDIT " " CM-AMOUNT-EDIT-2
               ADD 1 TO CC-INDEX
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           MOVE CM-RECORD-COUNT TO DF-DISP-QTY
           DISPLAY "Sales lines in month : " FUNCTION TRIM(DF-DISP-QTY)
           MOVE CM-TOTAL-NET-SALES TO CM-AMOUNT-EDIT
           DISPLAY "Net sales            : ₱ "
               FUNCTION TRIM(CM-AMOUNT-EDIT)
           MOVE CM-TOTAL-CHARGEBACK TO CM-AMOUNT-EDIT
           DISPLAY "Void chargebacks     : ₱ "
               FUNCTION TRIM(CM-AMOUNT-EDIT)
           COMPUTE CM-LINE-COMMISSION =
               CM-TOTAL-COMMISSION + CM-TOTAL-CHARGEBACK
           MOVE CM-LINE-COMMISSION TO CM-AMOUNT-EDIT
           DISPLAY "Net commission       : ₱ "
               FUNCTION TRIM(CM-AMOUNT-EDIT)
           MOVE CM-TOTAL-BONUS TO CM-AMOUNT-EDIT
           DISPLAY "Target bonuses       : ₱ "
               FUNCTION TRIM(CM-AMOUNT-EDIT)
           MOVE CM-TOTAL-AMOUNT TO CM-AMOUNT-EDIT
           DISPLAY "Total payable        : ₱ "
               FUNCTION TRIM(CM-AMOUNT-EDIT)
           DISPLAY "Statements saved to COMM-<seller>-" CM-PERIOD ".TXT"
           DISPLAY SPACE

           EVALUATE TRUE
               WHEN CM-TRUNCATED
                   DISPLAY "Too many sellers or categories for one "
                       "run - it cannot be posted."
               WHEN HR-ARCHIVE-SKIPPED
                   DISPLAY "An archive was left out or could not be "
                       "read - it cannot be posted."
               WHEN CM-TO-DATE NOT < CURRENT-DATE
                   DISPLAY "The month is not over yet - statements "
                       "only, not posted."
               WHEN CC-COUNT = ZERO
                   DISPLAY "No sales in the month - nothing to post."
               WHEN OTHER
                   DISPLAY "Post this run and write the payroll file? "
                       "(Y/N): " WITH NO ADVANCING
                   ACCEPT CM-CONFIRM
                   IF CM-CONFIRM = "Y" OR CM-CONFIRM = "y"
                       PERFORM POST-COMMISSION-RUN
                   ELSE
                       DISPLAY "Run not posted."
                   END-IF
           END-EVALUATE
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM COMMISSION-MENU.

      *             One SALES-RECORD into the run if it falls in the
      *             month. A void goes to whoever rang the original
      *             sale, at that seller's rate for the category, so
      *             it claws back the commission the sale earned
       COMMISSION-ACCUMULATE.
           IF S-SALE-DATE < CM-FROM-DATE OR S-SALE-DATE > CM-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CM-RECORD-COUNT
           IF S-ORIGINAL-CASHIER-ID = SPACES
               MOVE S-CASHIER-ID TO CM-SELLER-ID
           ELSE
               MOVE S-ORIGINAL-CASHIER-ID TO CM-SELLER-ID
           END-IF
           PERFORM FIND-COMMISSION-SELLER
           IF NOT CC-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COMMISSION-LINE
           IF NOT CL-FOUND
               EXIT PARAGRAPH
           END-IF
           COMPUTE CM-LINE-COMMISSION ROUNDED =
               S-TOTAL-AMOUNT * CL-RATE(CL-INDEX) / 100
           IF SALE-IS-VOID
               ADD S-TOTAL-AMOUNT TO CL-VOIDS(CL-INDEX)
               ADD S-TOTAL-AMOUNT TO CC-VOIDS(CC-INDEX)
               ADD CM-LINE-COMMISSION TO CL-CHARGEBACK(CL-INDEX)
               ADD CM-LINE-COMMISSION TO CC-CHARGEBACK(CC-INDEX)
           ELSE
               ADD S-TOTAL-AMOUNT TO CL-SALES(CL-INDEX)
               ADD S-TOTAL-AMOUNT TO CC-SALES(CC-INDEX)
               ADD CM-LINE-COMMISSION TO CL-COMMISSION(CL-INDEX)
               ADD CM-LINE-COMMISSION TO CC-COMMISSION(CC-INDEX)
           END-IF.

      *             Finds or adds CM-SELLER-ID, taking the role from
      *             USERS.DAT when the seller is first seen
       FIND-COMMISSION-SELLER.
           MOVE 'N' TO CC-FOUND-SWITCH
           MOVE 1 TO CC-INDEX
           PERFORM UNTIL CC-INDEX > CC-COUNT OR CC-FOUND
               IF CC-SELLER-ID(CC-INDEX) = CM-SELLER-ID
                   MOVE 'Y' TO CC-FOUND-SWITCH
               ELSE
                   ADD 1 TO CC-INDEX
               END-IF
           END-PERFORM
           IF CC-FOUND
               EXIT PARAGRAPH
           END-IF
           IF CC-COUNT >= 50
               IF NOT CM-TRUNCATED
                   DISPLAY "** More than 50 sellers - commission run "
                       "is incomplete **"
                   MOVE 'Y' TO CM-TRUNCATED-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CC-COUNT
           MOVE CC-COUNT TO CC-INDEX
           MOVE CM-SELLER-ID TO CC-SELLER-ID(CC-INDEX)
           MOVE CM-SELLER-ID TO U-USER-ID
           READ USR-USERS-FILE
               INVALID KEY
                   MOVE SPACE TO CC-ROLE(CC-INDEX)
               NOT INVALID KEY
                   MOVE U-ROLE TO CC-ROLE(CC-INDEX)
           END-READ
           MOVE ZERO TO CC-SALES(CC-INDEX)
           MOVE ZERO TO CC-VOIDS(CC-INDEX)
           MOVE ZERO TO CC-NET-SALES(CC-INDEX)
           MOVE ZERO TO CC-COMMISSION(CC-INDEX)
           MOVE ZERO TO CC-CHARGEBACK(CC-INDEX)
           MOVE ZERO TO CC-TARGET(CC-INDEX)
           MOVE ZERO TO CC-BONUS(CC-INDEX)
           MOVE ZERO TO CC-AMOUNT(CC-INDEX)
           MOVE 'Y' TO CC-FOUND-SWITCH.

      *             Finds or adds the seller's line for S-CATEGORY,
      *             looking the rate up once when the line is added
       FIND-COMMISSION-LINE.
           MOVE 'N' TO CL-FOUND-SWITCH
           MOVE 1 TO CL-INDEX
           PERFORM UNTIL CL-INDEX > CL-COUNT OR CL-FOUND
               IF CL-SELLER-INDEX(CL-INDEX) = CC-INDEX AND
                  CL-CATEGORY(CL-INDEX) = S-CATEGORY
                   MOVE 'Y' TO CL-FOUND-SWITCH
               ELSE
                   ADD 1 TO CL-INDEX
               END-IF
           END-PERFORM
           IF CL-FOUND
               EXIT PARAGRAPH
           END-IF
           IF CL-COUNT >= 400
               IF NOT CM-TRUNCATED
                   DISPLAY "** More than 400 seller categories - "
                       "commission run is incomplete **"
                   MOVE 'Y' TO CM-TRUNCATED-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CL-COUNT
           MOVE CL-COUNT TO CL-INDEX
           MOVE CC-INDEX TO CL-SELLER-INDEX(CL-INDEX)
           MOVE S-CATEGORY TO CL-CATEGORY(CL-INDEX)
           MOVE CC-ROLE(CC-INDEX) TO CM-LOOKUP-ROLE
           MOVE S-CATEGORY TO CM-LOOKUP-CATEGORY
           PERFORM GET-COMMISSION-RATE
           MOVE CM-RATE TO CL-RATE(CL-INDEX)
           MOVE ZERO TO CL-SALES(CL-INDEX)
           MOVE ZERO TO CL-VOIDS(CL-INDEX)
           MOVE ZERO TO CL-COMMISSION(CL-INDEX)
           MOVE ZERO TO CL-CHARGEBACK(CL-INDEX)
           MOVE 'Y' TO CL-FOUND-SWITCH.

      *             Rate for CM-LOOKUP-ROLE and CM-LOOKUP-CATEGORY:
      *             the exact row, then the role's all-category row,
      *             then the all-role row for the category, then the
      *             all-role all-category row; none on file pays zero
       GET-COMMISSION-RATE.
           MOVE ZERO TO CM-RATE
           MOVE 'N' TO CM-RATE-SWITCH
           MOVE CM-LOOKUP-ROLE TO CMP-ROLE
           MOVE CM-LOOKUP-CATEGORY TO CMP-CATEGORY
           PERFORM READ-COMMISSION-RATE
           IF NOT CM-RATE-FOUND
               MOVE CM-LOOKUP-ROLE TO CMP-ROLE
               MOVE SPACES TO CMP-CATEGORY
               PERFORM READ-COMMISSION-RATE
           END-IF
           IF NOT CM-RATE-FOUND
               MOVE SPACE TO CMP-ROLE
               MOVE CM-LOOKUP-CATEGORY TO CMP-CATEGORY
               PERFORM READ-COMMISSION-RATE
           END-IF
           IF NOT CM-RATE-FOUND
               MOVE SPACE TO CMP-ROLE
               MOVE SPACES TO CMP-CATEGORY
               PERFORM READ-COMMISSION-RATE
           END-IF.

       READ-COMMISSION-RATE.
           MOVE "R" TO CMP-ROW-TYPE
           MOVE ZERO TO CMP-TARGET
           READ CMP-COMMISSION-PLAN-FILE
               INVALID KEY
                   MOVE 'N' TO CM-RATE-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO CM-RATE-SWITCH
                   MOVE CMP-RATE-PERCENT TO CM-RATE
           END-READ.

      *             Net sales, target bonus and amount payable for
      *             every seller, with the run totals
       COMMISSION-FINISH-SELLERS.
           MOVE ZERO TO CM-TOTAL-SALES
           MOVE ZERO TO CM-TOTAL-VOIDS
           MOVE ZERO TO CM-TOTAL-NET-SALES
           MOVE ZERO TO CM-TOTAL-COMMISSION
           MOVE ZERO TO CM-TOTAL-CHARGEBACK
           MOVE ZERO TO CM-TOTAL-BONUS
           MOVE ZERO TO CM-TOTAL-AMOUNT
           MOVE 1 TO CC-INDEX
           PERFORM UNTIL CC-INDEX > CC-COUNT
               COMPUTE CC-NET-SALES(CC-INDEX) =
                   CC-SALES(CC-INDEX) + CC-VOIDS(CC-INDEX)
               MOVE CC-ROLE(CC-INDEX) TO CM-LOOKUP-ROLE
               PERFORM GET-COMMISSION-BONUS
               COMPUTE CC-AMOUNT(CC-INDEX) = CC-COMMISSION(CC-INDEX)
                   + CC-CHARGEBACK(CC-INDEX) + CC-BONUS(CC-INDEX)
               ADD CC-SALES(CC-INDEX) TO CM-TOTAL-SALES
               ADD CC-VOIDS(CC-INDEX) TO CM-TOTAL-VOIDS
               ADD CC-NET-SALES(CC-INDEX) TO CM-TOTAL-NET-SALES
               ADD CC-COMMISSION(CC-INDEX) TO CM-TOTAL-COMMISSION
               ADD CC-CHARGEBACK(CC-INDEX) TO CM-TOTAL-CHARGEBACK
               ADD CC-BONUS(CC-INDEX) TO CM-TOTAL-BONUS
               ADD CC-AMOUNT(CC-INDEX) TO CM-TOTAL-AMOUNT
               ADD 1 TO CC-INDEX
           END-PERFORM.

      *             Highest tier the seller's net sales reached, for
      *             CM-LOOKUP-ROLE; a role without tiers of its own
      *             falls back to the blank (all roles) tiers
       GET-COMMISSION-BONUS.
           MOVE ZERO TO CC-TARGET(CC-INDEX)
           MOVE ZERO TO CC-BONUS(CC-INDEX)
           MOVE 'N' TO CM-TIER-SWITCH
           PERFORM SCAN-COMMISSION-TIERS
           IF NOT CM-ROLE-HAS-TIERS AND CM-LOOKUP-ROLE NOT = SPACE
               MOVE SPACE TO CM-LOOKUP-ROLE
               PERFORM SCAN-COMMISSION-TIERS
           END-IF.

       SCAN-COMMISSION-TIERS.
           MOVE "T" TO CMP-ROW-TYPE
           MOVE CM-LOOKUP-ROLE TO CMP-ROLE
           MOVE SPACES TO CMP-CATEGORY
           MOVE ZERO TO CMP-TARGET
           START CMP-COMMISSION-PLAN-FILE
               KEY IS NOT LESS THAN CMP-KEY
           PERFORM UNTIL COMMISSION-PLAN-EOF OR
                   CMP-COMMISSION-PLAN-STATUS NOT = "00"
               READ CMP-COMMISSION-PLAN-FILE NEXT RECORD
                   AT END
                       SET COMMISSION-PLAN-EOF TO TRUE
                   NOT AT END
                       IF NOT CMP-IS-TIER OR
                          CMP-ROLE NOT = CM-LOOKUP-ROLE
                           SET COMMISSION-PLAN-EOF TO TRUE
                       ELSE
                           MOVE 'Y' TO CM-TIER-SWITCH
                           IF CC-NET-SALES(CC-INDEX) >= CMP-TARGET
                               MOVE CMP-TARGET TO CC-TARGET(CC-INDEX)
                               MOVE CMP-BONUS-AMOUNT
                                   TO CC-BONUS(CC-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *             COMM-<seller>-<YYYYMM>.TXT for every seller in the
      *             run, marked as a preview until the run is posted
       WRITE-COMMISSION-STATEMENTS.
           MOVE 1 TO CC-INDEX
           PERFORM UNTIL CC-INDEX > CC-COUNT
               PERFORM WRITE-COMMISSION-STATEMENT
               ADD 1 TO CC-INDEX
           END-PERFORM.

       WRITE-COMMISSION-STATEMENT.
           MOVE SPACES TO RCP-RECEIPT-FILE-NAME
           STRING "COMM-" FUNCTION TRIM(CC-SELLER-ID(CC-INDEX)) "-"
               CM-PERIOD ".TXT"
               DELIMITED BY SIZE INTO RCP-RECEIPT-FILE-NAME
           OPEN OUTPUT RCP-RECEIPT-FILE
           IF RCP-RECEIPT-STATUS NOT = "00"
               DISPLAY "Cannot write "
                   FUNCTION TRIM(RCP-RECEIPT-FILE-NAME)
                   " - status " RCP-RECEIPT-STATUS
               EXIT PARAGRAPH
           END-IF
           EVALUATE CC-ROLE(CC-INDEX)
               WHEN "C"
                   MOVE "CASHIER" TO CM-ROLE-TEXT
               WHEN "S"
                   MOVE "SUPERVISOR" TO CM-ROLE-TEXT
               WHEN "M"
                   MOVE "MANAGER" TO CM-ROLE-TEXT
               WHEN OTHER
                   MOVE "NOT ON FILE" TO CM-ROLE-TEXT
           END-EVALUATE

           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "            SALES COMMISSION STATEMENT"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "PERIOD    : " CM-MONTH "/" CM-YEAR "  ("
               CM-FROM-DATE " TO " CM-TO-DATE ")"
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING "SELLER    : " CC-SELLER-ID(CC-INDEX)
               "  ROLE: " CM-ROLE-TEXT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           IF CM-RUN-POSTED
               STRING "PRINTED   : " CURRENT-DATE
                   "  POSTED TO PAYROLL"
                   DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           ELSE
               STRING "PRINTED   : " CURRENT-DATE
                   "  PREVIEW - NOT POSTED"
                   DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           END-IF
           WRITE RCP-RECEIPT-LINE
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE SPACES TO RCP-RECEIPT-LINE
           MOVE "CATEGORY" TO RCP-RECEIPT-LINE
           MOVE "RATE %" TO RCP-RECEIPT-LINE(18:6)
           MOVE "SALES" TO RCP-RECEIPT-LINE(35:5)
           MOVE "COMMISSION" TO RCP-RECEIPT-LINE(46:10)
           WRITE RCP-RECEIPT-LINE

           MOVE 1 TO CL-INDEX
           PERFORM UNTIL CL-INDEX > CL-COUNT
               IF CL-SELLER-INDEX(CL-INDEX) = CC-INDEX
                   PERFORM COMMISSION-STATEMENT-LINE
               END-IF
               ADD 1 TO CL-INDEX
           END-PERFORM

           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "SALES" TO CM-LABEL
           MOVE CC-SALES(CC-INDEX) TO CM-AMOUNT-EDIT
           PERFORM COMMISSION-STATEMENT-AMOUNT
           MOVE "LESS VOIDS" TO CM-LABEL
           MOVE CC-VOIDS(CC-INDEX) TO CM-AMOUNT-EDIT
           PERFORM COMMISSION-STATEMENT-AMOUNT
           MOVE "NET SALES" TO CM-LABEL
           MOVE CC-NET-SALES(CC-INDEX) TO CM-AMOUNT-EDIT
           PERFORM COMMISSION-STATEMENT-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "COMMISSION ON SALES" TO CM-LABEL
           MOVE CC-COMMISSION(CC-INDEX) TO CM-AMOUNT-EDIT
           PERFORM COMMISSION-STATEMENT-AMOUNT
           MOVE "LESS VOID CHARGEBACKS" TO CM-LABEL
           MOVE CC-CHARGEBACK(CC-INDEX) TO CM-AMOUNT-EDIT
           PERFORM COMMISSION-STATEMENT-AMOUNT
           MOVE SPACES TO RCP-RECEIPT-LINE
           IF CC-TARGET(CC-INDEX) = ZERO
               MOVE "TARGET REACHED" TO CM-LABEL
               STRING CM-LABEL ":   NONE"
                   DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
               WRITE RCP-RECEIPT-LINE
           ELSE
               MOVE "TARGET REACHED" TO CM-LABEL
               MOVE CC-TARGET(CC-INDEX) TO CM-AMOUNT-EDIT
               PERFORM COMMISSION-STATEMENT-AMOUNT
           END-IF
           MOVE "TARGET BONUS" TO CM-LABEL
           MOVE CC-BONUS(CC-INDEX) TO CM-AMOUNT-EDIT
           PERFORM COMMISSION-STATEMENT-AMOUNT
           MOVE "--------------------------------------------------"
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           MOVE "TOTAL PAYABLE" TO CM-LABEL
           MOVE CC-AMOUNT(CC-INDEX) TO CM-AMOUNT-EDIT
           PERFORM COMMISSION-STATEMENT-AMOUNT
           MOVE "=================================================="
               TO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE
           CLOSE RCP-RECEIPT-FILE.

       COMMISSION-STATEMENT-LINE.
           MOVE SPACES TO RCP-RECEIPT-LINE
           IF CL-CATEGORY(CL-INDEX) = SPACES
               MOVE "(NONE)" TO RCP-RECEIPT-LINE
           ELSE
               MOVE CL-CATEGORY(CL-INDEX) TO RCP-RECEIPT-LINE
           END-IF
           MOVE CL-RATE(CL-INDEX) TO CM-PERCENT-EDIT
           MOVE CM-PERCENT-EDIT TO RCP-RECEIPT-LINE(18:6)
           MOVE CL-SALES(CL-INDEX) TO CM-AMOUNT-EDIT
           MOVE CM-AMOUNT-EDIT TO RCP-RECEIPT-LINE(25:15)
           MOVE CL-COMMISSION(CL-INDEX) TO CM-AMOUNT-EDIT
           MOVE CM-AMOUNT-EDIT TO RCP-RECEIPT-LINE(41:15)
           WRITE RCP-RECEIPT-LINE
           IF CL-VOIDS(CL-INDEX) NOT = ZERO
               MOVE SPACES TO RCP-RECEIPT-LINE
               MOVE "  LESS VOIDS" TO RCP-RECEIPT-LINE
               MOVE CL-VOIDS(CL-INDEX) TO CM-AMOUNT-EDIT
               MOVE CM-AMOUNT-EDIT TO RCP-RECEIPT-LINE(25:15)
               MOVE CL-CHARGEBACK(CL-INDEX) TO CM-AMOUNT-EDIT
               MOVE CM-AMOUNT-EDIT TO RCP-RECEIPT-LINE(41:15)
               WRITE RCP-RECEIPT-LINE
           END-IF.

       COMMISSION-STATEMENT-AMOUNT.
           MOVE SPACES TO RCP-RECEIPT-LINE
           STRING CM-LABEL ": P " CM-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RCP-RECEIPT-LINE
           WRITE RCP-RECEIPT-LINE.

      *             Posts the run: PAYROLL-COMM-<YYYYMM>.DAT is
      *             written in full first, and only once it has closed
      *             cleanly does the month go on COMMISSION-RUNS.DAT -
      *             a failed write leaves the month open to post again,
      *             and a posted month can never be paid twice
       POST-COMMISSION-RUN.
           MOVE CM-PERIOD TO CMR-PERIOD
           READ CMR-COMMISSION-RUNS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "This month has already been posted."
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO PRL-PAYROLL-FILE-NAME
           STRING "PAYROLL-COMM-" CM-PERIOD ".DAT"
               DELIMITED BY SIZE INTO PRL-PAYROLL-FILE-NAME
           OPEN OUTPUT PRL-PAYROLL-FILE
           IF NOT PAYROLL-OK
               DISPLAY "Cannot write "
                   FUNCTION TRIM(PRL-PAYROLL-FILE-NAME)
                   " - status " PRL-PAYROLL-STATUS
               DISPLAY "Run not posted."
               EXIT PARAGRAPH
           END-IF

           MOVE CM-PERIOD TO CMR-PERIOD
           MOVE CURRENT-DATE TO CMR-POSTED-DATE
           MOVE SESSION-CASHIER-ID TO CMR-POSTED-BY
           MOVE CC-COUNT TO CMR-SELLER-COUNT
           MOVE CM-TOTAL-NET-SALES TO CMR-TOTAL-NET-SALES
           COMPUTE CMR-TOTAL-COMMISSION =
               CM-TOTAL-COMMISSION + CM-TOTAL-CHARGEBACK
           MOVE CM-TOTAL-BONUS TO CMR-TOTAL-BONUS
           MOVE CM-TOTAL-AMOUNT TO CMR-TOTAL-AMOUNT
           MOVE PRL-PAYROLL-FILE-NAME TO CMR-PAYROLL-FILE-NAME

           MOVE 'N' TO CM-PAYROLL-SWITCH
           MOVE SPACES TO PRL-HEADER-RECORD
           MOVE "H" TO PRL-H-RECORD-TYPE
           MOVE "POSCOMM" TO PRL-H-INTERFACE-ID
           MOVE CM-PERIOD TO PRL-H-PERIOD
           MOVE CM-FROM-DATE TO PRL-H-PERIOD-FROM
           MOVE CM-TO-DATE TO PRL-H-PERIOD-TO
           MOVE CURRENT-DATE TO PRL-H-RUN-DATE
           MOVE SESSION-CASHIER-ID TO PRL-H-POSTED-BY
           WRITE PRL-HEADER-RECORD
           IF NOT PAYROLL-OK
               MOVE 'Y' TO CM-PAYROLL-SWITCH
           END-IF

           MOVE 1 TO CC-INDEX
           PERFORM UNTIL CC-INDEX > CC-COUNT OR CM-PAYROLL-FAILED
               PERFORM WRITE-PAYROLL-DETAIL
               ADD 1 TO CC-INDEX
           END-PERFORM

      *             Trailer: record count and amount totals so payroll
      *             can prove nothing was dropped
           IF NOT CM-PAYROLL-FAILED
               MOVE SPACES TO PRL-TRAILER-RECORD
               MOVE "T" TO PRL-T-RECORD-TYPE
               MOVE CC-COUNT TO PRL-T-RECORD-COUNT
               MOVE CMR-TOTAL-NET-SALES TO PRL-T-TOTAL-NET-SALES
               MOVE CMR-TOTAL-COMMISSION TO PRL-T-TOTAL-COMMISSION
               MOVE CMR-TOTAL-BONUS TO PRL-T-TOTAL-BONUS
               MOVE CMR-TOTAL-AMOUNT TO PRL-T-TOTAL-AMOUNT
               WRITE PRL-TRAILER-RECORD
               IF NOT PAYROLL-OK
                   MOVE 'Y' TO CM-PAYROLL-SWITCH
               END-IF
           END-IF
           IF CM-PAYROLL-FAILED
               DISPLAY "Error writing "
                   FUNCTION TRIM(PRL-PAYROLL-FILE-NAME)
                   " - status " PRL-PAYROLL-STATUS
               CLOSE PRL-PAYROLL-FILE
               DISPLAY "Run not posted."
               EXIT PARAGRAPH
           END-IF
           CLOSE PRL-PAYROLL-FILE
           IF NOT PAYROLL-OK
               DISPLAY "Error closing "
                   FUNCTION TRIM(PRL-PAYROLL-FILE-NAME)
                   " - status " PRL-PAYROLL-STATUS
               DISPLAY "Run not posted."
               EXIT PARAGRAPH
           END-IF

           WRITE CMR-COMMISSION-RUNS-RECORD
               INVALID KEY
                   DISPLAY "Error posting the run - status "
                       CMR-COMMISSION-RUNS-STATUS
                   DISPLAY "Run not posted."
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 'Y' TO CM-POSTED-SWITCH
           PERFORM WRITE-COMMISSION-STATEMENTS
           MOVE 'N' TO CM-POSTED-SWITCH

           MOVE "COMMISSION-POSTED" TO AUD-ACTION
           MOVE CM-PERIOD TO AUD-KEY
           MOVE SPACES TO AUD-DETAIL
           STRING "Sellers=" CMR-SELLER-COUNT
               " Amount=" CMR-TOTAL-AMOUNT
               " File=" FUNCTION TRIM(PRL-PAYROLL-FILE-NAME)
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "Run posted. Payroll file: "
               FUNCTION TRIM(PRL-PAYROLL-FILE-NAME).

       WRITE-PAYROLL-DETAIL.
           MOVE SPACES TO PRL-DETAIL-RECORD
           MOVE "D" TO PRL-D-RECORD-TYPE
           MOVE CC-SELLER-ID(CC-INDEX) TO PRL-D-EMPLOYEE-ID
           MOVE CC-ROLE(CC-INDEX) TO PRL-D-ROLE
           MOVE "COMM" TO PRL-D-EARNINGS-CODE
           MOVE CC-NET-SALES(CC-INDEX) TO PRL-D-NET-SALES
           COMPUTE PRL-D-COMMISSION = CC-COMMISSION(CC-INDEX)
               + CC-CHARGEBACK(CC-INDEX)
           MOVE CC-BONUS(CC-INDEX) TO PRL-D-BONUS
           MOVE CC-AMOUNT(CC-INDEX) TO PRL-D-AMOUNT
           WRITE PRL-DETAIL-RECORD
           IF NOT PAYROLL-OK
               MOVE 'Y' TO CM-PAYROLL-SWITCH
           END-IF.

       COMMISSION-RUNS-REPORT.
           DISPLAY "=================================================="
           DISPLAY "              POSTED COMMISSION RUNS"
           DISPLAY "=================================================="
           DISPLAY "MONTH    POSTED    BY         COUNT         PAYABLE"
           DISPLAY "--------------------------------------------------"
           MOVE ZERO TO CMR-PERIOD
           START CMR-COMMISSION-RUNS-FILE
               KEY IS GREATER THAN CMR-PERIOD
           PERFORM UNTIL COMMISSION-RUNS-EOF OR
                   CMR-COMMISSION-RUNS-STATUS NOT = "00"
               READ CMR-COMMISSION-RUNS-FILE NEXT RECORD
                   AT END
                       SET COMMISSION-RUNS-EOF TO TRUE
                   NOT AT END
                       MOVE CMR-SELLER-COUNT TO CM-COUNT-EDIT
                       MOVE CMR-TOTAL-AMOUNT TO CM-AMOUNT-EDIT
                       DISPLAY CMR-PERIOD(5:2) "/" CMR-PERIOD(1:4)
                           "  " CMR-POSTED-DATE "  " CMR-POSTED-BY
                           " " CM-COUNT-EDIT " " CM-AMOUNT-EDIT
               END-READ
           END-PERFORM
           DISPLAY "--------------------------------------------------"
           DISPLAY SPACE
           DISPLAY "9. Return"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT IS-CHOICE
           PERFORM COMMISSION-MENU.
 
       CLEAR-SCREEN.
           >>IF OS-TYPE EQUAL "WINDOWS"
           CLOSE BS-BRANCH-STOCK-FILE
           CLOSE TRF-TRANSFERS-FILE
           CLOSE SKD-SALES-KEYED-FILE
           CLOSE TXR-TAX-RATES-FILE
           CLOSE VAL-VALUATION-FILE
           CLOSE ARI-ITEMS-FILE
           CLOSE ARA-ACTIVITY-FILE
           CLOSE RTV-RETURNS-FILE
           CLOSE KIT-COMPONENTS-FILE
           CLOSE SPK-SUPPLIER-PACKS-FILE
           CLOSE VCH-VOUCHERS-FILE
           CLOSE SCO-SUPPLIER-COSTS-FILE
           CLOSE MDR-MARKDOWN-RULES-FILE
           CLOSE CMP-COMMISSION-PLAN-FILE
           CLOSE CMR-COMMISSION-RUNS-FILE
           PERFORM CLEAR-SCREEN.
           DISPLAY SPACE.
           DISPLAY "          Files saved. System terminated."
