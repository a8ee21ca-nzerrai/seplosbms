      * - Each confirmed shipment writes a billing extract in the     *
      *   approved-order layout: AR-PROCESSOR invoices per shipment,  *
      *   prorated for partials                                       *
      * - The billing extract names the order line and product, so    *
      *   AR-PROCESSOR can tax each invoice line                      *
      * - Each confirmation ships as one package: billable weight     *
      *   (actual or dimensional, whichever is greater) from the      *
      *   product master, zone from the ship-to ZIP, service from the *
      *   order priority, charge from the carrier rate table. The     *
      *   charge is billed on the shipped record unless the order is  *
      *   over the free-freight threshold, in which case it is        *
      *   absorbed (kept on the shipped line for margin reporting)    *
      * - Daily carrier manifest: one row per package                 *
      * - Pick lists print per warehouse, each line at the location   *
      *   ORDER-PROCESSOR allocated it to; confirmation draws the     *
      *   stock down at that location as well as in the product total *
      * - Lot-tracked stock ships first-expiry-first-out from the     *
      *   stock lots at the shipping warehouse (a lot or serial named *
      *   on the confirmation goes first); each lot drawn is          *
      *   journaled and logged to lot-shipments.dat with the order    *
      *   and customer, the shipped line carries the first lot, and   *
      *   the lot file is rewritten to stock-lots-new.dat             *
      * - A kit (a product with bill-of-materials rows) is picked and *
      *   drawn down as its components: the pick list shows them      *
      *   under the kit line, each component leaves stock, location   *
      *   and lots with its own movement tagged with the kit code,    *
      *   and the kit still bills and ships as one line               *
      * - A drop-ship line waits in the open pool like any other but  *
      *   is never picked: the supplier's ship confirmation bills it  *
      *   as a shipment with no stock, location or lot movement and   *
      *   no package of ours (freight flag 'D' on the shipped line)   *
      * - The order's sales rep rides the open pool onto the billing  *
      *   extract, where AR-PROCESSOR credits the invoice to the rep  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHC-STATUS.

      *    Suppliers' ship confirmations for drop-ship lines (also
      *    read by PURCHASING, which closes the drop-ship POs).
           SELECT DROP-SHIP-CONFIRM-FILE
               ASSIGN TO 'dropship-confirmations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'product-master.dat'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHL-STATUS.

      *    Ship-to ZIP for the freight zone.
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CST-STATUS.

      *    Carrier zone by destination 3-digit ZIP range.
           SELECT FREIGHT-ZONE-FILE
               ASSIGN TO 'freight-zones.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FZN-STATUS.

      *    Carrier charge by service level, zone and weight bracket.
           SELECT FREIGHT-RATE-FILE
               ASSIGN TO 'freight-rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRR-STATUS.

           SELECT CARRIER-MANIFEST-FILE
               ASSIGN TO 'carrier-manifest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

      *    Warehouse names for the pick-list headings; the first
      *    record is the default location for lines carrying none.
           SELECT WAREHOUSE-FILE
               ASSIGN TO 'warehouses.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHS-STATUS.

           SELECT STOCK-LOCATION-FILE
               ASSIGN TO 'stock-locations.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS WS-SLC-STATUS.

      *    Stock lots opened by STOCK-RECEIPTS and RMA-PROCESSOR; the
      *    whole file is carried, drawn down, and rewritten.
           SELECT STOCK-LOT-FILE
               ASSIGN TO 'stock-lots.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT NEW-STOCK-LOT-FILE
               ASSIGN TO 'stock-lots-new.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLT-STATUS.

      *    Cumulative lot-to-customer log (EXTEND across runs), read
      *    by RECALL-TRACE.
           SELECT LOT-SHIPMENT-FILE
               ASSIGN TO 'lot-shipments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSH-STATUS.

      *    Same bill of materials as ORDER-PROCESSOR reads.
           SELECT BILL-OF-MATERIALS-FILE
               ASSIGN TO 'bill-of-materials.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as written by ORDER-PROCESSOR.
           05  APL-QUANTITY         PIC 9(5).
           05  APL-NET-AMOUNT       PIC 9(9)V99.
           05  APL-PRIORITY         PIC X(1).
           05  APL-WAREHOUSE        PIC X(3).
           05  APL-DROP-SHIP        PIC X(1).
           05  FILLER               PIC X(2).
           05  APL-SALES-REP        PIC X(6).

      *    Same layout: the quantity is what is still open, the net
      *    amount is the line's original net (proration base).
           05  OSI-QTY-OPEN         PIC 9(5).
           05  OSI-NET-AMOUNT       PIC 9(9)V99.
           05  OSI-QTY-ORDERED      PIC 9(5).
      *    Carried for the freight service level and the free-freight
      *    test: the order's priority and its total approved net.
           05  OSI-PRIORITY         PIC X(1).
           05  FILLER               PIC X(1).
           05  OSI-ORDER-TOTAL      PIC 9(9)V99.
      *    Ship-from warehouse; blank on lines carried from before
      *    stock was held by location (the default warehouse).
           05  OSI-WAREHOUSE        PIC X(3).
      *    'Y' = shipped by the supplier on confirmation.
           05  OSI-DROP-SHIP        PIC X(1).
      *    Sales rep credited with the order, passed on to billing.
           05  OSI-SALES-REP        PIC X(6).

       FD  NEW-OPEN-SHIPMENT-FILE.
       01  NEW-OPEN-SHIPMENT-RECORD PIC X(81).

       FD  SHIP-CONFIRM-FILE.
       01  SHIP-CONFIRM-RECORD.
           05  SHC-LINE-NUMBER      PIC 9(3).
           05  SHC-QTY-SHIPPED      PIC 9(5).
           05  FILLER               PIC X(6).
      *    Lot or serial number the warehouse shipped, when it names
      *    one; blank = first-expiry-first-out.
           05  SHC-LOT-OR-SERIAL    PIC X(15).

      *    Same layout as read by PURCHASING.
       FD  DROP-SHIP-CONFIRM-FILE.
       01  DROP-SHIP-CONFIRM-RECORD.
           05  DSC-PO-NUMBER        PIC 9(8).
           05  DSC-ORDER-ID         PIC X(10).
           05  DSC-LINE-NUMBER      PIC 9(3).
           05  DSC-QTY-SHIPPED      PIC 9(5).
           05  DSC-SHIP-DATE        PIC 9(8).
           05  DSC-TRACKING-NUMBER  PIC X(20).
           05  FILLER               PIC X(6).

      *    Same layout as in ORDER-PROCESSOR / STOCK-RECEIPTS.
       FD  PRODUCT-MASTER-FILE
           05  PROD-DESCRIPTION     PIC X(30).
           05  PROD-QTY-ON-HAND     PIC 9(7).
           05  PROD-REORDER-POINT   PIC 9(7).
           05  PROD-TAX-CODE        PIC X(1).
           05  PROD-UNIT-WEIGHT     PIC 9(3)V99.
           05  PROD-LENGTH          PIC 9(3)V9.
           05  PROD-WIDTH           PIC 9(3)V9.
           05  PROD-HEIGHT          PIC 9(3)V9.
           05  PROD-SAFETY-STOCK    PIC 9(7).
           05  PROD-ORDER-QTY       PIC 9(7).
           05  PROD-PLAN-LOCK       PIC X(1).
      *    Product group for margin and rebate reporting; blank =
      *    ungrouped.
           05  PROD-GROUP-CODE      PIC X(4).
      *    'Y' = shipped to the customer straight from the
      *    supplier (drop-ship): never stocked, never picked.
           05  PROD-DROP-SHIP       PIC X(1).
               88  PROD-IS-DROP-SHIP VALUE 'Y'.

      *    Same layout as in ORDER-PROCESSOR / STOCK-RECEIPTS.
       FD  STOCK-MOVEMENT-FILE.
           05  SMV-QUANTITY         PIC 9(7).
           05  SMV-QTY-BEFORE       PIC 9(7).
           05  SMV-QTY-AFTER        PIC 9(7).
      *    Location the stock moved at and, on a transfer, the other
      *    end of the move. Before/after stay the product totals.
           05  SMV-WAREHOUSE        PIC X(3).
           05  SMV-XFER-WAREHOUSE   PIC X(3).
           05  FILLER               PIC X(2).
      *    Supplier lot the stock moved out of or into; blank for
      *    stock that is not lot-tracked.
           05  SMV-LOT-NUMBER       PIC X(12).
      *    Kit the component was shipped as part of; blank for
      *    stock moved in its own right.
           05  SMV-KIT-CODE         PIC X(6).

      *    Same layout as APPROVED-ORDER-RECORD: AR-PROCESSOR raises
      *    one invoice per confirmed shipment.
           05  SHO-CUSTOMER-ID      PIC X(8).
           05  SHO-ORDER-DATE       PIC X(10).
           05  SHO-NET-AMOUNT       PIC 9(9)V99.
      *    Order line and product shipped, so AR-PROCESSOR can tax
      *    the invoice line by the product's taxability.
           05  SHO-LINE-NUMBER      PIC 9(3).
           05  SHO-PRODUCT-CODE     PIC X(6).
      *    Freight billed with the shipment (zero when absorbed).
           05  SHO-FREIGHT-AMOUNT   PIC 9(5)V99.
      *    Sales rep the invoice's commission is credited to.
           05  SHO-SALES-REP        PIC X(6).

       FD  PICK-LIST-FILE.
       01  PICK-LIST-RECORD         PIC X(80).
           05  SHL-QTY-SHIPPED      PIC 9(5).
           05  SHL-BILL-AMOUNT      PIC 9(9)V99.
           05  SHL-SHIP-DATE        PIC 9(8).
      *    Carrier charge of the package and whether the customer
      *    was billed it ('B') or it was absorbed ('A').
           05  SHL-FREIGHT-COST     PIC 9(5)V99.
           05  SHL-FREIGHT-FLAG     PIC X(1).
           05  FILLER               PIC X(1).
      *    First (earliest-expiry) lot and serial the line shipped
      *    from; lot-shipments.dat has every lot of the line.
           05  SHL-LOT-NUMBER       PIC X(12).
           05  SHL-SERIAL-NUMBER    PIC X(15).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       COPY CUSTOMER-RECORD.

       FD  FREIGHT-ZONE-FILE.
       01  FREIGHT-ZONE-RECORD.
           05  FZN-ZIP3-LOW         PIC 9(3).
           05  FZN-ZIP3-HIGH        PIC 9(3).
           05  FZN-ZONE             PIC 9(1).
           05  FILLER               PIC X(13).

      *    Service 'GR' ground, '2D' second day, 'ND' next day. The
      *    first bracket whose upper weight covers the package applies.
       FD  FREIGHT-RATE-FILE.
       01  FREIGHT-RATE-RECORD.
           05  FRR-SERVICE          PIC X(2).
           05  FRR-ZONE             PIC 9(1).
           05  FRR-WEIGHT-UPTO      PIC 9(5).
           05  FRR-CHARGE           PIC 9(5)V99.
           05  FILLER               PIC X(5).

       FD  CARRIER-MANIFEST-FILE.
       01  CARRIER-MANIFEST-RECORD.
           05  MAN-SHIP-DATE        PIC 9(8).
           05  MAN-PACKAGE-ID       PIC X(14).
           05  MAN-TRACKING-NUMBER  PIC X(20).
           05  MAN-ORDER-ID         PIC X(10).
           05  MAN-LINE-NUMBER      PIC 9(3).
           05  MAN-CUSTOMER-ID      PIC X(8).
           05  MAN-DEST-STATE       PIC X(2).
           05  MAN-DEST-ZIP         PIC 9(5).
           05  MAN-SERVICE          PIC X(2).
           05  MAN-ZONE             PIC 9(1).
           05  MAN-WEIGHT           PIC 9(5).
           05  MAN-FREIGHT-CHARGE   PIC 9(5)V99.
           05  MAN-FREIGHT-FLAG     PIC X(1).
           05  FILLER               PIC X(5).

      *    Same layout as in ORDER-PROCESSOR.
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WHS-ID               PIC X(3).
           05  WHS-NAME             PIC X(30).
           05  WHS-ZIP              PIC 9(5).
           05  FILLER               PIC X(12).

      *    Same layout as in ORDER-PROCESSOR.
       FD  STOCK-LOCATION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STOCK-LOCATION-RECORD.
           05  SLC-KEY.
               10  SLC-PRODUCT-CODE PIC X(6).
               10  SLC-WAREHOUSE    PIC X(3).
           05  SLC-QTY-ON-HAND      PIC 9(7).
           05  SLC-QTY-IN-TRANSIT   PIC 9(7).
           05  FILLER               PIC X(9).

      *    Same layout as written by STOCK-RECEIPTS.
       FD  STOCK-LOT-FILE.
       01  STOCK-LOT-RECORD.
           05  LOT-PRODUCT-CODE     PIC X(6).
           05  LOT-NUMBER           PIC X(12).
           05  LOT-SERIAL-NUMBER    PIC X(15).
           05  LOT-WAREHOUSE        PIC X(3).
           05  LOT-EXPIRY-DATE      PIC 9(8).
           05  LOT-RECEIVED-DATE    PIC 9(8).
           05  LOT-SOURCE           PIC X(1).
           05  LOT-SUPPLIER-ID      PIC X(6).
           05  LOT-REFERENCE        PIC X(12).
           05  LOT-QTY-RECEIVED     PIC 9(7).
           05  LOT-QTY-ON-HAND      PIC 9(7).
           05  FILLER               PIC X(5).

       FD  NEW-STOCK-LOT-FILE.
       01  NEW-STOCK-LOT-RECORD     PIC X(90).

       FD  LOT-SHIPMENT-FILE.
       01  LOT-SHIPMENT-RECORD.
           05  LSH-SHIP-DATE        PIC 9(8).
           05  LSH-PRODUCT-CODE     PIC X(6).
           05  LSH-LOT-NUMBER       PIC X(12).
           05  LSH-SERIAL-NUMBER    PIC X(15).
           05  LSH-WAREHOUSE        PIC X(3).
           05  LSH-ORDER-ID         PIC X(10).
           05  LSH-LINE-NUMBER      PIC 9(3).
           05  LSH-CUSTOMER-ID      PIC X(8).
           05  LSH-QUANTITY         PIC 9(5).
           05  FILLER               PIC X(10).

      *    Same layout as in ORDER-PROCESSOR.
       FD  BILL-OF-MATERIALS-FILE.
       01  BILL-OF-MATERIALS-RECORD.
           05  BOM-KIT-CODE         PIC X(6).
           05  BOM-COMPONENT-CODE   PIC X(6).
           05  BOM-QTY-PER-KIT      PIC 9(3).
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-APL-STATUS        PIC XX.
           05  WS-SHO-STATUS        PIC XX.
           05  WS-PCK-STATUS        PIC XX.
           05  WS-SHL-STATUS        PIC XX.
           05  WS-CST-STATUS        PIC XX.
           05  WS-FZN-STATUS        PIC XX.
           05  WS-FRR-STATUS        PIC XX.
           05  WS-MAN-STATUS        PIC XX.
           05  WS-WHS-STATUS        PIC XX.
           05  WS-SLC-STATUS        PIC XX.
           05  WS-LOT-STATUS        PIC XX.
           05  WS-NLT-STATUS        PIC XX.
           05  WS-LSH-STATUS        PIC XX.
           05  WS-BOM-STATUS        PIC XX.
           05  WS-DSC-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-APL-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  SHC-EOF          VALUE 'Y'.
           05  WS-LINE-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  OPEN-LINE-FOUND  VALUE 'Y'.
           05  WS-FZN-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  FZN-EOF          VALUE 'Y'.
           05  WS-FRR-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  FRR-EOF          VALUE 'Y'.
           05  WS-RATE-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  RATE-FOUND       VALUE 'Y'.
           05  WS-WHS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WHS-EOF          VALUE 'Y'.
           05  WS-PWH-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  PICK-WHS-FOUND   VALUE 'Y'.
           05  WS-LOT-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  LOT-EOF          VALUE 'Y'.
           05  WS-LOT-PASS          PIC X(1) VALUE 'W'.
               88  PICK-NAMED-LOT   VALUE 'N'.
               88  PICK-AT-WAREHOUSE VALUE 'W'.
               88  PICK-ANYWHERE    VALUE 'A'.
           05  WS-BOM-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  BOM-EOF          VALUE 'Y'.
           05  WS-KIT-FLAG          PIC X(1) VALUE 'N'.
               88  LINE-IS-KIT      VALUE 'Y'.
           05  WS-DSC-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  DSC-EOF          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINES-PICKED      PIC 9(7) VALUE 0.
           05  WS-SHIPMENTS-BILLED  PIC 9(7) VALUE 0.
           05  WS-PARTIALS-LEFT     PIC 9(7) VALUE 0.
           05  WS-BILLED-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-PACKAGES-SHIPPED  PIC 9(7) VALUE 0.
           05  WS-FREIGHT-BILLED    PIC 9(9)V99 VALUE 0.
           05  WS-FREIGHT-ABSORBED  PIC 9(9)V99 VALUE 0.
           05  WS-PACKAGES-UNRATED  PIC 9(7) VALUE 0.
           05  WS-PICK-LISTS        PIC 9(5) VALUE 0.
           05  WS-LOCATIONS-SHORT   PIC 9(7) VALUE 0.
           05  WS-LOTS-DRAWN        PIC 9(7) VALUE 0.
           05  WS-LOTS-KEPT         PIC 9(7) VALUE 0.
           05  WS-KITS-SHIPPED      PIC 9(7) VALUE 0.
           05  WS-KIT-COMPONENTS-DRAWN PIC 9(7) VALUE 0.
           05  WS-DS-CONFIRMS-READ  PIC 9(7) VALUE 0.
           05  WS-DS-CONFIRMS-REJECTED PIC 9(7) VALUE 0.
           05  WS-DROP-SHIPS-BILLED PIC 9(7) VALUE 0.

       01  WS-RUN-DATE              PIC 9(8).

      *    Orders whose approved net reaches this ship free: the
      *    freight is absorbed instead of billed.
       01  WS-FREE-FREIGHT-THRESHOLD PIC 9(7)V99 VALUE 500.00.
      *    Carrier divisor for dimensional weight (cubic inches per
      *    billable pound).
       01  WS-DIM-DIVISOR           PIC 9(3) VALUE 139.
      *    Zone used when the ship-to ZIP is unknown or unzoned: the
      *    farthest, so the charge is never understated.
       01  WS-DEFAULT-ZONE          PIC 9(1) VALUE 8.

      *    The whole open pool in memory: carried lines plus today's
      *    approved lines, confirmations applied against it, the
      *    remainder rewritten at the end.
               10  WS-OPL-QTY-OPEN  PIC 9(5) COMP-3.
               10  WS-OPL-QTY-ORDER PIC 9(5) COMP-3.
               10  WS-OPL-NET       PIC 9(9)V99 COMP-3.
               10  WS-OPL-PRIORITY  PIC X(1).
               10  WS-OPL-ORDER-TOTAL PIC 9(9)V99 COMP-3.
               10  WS-OPL-WAREHOUSE PIC X(3).
               10  WS-OPL-DROP-SHIP PIC X(1).
                   88  OPL-DROP-SHIP VALUE 'Y'.
               10  WS-OPL-SALES-REP PIC X(6).

      *    Warehouses in master-file order; the first is the default.
       01  WS-WAREHOUSE-TABLE.
           05  WS-DEFAULT-WAREHOUSE PIC X(3) VALUE '001'.
           05  WS-WHT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-WHT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-WHT-COUNT
                   INDEXED BY WS-WHT-IDX.
               10  WS-WHT-ID        PIC X(3).
               10  WS-WHT-NAME      PIC X(30).

      *    Today's lines sit in the pool from WS-PCK-FIRST-SLOT on;
      *    the warehouses they ship from, in order of first
      *    appearance, give one pick list each.
       01  WS-PICK-WORK.
           05  WS-PCK-FIRST-SLOT    PIC 9(5) COMP-3 VALUE 0.
           05  WS-PCK-SCAN          PIC 9(5) COMP-3 VALUE 0.
           05  WS-PWH-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-PWH-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-PWH-COUNT
                   INDEXED BY WS-PWH-IDX
                   PIC X(3).

      *    Every stock lot in file order (= receipt order, the tie
      *    break between lots of the same expiry); exhausted lots
      *    are kept, they are the recall trace's receipt history.
       01  WS-LOT-TABLE.
           05  WS-LTT-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
           05  WS-LTT-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-LTT-COUNT
                   INDEXED BY WS-LTT-IDX.
               10  WS-LTT-RECORD    PIC X(90).
               10  WS-LTT-PRODUCT   PIC X(6).
               10  WS-LTT-LOT       PIC X(12).
               10  WS-LTT-SERIAL    PIC X(15).
               10  WS-LTT-WAREHOUSE PIC X(3).
               10  WS-LTT-EXPIRY    PIC 9(8).
               10  WS-LTT-ON-HAND   PIC 9(7) COMP-3.

      *    The lots one confirmation drew, in the order drawn.
       01  WS-LOT-PICK-WORK.
           05  WS-QTY-UNLOTTED      PIC 9(7) COMP-3 VALUE 0.
           05  WS-LOT-TAKE          PIC 9(7) COMP-3 VALUE 0.
           05  WS-LOT-SCAN          PIC 9(5) COMP-3 VALUE 0.
           05  WS-BEST-LOT          PIC 9(5) COMP-3 VALUE 0.
           05  WS-BEST-EXPIRY       PIC 9(8) VALUE 0.
           05  WS-LOT-EXPIRY        PIC 9(8) VALUE 0.
           05  WS-JOURNAL-QTY       PIC 9(7) VALUE 0.
           05  WS-LPK-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-LPK-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-LPK-COUNT
                   INDEXED BY WS-LPK-IDX.
               10  WS-LPK-SLOT      PIC 9(5) COMP-3.
               10  WS-LPK-QTY       PIC 9(5) COMP-3.

      *    Bill of materials, loaded once.
       01  WS-BOM-TABLE.
           05  WS-BOM-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-BOM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BOM-COUNT
                   INDEXED BY WS-BOM-IDX.
               10  WS-BOM-KIT       PIC X(6).
               10  WS-BOM-COMPONENT PIC X(6).
               10  WS-BOM-QTY-PER   PIC 9(3) COMP-3.

      *    What one draw-down takes out of stock: the line's own
      *    product, or one component of a kit line (WS-DRAW-KIT is
      *    then the kit and WS-DRAW-PER its units per kit).
       01  WS-DRAW-WORK.
           05  WS-DRAW-PRODUCT      PIC X(6) VALUE SPACES.
           05  WS-DRAW-KIT          PIC X(6) VALUE SPACES.
           05  WS-DRAW-PER          PIC 9(3) COMP-3 VALUE 0.
           05  WS-DRAW-QTY          PIC 9(7) COMP-3 VALUE 0.

       01  WS-ZONE-TABLE.
           05  WS-FZT-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           05  WS-FZT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-FZT-COUNT
                   INDEXED BY WS-FZT-IDX.
               10  WS-FZT-ZIP3-LOW  PIC 9(3).
               10  WS-FZT-ZIP3-HIGH PIC 9(3).
               10  WS-FZT-ZONE      PIC 9(1).

      *    Kept in file order: brackets of a service and zone must be
      *    listed lightest first.
       01  WS-RATE-TABLE.
           05  WS-FRT-COUNT         PIC 9(4) COMP-3 VALUE ZERO.
           05  WS-FRT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FRT-COUNT
                   INDEXED BY WS-FRT-IDX.
               10  WS-FRT-SERVICE   PIC X(2).
               10  WS-FRT-ZONE      PIC 9(1).
               10  WS-FRT-UPTO      PIC 9(5).
               10  WS-FRT-CHARGE    PIC 9(5)V99 COMP-3.

       01  WS-FREIGHT-WORK.
           05  WS-CUST-ID-NUM       PIC 9(10) VALUE 0.
           05  WS-DEST-STATE        PIC X(2) VALUE SPACES.
           05  WS-DEST-ZIP          PIC 9(5) VALUE 0.
           05  WS-DEST-ZIP-PARTS REDEFINES WS-DEST-ZIP.
               10  WS-DEST-ZIP3     PIC 9(3).
               10  FILLER           PIC 9(2).
           05  WS-ZONE              PIC 9(1) VALUE 0.
           05  WS-SERVICE           PIC X(2) VALUE SPACES.
           05  WS-UNIT-WEIGHT       PIC 9(3)V99 COMP-3 VALUE 0.
           05  WS-UNIT-CUBE         PIC 9(7)V999 COMP-3 VALUE 0.
           05  WS-ACTUAL-WEIGHT     PIC 9(7)V99 COMP-3 VALUE 0.
           05  WS-DIM-WEIGHT        PIC 9(7)V99 COMP-3 VALUE 0.
           05  WS-BILLABLE-WEIGHT   PIC 9(5) COMP-3 VALUE 0.
           05  WS-FREIGHT-CHARGE    PIC 9(5)V99 COMP-3 VALUE 0.
           05  WS-LAST-BRACKET      PIC 9(4) COMP-3 VALUE 0.
           05  WS-FREIGHT-FLAG      PIC X(1) VALUE SPACE.
               88  FREIGHT-BILLED   VALUE 'B'.
               88  FREIGHT-ABSORBED VALUE 'A'.
               88  FREIGHT-SUPPLIER VALUE 'D'.
           05  WS-PACKAGE-SEQ       PIC 9(6) VALUE 0.

      *    Today's approved lines of one order arrive together; their
      *    slots are stamped with the order total at the order break.
       01  WS-ORDER-GROUP.
           05  WS-GRP-ORDER-ID      PIC X(10) VALUE SPACES.
           05  WS-GRP-FIRST-SLOT    PIC 9(5) COMP-3 VALUE 0.
           05  WS-GRP-TOTAL         PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-GRP-SCAN          PIC 9(5) COMP-3 VALUE 0.

       01  WS-SHIP-WORK.
           05  WS-QTY-TO-SHIP       PIC 9(5) COMP-3 VALUE 0.
           05  WPL-PRIORITY         PIC X(1).
           05  FILLER               PIC X(43) VALUE SPACES.

      *    A kit's components, indented under the kit line.
       01  WS-PICK-COMPONENT-LINE.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'KIT > '.
           05  WPC-COMPONENT        PIC X(6).
           05  FILLER               PIC X(3) VALUE ' | '.
           05  WPC-QTY              PIC ZZZZZZ9.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-PICK-HEADING.
           05  FILLER               PIC X(22) VALUE
               'PICK LIST - WAREHOUSE '.
           05  WPH-WAREHOUSE        PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WPH-NAME             PIC X(30).
           05  FILLER               PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-CARRIED-LINES
               UNTIL OSI-EOF.
           COMPUTE WS-PCK-FIRST-SLOT = WS-OPL-COUNT + 1.
           PERFORM 2200-TAKE-IN-APPROVED-LINES
               UNTIL APL-EOF.
           PERFORM 2220-STAMP-ORDER-TOTAL.
           PERFORM 2300-WRITE-PICK-LISTS.
           PERFORM 2500-APPLY-CONFIRMATIONS
               UNTIL SHC-EOF.
           PERFORM 2700-APPLY-DROP-SHIP-CONFIRMS
               UNTIL DSC-EOF.
           PERFORM 3000-REWRITE-OPEN-POOL.
           PERFORM 3200-REWRITE-STOCK-LOTS
               VARYING WS-LTT-IDX FROM 1 BY 1
               UNTIL WS-LTT-IDX > WS-LTT-COUNT.
           PERFORM 4000-FINALIZE.
           STOP RUN.

           OPEN OUTPUT NEW-OPEN-SHIPMENT-FILE
                OUTPUT SHIPPED-ORDER-FILE
                OUTPUT PICK-LIST-FILE
                OUTPUT CARRIER-MANIFEST-FILE
                OUTPUT NEW-STOCK-LOT-FILE
                EXTEND STOCK-MOVEMENT-FILE
                EXTEND SHIPPED-LINE-FILE
                EXTEND LOT-SHIPMENT-FILE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE UNAVAILABLE (' WS-CST-STATUS
                   ') - FREIGHT RATED AT THE DEFAULT ZONE'
           END-IF.

           PERFORM 1100-LOAD-FREIGHT-ZONES.
           PERFORM 1200-LOAD-FREIGHT-RATES.
           PERFORM 1300-LOAD-WAREHOUSES.
           PERFORM 1400-LOAD-STOCK-LOTS.
           PERFORM 1500-LOAD-BILL-OF-MATERIALS.

           OPEN I-O PRODUCT-MASTER-FILE.
           IF WS-PRD-STATUS NOT = '00'
               MOVE 'Y' TO WS-SHC-EOF-FLAG
           END-IF.

           OPEN INPUT DROP-SHIP-CONFIRM-FILE.
           IF WS-DSC-STATUS NOT = '00'
               DISPLAY 'NO DROP-SHIP CONFIRMATIONS THIS RUN'
               MOVE 'Y' TO WS-DSC-EOF-FLAG
           END-IF.

       1100-LOAD-FREIGHT-ZONES.
           OPEN INPUT FREIGHT-ZONE-FILE.
           IF WS-FZN-STATUS NOT = '00'
               DISPLAY 'FREIGHT ZONE FILE NOT FOUND - DEFAULT ZONE '
                   'FOR ALL'
               MOVE 'Y' TO WS-FZN-EOF-FLAG
           END-IF.

           PERFORM 1110-LOAD-ONE-ZONE
               UNTIL FZN-EOF.

           IF WS-FZN-STATUS = '00' OR WS-FZN-STATUS = '10'
               CLOSE FREIGHT-ZONE-FILE
           END-IF.

       1110-LOAD-ONE-ZONE.
           IF NOT FZN-EOF
               READ FREIGHT-ZONE-FILE
                   AT END
                       MOVE 'Y' TO WS-FZN-EOF-FLAG
                   NOT AT END
                       IF WS-FZT-COUNT < 500
                           ADD 1 TO WS-FZT-COUNT
                           MOVE FZN-ZIP3-LOW
                               TO WS-FZT-ZIP3-LOW(WS-FZT-COUNT)
                           MOVE FZN-ZIP3-HIGH
                               TO WS-FZT-ZIP3-HIGH(WS-FZT-COUNT)
                           MOVE FZN-ZONE TO WS-FZT-ZONE(WS-FZT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1200-LOAD-FREIGHT-RATES.
           OPEN INPUT FREIGHT-RATE-FILE.
           IF WS-FRR-STATUS NOT = '00'
               DISPLAY 'FREIGHT RATE FILE NOT FOUND - NO FREIGHT '
                   'CHARGED'
               MOVE 'Y' TO WS-FRR-EOF-FLAG
           END-IF.

           PERFORM 1210-LOAD-ONE-RATE
               UNTIL FRR-EOF.

           IF WS-FRR-STATUS = '00' OR WS-FRR-STATUS = '10'
               CLOSE FREIGHT-RATE-FILE
           END-IF.

       1210-LOAD-ONE-RATE.
           IF NOT FRR-EOF
               READ FREIGHT-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-FRR-EOF-FLAG
                   NOT AT END
                       IF WS-FRT-COUNT < 2000
                           ADD 1 TO WS-FRT-COUNT
                           MOVE FRR-SERVICE
                               TO WS-FRT-SERVICE(WS-FRT-COUNT)
                           MOVE FRR-ZONE TO WS-FRT-ZONE(WS-FRT-COUNT)
                           MOVE FRR-WEIGHT-UPTO
                               TO WS-FRT-UPTO(WS-FRT-COUNT)
                           MOVE FRR-CHARGE
                               TO WS-FRT-CHARGE(WS-FRT-COUNT)
                       END-IF
               END-READ
           END-IF.

       1300-LOAD-WAREHOUSES.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WHS-STATUS NOT = '00'
               DISPLAY 'WAREHOUSE FILE NOT FOUND - ONE PICK LIST FOR '
                   'THE DEFAULT LOCATION'
               MOVE 'Y' TO WS-WHS-EOF-FLAG
           END-IF.

           PERFORM 1310-LOAD-ONE-WAREHOUSE
               UNTIL WHS-EOF.

           IF WS-WHS-STATUS = '00' OR WS-WHS-STATUS = '10'
               CLOSE WAREHOUSE-FILE
           END-IF.

           IF WS-WHT-COUNT > 0
               MOVE WS-WHT-ID(1) TO WS-DEFAULT-WAREHOUSE
           END-IF.

           OPEN I-O STOCK-LOCATION-FILE.
           IF WS-SLC-STATUS = '35'
               OPEN OUTPUT STOCK-LOCATION-FILE
               CLOSE STOCK-LOCATION-FILE
               OPEN I-O STOCK-LOCATION-FILE
           END-IF.
           IF WS-SLC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING STOCK LOCATION FILE: '
                   WS-SLC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-LOAD-ONE-WAREHOUSE.
           READ WAREHOUSE-FILE
               AT END MOVE 'Y' TO WS-WHS-EOF-FLAG
               NOT AT END
                   IF WS-WHT-COUNT < 50
                       ADD 1 TO WS-WHT-COUNT
                       MOVE WHS-ID TO WS-WHT-ID(WS-WHT-COUNT)
                       MOVE WHS-NAME TO WS-WHT-NAME(WS-WHT-COUNT)
                   END-IF
           END-READ.

       1400-LOAD-STOCK-LOTS.
           OPEN INPUT STOCK-LOT-FILE.
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'NO STOCK LOTS ON FILE - NOTHING LOT-TRACKED'
               MOVE 'Y' TO WS-LOT-EOF-FLAG
           END-IF.

           PERFORM 1410-LOAD-ONE-LOT
               UNTIL LOT-EOF.

           IF WS-LOT-STATUS = '00' OR WS-LOT-STATUS = '10'
               CLOSE STOCK-LOT-FILE
           END-IF.

       1410-LOAD-ONE-LOT.
           READ STOCK-LOT-FILE
               AT END MOVE 'Y' TO WS-LOT-EOF-FLAG
               NOT AT END
                   IF WS-LTT-COUNT < 10000
                       ADD 1 TO WS-LTT-COUNT
                       MOVE STOCK-LOT-RECORD
                           TO WS-LTT-RECORD(WS-LTT-COUNT)
                       MOVE LOT-PRODUCT-CODE
                           TO WS-LTT-PRODUCT(WS-LTT-COUNT)
                       MOVE LOT-NUMBER TO WS-LTT-LOT(WS-LTT-COUNT)
                       MOVE LOT-SERIAL-NUMBER
                           TO WS-LTT-SERIAL(WS-LTT-COUNT)
                       MOVE LOT-WAREHOUSE
                           TO WS-LTT-WAREHOUSE(WS-LTT-COUNT)
                       IF LOT-EXPIRY-DATE NUMERIC
                           MOVE LOT-EXPIRY-DATE
                               TO WS-LTT-EXPIRY(WS-LTT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-LTT-EXPIRY(WS-LTT-COUNT)
                       END-IF
                       IF LOT-QTY-ON-HAND NUMERIC
                           MOVE LOT-QTY-ON-HAND
                               TO WS-LTT-ON-HAND(WS-LTT-COUNT)
                       ELSE
                           MOVE ZERO TO WS-LTT-ON-HAND(WS-LTT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'STOCK LOT TABLE FULL - LOT DROPPED: '
                           LOT-PRODUCT-CODE ' ' LOT-NUMBER
                   END-IF
           END-READ.

       1500-LOAD-BILL-OF-MATERIALS.
           OPEN INPUT BILL-OF-MATERIALS-FILE.
           IF WS-BOM-STATUS NOT = '00'
               MOVE 'Y' TO WS-BOM-EOF-FLAG
           END-IF.

           PERFORM 1510-LOAD-ONE-BOM-ROW
               UNTIL BOM-EOF.

           IF WS-BOM-STATUS = '00' OR WS-BOM-STATUS = '10'
               CLOSE BILL-OF-MATERIALS-FILE
           END-IF.

       1510-LOAD-ONE-BOM-ROW.
           READ BILL-OF-MATERIALS-FILE
               AT END MOVE 'Y' TO WS-BOM-EOF-FLAG
               NOT AT END
                   IF BOM-QTY-PER-KIT NUMERIC
                           AND BOM-QTY-PER-KIT > ZERO
                           AND WS-BOM-COUNT < 2000
                       ADD 1 TO WS-BOM-COUNT
                       MOVE BOM-KIT-CODE TO WS-BOM-KIT(WS-BOM-COUNT)
                       MOVE BOM-COMPONENT-CODE
                           TO WS-BOM-COMPONENT(WS-BOM-COUNT)
                       MOVE BOM-QTY-PER-KIT
                           TO WS-BOM-QTY-PER(WS-BOM-COUNT)
                   END-IF
           END-READ.

       2000-LOAD-CARRIED-LINES.
           READ OPEN-SHIPMENT-FILE
               AT END MOVE 'Y' TO WS-OSI-EOF-FLAG
                           TO WS-OPL-QTY-ORDER(WS-OPL-COUNT)
                       MOVE OSI-NET-AMOUNT
                           TO WS-OPL-NET(WS-OPL-COUNT)
                       MOVE OSI-PRIORITY
                           TO WS-OPL-PRIORITY(WS-OPL-COUNT)
      *                Lines carried from before the order total was
      *                kept have none: they never ship free.
                       IF OSI-ORDER-TOTAL NUMERIC
                           MOVE OSI-ORDER-TOTAL
                               TO WS-OPL-ORDER-TOTAL(WS-OPL-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-OPL-ORDER-TOTAL(WS-OPL-COUNT)
                       END-IF
                       IF OSI-WAREHOUSE = SPACES
                           MOVE WS-DEFAULT-WAREHOUSE
                               TO WS-OPL-WAREHOUSE(WS-OPL-COUNT)
                       ELSE
                           MOVE OSI-WAREHOUSE
                               TO WS-OPL-WAREHOUSE(WS-OPL-COUNT)
                       END-IF
                       IF OSI-DROP-SHIP = 'Y'
                           MOVE 'Y' TO WS-OPL-DROP-SHIP(WS-OPL-COUNT)
                       ELSE
                           MOVE 'N' TO WS-OPL-DROP-SHIP(WS-OPL-COUNT)
                       END-IF
                       MOVE OSI-SALES-REP
                           TO WS-OPL-SALES-REP(WS-OPL-COUNT)
                       ADD 1 TO WS-LINES-CARRIED-IN
                   ELSE
                       DISPLAY 'OPEN POOL FULL - LINE DROPPED: '
           END-READ.

      *    A freshly approved line enters the pool fully open and is
      *    printed on today's pick list of its warehouse.
       2200-TAKE-IN-APPROVED-LINES.
           READ APPROVED-LINE-FILE
               AT END MOVE 'Y' TO WS-APL-EOF-FLAG
               NOT AT END
                   IF APL-ORDER-ID NOT = WS-GRP-ORDER-ID
                       PERFORM 2220-STAMP-ORDER-TOTAL
                       MOVE APL-ORDER-ID TO WS-GRP-ORDER-ID
                       COMPUTE WS-GRP-FIRST-SLOT = WS-OPL-COUNT + 1
                       MOVE ZERO TO WS-GRP-TOTAL
                   END-IF
                   ADD APL-NET-AMOUNT TO WS-GRP-TOTAL
                   IF WS-OPL-COUNT < 10000
                       ADD 1 TO WS-OPL-COUNT
                       MOVE APL-ORDER-ID
                           TO WS-OPL-QTY-ORDER(WS-OPL-COUNT)
                       MOVE APL-NET-AMOUNT
                           TO WS-OPL-NET(WS-OPL-COUNT)
                       MOVE APL-PRIORITY
                           TO WS-OPL-PRIORITY(WS-OPL-COUNT)
                       MOVE ZERO TO WS-OPL-ORDER-TOTAL(WS-OPL-COUNT)
                       IF APL-WAREHOUSE = SPACES
                           MOVE WS-DEFAULT-WAREHOUSE
                               TO WS-OPL-WAREHOUSE(WS-OPL-COUNT)
                       ELSE
                           MOVE APL-WAREHOUSE
                               TO WS-OPL-WAREHOUSE(WS-OPL-COUNT)
                       END-IF
                       IF APL-DROP-SHIP = 'Y'
                           MOVE 'Y' TO WS-OPL-DROP-SHIP(WS-OPL-COUNT)
                       ELSE
                           MOVE 'N' TO WS-OPL-DROP-SHIP(WS-OPL-COUNT)
                       END-IF
                       MOVE APL-SALES-REP
                           TO WS-OPL-SALES-REP(WS-OPL-COUNT)
                   ELSE
                       DISPLAY 'OPEN POOL FULL - LINE DROPPED: '
                           APL-ORDER-ID
           END-READ.

       2210-WRITE-PICK-LINE.
           IF WS-OPL-WAREHOUSE(WS-PCK-SCAN) = WS-PWH-ENTRY(WS-PWH-IDX)
                   AND NOT OPL-DROP-SHIP(WS-PCK-SCAN)
               MOVE WS-OPL-ORDER-ID(WS-PCK-SCAN) TO WPL-ORDER-ID
               MOVE WS-OPL-LINE-NO(WS-PCK-SCAN) TO WPL-LINE-NO
               MOVE WS-OPL-PRODUCT(WS-PCK-SCAN) TO WPL-PRODUCT
               MOVE WS-OPL-QTY-OPEN(WS-PCK-SCAN) TO WPL-QTY
               MOVE WS-OPL-PRIORITY(WS-PCK-SCAN) TO WPL-PRIORITY
               WRITE PICK-LIST-RECORD FROM WS-PICK-LINE
               ADD 1 TO WS-LINES-PICKED
               IF WS-BOM-COUNT > 0
                   PERFORM 2215-WRITE-PICK-COMPONENT
                       VARYING WS-BOM-IDX FROM 1 BY 1
                       UNTIL WS-BOM-IDX > WS-BOM-COUNT
               END-IF
           END-IF.

       2215-WRITE-PICK-COMPONENT.
           IF WS-BOM-KIT(WS-BOM-IDX) = WS-OPL-PRODUCT(WS-PCK-SCAN)
               MOVE WS-BOM-COMPONENT(WS-BOM-IDX) TO WPC-COMPONENT
               COMPUTE WPC-QTY = WS-OPL-QTY-OPEN(WS-PCK-SCAN)
                   * WS-BOM-QTY-PER(WS-BOM-IDX)
               WRITE PICK-LIST-RECORD FROM WS-PICK-COMPONENT-LINE
           END-IF.

       2220-STAMP-ORDER-TOTAL.
           IF WS-GRP-ORDER-ID NOT = SPACES
               PERFORM 2225-STAMP-ONE-SLOT
                   VARYING WS-GRP-SCAN FROM WS-GRP-FIRST-SLOT BY 1
                   UNTIL WS-GRP-SCAN > WS-OPL-COUNT
           END-IF.

       2225-STAMP-ONE-SLOT.
           MOVE WS-GRP-TOTAL TO WS-OPL-ORDER-TOTAL(WS-GRP-SCAN).

      *    One pick list per warehouse, in the order the warehouses
      *    first turn up among today's lines.
       2300-WRITE-PICK-LISTS.
           PERFORM 2310-NOTE-PICK-WAREHOUSE
               VARYING WS-PCK-SCAN FROM WS-PCK-FIRST-SLOT BY 1
               UNTIL WS-PCK-SCAN > WS-OPL-COUNT.
           PERFORM 2320-WRITE-ONE-PICK-LIST
               VARYING WS-PWH-IDX FROM 1 BY 1
               UNTIL WS-PWH-IDX > WS-PWH-COUNT.

      *    A drop-ship line is picked by the supplier: it counts as
      *    already noted, so it opens no pick list of ours.
       2310-NOTE-PICK-WAREHOUSE.
           MOVE 'N' TO WS-PWH-FOUND-FLAG
           IF OPL-DROP-SHIP(WS-PCK-SCAN)
               MOVE 'Y' TO WS-PWH-FOUND-FLAG
           END-IF
           IF WS-PWH-COUNT > 0 AND NOT PICK-WHS-FOUND
               SET WS-PWH-IDX TO 1
               SEARCH WS-PWH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PWH-ENTRY(WS-PWH-IDX)
                           = WS-OPL-WAREHOUSE(WS-PCK-SCAN)
                       MOVE 'Y' TO WS-PWH-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT PICK-WHS-FOUND AND WS-PWH-COUNT < 50
               ADD 1 TO WS-PWH-COUNT
               MOVE WS-OPL-WAREHOUSE(WS-PCK-SCAN)
                   TO WS-PWH-ENTRY(WS-PWH-COUNT)
           END-IF.

       2320-WRITE-ONE-PICK-LIST.
           MOVE WS-PWH-ENTRY(WS-PWH-IDX) TO WPH-WAREHOUSE
           MOVE 'UNKNOWN WAREHOUSE' TO WPH-NAME
           IF WS-WHT-COUNT > 0
               SET WS-WHT-IDX TO 1
               SEARCH WS-WHT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WHT-ID(WS-WHT-IDX)
                           = WS-PWH-ENTRY(WS-PWH-IDX)
                       MOVE WS-WHT-NAME(WS-WHT-IDX) TO WPH-NAME
               END-SEARCH
           END-IF
           IF WS-PICK-LISTS > 0
               MOVE SPACES TO PICK-LIST-RECORD
               WRITE PICK-LIST-RECORD
           END-IF
           WRITE PICK-LIST-RECORD FROM WS-PICK-HEADING
           ADD 1 TO WS-PICK-LISTS
           PERFORM 2210-WRITE-PICK-LINE
               VARYING WS-PCK-SCAN FROM WS-PCK-FIRST-SLOT BY 1
               UNTIL WS-PCK-SCAN > WS-OPL-COUNT.

      *    A confirmation ships up to the open quantity of its line:
      *    the goods leave stock NOW, the shipped share of the line's
                           AND WS-OPL-LINE-NO(WS-OPL-IDX)
                               = SHC-LINE-NUMBER
                           AND WS-OPL-QTY-OPEN(WS-OPL-IDX) > ZERO
                           AND NOT OPL-DROP-SHIP(WS-OPL-IDX)
                       MOVE 'Y' TO WS-LINE-FOUND-FLAG
               END-SEARCH
           END-IF
               END-IF
               IF WS-QTY-TO-SHIP > ZERO
                   PERFORM 2520-DRAW-DOWN-STOCK
                   PERFORM 2540-RATE-THE-PACKAGE
                   PERFORM 2530-BILL-THE-SHIPMENT
                   SUBTRACT WS-QTY-TO-SHIP
                       FROM WS-OPL-QTY-OPEN(WS-OPL-IDX)
               END-IF
           END-IF.

      *    A kit has no stock of its own: each of its components is
      *    drawn down for the kits shipped, and the package weighs
      *    what the components weigh.
       2520-DRAW-DOWN-STOCK.
           MOVE ZERO TO WS-UNIT-WEIGHT
                        WS-UNIT-CUBE
                        WS-LPK-COUNT
           MOVE 'N' TO WS-KIT-FLAG
           IF WS-BOM-COUNT > 0
               SET WS-BOM-IDX TO 1
               SEARCH WS-BOM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BOM-KIT(WS-BOM-IDX)
                           = WS-OPL-PRODUCT(WS-OPL-IDX)
                       MOVE 'Y' TO WS-KIT-FLAG
               END-SEARCH
           END-IF
           IF LINE-IS-KIT
               MOVE WS-OPL-PRODUCT(WS-OPL-IDX) TO WS-DRAW-KIT
               PERFORM 2522-DRAW-DOWN-COMPONENT
                   VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-BOM-COUNT
               ADD 1 TO WS-KITS-SHIPPED
           ELSE
               MOVE WS-OPL-PRODUCT(WS-OPL-IDX) TO WS-DRAW-PRODUCT
               MOVE SPACES TO WS-DRAW-KIT
               MOVE 1 TO WS-DRAW-PER
               MOVE WS-QTY-TO-SHIP TO WS-DRAW-QTY
               PERFORM 2521-DRAW-DOWN-ITEM
           END-IF.

       2521-DRAW-DOWN-ITEM.
           MOVE WS-DRAW-PRODUCT TO PROD-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'PRODUCT GONE FROM MASTER AT SHIP TIME: '
                       PROD-CODE
               NOT INVALID KEY
                   IF PROD-UNIT-WEIGHT NUMERIC
                       COMPUTE WS-UNIT-WEIGHT = WS-UNIT-WEIGHT
                           + PROD-UNIT-WEIGHT * WS-DRAW-PER
                   END-IF
                   IF PROD-LENGTH NUMERIC AND PROD-WIDTH NUMERIC
                           AND PROD-HEIGHT NUMERIC
                       COMPUTE WS-UNIT-CUBE = WS-UNIT-CUBE
                           + PROD-LENGTH * PROD-WIDTH * PROD-HEIGHT
                             * WS-DRAW-PER
                   END-IF
                   MOVE PROD-QTY-ON-HAND TO SMV-QTY-BEFORE
                   IF WS-DRAW-QTY > PROD-QTY-ON-HAND
                       MOVE ZERO TO PROD-QTY-ON-HAND
                   ELSE
                       SUBTRACT WS-DRAW-QTY FROM PROD-QTY-ON-HAND
                   END-IF
                   REWRITE PRODUCT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING STOCK FOR: '
                               PROD-CODE
                   END-REWRITE
                   PERFORM 2600-PICK-LOTS
                   PERFORM 2650-JOURNAL-SHIPMENT
                   PERFORM 2525-DRAW-DOWN-LOCATION
           END-READ.

       2522-DRAW-DOWN-COMPONENT.
           IF WS-BOM-KIT(WS-BOM-IDX) = WS-DRAW-KIT
               MOVE WS-BOM-COMPONENT(WS-BOM-IDX) TO WS-DRAW-PRODUCT
               MOVE WS-BOM-QTY-PER(WS-BOM-IDX) TO WS-DRAW-PER
               COMPUTE WS-DRAW-QTY = WS-QTY-TO-SHIP * WS-DRAW-PER
               PERFORM 2521-DRAW-DOWN-ITEM
               ADD 1 TO WS-KIT-COMPONENTS-DRAWN
           END-IF.

      *    The goods leave the warehouse the line was picked at; a
      *    location short of the quantity goes to zero and is
      *    reported - the count will find where the stock really was.
       2525-DRAW-DOWN-LOCATION.
           MOVE WS-DRAW-PRODUCT TO SLC-PRODUCT-CODE
           MOVE WS-OPL-WAREHOUSE(WS-OPL-IDX) TO SLC-WAREHOUSE
           READ STOCK-LOCATION-FILE
               INVALID KEY
                   DISPLAY 'NO STOCK LOCATION ' SLC-WAREHOUSE
                       ' FOR PRODUCT ' SLC-PRODUCT-CODE
                   ADD 1 TO WS-LOCATIONS-SHORT
               NOT INVALID KEY
                   IF WS-DRAW-QTY > SLC-QTY-ON-HAND
                       DISPLAY 'LOCATION SHORT AT SHIP TIME: '
                           SLC-WAREHOUSE ' ' SLC-PRODUCT-CODE
                       ADD 1 TO WS-LOCATIONS-SHORT
                       MOVE ZERO TO SLC-QTY-ON-HAND
                   ELSE
                       SUBTRACT WS-DRAW-QTY FROM SLC-QTY-ON-HAND
                   END-IF
                   REWRITE STOCK-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING STOCK LOCATION: '
                               SLC-KEY
                   END-REWRITE
           END-READ.

       2530-BILL-THE-SHIPMENT.
           MOVE WS-OPL-CUSTOMER(WS-OPL-IDX) TO SHO-CUSTOMER-ID
           MOVE WS-OPL-ORDER-DATE(WS-OPL-IDX) TO SHO-ORDER-DATE
           MOVE WS-BILL-AMOUNT TO SHO-NET-AMOUNT
           MOVE WS-OPL-LINE-NO(WS-OPL-IDX) TO SHO-LINE-NUMBER
           MOVE WS-OPL-PRODUCT(WS-OPL-IDX) TO SHO-PRODUCT-CODE
           IF FREIGHT-BILLED
               MOVE WS-FREIGHT-CHARGE TO SHO-FREIGHT-AMOUNT
           ELSE
               MOVE ZERO TO SHO-FREIGHT-AMOUNT
           END-IF
           MOVE WS-OPL-SALES-REP(WS-OPL-IDX) TO SHO-SALES-REP
           WRITE SHIPPED-ORDER-RECORD

           ADD 1 TO WS-SHIPMENTS-BILLED
           MOVE WS-QTY-TO-SHIP TO SHL-QTY-SHIPPED
           MOVE WS-BILL-AMOUNT TO SHL-BILL-AMOUNT
           MOVE WS-RUN-DATE TO SHL-SHIP-DATE
           MOVE WS-FREIGHT-CHARGE TO SHL-FREIGHT-COST
           MOVE WS-FREIGHT-FLAG TO SHL-FREIGHT-FLAG
      *    A kit's lots are its components'; lot-shipments.dat has
      *    them.
           IF WS-LPK-COUNT > 0 AND NOT LINE-IS-KIT
               MOVE WS-LTT-LOT(WS-LPK-SLOT(1)) TO SHL-LOT-NUMBER
               MOVE WS-LTT-SERIAL(WS-LPK-SLOT(1)) TO SHL-SERIAL-NUMBER
           END-IF
           WRITE SHIPPED-LINE-RECORD.

      *    One package per confirmation. Billable weight is the
      *    greater of actual and dimensional weight, in whole pounds
      *    rounded up, never under one pound.
       2540-RATE-THE-PACKAGE.
           COMPUTE WS-ACTUAL-WEIGHT = WS-UNIT-WEIGHT * WS-QTY-TO-SHIP
           COMPUTE WS-DIM-WEIGHT =
               WS-UNIT-CUBE * WS-QTY-TO-SHIP / WS-DIM-DIVISOR
           IF WS-DIM-WEIGHT > WS-ACTUAL-WEIGHT
               MOVE WS-DIM-WEIGHT TO WS-ACTUAL-WEIGHT
           END-IF
           MOVE WS-ACTUAL-WEIGHT TO WS-BILLABLE-WEIGHT
           IF WS-BILLABLE-WEIGHT < WS-ACTUAL-WEIGHT
               ADD 1 TO WS-BILLABLE-WEIGHT
           END-IF
           IF WS-BILLABLE-WEIGHT = ZERO
               MOVE 1 TO WS-BILLABLE-WEIGHT
           END-IF

           EVALUATE WS-OPL-PRIORITY(WS-OPL-IDX)
               WHEN 'H'
                   MOVE 'ND' TO WS-SERVICE
               WHEN 'M'
                   MOVE '2D' TO WS-SERVICE
               WHEN OTHER
                   MOVE 'GR' TO WS-SERVICE
           END-EVALUATE

           PERFORM 2550-FIND-ZONE
           PERFORM 2560-LOOK-UP-CHARGE

           IF WS-OPL-ORDER-TOTAL(WS-OPL-IDX)
                   >= WS-FREE-FREIGHT-THRESHOLD
               MOVE 'A' TO WS-FREIGHT-FLAG
               ADD WS-FREIGHT-CHARGE TO WS-FREIGHT-ABSORBED
           ELSE
               MOVE 'B' TO WS-FREIGHT-FLAG
               ADD WS-FREIGHT-CHARGE TO WS-FREIGHT-BILLED
           END-IF

           PERFORM 2570-WRITE-MANIFEST-LINE.

       2550-FIND-ZONE.
           MOVE WS-DEFAULT-ZONE TO WS-ZONE
           MOVE SPACES TO WS-DEST-STATE
           MOVE ZERO TO WS-DEST-ZIP
           IF (WS-CST-STATUS = '00' OR WS-CST-STATUS = '23')
                   AND WS-OPL-CUSTOMER(WS-OPL-IDX) NUMERIC
               MOVE WS-OPL-CUSTOMER(WS-OPL-IDX) TO WS-CUST-ID-NUM
               MOVE WS-CUST-ID-NUM TO CUST-ID
               READ CUSTOMER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-STATE TO WS-DEST-STATE
                       IF CUST-ZIP NUMERIC
                           MOVE CUST-ZIP TO WS-DEST-ZIP
                       END-IF
               END-READ
           END-IF

           IF WS-DEST-ZIP > ZERO AND WS-FZT-COUNT > 0
               SET WS-FZT-IDX TO 1
               SEARCH WS-FZT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEST-ZIP3 >= WS-FZT-ZIP3-LOW(WS-FZT-IDX)
                           AND WS-DEST-ZIP3
                               <= WS-FZT-ZIP3-HIGH(WS-FZT-IDX)
                       MOVE WS-FZT-ZONE(WS-FZT-IDX) TO WS-ZONE
               END-SEARCH
           END-IF.

      *    Heavier than the top bracket: the top bracket's charge,
      *    scaled by weight.
       2560-LOOK-UP-CHARGE.
           MOVE ZERO TO WS-FREIGHT-CHARGE
                        WS-LAST-BRACKET
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           IF WS-FRT-COUNT > 0
               SET WS-FRT-IDX TO 1
               PERFORM 2565-TRY-ONE-BRACKET
                   UNTIL RATE-FOUND
                       OR WS-FRT-IDX > WS-FRT-COUNT
           END-IF

           IF NOT RATE-FOUND
               IF WS-LAST-BRACKET > ZERO
                   COMPUTE WS-FREIGHT-CHARGE ROUNDED =
                       WS-FRT-CHARGE(WS-LAST-BRACKET)
                       * WS-BILLABLE-WEIGHT
                       / WS-FRT-UPTO(WS-LAST-BRACKET)
               ELSE
                   ADD 1 TO WS-PACKAGES-UNRATED
                   DISPLAY 'NO FREIGHT RATE FOR SERVICE ' WS-SERVICE
                       ' ZONE ' WS-ZONE ' - ORDER '
                       WS-OPL-ORDER-ID(WS-OPL-IDX) ' SHIPS UNCHARGED'
               END-IF
           END-IF.

       2565-TRY-ONE-BRACKET.
           IF WS-FRT-SERVICE(WS-FRT-IDX) = WS-SERVICE
                   AND WS-FRT-ZONE(WS-FRT-IDX) = WS-ZONE
                   AND WS-FRT-UPTO(WS-FRT-IDX) > ZERO
               SET WS-LAST-BRACKET TO WS-FRT-IDX
               IF WS-FRT-UPTO(WS-FRT-IDX) >= WS-BILLABLE-WEIGHT
                   MOVE 'Y' TO WS-RATE-FOUND-FLAG
                   MOVE WS-FRT-CHARGE(WS-FRT-IDX) TO WS-FREIGHT-CHARGE
               END-IF
           END-IF
           SET WS-FRT-IDX UP BY 1.

      *    The carrier assigns the tracking number at pickup.
       2570-WRITE-MANIFEST-LINE.
           ADD 1 TO WS-PACKAGE-SEQ
           ADD 1 TO WS-PACKAGES-SHIPPED
           MOVE SPACES TO CARRIER-MANIFEST-RECORD
           MOVE WS-RUN-DATE TO MAN-SHIP-DATE
           STRING 'PK' WS-RUN-DATE(3:6) WS-PACKAGE-SEQ
               DELIMITED BY SIZE INTO MAN-PACKAGE-ID
           MOVE 'PENDING' TO MAN-TRACKING-NUMBER
           MOVE WS-OPL-ORDER-ID(WS-OPL-IDX) TO MAN-ORDER-ID
           MOVE WS-OPL-LINE-NO(WS-OPL-IDX) TO MAN-LINE-NUMBER
           MOVE WS-OPL-CUSTOMER(WS-OPL-IDX) TO MAN-CUSTOMER-ID
           MOVE WS-DEST-STATE TO MAN-DEST-STATE
           MOVE WS-DEST-ZIP TO MAN-DEST-ZIP
           MOVE WS-SERVICE TO MAN-SERVICE
           MOVE WS-ZONE TO MAN-ZONE
           MOVE WS-BILLABLE-WEIGHT TO MAN-WEIGHT
           MOVE WS-FREIGHT-CHARGE TO MAN-FREIGHT-CHARGE
           MOVE WS-FREIGHT-FLAG TO MAN-FREIGHT-FLAG
           WRITE CARRIER-MANIFEST-RECORD.

      *    A lot or serial the confirmation names is drawn first
      *    (wherever it sits), then the earliest-expiring lots at the
      *    shipping warehouse, then - stock transfers do not move
      *    lots - the product's lots at other warehouses. Whatever no
      *    lot covers ships untracked.
       2600-PICK-LOTS.
           MOVE ZERO TO WS-LPK-COUNT
           MOVE WS-DRAW-QTY TO WS-QTY-UNLOTTED
           IF SHC-LOT-OR-SERIAL NOT = SPACES
               MOVE 'N' TO WS-LOT-PASS
               PERFORM 2610-TAKE-NEXT-LOT
           END-IF
           MOVE 'W' TO WS-LOT-PASS
           MOVE 1 TO WS-BEST-LOT
           PERFORM 2610-TAKE-NEXT-LOT
               UNTIL WS-QTY-UNLOTTED = ZERO
                   OR WS-BEST-LOT = ZERO
                   OR WS-LPK-COUNT = 50
           MOVE 'A' TO WS-LOT-PASS
           MOVE 1 TO WS-BEST-LOT
           PERFORM 2610-TAKE-NEXT-LOT
               UNTIL WS-QTY-UNLOTTED = ZERO
                   OR WS-BEST-LOT = ZERO
                   OR WS-LPK-COUNT = 50.

       2610-TAKE-NEXT-LOT.
           MOVE ZERO TO WS-BEST-LOT
           MOVE 99999999 TO WS-BEST-EXPIRY
           PERFORM 2620-CONSIDER-ONE-LOT
               VARYING WS-LOT-SCAN FROM 1 BY 1
               UNTIL WS-LOT-SCAN > WS-LTT-COUNT
           IF WS-BEST-LOT > ZERO AND WS-QTY-UNLOTTED > ZERO
               MOVE WS-QTY-UNLOTTED TO WS-LOT-TAKE
               IF WS-LOT-TAKE > WS-LTT-ON-HAND(WS-BEST-LOT)
                   MOVE WS-LTT-ON-HAND(WS-BEST-LOT) TO WS-LOT-TAKE
               END-IF
               SUBTRACT WS-LOT-TAKE FROM WS-LTT-ON-HAND(WS-BEST-LOT)
               SUBTRACT WS-LOT-TAKE FROM WS-QTY-UNLOTTED
               ADD 1 TO WS-LPK-COUNT
               MOVE WS-BEST-LOT TO WS-LPK-SLOT(WS-LPK-COUNT)
               MOVE WS-LOT-TAKE TO WS-LPK-QTY(WS-LPK-COUNT)
               ADD 1 TO WS-LOTS-DRAWN
           END-IF.

      *    A lot without an expiry date sorts after every dated one;
      *    on equal expiry the earlier receipt wins.
       2620-CONSIDER-ONE-LOT.
           IF WS-LTT-PRODUCT(WS-LOT-SCAN) = WS-DRAW-PRODUCT
                   AND WS-LTT-ON-HAND(WS-LOT-SCAN) > ZERO
                   AND (PICK-ANYWHERE
                    OR (PICK-AT-WAREHOUSE
                        AND WS-LTT-WAREHOUSE(WS-LOT-SCAN)
                            = WS-OPL-WAREHOUSE(WS-OPL-IDX))
                    OR (PICK-NAMED-LOT
                        AND (WS-LTT-LOT(WS-LOT-SCAN)
                                = SHC-LOT-OR-SERIAL
                          OR WS-LTT-SERIAL(WS-LOT-SCAN)
                                = SHC-LOT-OR-SERIAL)))
               IF WS-LTT-EXPIRY(WS-LOT-SCAN) = ZERO
                   MOVE 99999999 TO WS-LOT-EXPIRY
               ELSE
                   MOVE WS-LTT-EXPIRY(WS-LOT-SCAN) TO WS-LOT-EXPIRY
               END-IF
               IF WS-BEST-LOT = ZERO
                       OR WS-LOT-EXPIRY < WS-BEST-EXPIRY
                   MOVE WS-LOT-SCAN TO WS-BEST-LOT
                   MOVE WS-LOT-EXPIRY TO WS-BEST-EXPIRY
               END-IF
           END-IF.

      *    One movement per lot drawn, then one for any untracked
      *    remainder; before/after step down through the product
      *    total so the last entry ends on the rewritten figure.
       2650-JOURNAL-SHIPMENT.
           MOVE WS-RUN-DATE TO SMV-DATE
           MOVE PROD-CODE TO SMV-PRODUCT-CODE
           MOVE WS-OPL-ORDER-ID(WS-OPL-IDX) TO SMV-REFERENCE
           MOVE '-' TO SMV-DIRECTION
           MOVE WS-OPL-WAREHOUSE(WS-OPL-IDX) TO SMV-WAREHOUSE
           MOVE SPACES TO SMV-XFER-WAREHOUSE
           MOVE WS-DRAW-KIT TO SMV-KIT-CODE
           PERFORM 2660-JOURNAL-ONE-LOT
               VARYING WS-LPK-IDX FROM 1 BY 1
               UNTIL WS-LPK-IDX > WS-LPK-COUNT
           IF WS-QTY-UNLOTTED > ZERO OR WS-LPK-COUNT = ZERO
               MOVE WS-QTY-UNLOTTED TO WS-JOURNAL-QTY
               MOVE SPACES TO SMV-LOT-NUMBER
               PERFORM 2670-WRITE-SHIP-MOVEMENT
           END-IF.

       2660-JOURNAL-ONE-LOT.
           MOVE WS-LPK-QTY(WS-LPK-IDX) TO WS-JOURNAL-QTY
           MOVE WS-LTT-LOT(WS-LPK-SLOT(WS-LPK-IDX)) TO SMV-LOT-NUMBER
           PERFORM 2670-WRITE-SHIP-MOVEMENT

           MOVE SPACES TO LOT-SHIPMENT-RECORD
           MOVE WS-RUN-DATE TO LSH-SHIP-DATE
           MOVE PROD-CODE TO LSH-PRODUCT-CODE
           MOVE WS-LTT-LOT(WS-LPK-SLOT(WS-LPK-IDX)) TO LSH-LOT-NUMBER
           MOVE WS-LTT-SERIAL(WS-LPK-SLOT(WS-LPK-IDX))
               TO LSH-SERIAL-NUMBER
           MOVE WS-LTT-WAREHOUSE(WS-LPK-SLOT(WS-LPK-IDX))
               TO LSH-WAREHOUSE
           MOVE WS-OPL-ORDER-ID(WS-OPL-IDX) TO LSH-ORDER-ID
           MOVE WS-OPL-LINE-NO(WS-OPL-IDX) TO LSH-LINE-NUMBER
           MOVE WS-OPL-CUSTOMER(WS-OPL-IDX) TO LSH-CUSTOMER-ID
           MOVE WS-LPK-QTY(WS-LPK-IDX) TO LSH-QUANTITY
           WRITE LOT-SHIPMENT-RECORD.

      *    SMV-QTY-AFTER of the previous entry is the running total.
       2670-WRITE-SHIP-MOVEMENT.
           MOVE WS-JOURNAL-QTY TO SMV-QUANTITY
           IF SMV-QTY-BEFORE > WS-JOURNAL-QTY
               COMPUTE SMV-QTY-AFTER = SMV-QTY-BEFORE - WS-JOURNAL-QTY
           ELSE
               MOVE ZERO TO SMV-QTY-AFTER
           END-IF
           WRITE STOCK-MOVEMENT-RECORD
           MOVE SMV-QTY-AFTER TO SMV-QTY-BEFORE.

      *    The supplier has shipped a drop-ship line to the customer:
      *    it is billed like any confirmed shipment, but nothing
      *    leaves our stock and no package of ours is rated.
       2700-APPLY-DROP-SHIP-CONFIRMS.
           READ DROP-SHIP-CONFIRM-FILE
               AT END MOVE 'Y' TO WS-DSC-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DS-CONFIRMS-READ
                   PERFORM 2710-APPLY-ONE-DROP-SHIP
           END-READ.

       2710-APPLY-ONE-DROP-SHIP.
           MOVE 'N' TO WS-LINE-FOUND-FLAG
           IF WS-OPL-COUNT > 0
               SET WS-OPL-IDX TO 1
               SEARCH WS-OPL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPL-ORDER-ID(WS-OPL-IDX) = DSC-ORDER-ID
                           AND WS-OPL-LINE-NO(WS-OPL-IDX)
                               = DSC-LINE-NUMBER
                           AND WS-OPL-QTY-OPEN(WS-OPL-IDX) > ZERO
                           AND OPL-DROP-SHIP(WS-OPL-IDX)
                       MOVE 'Y' TO WS-LINE-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT OPEN-LINE-FOUND OR DSC-QTY-SHIPPED NOT NUMERIC
               DISPLAY 'DROP-SHIP CONFIRMATION FOR UNKNOWN OR CLOSED '
                   'LINE: ' DSC-ORDER-ID ' ' DSC-LINE-NUMBER
               ADD 1 TO WS-DS-CONFIRMS-REJECTED
           ELSE
               MOVE DSC-QTY-SHIPPED TO WS-QTY-TO-SHIP
               IF WS-QTY-TO-SHIP > WS-OPL-QTY-OPEN(WS-OPL-IDX)
                   MOVE WS-OPL-QTY-OPEN(WS-OPL-IDX) TO WS-QTY-TO-SHIP
               END-IF
               IF WS-QTY-TO-SHIP > ZERO
                   MOVE ZERO TO WS-LPK-COUNT
                                WS-FREIGHT-CHARGE
                   MOVE 'N' TO WS-KIT-FLAG
                   MOVE 'D' TO WS-FREIGHT-FLAG
                   PERFORM 2530-BILL-THE-SHIPMENT
                   SUBTRACT WS-QTY-TO-SHIP
                       FROM WS-OPL-QTY-OPEN(WS-OPL-IDX)
                   ADD 1 TO WS-DROP-SHIPS-BILLED
               END-IF
           END-IF.

       3000-REWRITE-OPEN-POOL.
           PERFORM 3100-WRITE-ONE-OPEN-LINE
               VARYING WS-OPL-IDX FROM 1 BY 1
               MOVE WS-OPL-QTY-OPEN(WS-OPL-IDX) TO OSI-QTY-OPEN
               MOVE WS-OPL-QTY-ORDER(WS-OPL-IDX) TO OSI-QTY-ORDERED
               MOVE WS-OPL-NET(WS-OPL-IDX) TO OSI-NET-AMOUNT
               MOVE WS-OPL-PRIORITY(WS-OPL-IDX) TO OSI-PRIORITY
               MOVE WS-OPL-ORDER-TOTAL(WS-OPL-IDX) TO OSI-ORDER-TOTAL
               MOVE WS-OPL-WAREHOUSE(WS-OPL-IDX) TO OSI-WAREHOUSE
               MOVE WS-OPL-DROP-SHIP(WS-OPL-IDX) TO OSI-DROP-SHIP
               MOVE WS-OPL-SALES-REP(WS-OPL-IDX) TO OSI-SALES-REP
               WRITE NEW-OPEN-SHIPMENT-RECORD FROM OPEN-SHIPMENT-RECORD
               ADD 1 TO WS-PARTIALS-LEFT
           END-IF.

       3200-REWRITE-STOCK-LOTS.
           MOVE WS-LTT-RECORD(WS-LTT-IDX) TO STOCK-LOT-RECORD
           MOVE WS-LTT-ON-HAND(WS-LTT-IDX) TO LOT-QTY-ON-HAND
           WRITE NEW-STOCK-LOT-RECORD FROM STOCK-LOT-RECORD
           ADD 1 TO WS-LOTS-KEPT.

       4000-FINALIZE.
           IF WS-OSI-STATUS = '00' OR WS-OSI-STATUS = '10'
               CLOSE OPEN-SHIPMENT-FILE
           IF WS-SHC-STATUS = '00' OR WS-SHC-STATUS = '10'
               CLOSE SHIP-CONFIRM-FILE
           END-IF.
           IF WS-DSC-STATUS = '00' OR WS-DSC-STATUS = '10'
               CLOSE DROP-SHIP-CONFIRM-FILE
           END-IF.
           IF WS-CST-STATUS = '00' OR WS-CST-STATUS = '23'
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE NEW-OPEN-SHIPMENT-FILE
                 CARRIER-MANIFEST-FILE
                 SHIPPED-ORDER-FILE
                 PICK-LIST-FILE
                 STOCK-MOVEMENT-FILE
                 SHIPPED-LINE-FILE
                 NEW-STOCK-LOT-FILE
                 LOT-SHIPMENT-FILE
                 PRODUCT-MASTER-FILE
                 STOCK-LOCATION-FILE.

           DISPLAY '======================================'.
           DISPLAY 'FULFILLMENT STATISTICS'.
           DISPLAY '======================================'.
           DISPLAY 'Lines Carried In:   ' WS-LINES-CARRIED-IN.
           DISPLAY 'Lines Picked:       ' WS-LINES-PICKED.
           DISPLAY 'Pick Lists:         ' WS-PICK-LISTS.
           DISPLAY 'Confirms Read:      ' WS-CONFIRMS-READ.
           DISPLAY 'Confirms Rejected:  ' WS-CONFIRMS-REJECTED.
           DISPLAY 'Shipments Billed:   ' WS-SHIPMENTS-BILLED.
           DISPLAY 'Lines Still Open:   ' WS-PARTIALS-LEFT.
           DISPLAY 'Amount Billed:      ' WS-BILLED-TOTAL.
           DISPLAY 'Packages Shipped:   ' WS-PACKAGES-SHIPPED.
           DISPLAY 'Packages Unrated:   ' WS-PACKAGES-UNRATED.
           DISPLAY 'Freight Billed:     ' WS-FREIGHT-BILLED.
           DISPLAY 'Freight Absorbed:   ' WS-FREIGHT-ABSORBED.
           DISPLAY 'Locations Short:    ' WS-LOCATIONS-SHORT.
           DISPLAY 'Lots Drawn:         ' WS-LOTS-DRAWN.
           DISPLAY 'Stock Lots Kept:    ' WS-LOTS-KEPT.
           DISPLAY 'Kits Shipped:       ' WS-KITS-SHIPPED.
           DISPLAY 'Kit Components:     ' WS-KIT-COMPONENTS-DRAWN.
           DISPLAY 'DS Confirms Read:   ' WS-DS-CONFIRMS-READ.
           DISPLAY 'DS Confirms Reject: ' WS-DS-CONFIRMS-REJECTED.
           DISPLAY 'Drop-Ships Billed:  ' WS-DROP-SHIPS-BILLED.
           DISPLAY '======================================'.
