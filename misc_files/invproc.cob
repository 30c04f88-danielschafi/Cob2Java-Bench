       SELECT PICK-FILE ASSIGN TO DYNAMIC PICK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PICK-STATUS.
       SELECT SERIALS-FILE ASSIGN TO DYNAMIC SERIALS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SERIALS-STATUS.
       SELECT SERIALSKUS-FILE ASSIGN TO DYNAMIC SERIALSKUS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SERIALSKUS-STATUS.
       SELECT PERIODCTL-FILE ASSIGN TO DYNAMIC PERIODCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIODCTL-STATUS.
       SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC SNAPSHOT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SNAPSHOT-STATUS.
       SELECT POHIST-FILE ASSIGN TO DYNAMIC POHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POHIST-STATUS.
       SELECT COMMISSION-FILE ASSIGN TO DYNAMIC COMMISSION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMMISSION-STATUS.
       SELECT SCORE-FILE ASSIGN TO DYNAMIC SCORE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCORE-STATUS.
       SELECT RTVOPEN-FILE ASSIGN TO DYNAMIC RTVOPEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTVOPEN-STATUS.
       SELECT RTVCREDIT-FILE ASSIGN TO DYNAMIC RTVCREDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTVCREDIT-STATUS.
       SELECT DM-FILE ASSIGN TO DYNAMIC DM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DM-STATUS.
       SELECT TRANSIT-FILE ASSIGN TO DYNAMIC TRANSIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSIT-STATUS.
       SELECT BINS-FILE ASSIGN TO DYNAMIC BINS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BINS-STATUS.
       SELECT SKUCLASS-FILE ASSIGN TO DYNAMIC SKUCLASS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SKUCLASS-STATUS.
       SELECT CUSTOMERS-FILE ASSIGN TO DYNAMIC CUSTOMERS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTOMERS-STATUS.
       SELECT AROPEN-FILE ASSIGN TO DYNAMIC AROPEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AROPEN-STATUS.
       SELECT ARSTMT-FILE ASSIGN TO DYNAMIC ARSTMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARSTMT-STATUS.
       SELECT TAXCODE-FILE ASSIGN TO DYNAMIC TAXCODE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXCODE-STATUS.
       SELECT TAXMAP-FILE ASSIGN TO DYNAMIC TAXMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXMAP-STATUS.
       SELECT TAXEXEMPT-FILE ASSIGN TO DYNAMIC TAXEXEMPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXEXEMPT-STATUS.
       SELECT TAXRPT-FILE ASSIGN TO DYNAMIC TAXRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXRPT-STATUS.
       SELECT HOLDS-FILE ASSIGN TO DYNAMIC HOLDS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLDS-STATUS.
       SELECT ABC-FILE ASSIGN TO DYNAMIC ABC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ABC-STATUS.
       SELECT COUNTTPL-FILE ASSIGN TO DYNAMIC COUNTTPL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNTTPL-STATUS.
       SELECT MSTATUS-FILE ASSIGN TO DYNAMIC MSTATUS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MSTATUS-STATUS.
       SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-STATUS.
       SELECT OPTIONAL ROLEMAT-FILE ASSIGN TO "rolematrix.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROLEMAT-STATUS.
       SELECT SESSION-FILE ASSIGN TO DYNAMIC SESSION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSION-STATUS.
       SELECT OPTIONAL MASTER-FILE ASSIGN TO DYNAMIC MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
   FD  PICK-FILE.
   01  PICK-REC             PIC X(4096).

   FD  SERIALS-FILE.
   01  SERIALS-REC          PIC X(4096).

   FD  SERIALSKUS-FILE.
   01  SERIALSKUS-REC       PIC X(4096).

   FD  PERIODCTL-FILE.
   01  PERIODCTL-REC        PIC X(4096).

   FD  SNAPSHOT-FILE.
   01  SNAPSHOT-REC         PIC X(4096).

   FD  POHIST-FILE.
   01  POHIST-REC           PIC X(4096).

   FD  COMMISSION-FILE.
   01  COMMISSION-REC       PIC X(4096).

   FD  SCORE-FILE.
   01  SCORE-REC            PIC X(4096).

   FD  RTVOPEN-FILE.
   01  RTVOPEN-REC          PIC X(4096).

   FD  RTVCREDIT-FILE.
   01  RTVCREDIT-REC        PIC X(4096).

   FD  DM-FILE.
   01  DM-REC               PIC X(4096).

   FD  TRANSIT-FILE.
   01  TRANSIT-REC          PIC X(4096).

   FD  BINS-FILE.
   01  BINS-REC             PIC X(4096).

   FD  SKUCLASS-FILE.
   01  SKUCLASS-REC         PIC X(4096).

   FD  CUSTOMERS-FILE.
   01  CUSTOMERS-REC        PIC X(4096).

   FD  AROPEN-FILE.
   01  AROPEN-REC           PIC X(4096).

   FD  ARSTMT-FILE.
   01  ARSTMT-REC           PIC X(4096).

   FD  TAXCODE-FILE.
   01  TAXCODE-REC          PIC X(4096).

   FD  TAXMAP-FILE.
   01  TAXMAP-REC           PIC X(4096).

   FD  TAXEXEMPT-FILE.
   01  TAXEXEMPT-REC        PIC X(4096).

   FD  TAXRPT-FILE.
   01  TAXRPT-REC           PIC X(4096).

   FD  HOLDS-FILE.
   01  HOLDS-REC            PIC X(4096).

   FD  ABC-FILE.
   01  ABC-REC              PIC X(4096).

   FD  COUNTTPL-FILE.
   01  COUNTTPL-REC         PIC X(4096).

   FD  MSTATUS-FILE.
   01  MSTATUS-REC          PIC X(4096).

  *> Shared sign-on files, maintained from EMPMGMT option 29
   FD  OPERATOR-FILE.
   01  OPERATOR-REC         PIC X(4096).

   FD  ROLEMAT-FILE.
   01  ROLEMAT-REC          PIC X(4096).

  *> The night run's session ticket (Ticket,Date,Status)
   FD  SESSION-FILE.
   01  SESSION-REC.
       05 SES-TICKET        PIC X(22).
       05 FILLER            PIC X.
       05 SES-DATE          PIC 9(8).
       05 FILLER            PIC X.
       05 SES-STATUS        PIC X(6).

  *> Keyed inventory master (SKU+Bin), the same shape the nightly
  *> bank master uses: fixed fields, signed amounts with a leading
  *> separate sign so the records stay printable.
   01  OPENPO-STATUS        PIC XX.
   01  PICK-STATUS          PIC XX.
   01  MASTER-STATUS        PIC XX.
   01  SERIALS-STATUS       PIC XX.
   01  SERIALSKUS-STATUS    PIC XX.
   01  PERIODCTL-STATUS     PIC XX.
   01  SNAPSHOT-STATUS      PIC XX.
   01  POHIST-STATUS        PIC XX.
   01  COMMISSION-STATUS    PIC XX.
   01  SCORE-STATUS         PIC XX.
   01  RTVOPEN-STATUS       PIC XX.
   01  RTVCREDIT-STATUS     PIC XX.
   01  DM-STATUS            PIC XX.
   01  TRANSIT-STATUS       PIC XX.
   01  BINS-STATUS          PIC XX.
   01  SKUCLASS-STATUS      PIC XX.
   01  CUSTOMERS-STATUS     PIC XX.
   01  AROPEN-STATUS        PIC XX.
   01  ARSTMT-STATUS        PIC XX.
   01  TAXCODE-STATUS       PIC XX.
   01  TAXMAP-STATUS        PIC XX.
   01  TAXEXEMPT-STATUS     PIC XX.
   01  TAXRPT-STATUS        PIC XX.
   01  HOLDS-STATUS         PIC XX.
   01  ABC-STATUS           PIC XX.
   01  COUNTTPL-STATUS      PIC XX.
   01  MSTATUS-STATUS       PIC XX.
   01  OPERATOR-STATUS      PIC XX.
   01  ROLEMAT-STATUS       PIC XX.
   01  SESSION-STATUS       PIC XX.

  *> --------- Command-line parsing --------
   01  RAW-CMD              PIC X(4096) VALUE SPACES.
       05 P-SAFETY-DAYS     PIC 9(4)   VALUE 7.
       05 P-OPENPO-PATH     PIC X(256) VALUE SPACES.
       05 P-PICKLIST-PATH   PIC X(256) VALUE SPACES.
       05 P-SERIALS-PATH    PIC X(256) VALUE SPACES.
       05 P-SERIALSKUS-PATH PIC X(256) VALUE SPACES.
       05 P-SERIAL          PIC X(24)  VALUE SPACES.
       05 P-PERIODCTL-PATH  PIC X(256) VALUE SPACES.
       05 P-SNAPSHOT-PATH   PIC X(256) VALUE SPACES.
       05 P-POHIST-PATH     PIC X(256) VALUE SPACES.
       05 P-COMMISSION-PATH PIC X(256) VALUE SPACES.
       05 P-SCORE-PATH      PIC X(256) VALUE SPACES.
       05 P-RTVOPEN-PATH    PIC X(256) VALUE SPACES.
       05 P-RTVCREDIT-PATH  PIC X(256) VALUE SPACES.
       05 P-LOCATION        PIC X(12)  VALUE SPACES.
       05 P-TRANSIT-PATH    PIC X(256) VALUE SPACES.
       05 P-TRANSIT-DAYS    PIC 9(4)   VALUE 7.
       05 P-BINS-PATH       PIC X(256) VALUE SPACES.
       05 P-SKUCLASS-PATH   PIC X(256) VALUE SPACES.
       05 P-BINCHECK        PIC X(6)   VALUE "WARN".
       05 P-CUSTOMERS-PATH  PIC X(256) VALUE SPACES.
       05 P-AROPEN-PATH     PIC X(256) VALUE SPACES.
       05 P-ARSTMT-PATH     PIC X(256) VALUE SPACES.
       05 P-TAXCODE-PATH    PIC X(256) VALUE SPACES.
       05 P-TAXMAP-PATH     PIC X(256) VALUE SPACES.
       05 P-TAXEXEMPT-PATH  PIC X(256) VALUE SPACES.
       05 P-TAXRPT-PATH     PIC X(256) VALUE SPACES.
       05 P-HOLDS-PATH      PIC X(256) VALUE SPACES.
       05 P-ABC-PATH        PIC X(256) VALUE SPACES.
       05 P-COUNTPREFIX     PIC X(200) VALUE "COUNT_".
       05 P-ABC-PCT-A       PIC 9(3)   VALUE 80.
       05 P-ABC-PCT-B       PIC 9(3)   VALUE 95.
       05 P-SCHED-START     PIC 9(8)   VALUE 0.
       05 P-COUNT-DAYS      PIC 9(4)   VALUE 0.
       05 P-MSTATUS-PATH    PIC X(256) VALUE SPACES.
       05 P-OPERATOR        PIC X(16)  VALUE SPACES.
       05 P-PASSWORD        PIC X(20)  VALUE SPACES.

  *> Dynamic file ASSIGN targets
   01  INV-PATH             PIC X(256).
   01  OPENPO-PATH          PIC X(256).
   01  PICK-PATH            PIC X(256).
   01  MASTER-PATH          PIC X(256).
   01  SERIALS-PATH         PIC X(256).
   01  SERIALSKUS-PATH      PIC X(256).
   01  PERIODCTL-PATH       PIC X(256).
   01  SNAPSHOT-PATH        PIC X(256).
   01  POHIST-PATH          PIC X(256).
   01  COMMISSION-PATH      PIC X(256).
   01  SCORE-PATH           PIC X(256).
   01  RTVOPEN-PATH         PIC X(256).
   01  RTVCREDIT-PATH       PIC X(256).
   01  DM-PATH              PIC X(256).
   01  TRANSIT-PATH         PIC X(256).
   01  BINS-PATH            PIC X(256).
   01  SKUCLASS-PATH        PIC X(256).
   01  CUSTOMERS-PATH       PIC X(256).
   01  AROPEN-PATH          PIC X(256).
   01  ARSTMT-PATH          PIC X(256).
   01  TAXCODE-PATH         PIC X(256).
   01  TAXMAP-PATH          PIC X(256).
   01  TAXEXEMPT-PATH       PIC X(256).
   01  TAXRPT-PATH          PIC X(256).
   01  HOLDS-PATH           PIC X(256).
   01  ABC-PATH             PIC X(256).
   01  COUNTTPL-PATH        PIC X(256).
   01  MSTATUS-PATH         PIC X(256).
   01  SESSION-PATH         PIC X(256).
   01  SUGGESTED-ORDER-QTY  PIC S9(9) COMP-3 VALUE 0.
   01  RC-QTY-TXT           PIC X(24) VALUE SPACES.
   01  RC-RP-TXT            PIC X(24) VALUE SPACES.

  *> --------- Transaction parsing ----------
  *> TX CSV: TYPE,SKU,Qty,UnitPrice,Name?,UnitCost?,Bin?,ToBin?,Date?
  *> TYPE in {SALE,RESTOCK,ADJUST,TRANSFER,RETURN,RESERVE,
  *> UNRESERVE,RTV,SHIP,RECEIVE-TRANSFER}
  *> Bin defaults to MAIN when omitted. ToBin is only used by
  *> TRANSFER (the bin the stock is moving into). Date is CCYYMMDD
  *> and defaults to the run date; FROM=/TO= restrict PROCESS to a
  *> window so any day's closing position can be rebuilt from a
  *> week's transaction files.
   01  TX-TYPE              PIC X(16).
   01  TX-SKU               PIC X(24).
   01  TX-QTY               PIC S9(9) COMP-3.
   01  TX-UPRICE            PIC S9(7)V99 COMP-3.
  *> analysis section always ties to total revenue.
   01  TX-CHANNEL           PIC X(12) VALUE SPACES.
   01  TX-CUSTOMER          PIC X(16) VALUE SPACES.
  *> SALE and RETURN lines may carry column 16 = the salesperson's
  *> employee ID; with COMMISSION= every revenue leg (plain sale,
  *> backorder fill, kit line and its component costs) and every
  *> return for a rep goes to the commission extract, one line each:
  *> Period(CCYYMM),Date,RepID,Type,Channel,SKU,Qty,SalesValue,
  *> FIFOCost,Margin,ListValue. Returns carry negative value and
  *> margin so payroll can claw back commission already paid.
   01  TX-SALESREP          PIC X(10) VALUE SPACES.
   01  COMM-OPEN            PIC X VALUE "N".
   01  COMM-WRITE-COUNT     PIC 9(7) COMP VALUE 0.
   01  COMM-QTY             PIC S9(9) COMP-3 VALUE 0.
   01  COMM-VALUE           PIC S9(11)V99 COMP-3 VALUE 0.
   01  COMM-COST            PIC S9(11)V99 COMP-3 VALUE 0.
   01  COMM-LIST            PIC S9(11)V99 COMP-3 VALUE 0.
   01  COMM-CHANNEL         PIC X(12) VALUE SPACES.
   01  COMM-QTY-TXT         PIC X(24) VALUE SPACES.
   01  COMM-VALUE-TXT       PIC X(24) VALUE SPACES.
   01  COMM-COST-TXT        PIC X(24) VALUE SPACES.
   01  COMM-MARGIN-TXT      PIC X(24) VALUE SPACES.
   01  COMM-LIST-TXT        PIC X(24) VALUE SPACES.

  *> --------- Open purchase orders ----------
  *> OPENPO CSV: PONumber,VendorID,SKU,OrderedQty,ReceivedQty,
  *> OrderDate,UnitCost (the price the PO was raised at, which
  *> accounts payable matches vendor invoices against; blank on
  *> lines raised before it was kept). Loaded at start of run; a
  *> RESTOCK carrying its PO
  *> number in column 13 books against the matching line. The
  *> reorder pass appends its new PO lines here, the report shows
  *> over/under-receipts and lines open past the vendor's lead
          10 OP-ORDER-QTY   PIC S9(9) COMP-3.
          10 OP-RECV-QTY    PIC S9(9) COMP-3.
          10 OP-ORDER-DATE  PIC 9(8).
          10 OP-UNIT-COST   PIC S9(7)V99 COMP-3.
   01  OP-SLOT              PIC 9(4) COMP VALUE 0.
   01  OP-SCAN              PIC 9(4) COMP VALUE 0.
   01  OP-LATE-DAYS         PIC S9(7) COMP-3 VALUE 0.
   01  PO-SEQ               PIC 99 VALUE 0.
   01  TX-PONUM             PIC X(16) VALUE SPACES.

  *> --------- PO receipt history / vendor scorecard ----------
  *> POHIST CSV: ReceiptDate,PONumber,VendorID,SKU,OrderedQty,
  *> OrderDate,ReceivedQty,UnitCost,POUnitCost - one line per
  *> RESTOCK that a
  *> PROCESS run booked against an open-PO line. It outlives the
  *> open-PO file (filled lines drop off there), so MODE=SCORECARD
  *> can judge each vendor over FROM/TO: on-time rate against the
  *> quoted lead time, actual vs quoted average lead, fill rate,
  *> over-shipments and value received. FORECAST given POHIST=
  *> plans on the vendor's observed lead time instead.
   01  POH-OPEN             PIC X VALUE "N".
   01  POH-WRITE-COUNT      PIC 9(7) COMP VALUE 0.
   01  POH-DATE             PIC 9(8) VALUE 0.
   01  POH-ORDER-DATE       PIC 9(8) VALUE 0.
   01  POH-QTY              PIC S9(9) COMP-3 VALUE 0.
   01  POH-ORDER-QTY        PIC S9(9) COMP-3 VALUE 0.
   01  POH-COST             PIC S9(7)V99 COMP-3 VALUE 0.
   01  POH-LEAD             PIC S9(7) COMP-3 VALUE 0.
   01  POH-QUOTED           PIC 9(4) COMP-3 VALUE 0.
   01  POH-READ-COUNT       PIC 9(7) COMP VALUE 0.
   01  VS-COUNT             PIC 9(4) COMP VALUE 0.
   01  VS-TABLE.
       05 VS-ROW OCCURS 1 TO 200 TIMES
           DEPENDING ON VS-COUNT
           INDEXED BY VS-IX.
          10 VS-VENDOR      PIC X(12).
          10 VS-NAME        PIC X(40).
          10 VS-RECEIPTS    PIC 9(7) COMP-3.
          10 VS-TIMED       PIC 9(7) COMP-3.
          10 VS-ONTIME      PIC 9(7) COMP-3.
          10 VS-LEAD-SUM    PIC 9(9) COMP-3.
          10 VS-QUOTED-SUM  PIC 9(9) COMP-3.
          10 VS-LINES       PIC 9(7) COMP-3.
          10 VS-OVER-LINES  PIC 9(7) COMP-3.
          10 VS-ORDERED     PIC S9(11) COMP-3.
          10 VS-RECEIVED    PIC S9(11) COMP-3.
          10 VS-FILLED      PIC S9(11) COMP-3.
          10 VS-VALUE       PIC S9(13)V99 COMP-3.
   01  VS-SLOT              PIC 9(4) COMP VALUE 0.
   01  PL-COUNT             PIC 9(6) COMP VALUE 0.
   01  PL-TABLE.
       05 PL-ROW OCCURS 1 TO 5000 TIMES
           DEPENDING ON PL-COUNT
           INDEXED BY PL-IX.
          10 PL-PONUM       PIC X(16).
          10 PL-SKU         PIC X(24).
          10 PL-VENDOR      PIC X(12).
          10 PL-ORDER-QTY   PIC S9(9) COMP-3.
          10 PL-RECV-QTY    PIC S9(9) COMP-3.
   01  PL-SLOT              PIC 9(6) COMP VALUE 0.
   01  VS-PCT               PIC 9(3)V9 COMP-3 VALUE 0.
   01  VS-PCT-ED            PIC ZZ9.9.
   01  VS-ONTIME-TXT        PIC X(8) VALUE SPACES.
   01  VS-FILL-TXT          PIC X(8) VALUE SPACES.
   01  VS-OVER-TXT          PIC X(8) VALUE SPACES.
   01  VS-AVG-LEAD          PIC 9(5)V9 COMP-3 VALUE 0.
   01  VS-AVG-QUOTED        PIC 9(5)V9 COMP-3 VALUE 0.
   01  VS-LEAD-VAR          PIC S9(5)V9 COMP-3 VALUE 0.
   01  VS-LEAD-ED           PIC ZZZZ9.9.
   01  VS-VAR-ED            PIC -(5)9.9.
   01  VS-ACTUAL-TXT        PIC X(8) VALUE SPACES.
   01  VS-QUOTED-TXT        PIC X(8) VALUE SPACES.
   01  VS-VAR-TXT           PIC X(8) VALUE SPACES.
   01  VS-OBSERVED-LEAD     PIC 9(4) COMP-3 VALUE 0.
   01  VS-OBSERVED-USED     PIC 9(6) COMP VALUE 0.

  *> --------- Returns to vendor ----------
  *> RTV lines send stock back to the supplier: Name column = RTV
  *> number, column 12 = VendorID, column 13 = PONumber, column
  *> 10 = the lot going back (its own layers are relieved, not
  *> FEFO). Each vendor gets a debit memo (DM_<VendorID>.csv) and
  *> the journal debits AP against inventory. An RTV stays open -
  *> carried in RTVOPEN (RTVNumber,VendorID,PONumber,SKU,Bin,Lot,
  *> Qty,Value,Date) and listed on the report - until a vendor
  *> credit in RTVCREDITS (RTVNumber,VendorID,CreditRef,Amount,
  *> Date) cites its number.
   01  RTV-COUNT            PIC 9(4) COMP VALUE 0.
   01  RTV-TABLE.
       05 RTV-ROW OCCURS 1 TO 2000 TIMES
           DEPENDING ON RTV-COUNT
           INDEXED BY RTV-IX.
          10 RTV-NUM        PIC X(16).
          10 RTV-VENDOR     PIC X(12).
          10 RTV-PONUM      PIC X(16).
          10 RTV-SKU        PIC X(24).
          10 RTV-BIN        PIC X(12).
          10 RTV-LOT        PIC X(16).
          10 RTV-QTY        PIC S9(9) COMP-3.
          10 RTV-VALUE      PIC S9(11)V99 COMP-3.
          10 RTV-DATE       PIC 9(8).
          10 RTV-STATE      PIC X(6).
          10 RTV-NEW        PIC X.
          10 RTV-MEMO       PIC X.
          10 RTV-CREDIT-REF PIC X(20).
          10 RTV-CREDIT-AMT PIC S9(11)V99 COMP-3.
   01  RTV-SCAN             PIC 9(4) COMP VALUE 0.
   01  RTV-VENDOR-IN        PIC X(12) VALUE SPACES.
   01  LOT-LAYER-QTY        PIC S9(9) COMP-3 VALUE 0.
   01  RTV-UNIT-COST        PIC S9(7)V99 COMP-3 VALUE 0.
   01  RTV-DAYS-OPEN        PIC S9(7) COMP-3 VALUE 0.
   01  RTV-OPEN-COUNT       PIC 9(4) COMP VALUE 0.
   01  RTV-CLOSED-COUNT     PIC 9(4) COMP VALUE 0.
   01  RTV-OPEN-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
   01  RTV-CREDIT-MATCHED   PIC 9(4) COMP VALUE 0.
   01  RTV-CREDIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
   01  RTV-CREDIT-VAR       PIC S9(11)V99 COMP-3 VALUE 0.
   01  TOTAL-RTV-QTY        PIC S9(9) COMP-3 VALUE 0.
   01  TOTAL-RTV-VALUE      PIC S9(13)V99 COMP-3 VALUE 0.
   01  DM-VENDOR            PIC X(12) VALUE SPACES.
   01  DM-VENDOR-NAME       PIC X(40) VALUE SPACES.
   01  DM-TOTAL-QTY         PIC S9(9) COMP-3 VALUE 0.
   01  DM-TOTAL-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
   01  DM-FILE-COUNT        PIC 9(4) COMP VALUE 0.

  *> --------- Inter-location shipments ----------
  *> SHIP sends stock from this location (LOCATION=<code>) to
  *> another: Name = shipment number, Bin = the bin it leaves,
  *> ToBin column = destination location code, Lot (optional) =
  *> the lot to send. The relieved cost layers travel in the
  *> INTRANSIT file, one row per layer piece (ShipmentNo,FromLoc,
  *> ToLoc,SKU,Name,Lot,Expiry,Qty,UnitCost,ShipDate,LayerDate),
  *> until the destination's RECEIVE-TRANSFER line (Name =
  *> shipment number, Bin = receiving bin, Qty = units counted in)
  *> rebuilds them there. That receipt closes the shipment's SKU;
  *> a short or over count is reported and journaled to shrink.
   01  IT-COUNT             PIC 9(4) COMP VALUE 0.
   01  IT-TABLE.
       05 IT-ROW OCCURS 1 TO 5000 TIMES
           DEPENDING ON IT-COUNT
           INDEXED BY IT-IX.
          10 IT-SHIP        PIC X(16).
          10 IT-FROM        PIC X(12).
          10 IT-TO          PIC X(12).
          10 IT-SKU         PIC X(24).
          10 IT-NAME        PIC X(60).
          10 IT-LOT         PIC X(16).
          10 IT-EXPIRY      PIC 9(8).
          10 IT-QTY         PIC S9(9) COMP-3.
          10 IT-COST        PIC S9(7)V99 COMP-3.
          10 IT-SHIP-DATE   PIC 9(8).
          10 IT-LAYER-DATE  PIC 9(8).
          10 IT-STATE       PIC X(6).
  *> Transfer receipts posted this run, for the report
   01  XR-COUNT             PIC 9(4) COMP VALUE 0.
   01  XR-TABLE.
       05 XR-ROW OCCURS 1 TO 1000 TIMES
           DEPENDING ON XR-COUNT
           INDEXED BY XR-IX.
          10 XR-SHIP        PIC X(16).
          10 XR-FROM        PIC X(12).
          10 XR-SKU         PIC X(24).
          10 XR-SHIPPED-QTY PIC S9(9) COMP-3.
          10 XR-RECV-QTY    PIC S9(9) COMP-3.
          10 XR-VAR-VALUE   PIC S9(11)V99 COMP-3.
          10 XR-DATE        PIC 9(8).
   01  IT-CAPTURE           PIC X VALUE "N".
   01  IT-DEST              PIC X(12) VALUE SPACES.
   01  IT-P-LOT             PIC X(16) VALUE SPACES.
   01  IT-P-EXPIRY          PIC 9(8) VALUE 0.
   01  IT-P-QTY             PIC S9(9) COMP-3 VALUE 0.
   01  IT-P-COST            PIC S9(7)V99 COMP-3 VALUE 0.
   01  IT-P-LAYER-DATE      PIC 9(8) VALUE 0.
   01  IT-MATCH-QTY         PIC S9(9) COMP-3 VALUE 0.
   01  IT-MATCH-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
   01  IT-MATCH-COST        PIC S9(7)V99 COMP-3 VALUE 0.
   01  IT-MATCH-NAME        PIC X(60) VALUE SPACES.
   01  IT-MATCH-FROM        PIC X(12) VALUE SPACES.
   01  IT-REMAINING         PIC S9(9) COMP-3 VALUE 0.
   01  IT-TAKE              PIC S9(9) COMP-3 VALUE 0.
   01  IT-RECV-VALUE        PIC S9(13)V99 COMP-3 VALUE 0.
   01  IT-SHORT-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
   01  IT-OVER-VALUE        PIC S9(13)V99 COMP-3 VALUE 0.
   01  IT-LAST-LOT          PIC X(16) VALUE SPACES.
   01  IT-LAST-EXPIRY       PIC 9(8) VALUE 0.
   01  IT-DAYS              PIC S9(7) COMP-3 VALUE 0.
   01  IT-OPEN-LINES        PIC 9(4) COMP VALUE 0.
   01  IT-OPEN-QTY          PIC S9(9) COMP-3 VALUE 0.
   01  IT-OPEN-VALUE        PIC S9(13)V99 COMP-3 VALUE 0.
   01  IT-OVERDUE-COUNT     PIC 9(4) COMP VALUE 0.
   01  TOTAL-SHIP-QTY       PIC S9(9) COMP-3 VALUE 0.
   01  TOTAL-SHIP-VALUE     PIC S9(13)V99 COMP-3 VALUE 0.
   01  TOTAL-XFER-IN-QTY    PIC S9(9) COMP-3 VALUE 0.
   01  TOTAL-XFER-IN-VALUE  PIC S9(13)V99 COMP-3 VALUE 0.
   01  TOTAL-XFER-SHORT     PIC S9(13)V99 COMP-3 VALUE 0.
   01  TOTAL-XFER-OVER      PIC S9(13)V99 COMP-3 VALUE 0.

  *> --------- Bin master / putaway ----------
  *> BINS CSV: Bin,Zone,Capacity,Unit,AllowedClasses. Unit is EA
  *> (capacity in eaches, the default) or CU (cubic units); the
  *> allowed classes are ";"-separated, blank or * for any. SKUCLASS
  *> CSV: SKU,Class,PackCube - a SKU's class and the cube of one
  *> supplier pack (SUP-PACK-SIZE eaches, 1 when uncatalogued). A
  *> SKU with no PackCube takes one cubic unit per each.
   01  BM-COUNT             PIC 9(4) COMP VALUE 0.
   01  BM-TABLE.
       05 BM-ROW OCCURS 1 TO 2000 TIMES
           DEPENDING ON BM-COUNT
           INDEXED BY BM-IX.
          10 BM-BIN         PIC X(12).
          10 BM-ZONE        PIC X(12).
          10 BM-CAPACITY    PIC S9(9)V99 COMP-3.
          10 BM-UNIT        PIC X(2).
          10 BM-CLASSES     PIC X(60).
   01  SC-COUNT             PIC 9(4) COMP VALUE 0.
   01  SC-TABLE.
       05 SC-ROW OCCURS 1 TO 5000 TIMES
           DEPENDING ON SC-COUNT
           INDEXED BY SC-IX.
          10 SC-SKU         PIC X(24).
          10 SC-CLASS       PIC X(12).
          10 SC-PACK-CUBE   PIC S9(7)V9999 COMP-3.
  *> Putaway bins chosen this run, for the report
   01  PA-COUNT             PIC 9(4) COMP VALUE 0.
   01  PA-TABLE.
       05 PA-ROW OCCURS 1 TO 1000 TIMES
           DEPENDING ON PA-COUNT
           INDEXED BY PA-IX.
          10 PA-SKU         PIC X(24).
          10 PA-BIN         PIC X(12).
          10 PA-QTY         PIC S9(9) COMP-3.
          10 PA-RULE        PIC X(12).
   01  TX-BIN-GIVEN         PIC X VALUE "Y".
   01  BN-BIN               PIC X(12) VALUE SPACES.
   01  BN-SKU               PIC X(24) VALUE SPACES.
   01  BN-QTY               PIC S9(9) COMP-3 VALUE 0.
   01  BN-SLOT              PIC 9(4) COMP VALUE 0.
   01  BN-USED              PIC S9(11)V99 COMP-3 VALUE 0.
   01  BN-ADD               PIC S9(11)V99 COMP-3 VALUE 0.
   01  BN-UNITS             PIC S9(11)V99 COMP-3 VALUE 0.
   01  BN-PCT               PIC S9(5)V9 COMP-3 VALUE 0.
   01  BN-BEST              PIC 9(4) COMP VALUE 0.
   01  BN-BEST-PCT          PIC S9(5)V9 COMP-3 VALUE 0.
   01  BN-CLASS             PIC X(12) VALUE SPACES.
   01  BN-CUBE              PIC S9(7)V9999 COMP-3 VALUE 0.
   01  BN-PACK              PIC 9(9) COMP-3 VALUE 0.
   01  BN-ALLOWED           PIC X VALUE "Y".
   01  BN-HITS              PIC 9(4) COMP VALUE 0.
   01  BN-LIST              PIC X(64) VALUE SPACES.
   01  BN-KEY               PIC X(16) VALUE SPACES.
   01  BN-SCAN              PIC 9(5) COMP VALUE 0.
   01  BN-SEEN              PIC X VALUE "N".
   01  BN-STATE             PIC X(10) VALUE SPACES.

  *> --------- Unit of measure (case/each) ----------
  *> Column 14 names the line's unit: EA (default) or CS. Case
  *> quantities convert to eaches at parse time using the SKU's
   01  UOM-PACK             PIC 9(9) COMP-3 VALUE 0.
   01  LEDGER-UOM-TXT       PIC X(24) VALUE SPACES.

  *> --------- Serial-number tracking ----------
  *> SKUs listed in SERIALSKUS=<csv> (one SKU per line) are tracked
  *> unit by unit. Their RESTOCK/RETURN lines list the serials that
  *> came in (column 15, ";"-separated, one per unit) and their
  *> SALE/TRANSFER lines name the serials that left; an ADJUST may
  *> name them too. SERIALS=<csv> is the serial master
  *> (Serial,SKU,Bin,Status,LastDate,Reference) - loaded at start,
  *> rewritten after a PROCESS run - and the ledger's Serials
  *> column is what MODE=SERIAL reads back for one unit's history.
   01  SZ-COUNT             PIC 9(4) COMP VALUE 0.
   01  SZ-TABLE.
       05 SZ-ROW OCCURS 1 TO 2000 TIMES
           DEPENDING ON SZ-COUNT
           INDEXED BY SZ-IX.
          10 SZ-SKU         PIC X(24).
   01  SN-COUNT             PIC 9(6) COMP VALUE 0.
   01  SN-TABLE.
       05 SN-ROW OCCURS 1 TO 20000 TIMES
           DEPENDING ON SN-COUNT
           INDEXED BY SN-IX.
          10 SN-SERIAL      PIC X(24).
          10 SN-SKU         PIC X(24).
          10 SN-BIN         PIC X(12).
          10 SN-STATUS      PIC X(8).
          10 SN-DATE        PIC 9(8).
          10 SN-REF         PIC X(20).
   01  SN-SLOT              PIC 9(6) COMP VALUE 0.
   01  SN-SCAN              PIC 9(6) COMP VALUE 0.
   01  SN-TARGET            PIC X(24) VALUE SPACES.
   01  SN-SERIALIZED        PIC X VALUE "N".
   01  SN-EXPECTED          PIC S9(9) COMP-3 VALUE 0.
   01  SN-NEW-STATUS        PIC X(8) VALUE SPACES.
   01  SN-NEW-BIN           PIC X(12) VALUE SPACES.
   01  SN-NEW-REF           PIC X(20) VALUE SPACES.
   01  SN-IN-STOCK-COUNT    PIC 9(6) COMP VALUE 0.
   01  SN-NEW-COUNT         PIC 9(6) COMP VALUE 0.
   01  SN-HIT-COUNT         PIC 9(9) VALUE 0.
   01  SN-MATCH             PIC X VALUE "N".
  *> Serials named on the line being parsed (or ledger line read)
   01  SNL-TEXT             PIC X(512) VALUE SPACES.
   01  SNL-COUNT            PIC 9(4) COMP VALUE 0.
   01  SNL-SCAN             PIC 9(4) COMP VALUE 0.
   01  SNL-LIST.
       05 SNL-ENTRY OCCURS 100 TIMES.
          10 SNL-SERIAL     PIC X(24).
          10 SNL-SLOT       PIC 9(6) COMP.
   01  LEDGER-SERIAL-TXT    PIC X(512) VALUE SPACES.

  *> --------- Period close / posting lock ----------
  *> MODE=CLOSE TO=<CCYYMMDD> freezes every day up to and including
  *> that date. It writes the period-end valuation snapshot
  *> (SNAPSHOT=<csv>: each SKU/Bin's open FIFO layers and their
  *> total) and appends CLOSED,<thru>,<closed on>,<value>,<snapshot>
  *> to the control file (PERIODCTL=<csv>, default periodctl.csv).
  *> Every run rejects any line dated on or before the latest
  *> closed-through date, so the signed-off figure cannot move.
   01  CLOSED-THRU          PIC 9(8) VALUE 0.
   01  CLOSED-THRU-TXT      PIC X(8) VALUE SPACES.
   01  CLOSE-ROW-QTY        PIC S9(9) COMP-3 VALUE 0.
   01  CLOSE-ROW-VALUE      PIC S9(13)V99 COMP-3 VALUE 0.
   01  CLOSE-LAYER-VALUE    PIC S9(13)V99 COMP-3 VALUE 0.
   01  CLOSE-LAYER-SEQ      PIC 9(4) COMP VALUE 0.
   01  CLOSE-TOTAL-QTY      PIC S9(11) COMP-3 VALUE 0.
   01  CLOSE-TOTAL-VALUE    PIC S9(13)V99 COMP-3 VALUE 0.
   01  CLOSE-ROW-COUNT      PIC 9(6) COMP VALUE 0.

  *> --------- MODE=ABC: usage-value classes / count schedule ------
  *> Ranks every stocked SKU by usage value over the TX= history
  *> (SALE quantity in the FROM/TO window x FIFO unit cost of the
  *> open layers) and classes the top ABCA% of value as A, up to
  *> ABCB% as B, the rest C. A items are counted monthly, B
  *> quarterly, C yearly, spread evenly over the working days
  *> (Mon-Fri) of the year from SCHEDSTART; each day's share goes
  *> out as a counts template (<COUNTPREFIX><CCYYMMDD>.csv, lines
  *> SKU,Bin,CountedQty) ready for MODE=CYCLECOUNT.
   01  ABC-COUNT            PIC 9(6) COMP VALUE 0.
   01  ABC-TABLE.
       05 ABC-ROW OCCURS 1 TO 5000 TIMES
           DEPENDING ON ABC-COUNT
           DESCENDING KEY IS ABC-VALUE
           INDEXED BY ABC-IX.
          10 ABC-SKU        PIC X(24).
          10 ABC-NAME       PIC X(60).
          10 ABC-USAGE-QTY  PIC S9(11) COMP-3.
          10 ABC-COST       PIC S9(7)V99 COMP-3.
          10 ABC-VALUE      PIC S9(13)V99 COMP-3.
          10 ABC-CUM-PCT    PIC 9(3)V99 COMP-3.
          10 ABC-CLASS      PIC X.
   01  ABC-SLOT             PIC 9(6) COMP VALUE 0.
   01  ABC-TOTAL-VALUE      PIC S9(15)V99 COMP-3 VALUE 0.
   01  ABC-CUM-VALUE        PIC S9(15)V99 COMP-3 VALUE 0.
   01  ABC-PCT-BEFORE       PIC 9(3)V99 COMP-3 VALUE 0.
   01  ABC-LAYER-QTY        PIC S9(11) COMP-3 VALUE 0.
   01  ABC-LAYER-VALUE      PIC S9(15)V99 COMP-3 VALUE 0.
   01  ABC-A-COUNT          PIC 9(6) COMP VALUE 0.
   01  ABC-B-COUNT          PIC 9(6) COMP VALUE 0.
   01  ABC-C-COUNT          PIC 9(6) COMP VALUE 0.
   01  ABC-PCT-ED           PIC ZZ9.99.
   01  ABC-FREQ-TXT         PIC X(4) VALUE SPACES.
   01  WD-COUNT             PIC 9(4) COMP VALUE 0.
   01  WD-TABLE.
       05 WD-ROW OCCURS 1 TO 400 TIMES
           DEPENDING ON WD-COUNT
           INDEXED BY WD-IX.
          10 WD-DATE        PIC 9(8).
   01  WD-INT               PIC 9(8) COMP VALUE 0.
   01  WD-END-INT           PIC 9(8) COMP VALUE 0.
   01  WD-DOW               PIC 9(4) COMP VALUE 0.
   01  WD-END-DATE          PIC 9(8) VALUE 0.
   01  SCH-DAY              PIC 9(4) COMP VALUE 0.
   01  SCH-DAY-LIMIT        PIC 9(4) COMP VALUE 0.
   01  SCH-BASE             PIC 9(6) COMP VALUE 0.
   01  SCH-MEMBERS          PIC 9(6) COMP VALUE 0.
   01  SCH-FREQ             PIC 9(4) COMP VALUE 0.
   01  SCH-SLOTS            PIC 9(9) COMP VALUE 0.
   01  SCH-FIRST            PIC 9(9) COMP VALUE 0.
   01  SCH-LAST             PIC 9(9) COMP VALUE 0.
   01  SCH-SLOT             PIC 9(9) COMP VALUE 0.
   01  SCH-ITEM             PIC 9(6) COMP VALUE 0.
   01  SCH-OPEN             PIC X VALUE "N".
   01  SCH-LINE-COUNT       PIC 9(7) COMP VALUE 0.
   01  SCH-FILE-COUNT       PIC 9(4) COMP VALUE 0.

  *> --------- Warehouse pick list ----------
  *> With PICKLIST= set, the run's SALE demand (kit sales exploded
  *> into their KIT-TABLE components) accumulates per SKU/Bin and
   01  TOTAL-RETURN-SCRAP   PIC S9(13)V99 COMP-3 VALUE 0.
   01  RETURN-COST          PIC S9(7)V99 COMP-3 VALUE 0.

  *> --------- Quality hold / quarantine ----------
  *> HOLD puts a lot (SKU + Lot column, every bin) or a SKU/Bin
  *> (Lot blank) into quarantine under a reason code (Name
  *> column); RELEASE lifts it. Held stock is left out of FEFO
  *> issue, available-to-promise (and so SALE, RESERVE and the
  *> pick list) and may not SHIP or TRANSFER; SCRAP writes held
  *> stock off to the shrink account. Open holds persist in
  *> HOLDS=<csv> (SKU,Bin,Lot,Reason,HoldDate) between runs.
   01  QH-COUNT             PIC 9(4) COMP VALUE 0.
   01  QH-TABLE.
       05 QH-ROW OCCURS 1 TO 1000 TIMES
           DEPENDING ON QH-COUNT
           INDEXED BY QH-IX.
          10 QH-SKU         PIC X(24).
          10 QH-BIN         PIC X(12).
          10 QH-LOT         PIC X(16).
          10 QH-REASON      PIC X(16).
          10 QH-DATE        PIC 9(8).
          10 QH-ACTIVE      PIC X.
   01  QH-SLOT              PIC 9(4) COMP VALUE 0.
   01  QH-SCAN              PIC 9(4) COMP VALUE 0.
   01  QH-LAYER             PIC 9(6) COMP VALUE 0.
   01  QH-SKU-IN            PIC X(24) VALUE SPACES.
   01  QH-BIN-IN            PIC X(12) VALUE SPACES.
   01  QH-LOT-IN            PIC X(16) VALUE SPACES.
   01  QH-HELD-QTY          PIC S9(9) COMP-3 VALUE 0.
   01  QH-HELD-VALUE        PIC S9(13)V99 COMP-3 VALUE 0.
   01  QH-AVAIL             PIC S9(9) COMP-3 VALUE 0.
   01  QH-OPEN-COUNT        PIC 9(4) VALUE 0.
   01  QH-PLACED            PIC 9(4) VALUE 0.
   01  QH-RELEASED          PIC 9(4) VALUE 0.
   01  QH-TOT-QTY           PIC S9(11) COMP-3 VALUE 0.
   01  QH-TOT-VALUE         PIC S9(13)V99 COMP-3 VALUE 0.
   01  ROW-HELD             PIC S9(9) COMP-3 VALUE 0.
   01  LAYER-HELD           PIC X VALUE "N".
  *> RL-HELD-OK lets a relief take held layers (SCRAP, counts)
   01  RL-HELD-OK           PIC X VALUE "N".
   01  TOTAL-QA-SCRAP-QTY   PIC S9(11) VALUE 0.
   01  TOTAL-QA-SCRAP-VALUE PIC S9(13)V99 COMP-3 VALUE 0.

  *> --------- MODE=FORECAST: usage-based reorder points ----------
  *> Reads a period of transaction files (TX=tx1.csv,tx2.csv,...),
  *> accumulates raw SALE demand per SKU over the observed (or
   01  CU-SCAN              PIC 9(4) COMP VALUE 0.
   01  CU-RANK              PIC 9(4) COMP VALUE 0.

  *> --------- Accounts receivable ----------
  *> CUSTOMERS lines CustomerCode,Name,CreditLimit,TermsDays make
  *> a customer a credit (on-account) customer: their SALE revenue
  *> (column 12 = Channel/CustomerCode) is invoiced at the end of
  *> the PROCESS run - one invoice per customer, due TermsDays
  *> (default 30) after the run date - and journaled to AR instead
  *> of cash. A blank CreditLimit means no limit; otherwise a SALE
  *> that would carry the customer past it is rejected. PAYMENT
  *> lines (UnitPrice = amount, Name = payment reference, column
  *> 12 = CustomerCode) apply cash to the open invoices oldest
  *> first; any excess stays open as an unapplied credit. AROPEN
  *> (InvoiceNo,Customer,InvoiceDate,DueDate,Amount,OpenAmount)
  *> carries the open items between runs.
   01  CM-COUNT             PIC 9(4) COMP VALUE 0.
   01  CM-TABLE.
       05 CM-ROW OCCURS 1 TO 1000 TIMES
           DEPENDING ON CM-COUNT
           INDEXED BY CM-IX.
          10 CM-CODE        PIC X(16).
          10 CM-NAME        PIC X(40).
          10 CM-LIMIT       PIC S9(11)V99 COMP-3.
          10 CM-HAS-LIMIT   PIC X.
          10 CM-TERMS       PIC 9(4).
          10 CM-CHARGES     PIC S9(11)V99 COMP-3.
          10 CM-PAID        PIC S9(11)V99 COMP-3.
          10 CM-INVOICE     PIC X(20).
   01  CM-SLOT              PIC 9(4) COMP VALUE 0.
   01  AR-COUNT             PIC 9(5) COMP VALUE 0.
   01  AR-TABLE.
       05 AR-ROW OCCURS 1 TO 5000 TIMES
           DEPENDING ON AR-COUNT
           INDEXED BY AR-IX.
          10 AR-INVOICE     PIC X(20).
          10 AR-CUSTOMER    PIC X(16).
          10 AR-DATE        PIC 9(8).
          10 AR-DUE         PIC 9(8).
          10 AR-AMOUNT      PIC S9(11)V99 COMP-3.
          10 AR-OPEN        PIC S9(11)V99 COMP-3.
   01  PMT-COUNT            PIC 9(4) COMP VALUE 0.
   01  PMT-TABLE.
       05 PMT-ROW OCCURS 1 TO 2000 TIMES
           DEPENDING ON PMT-COUNT
           INDEXED BY PMT-IX.
          10 PMT-CUSTOMER   PIC X(16).
          10 PMT-REF        PIC X(20).
          10 PMT-DATE       PIC 9(8).
          10 PMT-AMOUNT     PIC S9(11)V99 COMP-3.
          10 PMT-UNAPPLIED  PIC S9(11)V99 COMP-3.
   01  AR-CUST-IN           PIC X(16) VALUE SPACES.
   01  AR-OLDEST            PIC 9(5) COMP VALUE 0.
   01  AR-CREDIT-ROW        PIC 9(5) COMP VALUE 0.
   01  AR-REMAIN            PIC S9(11)V99 COMP-3 VALUE 0.
   01  AR-APPLY             PIC S9(11)V99 COMP-3 VALUE 0.
   01  AR-EXPOSURE          PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-DAYS              PIC S9(7) COMP-3 VALUE 0.
   01  AR-SEQ               PIC 9(3) VALUE 0.
   01  AR-INV-PREFIX        PIC X(12) VALUE SPACES.
   01  AR-INVOICES-RAISED   PIC 9(4) COMP VALUE 0.
   01  AR-BKT-CUR           PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-BKT-30            PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-BKT-60            PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-BKT-90            PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-BKT-BAL           PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-TOT-CUR           PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-TOT-30            PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-TOT-60            PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-TOT-90            PIC S9(13)V99 COMP-3 VALUE 0.
   01  AR-TOT-BAL           PIC S9(13)V99 COMP-3 VALUE 0.
   01  TOTAL-AR-CHARGES     PIC S9(13)V99 COMP-3 VALUE 0.
   01  TOTAL-AR-PAYMENTS    PIC S9(13)V99 COMP-3 VALUE 0.

  *> --------- Sales tax ----------
  *> TAXCODES lines TaxCode,Jurisdiction,Rate (percent),Effective
  *> (CCYYMMDD); a code may carry several rates and the latest one
  *> in effect on the transaction date applies. TAXMAP lines Key,
  *> TaxCode tie a code to a customer code or a channel (customer
  *> first, then channel, then the "*" default). TAXEXEMPT lines
  *> SKU,TaxCode exempt a SKU from that code (blank = every code).
  *> SALE revenue and RETURN refunds carry their tax into the
  *> ledger, the journal (tax payable) and the liability section,
  *> by jurisdiction and period (CCYYMM of the transaction date).
   01  TR-COUNT             PIC 9(4) COMP VALUE 0.
   01  TR-TABLE.
       05 TR-ROW OCCURS 1 TO 500 TIMES
           DEPENDING ON TR-COUNT
           INDEXED BY TR-IX.
          10 TR-CODE        PIC X(12).
          10 TR-JURIS       PIC X(20).
          10 TR-RATE        PIC 9(3)V9(4).
          10 TR-EFFECTIVE   PIC 9(8).
   01  TM-COUNT             PIC 9(4) COMP VALUE 0.
   01  TM-TABLE.
       05 TM-ROW OCCURS 1 TO 1000 TIMES
           DEPENDING ON TM-COUNT
           INDEXED BY TM-IX.
          10 TM-KEY         PIC X(16).
          10 TM-CODE        PIC X(12).
   01  TE-COUNT             PIC 9(4) COMP VALUE 0.
   01  TE-TABLE.
       05 TE-ROW OCCURS 1 TO 2000 TIMES
           DEPENDING ON TE-COUNT
           INDEXED BY TE-IX.
          10 TE-SKU         PIC X(24).
          10 TE-CODE        PIC X(12).
   01  TL-COUNT             PIC 9(4) COMP VALUE 0.
   01  TL-TABLE.
       05 TL-ROW OCCURS 1 TO 500 TIMES
           DEPENDING ON TL-COUNT
           INDEXED BY TL-IX.
          10 TL-CODE        PIC X(12).
          10 TL-JURIS       PIC X(20).
          10 TL-PERIOD      PIC 9(6).
          10 TL-RATE        PIC 9(3)V9(4).
          10 TL-TAXABLE     PIC S9(13)V99 COMP-3.
          10 TL-EXEMPT      PIC S9(13)V99 COMP-3.
          10 TL-SALES-TAX   PIC S9(13)V99 COMP-3.
          10 TL-RETURN-TAX  PIC S9(13)V99 COMP-3.
          10 TL-PRINTED     PIC X.
   01  TL-SLOT              PIC 9(4) COMP VALUE 0.
   01  TL-BEST              PIC 9(4) COMP VALUE 0.
   01  TL-RANK              PIC 9(4) COMP VALUE 0.
   01  TL-NET               PIC S9(13)V99 COMP-3 VALUE 0.
   01  TAX-BASE             PIC S9(11)V99 COMP-3 VALUE 0.
   01  TAX-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
   01  TAX-KEY-IN           PIC X(16) VALUE SPACES.
   01  TAX-CODE-USED        PIC X(12) VALUE SPACES.
   01  TAX-RATE-SLOT        PIC 9(4) COMP VALUE 0.
   01  TAX-RATE-USED        PIC 9(3)V9(4) VALUE 0.
   01  TAX-JURIS-USED       PIC X(20) VALUE SPACES.
   01  TAX-EXEMPT           PIC X VALUE "N".
   01  TAX-PERIOD           PIC 9(6) VALUE 0.
   01  TAX-RATE-EDIT        PIC ZZ9.9999.
   01  TAXRPT-OPEN          PIC X VALUE "N".
   01  TOTAL-SALES-TAX      PIC S9(13)V99 COMP-3 VALUE 0.
   01  TOTAL-RETURN-TAX     PIC S9(13)V99 COMP-3 VALUE 0.
   01  LEDGER-TAXCODE-TXT   PIC X(20) VALUE SPACES.
   01  LEDGER-TAX-TXT       PIC X(24) VALUE SPACES.

  *> --------- Per-day movement summary ----------
   01  DAY-COUNT            PIC 9(4) COMP VALUE 0.
   01  SAVE-DAY-COUNT       PIC 9(4) COMP VALUE 0.

  *> --------- GL journal extract ----------
  *> ACCTMAP CSV lines are Key,AccountCode with keys REVENUE, COGS,
  *> INVENTORY, CASH, AP, SHRINK, TRANSIT, AR, TAX; anything
  *> unmapped keeps the default below so the journal always
  *> balances and posts. Each run appends its entries as one batch:
  *> every reference starts "INVPROC <run date>-<time>", so the
  *> ledger can tell one run's batch from another's on the same day.
   01  GL-ACCOUNTS.
       05 ACCT-REVENUE      PIC X(16) VALUE "4000".
       05 ACCT-COGS         PIC X(16) VALUE "5000".
       05 ACCT-CASH         PIC X(16) VALUE "1000".
       05 ACCT-AP           PIC X(16) VALUE "2000".
       05 ACCT-SHRINK       PIC X(16) VALUE "5900".
       05 ACCT-TRANSIT      PIC X(16) VALUE "1310".
       05 ACCT-AR           PIC X(16) VALUE "1200".
       05 ACCT-TAX          PIC X(16) VALUE "2200".
   01  TOTAL-RESTOCK-VALUE  PIC S9(13)V99 COMP-3 VALUE 0.
   01  TOTAL-SHRINK-VALUE   PIC S9(13)V99 COMP-3 VALUE 0.
   01  TOTAL-GAIN-VALUE     PIC S9(13)V99 COMP-3 VALUE 0.
   01  JRN-ACCOUNT          PIC X(16) VALUE SPACES.
   01  JRN-DEBIT            PIC S9(13)V99 COMP-3 VALUE 0.
   01  JRN-CREDIT           PIC S9(13)V99 COMP-3 VALUE 0.
   01  JRN-REFERENCE        PIC X(60) VALUE SPACES.
   01  JRN-BATCH            PIC X(17) VALUE SPACES.
   01  JRN-DEBIT-TXT        PIC X(24) VALUE SPACES.
   01  JRN-CREDIT-TXT       PIC X(24) VALUE SPACES.

          10 BO-LINE        PIC X(256).
          10 BO-CHANNEL     PIC X(12).
          10 BO-CUSTOMER    PIC X(16).
          10 BO-SALESREP    PIC X(10).
          10 BO-DATE        PIC 9(8).
          10 BO-NAME        PIC X(60).
   01  BO-REMAINDER         PIC S9(9) COMP-3 VALUE 0.
   01  BO-SHIPPABLE         PIC S9(9) COMP-3 VALUE 0.
   01  BO-FILL-QTY          PIC S9(9) COMP-3 VALUE 0.
   01  BO-OPEN-COUNT        PIC 9(4) COMP VALUE 0.
  *> BOCANCEL: Qty to cancel (0 = all open) and rows it touched
   01  BOC-LEFT             PIC S9(9) COMP-3 VALUE 0.
   01  BOC-QTY              PIC S9(9) COMP-3 VALUE 0.
   01  BOC-HITS             PIC 9(4) COMP VALUE 0.

  *> --------- Member store order status ----------
  *> With MEMBERSTATUS= every leg of a MEMBERSTORE-channel SALE
  *> (the member terminal's hand-off) appends one line the
  *> terminal reads back at startup: Member,SKU,Qty,OrderDate,
  *> Status,StatusDate,PickRef,OrderRef. SHIPPED and BACKORDERED
  *> split a short sale, SHORTPICK is a sale refused for want of
  *> stock, CANCELLED a backorder dropped by BOCANCEL (or for
  *> want of table room). PickRef is PK<run date>-<tx line> of
  *> the line that picked the goods; OrderRef is the Name column.
   01  MS-OPEN              PIC X VALUE "N".
   01  MS-WRITE-COUNT       PIC 9(7) COMP VALUE 0.
   01  MS-CHANNEL           PIC X(12) VALUE SPACES.
   01  MS-CUSTOMER          PIC X(16) VALUE SPACES.
   01  MS-STATUS            PIC X(12) VALUE SPACES.
   01  MS-QTY               PIC S9(9) COMP-3 VALUE 0.
   01  MS-ORDER-DATE        PIC 9(8) VALUE 0.
   01  MS-ORDER-REF         PIC X(60) VALUE SPACES.
   01  MS-PICKREF           PIC X(20) VALUE SPACES.
   01  MS-LINE-NO           PIC 9(7) VALUE 0.
   01  MS-QTY-TXT           PIC X(24) VALUE SPACES.

  *> --------- Bill-of-materials kits ----------
  *> KITS CSV: KitSKU,ComponentSKU,QtyPer. A SALE of a kit SKU
   01  RL-LAST-LOT          PIC X(16) VALUE SPACES.
   01  RL-LAST-EXPIRY       PIC 9(8) VALUE 0.
   01  RL-SEMI-COUNT        PIC 9(4) COMP VALUE 0.
  *> RL-LOT restricts the relief to one lot's layers (an RTV naming
  *> the lot going back); blank relieves FEFO across all lots.
   01  RL-LOT               PIC X(16) VALUE SPACES.

  *> Ledger lot column: the receipt lot on a RESTOCK leg, or the
  *> lot(s) the FEFO relief came out of on an issue leg.
   01  TX-VALUE-DELTA       PIC S9(11)V99 COMP-3 VALUE 0.
   01  RUN-DATE             PIC 9(8) VALUE 0.

  *> --------- Named operators ----------
  *> Once operators.txt (OperID,Name,PwHash,PwDate,Role,Status)
  *> holds a row, every run must carry OPERATOR= and PASSWORD=;
  *> the operator must be active, the password no older than
  *> OPR-MAX-AGE days (PwDate 0 = reset, must be changed in
  *> EMPMGMT first) and rolematrix.txt (Role,Program,Function)
  *> must grant program INVPROC the MODE (or "*"). PwHash is
  *> "H:" + 4-digit salt + 12-digit hash, as EMPMGMT stores it.
  *> A run the night scheduler starts carries no OPERATOR=: it
  *> signs on as operator BTCH, role BATCH, when the ticket
  *> NIGHTRUN hands down in NIGHTRUN_TICKET is the open one in
  *> nightsess.txt; role BATCH then needs its own INVPROC grant.
  *> A numeric OPERATOR= is taken as the 4-digit ID (7 = 0007),
  *> as EMPMGMT and the terminals take it.
   01  OPR-COUNT            PIC 9(4) COMP VALUE 0.
   01  OPR-FOUND            PIC X VALUE "N".
   01  OPR-ALLOWED          PIC X VALUE "N".
   01  OPR-REFUSED          PIC X VALUE "N".
   01  OPR-MAX-AGE          PIC 9(4) VALUE 90.
   01  OPR-ID-TXT           PIC X(4) VALUE SPACES.
   01  OPR-NAME             PIC X(20) VALUE SPACES.
   01  OPR-HASH             PIC X(18) VALUE SPACES.
   01  OPR-PWDATE           PIC 9(8) VALUE 0.
   01  OPR-ROLE             PIC X(8) VALUE SPACES.
   01  OPR-ACTIVE           PIC X VALUE SPACE.
   01  OPR-AGE              PIC S9(7) COMP VALUE 0.
   01  OPR-PW-IN            PIC X(20) VALUE SPACES.
   01  OPR-SALT             PIC 9(4) VALUE 0.
   01  OPR-WORK             PIC 9(18) VALUE 0.
   01  OPR-POS              PIC 9(2) VALUE 0.
   01  OPR-CALC             PIC 9(12) VALUE 0.
   01  OPR-LOG-ID           PIC X(16) VALUE SPACES.
   01  OPR-TICKET           PIC X(22) VALUE SPACES.
   01  OPR-NOW              PIC 9(8) VALUE 0.
   01  OPR-WANT-TXT         PIC X(16) VALUE SPACES.
   01  OPR-WANT-LEN         PIC 9(2) VALUE 0.
   01  OPR-WANT-NUM         PIC 9(4) VALUE 0.
   01  OPR-WANT-ID          PIC X(4) VALUE SPACES.

  *> --------- Misc helpers ----------
   01  TX-LINE              PIC X(4096).
   01  F1                   PIC X(512).
   01  F12                  PIC X(512).
   01  F13                  PIC X(512).
   01  F14                  PIC X(512).
   01  F15                  PIC X(512).
   01  F16                  PIC X(512).
   01  WS-TXT               PIC X(256).
   01  TX-PATH-DISPLAY      PIC X(256).

       PERFORM PARSE-CMDLINE.
       PERFORM SPLIT-KEYVAL.
       PERFORM VALIDATE-PARMS.
       IF TOTAL-ERRORS = 0
          PERFORM CHECK-OPERATOR-ACCESS
       END-IF
       IF TOTAL-ERRORS > 0
          PERFORM SHOW-USAGE
          IF OPR-REFUSED = "Y"
             MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
       END-IF

       MOVE P-OUT-PATH     TO OUT-PATH
       MOVE P-OUTINV-PATH  TO OUTINV-PATH
       MOVE P-LEDGER-PATH  TO LEDGER-PATH
       IF (P-MODE = "PROCESS" OR P-MODE = "CLOSE")
          AND FUNCTION TRIM(P-TX-PATH) NOT = SPACES
          AND FUNCTION TRIM(P-REJECT-PATH) = SPACES
          STRING FUNCTION TRIM(P-TX-PATH) DELIMITED BY SIZE
                 ".rejects"               DELIMITED BY SIZE
             INTO P-REJECT-PATH
       MOVE P-FORECAST-PATH TO FORECAST-PATH
       MOVE P-OPENPO-PATH TO OPENPO-PATH
       MOVE P-PICKLIST-PATH TO PICK-PATH
       MOVE P-SERIALS-PATH TO SERIALS-PATH
       MOVE P-SERIALSKUS-PATH TO SERIALSKUS-PATH
       MOVE P-PERIODCTL-PATH TO PERIODCTL-PATH
       MOVE P-SNAPSHOT-PATH TO SNAPSHOT-PATH
       MOVE P-POHIST-PATH TO POHIST-PATH
       MOVE P-COMMISSION-PATH TO COMMISSION-PATH
       MOVE P-RTVOPEN-PATH TO RTVOPEN-PATH
       MOVE P-TRANSIT-PATH TO TRANSIT-PATH
       MOVE P-BINS-PATH TO BINS-PATH
       MOVE P-SKUCLASS-PATH TO SKUCLASS-PATH
       MOVE P-RTVCREDIT-PATH TO RTVCREDIT-PATH
       MOVE P-SCORE-PATH TO SCORE-PATH
       MOVE P-ABC-PATH TO ABC-PATH
       MOVE P-CUSTOMERS-PATH TO CUSTOMERS-PATH
       MOVE P-AROPEN-PATH TO AROPEN-PATH
       MOVE P-ARSTMT-PATH TO ARSTMT-PATH
       MOVE P-TAXCODE-PATH TO TAXCODE-PATH
       MOVE P-TAXMAP-PATH TO TAXMAP-PATH
       MOVE P-TAXEXEMPT-PATH TO TAXEXEMPT-PATH
       MOVE P-TAXRPT-PATH TO TAXRPT-PATH
       MOVE P-HOLDS-PATH TO HOLDS-PATH
       MOVE P-MSTATUS-PATH TO MSTATUS-PATH
       MOVE P-MAX          TO MAX-SIZE

  *> RECALL only reads an existing ledger; no inventory load, no
          GOBACK
       END-IF

  *> SERIAL is the same kind of lookup: one unit's master entry and
  *> every ledger movement that named it.
       IF P-MODE = "SERIAL"
          PERFORM SERIAL-LOOKUP
          GOBACK
       END-IF

  *> SCORECARD needs only the receipt history and the catalog (for
  *> the quoted lead times and vendor names).
       IF P-MODE = "SCORECARD"
          IF FUNCTION TRIM(P-SUPPLIERS-PATH) NOT = SPACES
             PERFORM LOAD-SUPPLIERS
          END-IF
          PERFORM LOAD-PO-RECEIPT-HISTORY
          PERFORM WRITE-VENDOR-SCORECARD
          GOBACK
       END-IF

  *> Load inventory (CONSOLIDATE takes a comma-separated path list
  *> and merges every location's rows into one INV-TABLE by SKU).
  *> A restart reloads the checkpointed position instead, so the
          PERFORM LOAD-KITS
       END-IF

  *> Bin master and SKU classes for capacity checks and putaway
       IF FUNCTION TRIM(P-BINS-PATH) NOT = SPACES
          PERFORM LOAD-BIN-MASTER
       END-IF
       IF FUNCTION TRIM(P-SKUCLASS-PATH) NOT = SPACES
          PERFORM LOAD-SKU-CLASSES
       END-IF

       IF FUNCTION TRIM(P-OPENPO-PATH) NOT = SPACES
          PERFORM LOAD-OPEN-POS
       END-IF

  *> Returns to vendor still waiting on a credit (a restart has
  *> already restored this run's own RTVs from the checkpoint)
       IF FUNCTION TRIM(P-RTVOPEN-PATH) NOT = SPACES
          PERFORM LOAD-OPEN-RTVS
       END-IF

  *> Stock between locations (a restart carries the whole in-transit
  *> table in the checkpoint, received rows included)
       IF FUNCTION TRIM(P-TRANSIT-PATH) NOT = SPACES
          AND CKPT-LOADED NOT = "Y"
          PERFORM LOAD-IN-TRANSIT
       END-IF

  *> Credit customers and their open items (a restart carries the
  *> open items, this run's payments applied, in the checkpoint)
       IF FUNCTION TRIM(P-CUSTOMERS-PATH) NOT = SPACES
          PERFORM LOAD-CUSTOMERS
       END-IF
       IF FUNCTION TRIM(P-AROPEN-PATH) NOT = SPACES
          AND CKPT-LOADED NOT = "Y"
          PERFORM LOAD-AR-OPEN-ITEMS
       END-IF

  *> Sales tax rates, who pays which code, and SKU exemptions
       IF FUNCTION TRIM(P-TAXCODE-PATH) NOT = SPACES
          PERFORM LOAD-TAX-CODES
       END-IF
       IF FUNCTION TRIM(P-TAXMAP-PATH) NOT = SPACES
          PERFORM LOAD-TAX-MAP
       END-IF
       IF FUNCTION TRIM(P-TAXEXEMPT-PATH) NOT = SPACES
          PERFORM LOAD-TAX-EXEMPTIONS
       END-IF

  *> Lots and bins in quarantine (a restart has them, this run's
  *> holds and releases included, from the checkpoint)
       IF FUNCTION TRIM(P-HOLDS-PATH) NOT = SPACES
          AND CKPT-LOADED NOT = "Y"
          PERFORM LOAD-HOLDS
       END-IF

  *> A restart already has the serial master from the checkpoint.
       IF FUNCTION TRIM(P-SERIALSKUS-PATH) NOT = SPACES
          PERFORM LOAD-SERIALIZED-SKUS
       END-IF
       IF FUNCTION TRIM(P-SERIALS-PATH) NOT = SPACES
          AND SN-COUNT = 0
          PERFORM LOAD-SERIAL-MASTER
       END-IF

  *> Closed periods: the posting lock every PROCESS run honours
       PERFORM LOAD-PERIOD-CONTROL

       IF P-MODE = "CYCLECOUNT"
          PERFORM PROCESS-CYCLE-COUNTS
       END-IF
          PERFORM PROCESS-FORECAST
       END-IF

       IF P-MODE = "ABC"
          PERFORM PROCESS-ABC
       END-IF

  *> A CLOSE may bring the period's own transactions along, so the
  *> snapshot carries the true FIFO layers rather than one layer
  *> per row at the carried unit cost.
       IF P-MODE = "PROCESS" OR P-MODE = "RECONCILE"
          OR (P-MODE = "CLOSE" AND FUNCTION TRIM(P-TX-PATH) NOT = SPACES)
          PERFORM COMPUTE-INVENTORY-VALUE
          IF CKPT-LOADED NOT = "Y"
             MOVE INVENTORY-VALUE TO RUNNING-INV-VALUE
             PERFORM LOAD-RESERVATIONS
          END-IF
          PERFORM PROCESS-TRANSACTIONS
          IF P-MODE = "PROCESS" AND TOTAL-AR-CHARGES NOT = 0
             PERFORM RAISE-AR-INVOICES
          END-IF
          IF P-MODE = "PROCESS"
             AND FUNCTION TRIM(P-RTVCREDIT-PATH) NOT = SPACES
             PERFORM APPLY-RTV-CREDITS
          END-IF
          IF P-MODE = "PROCESS" AND TOTAL-RTV-QTY > 0
             PERFORM WRITE-DEBIT-MEMOS
          END-IF
          IF POH-OPEN = "Y"
             CLOSE POHIST-FILE
             MOVE "N" TO POH-OPEN
             DISPLAY "INFO: " POH-WRITE-COUNT
                     " PO receipt(s) added to " FUNCTION TRIM(POHIST-PATH)
          END-IF
          IF COMM-OPEN = "Y"
             CLOSE COMMISSION-FILE
             MOVE "N" TO COMM-OPEN
             DISPLAY "INFO: " COMM-WRITE-COUNT
                     " commission line(s) added to "
                     FUNCTION TRIM(COMMISSION-PATH)
          END-IF
          IF MS-OPEN = "Y"
             CLOSE MSTATUS-FILE
             MOVE "N" TO MS-OPEN
             DISPLAY "INFO: " MS-WRITE-COUNT
                     " member order status line(s) added to "
                     FUNCTION TRIM(MSTATUS-PATH)
          END-IF
          IF LC-COUNT > 0
             PERFORM APPLY-LANDED-COSTS
             PERFORM REPORT-UNAPPLIED-LANDED
             AND FUNCTION TRIM(P-RESV-PATH) NOT = SPACES
             PERFORM WRITE-RESERVATIONS-FILE
          END-IF
          IF P-MODE = "PROCESS"
             AND FUNCTION TRIM(P-HOLDS-PATH) NOT = SPACES
             PERFORM WRITE-HOLDS-FILE
          END-IF
          IF P-MODE = "PROCESS" AND PICK-WANTED = "Y"
             PERFORM WRITE-PICK-LIST
          END-IF
          IF P-MODE = "PROCESS"
             AND FUNCTION TRIM(P-SERIALS-PATH) NOT = SPACES
             PERFORM WRITE-SERIAL-MASTER
          END-IF
          IF P-MODE = "RECONCILE"
             PERFORM RECONCILE-INVENTORY
          END-IF
          END-IF
       END-IF

       IF P-MODE = "CLOSE"
          PERFORM CLOSE-PERIOD
       END-IF

       IF P-MODE = "PROCESS"
          AND FUNCTION TRIM(P-JOURNAL-PATH) NOT = SPACES
          IF FUNCTION TRIM(P-ACCTMAP-PATH) NOT = SPACES
          PERFORM WRITE-OPENPO-FILE
       END-IF

       IF P-MODE = "PROCESS"
          AND FUNCTION TRIM(P-RTVOPEN-PATH) NOT = SPACES
          PERFORM WRITE-RTVOPEN-FILE
       END-IF

       IF P-MODE = "PROCESS"
          AND FUNCTION TRIM(P-TRANSIT-PATH) NOT = SPACES
          PERFORM WRITE-TRANSIT-FILE
       END-IF

       IF P-MODE = "PROCESS"
          AND FUNCTION TRIM(P-AROPEN-PATH) NOT = SPACES
          PERFORM WRITE-AROPEN-FILE
       END-IF

       IF FUNCTION TRIM(P-ARSTMT-PATH) NOT = SPACES
          PERFORM WRITE-AR-STATEMENTS
       END-IF

       GOBACK.

  *> -----------------------------------------------------------
          MOVE "Y" TO PICK-WANTED
       END-IF

       MOVE "SERIALS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-SERIALS-PATH

       MOVE "SERIALSKUS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-SERIALSKUS-PATH

       MOVE "SERIAL" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-SERIAL

       MOVE "PERIODCTL" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-PERIODCTL-PATH
       IF FUNCTION TRIM(P-PERIODCTL-PATH) = SPACES
          MOVE "periodctl.csv" TO P-PERIODCTL-PATH
       END-IF

       MOVE "SNAPSHOT" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-SNAPSHOT-PATH

       MOVE "BINS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-BINS-PATH

       MOVE "SKUCLASS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-SKUCLASS-PATH

       MOVE "BINCHECK" TO GA-KEY
       PERFORM GET-ARG
       IF FUNCTION TRIM(GA-VAL) NOT = SPACES
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GA-VAL)) TO P-BINCHECK
          IF P-BINCHECK NOT = "WARN" AND P-BINCHECK NOT = "REJECT"
             DISPLAY "ERROR: BINCHECK must be WARN or REJECT."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF

       MOVE "LOCATION" TO GA-KEY
       PERFORM GET-ARG
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GA-VAL)) TO P-LOCATION

       MOVE "INTRANSIT" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-TRANSIT-PATH

       MOVE "TRANSITDAYS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO WS-TXT
       IF FUNCTION TRIM(WS-TXT) NOT = SPACES
          PERFORM CHECK-NUMERIC
          IF NUM-OK = "Y" AND FUNCTION NUMVAL(WS-TXT) > 0
             MOVE FUNCTION NUMVAL(WS-TXT) TO P-TRANSIT-DAYS
          ELSE
             DISPLAY "ERROR: TRANSITDAYS must be a positive integer."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF

       MOVE "CUSTOMERS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-CUSTOMERS-PATH

       MOVE "AROPEN" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-AROPEN-PATH

       MOVE "ARSTMT" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-ARSTMT-PATH

       MOVE "TAXCODES" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-TAXCODE-PATH

       MOVE "TAXMAP" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-TAXMAP-PATH

       MOVE "TAXEXEMPT" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-TAXEXEMPT-PATH

       MOVE "TAXREPORT" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-TAXRPT-PATH

       MOVE "HOLDS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-HOLDS-PATH

       MOVE "RTVOPEN" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-RTVOPEN-PATH

       MOVE "RTVCREDITS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-RTVCREDIT-PATH

       MOVE "POHIST" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-POHIST-PATH

       MOVE "COMMISSION" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-COMMISSION-PATH

       MOVE "MEMBERSTATUS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-MSTATUS-PATH

       MOVE "OPERATOR" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-OPERATOR

       MOVE "PASSWORD" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-PASSWORD

       MOVE "SCORECSV" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-SCORE-PATH

       MOVE "ABCCSV" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO P-ABC-PATH

       MOVE "COUNTPREFIX" TO GA-KEY
       PERFORM GET-ARG
       IF FUNCTION TRIM(GA-VAL) NOT = SPACES
          MOVE GA-VAL TO P-COUNTPREFIX
       END-IF

       MOVE "ABCA" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO WS-TXT
       IF FUNCTION TRIM(WS-TXT) NOT = SPACES
          PERFORM CHECK-NUMERIC
          IF NUM-OK = "Y" AND FUNCTION NUMVAL(WS-TXT) > 0
             AND FUNCTION NUMVAL(WS-TXT) < 100
             MOVE FUNCTION NUMVAL(WS-TXT) TO P-ABC-PCT-A
          ELSE
             DISPLAY "ERROR: ABCA must be a percentage 1-99."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF

       MOVE "ABCB" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO WS-TXT
       IF FUNCTION TRIM(WS-TXT) NOT = SPACES
          PERFORM CHECK-NUMERIC
          IF NUM-OK = "Y" AND FUNCTION NUMVAL(WS-TXT) > 0
             AND FUNCTION NUMVAL(WS-TXT) <= 100
             MOVE FUNCTION NUMVAL(WS-TXT) TO P-ABC-PCT-B
          ELSE
             DISPLAY "ERROR: ABCB must be a percentage 1-100."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF
       IF P-ABC-PCT-B < P-ABC-PCT-A
          DISPLAY "ERROR: ABCB must not be below ABCA."
          ADD 1 TO TOTAL-ERRORS
       END-IF

       MOVE "SCHEDSTART" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO WS-TXT
       IF FUNCTION TRIM(WS-TXT) NOT = SPACES
          PERFORM CHECK-NUMERIC
          IF NUM-OK = "Y"
             AND FUNCTION LENGTH(FUNCTION TRIM(WS-TXT)) = 8
             MOVE FUNCTION NUMVAL(WS-TXT) TO P-SCHED-START
          ELSE
             DISPLAY "ERROR: SCHEDSTART must be a CCYYMMDD date."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF

       MOVE "COUNTDAYS" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO WS-TXT
       IF FUNCTION TRIM(WS-TXT) NOT = SPACES
          PERFORM CHECK-NUMERIC
          IF NUM-OK = "Y" AND FUNCTION NUMVAL(WS-TXT) > 0
             MOVE FUNCTION NUMVAL(WS-TXT) TO P-COUNT-DAYS
          ELSE
             DISPLAY "ERROR: COUNTDAYS must be a positive integer."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF

       MOVE "SAFETY" TO GA-KEY
       PERFORM GET-ARG
       MOVE GA-VAL TO WS-TXT
          MOVE "MASTER" TO GA-KEY
          PERFORM GET-ARG
          IF FUNCTION TRIM(GA-VAL) NOT = SPACES
             OR P-MODE = "RECALL" OR P-MODE = "SERIAL"
             OR P-MODE = "SCORECARD"
             MOVE 5000 TO P-MAX
          ELSE
             DISPLAY "ERROR: Missing MAX (table capacity)."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       ELSE
          IF P-MODE NOT = "RECALL" AND P-MODE NOT = "SERIAL"
             AND P-MODE NOT = "SCORECARD"
             DISPLAY "ERROR: Missing REORDER (default reorder point)."
             ADD 1 TO TOTAL-ERRORS
          END-IF
          AND P-MODE NOT = "RECONCILE" AND P-MODE NOT = "CONSOLIDATE"
          AND P-MODE NOT = "CYCLECOUNT" AND P-MODE NOT = "CONVERT"
          AND P-MODE NOT = "EXPORT" AND P-MODE NOT = "RECALL"
          AND P-MODE NOT = "FORECAST" AND P-MODE NOT = "SERIAL"
          AND P-MODE NOT = "CLOSE" AND P-MODE NOT = "ABC"
          AND P-MODE NOT = "SCORECARD"
          DISPLAY "ERROR: MODE must be REPORT, PROCESS, RECONCILE, "
                  "CONSOLIDATE, CYCLECOUNT, CONVERT, EXPORT, "
                  "RECALL, FORECAST, SERIAL, CLOSE, ABC, or "
                  "SCORECARD."
          ADD 1 TO TOTAL-ERRORS
       END-IF
       IF P-MODE = "SCORECARD"
          IF FUNCTION TRIM(P-POHIST-PATH) = SPACES
             DISPLAY "ERROR: MODE=SCORECARD requires POHIST=<path>."
             ADD 1 TO TOTAL-ERRORS
          END-IF
          IF FUNCTION TRIM(P-SCORE-PATH) = SPACES
             DISPLAY "ERROR: MODE=SCORECARD requires SCORECSV=<path>."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF
       IF P-MODE = "ABC"
          IF FUNCTION TRIM(P-ABC-PATH) = SPACES
             DISPLAY "ERROR: MODE=ABC requires ABCCSV=<path>."
             ADD 1 TO TOTAL-ERRORS
          END-IF
          IF FUNCTION TRIM(P-TX-PATH) = SPACES
             DISPLAY "ERROR: MODE=ABC requires TX=<file list>."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF
       IF P-MODE = "CLOSE"
          IF P-TO-DATE = 0
             DISPLAY "ERROR: MODE=CLOSE requires TO=<CCYYMMDD> "
                     "(the closed-through date)."
             ADD 1 TO TOTAL-ERRORS
          END-IF
          IF FUNCTION TRIM(P-SNAPSHOT-PATH) = SPACES
             DISPLAY "ERROR: MODE=CLOSE requires SNAPSHOT=<path>."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF
       IF P-MODE = "FORECAST"
          IF FUNCTION TRIM(P-FORECAST-PATH) = SPACES
             DISPLAY "ERROR: MODE=FORECAST requires "
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF
       IF P-MODE = "SERIAL"
          IF FUNCTION TRIM(P-SERIAL) = SPACES
             DISPLAY "ERROR: MODE=SERIAL requires SERIAL=<serial>."
             ADD 1 TO TOTAL-ERRORS
          END-IF
          IF FUNCTION TRIM(P-LEDGER-PATH) = SPACES
             DISPLAY "ERROR: MODE=SERIAL requires LEDGER=<ledger list>."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF
       IF P-MODE = "PROCESS"
          AND FUNCTION TRIM(P-SERIALSKUS-PATH) NOT = SPACES
          AND FUNCTION TRIM(P-SERIALS-PATH) = SPACES
          DISPLAY "ERROR: SERIALSKUS= needs SERIALS=<serial master>."
          ADD 1 TO TOTAL-ERRORS
       END-IF
       IF (P-MODE = "CONVERT" OR P-MODE = "EXPORT")
          AND FUNCTION TRIM(P-MASTER-PATH) = SPACES
          DISPLAY "ERROR: MASTER=<path> is required for CONVERT/EXPORT."
       END-IF
       IF FUNCTION TRIM(P-INV-PATH) = SPACES
          AND FUNCTION TRIM(P-MASTER-PATH) = SPACES
          AND P-MODE NOT = "RECALL" AND P-MODE NOT = "SERIAL"
          AND P-MODE NOT = "SCORECARD"
          DISPLAY "ERROR: INV=<path> (or MASTER=<path>) is required."
          ADD 1 TO TOTAL-ERRORS
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Named-operator sign-on. No operators.txt, or no rows in it,
  *> = no check (the operator ID, if given, is still carried to
  *> the ledger); an operators.txt that cannot be read refuses.
  *> A refusal counts as a validation error and ends the run
  *> with RETURN-CODE 8.
  *> -----------------------------------------------------------
   CHECK-OPERATOR-ACCESS.
       MOVE FUNCTION TRIM(P-OPERATOR) TO OPR-LOG-ID
       MOVE 0 TO OPR-COUNT
       MOVE "N" TO OPR-FOUND
       MOVE SPACES TO OPR-WANT-ID
       MOVE FUNCTION TRIM(P-OPERATOR) TO OPR-WANT-TXT
       MOVE FUNCTION LENGTH(FUNCTION TRIM(P-OPERATOR))
         TO OPR-WANT-LEN
       IF OPR-WANT-TXT NOT = SPACES AND OPR-WANT-LEN <= 4
          IF OPR-WANT-TXT(1:OPR-WANT-LEN) IS NUMERIC
             MOVE OPR-WANT-TXT(1:OPR-WANT-LEN) TO OPR-WANT-NUM
             MOVE OPR-WANT-NUM TO OPR-WANT-ID
          END-IF
       END-IF
       OPEN INPUT OPERATOR-FILE
       IF OPERATOR-STATUS = "05"
          CLOSE OPERATOR-FILE
          EXIT PARAGRAPH
       END-IF
       IF OPERATOR-STATUS NOT = "00"
          DISPLAY "ERROR: operators.txt cannot be read (status "
                  OPERATOR-STATUS ")."
          PERFORM REFUSE-OPERATOR
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ OPERATOR-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE OPERATOR-REC TO TX-LINE
                PERFORM PARSE-OPERATOR-LINE
          END-READ
       END-PERFORM
       CLOSE OPERATOR-FILE
       IF OPR-COUNT = 0
          EXIT PARAGRAPH
       END-IF

       IF FUNCTION TRIM(P-OPERATOR) = SPACES
          PERFORM CHECK-NIGHT-SESSION
          IF OPR-FOUND = "Y"
             PERFORM CHECK-OPERATOR-GRANT
             EXIT PARAGRAPH
          END-IF
       END-IF
       IF FUNCTION TRIM(P-OPERATOR) = SPACES
          OR FUNCTION TRIM(P-PASSWORD) = SPACES
          DISPLAY "ERROR: OPERATOR= and PASSWORD= are required."
          PERFORM REFUSE-OPERATOR
          EXIT PARAGRAPH
       END-IF
       IF OPR-FOUND NOT = "Y"
          DISPLAY "ERROR: Operator " FUNCTION TRIM(P-OPERATOR)
                  " not recognised or password wrong."
          PERFORM REFUSE-OPERATOR
          EXIT PARAGRAPH
       END-IF

       MOVE P-PASSWORD TO OPR-PW-IN
       MOVE OPR-HASH(3:4) TO OPR-SALT
       MOVE 5381 TO OPR-WORK
       PERFORM VARYING OPR-POS FROM 1 BY 1 UNTIL OPR-POS > 20
          COMPUTE OPR-WORK = FUNCTION MOD(
              OPR-WORK * 33
              + FUNCTION ORD(OPR-PW-IN(OPR-POS:1))
              + OPR-SALT, 999999999989)
       END-PERFORM
       MOVE OPR-WORK TO OPR-CALC
       IF OPR-HASH(1:2) NOT = "H:"
          OR OPR-HASH(7:12) NOT = OPR-CALC
          DISPLAY "ERROR: Operator " FUNCTION TRIM(P-OPERATOR)
                  " not recognised or password wrong."
          PERFORM REFUSE-OPERATOR
          EXIT PARAGRAPH
       END-IF

       IF OPR-ACTIVE NOT = "A"
          DISPLAY "ERROR: Operator " OPR-ID-TXT " is suspended."
          PERFORM REFUSE-OPERATOR
          EXIT PARAGRAPH
       END-IF
       MOVE OPR-MAX-AGE TO OPR-AGE
       ADD 1 TO OPR-AGE
       IF OPR-PWDATE NOT = 0
          COMPUTE OPR-AGE = FUNCTION INTEGER-OF-DATE(RUN-DATE)
                          - FUNCTION INTEGER-OF-DATE(OPR-PWDATE)
       END-IF
       IF OPR-AGE > OPR-MAX-AGE
          DISPLAY "ERROR: Password for operator " OPR-ID-TXT
                  " has expired - change it in EMPMGMT."
          PERFORM REFUSE-OPERATOR
          EXIT PARAGRAPH
       END-IF
       PERFORM CHECK-OPERATOR-GRANT
       EXIT PARAGRAPH.

  *> Does OPR-ROLE hold a rolematrix.txt grant for this MODE?
   CHECK-OPERATOR-GRANT.
       MOVE "N" TO OPR-ALLOWED
       OPEN INPUT ROLEMAT-FILE
       IF ROLEMAT-STATUS = "00"
          PERFORM UNTIL 1 = 2
             READ ROLEMAT-FILE
                AT END EXIT PERFORM
                NOT AT END
                   MOVE ROLEMAT-REC TO TX-LINE
                   PERFORM PARSE-ROLEMAT-LINE
             END-READ
          END-PERFORM
          CLOSE ROLEMAT-FILE
       END-IF
       IF OPR-ALLOWED NOT = "Y"
          DISPLAY "ERROR: Role " FUNCTION TRIM(OPR-ROLE)
                  " is not authorised for MODE="
                  FUNCTION TRIM(P-MODE) "."
          PERFORM REFUSE-OPERATOR
          EXIT PARAGRAPH
       END-IF
       MOVE OPR-ID-TXT TO OPR-LOG-ID
       EXIT PARAGRAPH.

  *> The night run's own identity: the ticket it handed down must
  *> be the one in its session file, still open and no more than
  *> a day old. Sets OPR-FOUND for operator BTCH, role BATCH.
   CHECK-NIGHT-SESSION.
       MOVE SPACES TO OPR-TICKET
       ACCEPT OPR-TICKET FROM ENVIRONMENT "NIGHTRUN_TICKET"
       IF OPR-TICKET = SPACES
          EXIT PARAGRAPH
       END-IF
       MOVE "nightsess.txt" TO SESSION-PATH
       OPEN INPUT SESSION-FILE
       IF SESSION-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       READ SESSION-FILE
          AT END MOVE SPACES TO SESSION-REC
       END-READ
       CLOSE SESSION-FILE
       IF SES-TICKET NOT = OPR-TICKET
          OR SES-STATUS NOT = "OPEN"
          OR SES-DATE IS NOT NUMERIC
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-NOW
       COMPUTE OPR-AGE = FUNCTION INTEGER-OF-DATE(OPR-NOW)
                       - FUNCTION INTEGER-OF-DATE(SES-DATE)
       IF OPR-AGE < 0 OR OPR-AGE > 1
          EXIT PARAGRAPH
       END-IF
       MOVE "BTCH" TO OPR-ID-TXT
       MOVE "BATCH" TO OPR-ROLE
       MOVE "Y" TO OPR-FOUND
       EXIT PARAGRAPH.

   REFUSE-OPERATOR.
       ADD 1 TO TOTAL-ERRORS
       MOVE "Y" TO OPR-REFUSED
       EXIT PARAGRAPH.

  *> One operators.txt line; keeps the row for OPERATOR=.
   PARSE-OPERATOR-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6
       PERFORM SPLIT-CSV-LINE
       IF F1(1:4) NOT NUMERIC
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO OPR-COUNT
       IF OPR-WANT-ID NOT = SPACES AND F1(1:4) = OPR-WANT-ID
          AND F1(5:1) = SPACE
          MOVE "Y" TO OPR-FOUND
          MOVE F1(1:4) TO OPR-ID-TXT
          MOVE F2 TO OPR-NAME
          MOVE F3 TO OPR-HASH
          MOVE 0 TO OPR-PWDATE
          IF F4(1:8) IS NUMERIC
             MOVE F4(1:8) TO OPR-PWDATE
          END-IF
          MOVE FUNCTION UPPER-CASE(F5) TO OPR-ROLE
          MOVE FUNCTION UPPER-CASE(F6(1:1)) TO OPR-ACTIVE
       END-IF
       EXIT PARAGRAPH.

  *> One rolematrix.txt line; "*" lines are comments.
   PARSE-ROLEMAT-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          OR TX-LINE(1:1) = "*"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = OPR-ROLE
          AND FUNCTION UPPER-CASE(FUNCTION TRIM(F2)) = "INVPROC"
          AND (FUNCTION TRIM(F3) = "*"
               OR FUNCTION UPPER-CASE(FUNCTION TRIM(F3)) = P-MODE)
          MOVE "Y" TO OPR-ALLOWED
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Retrieve a value from ARGS for the key in GA-KEY (upper-cased).
  *> Returns GA-VAL = spaces if not found.
  *> -----------------------------------------------------------
   GET-ARG.
       MOVE SPACES TO GA-VAL
       PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > ARG-COUNT
       DISPLAY "       header and total value."
       DISPLAY "  Suppliers: SKU,VendorID,VendorName,LeadTimeDays,"
       DISPLAY "       MinOrderQty,PackSize"
       DISPLAY "  [JOURNAL=<journal.csv>] (PROCESS) appends balanced GL"
       DISPLAY "       entries (account,debit,credit,reference) for"
       DISPLAY "       revenue, COGS, restock additions, and shrink;"
       DISPLAY "       [ACCTMAP=<map.csv>] lines Key,Account override"
       DISPLAY "       open backorders oldest-first from later"
       DISPLAY "       RESTOCKs (BOFILL ledger legs); still-open ones"
       DISPLAY "       go to [BACKORDERS=<path>] (default"
       DISPLAY "       <tx>.backorders). BOCANCEL lines (SKU, Qty"
       DISPLAY "       blank = all, Name = order reference, Bin,"
       DISPLAY "       column 12 = Channel/CustomerCode) cancel open"
       DISPLAY "       backorders instead of filling them."
       DISPLAY "  [OPERATOR=<id> PASSWORD=<pw>] required once"
       DISPLAY "       operators.txt names any operator: the role"
       DISPLAY "       must be granted this MODE for program INVPROC"
       DISPLAY "       in rolematrix.txt."
       DISPLAY "       The operator ID is the ledger's last column."
       DISPLAY "       Run by NIGHTRUN without OPERATOR=, the step"
       DISPLAY "       signs on as BTCH, role BATCH, on the night's"
       DISPLAY "       session ticket."
       DISPLAY "  [MEMBERSTATUS=<status.csv>] (PROCESS) appends a"
       DISPLAY "       line per MEMBERSTORE sale leg for the member"
       DISPLAY "       terminal: Member,SKU,Qty,OrderDate,Status"
       DISPLAY "       (SHIPPED, BACKORDERED, SHORTPICK, CANCELLED),"
       DISPLAY "       StatusDate,PickRef,OrderRef (the Name column)."
       DISPLAY "  [CHECKPOINT=<path>] [CKPTEVERY=<n>] (PROCESS)"
       DISPLAY "       rewrites the working position every n lines;"
       DISPLAY "       RESTART=YES resumes from the checkpoint"
       DISPLAY "       wherever on-hand stock could not cover it."
       DISPLAY "  [OPENPO=<openpo.csv>] keeps the open purchase"
       DISPLAY "       orders (PONumber,VendorID,SKU,OrderedQty,"
       DISPLAY "       ReceivedQty,OrderDate,UnitCost). RESTOCK"
       DISPLAY "       lines citing"
       DISPLAY "       their PO number in column 13 book against the"
       DISPLAY "       matching line; the report shows over/under"
       DISPLAY "       receipts and lines open past the vendor's"
       DISPLAY "       current vs suggested reorder point (usage x"
       DISPLAY "       SUP-LEAD-DAYS + safety days) and days-of-"
       DISPLAY "       cover, for the quarterly retune."
       DISPLAY "  [POHIST=<receipts.csv>] (PROCESS) appends every"
       DISPLAY "       RESTOCK booked against an OPENPO line (date,"
       DISPLAY "       PO, vendor, SKU, ordered, order date, qty,"
       DISPLAY "       cost, PO price); FORECAST given POHIST= plans"
       DISPLAY "       on each"
       DISPLAY "       vendor's observed average lead time."
       DISPLAY "  [COMMISSION=<commission.csv>] (PROCESS) appends a"
       DISPLAY "       line per sale leg or RETURN that names a rep"
       DISPLAY "       (employee ID in column 16): period, date, rep,"
       DISPLAY "       type, channel, SKU, qty, sales value, FIFO"
       DISPLAY "       cost, margin and list value; returns go in"
       DISPLAY "       negative. Payroll pays commission from it."
       DISPLAY "  MODE=SCORECARD POHIST=<receipts.csv>"
       DISPLAY "       SCORECSV=<out.csv> [SUPPLIERS=<suppliers.csv>]"
       DISPLAY "       [FROM=] [TO=] scores each vendor's receipts:"
       DISPLAY "       on-time rate vs quoted lead time, actual vs"
       DISPLAY "       quoted average lead, fill rate, over-shipped"
       DISPLAY "       PO lines and value received."
       DISPLAY "  MODE=ABC TX=<tx1.csv,tx2.csv,...> ABCCSV=<out.csv>"
       DISPLAY "       [ABCA=80] [ABCB=95] [SCHEDSTART=CCYYMMDD]"
       DISPLAY "       [COUNTPREFIX=COUNT_] [COUNTDAYS=<n>] ranks"
       DISPLAY "       SKUs by usage value (SALE qty in FROM/TO x FIFO"
       DISPLAY "       cost) into A/B/C classes and writes a counts"
       DISPLAY "       template (SKU,Bin,CountedQty) per working day:"
       DISPLAY "       A monthly, B quarterly, C yearly, spread evenly"
       DISPLAY "       over the year (or the first n working days)."
       DISPLAY "  [RESERVATIONS=<resv.csv>] persists open stock"
       DISPLAY "       reservations (SKU,Bin,Reference,Qty) between"
       DISPLAY "       runs. TX types RESERVE/UNRESERVE earmark and"
       DISPLAY "  MODE=RECALL LOT=<lot> LEDGER=<ledger.txt> lists"
       DISPLAY "       every ledger movement of the lot (receipts"
       DISPLAY "       and the issues FEFO relieved out of it)."
       DISPLAY "  [SERIALSKUS=<skus.csv>] lists the SKUs tracked unit"
       DISPLAY "       by unit; [SERIALS=<serials.csv>] is their serial"
       DISPLAY "       master (Serial,SKU,Bin,Status,LastDate,"
       DISPLAY "       Reference), rewritten after PROCESS. For those"
       DISPLAY "       SKUs RESTOCK/RETURN lines list the serials"
       DISPLAY "       received and SALE/TRANSFER lines the serials"
       DISPLAY "       that left (column 15, ';'-separated, one per"
       DISPLAY "       unit); the ledger carries them in a Serials"
       DISPLAY "       column."
       DISPLAY "  MODE=CLOSE TO=<CCYYMMDD> [PERIODCTL=<control.csv>]"
       DISPLAY "       SNAPSHOT=<valuation.csv> [TX=<period tx>]"
       DISPLAY "       closes every day through TO: writes each"
       DISPLAY "       SKU/Bin's open FIFO layers and total to the"
       DISPLAY "       snapshot and records the closed-through date"
       DISPLAY "       in the control file (default periodctl.csv)."
       DISPLAY "       Every run rejects lines dated on or before"
       DISPLAY "       the latest closed-through date."
       DISPLAY "  MODE=SERIAL SERIAL=<serial> LEDGER=<l1,l2,...>"
       DISPLAY "       [SERIALS=<serials.csv>] shows the unit's"
       DISPLAY "       current master entry and every ledger movement"
       DISPLAY "       that named it."
       DISPLAY "CSV formats:"
       DISPLAY "  Inventory: SKU,Name,Qty,UnitCost,ReorderPoint,Bin?,"
       DISPLAY "             LastMovement? (CCYYMMDD),ListPrice?,"
       DISPLAY "             Lot?,Expiry? (CCYYMMDD)"
       DISPLAY "  Transactions: TYPE,SKU,Qty,UnitPrice,Name?,UnitCost?,"
       DISPLAY "                Bin?,ToBin?,Date?,Lot?,Expiry?,"
       DISPLAY "                Channel?[/CustomerCode],PONumber?,UOM?,"
       DISPLAY "                Serials?"
       DISPLAY "  UOM (column 14) is EA (default) or CS: case"
       DISPLAY "  quantities and per-case money convert to eaches at"
       DISPLAY "  parse time using SUP-PACK-SIZE from the supplier"
       DISPLAY "  Channel/CustomerCode (e.g. WHOLESALE/ACME01) for"
       DISPLAY "  the sales-analysis report section."
       DISPLAY "  TYPE one of SALE,RESTOCK,ADJUST,TRANSFER,RETURN,"
       DISPLAY "  RESERVE,UNRESERVE,RTV,SHIP,RECEIVE-TRANSFER,PAYMENT,"
       DISPLAY "  HOLD,RELEASE,SCRAP,BOCANCEL"
       DISPLAY "  RTV returns stock to the supplier: Name = RTV"
       DISPLAY "  number, column 12 = VendorID, column 13 = PO, and"
       DISPLAY "  column 10 = the lot going back (that lot's layers"
       DISPLAY "  are relieved). PROCESS writes DM_<VendorID>.csv"
       DISPLAY "  debit memos and journals AP against inventory;"
       DISPLAY "  [RTVOPEN=<rtvopen.csv>] carries RTVs until a"
       DISPLAY "  [RTVCREDITS=<credits.csv>] line (RTVNumber,"
       DISPLAY "  VendorID,CreditRef,Amount,Date) closes them."
       DISPLAY "  SHIP sends stock to another location: Name ="
       DISPLAY "  shipment number, ToBin = destination location, Lot"
       DISPLAY "  optional. Needs LOCATION=<this location's code>"
       DISPLAY "  and INTRANSIT=<intransit.csv>, which carries the"
       DISPLAY "  relieved cost layers until the destination posts"
       DISPLAY "  RECEIVE-TRANSFER (Name = shipment number, Bin ="
       DISPLAY "  receiving bin, Qty = units counted in). Short and"
       DISPLAY "  over receipts are reported and journaled to shrink;"
       DISPLAY "  the report values stock in transit on its own line"
       DISPLAY "  and flags shipments open past [TRANSITDAYS=7]."
       DISPLAY "  [BINS=<bins.csv>] lines Bin,Zone,Capacity,Unit"
       DISPLAY "  (EA or CU),AllowedClasses (;-separated, blank=any)"
       DISPLAY "  check RESTOCK/TRANSFER against bin capacity and"
       DISPLAY "  class ([BINCHECK=WARN|REJECT]), put away receipts"
       DISPLAY "  keyed with no bin (the SKU's own bin, else the"
       DISPLAY "  emptiest allowed one) and add a bin utilization"
       DISPLAY "  section. [SKUCLASS=<classes.csv>] lines SKU,Class,"
       DISPLAY "  PackCube give each SKU's class and pack cube."
       DISPLAY "  [CUSTOMERS=<customers.csv>] lines CustomerCode,Name,"
       DISPLAY "  CreditLimit (blank=none),TermsDays (default 30) name"
       DISPLAY "  the credit customers: their SALE lines are invoiced"
       DISPLAY "  once per run and journaled to AR, and a sale that"
       DISPLAY "  would pass the credit limit is rejected. PAYMENT"
       DISPLAY "  lines (UnitPrice = amount, Name = reference, column"
       DISPLAY "  12 = CustomerCode, Qty may be blank) apply cash to"
       DISPLAY "  open invoices oldest first. [AROPEN=<aropen.csv>]"
       DISPLAY "  carries open items between runs; the report ages"
       DISPLAY "  them and [ARSTMT=<statements.csv>] writes customer"
       DISPLAY "  statements."
       DISPLAY "  [TAXCODES=<taxcodes.csv>] lines TaxCode,"
       DISPLAY "  Jurisdiction,Rate (percent),EffectiveDate tax SALE"
       DISPLAY "  and RETURN lines; [TAXMAP=<taxmap.csv>] lines Key,"
       DISPLAY "  TaxCode give the code for a customer code or a"
       DISPLAY "  channel (* = default) and [TAXEXEMPT=<exempt.csv>]"
       DISPLAY "  lines SKU,TaxCode (blank = all) exempt a SKU. Tax"
       DISPLAY "  goes to the ledger, the journal (tax payable) and a"
       DISPLAY "  liability section by jurisdiction and period;"
       DISPLAY "  [TAXREPORT=<taxliab.csv>] writes it for filing."
       DISPLAY "  HOLD/RELEASE lines (Name = reason code, Lot column"
       DISPLAY "  = lot, else the SKU/Bin) quarantine stock out of"
       DISPLAY "  FEFO issue, ATP and the pick list; SCRAP writes held"
       DISPLAY "  stock off to shrink. [HOLDS=<holds.csv>] persists"
       DISPLAY "  the open holds."
       DISPLAY "  RETURN carries a disposition in the ToBin column:"
       DISPLAY "  SELL (default) restocks the goods as a cost layer,"
       DISPLAY "  SCRAP books the cost to the shrink account; the"
          WHEN 12 MOVE WS-TXT TO F12
          WHEN 13 MOVE WS-TXT TO F13
          WHEN 14 MOVE WS-TXT TO F14
          WHEN 15 MOVE WS-TXT TO F15
          WHEN 16 MOVE WS-TXT TO F16
          WHEN OTHER CONTINUE
       END-EVALUATE
       EXIT PARAGRAPH.
          SUBTRACT RL-TAKE FROM LAYER-QTY (RL-BEST)
          SUBTRACT RL-TAKE FROM RL-REMAINING
          MOVE LAYER-EXPIRY (RL-BEST) TO RL-LAST-EXPIRY
          IF IT-CAPTURE = "Y"
             MOVE LAYER-LOT (RL-BEST)    TO IT-P-LOT
             MOVE LAYER-EXPIRY (RL-BEST) TO IT-P-EXPIRY
             MOVE RL-TAKE                TO IT-P-QTY
             MOVE LAYER-COST (RL-BEST)   TO IT-P-COST
             MOVE LAYER-DATE (RL-BEST)   TO IT-P-LAYER-DATE
             PERFORM ADD-TRANSIT-PIECE
          END-IF
          PERFORM NOTE-RELIEVED-LOT
       END-PERFORM
       IF RL-REMAINING > 0 AND IDX > 0

  *> Helper: pick the next layer to relieve for RL-SKU/RL-BIN:
  *> earliest expiry first, undated layers last, oldest receipt
  *> date breaking ties; layers on quality hold are passed over
  *> unless RL-HELD-OK. RL-BEST is 0 when no stock remains.
   FIND-FEFO-LAYER.
       MOVE 0 TO RL-BEST
       PERFORM VARYING RL-SCAN FROM 1 BY 1
          IF LAYER-SKU (RL-SCAN) = RL-SKU
             AND LAYER-BIN (RL-SCAN) = RL-BIN
             AND LAYER-QTY (RL-SCAN) > 0
             AND (RL-LOT = SPACES OR LAYER-LOT (RL-SCAN) = RL-LOT)
             MOVE "N" TO LAYER-HELD
             IF QH-COUNT > 0 AND RL-HELD-OK NOT = "Y"
                MOVE RL-SCAN TO QH-LAYER
                PERFORM CHECK-LAYER-HELD
             END-IF
             IF LAYER-HELD = "N"
                IF LAYER-EXPIRY (RL-SCAN) = 0
                   MOVE 99999999 TO RL-CAND-EXPIRY
                ELSE
                   MOVE LAYER-EXPIRY (RL-SCAN) TO RL-CAND-EXPIRY
                END-IF
                IF RL-BEST = 0
                   OR RL-CAND-EXPIRY < RL-BEST-EXPIRY
                   OR (RL-CAND-EXPIRY = RL-BEST-EXPIRY
                       AND LAYER-DATE (RL-SCAN) < RL-BEST-DATE)
                   MOVE RL-SCAN TO RL-BEST
                   MOVE RL-CAND-EXPIRY TO RL-BEST-EXPIRY
                   MOVE LAYER-DATE (RL-SCAN) TO RL-BEST-DATE
                END-IF
             END-IF
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: units of TX-SKU/TX-BIN still on hand in lot TX-LOT
  *> (LOT-LAYER-QTY), for issues that name the lot they take.
   SUM-LOT-LAYERS.
       MOVE 0 TO LOT-LAYER-QTY
       PERFORM VARYING LAYER-IX FROM 1 BY 1
               UNTIL LAYER-IX > LAYER-COUNT
          IF LAYER-SKU (LAYER-IX) = TX-SKU
             AND LAYER-BIN (LAYER-IX) = TX-BIN
             AND LAYER-LOT (LAYER-IX) = TX-LOT
             AND LAYER-QTY (LAYER-IX) > 0
             ADD LAYER-QTY (LAYER-IX) TO LOT-LAYER-QTY
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: collect the lot just relieved into RL-LOTS-USED (";"
  *> separated) for the ledger's lot column and recall listings.
   NOTE-RELIEVED-LOT.

  *> -----------------------------------------------------------
  *> Available-to-promise for the ATP-IDX row: on-hand Qty minus
  *> every open reservation against the same SKU/Bin, less any
  *> stock there on quality hold.
  *> -----------------------------------------------------------
   COMPUTE-ROW-ATP.
       MOVE 0 TO ROW-RESERVED
          END-IF
       END-PERFORM
       COMPUTE ROW-ATP = QTY(ATP-IDX) - ROW-RESERVED
       IF QH-COUNT > 0
          PERFORM COMPUTE-ROW-HELD
          SUBTRACT ROW-HELD FROM ROW-ATP
       END-IF
       EXIT PARAGRAPH.

  *> Helper: locate the open reservation for TX-SKU/TX-BIN under
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the list of serialized SKUs (one SKU per line; any
  *> further columns are descriptive and ignored).
  *> -----------------------------------------------------------
   LOAD-SERIALIZED-SKUS.
       MOVE 0 TO SZ-COUNT
       OPEN INPUT SERIALSKUS-FILE
       IF SERIALSKUS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open SERIALSKUS file: "
                  P-SERIALSKUS-PATH " (status=" SERIALSKUS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ SERIALSKUS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE SERIALSKUS-REC TO TX-LINE
                PERFORM PARSE-SERIALSKU-LINE
          END-READ
       END-PERFORM
       CLOSE SERIALSKUS-FILE
       EXIT PARAGRAPH.

   PARSE-SERIALSKU-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "SKU"
          EXIT PARAGRAPH
       END-IF
       IF SZ-COUNT >= 2000
          DISPLAY "ERROR: Too many serialized SKUs (max 2000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO SZ-COUNT
       MOVE FUNCTION TRIM(F1) TO SZ-SKU (SZ-COUNT)
       EXIT PARAGRAPH.

  *> Helper: SN-SERIALIZED = "Y" when TX-SKU is on the list.
   CHECK-SERIALIZED-SKU.
       MOVE "N" TO SN-SERIALIZED
       PERFORM VARYING SZ-IX FROM 1 BY 1 UNTIL SZ-IX > SZ-COUNT
          IF SZ-SKU (SZ-IX) = TX-SKU
             MOVE "Y" TO SN-SERIALIZED
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the serial master (Serial,SKU,Bin,Status,LastDate,
  *> Reference). A missing file just means no units yet.
  *> -----------------------------------------------------------
   LOAD-SERIAL-MASTER.
       MOVE 0 TO SN-COUNT
       OPEN INPUT SERIALS-FILE
       IF SERIALS-STATUS = "35"
          EXIT PARAGRAPH
       END-IF
       IF SERIALS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open SERIALS file: "
                  P-SERIALS-PATH " (status=" SERIALS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ SERIALS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE SERIALS-REC TO TX-LINE
                PERFORM PARSE-SERIAL-LINE
          END-READ
       END-PERFORM
       CLOSE SERIALS-FILE
       EXIT PARAGRAPH.

   PARSE-SERIAL-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION TRIM(F1) = SPACES
          OR FUNCTION TRIM(F2) = SPACES
          DISPLAY "WARNING: Bad serial master line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF SN-COUNT >= 20000
          DISPLAY "ERROR: Too many serials (max 20000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO SN-COUNT
       MOVE FUNCTION TRIM(F1) TO SN-SERIAL (SN-COUNT)
       MOVE FUNCTION TRIM(F2) TO SN-SKU (SN-COUNT)
       IF FUNCTION TRIM(F3) = SPACES
          MOVE "MAIN" TO SN-BIN (SN-COUNT)
       ELSE
          MOVE FUNCTION TRIM(F3) TO SN-BIN (SN-COUNT)
       END-IF
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F4))
         TO SN-STATUS (SN-COUNT)
       IF FUNCTION TRIM(SN-STATUS (SN-COUNT)) = SPACES
          MOVE "INSTOCK" TO SN-STATUS (SN-COUNT)
       END-IF
       MOVE F5 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y" AND FUNCTION TRIM(F5) NOT = SPACES
          MOVE FUNCTION NUMVAL(F5) TO SN-DATE (SN-COUNT)
       ELSE
          MOVE 0 TO SN-DATE (SN-COUNT)
       END-IF
       MOVE FUNCTION TRIM(F6) TO SN-REF (SN-COUNT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Rewrite the serial master with every unit's current bin,
  *> status, last movement date and reference.
  *> -----------------------------------------------------------
   WRITE-SERIAL-MASTER.
       OPEN OUTPUT SERIALS-FILE
       IF SERIALS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open SERIALS for write: "
                  SERIALS-PATH " (status=" SERIALS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO SN-IN-STOCK-COUNT
       PERFORM VARYING SN-IX FROM 1 BY 1 UNTIL SN-IX > SN-COUNT
          IF SN-STATUS (SN-IX) = "INSTOCK"
             ADD 1 TO SN-IN-STOCK-COUNT
          END-IF
          PERFORM BUILD-SERIAL-TEXT
          MOVE SPACES TO SERIALS-REC
          MOVE WS-TXT TO SERIALS-REC
          WRITE SERIALS-REC
       END-PERFORM
       CLOSE SERIALS-FILE
       DISPLAY "INFO: " SN-COUNT " serial(s) (" SN-IN-STOCK-COUNT
               " in stock) written to " SERIALS-PATH
       EXIT PARAGRAPH.

  *> Helper: one serial master row (SN-IX) as CSV text in WS-TXT,
  *> shared by the serial master and the checkpoint.
   BUILD-SERIAL-TEXT.
       MOVE SPACES TO LAST-MOVE-TXT
       IF SN-DATE (SN-IX) > 0
          MOVE SN-DATE (SN-IX) TO LAST-MOVE-TXT
       END-IF
       MOVE SPACES TO WS-TXT
       STRING FUNCTION TRIM(SN-SERIAL (SN-IX)) DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(SN-SKU (SN-IX))    DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(SN-BIN (SN-IX))    DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(SN-STATUS (SN-IX)) DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(LAST-MOVE-TXT)     DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(SN-REF (SN-IX))    DELIMITED BY SIZE
         INTO WS-TXT
       END-STRING
       EXIT PARAGRAPH.

  *> Helper: locate SN-TARGET in the serial master; SN-SLOT is 0
  *> when the serial has never been seen.
   FIND-SERIAL.
       MOVE 0 TO SN-SLOT
       PERFORM VARYING SN-SCAN FROM 1 BY 1 UNTIL SN-SCAN > SN-COUNT
          IF SN-SERIAL (SN-SCAN) = SN-TARGET
             MOVE SN-SCAN TO SN-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: split the ";"-separated serials in SNL-TEXT into
  *> SNL-SERIAL (1..SNL-COUNT), dropping empty entries.
   SPLIT-SERIAL-LIST.
       MOVE 0 TO SNL-COUNT
       MOVE SPACES TO WS-TXT
       MOVE 0 TO J
       PERFORM VARYING I FROM 1 BY 1
               UNTIL I > FUNCTION LENGTH(FUNCTION TRIM(SNL-TEXT))
          MOVE SNL-TEXT (I:1) TO CUR-CH
          IF CUR-CH = ";"
             IF FUNCTION TRIM(WS-TXT) NOT = SPACES AND SNL-COUNT < 100
                ADD 1 TO SNL-COUNT
                MOVE FUNCTION TRIM(WS-TXT) TO SNL-SERIAL (SNL-COUNT)
                MOVE 0 TO SNL-SLOT (SNL-COUNT)
             END-IF
             MOVE SPACES TO WS-TXT
             MOVE 0 TO J
          ELSE
             ADD 1 TO J
             MOVE CUR-CH TO WS-TXT (J:1)
          END-IF
       END-PERFORM
       IF FUNCTION TRIM(WS-TXT) NOT = SPACES AND SNL-COUNT < 100
          ADD 1 TO SNL-COUNT
          MOVE FUNCTION TRIM(WS-TXT) TO SNL-SERIAL (SNL-COUNT)
          MOVE 0 TO SNL-SLOT (SNL-COUNT)
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Check the serials named on a serialized SKU's line (column
  *> 15): one per unit, no repeats, and each one where the line
  *> says it is - receipts must not already be on a shelf, issues
  *> and transfers must be in stock in the line's SKU and Bin.
  *> Sets REJECT-REASON on failure; remembers each serial's master
  *> slot in SNL-SLOT for APPLY-TX-SERIALS.
  *> -----------------------------------------------------------
   VALIDATE-TX-SERIALS.
       MOVE SPACES TO REJECT-REASON
       MOVE FUNCTION TRIM(F15) TO SNL-TEXT
       PERFORM SPLIT-SERIAL-LIST
       MOVE SNL-TEXT TO LEDGER-SERIAL-TXT
       EVALUATE TX-TYPE
          WHEN "RESERVE"
          WHEN "UNRESERVE"
             MOVE 0 TO SNL-COUNT
             MOVE SPACES TO LEDGER-SERIAL-TXT
             EXIT PARAGRAPH
          WHEN "ADJUST"
  *> A count correction may name the units it found or lost; one
  *> that names none is taken at face value.
             IF SNL-COUNT = 0
                EXIT PARAGRAPH
             END-IF
             IF TX-QTY < 0
                COMPUTE SN-EXPECTED = 0 - TX-QTY
             ELSE
                MOVE TX-QTY TO SN-EXPECTED
             END-IF
          WHEN OTHER
             MOVE TX-QTY TO SN-EXPECTED
       END-EVALUATE
       IF SNL-COUNT NOT = SN-EXPECTED
          MOVE "Serial count does not match the line quantity"
              TO REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO SN-NEW-COUNT
       PERFORM VARYING SNL-SCAN FROM 1 BY 1 UNTIL SNL-SCAN > SNL-COUNT
          PERFORM VARYING SN-SCAN FROM 1 BY 1
                  UNTIL SN-SCAN >= SNL-SCAN
             IF SNL-SERIAL (SN-SCAN) = SNL-SERIAL (SNL-SCAN)
                MOVE "Serial named twice on the line" TO REJECT-REASON
             END-IF
          END-PERFORM
          IF REJECT-REASON NOT = SPACES
             EXIT PERFORM
          END-IF
          MOVE SNL-SERIAL (SNL-SCAN) TO SN-TARGET
          PERFORM FIND-SERIAL
          MOVE SN-SLOT TO SNL-SLOT (SNL-SCAN)
          IF SN-SLOT = 0
             ADD 1 TO SN-NEW-COUNT
          END-IF
          EVALUATE TRUE
             WHEN TX-TYPE = "RESTOCK" OR TX-TYPE = "RETURN"
                  OR TX-TYPE = "RECEIVE-TRANSFER"
                  OR (TX-TYPE = "ADJUST" AND TX-QTY > 0)
                IF SN-SLOT > 0
                   IF SN-SKU (SN-SLOT) NOT = TX-SKU
                      MOVE "Serial is registered to another SKU"
                          TO REJECT-REASON
                   ELSE
                      IF SN-STATUS (SN-SLOT) = "INSTOCK"
                         MOVE "Serial is already in stock"
                             TO REJECT-REASON
                      END-IF
                   END-IF
                END-IF
             WHEN OTHER
                EVALUATE TRUE
                   WHEN SN-SLOT = 0
                      MOVE "Serial not found in the serial master"
                          TO REJECT-REASON
                   WHEN SN-SKU (SN-SLOT) NOT = TX-SKU
                      MOVE "Serial is registered to another SKU"
                          TO REJECT-REASON
                   WHEN SN-STATUS (SN-SLOT) NOT = "INSTOCK"
                      MOVE "Serial is not in stock" TO REJECT-REASON
                   WHEN SN-BIN (SN-SLOT) NOT = TX-BIN
                      MOVE "Serial is not in the line's bin"
                          TO REJECT-REASON
                END-EVALUATE
          END-EVALUATE
          IF REJECT-REASON NOT = SPACES
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF REJECT-REASON = SPACES
          AND SN-COUNT + SN-NEW-COUNT > 20000
          MOVE "Serial master full (max 20000)" TO REJECT-REASON
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Post the line's serials to the serial master: new location,
  *> status, date and reference (the customer on a SALE, else the
  *> PO number or Name column; a blank keeps the old reference).
  *> -----------------------------------------------------------
   APPLY-TX-SERIALS.
       EVALUATE TRUE
          WHEN TX-TYPE = "SALE"
             MOVE "SOLD" TO SN-NEW-STATUS
          WHEN TX-TYPE = "RETURN" AND RETURN-DISP = "SCRAP"
             MOVE "SCRAPPED" TO SN-NEW-STATUS
          WHEN TX-TYPE = "SCRAP"
             MOVE "SCRAPPED" TO SN-NEW-STATUS
          WHEN TX-TYPE = "ADJUST" AND TX-QTY < 0
             MOVE "LOST" TO SN-NEW-STATUS
          WHEN TX-TYPE = "RTV"
             MOVE "RETURNED" TO SN-NEW-STATUS
          WHEN TX-TYPE = "SHIP"
             MOVE "INTRANSIT" TO SN-NEW-STATUS
          WHEN OTHER
             MOVE "INSTOCK" TO SN-NEW-STATUS
       END-EVALUATE
       IF TX-TYPE = "TRANSFER"
          MOVE TX-TOBIN TO SN-NEW-BIN
       ELSE
          MOVE TX-BIN TO SN-NEW-BIN
       END-IF
       EVALUATE TRUE
          WHEN FUNCTION TRIM(TX-CUSTOMER) NOT = SPACES
             MOVE TX-CUSTOMER TO SN-NEW-REF
          WHEN FUNCTION TRIM(TX-PONUM) NOT = SPACES
             MOVE TX-PONUM TO SN-NEW-REF
          WHEN OTHER
             MOVE TX-NAME TO SN-NEW-REF
       END-EVALUATE
       PERFORM VARYING SNL-SCAN FROM 1 BY 1 UNTIL SNL-SCAN > SNL-COUNT
          IF SNL-SLOT (SNL-SCAN) = 0
             ADD 1 TO SN-COUNT
             MOVE SN-COUNT TO SNL-SLOT (SNL-SCAN)
             MOVE SNL-SERIAL (SNL-SCAN) TO SN-SERIAL (SN-COUNT)
             MOVE TX-SKU TO SN-SKU (SN-COUNT)
             MOVE SPACES TO SN-REF (SN-COUNT)
          END-IF
          MOVE SNL-SLOT (SNL-SCAN) TO SN-SLOT
          MOVE SN-NEW-BIN    TO SN-BIN (SN-SLOT)
          MOVE SN-NEW-STATUS TO SN-STATUS (SN-SLOT)
          MOVE TX-DATE       TO SN-DATE (SN-SLOT)
          IF FUNCTION TRIM(SN-NEW-REF) NOT = SPACES
             MOVE SN-NEW-REF TO SN-REF (SN-SLOT)
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Read the period control file (CLOSED,<thru>,<closed on>,
  *> <value>,<snapshot>); the latest closed-through date wins.
  *> A missing file means no period has been closed yet.
  *> -----------------------------------------------------------
   LOAD-PERIOD-CONTROL.
       MOVE 0 TO CLOSED-THRU
       OPEN INPUT PERIODCTL-FILE
       IF PERIODCTL-STATUS = "35"
          EXIT PARAGRAPH
       END-IF
       IF PERIODCTL-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open PERIODCTL file: "
                  P-PERIODCTL-PATH " (status=" PERIODCTL-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ PERIODCTL-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE PERIODCTL-REC TO TX-LINE
                PERFORM PARSE-PERIODCTL-LINE
          END-READ
       END-PERFORM
       CLOSE PERIODCTL-FILE
       MOVE CLOSED-THRU TO CLOSED-THRU-TXT
       IF CLOSED-THRU > 0
          DISPLAY "INFO: Periods closed through " CLOSED-THRU-TXT
       END-IF
       EXIT PARAGRAPH.

   PARSE-PERIODCTL-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) NOT = "CLOSED"
          EXIT PARAGRAPH
       END-IF
       MOVE F2 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK NOT = "Y"
          OR FUNCTION LENGTH(FUNCTION TRIM(F2)) NOT = 8
          DISPLAY "WARNING: Bad period control line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION NUMVAL(F2) > CLOSED-THRU
          MOVE FUNCTION NUMVAL(F2) TO CLOSED-THRU
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> MODE=CLOSE: write the period-end valuation snapshot, one
  *> LAYER line per open FIFO layer and a TOTAL line per SKU/Bin
  *> (SKU,Bin,Layer,ReceiptDate,Lot,Qty,UnitCost,Value), then
  *> record the closed-through date in the control file.
  *> -----------------------------------------------------------
   CLOSE-PERIOD.
       IF P-TO-DATE <= CLOSED-THRU
          DISPLAY "ERROR: Period through " P-TO-DATE
                  " is already closed (closed through "
                  CLOSED-THRU-TXT ")."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF TOTAL-ERRORS > 0
          DISPLAY "ERROR: Period not closed - resolve the "
                  TOTAL-ERRORS " error(s) above first."
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SNAPSHOT-FILE
       IF SNAPSHOT-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open SNAPSHOT file: "
                  P-SNAPSHOT-PATH " (status=" SNAPSHOT-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE "SKU,Bin,Layer,ReceiptDate,Lot,Qty,UnitCost,Value"
         TO SNAPSHOT-REC
       WRITE SNAPSHOT-REC
       MOVE 0 TO CLOSE-TOTAL-QTY
       MOVE 0 TO CLOSE-TOTAL-VALUE
       MOVE 0 TO CLOSE-ROW-COUNT
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          PERFORM WRITE-SNAPSHOT-ROW
       END-PERFORM
       MOVE CLOSE-TOTAL-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE CLOSE-TOTAL-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE SPACES TO SNAPSHOT-REC
       STRING "ALL,ALL,TOTAL,"          DELIMITED BY SIZE
              P-TO-DATE                 DELIMITED BY SIZE
              ",,"                      DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              ",,"                      DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
         INTO SNAPSHOT-REC
       END-STRING
       WRITE SNAPSHOT-REC
       CLOSE SNAPSHOT-FILE

       OPEN EXTEND PERIODCTL-FILE
       IF PERIODCTL-STATUS = "35"
          OPEN OUTPUT PERIODCTL-FILE
       END-IF
       IF PERIODCTL-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot write PERIODCTL file: "
                  P-PERIODCTL-PATH " (status=" PERIODCTL-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PERIODCTL-REC
       STRING "CLOSED,"                    DELIMITED BY SIZE
              P-TO-DATE                    DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              RUN-DATE                     DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM(P-SNAPSHOT-PATH) DELIMITED BY SIZE
         INTO PERIODCTL-REC
       END-STRING
       WRITE PERIODCTL-REC
       CLOSE PERIODCTL-FILE
       MOVE P-TO-DATE TO CLOSED-THRU
       MOVE CLOSED-THRU TO CLOSED-THRU-TXT
       DISPLAY "INFO: Period closed through " CLOSED-THRU-TXT
               ", inventory value " FUNCTION TRIM(VAR-VALUE-TXT)
               " (" CLOSE-ROW-COUNT " SKU/Bin row(s)) -> "
               FUNCTION TRIM(P-SNAPSHOT-PATH)
       EXIT PARAGRAPH.

  *> Helper: the INV-IX row's open layers and its TOTAL line.
   WRITE-SNAPSHOT-ROW.
       MOVE 0 TO CLOSE-ROW-QTY
       MOVE 0 TO CLOSE-ROW-VALUE
       MOVE 0 TO CLOSE-LAYER-SEQ
       PERFORM VARYING LAYER-IX FROM 1 BY 1
               UNTIL LAYER-IX > LAYER-COUNT
          IF LAYER-SKU (LAYER-IX) = SKU (INV-IX)
             AND LAYER-BIN (LAYER-IX) = BIN (INV-IX)
             AND LAYER-QTY (LAYER-IX) > 0
             PERFORM WRITE-SNAPSHOT-LAYER
          END-IF
       END-PERFORM
       IF CLOSE-LAYER-SEQ = 0 AND QTY (INV-IX) = 0
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO CLOSE-ROW-COUNT
       ADD CLOSE-ROW-QTY TO CLOSE-TOTAL-QTY
       ADD CLOSE-ROW-VALUE TO CLOSE-TOTAL-VALUE
       MOVE QTY (INV-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE CLOSE-ROW-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE SPACES TO SNAPSHOT-REC
       STRING FUNCTION TRIM(SKU (INV-IX)) DELIMITED BY SIZE
              ","                         DELIMITED BY SIZE
              FUNCTION TRIM(BIN (INV-IX)) DELIMITED BY SIZE
              ",TOTAL,,,"                 DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)   DELIMITED BY SIZE
              ",,"                        DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
         INTO SNAPSHOT-REC
       END-STRING
       WRITE SNAPSHOT-REC
       IF QTY (INV-IX) NOT = CLOSE-ROW-QTY
          DISPLAY "WARNING: Layers for " FUNCTION TRIM(SKU (INV-IX))
                  "/" FUNCTION TRIM(BIN (INV-IX))
                  " do not add up to the row quantity."
       END-IF
       EXIT PARAGRAPH.

  *> Helper: one LAYER line of the snapshot (LAYER-IX).
   WRITE-SNAPSHOT-LAYER.
       ADD 1 TO CLOSE-LAYER-SEQ
       COMPUTE CLOSE-LAYER-VALUE =
           LAYER-QTY (LAYER-IX) * LAYER-COST (LAYER-IX)
       ADD LAYER-QTY (LAYER-IX) TO CLOSE-ROW-QTY
       ADD CLOSE-LAYER-VALUE TO CLOSE-ROW-VALUE
       MOVE CLOSE-LAYER-SEQ TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE LAYER-QTY (LAYER-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE LAYER-COST (LAYER-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE CLOSE-LAYER-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE SPACES TO SNAPSHOT-REC
       STRING FUNCTION TRIM(SKU (INV-IX))  DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM(BIN (INV-IX))  DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)    DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              LAYER-DATE (LAYER-IX)        DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM(LAYER-LOT (LAYER-IX)) DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)    DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)     DELIMITED BY SIZE
              ","                          DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
         INTO SNAPSHOT-REC
       END-STRING
       WRITE SNAPSHOT-REC
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Process transaction file.
  *> -----------------------------------------------------------
   PROCESS-TRANSACTIONS.
       OPEN INPUT TX-FILE
       IF TX-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open TX file: " P-TX-PATH
                  " (status=" TX-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF

       MOVE "N" TO LEDGER-OPEN
       IF FUNCTION TRIM(P-LEDGER-PATH) NOT = SPACES
          OPEN OUTPUT LEDGER-FILE
          IF LEDGER-STATUS = "00"
             MOVE "Y" TO LEDGER-OPEN
             MOVE SPACES TO LEDGER-REC
             STRING "Type,SKU,Bin,OldQty,NewQty,InventoryValue,Lot,"
                    "Units,Serials,TaxCode,Tax,Operator"
                DELIMITED BY SIZE INTO LEDGER-REC
             END-STRING
             WRITE LEDGER-REC
          ELSE
             DISPLAY "WARNING: Cannot open LEDGER file: "
                     P-LEDGER-PATH " (status=" LEDGER-STATUS ")"
          END-IF
       END-IF

       MOVE "N" TO REJECT-OPEN
       IF FUNCTION TRIM(P-REJECT-PATH) NOT = SPACES
          OPEN OUTPUT REJECT-FILE
          IF REJECT-STATUS = "00"
             MOVE "Y" TO REJECT-OPEN
          ELSE
             DISPLAY "WARNING: Cannot open REJECT file: "
                     P-REJECT-PATH " (status=" REJECT-STATUS ")"
          END-IF
       END-IF

       MOVE 0 TO TX-READ-COUNT
       MOVE 0 TO CKPT-SINCE-LAST
       PERFORM UNTIL 1 = 2
          READ TX-FILE
             AT END EXIT PERFORM
             NOT AT END
                ADD 1 TO TX-READ-COUNT
                IF TX-READ-COUNT > CKPT-RESUME-LINES
                   MOVE TX-REC TO TX-LINE
                   PERFORM PARSE-TX-LINE
                   IF FUNCTION TRIM(P-CKPT-PATH) NOT = SPACES
                      ADD 1 TO CKPT-SINCE-LAST
                      IF CKPT-SINCE-LAST >= P-CKPT-EVERY
                         PERFORM WRITE-CHECKPOINT
                         MOVE 0 TO CKPT-SINCE-LAST
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE TX-FILE
       IF FUNCTION TRIM(P-CKPT-PATH) NOT = SPACES
          AND P-MODE = "PROCESS"
          PERFORM WRITE-CHECKPOINT
       END-IF
       IF (P-BACKORDER = "YES" OR P-BACKORDER = "Y")
          PERFORM WRITE-BACKORDERS-FILE
       END-IF
       IF LEDGER-OPEN = "Y"
          CLOSE LEDGER-FILE
       END-IF
       IF REJECT-OPEN = "Y"
          CLOSE REJECT-FILE
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Append the original tx.csv line plus REJECT-REASON to the
  *> reject file, so a skipped transaction can be corrected and
  *> resubmitted instead of silently vanishing.
  *> -----------------------------------------------------------
   WRITE-REJECT-LINE.
       IF REJECT-OPEN = "Y"
          MOVE SPACES TO REJECT-REC
          STRING FUNCTION TRIM(TX-LINE) DELIMITED BY SIZE
                 " | REASON: "          DELIMITED BY SIZE
                 FUNCTION TRIM(REJECT-REASON) DELIMITED BY SIZE
             INTO REJECT-REC
          END-STRING
          WRITE REJECT-REC
       END-IF
       EXIT PARAGRAPH.

   PARSE-TX-LINE.
  *> Skip blank/comment
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9 F10 F11 F12 F13 F14
                      F15 F16
       PERFORM SPLIT-CSV-LINE

       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) TO TX-TYPE
       MOVE FUNCTION TRIM(F2) TO TX-SKU
  *> A PAYMENT or HOLD/RELEASE moves no stock and may leave Qty
  *> blank; a SCRAP with no Qty takes everything held.
       IF (TX-TYPE = "PAYMENT" OR TX-TYPE = "HOLD"
           OR TX-TYPE = "RELEASE" OR TX-TYPE = "SCRAP"
           OR TX-TYPE = "BOCANCEL")
          AND FUNCTION TRIM(F3) = SPACES
          MOVE "0" TO F3
       END-IF
  *> Quantity may be signed: ADJUST lines (shrink corrections,
  *> cycle-count write-downs) carry negative quantities.
       MOVE F3 TO WS-TXT
       PERFORM CHECK-SIGNED-NUMERIC
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F3) TO TX-QTY
       ELSE
          DISPLAY "WARNING: TX bad Qty: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          MOVE "Bad quantity" TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       MOVE F4 TO WS-TXT
       PERFORM CHECK-DECIMAL
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F4) TO TX-UPRICE
       ELSE
          MOVE 0 TO TX-UPRICE
       END-IF
       MOVE FUNCTION TRIM(F5) TO TX-NAME
       MOVE F6 TO WS-TXT
       PERFORM CHECK-DECIMAL
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F6) TO TX-UCOST
       ELSE
          MOVE 0 TO TX-UCOST
       END-IF
       IF FUNCTION TRIM(F7) = SPACES
          MOVE "MAIN" TO TX-BIN
          MOVE "N" TO TX-BIN-GIVEN
       ELSE
          MOVE FUNCTION TRIM(F7) TO TX-BIN
          MOVE "Y" TO TX-BIN-GIVEN
       END-IF
       MOVE FUNCTION TRIM(F8) TO TX-TOBIN

  *> Optional transaction date (CCYYMMDD); defaults to run date
       IF FUNCTION TRIM(F9) = SPACES
          MOVE RUN-DATE TO TX-DATE
       ELSE
          MOVE F9 TO WS-TXT
          PERFORM CHECK-NUMERIC
          IF NUM-OK = "Y"
             AND FUNCTION LENGTH(FUNCTION TRIM(F9)) = 8
             MOVE FUNCTION NUMVAL(F9) TO TX-DATE
          ELSE
             DISPLAY "WARNING: TX bad Date: " TX-LINE
             ADD 1 TO TOTAL-ERRORS
             MOVE "Bad transaction date (want CCYYMMDD)"
                 TO REJECT-REASON
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
          END-IF
       END-IF

  *> Optional lot number and expiry date (CCYYMMDD) for dated
  *> goods - carried on RESTOCK/ADJUST receipts into the cost layer
       MOVE FUNCTION TRIM(F10) TO TX-LOT
       IF FUNCTION TRIM(F11) = SPACES
          MOVE 0 TO TX-EXPIRY
       ELSE
          MOVE F11 TO WS-TXT
          PERFORM CHECK-NUMERIC
          IF NUM-OK = "Y"
             AND FUNCTION LENGTH(FUNCTION TRIM(F11)) = 8
             MOVE FUNCTION NUMVAL(F11) TO TX-EXPIRY
          ELSE
             DISPLAY "WARNING: TX bad Expiry: " TX-LINE
             ADD 1 TO TOTAL-ERRORS
             MOVE "Bad expiry date (want CCYYMMDD)"
                 TO REJECT-REASON
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
          END-IF
       END-IF

  *> Optional channel / customer code (column 12), split on "/"
       MOVE SPACES TO TX-CHANNEL
       MOVE SPACES TO TX-CUSTOMER
       IF FUNCTION TRIM(F12) NOT = SPACES
          UNSTRING F12 DELIMITED BY "/"
             INTO TX-CHANNEL TX-CUSTOMER
          END-UNSTRING
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-CHANNEL))
            TO TX-CHANNEL
          MOVE FUNCTION TRIM(TX-CUSTOMER) TO TX-CUSTOMER
       END-IF

  *> Optional purchase-order number (column 13) on RESTOCK lines
       MOVE FUNCTION TRIM(F13) TO TX-PONUM

  *> Optional salesperson employee ID (column 16)
       MOVE FUNCTION TRIM(F16) TO TX-SALESREP

  *> Optional unit of measure (column 14): EA (default) or CS.
  *> Case quantities (and per-case money) convert to eaches here,
  *> using the SKU's case-pack factor from the supplier catalog.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F14)) TO TX-UOM
       MOVE 0 TO TX-CASES
       MOVE "EA" TO LEDGER-UOM-TXT
       EVALUATE TX-UOM
          WHEN SPACES
          WHEN "EA"
          WHEN "EACH"
             MOVE "EA" TO TX-UOM
          WHEN "CS"
          WHEN "CASE"
             MOVE "CS" TO TX-UOM
             MOVE 0 TO UOM-PACK
             PERFORM VARYING SUP-IX FROM 1 BY 1
                     UNTIL SUP-IX > SUP-COUNT
                IF SUP-SKU (SUP-IX) = TX-SKU
                   MOVE SUP-PACK-SIZE (SUP-IX) TO UOM-PACK
                   EXIT PERFORM
                END-IF
             END-PERFORM
             IF UOM-PACK <= 1
                DISPLAY "WARNING: No case-pack factor for " TX-SKU
                ADD 1 TO TOTAL-ERRORS
                MOVE "No case-pack factor in supplier catalog"
                    TO REJECT-REASON
                PERFORM WRITE-REJECT-LINE
                EXIT PARAGRAPH
             END-IF
             MOVE TX-QTY TO TX-CASES
             COMPUTE TX-QTY = TX-QTY * UOM-PACK
             IF TX-UPRICE NOT = 0
                COMPUTE TX-UPRICE ROUNDED = TX-UPRICE / UOM-PACK
             END-IF
             IF TX-UCOST NOT = 0
                COMPUTE TX-UCOST ROUNDED = TX-UCOST / UOM-PACK
             END-IF
             MOVE SPACES TO LEDGER-UOM-TXT
             MOVE TX-CASES TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             MOVE FMT-TEXT TO RC-QTY-TXT
             MOVE TX-QTY TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             STRING FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
                    "CS="                     DELIMITED BY SIZE
                    FUNCTION TRIM(FMT-TEXT)   DELIMITED BY SIZE
                    "EA"                      DELIMITED BY SIZE
               INTO LEDGER-UOM-TXT
             END-STRING
          WHEN OTHER
             DISPLAY "WARNING: TX bad unit of measure: " TX-LINE
             ADD 1 TO TOTAL-ERRORS
             MOVE "Unit of measure must be EA or CS"
                 TO REJECT-REASON
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
       END-EVALUATE

  *> Apply only transactions inside the FROM/TO window; lines
  *> outside it are skipped, not rejected - they belong to another
  *> period's run.
       IF (P-FROM-DATE > 0 AND TX-DATE < P-FROM-DATE)
          OR (P-TO-DATE > 0 AND TX-DATE > P-TO-DATE)
          ADD 1 TO TOTAL-SKIPPED
          EXIT PARAGRAPH
       END-IF

  *> Posting lock: nothing may land in a period finance has closed
       IF CLOSED-THRU > 0 AND TX-DATE <= CLOSED-THRU
          DISPLAY "WARNING: TX dated in a closed period: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          MOVE SPACES TO REJECT-REASON
          STRING "Date falls in a closed period (closed through "
                 CLOSED-THRU-TXT ")" DELIMITED BY SIZE
            INTO REJECT-REASON
          END-STRING
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF

       MOVE 0 TO TX-VALUE-DELTA
       MOVE SPACES TO LEDGER-LOT-TXT
       MOVE SPACES TO LEDGER-SERIAL-TXT
       MOVE SPACES TO LEDGER-TAXCODE-TXT
       MOVE SPACES TO LEDGER-TAX-TXT

  *> Validate type
       IF TX-TYPE NOT = "SALE"
       AND TX-TYPE NOT = "RESTOCK"
       AND TX-TYPE NOT = "ADJUST"
       AND TX-TYPE NOT = "TRANSFER"
       AND TX-TYPE NOT = "RESERVE"
       AND TX-TYPE NOT = "UNRESERVE"
       AND TX-TYPE NOT = "RETURN"
       AND TX-TYPE NOT = "RTV"
       AND TX-TYPE NOT = "SHIP"
       AND TX-TYPE NOT = "RECEIVE-TRANSFER"
       AND TX-TYPE NOT = "PAYMENT"
       AND TX-TYPE NOT = "HOLD"
       AND TX-TYPE NOT = "RELEASE"
       AND TX-TYPE NOT = "SCRAP"
       AND TX-TYPE NOT = "BOCANCEL"
          DISPLAY "WARNING: Unknown TX TYPE: " TX-TYPE
          ADD 1 TO TOTAL-ERRORS
          MOVE "Unknown transaction type" TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF

  *> Customer cash touches receivables only, never a stock row
       IF TX-TYPE = "PAYMENT"
          PERFORM APPLY-AR-PAYMENT
          EXIT PARAGRAPH
       END-IF

  *> Quarantine changes status only; no stock row moves
       IF TX-TYPE = "HOLD" OR TX-TYPE = "RELEASE"
          PERFORM APPLY-QUALITY-HOLD
          EXIT PARAGRAPH
       END-IF

  *> A backorder cancel touches the open backorders only
       IF TX-TYPE = "BOCANCEL"
          PERFORM CANCEL-BACKORDER
          EXIT PARAGRAPH
       END-IF

  *> A credit customer may not buy past their credit limit
       IF TX-TYPE = "SALE" AND CM-COUNT > 0
          AND FUNCTION TRIM(TX-CUSTOMER) NOT = SPACES
          PERFORM CHECK-CREDIT-LIMIT
          IF REJECT-REASON NOT = SPACES
             DISPLAY "WARNING: SALE over credit limit for customer "
                     FUNCTION TRIM(TX-CUSTOMER) ": " TX-LINE
             ADD 1 TO TOTAL-ERRORS
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
          END-IF
       END-IF

  *> A SALE of a kit SKU never touches a stock row of its own -
  *> it explodes into its components instead.
       IF TX-TYPE = "SALE" AND KIT-COUNT > 0
          PERFORM CHECK-KIT-SKU
          IF KIT-IS-KIT = "Y"
             PERFORM PROCESS-KIT-SALE
             EXIT PARAGRAPH
          END-IF
       END-IF

  *> With a bin master, a receipt keyed without a bin is put away
  *> where the master suggests, and no receipt or transfer may
  *> overfill its bin (BINCHECK=REJECT) or does so with a warning.
       IF BM-COUNT > 0
          IF TX-BIN-GIVEN = "N"
             AND (TX-TYPE = "RESTOCK" OR TX-TYPE = "RECEIVE-TRANSFER")
             AND TX-QTY > 0
             PERFORM SUGGEST-PUTAWAY-BIN
          END-IF
          MOVE SPACES TO BN-BIN
          EVALUATE TRUE
             WHEN TX-TYPE = "RESTOCK" AND TX-QTY > 0
                MOVE TX-BIN TO BN-BIN
             WHEN TX-TYPE = "TRANSFER" AND TX-QTY > 0
                AND FUNCTION TRIM(TX-TOBIN) NOT = SPACES
                MOVE TX-TOBIN TO BN-BIN
          END-EVALUATE
          IF BN-BIN NOT = SPACES
             MOVE TX-SKU TO BN-SKU
             MOVE TX-QTY TO BN-QTY
             PERFORM CHECK-BIN-CAPACITY
             IF REJECT-REASON NOT = SPACES
                IF P-BINCHECK = "REJECT"
                   DISPLAY "WARNING: Bin check failed for " TX-SKU ": "
                           FUNCTION TRIM(REJECT-REASON)
                   ADD 1 TO TOTAL-ERRORS
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
                END-IF
                DISPLAY "WARNING: " FUNCTION TRIM(TX-TYPE) " "
                        FUNCTION TRIM(TX-SKU) " into "
                        FUNCTION TRIM(BN-BIN) ": "
                        FUNCTION TRIM(REJECT-REASON)
                MOVE SPACES TO REJECT-REASON
             END-IF
          END-IF
       END-IF

  *> A transfer receipt must cite an open shipment to this
  *> location; the shipment also names and costs a new row.
       IF TX-TYPE = "RECEIVE-TRANSFER"
          PERFORM FIND-TRANSIT-SHIPMENT
          IF REJECT-REASON NOT = SPACES
             DISPLAY "WARNING: Transfer receipt rejected for " TX-SKU
                     ": " FUNCTION TRIM(REJECT-REASON)
             ADD 1 TO TOTAL-ERRORS
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
          END-IF
       END-IF

  *> Find SKU (matched on SKU + Bin; TRANSFER moves stock between
  *> bins, so the same SKU may live in more than one row)
       PERFORM FIND-SKU
       IF FOUND = "N"
          IF TX-TYPE = "RESTOCK" OR TX-TYPE = "RETURN"
             OR TX-TYPE = "RECEIVE-TRANSFER"
             IF INV-SIZE >= MAX-SIZE
                DISPLAY "ERROR: Cannot add new SKU, MAX reached: "
                        TX-SKU
                ADD 1 TO TOTAL-ERRORS
                MOVE "Cannot add new SKU, MAX capacity reached"
                    TO REJECT-REASON
                PERFORM WRITE-REJECT-LINE
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO INV-SIZE
             MOVE TX-SKU       TO SKU(INV-SIZE)
             MOVE TX-BIN       TO BIN(INV-SIZE)
             IF FUNCTION TRIM(TX-NAME) = SPACES
                MOVE "UNKNOWN" TO NAME(INV-SIZE)
             ELSE
                MOVE TX-NAME   TO NAME(INV-SIZE)
             END-IF
             MOVE 0           TO QTY(INV-SIZE)
             IF TX-UCOST > 0
                MOVE TX-UCOST TO UNIT-COST(INV-SIZE)
             ELSE
                MOVE 0        TO UNIT-COST(INV-SIZE)
             END-IF
             IF TX-TYPE = "RECEIVE-TRANSFER"
                MOVE IT-MATCH-NAME TO NAME(INV-SIZE)
                MOVE IT-MATCH-COST TO UNIT-COST(INV-SIZE)
             END-IF
             IF P-REORDER > 0
                MOVE P-REORDER TO REORDER-PT(INV-SIZE)
             ELSE
                MOVE 0         TO REORDER-PT(INV-SIZE)
             END-IF
             MOVE TX-DATE TO LAST-MOVE(INV-SIZE)
             MOVE TX-LOT TO LOT(INV-SIZE)
             MOVE TX-EXPIRY TO EXPIRY(INV-SIZE)
             IF P-MODE = "RECONCILE"
                MOVE 0 TO BEG-QTY(INV-SIZE)
                MOVE 0 TO RECON-SALES-QTY(INV-SIZE)
                MOVE 0 TO RECON-RESTOCK-QTY(INV-SIZE)
                MOVE 0 TO RECON-ADJUST-QTY(INV-SIZE)
             END-IF
             MOVE INV-SIZE TO IDX
          ELSE
             DISPLAY "WARNING: Unknown SKU in TX (ignored): " TX-SKU
             ADD 1 TO TOTAL-ERRORS
             MOVE "Unknown SKU (not found in inventory)"
                 TO REJECT-REASON
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
          END-IF
       END-IF

       MOVE QTY(IDX) TO OLD-QTY
       MOVE UNIT-COST(IDX) TO OLD-UNIT-COST

  *> Serialized SKUs: the line must name one serial per unit, and
  *> each must be where the line says it is, before anything posts.
       PERFORM CHECK-SERIALIZED-SKU
       IF SN-SERIALIZED = "Y"
          PERFORM VALIDATE-TX-SERIALS
          IF REJECT-REASON NOT = SPACES
             DISPLAY "WARNING: Serial check failed for " TX-SKU ": "
                     FUNCTION TRIM(REJECT-REASON)
             ADD 1 TO TOTAL-ERRORS
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
          END-IF
       END-IF

  *> Apply transaction
       EVALUATE TX-TYPE
         WHEN "SALE"
           IF TX-QTY <= 0
              DISPLAY "WARNING: SALE qty must be > 0 for " TX-SKU
              ADD 1 TO TOTAL-ERRORS
              MOVE "SALE quantity must be greater than zero"
                  TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           ELSE
  *> Availability is ATP (Qty minus other parties' reservations);
  *> a SALE naming its reservation in the Name column may also
  *> draw down its own pledge.
              MOVE IDX TO ATP-IDX
              PERFORM COMPUTE-ROW-ATP
              MOVE 0 TO RES-SLOT
              IF FUNCTION TRIM(TX-NAME) NOT = SPACES
                 PERFORM FIND-RESERVATION
              END-IF
              MOVE ROW-ATP TO SALE-AVAIL
              IF RES-SLOT > 0
                 ADD RES-QTY (RES-SLOT) TO SALE-AVAIL
              END-IF
              IF SALE-AVAIL < TX-QTY
                 IF (P-BACKORDER = "YES" OR P-BACKORDER = "Y")
                    AND SN-SERIALIZED = "N"
                    PERFORM RECORD-BACKORDER
                    IF PICK-WANTED = "Y" AND BO-REMAINDER > 0
                       MOVE TX-SKU TO PKA-SKU
                       MOVE TX-BIN TO PKA-BIN
                       MOVE 0 TO PKA-QTY
                       MOVE BO-REMAINDER TO PKA-SHORT
                       PERFORM ACCUMULATE-PICK
                    END-IF
                    IF TX-QTY <= 0
                       ADD 1 TO TOTAL-LINES
                       EXIT PARAGRAPH
                    END-IF
                 ELSE
                    DISPLAY "WARNING: SALE exceeds available stock "
                            "(ATP) for " TX-SKU
                    ADD 1 TO TOTAL-ERRORS
                    MOVE "SALE quantity exceeds available-to-promise"
                        TO REJECT-REASON
                    PERFORM WRITE-REJECT-LINE
                    IF PICK-WANTED = "Y"
                       MOVE TX-SKU TO PKA-SKU
                       MOVE TX-BIN TO PKA-BIN
                       MOVE 0 TO PKA-QTY
                       MOVE TX-QTY TO PKA-SHORT
                       PERFORM ACCUMULATE-PICK
                    END-IF
                    PERFORM MEMBER-STATUS-FROM-TX
                    MOVE "SHORTPICK" TO MS-STATUS
                    MOVE TX-QTY TO MS-QTY
                    PERFORM WRITE-MEMBER-STATUS
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              IF PICK-WANTED = "Y"
                 MOVE TX-SKU TO PKA-SKU
                 MOVE TX-BIN TO PKA-BIN
                 MOVE TX-QTY TO PKA-QTY
                 MOVE 0 TO PKA-SHORT
                 PERFORM ACCUMULATE-PICK
              END-IF
  *> Consume the named reservation (down to zero) as the stock ships
              IF RES-SLOT > 0
                 IF RES-QTY (RES-SLOT) >= TX-QTY
                    MOVE TX-QTY TO RES-CONSUME
                 ELSE
                    MOVE RES-QTY (RES-SLOT) TO RES-CONSUME
                 END-IF
                 SUBTRACT RES-CONSUME FROM RES-QTY (RES-SLOT)
              END-IF
  *> A below-cost price is applied but flagged to the warning
  *> stream so pricing errors surface instead of hiding in margin.
              IF TX-UPRICE < UNIT-COST(IDX)
                 ADD 1 TO BELOW-COST-COUNT
                 DISPLAY "WARNING: SALE priced below cost for "
                         TX-SKU
                 MOVE "WARNING ONLY (applied): price below unit cost"
                     TO REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              END-IF
              MOVE RELIEF-COST TO CHA-COGS
              PERFORM ACCUMULATE-CHANNEL-SALE
              COMPUTE TX-VALUE-DELTA = 0 - RELIEF-COST
              PERFORM MEMBER-STATUS-FROM-TX
              MOVE "SHIPPED" TO MS-STATUS
              MOVE TX-QTY TO MS-QTY
              PERFORM WRITE-MEMBER-STATUS
           END-IF
         WHEN "RESTOCK"
           IF TX-QTY <= 0
              MOVE TX-SKU TO RL-SKU
              MOVE TX-BIN TO RL-BIN
              COMPUTE RL-QTY = 0 - TX-QTY
              MOVE "Y" TO RL-HELD-OK
              PERFORM RELIEVE-COST-LAYERS
              MOVE "N" TO RL-HELD-OK
              MOVE RL-LOTS-USED TO LEDGER-LOT-TXT
              COMPUTE TX-VALUE-DELTA = 0 - RELIEF-COST
              ADD RELIEF-COST TO TOTAL-SHRINK-VALUE
           ADD TX-QTY TO TOTAL-RETURN-QTY
           COMPUTE TOTAL-RETURN-REFUND =
               TOTAL-RETURN-REFUND + (TX-UPRICE * TX-QTY)
  *> The refund gives back the tax collected on it
           IF TR-COUNT > 0
              COMPUTE TAX-BASE = TX-UPRICE * TX-QTY
              PERFORM APPLY-SALES-TAX
           END-IF
           IF TX-UCOST > 0
              MOVE TX-UCOST TO RETURN-COST
           ELSE
                  TOTAL-RETURN-SCRAP + (TX-QTY * RETURN-COST)
              MOVE TX-LOT TO LEDGER-LOT-TXT
           END-IF
  *> A return against a rep's sale claws the commission back: the
  *> refund comes off their sales value and the sale's margin off
  *> their margin, whether the goods are restocked or scrapped
           IF P-MODE = "PROCESS"
              AND FUNCTION TRIM(P-COMMISSION-PATH) NOT = SPACES
              AND FUNCTION TRIM(TX-SALESREP) NOT = SPACES
              COMPUTE COMM-QTY = 0 - TX-QTY
              COMPUTE COMM-VALUE = 0 - (TX-UPRICE * TX-QTY)
              COMPUTE COMM-COST = 0 - (TX-QTY * RETURN-COST)
              COMPUTE COMM-LIST = 0 - (TX-QTY * LIST-PRICE(IDX))
              PERFORM APPEND-COMMISSION-LINE
           END-IF
         WHEN "RTV"
           IF TX-QTY <= 0
              DISPLAY "WARNING: RTV qty must be > 0 for " TX-SKU
              ADD 1 TO TOTAL-ERRORS
              MOVE "RTV quantity must be greater than zero"
                  TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(F12) TO RTV-VENDOR-IN
           IF FUNCTION TRIM(TX-NAME) = SPACES OR RTV-VENDOR-IN = SPACES
              DISPLAY "WARNING: RTV needs an RTV number and vendor for "
                      TX-SKU
              ADD 1 TO TOTAL-ERRORS
              MOVE "RTV requires an RTV number (Name) and VendorID (col 12)"
                  TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TX-LOT) = SPACES AND QH-COUNT > 0
              MOVE IDX TO ATP-IDX
              PERFORM COMPUTE-ROW-HELD
              IF QTY(IDX) - ROW-HELD < TX-QTY
                 DISPLAY "WARNING: RTV exceeds unheld stock for "
                         TX-SKU
                 ADD 1 TO TOTAL-ERRORS
                 MOVE "RTV quantity exceeds stock not on quality hold"
                     TO REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF QTY(IDX) < TX-QTY
              DISPLAY "WARNING: RTV exceeds stock for " TX-SKU
              ADD 1 TO TOTAL-ERRORS
              MOVE "RTV quantity exceeds stock on hand"
                  TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF
  *> The named lot must itself hold the units going back
           IF FUNCTION TRIM(TX-LOT) NOT = SPACES
              PERFORM SUM-LOT-LAYERS
              IF LOT-LAYER-QTY < TX-QTY
                 DISPLAY "WARNING: RTV exceeds lot stock for " TX-SKU
                         " lot " FUNCTION TRIM(TX-LOT)
                 ADD 1 TO TOTAL-ERRORS
                 MOVE "RTV quantity exceeds the lot's stock in this bin"
                     TO REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF RTV-COUNT >= 2000
              DISPLAY "WARNING: RTV table full; rejecting " TX-SKU
              ADD 1 TO TOTAL-ERRORS
              MOVE "RTV table full (max 2000)" TO REJECT-REASON
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF
           SUBTRACT TX-QTY FROM QTY(IDX)
           SUBTRACT TX-QTY FROM RECON-ADJUST-QTY(IDX)
           ADD TX-QTY TO TOTAL-RTV-QTY
  *> The goods go back at what they cost us: that lot's layers
           MOVE TX-SKU TO RL-SKU
           MOVE TX-BIN TO RL-BIN
           MOVE TX-QTY TO RL-QTY
           MOVE TX-LOT TO RL-LOT
           PERFORM RELIEVE-COST-LAYERS
           MOVE SPACES TO RL-LOT
           MOVE RL-LOTS-USED TO LEDGER-LOT-TXT
           ADD RELIEF-COST TO TOTAL-RTV-VALUE
           COMPUTE TX-VALUE-DELTA = 0 - RELIEF-COST
           PERFORM RECORD-RTV
         WHEN "SHIP"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-TOBIN)) TO IT-DEST
           EVALUATE TRUE
              WHEN TX-QTY <= 0
                 MOVE "SHIP quantity must be greater than zero"
                     TO REJECT-REASON
              WHEN FUNCTION TRIM(P-LOCATION) = SPACES
                   OR FUNCTION TRIM(P-TRANSIT-PATH) = SPACES
                 MOVE "SHIP requires LOCATION= and INTRANSIT="
                     TO REJECT-REASON
              WHEN FUNCTION TRIM(TX-NAME) = SPACES
                   OR IT-DEST = SPACES
                 MOVE "SHIP needs a shipment number (Name) and ToBin location"
                     TO REJECT-REASON
              WHEN IT-DEST = P-LOCATION
                 MOVE "SHIP destination is this location"
                     TO REJECT-REASON
              WHEN QTY(IDX) < TX-QTY
                 MOVE "SHIP quantity exceeds stock on hand"
                     TO REJECT-REASON
              WHEN IT-COUNT >= 5000
                 MOVE "In-transit table full (max 5000)"
                     TO REJECT-REASON
              WHEN OTHER
                 MOVE SPACES TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON = SPACES
              AND FUNCTION TRIM(TX-LOT) NOT = SPACES
              PERFORM SUM-LOT-LAYERS
              IF LOT-LAYER-QTY < TX-QTY
                 MOVE "SHIP quantity exceeds the lot's stock in this bin"
                     TO REJECT-REASON
              END-IF
           END-IF
  *> Quarantined stock does not leave the building
           IF REJECT-REASON = SPACES AND QH-COUNT > 0
              PERFORM CHECK-TX-STOCK-HELD
           END-IF
           IF REJECT-REASON NOT = SPACES
              DISPLAY "WARNING: SHIP rejected for " TX-SKU ": "
                      FUNCTION TRIM(REJECT-REASON)
              ADD 1 TO TOTAL-ERRORS
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF
           SUBTRACT TX-QTY FROM QTY(IDX)
           SUBTRACT TX-QTY FROM RECON-ADJUST-QTY(IDX)
           ADD TX-QTY TO TOTAL-SHIP-QTY
  *> Each layer piece relieved goes into transit as it stands -
  *> same lot, expiry, cost and receipt date.
           MOVE TX-SKU TO RL-SKU
           MOVE TX-BIN TO RL-BIN
           MOVE TX-QTY TO RL-QTY
           MOVE TX-LOT TO RL-LOT
           MOVE "Y" TO IT-CAPTURE
           PERFORM RELIEVE-COST-LAYERS
           MOVE "N" TO IT-CAPTURE
           MOVE SPACES TO RL-LOT
           IF RL-REMAINING > 0
              MOVE SPACES          TO IT-P-LOT
              MOVE 0               TO IT-P-EXPIRY
              MOVE RL-REMAINING    TO IT-P-QTY
              MOVE UNIT-COST(IDX)  TO IT-P-COST
              MOVE TX-DATE         TO IT-P-LAYER-DATE
              PERFORM ADD-TRANSIT-PIECE
           END-IF
           MOVE RL-LOTS-USED TO LEDGER-LOT-TXT
           ADD RELIEF-COST TO TOTAL-SHIP-VALUE
           COMPUTE TX-VALUE-DELTA = 0 - RELIEF-COST
         WHEN "SCRAP"
  *> Only stock on quality hold is scrapped this way; it leaves at
  *> its layer cost and the write-off goes to shrink.
           PERFORM FIND-SCRAP-HOLD
           IF REJECT-REASON = SPACES AND TX-QTY = 0
              MOVE QH-AVAIL TO TX-QTY
           END-IF
           IF REJECT-REASON = SPACES
              AND (TX-QTY <= 0 OR TX-QTY > QH-AVAIL)
              MOVE "SCRAP quantity exceeds the stock on hold"
                  TO REJECT-REASON
           END-IF
           IF REJECT-REASON NOT = SPACES
              DISPLAY "WARNING: SCRAP rejected for " TX-SKU ": "
                      FUNCTION TRIM(REJECT-REASON)
              ADD 1 TO TOTAL-ERRORS
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF
           SUBTRACT TX-QTY FROM QTY(IDX)
           SUBTRACT TX-QTY FROM RECON-ADJUST-QTY(IDX)
           ADD TX-QTY TO TOTAL-QA-SCRAP-QTY
           MOVE TX-SKU TO RL-SKU
           MOVE TX-BIN TO RL-BIN
           MOVE TX-QTY TO RL-QTY
           MOVE TX-LOT TO RL-LOT
           MOVE "Y" TO RL-HELD-OK
           PERFORM RELIEVE-COST-LAYERS
           MOVE "N" TO RL-HELD-OK
           MOVE SPACES TO RL-LOT
           MOVE RL-LOTS-USED TO LEDGER-LOT-TXT
           ADD RELIEF-COST TO TOTAL-QA-SCRAP-VALUE
           COMPUTE TX-VALUE-DELTA = 0 - RELIEF-COST
           PERFORM CLOSE-EMPTY-HOLD
         WHEN "RECEIVE-TRANSFER"
  *> The shipment's pieces come in in the order they went out; a
  *> short count leaves the tail pieces unreceived, an over count
  *> comes in at the shipment's average cost.
           MOVE TX-QTY TO IT-REMAINING
           MOVE 0 TO IT-RECV-VALUE
           MOVE 0 TO IT-OVER-VALUE
           MOVE SPACES TO IT-LAST-LOT
           MOVE 0 TO IT-LAST-EXPIRY
           PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
              IF IT-SHIP (IT-IX) = TX-NAME
                 AND IT-SKU (IT-IX) = TX-SKU
                 AND IT-TO (IT-IX) = P-LOCATION
                 AND IT-STATE (IT-IX) = "OPEN"
                 PERFORM RECEIVE-TRANSIT-PIECE
              END-IF
           END-PERFORM
           COMPUTE IT-SHORT-VALUE = IT-MATCH-VALUE - IT-RECV-VALUE
           IF IT-REMAINING > 0
              MOVE TX-SKU         TO AL-SKU
              MOVE TX-BIN         TO AL-BIN
              MOVE IT-REMAINING   TO AL-QTY
              MOVE IT-MATCH-COST  TO AL-COST
              MOVE TX-DATE        TO AL-DATE
              MOVE IT-LAST-LOT    TO AL-LOT
              MOVE IT-LAST-EXPIRY TO AL-EXPIRY
              PERFORM ADD-COST-LAYER
              COMPUTE IT-OVER-VALUE = IT-REMAINING * IT-MATCH-COST
           END-IF
           IF IT-LAST-LOT NOT = SPACES
              MOVE IT-LAST-LOT    TO LOT(IDX)
              MOVE IT-LAST-EXPIRY TO EXPIRY(IDX)
           END-IF
           ADD TX-QTY TO QTY(IDX)
           ADD TX-QTY TO RECON-ADJUST-QTY(IDX)
           ADD TX-QTY TO TOTAL-XFER-IN-QTY
           ADD IT-RECV-VALUE TO TOTAL-XFER-IN-VALUE
           ADD IT-SHORT-VALUE TO TOTAL-XFER-SHORT
           ADD IT-OVER-VALUE TO TOTAL-XFER-OVER
           COMPUTE TX-VALUE-DELTA = IT-RECV-VALUE + IT-OVER-VALUE
           PERFORM RECORD-TRANSFER-RECEIPT
         WHEN "RESERVE"
           IF TX-QTY <= 0
              DISPLAY "WARNING: RESERVE qty must be > 0 for " TX-SKU
              PERFORM WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF
           IF QH-COUNT > 0
              PERFORM CHECK-TX-STOCK-HELD
              IF REJECT-REASON NOT = SPACES
                 DISPLAY "WARNING: TRANSFER rejected for " TX-SKU ": "
                         FUNCTION TRIM(REJECT-REASON)
                 ADD 1 TO TOTAL-ERRORS
                 PERFORM WRITE-REJECT-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM FIND-TOBIN
           IF TOFOUND = "N"
              DISPLAY "ERROR: Cannot add destination bin, MAX reached: "
           PERFORM ADD-COST-LAYER
           MOVE TX-DATE TO LAST-MOVE(IDX)
           MOVE TX-DATE TO LAST-MOVE(TOIDX)
           IF SN-SERIALIZED = "Y"
              PERFORM APPLY-TX-SERIALS
           END-IF
           IF LEDGER-OPEN = "Y"
              MOVE TX-BIN TO LEDGER-BIN
              PERFORM WRITE-LEDGER-LINE
           EXIT PARAGRAPH
       END-EVALUATE

       ADD TX-VALUE-DELTA TO RUNNING-INV-VALUE
       MOVE 0 TO TX-VALUE-DELTA

       IF SN-SERIALIZED = "Y"
          PERFORM APPLY-TX-SERIALS
       END-IF

       IF LEDGER-OPEN = "Y"
          MOVE TX-BIN TO LEDGER-BIN
          PERFORM WRITE-LEDGER-LINE
       END-IF
       MOVE SPACES TO LEDGER-SERIAL-TXT

       MOVE TX-DATE TO LAST-MOVE(IDX)
       PERFORM ACCUMULATE-DAY-MOVEMENT
       ADD 1 TO TOTAL-LINES
       IF TX-TYPE = "RESTOCK"
          AND (P-BACKORDER = "YES" OR P-BACKORDER = "Y")
          AND BO-COUNT > 0
          PERFORM FULFILL-BACKORDERS
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the kit definitions (KitSKU,ComponentSKU,QtyPer).
  *> -----------------------------------------------------------
   LOAD-KITS.
       MOVE 0 TO KIT-COUNT
       OPEN INPUT KITS-FILE
       IF KITS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open KITS file: " P-KITS-PATH
                  " (status=" KITS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ KITS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE KITS-REC TO TX-LINE
                PERFORM PARSE-KIT-LINE
          END-READ
       END-PERFORM
       CLOSE KITS-FILE
       EXIT PARAGRAPH.

   PARSE-KIT-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       MOVE F3 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF FUNCTION TRIM(F1) = SPACES
          OR FUNCTION TRIM(F2) = SPACES
          OR NUM-OK NOT = "Y"
          OR FUNCTION NUMVAL(F3) <= 0
          DISPLAY "WARNING: Bad kit line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF KIT-COUNT >= 500
          DISPLAY "ERROR: Too many kit lines (max 500)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO KIT-COUNT
       MOVE FUNCTION TRIM(F1) TO KIT-SKU (KIT-COUNT)
       MOVE FUNCTION TRIM(F2) TO KIT-COMP-SKU (KIT-COUNT)
       MOVE FUNCTION NUMVAL(F3) TO KIT-QTY-PER (KIT-COUNT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the landed-cost invoices (Reference,Amount,Basis).
  *> Reference is the receipt's lot number; Basis defaults to
  *> VALUE and may be QTY.
  *> -----------------------------------------------------------
   LOAD-LANDED-COSTS.
       MOVE 0 TO LC-COUNT
       OPEN INPUT LANDED-FILE
       IF LANDED-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open LANDED file: " P-LANDED-PATH
                  " (status=" LANDED-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ LANDED-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE LANDED-REC TO TX-LINE
                PERFORM PARSE-LANDED-LINE
          END-READ
       END-PERFORM
       CLOSE LANDED-FILE
       EXIT PARAGRAPH.

   PARSE-LANDED-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9 F10 F11
       PERFORM SPLIT-CSV-LINE
       MOVE F2 TO WS-TXT
       PERFORM CHECK-DECIMAL
       IF FUNCTION TRIM(F1) = SPACES OR NUM-OK NOT = "Y"
          DISPLAY "WARNING: Bad landed-cost line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF LC-COUNT >= 500
          DISPLAY "ERROR: Too many landed-cost lines (max 500)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO LC-COUNT
       MOVE FUNCTION TRIM(F1) TO LC-REF (LC-COUNT)
       MOVE FUNCTION NUMVAL(F2) TO LC-AMOUNT (LC-COUNT)
       EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(F3))
          WHEN "QTY"
          WHEN "QUANTITY"
             MOVE "QTY" TO LC-BASIS (LC-COUNT)
          WHEN OTHER
             MOVE "VALUE" TO LC-BASIS (LC-COUNT)
       END-EVALUATE
       MOVE "N" TO LC-APPLIED (LC-COUNT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Spread each still-unapplied landed-cost amount across the
  *> referenced lot's open layers, pro-rata by the chosen basis,
  *> by raising the layers' unit costs. The uplift rolls into
  *> TOTAL-RESTOCK-VALUE (the AP side of the journal) and the
  *> running valuation, so everything still ties out.
  *> -----------------------------------------------------------
   APPLY-LANDED-COSTS.
       PERFORM VARYING LC-IX FROM 1 BY 1 UNTIL LC-IX > LC-COUNT
          IF LC-APPLIED (LC-IX) = "N"
             PERFORM APPLY-ONE-LANDED-COST
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

   APPLY-ONE-LANDED-COST.
       MOVE 0 TO LC-TOT-QTY
       MOVE 0 TO LC-TOT-VALUE
       PERFORM VARYING LC-SCAN FROM 1 BY 1
               UNTIL LC-SCAN > LAYER-COUNT
          IF LAYER-LOT (LC-SCAN) = LC-REF (LC-IX)
             AND LAYER-QTY (LC-SCAN) > 0
             ADD LAYER-QTY (LC-SCAN) TO LC-TOT-QTY
             COMPUTE LC-TOT-VALUE =
                 LC-TOT-VALUE
                 + (LAYER-QTY (LC-SCAN) * LAYER-COST (LC-SCAN))
          END-IF
       END-PERFORM
       IF LC-TOT-QTY <= 0
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING LC-SCAN FROM 1 BY 1
               UNTIL LC-SCAN > LAYER-COUNT
          IF LAYER-LOT (LC-SCAN) = LC-REF (LC-IX)
             AND LAYER-QTY (LC-SCAN) > 0
             IF LC-BASIS (LC-IX) = "QTY" OR LC-TOT-VALUE = 0
                COMPUTE LC-SHARE ROUNDED =
                    LC-AMOUNT (LC-IX)
                    * LAYER-QTY (LC-SCAN) / LC-TOT-QTY
             ELSE
                COMPUTE LC-SHARE ROUNDED =
                    LC-AMOUNT (LC-IX)
                    * (LAYER-QTY (LC-SCAN) * LAYER-COST (LC-SCAN))
                    / LC-TOT-VALUE
             END-IF
             COMPUTE LC-UPLIFT ROUNDED =
                 LC-SHARE / LAYER-QTY (LC-SCAN)
             ADD LC-UPLIFT TO LAYER-COST (LC-SCAN)
          END-IF
       END-PERFORM
       ADD LC-AMOUNT (LC-IX) TO TOTAL-RESTOCK-VALUE
       ADD LC-AMOUNT (LC-IX) TO TOTAL-LANDED-VALUE
       ADD LC-AMOUNT (LC-IX) TO RUNNING-INV-VALUE
       MOVE "Y" TO LC-APPLIED (LC-IX)
       MOVE LC-AMOUNT (LC-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       DISPLAY "INFO: Landed cost " FUNCTION TRIM(FMT-TEXT)
               " allocated to lot " FUNCTION TRIM(LC-REF (LC-IX))
               " (" FUNCTION TRIM(LC-BASIS (LC-IX)) " basis)"
       EXIT PARAGRAPH.

  *> Helper: any landed-cost reference still unapplied after both
  *> passes names a lot with no open stock - flag it so the freight
  *> doesn't silently vanish from the books.
   REPORT-UNAPPLIED-LANDED.
       MOVE 0 TO LC-OPEN-COUNT
       PERFORM VARYING LC-IX FROM 1 BY 1 UNTIL LC-IX > LC-COUNT
          IF LC-APPLIED (LC-IX) = "N"
             ADD 1 TO LC-OPEN-COUNT
             DISPLAY "WARNING: Landed cost for lot "
                     FUNCTION TRIM(LC-REF (LC-IX))
                     " not allocated (no open layers)."
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

   CHECK-KIT-SKU.
       MOVE "N" TO KIT-IS-KIT
       PERFORM VARYING KIT-IX FROM 1 BY 1 UNTIL KIT-IX > KIT-COUNT
          IF KIT-SKU (KIT-IX) = TX-SKU
             MOVE "Y" TO KIT-IS-KIT
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Explode a kit SALE: verify every component is on hand in the
  *> sale's bin first (all-or-nothing), then book revenue on the
  *> kit line and relieve each component FIFO. The ledger shows a
  *> KITSALE header for the kit and one KITCOMP leg per component.
  *> -----------------------------------------------------------
   PROCESS-KIT-SALE.
       IF TX-QTY <= 0
          DISPLAY "WARNING: SALE qty must be > 0 for " TX-SKU
          ADD 1 TO TOTAL-ERRORS
          MOVE "SALE quantity must be greater than zero"
              TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       MOVE TX-SKU TO KIT-SALE-SKU
       MOVE TX-QTY TO KIT-SALE-QTY
       MOVE "N" TO KIT-FAIL
       PERFORM VARYING KIT-IX FROM 1 BY 1 UNTIL KIT-IX > KIT-COUNT
          IF KIT-SKU (KIT-IX) = KIT-SALE-SKU
             COMPUTE KIT-NEED = KIT-SALE-QTY * KIT-QTY-PER (KIT-IX)
             MOVE KIT-COMP-SKU (KIT-IX) TO TX-SKU
             PERFORM FIND-SKU
             IF FOUND = "N" OR QTY(IDX) < KIT-NEED
                MOVE "Y" TO KIT-FAIL
                DISPLAY "WARNING: Kit " FUNCTION TRIM(KIT-SALE-SKU)
                        " short of component "
                        FUNCTION TRIM(KIT-COMP-SKU (KIT-IX))
                IF PICK-WANTED = "Y"
                   MOVE KIT-COMP-SKU (KIT-IX) TO PKA-SKU
                   MOVE TX-BIN TO PKA-BIN
                   MOVE 0 TO PKA-QTY
                   MOVE KIT-NEED TO PKA-SHORT
                   PERFORM ACCUMULATE-PICK
                END-IF
                EXIT PERFORM
             END-IF
          END-IF
       END-PERFORM
       MOVE KIT-SALE-SKU TO TX-SKU
       IF KIT-FAIL = "Y"
          ADD 1 TO TOTAL-ERRORS
          MOVE "Insufficient component stock for kit"
              TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
  *> Revenue books on the kit line
       ADD KIT-SALE-QTY TO TOTAL-SALES-QTY
       COMPUTE TOTAL-REVENUE =
           TOTAL-REVENUE + (TX-UPRICE * KIT-SALE-QTY)
       PERFORM FIND-KM-SLOT
       COMPUTE KM-REVENUE(KM-SLOT) =
           KM-REVENUE(KM-SLOT) + (TX-UPRICE * KIT-SALE-QTY)
       COMPUTE CHA-REVENUE = TX-UPRICE * KIT-SALE-QTY
       MOVE 0 TO CHA-COGS
       PERFORM ACCUMULATE-CHANNEL-SALE
       PERFORM ACCUMULATE-DAY-MOVEMENT
       IF LEDGER-OPEN = "Y"
          MOVE "KITSALE" TO TX-TYPE
          MOVE 0 TO OLD-QTY
          MOVE 0 TO IDX
          PERFORM WRITE-KIT-HEADER-LINE
       END-IF
  *> Component legs, each relieved FIFO in the sale's bin
       MOVE "KITCOMP" TO TX-TYPE
       PERFORM VARYING KIT-IX FROM 1 BY 1 UNTIL KIT-IX > KIT-COUNT
          IF KIT-SKU (KIT-IX) = KIT-SALE-SKU
             PERFORM APPLY-KIT-COMPONENT
          END-IF
       END-PERFORM
       MOVE KIT-SALE-SKU TO TX-SKU
       ADD 1 TO TOTAL-LINES
       EXIT PARAGRAPH.

   APPLY-KIT-COMPONENT.
       COMPUTE KIT-NEED = KIT-SALE-QTY * KIT-QTY-PER (KIT-IX)
       MOVE KIT-COMP-SKU (KIT-IX) TO TX-SKU
       PERFORM FIND-SKU
       IF PICK-WANTED = "Y"
          MOVE TX-SKU TO PKA-SKU
          MOVE TX-BIN TO PKA-BIN
          MOVE KIT-NEED TO PKA-QTY
          MOVE 0 TO PKA-SHORT
          PERFORM ACCUMULATE-PICK
       END-IF
       MOVE QTY(IDX) TO OLD-QTY
       SUBTRACT KIT-NEED FROM QTY(IDX)
       ADD KIT-NEED TO RECON-SALES-QTY(IDX)
       MOVE TX-SKU TO RL-SKU
       MOVE TX-BIN TO RL-BIN
       MOVE KIT-NEED TO RL-QTY
       PERFORM RELIEVE-COST-LAYERS
       MOVE RL-LOTS-USED TO LEDGER-LOT-TXT
       ADD RELIEF-COST TO TOTAL-COGS
       ADD RELIEF-COST TO KM-COGS(KM-SLOT)
       MOVE 0 TO CHA-REVENUE
       MOVE RELIEF-COST TO CHA-COGS
       PERFORM ACCUMULATE-CHANNEL-SALE
       SUBTRACT RELIEF-COST FROM RUNNING-INV-VALUE
       MOVE TX-DATE TO LAST-MOVE(IDX)
       IF LEDGER-OPEN = "Y"
          MOVE TX-BIN TO LEDGER-BIN
          PERFORM WRITE-LEDGER-LINE
       END-IF
       EXIT PARAGRAPH.

  *> Helper: locate (or open) the margin group for the kit being
  *> sold; KM-SLOT points at it for the component legs.
   FIND-KM-SLOT.
       MOVE 0 TO KM-SLOT
       PERFORM VARYING KM-IX FROM 1 BY 1 UNTIL KM-IX > KM-COUNT
          IF KM-SKU (KM-IX) = KIT-SALE-SKU
             MOVE KM-IX TO KM-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF KM-SLOT = 0
          ADD 1 TO KM-COUNT
          MOVE KM-COUNT TO KM-SLOT
          MOVE KIT-SALE-SKU TO KM-SKU (KM-SLOT)
          MOVE 0 TO KM-REVENUE (KM-SLOT)
          MOVE 0 TO KM-COGS (KM-SLOT)
       END-IF
       EXIT PARAGRAPH.

  *> Ledger header for the kit itself (no stock row of its own):
  *> Type,KitSKU,Bin,KitQty,KitQty,RunningValue.
   WRITE-KIT-HEADER-LINE.
       MOVE KIT-SALE-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO LEDGER-OLDQTY-TXT
       MOVE FMT-TEXT TO LEDGER-NEWQTY-TXT
       MOVE RUNNING-INV-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO LEDGER-VALUE-TXT
       MOVE SPACES TO LEDGER-REC
       STRING "KITSALE,"                DELIMITED BY SIZE
              FUNCTION TRIM(KIT-SALE-SKU) DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              FUNCTION TRIM(TX-BIN)     DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-OLDQTY-TXT) DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-NEWQTY-TXT) DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-VALUE-TXT)  DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-UOM-TXT)    DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-SERIAL-TXT) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-TAXCODE-TXT) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-TAX-TXT)    DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(OPR-LOG-ID)        DELIMITED BY SIZE
         INTO LEDGER-REC
       END-STRING
       WRITE LEDGER-REC
  *> Tax belongs to the one movement that booked it
       MOVE SPACES TO LEDGER-TAXCODE-TXT
       MOVE SPACES TO LEDGER-TAX-TXT
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Rewrite the checkpoint: CKPT header (lines read), TOT lines
  *> (one running total per line), INV rows, and LAYER rows. The
  *> file is replaced wholesale each time so the newest position
  *> always wins.
  *> -----------------------------------------------------------
   WRITE-CHECKPOINT.
       OPEN OUTPUT CKPT-FILE
       IF CKPT-STATUS NOT = "00"
          DISPLAY "WARNING: Cannot write CHECKPOINT: " CKPT-PATH
                  " (status=" CKPT-STATUS ")"
          EXIT PARAGRAPH
       END-IF
       MOVE TX-READ-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE SPACES TO CKPT-REC
       STRING "CKPT," DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
         INTO CKPT-REC
       END-STRING
       WRITE CKPT-REC
       MOVE TOTAL-LINES TO CKPT-TOT-VALUE
       MOVE "LINES" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-ERRORS TO CKPT-TOT-VALUE
       MOVE "ERRORS" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-SKIPPED TO CKPT-TOT-VALUE
       MOVE "SKIPPED" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-SALES-QTY TO CKPT-TOT-VALUE
       MOVE "SALESQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RESTOCK-QTY TO CKPT-TOT-VALUE
       MOVE "RESTOCKQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-ADJUST-QTY TO CKPT-TOT-VALUE
       MOVE "ADJUSTQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-TRANSFER-QTY TO CKPT-TOT-VALUE
       MOVE "TRANSFERQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-REVENUE TO CKPT-TOT-VALUE
       MOVE "REVENUE" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-COGS TO CKPT-TOT-VALUE
       MOVE "COGS" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE RUNNING-INV-VALUE TO CKPT-TOT-VALUE
       MOVE "RUNVALUE" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE BELOW-COST-COUNT TO CKPT-TOT-VALUE
       MOVE "BELOWCOST" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RESTOCK-VALUE TO CKPT-TOT-VALUE
       MOVE "RESTOCKVAL" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-SHRINK-VALUE TO CKPT-TOT-VALUE
       MOVE "SHRINKVAL" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-GAIN-VALUE TO CKPT-TOT-VALUE
       MOVE "GAINVAL" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RETURN-QTY TO CKPT-TOT-VALUE
       MOVE "RETQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-SCRAP-QTY TO CKPT-TOT-VALUE
       MOVE "SCRAPQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RETURN-REFUND TO CKPT-TOT-VALUE
       MOVE "RETREFUND" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RETURN-RESTOCK TO CKPT-TOT-VALUE
       MOVE "RETRESTOCK" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RETURN-SCRAP TO CKPT-TOT-VALUE
       MOVE "RETSCRAP" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RTV-QTY TO CKPT-TOT-VALUE
       MOVE "RTVQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RTV-VALUE TO CKPT-TOT-VALUE
       MOVE "RTVVAL" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-SHIP-QTY TO CKPT-TOT-VALUE
       MOVE "SHIPQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-SHIP-VALUE TO CKPT-TOT-VALUE
       MOVE "SHIPVAL" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-XFER-IN-QTY TO CKPT-TOT-VALUE
       MOVE "XINQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-XFER-IN-VALUE TO CKPT-TOT-VALUE
       MOVE "XINVAL" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-XFER-SHORT TO CKPT-TOT-VALUE
       MOVE "XSHORT" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-XFER-OVER TO CKPT-TOT-VALUE
       MOVE "XOVER" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-AR-CHARGES TO CKPT-TOT-VALUE
       MOVE "ARCHG" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-AR-PAYMENTS TO CKPT-TOT-VALUE
       MOVE "ARPAY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-SALES-TAX TO CKPT-TOT-VALUE
       MOVE "TAXSALES" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-RETURN-TAX TO CKPT-TOT-VALUE
       MOVE "TAXRETURN" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-QA-SCRAP-QTY TO CKPT-TOT-VALUE
       MOVE "QASCRAPQTY" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE TOTAL-QA-SCRAP-VALUE TO CKPT-TOT-VALUE
       MOVE "QASCRAPVAL" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE QH-PLACED TO CKPT-TOT-VALUE
       MOVE "QAHOLDS" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       MOVE QH-RELEASED TO CKPT-TOT-VALUE
       MOVE "QARELEASES" TO WS-TXT
       PERFORM WRITE-CKPT-TOTAL
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          PERFORM WRITE-CKPT-INV-ROW
       END-PERFORM
       PERFORM VARYING LAYER-IX FROM 1 BY 1
               UNTIL LAYER-IX > LAYER-COUNT
          IF LAYER-QTY (LAYER-IX) > 0
             PERFORM WRITE-CKPT-LAYER-ROW
          END-IF
       END-PERFORM
       PERFORM VARYING SN-IX FROM 1 BY 1 UNTIL SN-IX > SN-COUNT
          PERFORM BUILD-SERIAL-TEXT
          MOVE SPACES TO CKPT-REC
          STRING "SER," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
            INTO CKPT-REC
          END-STRING
          WRITE CKPT-REC
       END-PERFORM
  *> This run's own RTVs (the RTVOPEN file still holds the rest)
       PERFORM VARYING RTV-IX FROM 1 BY 1 UNTIL RTV-IX > RTV-COUNT
          IF RTV-NEW (RTV-IX) = "Y"
             PERFORM BUILD-RTV-TEXT
             MOVE SPACES TO CKPT-REC
             STRING "RTV," DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
               INTO CKPT-REC
             END-STRING
             WRITE CKPT-REC
          END-IF
       END-PERFORM
  *> The whole in-transit table (the file is only rewritten at the
  *> end of the run) and this run's transfer receipts
       PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
          PERFORM BUILD-TRANSIT-TEXT
          MOVE SPACES TO CKPT-REC
          STRING "IT," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 IT-STATE (IT-IX) DELIMITED BY SPACE
            INTO CKPT-REC
          END-STRING
          WRITE CKPT-REC
       END-PERFORM
       PERFORM VARYING XR-IX FROM 1 BY 1 UNTIL XR-IX > XR-COUNT
          MOVE XR-SHIPPED-QTY (XR-IX) TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
          MOVE XR-RECV-QTY (XR-IX) TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-SUG-TXT
          MOVE XR-VAR-VALUE (XR-IX) TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO RC-RP-TXT
          MOVE SPACES TO CKPT-REC
          STRING "XR," DELIMITED BY SIZE
                 FUNCTION TRIM(XR-SHIP (XR-IX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(XR-FROM (XR-IX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(XR-SKU (XR-IX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 XR-DATE (XR-IX) DELIMITED BY SIZE
            INTO CKPT-REC
          END-STRING
          WRITE CKPT-REC
       END-PERFORM
  *> Receivables: every open item as this run has left it, each
  *> credit customer's uninvoiced charges, and this run's payments
       PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
          PERFORM BUILD-AR-TEXT
          MOVE SPACES TO CKPT-REC
          STRING "AR," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
            INTO CKPT-REC
          END-STRING
          WRITE CKPT-REC
       END-PERFORM
       PERFORM VARYING CM-IX FROM 1 BY 1 UNTIL CM-IX > CM-COUNT
          IF CM-CHARGES (CM-IX) NOT = 0 OR CM-PAID (CM-IX) NOT = 0
             MOVE CM-CHARGES (CM-IX) TO FMT-AMT-IN
             PERFORM FORMAT-AMT
             MOVE FMT-TEXT TO RC-RP-TXT
             MOVE CM-PAID (CM-IX) TO FMT-AMT-IN
             PERFORM FORMAT-AMT
             MOVE FMT-TEXT TO RC-SUG-TXT
             MOVE SPACES TO CKPT-REC
             STRING "ARC," DELIMITED BY SIZE
                    FUNCTION TRIM(CM-CODE (CM-IX)) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
               INTO CKPT-REC
             END-STRING
             WRITE CKPT-REC
          END-IF
       END-PERFORM
       PERFORM VARYING PMT-IX FROM 1 BY 1 UNTIL PMT-IX > PMT-COUNT
          MOVE PMT-AMOUNT (PMT-IX) TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO RC-RP-TXT
          MOVE PMT-UNAPPLIED (PMT-IX) TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO RC-SUG-TXT
          MOVE SPACES TO CKPT-REC
          STRING "ARP," DELIMITED BY SIZE
                 FUNCTION TRIM(PMT-CUSTOMER (PMT-IX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(PMT-REF (PMT-IX)) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 PMT-DATE (PMT-IX) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
            INTO CKPT-REC
          END-STRING
          WRITE CKPT-REC
       END-PERFORM
  *> Tax liability buckets so far
       PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
          PERFORM BUILD-TAX-LIABILITY-TEXT
          MOVE SPACES TO CKPT-REC
          STRING "TL," DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
            INTO CKPT-REC
          END-STRING
          WRITE CKPT-REC
       END-PERFORM
       PERFORM VARYING QH-IX FROM 1 BY 1 UNTIL QH-IX > QH-COUNT
          IF QH-ACTIVE (QH-IX) = "Y"
             PERFORM BUILD-HOLD-TEXT
             MOVE SPACES TO CKPT-REC
             STRING "QH," DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
               INTO CKPT-REC
             END-STRING
             WRITE CKPT-REC
          END-IF
       END-PERFORM
       CLOSE CKPT-FILE
       EXIT PARAGRAPH.

   WRITE-CKPT-TOTAL.
       MOVE CKPT-TOT-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE SPACES TO CKPT-REC
       STRING "TOT," DELIMITED BY SIZE
              FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
         INTO CKPT-REC
       END-STRING
       WRITE CKPT-REC
       EXIT PARAGRAPH.

   WRITE-CKPT-INV-ROW.
       MOVE QTY(INV-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE UNIT-COST(INV-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE REORDER-PT(INV-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE LIST-PRICE(INV-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE SPACES TO LAST-MOVE-TXT
       IF LAST-MOVE(INV-IX) > 0
          MOVE LAST-MOVE(INV-IX) TO LAST-MOVE-TXT
       END-IF
       MOVE SPACES TO VAR-COUNTED-TXT
       IF EXPIRY(INV-IX) > 0
          MOVE EXPIRY(INV-IX) TO VAR-COUNTED-TXT
       END-IF
       MOVE SPACES TO CKPT-REC
       STRING "INV," DELIMITED BY SIZE
              FUNCTION TRIM(SKU(INV-IX))  DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              '"'    DELIMITED BY SIZE
              FUNCTION TRIM(NAME(INV-IX)) DELIMITED BY SIZE
              '"'    DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)   DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)   DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)    DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(BIN(INV-IX))  DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(LAST-MOVE-TXT) DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(LOT(INV-IX))   DELIMITED BY SIZE
              ","    DELIMITED BY SIZE
              FUNCTION TRIM(VAR-COUNTED-TXT) DELIMITED BY SIZE
         INTO CKPT-REC
       END-STRING
       WRITE CKPT-REC
       EXIT PARAGRAPH.

   WRITE-CKPT-LAYER-ROW.
       MOVE LAYER-QTY (LAYER-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE LAYER-COST (LAYER-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE SPACES TO VAR-COUNTED-TXT
       IF LAYER-EXPIRY (LAYER-IX) > 0
          MOVE LAYER-EXPIRY (LAYER-IX) TO VAR-COUNTED-TXT
       END-IF
       MOVE SPACES TO CKPT-REC
       STRING "LAYER," DELIMITED BY SIZE
              FUNCTION TRIM(LAYER-SKU (LAYER-IX)) DELIMITED BY SIZE
              ","      DELIMITED BY SIZE
              FUNCTION TRIM(LAYER-BIN (LAYER-IX)) DELIMITED BY SIZE
              ","      DELIMITED BY SIZE
              LAYER-DATE (LAYER-IX) DELIMITED BY SIZE
              ","      DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              ","      DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              ","      DELIMITED BY SIZE
              FUNCTION TRIM(LAYER-LOT (LAYER-IX)) DELIMITED BY SIZE
              ","      DELIMITED BY SIZE
              FUNCTION TRIM(VAR-COUNTED-TXT) DELIMITED BY SIZE
         INTO CKPT-REC
       END-STRING
       WRITE CKPT-REC
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> RESTART=YES: rebuild the whole working position (inventory,
  *> cost layers, running totals, resume line count) from the
  *> checkpoint file instead of the inventory CSV.
  *> -----------------------------------------------------------
   LOAD-CHECKPOINT.
       MOVE 0 TO INV-SIZE
       MOVE 0 TO LAYER-COUNT
       OPEN INPUT CKPT-FILE
       IF CKPT-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open CHECKPOINT file: " CKPT-PATH
                  " (status=" CKPT-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ CKPT-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE CKPT-REC TO TX-LINE
                PERFORM PARSE-CKPT-LINE
          END-READ
       END-PERFORM
       CLOSE CKPT-FILE
       MOVE "Y" TO CKPT-LOADED
       DISPLAY "INFO: Restarting after line " CKPT-RESUME-LINES
               " from " CKPT-PATH
       IF INV-SIZE > 1
          PERFORM SORT-INVENTORY
       END-IF
       EXIT PARAGRAPH.

   PARSE-CKPT-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9 F10 F11 F12 F13 F14
                      F15
       PERFORM SPLIT-CSV-LINE
       EVALUATE FUNCTION TRIM(F1)
          WHEN "CKPT"
             MOVE FUNCTION NUMVAL(F2) TO CKPT-RESUME-LINES
          WHEN "TOT"
             PERFORM RESTORE-CKPT-TOTAL
          WHEN "INV"
             IF INV-SIZE < MAX-SIZE
                ADD 1 TO INV-SIZE
                MOVE FUNCTION TRIM(F2) TO SKU (INV-SIZE)
                MOVE FUNCTION TRIM(F3) TO NAME (INV-SIZE)
                MOVE FUNCTION NUMVAL(F4) TO QTY (INV-SIZE)
                MOVE FUNCTION NUMVAL(F5) TO UNIT-COST (INV-SIZE)
                MOVE FUNCTION NUMVAL(F6) TO REORDER-PT (INV-SIZE)
                MOVE FUNCTION TRIM(F7) TO BIN (INV-SIZE)
                IF FUNCTION TRIM(F8) = SPACES
                   MOVE 0 TO LAST-MOVE (INV-SIZE)
                ELSE
                   MOVE FUNCTION NUMVAL(F8) TO LAST-MOVE (INV-SIZE)
                END-IF
                IF FUNCTION TRIM(F9) = SPACES
                   MOVE 0 TO LIST-PRICE (INV-SIZE)
                ELSE
                   MOVE FUNCTION NUMVAL(F9) TO LIST-PRICE (INV-SIZE)
                END-IF
                MOVE FUNCTION TRIM(F10) TO LOT (INV-SIZE)
                IF FUNCTION TRIM(F11) = SPACES
                   MOVE 0 TO EXPIRY (INV-SIZE)
                ELSE
                   MOVE FUNCTION NUMVAL(F11) TO EXPIRY (INV-SIZE)
                END-IF
             ELSE
                DISPLAY "ERROR: Checkpoint inventory exceeds MAX="
                        MAX-SIZE
                ADD 1 TO TOTAL-ERRORS
             END-IF
          WHEN "LAYER"
             IF LAYER-COUNT < 20000
                ADD 1 TO LAYER-COUNT
                MOVE FUNCTION TRIM(F2) TO LAYER-SKU (LAYER-COUNT)
                MOVE FUNCTION TRIM(F3) TO LAYER-BIN (LAYER-COUNT)
                MOVE FUNCTION NUMVAL(F4) TO LAYER-DATE (LAYER-COUNT)
                MOVE FUNCTION NUMVAL(F5) TO LAYER-QTY (LAYER-COUNT)
                MOVE FUNCTION NUMVAL(F6) TO LAYER-COST (LAYER-COUNT)
                MOVE FUNCTION TRIM(F7) TO LAYER-LOT (LAYER-COUNT)
                IF FUNCTION TRIM(F8) = SPACES
                   MOVE 0 TO LAYER-EXPIRY (LAYER-COUNT)
                ELSE
                   MOVE FUNCTION NUMVAL(F8)
                     TO LAYER-EXPIRY (LAYER-COUNT)
                END-IF
             END-IF
          WHEN "SER"
             IF SN-COUNT < 20000
                ADD 1 TO SN-COUNT
                MOVE FUNCTION TRIM(F2) TO SN-SERIAL (SN-COUNT)
                MOVE FUNCTION TRIM(F3) TO SN-SKU (SN-COUNT)
                MOVE FUNCTION TRIM(F4) TO SN-BIN (SN-COUNT)
                MOVE FUNCTION TRIM(F5) TO SN-STATUS (SN-COUNT)
                IF FUNCTION TRIM(F6) = SPACES
                   MOVE 0 TO SN-DATE (SN-COUNT)
                ELSE
                   MOVE FUNCTION NUMVAL(F6) TO SN-DATE (SN-COUNT)
                END-IF
                MOVE FUNCTION TRIM(F7) TO SN-REF (SN-COUNT)
             END-IF
          WHEN "RTV"
             MOVE F2 TO F1
             MOVE F3 TO F2
             MOVE F4 TO F3
             MOVE F5 TO F4
             MOVE F6 TO F5
             MOVE F7 TO F6
             MOVE F8 TO F7
             MOVE F9 TO F8
             MOVE F10 TO F9
             PERFORM STORE-RTV-ROW
             IF RTV-COUNT > 0
                MOVE "Y" TO RTV-NEW (RTV-COUNT)
             END-IF
          WHEN "IT"
             MOVE F2 TO F1
             MOVE F3 TO F2
             MOVE F4 TO F3
             MOVE F5 TO F4
             MOVE F6 TO F5
             MOVE F7 TO F6
             MOVE F8 TO F7
             MOVE F9 TO F8
             MOVE F10 TO F9
             MOVE F11 TO F10
             MOVE F12 TO F11
             PERFORM STORE-TRANSIT-ROW
             IF IT-COUNT > 0 AND FUNCTION TRIM(F13) NOT = SPACES
                MOVE FUNCTION TRIM(F13) TO IT-STATE (IT-COUNT)
             END-IF
          WHEN "XR"
             IF XR-COUNT < 1000
                ADD 1 TO XR-COUNT
                MOVE FUNCTION TRIM(F2) TO XR-SHIP (XR-COUNT)
                MOVE FUNCTION TRIM(F3) TO XR-FROM (XR-COUNT)
                MOVE FUNCTION TRIM(F4) TO XR-SKU (XR-COUNT)
                MOVE FUNCTION NUMVAL(F5) TO XR-SHIPPED-QTY (XR-COUNT)
                MOVE FUNCTION NUMVAL(F6) TO XR-RECV-QTY (XR-COUNT)
                MOVE FUNCTION NUMVAL(F7) TO XR-VAR-VALUE (XR-COUNT)
                MOVE FUNCTION NUMVAL(F8) TO XR-DATE (XR-COUNT)
             END-IF
          WHEN "AR"
             MOVE F2 TO F1
             MOVE F3 TO F2
             MOVE F4 TO F3
             MOVE F5 TO F4
             MOVE F6 TO F5
             MOVE F7 TO F6
             PERFORM STORE-AR-ROW
          WHEN "ARC"
             MOVE FUNCTION TRIM(F2) TO AR-CUST-IN
             PERFORM ENSURE-AR-CUSTOMER
             IF CM-SLOT > 0
                MOVE FUNCTION NUMVAL(F3) TO CM-CHARGES (CM-SLOT)
                MOVE FUNCTION NUMVAL(F4) TO CM-PAID (CM-SLOT)
             END-IF
          WHEN "ARP"
             IF PMT-COUNT < 2000
                ADD 1 TO PMT-COUNT
                MOVE FUNCTION TRIM(F2) TO PMT-CUSTOMER (PMT-COUNT)
                MOVE FUNCTION TRIM(F3) TO PMT-REF (PMT-COUNT)
                MOVE FUNCTION NUMVAL(F4) TO PMT-DATE (PMT-COUNT)
                MOVE FUNCTION NUMVAL(F5) TO PMT-AMOUNT (PMT-COUNT)
                MOVE FUNCTION NUMVAL(F6) TO PMT-UNAPPLIED (PMT-COUNT)
             END-IF
          WHEN "TL"
             IF TL-COUNT < 500
                ADD 1 TO TL-COUNT
                MOVE FUNCTION TRIM(F2) TO TL-CODE (TL-COUNT)
                MOVE FUNCTION TRIM(F3) TO TL-JURIS (TL-COUNT)
                MOVE FUNCTION NUMVAL(F4) TO TL-PERIOD (TL-COUNT)
                MOVE FUNCTION NUMVAL(F5) TO TL-RATE (TL-COUNT)
                MOVE FUNCTION NUMVAL(F6) TO TL-TAXABLE (TL-COUNT)
                MOVE FUNCTION NUMVAL(F7) TO TL-EXEMPT (TL-COUNT)
                MOVE FUNCTION NUMVAL(F8) TO TL-SALES-TAX (TL-COUNT)
                MOVE FUNCTION NUMVAL(F9) TO TL-RETURN-TAX (TL-COUNT)
                MOVE "N" TO TL-PRINTED (TL-COUNT)
             END-IF
          WHEN "QH"
             MOVE F2 TO F1
             MOVE F3 TO F2
             MOVE F4 TO F3
             MOVE F5 TO F4
             MOVE F6 TO F5
             PERFORM STORE-HOLD-ROW
          WHEN OTHER
             DISPLAY "WARNING: Unknown checkpoint record: " TX-LINE
       END-EVALUATE
       EXIT PARAGRAPH.

   RESTORE-CKPT-TOTAL.
       MOVE FUNCTION NUMVAL(F3) TO CKPT-TOT-VALUE
       EVALUATE FUNCTION TRIM(F2)
          WHEN "LINES"       MOVE CKPT-TOT-VALUE TO TOTAL-LINES
          WHEN "ERRORS"      MOVE CKPT-TOT-VALUE TO TOTAL-ERRORS
          WHEN "SKIPPED"     MOVE CKPT-TOT-VALUE TO TOTAL-SKIPPED
          WHEN "SALESQTY"    MOVE CKPT-TOT-VALUE TO TOTAL-SALES-QTY
          WHEN "RESTOCKQTY"  MOVE CKPT-TOT-VALUE TO TOTAL-RESTOCK-QTY
          WHEN "ADJUSTQTY"   MOVE CKPT-TOT-VALUE TO TOTAL-ADJUST-QTY
          WHEN "TRANSFERQTY" MOVE CKPT-TOT-VALUE TO TOTAL-TRANSFER-QTY
          WHEN "REVENUE"     MOVE CKPT-TOT-VALUE TO TOTAL-REVENUE
          WHEN "COGS"        MOVE CKPT-TOT-VALUE TO TOTAL-COGS
          WHEN "RUNVALUE"    MOVE CKPT-TOT-VALUE TO RUNNING-INV-VALUE
          WHEN "BELOWCOST"   MOVE CKPT-TOT-VALUE TO BELOW-COST-COUNT
          WHEN "RESTOCKVAL"  MOVE CKPT-TOT-VALUE TO TOTAL-RESTOCK-VALUE
          WHEN "SHRINKVAL"   MOVE CKPT-TOT-VALUE TO TOTAL-SHRINK-VALUE
          WHEN "GAINVAL"     MOVE CKPT-TOT-VALUE TO TOTAL-GAIN-VALUE
          WHEN "RETQTY"      MOVE CKPT-TOT-VALUE TO TOTAL-RETURN-QTY
          WHEN "SCRAPQTY"    MOVE CKPT-TOT-VALUE TO TOTAL-SCRAP-QTY
          WHEN "RETREFUND"
             MOVE CKPT-TOT-VALUE TO TOTAL-RETURN-REFUND
          WHEN "RETRESTOCK"
             MOVE CKPT-TOT-VALUE TO TOTAL-RETURN-RESTOCK
          WHEN "RETSCRAP"
             MOVE CKPT-TOT-VALUE TO TOTAL-RETURN-SCRAP
          WHEN "RTVQTY"      MOVE CKPT-TOT-VALUE TO TOTAL-RTV-QTY
          WHEN "RTVVAL"      MOVE CKPT-TOT-VALUE TO TOTAL-RTV-VALUE
          WHEN "SHIPQTY"     MOVE CKPT-TOT-VALUE TO TOTAL-SHIP-QTY
          WHEN "SHIPVAL"     MOVE CKPT-TOT-VALUE TO TOTAL-SHIP-VALUE
          WHEN "XINQTY"      MOVE CKPT-TOT-VALUE TO TOTAL-XFER-IN-QTY
          WHEN "XINVAL"      MOVE CKPT-TOT-VALUE TO TOTAL-XFER-IN-VALUE
          WHEN "XSHORT"      MOVE CKPT-TOT-VALUE TO TOTAL-XFER-SHORT
          WHEN "XOVER"       MOVE CKPT-TOT-VALUE TO TOTAL-XFER-OVER
          WHEN "ARCHG"       MOVE CKPT-TOT-VALUE TO TOTAL-AR-CHARGES
          WHEN "ARPAY"       MOVE CKPT-TOT-VALUE TO TOTAL-AR-PAYMENTS
          WHEN "TAXSALES"    MOVE CKPT-TOT-VALUE TO TOTAL-SALES-TAX
          WHEN "TAXRETURN"   MOVE CKPT-TOT-VALUE TO TOTAL-RETURN-TAX
          WHEN "QASCRAPQTY"  MOVE CKPT-TOT-VALUE TO TOTAL-QA-SCRAP-QTY
          WHEN "QASCRAPVAL"
             MOVE CKPT-TOT-VALUE TO TOTAL-QA-SCRAP-VALUE
          WHEN "QAHOLDS"     MOVE CKPT-TOT-VALUE TO QH-PLACED
          WHEN "QARELEASES"  MOVE CKPT-TOT-VALUE TO QH-RELEASED
          WHEN OTHER
             DISPLAY "WARNING: Unknown checkpoint total: "
                     FUNCTION TRIM(F2)
       END-EVALUATE
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Book the unfillable remainder of the current SALE as an open
  *> backorder and cut the sale down to what is on hand.
  *> -----------------------------------------------------------
   RECORD-BACKORDER.
  *> A row driven negative by ADJUST (or fully pledged to other
  *> reservations) has nothing to ship: clamp the shippable
  *> quantity at zero and backorder the full order.
       MOVE SALE-AVAIL TO BO-SHIPPABLE
       IF BO-SHIPPABLE < 0
          MOVE 0 TO BO-SHIPPABLE
       END-IF
       COMPUTE BO-REMAINDER = TX-QTY - BO-SHIPPABLE
       IF BO-COUNT >= 2000
          DISPLAY "WARNING: Backorder table full; rejecting " TX-SKU
          ADD 1 TO TOTAL-ERRORS
          MOVE "Backorder table full"
              TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          PERFORM MEMBER-STATUS-FROM-TX
          MOVE SPACES TO MS-PICKREF
          MOVE "CANCELLED" TO MS-STATUS
          MOVE BO-REMAINDER TO MS-QTY
          PERFORM WRITE-MEMBER-STATUS
          MOVE BO-SHIPPABLE TO TX-QTY
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO BO-COUNT
       MOVE TX-SKU       TO BO-SKU (BO-COUNT)
       MOVE TX-BIN       TO BO-BIN (BO-COUNT)
       MOVE BO-REMAINDER TO BO-QTY (BO-COUNT)
       MOVE TX-UPRICE    TO BO-UPRICE (BO-COUNT)
       MOVE FUNCTION TRIM(TX-LINE) TO BO-LINE (BO-COUNT)
       MOVE TX-CHANNEL   TO BO-CHANNEL (BO-COUNT)
       MOVE TX-CUSTOMER  TO BO-CUSTOMER (BO-COUNT)
       MOVE TX-SALESREP  TO BO-SALESREP (BO-COUNT)
       MOVE TX-DATE      TO BO-DATE (BO-COUNT)
       MOVE TX-NAME      TO BO-NAME (BO-COUNT)
       DISPLAY "INFO: Backordered " BO-REMAINDER " of "
               FUNCTION TRIM(TX-SKU)
       PERFORM MEMBER-STATUS-FROM-TX
       MOVE "BACKORDERED" TO MS-STATUS
       MOVE BO-REMAINDER TO MS-QTY
       PERFORM WRITE-MEMBER-STATUS
       MOVE BO-SHIPPABLE TO TX-QTY
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> After a RESTOCK posts, ship open backorders for the same
  *> SKU/Bin oldest-first while stock lasts. Each fill books the
  *> same sale math as a SALE line and lands in the ledger as a
  *> BOFILL leg next to the RESTOCK leg that funded it.
  *> -----------------------------------------------------------
   FULFILL-BACKORDERS.
       MOVE "BOFILL" TO TX-TYPE
  *> Fills draw on ATP, never on stock pledged to reservations
       MOVE IDX TO ATP-IDX
       PERFORM COMPUTE-ROW-ATP
       PERFORM VARYING BO-IX FROM 1 BY 1
               UNTIL BO-IX > BO-COUNT OR ROW-ATP <= 0
          IF BO-SKU (BO-IX) = TX-SKU
             AND BO-BIN (BO-IX) = TX-BIN
             AND BO-QTY (BO-IX) > 0
             IF BO-QTY (BO-IX) <= ROW-ATP
                MOVE BO-QTY (BO-IX) TO BO-FILL-QTY
             ELSE
                MOVE ROW-ATP TO BO-FILL-QTY
             END-IF
             PERFORM APPLY-BACKORDER-FILL
             PERFORM COMPUTE-ROW-ATP
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

   APPLY-BACKORDER-FILL.
       MOVE QTY(IDX) TO OLD-QTY
       MOVE BO-FILL-QTY TO TX-QTY
       MOVE BO-UPRICE (BO-IX) TO TX-UPRICE
       SUBTRACT BO-FILL-QTY FROM QTY(IDX)
       SUBTRACT BO-FILL-QTY FROM BO-QTY (BO-IX)
       ADD BO-FILL-QTY TO TOTAL-SALES-QTY
       ADD BO-FILL-QTY TO RECON-SALES-QTY(IDX)
       COMPUTE TOTAL-REVENUE =
           TOTAL-REVENUE + (TX-UPRICE * BO-FILL-QTY)
       COMPUTE SKU-REVENUE(IDX) =
           SKU-REVENUE(IDX) + (TX-UPRICE * BO-FILL-QTY)
       MOVE TX-SKU TO RL-SKU
       MOVE TX-BIN TO RL-BIN
       MOVE BO-FILL-QTY TO RL-QTY
       PERFORM RELIEVE-COST-LAYERS
       MOVE RL-LOTS-USED TO LEDGER-LOT-TXT
       ADD RELIEF-COST TO TOTAL-COGS
       ADD RELIEF-COST TO SKU-COGS(IDX)
       MOVE "EA" TO LEDGER-UOM-TXT
  *> Credit the fill to the channel/customer/rep of the original SALE
       MOVE BO-CHANNEL (BO-IX)  TO TX-CHANNEL
       MOVE BO-CUSTOMER (BO-IX) TO TX-CUSTOMER
       MOVE BO-SALESREP (BO-IX) TO TX-SALESREP
       COMPUTE CHA-REVENUE = TX-UPRICE * BO-FILL-QTY
       MOVE RELIEF-COST TO CHA-COGS
       PERFORM ACCUMULATE-CHANNEL-SALE
       SUBTRACT RELIEF-COST FROM RUNNING-INV-VALUE
       IF LEDGER-OPEN = "Y"
          MOVE TX-BIN TO LEDGER-BIN
          PERFORM WRITE-LEDGER-LINE
       END-IF
       PERFORM ACCUMULATE-DAY-MOVEMENT
       DISPLAY "INFO: Backorder filled: " BO-FILL-QTY " of "
               FUNCTION TRIM(TX-SKU)
       PERFORM MEMBER-STATUS-FROM-TX
       MOVE BO-DATE (BO-IX) TO MS-ORDER-DATE
       MOVE BO-NAME (BO-IX) TO MS-ORDER-REF
       MOVE "SHIPPED" TO MS-STATUS
       MOVE BO-FILL-QTY TO MS-QTY
       PERFORM WRITE-MEMBER-STATUS
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> BOCANCEL: drop open backorders for the SKU/Bin oldest-first,
  *> narrowed to one order reference (Name) and/or customer
  *> (column 12) when given; Qty 0 cancels everything open. A
  *> backorder carried in from an earlier run is not in the table,
  *> so the line itself then stands as the cancellation notice.
  *> -----------------------------------------------------------
   CANCEL-BACKORDER.
       IF TX-QTY < 0
          DISPLAY "WARNING: BOCANCEL qty may not be negative for "
                  TX-SKU
          ADD 1 TO TOTAL-ERRORS
          MOVE "BOCANCEL quantity may not be negative"
              TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       MOVE TX-QTY TO BOC-LEFT
       MOVE 0 TO BOC-HITS
       PERFORM VARYING BO-IX FROM 1 BY 1 UNTIL BO-IX > BO-COUNT
          IF BO-SKU (BO-IX) = TX-SKU
             AND BO-BIN (BO-IX) = TX-BIN
             AND BO-QTY (BO-IX) > 0
             AND (FUNCTION TRIM(TX-NAME) = SPACES
                  OR BO-NAME (BO-IX) = TX-NAME)
             AND (FUNCTION TRIM(TX-CUSTOMER) = SPACES
                  OR BO-CUSTOMER (BO-IX) = TX-CUSTOMER)
             IF TX-QTY = 0 OR BO-QTY (BO-IX) <= BOC-LEFT
                MOVE BO-QTY (BO-IX) TO BOC-QTY
             ELSE
                MOVE BOC-LEFT TO BOC-QTY
             END-IF
             SUBTRACT BOC-QTY FROM BO-QTY (BO-IX)
             ADD 1 TO BOC-HITS
             DISPLAY "INFO: Backorder cancelled: " BOC-QTY " of "
                     FUNCTION TRIM(TX-SKU)
             MOVE BO-CHANNEL (BO-IX)  TO MS-CHANNEL
             MOVE BO-CUSTOMER (BO-IX) TO MS-CUSTOMER
             MOVE BO-DATE (BO-IX)     TO MS-ORDER-DATE
             MOVE BO-NAME (BO-IX)     TO MS-ORDER-REF
             MOVE SPACES TO MS-PICKREF
             MOVE "CANCELLED" TO MS-STATUS
             MOVE BOC-QTY TO MS-QTY
             PERFORM WRITE-MEMBER-STATUS
             IF TX-QTY > 0
                SUBTRACT BOC-QTY FROM BOC-LEFT
                IF BOC-LEFT <= 0
                   EXIT PERFORM
                END-IF
             END-IF
          END-IF
       END-PERFORM
       IF BOC-HITS = 0
          DISPLAY "INFO: No backorder open this run for "
                  FUNCTION TRIM(TX-SKU) "; cancel passed on"
          PERFORM MEMBER-STATUS-FROM-TX
          MOVE 0 TO MS-ORDER-DATE
          MOVE SPACES TO MS-PICKREF
          MOVE "CANCELLED" TO MS-STATUS
          MOVE TX-QTY TO MS-QTY
          PERFORM WRITE-MEMBER-STATUS
       END-IF
       ADD 1 TO TOTAL-LINES
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Member status helpers: load the line just applied as the
  *> order (the caller sets Status and Qty), then append it to
  *> the MEMBERSTATUS file - opened on first use, header written
  *> when the file is new, closed after posting. Only PROCESS runs
  *> and only the MEMBERSTORE channel report.
  *> -----------------------------------------------------------
   MEMBER-STATUS-FROM-TX.
       MOVE TX-CHANNEL  TO MS-CHANNEL
       MOVE TX-CUSTOMER TO MS-CUSTOMER
       MOVE TX-DATE     TO MS-ORDER-DATE
       MOVE TX-NAME     TO MS-ORDER-REF
       MOVE TX-READ-COUNT TO MS-LINE-NO
       MOVE SPACES TO MS-PICKREF
       STRING "PK"       DELIMITED BY SIZE
              RUN-DATE   DELIMITED BY SIZE
              "-"        DELIMITED BY SIZE
              MS-LINE-NO DELIMITED BY SIZE
         INTO MS-PICKREF
       END-STRING
       EXIT PARAGRAPH.

   WRITE-MEMBER-STATUS.
       IF FUNCTION TRIM(P-MSTATUS-PATH) = SPACES
          OR P-MODE NOT = "PROCESS"
          OR MS-CHANNEL NOT = "MEMBERSTORE"
          OR MS-QTY <= 0
          EXIT PARAGRAPH
       END-IF
       IF MS-OPEN = "N"
          OPEN EXTEND MSTATUS-FILE
          IF MSTATUS-STATUS = "35"
             OPEN OUTPUT MSTATUS-FILE
             IF MSTATUS-STATUS = "00"
                MOVE SPACES TO MSTATUS-REC
                STRING "Member,SKU,Qty,OrderDate,Status,StatusDate,"
                       "PickRef,OrderRef"
                   DELIMITED BY SIZE INTO MSTATUS-REC
                END-STRING
                WRITE MSTATUS-REC
             END-IF
          END-IF
          IF MSTATUS-STATUS NOT = "00"
             DISPLAY "ERROR: Cannot open MEMBERSTATUS for append: "
                     MSTATUS-PATH " (status=" MSTATUS-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
             EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO MS-OPEN
       END-IF
       MOVE MS-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO MS-QTY-TXT
       MOVE SPACES TO MSTATUS-REC
       STRING FUNCTION TRIM(MS-CUSTOMER)         DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(TX-SKU)              DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(MS-QTY-TXT)          DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              MS-ORDER-DATE                      DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(MS-STATUS)           DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              TX-DATE                            DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(MS-PICKREF)          DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(MS-ORDER-REF)        DELIMITED BY SIZE
         INTO MSTATUS-REC
       END-STRING
       WRITE MSTATUS-REC
       ADD 1 TO MS-WRITE-COUNT
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Write the still-open backorders so the next run (or the next
  *> truck) can pick them up.
  *> -----------------------------------------------------------
   WRITE-BACKORDERS-FILE.
       MOVE 0 TO BO-OPEN-COUNT
       PERFORM VARYING BO-IX FROM 1 BY 1 UNTIL BO-IX > BO-COUNT
          IF BO-QTY (BO-IX) > 0
             ADD 1 TO BO-OPEN-COUNT
          END-IF
       END-PERFORM
       IF BO-OPEN-COUNT = 0
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT BACKORDERS-FILE
       IF BACKORDERS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open BACKORDERS for write: "
                  BACKORDERS-PATH " (status=" BACKORDERS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING BO-IX FROM 1 BY 1 UNTIL BO-IX > BO-COUNT
          IF BO-QTY (BO-IX) > 0
             MOVE BO-QTY (BO-IX) TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             MOVE FMT-TEXT TO RC-QTY-TXT
             MOVE BO-UPRICE (BO-IX) TO FMT-AMT-IN
             PERFORM FORMAT-AMT
             MOVE FMT-TEXT TO RC-SUG-TXT
             MOVE SPACES TO BACKORDERS-REC
             STRING FUNCTION TRIM(BO-SKU (BO-IX)) DELIMITED BY SIZE
                    ","                           DELIMITED BY SIZE
                    FUNCTION TRIM(BO-BIN (BO-IX)) DELIMITED BY SIZE
                    ","                           DELIMITED BY SIZE
                    FUNCTION TRIM(RC-QTY-TXT)     DELIMITED BY SIZE
                    ","                           DELIMITED BY SIZE
                    FUNCTION TRIM(RC-SUG-TXT)     DELIMITED BY SIZE
                    ","                           DELIMITED BY SIZE
                    FUNCTION TRIM(BO-LINE (BO-IX)) DELIMITED BY SIZE
               INTO BACKORDERS-REC
             END-STRING
             WRITE BACKORDERS-REC
          END-IF
       END-PERFORM
       CLOSE BACKORDERS-FILE
       DISPLAY "INFO: Open backorders written to " BACKORDERS-PATH
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Roll the transaction just applied into its day's bucket for
  *> the per-day movement summary (find-or-append by TX-DATE; the
  *> table is sorted by date at report time).
  *> -----------------------------------------------------------
   ACCUMULATE-DAY-MOVEMENT.
       MOVE 0 TO DAY-IDX
       PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
          IF DAY-DATE (DAY-IX) = TX-DATE
             MOVE DAY-IX TO DAY-IDX
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF DAY-IDX = 0
          IF DAY-COUNT >= 400
             DISPLAY "WARNING: Too many distinct TX dates (max 400);"
                     " day summary incomplete."
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO DAY-COUNT
          MOVE DAY-COUNT TO DAY-IDX
          MOVE TX-DATE TO DAY-DATE (DAY-IDX)
          MOVE 0 TO DAY-SALES-QTY (DAY-IDX)
          MOVE 0 TO DAY-RESTOCK-QTY (DAY-IDX)
          MOVE 0 TO DAY-ADJUST-QTY (DAY-IDX)
          MOVE 0 TO DAY-TRANSFER-QTY (DAY-IDX)
          MOVE 0 TO DAY-RETURN-QTY (DAY-IDX)
          MOVE 0 TO DAY-REVENUE (DAY-IDX)
       END-IF
       EVALUATE TX-TYPE
          WHEN "SALE"
          WHEN "BOFILL"
             ADD TX-QTY TO DAY-SALES-QTY (DAY-IDX)
             COMPUTE DAY-REVENUE (DAY-IDX) =
                 DAY-REVENUE (DAY-IDX) + (TX-UPRICE * TX-QTY)
          WHEN "RESTOCK"
             ADD TX-QTY TO DAY-RESTOCK-QTY (DAY-IDX)
          WHEN "ADJUST"
             ADD TX-QTY TO DAY-ADJUST-QTY (DAY-IDX)
          WHEN "TRANSFER"
             ADD TX-QTY TO DAY-TRANSFER-QTY (DAY-IDX)
          WHEN "RETURN"
             ADD TX-QTY TO DAY-RETURN-QTY (DAY-IDX)
          WHEN "RTV"
          WHEN "SHIP"
          WHEN "SCRAP"
             SUBTRACT TX-QTY FROM DAY-ADJUST-QTY (DAY-IDX)
          WHEN "RECEIVE-TRANSFER"
             ADD TX-QTY TO DAY-ADJUST-QTY (DAY-IDX)
       END-EVALUATE
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Roll PKA-QTY/PKA-SHORT into the SKU/Bin's pick-list bucket
  *> (find-or-append, like the day and channel buckets).
  *> -----------------------------------------------------------
   ACCUMULATE-PICK.
       MOVE 0 TO PK-SLOT
       PERFORM VARYING PK-SCAN FROM 1 BY 1 UNTIL PK-SCAN > PK-COUNT
          IF PK-SKU (PK-SCAN) = PKA-SKU
             AND PK-BIN (PK-SCAN) = PKA-BIN
             MOVE PK-SCAN TO PK-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF PK-SLOT = 0
          IF PK-COUNT >= 2000
             DISPLAY "WARNING: Pick list table full (max 2000)."
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO PK-COUNT
          MOVE PK-COUNT TO PK-SLOT
          MOVE PKA-SKU TO PK-SKU (PK-SLOT)
          MOVE PKA-BIN TO PK-BIN (PK-SLOT)
          MOVE 0 TO PK-QTY (PK-SLOT)
          MOVE 0 TO PK-SHORT (PK-SLOT)
          MOVE "N" TO PK-DONE (PK-SLOT)
       END-IF
       ADD PKA-QTY   TO PK-QTY (PK-SLOT)
       ADD PKA-SHORT TO PK-SHORT (PK-SLOT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Write the pick list sequenced by Bin (then SKU) so one pass
  *> covers the run: Bin,SKU,PickQty,ShortQty,Flag. Demand the
  *> shelf could not cover is flagged SHORT for the expediter.
  *> -----------------------------------------------------------
   WRITE-PICK-LIST.
       IF PK-COUNT = 0
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PICK-FILE
       IF PICK-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open PICKLIST for write: "
                  PICK-PATH " (status=" PICK-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PICK-REC
       STRING "Bin,SKU,PickQty,ShortQty,Flag"
          DELIMITED BY SIZE INTO PICK-REC
       END-STRING
       WRITE PICK-REC
       MOVE 0 TO PK-WRITTEN
       PERFORM UNTIL PK-WRITTEN >= PK-COUNT
          MOVE 0 TO PK-BEST
          PERFORM VARYING PK-SCAN FROM 1 BY 1
                  UNTIL PK-SCAN > PK-COUNT
             IF PK-DONE (PK-SCAN) = "N"
                AND (PK-BEST = 0
                     OR PK-BIN (PK-SCAN) < PK-BIN (PK-BEST)
                     OR (PK-BIN (PK-SCAN) = PK-BIN (PK-BEST)
                         AND PK-SKU (PK-SCAN) < PK-SKU (PK-BEST)))
                MOVE PK-SCAN TO PK-BEST
             END-IF
          END-PERFORM
          IF PK-BEST = 0
             EXIT PERFORM
          END-IF
          PERFORM WRITE-ONE-PICK-LINE
          MOVE "Y" TO PK-DONE (PK-BEST)
          ADD 1 TO PK-WRITTEN
       END-PERFORM
       CLOSE PICK-FILE
       DISPLAY "INFO: Pick list written to " PICK-PATH
       EXIT PARAGRAPH.

   WRITE-ONE-PICK-LINE.
       MOVE PK-QTY (PK-BEST) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE PK-SHORT (PK-BEST) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE SPACES TO WS-TXT
       IF PK-SHORT (PK-BEST) > 0
          MOVE "SHORT" TO WS-TXT
       END-IF
       MOVE SPACES TO PICK-REC
       STRING FUNCTION TRIM(PK-BIN (PK-BEST)) DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(PK-SKU (PK-BEST)) DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)       DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)       DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(WS-TXT)           DELIMITED BY SIZE
         INTO PICK-REC
       END-STRING
       WRITE PICK-REC
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Roll the sale leg just booked (CHA-REVENUE/CHA-COGS) into its
  *> channel bucket and, when a customer code rode along, into the
  *> customer revenue table (find-or-append, like the day buckets).
  *> -----------------------------------------------------------
   ACCUMULATE-CHANNEL-SALE.
  *> Every path that books revenue comes through here, so this is
  *> where the sale's tax is worked out.
       MOVE 0 TO TAX-AMOUNT
       IF TR-COUNT > 0 AND CHA-REVENUE NOT = 0
          MOVE CHA-REVENUE TO TAX-BASE
          PERFORM APPLY-SALES-TAX
       END-IF
       MOVE 0 TO CHA-SLOT
       IF FUNCTION TRIM(TX-CHANNEL) = SPACES
          MOVE "UNSPEC" TO TX-CHANNEL
       END-IF
       PERFORM VARYING CH-IX FROM 1 BY 1 UNTIL CH-IX > CH-COUNT
          IF CH-CODE (CH-IX) = TX-CHANNEL
             MOVE CH-IX TO CHA-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF CHA-SLOT = 0
          IF CH-COUNT >= 50
             DISPLAY "WARNING: Too many sales channels (max 50)."
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO CH-COUNT
          MOVE CH-COUNT TO CHA-SLOT
          MOVE TX-CHANNEL TO CH-CODE (CHA-SLOT)
          MOVE 0 TO CH-REVENUE (CHA-SLOT)
          MOVE 0 TO CH-COGS (CHA-SLOT)
       END-IF
       ADD CHA-REVENUE TO CH-REVENUE (CHA-SLOT)
       ADD CHA-COGS    TO CH-COGS (CHA-SLOT)
  *> A rep on the line earns commission on the leg
       IF P-MODE = "PROCESS"
          AND FUNCTION TRIM(P-COMMISSION-PATH) NOT = SPACES
          AND FUNCTION TRIM(TX-SALESREP) NOT = SPACES
          MOVE CHA-REVENUE TO COMM-VALUE
          MOVE CHA-COGS    TO COMM-COST
          IF TX-TYPE = "KITCOMP"
             MOVE KIT-NEED TO COMM-QTY
          ELSE
             MOVE TX-QTY TO COMM-QTY
          END-IF
          MOVE 0 TO COMM-LIST
          IF TX-TYPE NOT = "KITCOMP"
             AND IDX > 0 AND IDX <= INV-SIZE
             IF SKU(IDX) = TX-SKU
                COMPUTE COMM-LIST = COMM-QTY * LIST-PRICE(IDX)
             END-IF
          END-IF
          PERFORM APPEND-COMMISSION-LINE
       END-IF
       IF FUNCTION TRIM(TX-CUSTOMER) = SPACES
          EXIT PARAGRAPH
       END-IF
  *> A credit customer's sale goes on this run's invoice
       IF CM-COUNT > 0 AND CHA-REVENUE NOT = 0
          PERFORM ACCUMULATE-AR-CHARGE
       END-IF
       MOVE 0 TO CHA-SLOT
       PERFORM VARYING CU-IX FROM 1 BY 1 UNTIL CU-IX > CU-COUNT
          IF CU-CODE (CU-IX) = TX-CUSTOMER
             MOVE CU-IX TO CHA-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF CHA-SLOT = 0
          IF CU-COUNT >= 500
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO CU-COUNT
          MOVE CU-COUNT TO CHA-SLOT
          MOVE TX-CUSTOMER TO CU-CODE (CHA-SLOT)
          MOVE 0 TO CU-REVENUE (CHA-SLOT)
       END-IF
       ADD CHA-REVENUE TO CU-REVENUE (CHA-SLOT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Append one line to the transaction ledger for the SKU just
  *> applied: type, SKU, before/after qty, running inventory value.
  *> -----------------------------------------------------------
   WRITE-LEDGER-LINE.
       MOVE OLD-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO LEDGER-OLDQTY-TXT
       MOVE QTY(IDX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO LEDGER-NEWQTY-TXT
       MOVE RUNNING-INV-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO LEDGER-VALUE-TXT
       MOVE SPACES TO LEDGER-REC
       STRING FUNCTION TRIM(TX-TYPE)   DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(TX-SKU)    DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-BIN) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-OLDQTY-TXT) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-NEWQTY-TXT) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-VALUE-TXT)  DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-LOT-TXT)    DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-UOM-TXT)    DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-SERIAL-TXT) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-TAXCODE-TXT) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(LEDGER-TAX-TXT)    DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(OPR-LOG-ID)        DELIMITED BY SIZE
         INTO LEDGER-REC
       END-STRING
       WRITE LEDGER-REC
  *> Tax belongs to the one movement that booked it
       MOVE SPACES TO LEDGER-TAXCODE-TXT
       MOVE SPACES TO LEDGER-TAX-TXT
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Compute current inventory valuation and reorder items.
  *> -----------------------------------------------------------
   COMPUTE-INVENTORY-VALUE.
       MOVE 0 TO INVENTORY-VALUE
       MOVE 0 TO REORDER-COUNT
  *> Valuation comes from the open FIFO layers, so stock bought at
  *> different prices values at what was actually paid for it.
       PERFORM VARYING LAYER-IX FROM 1 BY 1
               UNTIL LAYER-IX > LAYER-COUNT
          IF LAYER-QTY (LAYER-IX) > 0
             COMPUTE INVENTORY-VALUE =
                 INVENTORY-VALUE
                 + (LAYER-QTY (LAYER-IX) * LAYER-COST (LAYER-IX))
          END-IF
       END-PERFORM
  *> Reorder checks run on available-to-promise, not raw Qty, so
  *> stock pledged to reservations still triggers replenishment.
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          SET ATP-IDX TO INV-IX
          PERFORM COMPUTE-ROW-ATP
          IF ROW-ATP <= REORDER-PT(INV-IX)
             ADD 1 TO REORDER-COUNT
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> MODE=RECONCILE: snapshot beginning Qty per SKU before any
  *> transactions are applied, so PROCESS-TRANSACTIONS' running
  *> totals can be checked against it afterward.
  *> -----------------------------------------------------------
   SNAPSHOT-BEGIN-BALANCES.
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          MOVE QTY(INV-IX) TO BEG-QTY(INV-IX)
          MOVE 0 TO RECON-SALES-QTY(INV-IX)
          MOVE 0 TO RECON-RESTOCK-QTY(INV-IX)
          MOVE 0 TO RECON-ADJUST-QTY(INV-IX)
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> MODE=RECONCILE: ending Qty must equal beginning Qty plus
  *> RESTOCK/ADJUST minus SALES for every SKU, the same way a
  *> cash drawer is balanced. Flags (but does not correct) any
  *> SKU where the math doesn't tie out.
  *> -----------------------------------------------------------
   RECONCILE-INVENTORY.
       MOVE 0 TO RECON-MISMATCH-COUNT
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          COMPUTE RECON-EXPECTED-QTY =
              BEG-QTY(INV-IX)
              + RECON-RESTOCK-QTY(INV-IX)
              + RECON-ADJUST-QTY(INV-IX)
              - RECON-SALES-QTY(INV-IX)
          IF RECON-EXPECTED-QTY NOT = QTY(INV-IX)
             ADD 1 TO RECON-MISMATCH-COUNT
             DISPLAY "RECONCILE MISMATCH: SKU=" SKU(INV-IX)
                     " Beg=" BEG-QTY(INV-IX)
                     " +Restock=" RECON-RESTOCK-QTY(INV-IX)
                     " +Adjust=" RECON-ADJUST-QTY(INV-IX)
                     " -Sales=" RECON-SALES-QTY(INV-IX)
                     " Expected=" RECON-EXPECTED-QTY
                     " Actual=" QTY(INV-IX)
          END-IF
       END-PERFORM
       IF RECON-MISMATCH-COUNT = 0
          DISPLAY "RECONCILE: OK, all " INV-SIZE " SKUs tie out."
       ELSE
          DISPLAY "RECONCILE: " RECON-MISMATCH-COUNT
                  " of " INV-SIZE " SKUs did not tie out."
          ADD RECON-MISMATCH-COUNT TO TOTAL-ERRORS
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> MODE=CYCLECOUNT: read the physical count CSV, compare each
  *> counted SKU/Bin against book quantity, and collect variances
  *> (quantity and value at the row's UNIT-COST) for the report.
  *> With ADJOUT= set, an ADJUST line per variance is emitted in
  *> the normal transaction CSV format, so the corrections go
  *> through MODE=PROCESS with full ledger and reject handling.
  *> -----------------------------------------------------------
   PROCESS-CYCLE-COUNTS.
       MOVE 0 TO VAR-COUNT
       OPEN INPUT COUNTS-FILE
       IF COUNTS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open COUNTS file: " P-COUNTS-PATH
                  " (status=" COUNTS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ COUNTS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE COUNTS-REC TO TX-LINE
                PERFORM PARSE-COUNT-LINE
          END-READ
       END-PERFORM
       CLOSE COUNTS-FILE
       IF FUNCTION TRIM(P-ADJOUT-PATH) NOT = SPACES
          PERFORM WRITE-ADJUST-CSV
       END-IF
       EXIT PARAGRAPH.

   PARSE-COUNT-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8
       PERFORM SPLIT-CSV-LINE
       MOVE FUNCTION TRIM(F1) TO TX-SKU
       IF FUNCTION TRIM(F2) = SPACES
          MOVE "MAIN" TO TX-BIN
       ELSE
          MOVE FUNCTION TRIM(F2) TO TX-BIN
       END-IF
       MOVE F3 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK NOT = "Y"
          DISPLAY "WARNING: Bad CountedQty in count line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(F3) TO COUNTED-QTY
       PERFORM FIND-SKU
       IF FOUND = "N"
          DISPLAY "WARNING: Counted SKU/Bin not on book: "
                  FUNCTION TRIM(TX-SKU) "/" FUNCTION TRIM(TX-BIN)
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF VAR-COUNT >= 5000
          DISPLAY "ERROR: Too many count lines (max 5000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO VAR-COUNT
       MOVE TX-SKU      TO VAR-SKU (VAR-COUNT)
       MOVE TX-BIN      TO VAR-BIN (VAR-COUNT)
       MOVE QTY(IDX)    TO VAR-BOOK-QTY (VAR-COUNT)
       MOVE COUNTED-QTY TO VAR-COUNTED-QTY (VAR-COUNT)
       COMPUTE VAR-QTY (VAR-COUNT) = COUNTED-QTY - QTY(IDX)
       COMPUTE VAR-VALUE (VAR-COUNT) =
           VAR-QTY (VAR-COUNT) * UNIT-COST(IDX)
       IF VAR-QTY (VAR-COUNT) >= 0
          ADD VAR-QTY (VAR-COUNT) TO VAR-TOTAL-ABS-QTY
       ELSE
          SUBTRACT VAR-QTY (VAR-COUNT) FROM VAR-TOTAL-ABS-QTY
       END-IF
       ADD VAR-VALUE (VAR-COUNT) TO VAR-TOTAL-VALUE
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Emit one ADJUST transaction per nonzero variance, in the TX
  *> CSV format (TYPE,SKU,Qty,UnitPrice,Name,UnitCost,Bin), so the
  *> corrections post through the normal PROCESS run.
  *> -----------------------------------------------------------
   WRITE-ADJUST-CSV.
       OPEN OUTPUT ADJOUT-FILE
       IF ADJOUT-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open ADJOUT for write: "
                  ADJOUT-PATH " (status=" ADJOUT-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING VAR-IX FROM 1 BY 1 UNTIL VAR-IX > VAR-COUNT
          IF VAR-QTY (VAR-IX) NOT = 0
             MOVE VAR-QTY (VAR-IX) TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             MOVE FMT-TEXT TO VAR-QTY-TXT
             MOVE SPACES TO ADJOUT-REC
             STRING "ADJUST,"                        DELIMITED BY SIZE
                    FUNCTION TRIM(VAR-SKU (VAR-IX))  DELIMITED BY SIZE
                    ","                              DELIMITED BY SIZE
                    FUNCTION TRIM(VAR-QTY-TXT)       DELIMITED BY SIZE
                    ",0,,,"                          DELIMITED BY SIZE
                    FUNCTION TRIM(VAR-BIN (VAR-IX))  DELIMITED BY SIZE
               INTO ADJOUT-REC
             END-STRING
             WRITE ADJOUT-REC
          END-IF
       END-PERFORM
       CLOSE ADJOUT-FILE
       DISPLAY "INFO: Adjustment transactions written to " ADJOUT-PATH
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the open purchase orders (PONumber,VendorID,SKU,
  *> OrderedQty,ReceivedQty,OrderDate,UnitCost). A missing file
  *> just means
  *> nothing is on order yet.
  *> -----------------------------------------------------------
   LOAD-OPEN-POS.
       MOVE 0 TO OP-COUNT
       OPEN INPUT OPENPO-FILE
       IF OPENPO-STATUS = "35"
          EXIT PARAGRAPH
       END-IF
       IF OPENPO-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open OPENPO file: " P-OPENPO-PATH
                  " (status=" OPENPO-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ OPENPO-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE OPENPO-REC TO TX-LINE
                PERFORM PARSE-OPENPO-LINE
          END-READ
       END-PERFORM
       CLOSE OPENPO-FILE
       EXIT PARAGRAPH.

   PARSE-OPENPO-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9 F10 F11 F12 F13
       PERFORM SPLIT-CSV-LINE
       MOVE F4 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF FUNCTION TRIM(F1) = SPACES
          OR FUNCTION TRIM(F3) = SPACES
          OR NUM-OK NOT = "Y"
          DISPLAY "WARNING: Bad open-PO line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF OP-COUNT >= 2000
          DISPLAY "ERROR: Too many open-PO lines (max 2000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO OP-COUNT
       MOVE FUNCTION TRIM(F1) TO OP-PONUM (OP-COUNT)
       MOVE FUNCTION TRIM(F2) TO OP-VENDOR (OP-COUNT)
       MOVE FUNCTION TRIM(F3) TO OP-SKU (OP-COUNT)
       MOVE FUNCTION NUMVAL(F4) TO OP-ORDER-QTY (OP-COUNT)
       MOVE F5 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F5) TO OP-RECV-QTY (OP-COUNT)
       ELSE
          MOVE 0 TO OP-RECV-QTY (OP-COUNT)
       END-IF
       MOVE F6 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y"
          AND FUNCTION LENGTH(FUNCTION TRIM(F6)) = 8
          MOVE FUNCTION NUMVAL(F6) TO OP-ORDER-DATE (OP-COUNT)
       ELSE
          MOVE 0 TO OP-ORDER-DATE (OP-COUNT)
       END-IF
       MOVE F7 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y" AND FUNCTION TRIM(F7) NOT = SPACES
          MOVE FUNCTION NUMVAL(F7) TO OP-UNIT-COST (OP-COUNT)
       ELSE
          MOVE 0 TO OP-UNIT-COST (OP-COUNT)
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Book the RESTOCK just posted against its PO line (matched on
  *> PO number + SKU). Receipts citing an unknown line warn but
  *> still post - the stock is physically here either way.
  *> -----------------------------------------------------------
   MATCH-RECEIPT-TO-PO.
       MOVE 0 TO OP-SLOT
       PERFORM VARYING OP-SCAN FROM 1 BY 1
               UNTIL OP-SCAN > OP-COUNT
          IF OP-PONUM (OP-SCAN) = TX-PONUM
             AND OP-SKU (OP-SCAN) = TX-SKU
             MOVE OP-SCAN TO OP-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF OP-SLOT = 0
          DISPLAY "WARNING: Receipt cites unknown PO line: "
                  FUNCTION TRIM(TX-PONUM) "/"
                  FUNCTION TRIM(TX-SKU)
          EXIT PARAGRAPH
       END-IF
       ADD TX-QTY TO OP-RECV-QTY (OP-SLOT)
       IF P-MODE = "PROCESS"
          AND FUNCTION TRIM(P-POHIST-PATH) NOT = SPACES
          PERFORM APPEND-PO-RECEIPT-HIST
       END-IF
       EXIT PARAGRAPH.

  *> Helper: one receipt-history line for the receipt just booked
  *> against OP-SLOT; the file is opened on first use and closed
  *> once the transactions have posted.
   APPEND-PO-RECEIPT-HIST.
       IF POH-OPEN = "N"
          OPEN EXTEND POHIST-FILE
          IF POHIST-STATUS = "35"
             OPEN OUTPUT POHIST-FILE
             IF POHIST-STATUS = "00"
                MOVE SPACES TO POHIST-REC
                STRING "ReceiptDate,PONumber,VendorID,SKU,OrderedQty,"
                       "OrderDate,ReceivedQty,UnitCost,POUnitCost"
                   DELIMITED BY SIZE INTO POHIST-REC
                END-STRING
                WRITE POHIST-REC
             END-IF
          END-IF
          IF POHIST-STATUS NOT = "00"
             DISPLAY "ERROR: Cannot open POHIST for append: "
                     POHIST-PATH " (status=" POHIST-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
             EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO POH-OPEN
       END-IF
       MOVE OP-ORDER-QTY (OP-SLOT) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE TX-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE LAYER-ADD-COST TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE OP-UNIT-COST (OP-SLOT) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-QTY-TXT
       MOVE SPACES TO POHIST-REC
       STRING TX-DATE                            DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(OP-PONUM (OP-SLOT))  DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(OP-VENDOR (OP-SLOT)) DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(OP-SKU (OP-SLOT))    DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)          DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              OP-ORDER-DATE (OP-SLOT)            DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)          DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)           DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(VAR-QTY-TXT)         DELIMITED BY SIZE
         INTO POHIST-REC
       END-STRING
       WRITE POHIST-REC
       ADD 1 TO POH-WRITE-COUNT
       EXIT PARAGRAPH.

  *> Helper: one commission-extract line for the rep on the leg
  *> just booked (COMM-QTY/VALUE/COST/LIST); opened on first use,
  *> header written when the file is new, closed after posting.
   APPEND-COMMISSION-LINE.
       IF COMM-OPEN = "N"
          OPEN EXTEND COMMISSION-FILE
          IF COMMISSION-STATUS = "35"
             OPEN OUTPUT COMMISSION-FILE
             IF COMMISSION-STATUS = "00"
                MOVE SPACES TO COMMISSION-REC
                STRING "Period,Date,RepID,Type,Channel,SKU,Qty,"
                       "SalesValue,FIFOCost,Margin,ListValue"
                   DELIMITED BY SIZE INTO COMMISSION-REC
                END-STRING
                WRITE COMMISSION-REC
             END-IF
          END-IF
          IF COMMISSION-STATUS NOT = "00"
             DISPLAY "ERROR: Cannot open COMMISSION for append: "
                     COMMISSION-PATH " (status=" COMMISSION-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
             EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO COMM-OPEN
       END-IF
       MOVE TX-CHANNEL TO COMM-CHANNEL
       IF FUNCTION TRIM(COMM-CHANNEL) = SPACES
          MOVE "UNSPEC" TO COMM-CHANNEL
       END-IF
       MOVE COMM-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO COMM-QTY-TXT
       MOVE COMM-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO COMM-VALUE-TXT
       MOVE COMM-COST TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO COMM-COST-TXT
       COMPUTE FMT-AMT-IN = COMM-VALUE - COMM-COST
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO COMM-MARGIN-TXT
       MOVE COMM-LIST TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO COMM-LIST-TXT
       MOVE SPACES TO COMMISSION-REC
       STRING TX-DATE(1:6)                       DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              TX-DATE                            DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(TX-SALESREP)         DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(TX-TYPE)             DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(COMM-CHANNEL)        DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(TX-SKU)              DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(COMM-QTY-TXT)        DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(COMM-VALUE-TXT)      DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(COMM-COST-TXT)       DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(COMM-MARGIN-TXT)     DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(COMM-LIST-TXT)       DELIMITED BY SIZE
         INTO COMMISSION-REC
       END-STRING
       WRITE COMMISSION-REC
       ADD 1 TO COMM-WRITE-COUNT
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Read the PO receipt history and roll the receipts dated in
  *> FROM/TO up per vendor (VS-TABLE) and per PO line (PL-TABLE,
  *> for fill rate and over-shipment). A missing file is simply
  *> no history yet.
  *> -----------------------------------------------------------
   LOAD-PO-RECEIPT-HISTORY.
       MOVE 0 TO VS-COUNT
       MOVE 0 TO PL-COUNT
       MOVE 0 TO POH-READ-COUNT
       OPEN INPUT POHIST-FILE
       IF POHIST-STATUS = "35"
          DISPLAY "WARNING: No PO receipt history at "
                  FUNCTION TRIM(POHIST-PATH)
          EXIT PARAGRAPH
       END-IF
       IF POHIST-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open POHIST file: " P-POHIST-PATH
                  " (status=" POHIST-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ POHIST-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE POHIST-REC TO TX-LINE
                PERFORM PARSE-POHIST-LINE
          END-READ
       END-PERFORM
       CLOSE POHIST-FILE
  *> Fill rate and over-shipment are judged per PO line
       PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-COUNT
          PERFORM VARYING VS-IX FROM 1 BY 1 UNTIL VS-IX > VS-COUNT
             IF VS-VENDOR (VS-IX) = PL-VENDOR (PL-IX)
                ADD 1 TO VS-LINES (VS-IX)
                ADD PL-ORDER-QTY (PL-IX) TO VS-ORDERED (VS-IX)
                ADD PL-RECV-QTY (PL-IX) TO VS-RECEIVED (VS-IX)
                IF PL-RECV-QTY (PL-IX) > PL-ORDER-QTY (PL-IX)
                   ADD 1 TO VS-OVER-LINES (VS-IX)
                   ADD PL-ORDER-QTY (PL-IX) TO VS-FILLED (VS-IX)
                ELSE
                   ADD PL-RECV-QTY (PL-IX) TO VS-FILLED (VS-IX)
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM
       END-PERFORM
       EXIT PARAGRAPH.

   PARSE-POHIST-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
  *> The header (and anything else without a receipt date) is skipped
       MOVE F1 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK NOT = "Y"
          OR FUNCTION LENGTH(FUNCTION TRIM(F1)) NOT = 8
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(F1) TO POH-DATE
       IF P-FROM-DATE > 0 AND POH-DATE < P-FROM-DATE
          EXIT PARAGRAPH
       END-IF
       IF P-TO-DATE > 0 AND POH-DATE > P-TO-DATE
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION TRIM(F3) = SPACES OR FUNCTION TRIM(F4) = SPACES
          DISPLAY "WARNING: Bad PO receipt history line: " TX-LINE
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO POH-READ-COUNT
       MOVE F5 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F5) TO POH-ORDER-QTY
       ELSE
          MOVE 0 TO POH-ORDER-QTY
       END-IF
       MOVE F6 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y" AND FUNCTION LENGTH(FUNCTION TRIM(F6)) = 8
          AND FUNCTION NUMVAL(F6) > 0
          MOVE FUNCTION NUMVAL(F6) TO POH-ORDER-DATE
       ELSE
          MOVE 0 TO POH-ORDER-DATE
       END-IF
       MOVE F7 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F7) TO POH-QTY
       ELSE
          MOVE 0 TO POH-QTY
       END-IF
       MOVE FUNCTION NUMVAL(F8) TO POH-COST
  *> Vendor slot
       MOVE 0 TO VS-SLOT
       PERFORM VARYING VS-IX FROM 1 BY 1 UNTIL VS-IX > VS-COUNT
          IF VS-VENDOR (VS-IX) = FUNCTION TRIM(F3)
             MOVE VS-IX TO VS-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF VS-SLOT = 0
          IF VS-COUNT >= 200
             DISPLAY "WARNING: Too many scorecard vendors (max 200)."
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO VS-COUNT
          MOVE VS-COUNT TO VS-SLOT
          INITIALIZE VS-ROW (VS-SLOT)
          MOVE FUNCTION TRIM(F3) TO VS-VENDOR (VS-SLOT)
          PERFORM VARYING SUP-IX FROM 1 BY 1 UNTIL SUP-IX > SUP-COUNT
             IF SUP-VENDOR-ID (SUP-IX) = VS-VENDOR (VS-SLOT)
                MOVE SUP-VENDOR-NAME (SUP-IX) TO VS-NAME (VS-SLOT)
                EXIT PERFORM
             END-IF
          END-PERFORM
       END-IF
       ADD 1 TO VS-RECEIPTS (VS-SLOT)
       COMPUTE VS-VALUE (VS-SLOT) =
           VS-VALUE (VS-SLOT) + (POH-QTY * POH-COST)
  *> Lead time: receipt date less order date, judged against the
  *> catalog's quote for this SKU from this vendor (any vendor's
  *> quote for the SKU, else the default, when it is not listed).
       IF POH-ORDER-DATE > 0
          COMPUTE POH-LEAD =
              FUNCTION INTEGER-OF-DATE(POH-DATE)
              - FUNCTION INTEGER-OF-DATE(POH-ORDER-DATE)
          IF POH-LEAD < 0
             MOVE 0 TO POH-LEAD
          END-IF
          MOVE DEFAULT-LEAD-DAYS TO POH-QUOTED
          MOVE "N" TO FOUND
          PERFORM VARYING SUP-IX FROM 1 BY 1 UNTIL SUP-IX > SUP-COUNT
             IF SUP-SKU (SUP-IX) = FUNCTION TRIM(F4)
                IF SUP-VENDOR-ID (SUP-IX) = VS-VENDOR (VS-SLOT)
                   MOVE SUP-LEAD-DAYS (SUP-IX) TO POH-QUOTED
                   EXIT PERFORM
                END-IF
                IF FOUND = "N"
                   MOVE SUP-LEAD-DAYS (SUP-IX) TO POH-QUOTED
                   MOVE "Y" TO FOUND
                END-IF
             END-IF
          END-PERFORM
          ADD 1 TO VS-TIMED (VS-SLOT)
          ADD POH-LEAD TO VS-LEAD-SUM (VS-SLOT)
          ADD POH-QUOTED TO VS-QUOTED-SUM (VS-SLOT)
          IF POH-LEAD <= POH-QUOTED
             ADD 1 TO VS-ONTIME (VS-SLOT)
          END-IF
       END-IF
  *> PO line slot (PONumber + SKU)
       MOVE 0 TO PL-SLOT
       PERFORM VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PL-COUNT
          IF PL-PONUM (PL-IX) = FUNCTION TRIM(F2)
             AND PL-SKU (PL-IX) = FUNCTION TRIM(F4)
             MOVE PL-IX TO PL-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF PL-SLOT = 0
          IF PL-COUNT >= 5000
             DISPLAY "WARNING: Too many scorecard PO lines (max 5000)."
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO PL-COUNT
          MOVE PL-COUNT TO PL-SLOT
          MOVE FUNCTION TRIM(F2) TO PL-PONUM (PL-SLOT)
          MOVE FUNCTION TRIM(F4) TO PL-SKU (PL-SLOT)
          MOVE VS-VENDOR (VS-SLOT) TO PL-VENDOR (PL-SLOT)
          MOVE 0 TO PL-RECV-QTY (PL-SLOT)
       END-IF
       MOVE POH-ORDER-QTY TO PL-ORDER-QTY (PL-SLOT)
       ADD POH-QTY TO PL-RECV-QTY (PL-SLOT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> The vendor scorecard CSV, one line per vendor with receipts
  *> in the period. Percentages are blank where there is nothing
  *> to measure (no dated orders, nothing ordered).
  *> -----------------------------------------------------------
   WRITE-VENDOR-SCORECARD.
       OPEN OUTPUT SCORE-FILE
       IF SCORE-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open SCORECSV for write: "
                  SCORE-PATH " (status=" SCORE-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO SCORE-REC
       STRING "VendorID,VendorName,Receipts,OnTimeReceipts,OnTimePct,"
              "QuotedLeadDays,ActualLeadDays,LeadVarianceDays,"
              "POLines,OrderedQty,ReceivedQty,FillRatePct,"
              "OverShipLines,OverShipPct,ValueReceived"
          DELIMITED BY SIZE INTO SCORE-REC
       END-STRING
       WRITE SCORE-REC
       PERFORM VARYING VS-IX FROM 1 BY 1 UNTIL VS-IX > VS-COUNT
          PERFORM WRITE-ONE-SCORECARD-LINE
       END-PERFORM
       CLOSE SCORE-FILE
       DISPLAY "INFO: Vendor scorecard written to "
               FUNCTION TRIM(SCORE-PATH) " (" VS-COUNT " vendor(s), "
               POH-READ-COUNT " receipt(s))"
       EXIT PARAGRAPH.

   WRITE-ONE-SCORECARD-LINE.
       MOVE SPACES TO VS-ONTIME-TXT VS-QUOTED-TXT VS-ACTUAL-TXT
                      VS-VAR-TXT VS-FILL-TXT VS-OVER-TXT
       IF VS-TIMED (VS-IX) > 0
          COMPUTE VS-PCT ROUNDED =
              VS-ONTIME (VS-IX) * 100 / VS-TIMED (VS-IX)
          MOVE VS-PCT TO VS-PCT-ED
          MOVE FUNCTION TRIM(VS-PCT-ED) TO VS-ONTIME-TXT
          COMPUTE VS-AVG-LEAD ROUNDED =
              VS-LEAD-SUM (VS-IX) / VS-TIMED (VS-IX)
          COMPUTE VS-AVG-QUOTED ROUNDED =
              VS-QUOTED-SUM (VS-IX) / VS-TIMED (VS-IX)
          COMPUTE VS-LEAD-VAR = VS-AVG-LEAD - VS-AVG-QUOTED
          MOVE VS-AVG-LEAD TO VS-LEAD-ED
          MOVE FUNCTION TRIM(VS-LEAD-ED) TO VS-ACTUAL-TXT
          MOVE VS-AVG-QUOTED TO VS-LEAD-ED
          MOVE FUNCTION TRIM(VS-LEAD-ED) TO VS-QUOTED-TXT
          MOVE VS-LEAD-VAR TO VS-VAR-ED
          MOVE FUNCTION TRIM(VS-VAR-ED) TO VS-VAR-TXT
       END-IF
       IF VS-ORDERED (VS-IX) > 0
          COMPUTE VS-PCT ROUNDED =
              VS-FILLED (VS-IX) * 100 / VS-ORDERED (VS-IX)
          MOVE VS-PCT TO VS-PCT-ED
          MOVE FUNCTION TRIM(VS-PCT-ED) TO VS-FILL-TXT
       END-IF
       IF VS-LINES (VS-IX) > 0
          COMPUTE VS-PCT ROUNDED =
              VS-OVER-LINES (VS-IX) * 100 / VS-LINES (VS-IX)
          MOVE VS-PCT TO VS-PCT-ED
          MOVE FUNCTION TRIM(VS-PCT-ED) TO VS-OVER-TXT
       END-IF
       MOVE VS-ORDERED (VS-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE VS-RECEIVED (VS-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE VS-VALUE (VS-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE VS-RECEIPTS (VS-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-QTY-TXT
       MOVE VS-ONTIME (VS-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-BOOK-TXT
       MOVE VS-LINES (VS-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-COUNTED-TXT
       MOVE VS-OVER-LINES (VS-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE SPACES TO SCORE-REC
       STRING FUNCTION TRIM(VS-VENDOR (VS-IX)) DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VS-NAME (VS-IX))   DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VAR-QTY-TXT)       DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT)      DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VS-ONTIME-TXT)     DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VS-QUOTED-TXT)     DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VS-ACTUAL-TXT)     DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VS-VAR-TXT)        DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VAR-COUNTED-TXT)   DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)        DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)        DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VS-FILL-TXT)       DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)         DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VS-OVER-TXT)       DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT)     DELIMITED BY SIZE
         INTO SCORE-REC
       END-STRING
       WRITE SCORE-REC
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Rewrite the open-PO file with the lines not yet fully
  *> received; filled (and over-filled) lines drop off here and
  *> live on only in the receipt report.
  *> -----------------------------------------------------------
   WRITE-OPENPO-FILE.
       OPEN OUTPUT OPENPO-FILE
       IF OPENPO-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open OPENPO for write: "
                  OPENPO-PATH " (status=" OPENPO-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-COUNT
          IF OP-RECV-QTY (OP-IX) < OP-ORDER-QTY (OP-IX)
             MOVE OP-ORDER-QTY (OP-IX) TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             MOVE FMT-TEXT TO RC-QTY-TXT
             MOVE OP-RECV-QTY (OP-IX) TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             MOVE FMT-TEXT TO RC-SUG-TXT
             MOVE OP-UNIT-COST (OP-IX) TO FMT-AMT-IN
             PERFORM FORMAT-AMT
             MOVE FMT-TEXT TO RC-RP-TXT
             MOVE SPACES TO OPENPO-REC
             STRING FUNCTION TRIM(OP-PONUM (OP-IX)) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM(OP-VENDOR (OP-IX)) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM(OP-SKU (OP-IX)) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    OP-ORDER-DATE (OP-IX) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
               INTO OPENPO-REC
             END-STRING
             WRITE OPENPO-REC
          END-IF
       END-PERFORM
       CLOSE OPENPO-FILE
       DISPLAY "INFO: Open purchase orders written to " OPENPO-PATH
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> MODE=FORECAST: accumulate raw SALE demand per SKU across the
  *> period's transaction files, then suggest a reorder point per
  *> SKU from average daily usage, the vendor's lead time, and the
  *> SAFETY= days of cover, alongside the current reorder point.
  *> -----------------------------------------------------------
   PROCESS-FORECAST.
       PERFORM LOAD-SALES-HISTORY
       IF LOC-COUNT = 0
          EXIT PARAGRAPH
       END-IF
  *> Observed vendor lead times, when there is a receipt history
       IF FUNCTION TRIM(P-POHIST-PATH) NOT = SPACES
          PERFORM LOAD-PO-RECEIPT-HISTORY
       END-IF
       MOVE 0 TO VS-OBSERVED-USED
       PERFORM WRITE-FORECAST-CSV
       IF VS-OBSERVED-USED > 0
          DISPLAY "INFO: " VS-OBSERVED-USED " SKU(s) planned on the "
                  "vendor's observed lead time (POHIST)"
       END-IF
       EXIT PARAGRAPH.

  *> Helper: SALE demand per SKU (FC-TABLE) and the period span
  *> (FC-PERIOD-DAYS) from the TX= file list; shared by FORECAST
  *> and ABC.
   LOAD-SALES-HISTORY.
       MOVE 0 TO FC-COUNT
       MOVE 0 TO FC-MIN-DATE
       MOVE 0 TO FC-MAX-DATE
       PERFORM SPLIT-TXFILE-LIST
       IF LOC-COUNT = 0
          DISPLAY "ERROR: MODE=" FUNCTION TRIM(P-MODE)
                  " requires at least one TX path."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING LOC-IX FROM 1 BY 1 UNTIL LOC-IX > LOC-COUNT
          MOVE LOC-PATH (LOC-IX) TO TX-PATH
          OPEN INPUT TX-FILE
          IF TX-STATUS NOT = "00"
             DISPLAY "ERROR: Cannot open TX file: "
                     LOC-PATH (LOC-IX) " (status=" TX-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
          ELSE
             PERFORM UNTIL 1 = 2
                READ TX-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                      MOVE TX-REC TO TX-LINE
                      PERFORM PARSE-FORECAST-LINE
                END-READ
             END-PERFORM
             CLOSE TX-FILE
          END-IF
       END-PERFORM
  *> Period span: the FROM/TO window when given, else the dates
  *> actually observed in the files.
       IF P-FROM-DATE > 0
          MOVE P-FROM-DATE TO FC-MIN-DATE
       END-IF
       IF P-TO-DATE > 0
          MOVE P-TO-DATE TO FC-MAX-DATE
       END-IF
       IF FC-MIN-DATE = 0 OR FC-MAX-DATE = 0
          OR FC-MAX-DATE < FC-MIN-DATE
          MOVE 1 TO FC-PERIOD-DAYS
       ELSE
          COMPUTE FC-PERIOD-DAYS =
              FUNCTION INTEGER-OF-DATE(FC-MAX-DATE)
              - FUNCTION INTEGER-OF-DATE(FC-MIN-DATE) + 1
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Book the RTV line just posted (one row per line; a multi-
  *> SKU return shares its RTV number across rows).
  *> -----------------------------------------------------------
   RECORD-RTV.
       ADD 1 TO RTV-COUNT
       MOVE TX-NAME       TO RTV-NUM (RTV-COUNT)
       MOVE RTV-VENDOR-IN TO RTV-VENDOR (RTV-COUNT)
       MOVE TX-PONUM      TO RTV-PONUM (RTV-COUNT)
       MOVE TX-SKU        TO RTV-SKU (RTV-COUNT)
       MOVE TX-BIN        TO RTV-BIN (RTV-COUNT)
       MOVE TX-LOT        TO RTV-LOT (RTV-COUNT)
       MOVE TX-QTY        TO RTV-QTY (RTV-COUNT)
       MOVE RELIEF-COST   TO RTV-VALUE (RTV-COUNT)
       MOVE TX-DATE       TO RTV-DATE (RTV-COUNT)
       MOVE "OPEN"        TO RTV-STATE (RTV-COUNT)
       MOVE "Y"           TO RTV-NEW (RTV-COUNT)
       MOVE "N"           TO RTV-MEMO (RTV-COUNT)
       MOVE SPACES        TO RTV-CREDIT-REF (RTV-COUNT)
       MOVE 0             TO RTV-CREDIT-AMT (RTV-COUNT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the RTVs still waiting on a vendor credit. A missing
  *> file just means none are outstanding.
  *> -----------------------------------------------------------
   LOAD-OPEN-RTVS.
       OPEN INPUT RTVOPEN-FILE
       IF RTVOPEN-STATUS = "35"
          EXIT PARAGRAPH
       END-IF
       IF RTVOPEN-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open RTVOPEN file: " P-RTVOPEN-PATH
                  " (status=" RTVOPEN-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ RTVOPEN-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE RTVOPEN-REC TO TX-LINE
                PERFORM PARSE-RTVOPEN-LINE
          END-READ
       END-PERFORM
       CLOSE RTVOPEN-FILE
       EXIT PARAGRAPH.

   PARSE-RTVOPEN-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "RTVNUMBER"
          EXIT PARAGRAPH
       END-IF
       MOVE F7 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF FUNCTION TRIM(F1) = SPACES OR FUNCTION TRIM(F4) = SPACES
          OR NUM-OK NOT = "Y"
          DISPLAY "WARNING: Bad open-RTV line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM STORE-RTV-ROW
       EXIT PARAGRAPH.

  *> Helper: F1..F9 (RTVNumber,VendorID,PONumber,SKU,Bin,Lot,Qty,
  *> Value,Date) into a new open RTV row.
   STORE-RTV-ROW.
       IF RTV-COUNT >= 2000
          DISPLAY "ERROR: Too many open RTV lines (max 2000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO RTV-COUNT
       MOVE FUNCTION TRIM(F1) TO RTV-NUM (RTV-COUNT)
       MOVE FUNCTION TRIM(F2) TO RTV-VENDOR (RTV-COUNT)
       MOVE FUNCTION TRIM(F3) TO RTV-PONUM (RTV-COUNT)
       MOVE FUNCTION TRIM(F4) TO RTV-SKU (RTV-COUNT)
       MOVE FUNCTION TRIM(F5) TO RTV-BIN (RTV-COUNT)
       MOVE FUNCTION TRIM(F6) TO RTV-LOT (RTV-COUNT)
       MOVE FUNCTION NUMVAL(F7) TO RTV-QTY (RTV-COUNT)
       MOVE FUNCTION NUMVAL(F8) TO RTV-VALUE (RTV-COUNT)
       IF FUNCTION TRIM(F9) = SPACES
          MOVE 0 TO RTV-DATE (RTV-COUNT)
       ELSE
          MOVE FUNCTION NUMVAL(F9) TO RTV-DATE (RTV-COUNT)
       END-IF
       MOVE "OPEN"  TO RTV-STATE (RTV-COUNT)
       MOVE "N"     TO RTV-NEW (RTV-COUNT)
       MOVE "Y"     TO RTV-MEMO (RTV-COUNT)
       MOVE SPACES  TO RTV-CREDIT-REF (RTV-COUNT)
       MOVE 0       TO RTV-CREDIT-AMT (RTV-COUNT)
       EXIT PARAGRAPH.

  *> Helper: the RTV-IX row as RTVOPEN CSV text in WS-TXT.
   BUILD-RTV-TEXT.
       MOVE RTV-QTY (RTV-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE RTV-VALUE (RTV-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE SPACES TO WS-TXT
       STRING FUNCTION TRIM(RTV-NUM (RTV-IX))    DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RTV-VENDOR (RTV-IX)) DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RTV-PONUM (RTV-IX))  DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RTV-SKU (RTV-IX))    DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RTV-BIN (RTV-IX))    DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RTV-LOT (RTV-IX))    DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)          DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)           DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              RTV-DATE (RTV-IX)                  DELIMITED BY SIZE
         INTO WS-TXT
       END-STRING
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Vendor credits received: each closes every open RTV row with
  *> its RTV number (and vendor, when the credit names one).
  *> Credits citing no open RTV warn and are otherwise ignored.
  *> -----------------------------------------------------------
   APPLY-RTV-CREDITS.
       OPEN INPUT RTVCREDIT-FILE
       IF RTVCREDIT-STATUS = "35"
          EXIT PARAGRAPH
       END-IF
       IF RTVCREDIT-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open RTVCREDITS file: "
                  P-RTVCREDIT-PATH " (status=" RTVCREDIT-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ RTVCREDIT-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE RTVCREDIT-REC TO TX-LINE
                PERFORM PARSE-RTVCREDIT-LINE
          END-READ
       END-PERFORM
       CLOSE RTVCREDIT-FILE
       EXIT PARAGRAPH.

   PARSE-RTVCREDIT-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "RTVNUMBER"
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION TRIM(F1) = SPACES OR FUNCTION TRIM(F3) = SPACES
          DISPLAY "WARNING: Vendor credit needs RTV number and "
                  "credit reference: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE F4 TO WS-TXT
       PERFORM CHECK-DECIMAL
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F4) TO RTV-CREDIT-TOTAL
       ELSE
          MOVE 0 TO RTV-CREDIT-TOTAL
       END-IF
  *> The credit amount is spread over the RTV's rows by value so
  *> each row carries its share for the variance line.
       MOVE 0 TO RTV-CREDIT-MATCHED
       MOVE 0 TO RTV-OPEN-VALUE
       PERFORM VARYING RTV-IX FROM 1 BY 1 UNTIL RTV-IX > RTV-COUNT
          IF RTV-NUM (RTV-IX) = FUNCTION TRIM(F1)
             AND RTV-STATE (RTV-IX) = "OPEN"
             AND (FUNCTION TRIM(F2) = SPACES
                  OR RTV-VENDOR (RTV-IX) = FUNCTION TRIM(F2))
             ADD 1 TO RTV-CREDIT-MATCHED
             ADD RTV-VALUE (RTV-IX) TO RTV-OPEN-VALUE
          END-IF
       END-PERFORM
       IF RTV-CREDIT-MATCHED = 0
          DISPLAY "WARNING: Vendor credit " FUNCTION TRIM(F3)
                  " cites no open RTV: " FUNCTION TRIM(F1)
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING RTV-IX FROM 1 BY 1 UNTIL RTV-IX > RTV-COUNT
          IF RTV-NUM (RTV-IX) = FUNCTION TRIM(F1)
             AND RTV-STATE (RTV-IX) = "OPEN"
             AND (FUNCTION TRIM(F2) = SPACES
                  OR RTV-VENDOR (RTV-IX) = FUNCTION TRIM(F2))
             MOVE "CLOSED" TO RTV-STATE (RTV-IX)
             MOVE FUNCTION TRIM(F3) TO RTV-CREDIT-REF (RTV-IX)
             IF RTV-OPEN-VALUE NOT = 0
                COMPUTE RTV-CREDIT-AMT (RTV-IX) ROUNDED =
                    RTV-CREDIT-TOTAL * RTV-VALUE (RTV-IX)
                    / RTV-OPEN-VALUE
             ELSE
                COMPUTE RTV-CREDIT-AMT (RTV-IX) ROUNDED =
                    RTV-CREDIT-TOTAL / RTV-CREDIT-MATCHED
             END-IF
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> One debit memo per vendor for this run's RTVs
  *> (DM_<VendorID>.csv): header, one line per RTV row, total.
  *> -----------------------------------------------------------
   WRITE-DEBIT-MEMOS.
       MOVE 0 TO DM-FILE-COUNT
       PERFORM VARYING RTV-SCAN FROM 1 BY 1 UNTIL RTV-SCAN > RTV-COUNT
          IF RTV-NEW (RTV-SCAN) = "Y" AND RTV-MEMO (RTV-SCAN) = "N"
             MOVE RTV-VENDOR (RTV-SCAN) TO DM-VENDOR
             PERFORM WRITE-ONE-DEBIT-MEMO
          END-IF
       END-PERFORM
       IF DM-FILE-COUNT > 0
          DISPLAY "INFO: " DM-FILE-COUNT " vendor debit memo(s) "
                  "written (DM_<VendorID>.csv)"
       END-IF
       EXIT PARAGRAPH.

   WRITE-ONE-DEBIT-MEMO.
       MOVE SPACES TO DM-VENDOR-NAME
       PERFORM VARYING VEND-IX FROM 1 BY 1 UNTIL VEND-IX > VEND-COUNT
          IF VEND-ID (VEND-IX) = DM-VENDOR
             MOVE VEND-NAME (VEND-IX) TO DM-VENDOR-NAME
             EXIT PERFORM
          END-IF
       END-PERFORM
       MOVE SPACES TO DM-PATH
       STRING "DM_" DELIMITED BY SIZE
              FUNCTION TRIM(DM-VENDOR) DELIMITED BY SIZE
              ".csv" DELIMITED BY SIZE
         INTO DM-PATH
       END-STRING
       OPEN OUTPUT DM-FILE
       IF DM-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open debit memo file: " DM-PATH
                  " (status=" DM-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          PERFORM VARYING RTV-IX FROM 1 BY 1 UNTIL RTV-IX > RTV-COUNT
             IF RTV-VENDOR (RTV-IX) = DM-VENDOR
                MOVE "Y" TO RTV-MEMO (RTV-IX)
             END-IF
          END-PERFORM
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO DM-FILE-COUNT
       MOVE SPACES TO DM-REC
       STRING "DEBITMEMO,"             DELIMITED BY SIZE
              FUNCTION TRIM(DM-VENDOR) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              FUNCTION TRIM(DM-VENDOR-NAME) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
              RUN-DATE                 DELIMITED BY SIZE
         INTO DM-REC
       END-STRING
       WRITE DM-REC
       MOVE SPACES TO DM-REC
       STRING "RTVNumber,PONumber,SKU,Bin,Lot,Qty,UnitCost,"
              "LineValue,Date"
          DELIMITED BY SIZE INTO DM-REC
       END-STRING
       WRITE DM-REC
       MOVE 0 TO DM-TOTAL-QTY
       MOVE 0 TO DM-TOTAL-VALUE
       PERFORM VARYING RTV-IX FROM 1 BY 1 UNTIL RTV-IX > RTV-COUNT
          IF RTV-VENDOR (RTV-IX) = DM-VENDOR
             AND RTV-NEW (RTV-IX) = "Y"
             AND RTV-MEMO (RTV-IX) = "N"
             PERFORM WRITE-DEBIT-MEMO-LINE
             MOVE "Y" TO RTV-MEMO (RTV-IX)
          END-IF
       END-PERFORM
       MOVE DM-TOTAL-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE DM-TOTAL-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE SPACES TO DM-REC
       STRING "TOTAL,,,,,"             DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              ",,"                     DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              ","                      DELIMITED BY SIZE
         INTO DM-REC
       END-STRING
       WRITE DM-REC
       CLOSE DM-FILE
       EXIT PARAGRAPH.

   WRITE-DEBIT-MEMO-LINE.
       ADD RTV-QTY (RTV-IX) TO DM-TOTAL-QTY
       ADD RTV-VALUE (RTV-IX) TO DM-TOTAL-VALUE
       IF RTV-QTY (RTV-IX) > 0
          COMPUTE RTV-UNIT-COST ROUNDED =
              RTV-VALUE (RTV-IX) / RTV-QTY (RTV-IX)
       ELSE
          MOVE 0 TO RTV-UNIT-COST
       END-IF
       MOVE RTV-QTY (RTV-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE RTV-UNIT-COST TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE RTV-VALUE (RTV-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE SPACES TO DM-REC
       STRING FUNCTION TRIM(RTV-NUM (RTV-IX))   DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM(RTV-PONUM (RTV-IX)) DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM(RTV-SKU (RTV-IX))   DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM(RTV-BIN (RTV-IX))   DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM(RTV-LOT (RTV-IX))   DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)         DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)         DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)          DELIMITED BY SIZE
              ","                               DELIMITED BY SIZE
              RTV-DATE (RTV-IX)                 DELIMITED BY SIZE
         INTO DM-REC
       END-STRING
       WRITE DM-REC
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Rewrite the open-RTV file with the rows no credit has closed.
  *> -----------------------------------------------------------
   WRITE-RTVOPEN-FILE.
       OPEN OUTPUT RTVOPEN-FILE
       IF RTVOPEN-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open RTVOPEN for write: "
                  RTVOPEN-PATH " (status=" RTVOPEN-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO RTVOPEN-REC
       STRING "RTVNumber,VendorID,PONumber,SKU,Bin,Lot,Qty,Value,Date"
          DELIMITED BY SIZE INTO RTVOPEN-REC
       END-STRING
       WRITE RTVOPEN-REC
       PERFORM VARYING RTV-IX FROM 1 BY 1 UNTIL RTV-IX > RTV-COUNT
          IF RTV-STATE (RTV-IX) = "OPEN"
             PERFORM BUILD-RTV-TEXT
             MOVE WS-TXT TO RTVOPEN-REC
             WRITE RTVOPEN-REC
          END-IF
       END-PERFORM
       CLOSE RTVOPEN-FILE
       DISPLAY "INFO: Open returns to vendor written to "
               FUNCTION TRIM(RTVOPEN-PATH)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the stock in transit between locations. A missing file
  *> just means nothing is on the road.
  *> -----------------------------------------------------------
   LOAD-IN-TRANSIT.
       OPEN INPUT TRANSIT-FILE
       IF TRANSIT-STATUS = "35"
          EXIT PARAGRAPH
       END-IF
       IF TRANSIT-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open INTRANSIT file: " P-TRANSIT-PATH
                  " (status=" TRANSIT-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ TRANSIT-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE TRANSIT-REC TO TX-LINE
                PERFORM PARSE-TRANSIT-LINE
          END-READ
       END-PERFORM
       CLOSE TRANSIT-FILE
       EXIT PARAGRAPH.

   PARSE-TRANSIT-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9 F10 F11
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "SHIPMENTNO"
          EXIT PARAGRAPH
       END-IF
       MOVE F8 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF FUNCTION TRIM(F1) = SPACES OR FUNCTION TRIM(F4) = SPACES
          OR NUM-OK NOT = "Y"
          DISPLAY "WARNING: Bad in-transit line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM STORE-TRANSIT-ROW
       EXIT PARAGRAPH.

  *> Helper: F1..F11 (ShipmentNo,FromLoc,ToLoc,SKU,Name,Lot,Expiry,
  *> Qty,UnitCost,ShipDate,LayerDate) into a new open transit row.
   STORE-TRANSIT-ROW.
       IF IT-COUNT >= 5000
          DISPLAY "ERROR: Too many in-transit lines (max 5000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO IT-COUNT
       MOVE FUNCTION TRIM(F1) TO IT-SHIP (IT-COUNT)
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F2)) TO IT-FROM (IT-COUNT)
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F3)) TO IT-TO (IT-COUNT)
       MOVE FUNCTION TRIM(F4) TO IT-SKU (IT-COUNT)
       MOVE FUNCTION TRIM(F5) TO IT-NAME (IT-COUNT)
       MOVE FUNCTION TRIM(F6) TO IT-LOT (IT-COUNT)
       MOVE 0 TO IT-EXPIRY (IT-COUNT)
       IF FUNCTION TRIM(F7) NOT = SPACES
          MOVE FUNCTION NUMVAL(F7) TO IT-EXPIRY (IT-COUNT)
       END-IF
       MOVE FUNCTION NUMVAL(F8) TO IT-QTY (IT-COUNT)
       MOVE FUNCTION NUMVAL(F9) TO IT-COST (IT-COUNT)
       MOVE 0 TO IT-SHIP-DATE (IT-COUNT)
       IF FUNCTION TRIM(F10) NOT = SPACES
          MOVE FUNCTION NUMVAL(F10) TO IT-SHIP-DATE (IT-COUNT)
       END-IF
       MOVE IT-SHIP-DATE (IT-COUNT) TO IT-LAYER-DATE (IT-COUNT)
       IF FUNCTION TRIM(F11) NOT = SPACES
          MOVE FUNCTION NUMVAL(F11) TO IT-LAYER-DATE (IT-COUNT)
       END-IF
       MOVE "OPEN" TO IT-STATE (IT-COUNT)
       EXIT PARAGRAPH.

  *> Helper: the IT-IX row as INTRANSIT CSV text in WS-TXT.
   BUILD-TRANSIT-TEXT.
       MOVE IT-QTY (IT-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE IT-COST (IT-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE SPACES TO RC-SUG-TXT
       IF IT-EXPIRY (IT-IX) > 0
          MOVE IT-EXPIRY (IT-IX) TO RC-SUG-TXT
       END-IF
       MOVE SPACES TO WS-TXT
       STRING FUNCTION TRIM(IT-SHIP (IT-IX)) DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              FUNCTION TRIM(IT-FROM (IT-IX)) DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              FUNCTION TRIM(IT-TO (IT-IX))   DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              FUNCTION TRIM(IT-SKU (IT-IX))  DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              FUNCTION TRIM(IT-NAME (IT-IX)) DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              FUNCTION TRIM(IT-LOT (IT-IX))  DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)      DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)      DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)       DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              IT-SHIP-DATE (IT-IX)           DELIMITED BY SIZE
              ","                            DELIMITED BY SIZE
              IT-LAYER-DATE (IT-IX)          DELIMITED BY SIZE
         INTO WS-TXT
       END-STRING
       EXIT PARAGRAPH.

  *> Helper: one relieved layer piece (IT-P-*) of the SHIP line
  *> just posted goes on the road.
   ADD-TRANSIT-PIECE.
       IF IT-COUNT >= 5000
          DISPLAY "ERROR: In-transit table full (max 5000); shipment "
                  FUNCTION TRIM(TX-NAME) " incomplete."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO IT-COUNT
       MOVE TX-NAME         TO IT-SHIP (IT-COUNT)
       MOVE P-LOCATION      TO IT-FROM (IT-COUNT)
       MOVE IT-DEST         TO IT-TO (IT-COUNT)
       MOVE TX-SKU          TO IT-SKU (IT-COUNT)
       MOVE NAME(IDX)       TO IT-NAME (IT-COUNT)
       MOVE IT-P-LOT        TO IT-LOT (IT-COUNT)
       MOVE IT-P-EXPIRY     TO IT-EXPIRY (IT-COUNT)
       MOVE IT-P-QTY        TO IT-QTY (IT-COUNT)
       MOVE IT-P-COST       TO IT-COST (IT-COUNT)
       MOVE TX-DATE         TO IT-SHIP-DATE (IT-COUNT)
       MOVE IT-P-LAYER-DATE TO IT-LAYER-DATE (IT-COUNT)
       MOVE "OPEN"          TO IT-STATE (IT-COUNT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Validate a RECEIVE-TRANSFER line against the open shipment
  *> of its SKU to this location: IT-MATCH-QTY/-VALUE/-COST are
  *> what was shipped. REJECT-REASON is set when it cannot post.
  *> -----------------------------------------------------------
   FIND-TRANSIT-SHIPMENT.
       MOVE SPACES TO REJECT-REASON
       MOVE 0 TO IT-MATCH-QTY
       MOVE 0 TO IT-MATCH-VALUE
       MOVE 0 TO IT-MATCH-COST
       MOVE SPACES TO IT-MATCH-NAME
       MOVE SPACES TO IT-MATCH-FROM
       EVALUATE TRUE
          WHEN FUNCTION TRIM(P-LOCATION) = SPACES
               OR FUNCTION TRIM(P-TRANSIT-PATH) = SPACES
             MOVE "RECEIVE-TRANSFER requires LOCATION= and INTRANSIT="
                 TO REJECT-REASON
          WHEN FUNCTION TRIM(TX-NAME) = SPACES
             MOVE "RECEIVE-TRANSFER needs the shipment number (Name)"
                 TO REJECT-REASON
          WHEN TX-QTY < 0
             MOVE "Received quantity cannot be negative"
                 TO REJECT-REASON
       END-EVALUATE
       IF REJECT-REASON NOT = SPACES
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
          IF IT-SHIP (IT-IX) = TX-NAME
             AND IT-SKU (IT-IX) = TX-SKU
             AND IT-TO (IT-IX) = P-LOCATION
             AND IT-STATE (IT-IX) = "OPEN"
             ADD IT-QTY (IT-IX) TO IT-MATCH-QTY
             COMPUTE IT-MATCH-VALUE = IT-MATCH-VALUE
                 + (IT-QTY (IT-IX) * IT-COST (IT-IX))
             MOVE IT-NAME (IT-IX) TO IT-MATCH-NAME
             MOVE IT-FROM (IT-IX) TO IT-MATCH-FROM
          END-IF
       END-PERFORM
       IF IT-MATCH-QTY = 0
          MOVE "No open shipment of this SKU to this location"
              TO REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       COMPUTE IT-MATCH-COST ROUNDED = IT-MATCH-VALUE / IT-MATCH-QTY
       EXIT PARAGRAPH.

  *> Helper: bring the IT-IX piece in (as much of it as the count
  *> still covers) as a cost layer in the receiving bin.
   RECEIVE-TRANSIT-PIECE.
       IF IT-REMAINING > 0
          IF IT-QTY (IT-IX) < IT-REMAINING
             MOVE IT-QTY (IT-IX) TO IT-TAKE
          ELSE
             MOVE IT-REMAINING TO IT-TAKE
          END-IF
          MOVE TX-SKU                 TO AL-SKU
          MOVE TX-BIN                 TO AL-BIN
          MOVE IT-TAKE                TO AL-QTY
          MOVE IT-COST (IT-IX)        TO AL-COST
          MOVE IT-LAYER-DATE (IT-IX)  TO AL-DATE
          MOVE IT-LOT (IT-IX)         TO AL-LOT
          MOVE IT-EXPIRY (IT-IX)      TO AL-EXPIRY
          PERFORM ADD-COST-LAYER
          COMPUTE IT-RECV-VALUE =
              IT-RECV-VALUE + (IT-TAKE * IT-COST (IT-IX))
          SUBTRACT IT-TAKE FROM IT-REMAINING
          IF IT-LOT (IT-IX) NOT = SPACES
             AND IT-LOT (IT-IX) NOT = IT-LAST-LOT
             IF LEDGER-LOT-TXT = SPACES
                MOVE IT-LOT (IT-IX) TO LEDGER-LOT-TXT
             ELSE
                MOVE LEDGER-LOT-TXT TO WS-TXT
                MOVE SPACES TO LEDGER-LOT-TXT
                STRING FUNCTION TRIM(WS-TXT)          DELIMITED BY SIZE
                       ";"                            DELIMITED BY SIZE
                       FUNCTION TRIM(IT-LOT (IT-IX))  DELIMITED BY SIZE
                  INTO LEDGER-LOT-TXT
                END-STRING
             END-IF
          END-IF
       END-IF
       IF IT-LOT (IT-IX) NOT = SPACES
          MOVE IT-LOT (IT-IX)    TO IT-LAST-LOT
          MOVE IT-EXPIRY (IT-IX) TO IT-LAST-EXPIRY
       END-IF
       MOVE "RECVD" TO IT-STATE (IT-IX)
       EXIT PARAGRAPH.

  *> Helper: note the receipt for the report and flag a count that
  *> does not agree with what was shipped.
   RECORD-TRANSFER-RECEIPT.
       IF TX-QTY NOT = IT-MATCH-QTY
          MOVE IT-MATCH-QTY TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
          MOVE TX-QTY TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          DISPLAY "WARNING: Shipment " FUNCTION TRIM(TX-NAME) " "
                  FUNCTION TRIM(TX-SKU) " received "
                  FUNCTION TRIM(FMT-TEXT) " of "
                  FUNCTION TRIM(RC-QTY-TXT) " shipped"
       END-IF
       IF XR-COUNT >= 1000
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO XR-COUNT
       MOVE TX-NAME        TO XR-SHIP (XR-COUNT)
       MOVE IT-MATCH-FROM  TO XR-FROM (XR-COUNT)
       MOVE TX-SKU         TO XR-SKU (XR-COUNT)
       MOVE IT-MATCH-QTY   TO XR-SHIPPED-QTY (XR-COUNT)
       MOVE TX-QTY         TO XR-RECV-QTY (XR-COUNT)
       COMPUTE XR-VAR-VALUE (XR-COUNT) = IT-OVER-VALUE - IT-SHORT-VALUE
       MOVE TX-DATE        TO XR-DATE (XR-COUNT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Rewrite the in-transit file with the pieces still on the road.
  *> -----------------------------------------------------------
   WRITE-TRANSIT-FILE.
       OPEN OUTPUT TRANSIT-FILE
       IF TRANSIT-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open INTRANSIT for write: "
                  TRANSIT-PATH " (status=" TRANSIT-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO TRANSIT-REC
       STRING "ShipmentNo,FromLoc,ToLoc,SKU,Name,Lot,Expiry,Qty,"
              "UnitCost,ShipDate,LayerDate"
          DELIMITED BY SIZE INTO TRANSIT-REC
       END-STRING
       WRITE TRANSIT-REC
       PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
          IF IT-STATE (IT-IX) = "OPEN"
             PERFORM BUILD-TRANSIT-TEXT
             MOVE WS-TXT TO TRANSIT-REC
             WRITE TRANSIT-REC
          END-IF
       END-PERFORM
       CLOSE TRANSIT-FILE
       DISPLAY "INFO: In-transit stock written to "
               FUNCTION TRIM(TRANSIT-PATH)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Bin master: every bin with its zone, capacity and the SKU
  *> classes it may hold.
  *> -----------------------------------------------------------
   LOAD-BIN-MASTER.
       OPEN INPUT BINS-FILE
       IF BINS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open BINS file: " P-BINS-PATH
                  " (status=" BINS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ BINS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE BINS-REC TO TX-LINE
                PERFORM PARSE-BIN-LINE
          END-READ
       END-PERFORM
       CLOSE BINS-FILE
       EXIT PARAGRAPH.

   PARSE-BIN-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "BIN"
          EXIT PARAGRAPH
       END-IF
       MOVE F3 TO WS-TXT
       PERFORM CHECK-DECIMAL
       IF FUNCTION TRIM(F1) = SPACES OR NUM-OK NOT = "Y"
          DISPLAY "WARNING: Bad bin master line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF BM-COUNT >= 2000
          DISPLAY "ERROR: Too many bins in bin master (max 2000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO BM-COUNT
       MOVE FUNCTION TRIM(F1) TO BM-BIN (BM-COUNT)
       MOVE FUNCTION TRIM(F2) TO BM-ZONE (BM-COUNT)
       MOVE FUNCTION NUMVAL(F3) TO BM-CAPACITY (BM-COUNT)
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F4)) TO BM-UNIT (BM-COUNT)
       IF BM-UNIT (BM-COUNT) NOT = "CU"
          MOVE "EA" TO BM-UNIT (BM-COUNT)
       END-IF
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F5))
         TO BM-CLASSES (BM-COUNT)
       EXIT PARAGRAPH.

   LOAD-SKU-CLASSES.
       OPEN INPUT SKUCLASS-FILE
       IF SKUCLASS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open SKUCLASS file: " P-SKUCLASS-PATH
                  " (status=" SKUCLASS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ SKUCLASS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE SKUCLASS-REC TO TX-LINE
                PERFORM PARSE-SKUCLASS-LINE
          END-READ
       END-PERFORM
       CLOSE SKUCLASS-FILE
       EXIT PARAGRAPH.

   PARSE-SKUCLASS-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "SKU"
          OR FUNCTION TRIM(F1) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF SC-COUNT >= 5000
          DISPLAY "ERROR: Too many SKU classes (max 5000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO SC-COUNT
       MOVE FUNCTION TRIM(F1) TO SC-SKU (SC-COUNT)
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F2)) TO SC-CLASS (SC-COUNT)
       MOVE 0 TO SC-PACK-CUBE (SC-COUNT)
       MOVE F3 TO WS-TXT
       PERFORM CHECK-DECIMAL
       IF NUM-OK = "Y" AND FUNCTION TRIM(F3) NOT = SPACES
          MOVE FUNCTION NUMVAL(F3) TO SC-PACK-CUBE (SC-COUNT)
       END-IF
       EXIT PARAGRAPH.

  *> Helper: BN-SKU's class (BN-CLASS), pack cube (BN-CUBE) and
  *> pack size (BN-PACK).
   FIND-SKU-CLASS.
       MOVE SPACES TO BN-CLASS
       MOVE 0 TO BN-CUBE
       MOVE 1 TO BN-PACK
       PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-COUNT
          IF SC-SKU (SC-IX) = BN-SKU
             MOVE SC-CLASS (SC-IX) TO BN-CLASS
             MOVE SC-PACK-CUBE (SC-IX) TO BN-CUBE
             EXIT PERFORM
          END-IF
       END-PERFORM
       PERFORM VARYING SUP-IX FROM 1 BY 1 UNTIL SUP-IX > SUP-COUNT
          IF SUP-SKU (SUP-IX) = BN-SKU
             IF SUP-PACK-SIZE (SUP-IX) > 1
                MOVE SUP-PACK-SIZE (SUP-IX) TO BN-PACK
             END-IF
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: BN-QTY eaches of BN-SKU in the BN-SLOT bin's capacity
  *> unit (BN-UNITS). Needs FIND-SKU-CLASS first.
   CONVERT-BIN-UNITS.
       IF BM-UNIT (BN-SLOT) = "CU" AND BN-CUBE > 0
          COMPUTE BN-UNITS ROUNDED = BN-QTY * BN-CUBE / BN-PACK
       ELSE
          MOVE BN-QTY TO BN-UNITS
       END-IF
       EXIT PARAGRAPH.

  *> Helper: the bin master slot for BN-BIN (BN-SLOT, 0 if none).
   FIND-BIN-SLOT.
       MOVE 0 TO BN-SLOT
       PERFORM VARYING BM-IX FROM 1 BY 1 UNTIL BM-IX > BM-COUNT
          IF BM-BIN (BM-IX) = BN-BIN
             SET BN-SLOT TO BM-IX
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: BN-USED = everything on hand in the BN-SLOT bin, in its
  *> capacity unit.
   COMPUTE-BIN-USED.
       MOVE 0 TO BN-USED
       PERFORM VARYING BN-SCAN FROM 1 BY 1 UNTIL BN-SCAN > INV-SIZE
          IF BIN (BN-SCAN) = BM-BIN (BN-SLOT) AND QTY (BN-SCAN) > 0
             MOVE SKU (BN-SCAN) TO BN-SKU
             MOVE QTY (BN-SCAN) TO BN-QTY
             PERFORM FIND-SKU-CLASS
             PERFORM CONVERT-BIN-UNITS
             ADD BN-UNITS TO BN-USED
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: may BN-CLASS go in the BN-SLOT bin (BN-ALLOWED)?
   CHECK-BIN-CLASS.
       MOVE "Y" TO BN-ALLOWED
       IF BM-CLASSES (BN-SLOT) = SPACES OR BM-CLASSES (BN-SLOT) = "*"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO BN-LIST
       STRING ";" FUNCTION TRIM(BM-CLASSES (BN-SLOT)) ";"
          DELIMITED BY SIZE INTO BN-LIST
       END-STRING
       MOVE SPACES TO BN-KEY
       STRING ";" FUNCTION TRIM(BN-CLASS) ";"
          DELIMITED BY SIZE INTO BN-KEY
       END-STRING
       MOVE 0 TO BN-HITS
       IF BN-CLASS NOT = SPACES
          INSPECT BN-LIST TALLYING BN-HITS
              FOR ALL BN-KEY (1:FUNCTION LENGTH(FUNCTION TRIM(BN-KEY)))
       END-IF
       IF BN-HITS = 0
          MOVE "N" TO BN-ALLOWED
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Would BN-QTY more of BN-SKU fit in BN-BIN? REJECT-REASON says
  *> why not: an unlisted bin, a class the bin may not hold, or
  *> more than its remaining capacity.
  *> -----------------------------------------------------------
   CHECK-BIN-CAPACITY.
       MOVE SPACES TO REJECT-REASON
       PERFORM FIND-BIN-SLOT
       IF BN-SLOT = 0
          MOVE "Bin is not in the bin master" TO REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       PERFORM FIND-SKU-CLASS
       PERFORM CHECK-BIN-CLASS
       IF BN-ALLOWED = "N"
          MOVE "SKU class is not allowed in this bin" TO REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       PERFORM CONVERT-BIN-UNITS
       MOVE BN-UNITS TO BN-ADD
       PERFORM COMPUTE-BIN-USED
       IF BN-USED + BN-ADD > BM-CAPACITY (BN-SLOT)
          MOVE "Line would overfill the bin's capacity" TO REJECT-REASON
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Putaway for a receipt keyed with no bin: a bin that already
  *> holds the SKU and has room, else the emptiest bin allowed
  *> the SKU's class that has room. With no such bin the line
  *> stays in MAIN and the capacity check reports it.
  *> -----------------------------------------------------------
   SUGGEST-PUTAWAY-BIN.
       MOVE 0 TO BN-BEST
       MOVE SPACES TO BN-STATE
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          IF SKU (INV-IX) = TX-SKU AND QTY (INV-IX) > 0
             AND BN-BEST = 0
             MOVE BIN (INV-IX) TO BN-BIN
             MOVE TX-SKU TO BN-SKU
             MOVE TX-QTY TO BN-QTY
             PERFORM CHECK-BIN-CAPACITY
             IF REJECT-REASON = SPACES
                MOVE BN-SLOT TO BN-BEST
                MOVE "HOLDS-SKU" TO BN-STATE
             END-IF
          END-IF
       END-PERFORM
       IF BN-BEST = 0
          PERFORM VARYING BN-SLOT FROM 1 BY 1 UNTIL BN-SLOT > BM-COUNT
             PERFORM RATE-PUTAWAY-BIN
          END-PERFORM
       END-IF
       MOVE SPACES TO REJECT-REASON
       IF BN-BEST = 0
          DISPLAY "WARNING: No bin with room for " FUNCTION TRIM(TX-SKU)
                  "; receipt left in MAIN"
          EXIT PARAGRAPH
       END-IF
       MOVE BM-BIN (BN-BEST) TO TX-BIN
       DISPLAY "INFO: Putaway " FUNCTION TRIM(TX-SKU) " -> "
               FUNCTION TRIM(TX-BIN)
       IF PA-COUNT < 1000
          ADD 1 TO PA-COUNT
          MOVE TX-SKU   TO PA-SKU (PA-COUNT)
          MOVE TX-BIN   TO PA-BIN (PA-COUNT)
          MOVE TX-QTY   TO PA-QTY (PA-COUNT)
          MOVE BN-STATE TO PA-RULE (PA-COUNT)
       END-IF
       EXIT PARAGRAPH.

  *> Helper: keep the BN-SLOT bin as BN-BEST when it may take the
  *> receipt and is emptier (by percent used) than the best so far.
   RATE-PUTAWAY-BIN.
       MOVE TX-SKU TO BN-SKU
       MOVE TX-QTY TO BN-QTY
       PERFORM FIND-SKU-CLASS
       PERFORM CHECK-BIN-CLASS
       IF BN-ALLOWED = "N" OR BM-CAPACITY (BN-SLOT) <= 0
          EXIT PARAGRAPH
       END-IF
       PERFORM CONVERT-BIN-UNITS
       MOVE BN-UNITS TO BN-ADD
       PERFORM COMPUTE-BIN-USED
       IF BN-USED + BN-ADD > BM-CAPACITY (BN-SLOT)
          EXIT PARAGRAPH
       END-IF
       COMPUTE BN-PCT ROUNDED = BN-USED * 100 / BM-CAPACITY (BN-SLOT)
       IF BN-BEST = 0 OR BN-PCT < BN-BEST-PCT
          MOVE BN-SLOT TO BN-BEST
          MOVE BN-PCT TO BN-BEST-PCT
          MOVE "EMPTIEST" TO BN-STATE
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Credit customers: CustomerCode,Name,CreditLimit,TermsDays.
  *> A code already known (from a restart's checkpoint or an open
  *> item) just picks up its name, limit and terms.
  *> -----------------------------------------------------------
   LOAD-CUSTOMERS.
       OPEN INPUT CUSTOMERS-FILE
       IF CUSTOMERS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open CUSTOMERS file: "
                  P-CUSTOMERS-PATH " (status=" CUSTOMERS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ CUSTOMERS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE CUSTOMERS-REC TO TX-LINE
                PERFORM PARSE-CUSTOMER-LINE
          END-READ
       END-PERFORM
       CLOSE CUSTOMERS-FILE
       EXIT PARAGRAPH.

   PARSE-CUSTOMER-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "CUSTOMERCODE"
          EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO NUM-OK
       IF FUNCTION TRIM(F3) NOT = SPACES
          MOVE F3 TO WS-TXT
          PERFORM CHECK-DECIMAL
       END-IF
       IF NUM-OK = "Y" AND FUNCTION TRIM(F4) NOT = SPACES
          MOVE F4 TO WS-TXT
          PERFORM CHECK-NUMERIC
       END-IF
       IF FUNCTION TRIM(F1) = SPACES OR NUM-OK NOT = "Y"
          DISPLAY "WARNING: Bad customer line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION TRIM(F1) TO AR-CUST-IN
       PERFORM ENSURE-AR-CUSTOMER
       IF CM-SLOT = 0
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION TRIM(F2) TO CM-NAME (CM-SLOT)
       IF FUNCTION TRIM(F3) = SPACES
          MOVE "N" TO CM-HAS-LIMIT (CM-SLOT)
          MOVE 0 TO CM-LIMIT (CM-SLOT)
       ELSE
          MOVE "Y" TO CM-HAS-LIMIT (CM-SLOT)
          MOVE FUNCTION NUMVAL(F3) TO CM-LIMIT (CM-SLOT)
       END-IF
       IF FUNCTION TRIM(F4) = SPACES
          MOVE 30 TO CM-TERMS (CM-SLOT)
       ELSE
          MOVE FUNCTION NUMVAL(F4) TO CM-TERMS (CM-SLOT)
       END-IF
       EXIT PARAGRAPH.

  *> Helper: AR-CUST-IN -> CM-SLOT (0 if not a credit customer)
   FIND-AR-CUSTOMER.
       MOVE 0 TO CM-SLOT
       PERFORM VARYING CM-IX FROM 1 BY 1 UNTIL CM-IX > CM-COUNT
          IF CM-CODE (CM-IX) = AR-CUST-IN
             MOVE CM-IX TO CM-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: as FIND-AR-CUSTOMER, adding the code (no limit, 30
  *> day terms) when it is not yet known.
   ENSURE-AR-CUSTOMER.
       PERFORM FIND-AR-CUSTOMER
       IF CM-SLOT > 0
          EXIT PARAGRAPH
       END-IF
       IF CM-COUNT >= 1000
          DISPLAY "ERROR: Too many credit customers (max 1000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO CM-COUNT
       MOVE CM-COUNT TO CM-SLOT
       MOVE AR-CUST-IN TO CM-CODE (CM-SLOT)
       MOVE SPACES     TO CM-NAME (CM-SLOT)
       MOVE 0          TO CM-LIMIT (CM-SLOT)
       MOVE "N"        TO CM-HAS-LIMIT (CM-SLOT)
       MOVE 30         TO CM-TERMS (CM-SLOT)
       MOVE 0          TO CM-CHARGES (CM-SLOT)
       MOVE 0          TO CM-PAID (CM-SLOT)
       MOVE SPACES     TO CM-INVOICE (CM-SLOT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Open receivables carried from earlier runs. A missing file
  *> just means nobody owes us anything yet.
  *> -----------------------------------------------------------
   LOAD-AR-OPEN-ITEMS.
       OPEN INPUT AROPEN-FILE
       IF AROPEN-STATUS = "35"
          EXIT PARAGRAPH
       END-IF
       IF AROPEN-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open AROPEN file: " P-AROPEN-PATH
                  " (status=" AROPEN-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ AROPEN-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE AROPEN-REC TO TX-LINE
                PERFORM PARSE-AROPEN-LINE
          END-READ
       END-PERFORM
       CLOSE AROPEN-FILE
       EXIT PARAGRAPH.

   PARSE-AROPEN-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "INVOICENO"
          EXIT PARAGRAPH
       END-IF
       MOVE F3 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF FUNCTION TRIM(F1) = SPACES OR FUNCTION TRIM(F2) = SPACES
          OR NUM-OK NOT = "Y"
          OR FUNCTION LENGTH(FUNCTION TRIM(F3)) NOT = 8
          DISPLAY "WARNING: Bad open-receivable line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE F5 TO WS-TXT
       PERFORM CHECK-DECIMAL
       IF NUM-OK NOT = "Y"
          DISPLAY "WARNING: Bad open-receivable amount: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM STORE-AR-ROW
       EXIT PARAGRAPH.

  *> Helper: F1..F6 (InvoiceNo,Customer,InvoiceDate,DueDate,Amount,
  *> OpenAmount) into a new open item. A blank due date means due
  *> on the invoice date, a blank open amount the full amount.
   STORE-AR-ROW.
       IF AR-COUNT >= 5000
          DISPLAY "ERROR: Too many open receivables (max 5000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO AR-COUNT
       MOVE FUNCTION TRIM(F1) TO AR-INVOICE (AR-COUNT)
       MOVE FUNCTION TRIM(F2) TO AR-CUSTOMER (AR-COUNT)
       MOVE FUNCTION NUMVAL(F3) TO AR-DATE (AR-COUNT)
       IF FUNCTION TRIM(F4) = SPACES
          MOVE AR-DATE (AR-COUNT) TO AR-DUE (AR-COUNT)
       ELSE
          MOVE FUNCTION NUMVAL(F4) TO AR-DUE (AR-COUNT)
       END-IF
       MOVE FUNCTION NUMVAL(F5) TO AR-AMOUNT (AR-COUNT)
       IF FUNCTION TRIM(F6) = SPACES
          MOVE AR-AMOUNT (AR-COUNT) TO AR-OPEN (AR-COUNT)
       ELSE
          MOVE FUNCTION NUMVAL(F6) TO AR-OPEN (AR-COUNT)
       END-IF
  *> Whoever still owes us is a credit customer, listed or not
       MOVE AR-CUSTOMER (AR-COUNT) TO AR-CUST-IN
       PERFORM ENSURE-AR-CUSTOMER
       EXIT PARAGRAPH.

  *> Helper: the AR-IX row as AROPEN CSV text in WS-TXT.
   BUILD-AR-TEXT.
       MOVE AR-AMOUNT (AR-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE AR-OPEN (AR-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE SPACES TO WS-TXT
       STRING FUNCTION TRIM(AR-INVOICE (AR-IX))  DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(AR-CUSTOMER (AR-IX)) DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              AR-DATE (AR-IX)                    DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              AR-DUE (AR-IX)                     DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)           DELIMITED BY SIZE
              ","                                DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)          DELIMITED BY SIZE
         INTO WS-TXT
       END-STRING
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> SALE to a credit customer: open items plus this run's not yet
  *> invoiced charges plus this sale (with its tax) must stay within
  *> the limit.
  *> Sets REJECT-REASON when it would not.
  *> -----------------------------------------------------------
   CHECK-CREDIT-LIMIT.
       MOVE SPACES TO REJECT-REASON
       MOVE TX-CUSTOMER TO AR-CUST-IN
       PERFORM FIND-AR-CUSTOMER
       IF CM-SLOT = 0
          EXIT PARAGRAPH
       END-IF
       IF CM-HAS-LIMIT (CM-SLOT) NOT = "Y"
          EXIT PARAGRAPH
       END-IF
       PERFORM COMPUTE-AR-BALANCE
       COMPUTE TAX-BASE = TX-UPRICE * TX-QTY
       ADD TAX-BASE TO AR-EXPOSURE
  *> The invoice will carry the sale's tax as well
       IF TR-COUNT > 0
          PERFORM FIND-TAX-RATE
          IF TAX-RATE-SLOT > 0 AND TAX-EXEMPT = "N"
             COMPUTE AR-EXPOSURE ROUNDED = AR-EXPOSURE
                 + TAX-BASE * TAX-RATE-USED / 100
          END-IF
       END-IF
       IF AR-EXPOSURE > CM-LIMIT (CM-SLOT)
          MOVE "Sale would exceed customer credit limit"
              TO REJECT-REASON
       END-IF
       EXIT PARAGRAPH.

  *> Helper: AR-CUST-IN's open items plus uninvoiced charges
  *> (CM-SLOT already found) -> AR-EXPOSURE.
   COMPUTE-AR-BALANCE.
       MOVE 0 TO AR-EXPOSURE
       PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
          IF AR-CUSTOMER (AR-IX) = AR-CUST-IN
             ADD AR-OPEN (AR-IX) TO AR-EXPOSURE
          END-IF
       END-PERFORM
       IF CM-INVOICE (CM-SLOT) = SPACES
          ADD CM-CHARGES (CM-SLOT) TO AR-EXPOSURE
       END-IF
       EXIT PARAGRAPH.

  *> Helper: CHA-REVENUE (plus its tax) for TX-CUSTOMER onto their
  *> run charges.
   ACCUMULATE-AR-CHARGE.
       MOVE TX-CUSTOMER TO AR-CUST-IN
       PERFORM FIND-AR-CUSTOMER
       IF CM-SLOT = 0
          EXIT PARAGRAPH
       END-IF
       ADD CHA-REVENUE TO CM-CHARGES (CM-SLOT)
       ADD CHA-REVENUE TO TOTAL-AR-CHARGES
       ADD TAX-AMOUNT TO CM-CHARGES (CM-SLOT)
       ADD TAX-AMOUNT TO TOTAL-AR-CHARGES
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> PAYMENT: cash from a credit customer goes against their open
  *> invoices oldest first; what is left over stays on account as
  *> an unapplied credit under the payment reference.
  *> -----------------------------------------------------------
   APPLY-AR-PAYMENT.
       IF FUNCTION TRIM(TX-CUSTOMER) = SPACES
          MOVE FUNCTION TRIM(F12) TO TX-CUSTOMER
       END-IF
       MOVE TX-CUSTOMER TO AR-CUST-IN
       PERFORM FIND-AR-CUSTOMER
       IF CM-SLOT = 0
          DISPLAY "WARNING: PAYMENT from unknown customer: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          MOVE "Customer is not a credit customer" TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       IF TX-UPRICE <= 0
          DISPLAY "WARNING: PAYMENT amount must be > 0: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          MOVE "Payment amount (UnitPrice column) must be positive"
              TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       IF PMT-COUNT >= 2000
          DISPLAY "WARNING: Payment table full; rejecting " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          MOVE "Too many payments in one run (max 2000)"
              TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       MOVE TX-UPRICE TO AR-REMAIN
       PERFORM ALLOCATE-AR-CASH
       IF AR-REMAIN > 0
          IF AR-COUNT >= 5000
             DISPLAY "WARNING: Receivables table full; rejecting "
                     TX-LINE
             ADD 1 TO TOTAL-ERRORS
             MOVE "Too many open receivables (max 5000)"
                 TO REJECT-REASON
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO AR-COUNT
          IF FUNCTION TRIM(TX-NAME) = SPACES
             MOVE "UNAPPLIED" TO AR-INVOICE (AR-COUNT)
          ELSE
             MOVE TX-NAME TO AR-INVOICE (AR-COUNT)
          END-IF
          MOVE AR-CUST-IN TO AR-CUSTOMER (AR-COUNT)
          MOVE TX-DATE TO AR-DATE (AR-COUNT)
          MOVE TX-DATE TO AR-DUE (AR-COUNT)
          COMPUTE AR-AMOUNT (AR-COUNT) = 0 - AR-REMAIN
          COMPUTE AR-OPEN (AR-COUNT) = 0 - AR-REMAIN
       END-IF
       ADD 1 TO PMT-COUNT
       MOVE AR-CUST-IN TO PMT-CUSTOMER (PMT-COUNT)
       MOVE TX-NAME    TO PMT-REF (PMT-COUNT)
       MOVE TX-DATE    TO PMT-DATE (PMT-COUNT)
       MOVE TX-UPRICE  TO PMT-AMOUNT (PMT-COUNT)
       MOVE AR-REMAIN  TO PMT-UNAPPLIED (PMT-COUNT)
       ADD TX-UPRICE TO CM-PAID (CM-SLOT)
       ADD TX-UPRICE TO TOTAL-AR-PAYMENTS
       ADD 1 TO TOTAL-LINES
       EXIT PARAGRAPH.

  *> Helper: apply AR-REMAIN to AR-CUST-IN's open invoices, oldest
  *> invoice date first; AR-REMAIN is left with what would not fit.
   ALLOCATE-AR-CASH.
       PERFORM UNTIL AR-REMAIN <= 0
          MOVE 0 TO AR-OLDEST
          PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
             IF AR-CUSTOMER (AR-IX) = AR-CUST-IN
                AND AR-OPEN (AR-IX) > 0
                IF AR-OLDEST = 0
                   MOVE AR-IX TO AR-OLDEST
                ELSE
                   IF AR-DATE (AR-IX) < AR-DATE (AR-OLDEST)
                      MOVE AR-IX TO AR-OLDEST
                   END-IF
                END-IF
             END-IF
          END-PERFORM
          IF AR-OLDEST = 0
             EXIT PERFORM
          END-IF
          IF AR-OPEN (AR-OLDEST) > AR-REMAIN
             MOVE AR-REMAIN TO AR-APPLY
          ELSE
             MOVE AR-OPEN (AR-OLDEST) TO AR-APPLY
          END-IF
          SUBTRACT AR-APPLY FROM AR-OPEN (AR-OLDEST)
          SUBTRACT AR-APPLY FROM AR-REMAIN
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> End of a PROCESS run: one invoice per credit customer for the
  *> run's sales (INV<run date>-nnn, due after the customer's
  *> terms). Credits already on account go against it at once.
  *> -----------------------------------------------------------
   RAISE-AR-INVOICES.
       MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DATE-INT
       MOVE SPACES TO AR-INV-PREFIX
       STRING "INV" RUN-DATE "-" DELIMITED BY SIZE
         INTO AR-INV-PREFIX
       END-STRING
  *> A second run on the same day carries on the numbering
       MOVE 0 TO AR-SEQ
       PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
          IF AR-INVOICE (AR-IX)(1:12) = AR-INV-PREFIX
             ADD 1 TO AR-SEQ
          END-IF
       END-PERFORM
       MOVE 0 TO AR-INVOICES-RAISED
       PERFORM VARYING CM-IX FROM 1 BY 1 UNTIL CM-IX > CM-COUNT
          IF CM-CHARGES (CM-IX) > 0 AND CM-INVOICE (CM-IX) = SPACES
             PERFORM RAISE-ONE-AR-INVOICE
          END-IF
       END-PERFORM
       IF AR-INVOICES-RAISED > 0
          DISPLAY "INFO: " AR-INVOICES-RAISED
                  " customer invoice(s) raised"
       END-IF
       EXIT PARAGRAPH.

   RAISE-ONE-AR-INVOICE.
       IF AR-COUNT >= 5000
          DISPLAY "ERROR: Too many open receivables (max 5000); no "
                  "invoice for " FUNCTION TRIM(CM-CODE (CM-IX))
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO AR-SEQ
       ADD 1 TO AR-COUNT
       MOVE SPACES TO AR-INVOICE (AR-COUNT)
       STRING AR-INV-PREFIX DELIMITED BY SIZE
              AR-SEQ        DELIMITED BY SIZE
         INTO AR-INVOICE (AR-COUNT)
       END-STRING
       MOVE CM-CODE (CM-IX) TO AR-CUSTOMER (AR-COUNT)
       MOVE RUN-DATE TO AR-DATE (AR-COUNT)
       COMPUTE AR-DUE (AR-COUNT) =
           FUNCTION DATE-OF-INTEGER(RUN-DATE-INT + CM-TERMS (CM-IX))
       MOVE CM-CHARGES (CM-IX) TO AR-AMOUNT (AR-COUNT)
       MOVE CM-CHARGES (CM-IX) TO AR-OPEN (AR-COUNT)
       MOVE AR-INVOICE (AR-COUNT) TO CM-INVOICE (CM-IX)
       ADD 1 TO AR-INVOICES-RAISED
       MOVE CM-CODE (CM-IX) TO AR-CUST-IN
       PERFORM VARYING AR-CREDIT-ROW FROM 1 BY 1
               UNTIL AR-CREDIT-ROW > AR-COUNT
          IF AR-CUSTOMER (AR-CREDIT-ROW) = AR-CUST-IN
             AND AR-OPEN (AR-CREDIT-ROW) < 0
             COMPUTE AR-REMAIN = 0 - AR-OPEN (AR-CREDIT-ROW)
             PERFORM ALLOCATE-AR-CASH
             COMPUTE AR-OPEN (AR-CREDIT-ROW) = 0 - AR-REMAIN
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Rewrite AROPEN with every item still open (or in credit).
  *> -----------------------------------------------------------
   WRITE-AROPEN-FILE.
       OPEN OUTPUT AROPEN-FILE
       IF AROPEN-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open AROPEN for write: "
                  AROPEN-PATH " (status=" AROPEN-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO AROPEN-REC
       STRING "InvoiceNo,Customer,InvoiceDate,DueDate,Amount,"
              "OpenAmount"
          DELIMITED BY SIZE INTO AROPEN-REC
       END-STRING
       WRITE AROPEN-REC
       PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
          IF AR-OPEN (AR-IX) NOT = 0
             PERFORM BUILD-AR-TEXT
             MOVE WS-TXT TO AROPEN-REC
             WRITE AROPEN-REC
          END-IF
       END-PERFORM
       CLOSE AROPEN-FILE
       DISPLAY "INFO: Open receivables written to "
               FUNCTION TRIM(AROPEN-PATH)
       EXIT PARAGRAPH.

  *> Helper: age AR-CUST-IN's open items by days since the invoice
  *> date into AR-BKT-CUR (under 30), -30, -60 and -90 (90 and
  *> over), with AR-BKT-BAL their total. Credits count as current.
   AGE-AR-CUSTOMER.
       MOVE 0 TO AR-BKT-CUR AR-BKT-30 AR-BKT-60 AR-BKT-90 AR-BKT-BAL
       PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
          IF AR-CUSTOMER (AR-IX) = AR-CUST-IN
             AND AR-OPEN (AR-IX) NOT = 0
             MOVE 0 TO AR-DAYS
             IF AR-DATE (AR-IX) > 0 AND AR-OPEN (AR-IX) > 0
                COMPUTE AR-DAYS = RUN-DATE-INT
                    - FUNCTION INTEGER-OF-DATE(AR-DATE (AR-IX))
             END-IF
             EVALUATE TRUE
                WHEN AR-DAYS < 30
                   ADD AR-OPEN (AR-IX) TO AR-BKT-CUR
                WHEN AR-DAYS < 60
                   ADD AR-OPEN (AR-IX) TO AR-BKT-30
                WHEN AR-DAYS < 90
                   ADD AR-OPEN (AR-IX) TO AR-BKT-60
                WHEN OTHER
                   ADD AR-OPEN (AR-IX) TO AR-BKT-90
             END-EVALUATE
             ADD AR-OPEN (AR-IX) TO AR-BKT-BAL
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Customer statements: for each credit customer with a balance
  *> or a payment this run, a STATEMENT header, the open items
  *> with days past due, this run's payments, and the aging.
  *> -----------------------------------------------------------
   WRITE-AR-STATEMENTS.
       OPEN OUTPUT ARSTMT-FILE
       IF ARSTMT-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open ARSTMT for write: "
                  ARSTMT-PATH " (status=" ARSTMT-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DATE-INT
       PERFORM VARYING CM-IX FROM 1 BY 1 UNTIL CM-IX > CM-COUNT
          MOVE CM-CODE (CM-IX) TO AR-CUST-IN
          PERFORM AGE-AR-CUSTOMER
          IF AR-BKT-BAL NOT = 0 OR CM-PAID (CM-IX) NOT = 0
             PERFORM WRITE-ONE-AR-STATEMENT
          END-IF
       END-PERFORM
       CLOSE ARSTMT-FILE
       DISPLAY "INFO: Customer statements written to "
               FUNCTION TRIM(ARSTMT-PATH)
       EXIT PARAGRAPH.

   WRITE-ONE-AR-STATEMENT.
       MOVE SPACES TO ARSTMT-REC
       STRING "STATEMENT," DELIMITED BY SIZE
              FUNCTION TRIM(CM-CODE (CM-IX)) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(CM-NAME (CM-IX)) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              RUN-DATE DELIMITED BY SIZE
         INTO ARSTMT-REC
       END-STRING
       WRITE ARSTMT-REC
       MOVE SPACES TO ARSTMT-REC
       STRING "Type,Reference,Date,DueDate,Amount,OpenAmount,"
              "DaysPastDue"
          DELIMITED BY SIZE INTO ARSTMT-REC
       END-STRING
       WRITE ARSTMT-REC
       PERFORM VARYING AR-IX FROM 1 BY 1 UNTIL AR-IX > AR-COUNT
          IF AR-CUSTOMER (AR-IX) = AR-CUST-IN
             AND AR-OPEN (AR-IX) NOT = 0
             PERFORM WRITE-AR-STATEMENT-ITEM
          END-IF
       END-PERFORM
       PERFORM VARYING PMT-IX FROM 1 BY 1 UNTIL PMT-IX > PMT-COUNT
          IF PMT-CUSTOMER (PMT-IX) = AR-CUST-IN
             MOVE PMT-AMOUNT (PMT-IX) TO FMT-AMT-IN
             PERFORM FORMAT-AMT
             MOVE FMT-TEXT TO RC-RP-TXT
             MOVE SPACES TO ARSTMT-REC
             STRING "PAYMENT," DELIMITED BY SIZE
                    FUNCTION TRIM(PMT-REF (PMT-IX)) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    PMT-DATE (PMT-IX) DELIMITED BY SIZE
                    ",," DELIMITED BY SIZE
                    FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
                    ",," DELIMITED BY SIZE
               INTO ARSTMT-REC
             END-STRING
             WRITE ARSTMT-REC
          END-IF
       END-PERFORM
       MOVE AR-BKT-CUR TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE AR-BKT-30 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE AR-BKT-60 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE AR-BKT-90 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE AR-BKT-BAL TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-BOOK-TXT
       MOVE SPACES TO ARSTMT-REC
       STRING "Aging,Current,Days30,Days60,Days90Plus,Balance"
          DELIMITED BY SIZE INTO ARSTMT-REC
       END-STRING
       WRITE ARSTMT-REC
       MOVE SPACES TO ARSTMT-REC
       STRING "BALANCE," DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT) DELIMITED BY SIZE
         INTO ARSTMT-REC
       END-STRING
       WRITE ARSTMT-REC
       EXIT PARAGRAPH.

   WRITE-AR-STATEMENT-ITEM.
       MOVE AR-AMOUNT (AR-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE AR-OPEN (AR-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE 0 TO AR-DAYS
       IF AR-DUE (AR-IX) > 0 AND AR-OPEN (AR-IX) > 0
          COMPUTE AR-DAYS = RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(AR-DUE (AR-IX))
       END-IF
       IF AR-DAYS < 0
          MOVE 0 TO AR-DAYS
       END-IF
       MOVE AR-DAYS TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE SPACES TO ARSTMT-REC
       IF AR-OPEN (AR-IX) < 0
          MOVE "CREDIT" TO WS-TXT
       ELSE
          MOVE "INVOICE" TO WS-TXT
       END-IF
       STRING FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(AR-INVOICE (AR-IX)) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              AR-DATE (AR-IX) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              AR-DUE (AR-IX) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
         INTO ARSTMT-REC
       END-STRING
       WRITE ARSTMT-REC
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Sales tax tables: rates by code and effective date, the code
  *> each customer or channel pays, and SKU exemptions.
  *> -----------------------------------------------------------
   LOAD-TAX-CODES.
       OPEN INPUT TAXCODE-FILE
       IF TAXCODE-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open TAXCODES file: " P-TAXCODE-PATH
                  " (status=" TAXCODE-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ TAXCODE-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE TAXCODE-REC TO TX-LINE
                PERFORM PARSE-TAXCODE-LINE
          END-READ
       END-PERFORM
       CLOSE TAXCODE-FILE
       EXIT PARAGRAPH.

   PARSE-TAXCODE-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "TAXCODE"
          EXIT PARAGRAPH
       END-IF
       MOVE F3 TO WS-TXT
       PERFORM CHECK-DECIMAL
       IF NUM-OK = "Y" AND FUNCTION TRIM(F4) NOT = SPACES
          MOVE F4 TO WS-TXT
          PERFORM CHECK-NUMERIC
          IF FUNCTION LENGTH(FUNCTION TRIM(F4)) NOT = 8
             MOVE "N" TO NUM-OK
          END-IF
       END-IF
       IF FUNCTION TRIM(F1) = SPACES OR NUM-OK NOT = "Y"
          OR FUNCTION NUMVAL(F3) < 0 OR FUNCTION NUMVAL(F3) > 100
          DISPLAY "WARNING: Bad tax code line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF TR-COUNT >= 500
          DISPLAY "ERROR: Too many tax rates (max 500)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO TR-COUNT
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) TO TR-CODE (TR-COUNT)
       MOVE FUNCTION TRIM(F2) TO TR-JURIS (TR-COUNT)
       MOVE FUNCTION NUMVAL(F3) TO TR-RATE (TR-COUNT)
       IF FUNCTION TRIM(F4) = SPACES
          MOVE 0 TO TR-EFFECTIVE (TR-COUNT)
       ELSE
          MOVE FUNCTION NUMVAL(F4) TO TR-EFFECTIVE (TR-COUNT)
       END-IF
       EXIT PARAGRAPH.

   LOAD-TAX-MAP.
       OPEN INPUT TAXMAP-FILE
       IF TAXMAP-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open TAXMAP file: " P-TAXMAP-PATH
                  " (status=" TAXMAP-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ TAXMAP-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE TAXMAP-REC TO TX-LINE
                PERFORM PARSE-TAXMAP-LINE
          END-READ
       END-PERFORM
       CLOSE TAXMAP-FILE
       EXIT PARAGRAPH.

   PARSE-TAXMAP-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "KEY"
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION TRIM(F1) = SPACES OR FUNCTION TRIM(F2) = SPACES
          DISPLAY "WARNING: Bad tax map line: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF TM-COUNT >= 1000
          DISPLAY "ERROR: Too many tax map lines (max 1000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO TM-COUNT
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) TO TM-KEY (TM-COUNT)
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F2)) TO TM-CODE (TM-COUNT)
       EXIT PARAGRAPH.

   LOAD-TAX-EXEMPTIONS.
       OPEN INPUT TAXEXEMPT-FILE
       IF TAXEXEMPT-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open TAXEXEMPT file: "
                  P-TAXEXEMPT-PATH " (status=" TAXEXEMPT-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ TAXEXEMPT-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE TAXEXEMPT-REC TO TX-LINE
                PERFORM PARSE-TAXEXEMPT-LINE
          END-READ
       END-PERFORM
       CLOSE TAXEXEMPT-FILE
       EXIT PARAGRAPH.

   PARSE-TAXEXEMPT-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "SKU"
          OR FUNCTION TRIM(F1) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TE-COUNT >= 2000
          DISPLAY "ERROR: Too many tax exemptions (max 2000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO TE-COUNT
       MOVE FUNCTION TRIM(F1) TO TE-SKU (TE-COUNT)
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F2)) TO TE-CODE (TE-COUNT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Work out the current line's tax code (customer, channel, then
  *> default), the rate in effect on TX-DATE (TAX-RATE-SLOT = 0 if
  *> none) and whether TX-SKU is exempt from it.
  *> -----------------------------------------------------------
   FIND-TAX-RATE.
       MOVE SPACES TO TAX-CODE-USED
       MOVE SPACES TO TAX-JURIS-USED
       MOVE 0 TO TAX-RATE-USED
       MOVE 0 TO TAX-RATE-SLOT
       MOVE "N" TO TAX-EXEMPT
       IF FUNCTION TRIM(TX-CUSTOMER) NOT = SPACES
          MOVE TX-CUSTOMER TO TAX-KEY-IN
          PERFORM FIND-TAX-MAP
       END-IF
       IF TAX-CODE-USED = SPACES
          AND FUNCTION TRIM(TX-CHANNEL) NOT = SPACES
          MOVE TX-CHANNEL TO TAX-KEY-IN
          PERFORM FIND-TAX-MAP
       END-IF
       IF TAX-CODE-USED = SPACES
          MOVE "*" TO TAX-KEY-IN
          PERFORM FIND-TAX-MAP
       END-IF
       IF TAX-CODE-USED = SPACES
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING TR-IX FROM 1 BY 1 UNTIL TR-IX > TR-COUNT
          IF TR-CODE (TR-IX) = TAX-CODE-USED
             AND TR-EFFECTIVE (TR-IX) <= TX-DATE
             IF TAX-RATE-SLOT = 0
                MOVE TR-IX TO TAX-RATE-SLOT
             ELSE
                IF TR-EFFECTIVE (TR-IX)
                   >= TR-EFFECTIVE (TAX-RATE-SLOT)
                   MOVE TR-IX TO TAX-RATE-SLOT
                END-IF
             END-IF
          END-IF
       END-PERFORM
       IF TAX-RATE-SLOT = 0
          EXIT PARAGRAPH
       END-IF
       MOVE TR-RATE (TAX-RATE-SLOT) TO TAX-RATE-USED
       MOVE TR-JURIS (TAX-RATE-SLOT) TO TAX-JURIS-USED
       PERFORM VARYING TE-IX FROM 1 BY 1 UNTIL TE-IX > TE-COUNT
          IF TE-SKU (TE-IX) = TX-SKU
             AND (TE-CODE (TE-IX) = SPACES
                  OR TE-CODE (TE-IX) = TAX-CODE-USED)
             MOVE "Y" TO TAX-EXEMPT
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: TAX-KEY-IN (customer or channel) -> TAX-CODE-USED
   FIND-TAX-MAP.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TAX-KEY-IN))
         TO TAX-KEY-IN
       PERFORM VARYING TM-IX FROM 1 BY 1 UNTIL TM-IX > TM-COUNT
          IF TM-KEY (TM-IX) = TAX-KEY-IN
             MOVE TM-CODE (TM-IX) TO TAX-CODE-USED
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Tax on TAX-BASE for the current SALE (or sale leg) or RETURN:
  *> TAX-AMOUNT, the liability bucket, the run totals and the
  *> ledger columns. Exempt lines count as exempt sales, no tax.
  *> -----------------------------------------------------------
   APPLY-SALES-TAX.
       MOVE 0 TO TAX-AMOUNT
       PERFORM FIND-TAX-RATE
       IF TAX-CODE-USED = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TAX-RATE-SLOT = 0
          DISPLAY "WARNING: No rate in effect for tax code "
                  FUNCTION TRIM(TAX-CODE-USED) " on " TX-DATE
                  "; " FUNCTION TRIM(TX-SKU) " not taxed"
          EXIT PARAGRAPH
       END-IF
       IF TAX-EXEMPT = "N"
          COMPUTE TAX-AMOUNT ROUNDED = TAX-BASE * TAX-RATE-USED / 100
       END-IF
       PERFORM FIND-TL-SLOT
       IF TX-TYPE = "RETURN"
          ADD TAX-AMOUNT TO TOTAL-RETURN-TAX
          IF TL-SLOT > 0
             IF TAX-EXEMPT = "Y"
                SUBTRACT TAX-BASE FROM TL-EXEMPT (TL-SLOT)
             ELSE
                SUBTRACT TAX-BASE FROM TL-TAXABLE (TL-SLOT)
             END-IF
             ADD TAX-AMOUNT TO TL-RETURN-TAX (TL-SLOT)
          END-IF
          COMPUTE FMT-AMT-IN = 0 - TAX-AMOUNT
       ELSE
          ADD TAX-AMOUNT TO TOTAL-SALES-TAX
          IF TL-SLOT > 0
             IF TAX-EXEMPT = "Y"
                ADD TAX-BASE TO TL-EXEMPT (TL-SLOT)
             ELSE
                ADD TAX-BASE TO TL-TAXABLE (TL-SLOT)
             END-IF
             ADD TAX-AMOUNT TO TL-SALES-TAX (TL-SLOT)
          END-IF
          MOVE TAX-AMOUNT TO FMT-AMT-IN
       END-IF
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO LEDGER-TAX-TXT
       IF TAX-EXEMPT = "Y"
          MOVE SPACES TO LEDGER-TAXCODE-TXT
          STRING FUNCTION TRIM(TAX-CODE-USED) DELIMITED BY SIZE
                 "/EXEMPT" DELIMITED BY SIZE
            INTO LEDGER-TAXCODE-TXT
          END-STRING
       ELSE
          MOVE TAX-CODE-USED TO LEDGER-TAXCODE-TXT
       END-IF
       EXIT PARAGRAPH.

  *> Helper: liability bucket for code + rate + period of TX-DATE
  *> -> TL-SLOT (0 when the table is full).
   FIND-TL-SLOT.
       COMPUTE TAX-PERIOD = TX-DATE / 100
       MOVE 0 TO TL-SLOT
       PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
          IF TL-CODE (TL-IX) = TAX-CODE-USED
             AND TL-PERIOD (TL-IX) = TAX-PERIOD
             AND TL-RATE (TL-IX) = TAX-RATE-USED
             MOVE TL-IX TO TL-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF TL-SLOT > 0
          EXIT PARAGRAPH
       END-IF
       IF TL-COUNT >= 500
          DISPLAY "WARNING: Tax liability table full (max 500); "
                  FUNCTION TRIM(TAX-CODE-USED) " "
                  TAX-PERIOD " left off the report"
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO TL-COUNT
       MOVE TL-COUNT TO TL-SLOT
       MOVE TAX-CODE-USED  TO TL-CODE (TL-SLOT)
       MOVE TAX-JURIS-USED TO TL-JURIS (TL-SLOT)
       MOVE TAX-PERIOD     TO TL-PERIOD (TL-SLOT)
       MOVE TAX-RATE-USED  TO TL-RATE (TL-SLOT)
       MOVE 0   TO TL-TAXABLE (TL-SLOT)
       MOVE 0   TO TL-EXEMPT (TL-SLOT)
       MOVE 0   TO TL-SALES-TAX (TL-SLOT)
       MOVE 0   TO TL-RETURN-TAX (TL-SLOT)
       MOVE "N" TO TL-PRINTED (TL-SLOT)
       EXIT PARAGRAPH.

  *> Helper: the TL-IX bucket as CSV text in WS-TXT (TaxCode,
  *> Jurisdiction,Period,Rate,Taxable,Exempt,SalesTax,ReturnTax).
   BUILD-TAX-LIABILITY-TEXT.
       MOVE TL-RATE (TL-IX) TO TAX-RATE-EDIT
       MOVE TL-TAXABLE (TL-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE TL-EXEMPT (TL-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE TL-SALES-TAX (TL-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE TL-RETURN-TAX (TL-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-BOOK-TXT
       MOVE SPACES TO WS-TXT
       STRING FUNCTION TRIM(TL-CODE (TL-IX))  DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(TL-JURIS (TL-IX)) DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              TL-PERIOD (TL-IX)               DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(TAX-RATE-EDIT)    DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)        DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)       DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT)    DELIMITED BY SIZE
              ","                             DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT)     DELIMITED BY SIZE
         INTO WS-TXT
       END-STRING
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> HOLD / RELEASE: put a lot (Lot column given: that SKU's lot
  *> in every bin) or a SKU/Bin into quarantine under the reason
  *> code in the Name column, or lift the hold again.
  *> -----------------------------------------------------------
   APPLY-QUALITY-HOLD.
       IF FUNCTION TRIM(TX-SKU) = SPACES
          DISPLAY "WARNING: " FUNCTION TRIM(TX-TYPE)
                  " needs a SKU: " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          MOVE "HOLD/RELEASE requires a SKU" TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       MOVE TX-SKU TO QH-SKU-IN
       IF FUNCTION TRIM(TX-LOT) = SPACES
          MOVE TX-BIN TO QH-BIN-IN
          MOVE SPACES TO QH-LOT-IN
       ELSE
          MOVE SPACES TO QH-BIN-IN
          MOVE TX-LOT TO QH-LOT-IN
       END-IF
       PERFORM FIND-HOLD
       IF TX-TYPE = "RELEASE"
          IF QH-SLOT = 0
             DISPLAY "WARNING: No quality hold to release for "
                     FUNCTION TRIM(TX-SKU) " "
                     FUNCTION TRIM(QH-BIN-IN) FUNCTION TRIM(QH-LOT-IN)
             ADD 1 TO TOTAL-ERRORS
             MOVE "No matching quality hold to release"
                 TO REJECT-REASON
             PERFORM WRITE-REJECT-LINE
             EXIT PARAGRAPH
          END-IF
          MOVE "N" TO QH-ACTIVE (QH-SLOT)
          ADD 1 TO QH-RELEASED
          DISPLAY "INFO: Quality hold released: "
                  FUNCTION TRIM(TX-SKU) " "
                  FUNCTION TRIM(QH-BIN-IN) FUNCTION TRIM(QH-LOT-IN)
          ADD 1 TO TOTAL-LINES
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION TRIM(TX-NAME) = SPACES
          DISPLAY "WARNING: HOLD needs a reason code for " TX-SKU
          ADD 1 TO TOTAL-ERRORS
          MOVE "HOLD requires a reason code in the Name column"
              TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       IF QH-SLOT > 0
          DISPLAY "WARNING: Already on quality hold: "
                  FUNCTION TRIM(TX-SKU) " "
                  FUNCTION TRIM(QH-BIN-IN) FUNCTION TRIM(QH-LOT-IN)
          ADD 1 TO TOTAL-ERRORS
          MOVE "Stock is already on quality hold" TO REJECT-REASON
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       MOVE QH-SKU-IN TO F1
       MOVE QH-BIN-IN TO F2
       MOVE QH-LOT-IN TO F3
       MOVE TX-NAME   TO F4
       MOVE TX-DATE   TO F5
       PERFORM STORE-HOLD-ROW
       IF REJECT-REASON NOT = SPACES
          DISPLAY "WARNING: HOLD rejected for " TX-SKU ": "
                  FUNCTION TRIM(REJECT-REASON)
          ADD 1 TO TOTAL-ERRORS
          PERFORM WRITE-REJECT-LINE
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO QH-PLACED
       DISPLAY "INFO: Quality hold placed ("
               FUNCTION TRIM(TX-NAME) "): "
               FUNCTION TRIM(TX-SKU) " "
               FUNCTION TRIM(QH-BIN-IN) FUNCTION TRIM(QH-LOT-IN)
       ADD 1 TO TOTAL-LINES
       EXIT PARAGRAPH.

  *> Helper: the open hold on QH-SKU-IN + QH-BIN-IN (SKU/Bin hold)
  *> or QH-SKU-IN + QH-LOT-IN (lot hold) -> QH-SLOT, 0 if none.
   FIND-HOLD.
       MOVE 0 TO QH-SLOT
       PERFORM VARYING QH-SCAN FROM 1 BY 1 UNTIL QH-SCAN > QH-COUNT
          IF QH-ACTIVE (QH-SCAN) = "Y"
             AND QH-SKU (QH-SCAN) = QH-SKU-IN
             AND QH-BIN (QH-SCAN) = QH-BIN-IN
             AND QH-LOT (QH-SCAN) = QH-LOT-IN
             MOVE QH-SCAN TO QH-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: add a hold from F1..F5 (SKU,Bin,Lot,Reason,HoldDate);
  *> REJECT-REASON is set when the line cannot be stored.
   STORE-HOLD-ROW.
       MOVE SPACES TO REJECT-REASON
       IF FUNCTION TRIM(F1) = SPACES
          OR (FUNCTION TRIM(F2) = SPACES AND FUNCTION TRIM(F3) = SPACES)
          MOVE "Hold needs a SKU and a Bin or Lot" TO REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION TRIM(F5) NOT = SPACES
          MOVE F5 TO WS-TXT
          PERFORM CHECK-NUMERIC
          IF NUM-OK NOT = "Y"
             MOVE "Bad hold date (want CCYYMMDD)" TO REJECT-REASON
             EXIT PARAGRAPH
          END-IF
       END-IF
       IF QH-COUNT >= 1000
          MOVE "Quality hold table full (max 1000)" TO REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO QH-COUNT
       MOVE FUNCTION TRIM(F1) TO QH-SKU (QH-COUNT)
       MOVE FUNCTION TRIM(F3) TO QH-LOT (QH-COUNT)
       IF QH-LOT (QH-COUNT) = SPACES
          MOVE FUNCTION TRIM(F2) TO QH-BIN (QH-COUNT)
       ELSE
          MOVE SPACES TO QH-BIN (QH-COUNT)
       END-IF
       MOVE FUNCTION TRIM(F4) TO QH-REASON (QH-COUNT)
       IF FUNCTION TRIM(F5) = SPACES
          MOVE RUN-DATE TO QH-DATE (QH-COUNT)
       ELSE
          MOVE FUNCTION NUMVAL(F5) TO QH-DATE (QH-COUNT)
       END-IF
       MOVE "Y" TO QH-ACTIVE (QH-COUNT)
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the holds still open from the previous run (SKU,Bin,
  *> Lot,Reason,HoldDate). A missing file just means none.
  *> -----------------------------------------------------------
   LOAD-HOLDS.
       MOVE 0 TO QH-COUNT
       OPEN INPUT HOLDS-FILE
       IF HOLDS-STATUS = "35"
          EXIT PARAGRAPH
       END-IF
       IF HOLDS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open HOLDS file: "
                  P-HOLDS-PATH " (status=" HOLDS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ HOLDS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE HOLDS-REC TO TX-LINE
                PERFORM PARSE-HOLD-LINE
          END-READ
       END-PERFORM
       CLOSE HOLDS-FILE
       EXIT PARAGRAPH.

   PARSE-HOLD-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) = "SKU"
          EXIT PARAGRAPH
       END-IF
       PERFORM STORE-HOLD-ROW
       IF REJECT-REASON NOT = SPACES
          DISPLAY "WARNING: Bad hold line ("
                  FUNCTION TRIM(REJECT-REASON) "): " TX-LINE
          ADD 1 TO TOTAL-ERRORS
          MOVE SPACES TO REJECT-REASON
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Rewrite the holds file with the holds still open, so the
  *> quarantine carries into the next run.
  *> -----------------------------------------------------------
   WRITE-HOLDS-FILE.
       OPEN OUTPUT HOLDS-FILE
       IF HOLDS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open HOLDS for write: "
                  HOLDS-PATH " (status=" HOLDS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE "SKU,Bin,Lot,Reason,HoldDate" TO HOLDS-REC
       WRITE HOLDS-REC
       MOVE 0 TO QH-OPEN-COUNT
       PERFORM VARYING QH-IX FROM 1 BY 1 UNTIL QH-IX > QH-COUNT
          IF QH-ACTIVE (QH-IX) = "Y"
             ADD 1 TO QH-OPEN-COUNT
             PERFORM BUILD-HOLD-TEXT
             MOVE WS-TXT TO HOLDS-REC
             WRITE HOLDS-REC
          END-IF
       END-PERFORM
       CLOSE HOLDS-FILE
       DISPLAY "INFO: " QH-OPEN-COUNT
               " open quality hold(s) written to " HOLDS-PATH
       EXIT PARAGRAPH.

  *> Helper: the QH-IX hold as CSV text in WS-TXT.
   BUILD-HOLD-TEXT.
       MOVE SPACES TO WS-TXT
       STRING FUNCTION TRIM(QH-SKU (QH-IX))    DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(QH-BIN (QH-IX))    DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(QH-LOT (QH-IX))    DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              FUNCTION TRIM(QH-REASON (QH-IX)) DELIMITED BY SIZE
              ","                              DELIMITED BY SIZE
              QH-DATE (QH-IX)                  DELIMITED BY SIZE
         INTO WS-TXT
       END-STRING
       EXIT PARAGRAPH.

  *> Helper: is layer QH-LAYER under an open hold, by its lot or
  *> by its SKU/Bin? -> LAYER-HELD.
   CHECK-LAYER-HELD.
       MOVE "N" TO LAYER-HELD
       PERFORM VARYING QH-SCAN FROM 1 BY 1 UNTIL QH-SCAN > QH-COUNT
          IF QH-ACTIVE (QH-SCAN) = "Y"
             AND QH-SKU (QH-SCAN) = LAYER-SKU (QH-LAYER)
             AND ((QH-LOT (QH-SCAN) NOT = SPACES
                   AND QH-LOT (QH-SCAN) = LAYER-LOT (QH-LAYER))
               OR (QH-LOT (QH-SCAN) = SPACES
                   AND QH-BIN (QH-SCAN) = LAYER-BIN (QH-LAYER)))
             MOVE "Y" TO LAYER-HELD
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: units of the ATP-IDX row on quality hold -> ROW-HELD
  *> (the whole row under a SKU/Bin hold, else its held lots).
   COMPUTE-ROW-HELD.
       MOVE 0 TO ROW-HELD
       PERFORM VARYING QH-SCAN FROM 1 BY 1 UNTIL QH-SCAN > QH-COUNT
          IF QH-ACTIVE (QH-SCAN) = "Y"
             AND QH-SKU (QH-SCAN) = SKU(ATP-IDX)
             AND QH-LOT (QH-SCAN) = SPACES
             AND QH-BIN (QH-SCAN) = BIN(ATP-IDX)
             IF QTY(ATP-IDX) > 0
                MOVE QTY(ATP-IDX) TO ROW-HELD
             END-IF
             EXIT PARAGRAPH
          END-IF
       END-PERFORM
       PERFORM VARYING QH-LAYER FROM 1 BY 1
               UNTIL QH-LAYER > LAYER-COUNT
          IF LAYER-SKU (QH-LAYER) = SKU(ATP-IDX)
             AND LAYER-BIN (QH-LAYER) = BIN(ATP-IDX)
             AND LAYER-LOT (QH-LAYER) NOT = SPACES
             AND LAYER-QTY (QH-LAYER) > 0
             PERFORM CHECK-LAYER-HELD
             IF LAYER-HELD = "Y"
                ADD LAYER-QTY (QH-LAYER) TO ROW-HELD
             END-IF
          END-IF
       END-PERFORM
       IF ROW-HELD > QTY(ATP-IDX)
          MOVE QTY(ATP-IDX) TO ROW-HELD
       END-IF
       IF ROW-HELD < 0
          MOVE 0 TO ROW-HELD
       END-IF
       EXIT PARAGRAPH.

  *> Helper: a SHIP or TRANSFER may not take held stock - not a
  *> held lot it names, nor more than the row's unheld units.
   CHECK-TX-STOCK-HELD.
       MOVE SPACES TO REJECT-REASON
       IF FUNCTION TRIM(TX-LOT) NOT = SPACES
          MOVE TX-SKU TO QH-SKU-IN
          MOVE SPACES TO QH-BIN-IN
          MOVE TX-LOT TO QH-LOT-IN
          PERFORM FIND-HOLD
          IF QH-SLOT > 0
             MOVE "Lot is on quality hold" TO REJECT-REASON
             EXIT PARAGRAPH
          END-IF
       END-IF
       MOVE IDX TO ATP-IDX
       PERFORM COMPUTE-ROW-HELD
       IF ROW-HELD > 0 AND QTY(IDX) - ROW-HELD < TX-QTY
          MOVE "Quantity exceeds stock not on quality hold"
              TO REJECT-REASON
       END-IF
       EXIT PARAGRAPH.

  *> Helper: the hold a SCRAP line draws on (its lot's hold, else
  *> its SKU/Bin hold) -> QH-SLOT, with the units it may scrap in
  *> QH-AVAIL; REJECT-REASON when the stock is not on hold.
   FIND-SCRAP-HOLD.
       MOVE SPACES TO REJECT-REASON
       MOVE 0 TO QH-AVAIL
       MOVE 0 TO QH-SLOT
       MOVE TX-SKU TO QH-SKU-IN
       IF FUNCTION TRIM(TX-LOT) NOT = SPACES
          MOVE SPACES TO QH-BIN-IN
          MOVE TX-LOT TO QH-LOT-IN
          PERFORM FIND-HOLD
       END-IF
       IF QH-SLOT = 0
          MOVE TX-BIN TO QH-BIN-IN
          MOVE SPACES TO QH-LOT-IN
          PERFORM FIND-HOLD
       END-IF
       IF QH-SLOT = 0
          MOVE "SCRAP only applies to stock on quality hold"
              TO REJECT-REASON
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION TRIM(TX-LOT) NOT = SPACES
          PERFORM SUM-LOT-LAYERS
          MOVE LOT-LAYER-QTY TO QH-AVAIL
       ELSE
          MOVE QTY(IDX) TO QH-AVAIL
       END-IF
       EXIT PARAGRAPH.

  *> Helper: units and value still under the QH-IX hold.
   COMPUTE-HOLD-STOCK.
       MOVE 0 TO QH-HELD-QTY
       MOVE 0 TO QH-HELD-VALUE
       PERFORM VARYING QH-LAYER FROM 1 BY 1
               UNTIL QH-LAYER > LAYER-COUNT
          IF LAYER-SKU (QH-LAYER) = QH-SKU (QH-IX)
             AND LAYER-QTY (QH-LAYER) > 0
             AND ((QH-LOT (QH-IX) NOT = SPACES
                   AND LAYER-LOT (QH-LAYER) = QH-LOT (QH-IX))
               OR (QH-LOT (QH-IX) = SPACES
                   AND LAYER-BIN (QH-LAYER) = QH-BIN (QH-IX)))
             ADD LAYER-QTY (QH-LAYER) TO QH-HELD-QTY
             COMPUTE QH-HELD-VALUE = QH-HELD-VALUE
                 + (LAYER-QTY (QH-LAYER) * LAYER-COST (QH-LAYER))
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: once a SCRAP has emptied the QH-SLOT hold there is
  *> nothing left to quarantine, so the hold closes.
   CLOSE-EMPTY-HOLD.
       SET QH-IX TO QH-SLOT
       PERFORM COMPUTE-HOLD-STOCK
       IF QH-HELD-QTY <= 0
          MOVE "N" TO QH-ACTIVE (QH-SLOT)
          DISPLAY "INFO: Quality hold closed, nothing left held: "
                  FUNCTION TRIM(QH-SKU (QH-SLOT)) " "
                  FUNCTION TRIM(QH-BIN (QH-SLOT))
                  FUNCTION TRIM(QH-LOT (QH-SLOT))
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> MODE=ABC: class every stocked SKU by usage value, write the
  *> class list, then the per-day count templates.
  *> -----------------------------------------------------------
   PROCESS-ABC.
       PERFORM LOAD-SALES-HISTORY
       IF LOC-COUNT = 0
          EXIT PARAGRAPH
       END-IF
  *> One entry per distinct stocked SKU (rows are SKU-sorted, so
  *> a SKU's bins sit together).
       MOVE 0 TO ABC-COUNT
       MOVE 0 TO ABC-TOTAL-VALUE
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          IF ABC-COUNT = 0
             PERFORM ADD-ABC-ENTRY
          ELSE
             IF ABC-SKU (ABC-COUNT) NOT = SKU (INV-IX)
                PERFORM ADD-ABC-ENTRY
             END-IF
          END-IF
       END-PERFORM
       IF ABC-COUNT = 0
          DISPLAY "WARNING: No stocked SKUs to classify."
          EXIT PARAGRAPH
       END-IF
       IF ABC-COUNT > 1
          SORT ABC-ROW DESCENDING KEY ABC-VALUE
       END-IF
       MOVE 0 TO ABC-CUM-VALUE
       MOVE 0 TO ABC-A-COUNT
       MOVE 0 TO ABC-B-COUNT
       MOVE 0 TO ABC-C-COUNT
       PERFORM VARYING ABC-IX FROM 1 BY 1 UNTIL ABC-IX > ABC-COUNT
          PERFORM CLASSIFY-ABC-ENTRY
       END-PERFORM
       PERFORM WRITE-ABC-CSV
       PERFORM BUILD-WORKING-DAYS
       PERFORM WRITE-COUNT-SCHEDULE
       EXIT PARAGRAPH.

  *> Helper: new ABC entry for SKU(INV-IX) with its period usage
  *> and FIFO unit cost (open layer value / open layer qty across
  *> all its bins; the carried unit cost when nothing is layered).
   ADD-ABC-ENTRY.
       ADD 1 TO ABC-COUNT
       MOVE SKU (INV-IX)  TO ABC-SKU (ABC-COUNT)
       MOVE NAME (INV-IX) TO ABC-NAME (ABC-COUNT)
       MOVE 0 TO ABC-USAGE-QTY (ABC-COUNT)
       PERFORM VARYING FC-IX FROM 1 BY 1 UNTIL FC-IX > FC-COUNT
          IF FC-SKU (FC-IX) = SKU (INV-IX)
             MOVE FC-SALES-QTY (FC-IX) TO ABC-USAGE-QTY (ABC-COUNT)
             EXIT PERFORM
          END-IF
       END-PERFORM
       MOVE 0 TO ABC-LAYER-QTY
       MOVE 0 TO ABC-LAYER-VALUE
       PERFORM VARYING LAYER-IX FROM 1 BY 1
               UNTIL LAYER-IX > LAYER-COUNT
          IF LAYER-SKU (LAYER-IX) = SKU (INV-IX)
             AND LAYER-QTY (LAYER-IX) > 0
             ADD LAYER-QTY (LAYER-IX) TO ABC-LAYER-QTY
             COMPUTE ABC-LAYER-VALUE = ABC-LAYER-VALUE
                 + (LAYER-QTY (LAYER-IX) * LAYER-COST (LAYER-IX))
          END-IF
       END-PERFORM
       IF ABC-LAYER-QTY > 0
          COMPUTE ABC-COST (ABC-COUNT) ROUNDED =
              ABC-LAYER-VALUE / ABC-LAYER-QTY
       ELSE
          MOVE UNIT-COST (INV-IX) TO ABC-COST (ABC-COUNT)
       END-IF
       COMPUTE ABC-VALUE (ABC-COUNT) =
           ABC-USAGE-QTY (ABC-COUNT) * ABC-COST (ABC-COUNT)
       IF ABC-VALUE (ABC-COUNT) > 0
          ADD ABC-VALUE (ABC-COUNT) TO ABC-TOTAL-VALUE
       END-IF
       MOVE "C" TO ABC-CLASS (ABC-COUNT)
       MOVE 0 TO ABC-CUM-PCT (ABC-COUNT)
       EXIT PARAGRAPH.

  *> Helper: class ABC-IX by the share of total usage value the
  *> SKUs ranked above it already cover. No usage is always C.
   CLASSIFY-ABC-ENTRY.
       IF ABC-TOTAL-VALUE > 0
          COMPUTE ABC-PCT-BEFORE ROUNDED =
              ABC-CUM-VALUE * 100 / ABC-TOTAL-VALUE
       ELSE
          MOVE 100 TO ABC-PCT-BEFORE
       END-IF
       EVALUATE TRUE
          WHEN ABC-VALUE (ABC-IX) <= 0
             MOVE "C" TO ABC-CLASS (ABC-IX)
          WHEN ABC-PCT-BEFORE < P-ABC-PCT-A
             MOVE "A" TO ABC-CLASS (ABC-IX)
          WHEN ABC-PCT-BEFORE < P-ABC-PCT-B
             MOVE "B" TO ABC-CLASS (ABC-IX)
          WHEN OTHER
             MOVE "C" TO ABC-CLASS (ABC-IX)
       END-EVALUATE
       EVALUATE ABC-CLASS (ABC-IX)
          WHEN "A" ADD 1 TO ABC-A-COUNT
          WHEN "B" ADD 1 TO ABC-B-COUNT
          WHEN OTHER ADD 1 TO ABC-C-COUNT
       END-EVALUATE
       IF ABC-VALUE (ABC-IX) > 0
          ADD ABC-VALUE (ABC-IX) TO ABC-CUM-VALUE
       END-IF
       IF ABC-TOTAL-VALUE > 0
          COMPUTE ABC-CUM-PCT (ABC-IX) ROUNDED =
              ABC-CUM-VALUE * 100 / ABC-TOTAL-VALUE
       ELSE
          MOVE 0 TO ABC-CUM-PCT (ABC-IX)
       END-IF
       EXIT PARAGRAPH.

  *> Helper: the class list, in rank order.
   WRITE-ABC-CSV.
       OPEN OUTPUT ABC-FILE
       IF ABC-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open ABCCSV for write: "
                  ABC-PATH " (status=" ABC-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ABC-REC
       STRING "SKU,Name,UsageQty,FIFOUnitCost,UsageValue,"
              "CumulativePct,Class,CountsPerYear"
          DELIMITED BY SIZE INTO ABC-REC
       END-STRING
       WRITE ABC-REC
       PERFORM VARYING ABC-IX FROM 1 BY 1 UNTIL ABC-IX > ABC-COUNT
          MOVE ABC-USAGE-QTY (ABC-IX) TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
          MOVE ABC-COST (ABC-IX) TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO RC-RP-TXT
          MOVE ABC-VALUE (ABC-IX) TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO VAR-VALUE-TXT
          MOVE ABC-CUM-PCT (ABC-IX) TO ABC-PCT-ED
          EVALUATE ABC-CLASS (ABC-IX)
             WHEN "A" MOVE "12" TO ABC-FREQ-TXT
             WHEN "B" MOVE "4"  TO ABC-FREQ-TXT
             WHEN OTHER MOVE "1" TO ABC-FREQ-TXT
          END-EVALUATE
          MOVE SPACES TO ABC-REC
          STRING FUNCTION TRIM(ABC-SKU (ABC-IX)) DELIMITED BY SIZE
                 ","                             DELIMITED BY SIZE
                 '"'                             DELIMITED BY SIZE
                 FUNCTION TRIM(ABC-NAME (ABC-IX)) DELIMITED BY SIZE
                 '"'                             DELIMITED BY SIZE
                 ","                             DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT)       DELIMITED BY SIZE
                 ","                             DELIMITED BY SIZE
                 FUNCTION TRIM(RC-RP-TXT)        DELIMITED BY SIZE
                 ","                             DELIMITED BY SIZE
                 FUNCTION TRIM(VAR-VALUE-TXT)    DELIMITED BY SIZE
                 ","                             DELIMITED BY SIZE
                 FUNCTION TRIM(ABC-PCT-ED)       DELIMITED BY SIZE
                 ","                             DELIMITED BY SIZE
                 ABC-CLASS (ABC-IX)              DELIMITED BY SIZE
                 ","                             DELIMITED BY SIZE
                 FUNCTION TRIM(ABC-FREQ-TXT)     DELIMITED BY SIZE
            INTO ABC-REC
          END-STRING
          WRITE ABC-REC
       END-PERFORM
       CLOSE ABC-FILE
       DISPLAY "INFO: ABC classes written to " FUNCTION TRIM(ABC-PATH)
               " (A=" ABC-A-COUNT " B=" ABC-B-COUNT
               " C=" ABC-C-COUNT ")"
       EXIT PARAGRAPH.

  *> Helper: the Mon-Fri working days of the year that starts at
  *> SCHEDSTART (default today) into WD-TABLE.
   BUILD-WORKING-DAYS.
       IF P-SCHED-START = 0
          MOVE RUN-DATE TO P-SCHED-START
       END-IF
       COMPUTE WD-END-DATE = P-SCHED-START + 10000
  *> A 29 February start has no anniversary; end on 1 March.
       IF WD-END-DATE (5:4) = "0229"
          COMPUTE WD-END-DATE = WD-END-DATE + 72
       END-IF
       COMPUTE WD-INT = FUNCTION INTEGER-OF-DATE(P-SCHED-START)
       COMPUTE WD-END-INT = FUNCTION INTEGER-OF-DATE(WD-END-DATE)
       MOVE 0 TO WD-COUNT
       PERFORM UNTIL WD-INT >= WD-END-INT OR WD-COUNT >= 400
  *> Day 1 of the integer calendar (1601-01-01) was a Monday.
          COMPUTE WD-DOW = FUNCTION MOD(WD-INT - 1, 7)
          IF WD-DOW < 5
             ADD 1 TO WD-COUNT
             MOVE FUNCTION DATE-OF-INTEGER(WD-INT)
               TO WD-DATE (WD-COUNT)
          END-IF
          ADD 1 TO WD-INT
       END-PERFORM
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Spread each class's counts over the year's working days:
  *> a class of M SKUs counted F times a year has F x M count
  *> slots, laid evenly across the W working days, so slot s falls
  *> on day s x W / (F x M) and counts rank MOD(s, M) in the class.
  *> -----------------------------------------------------------
   WRITE-COUNT-SCHEDULE.
       MOVE 0 TO SCH-LINE-COUNT
       MOVE 0 TO SCH-FILE-COUNT
       IF WD-COUNT = 0
          EXIT PARAGRAPH
       END-IF
       MOVE WD-COUNT TO SCH-DAY-LIMIT
       IF P-COUNT-DAYS > 0 AND P-COUNT-DAYS < WD-COUNT
          MOVE P-COUNT-DAYS TO SCH-DAY-LIMIT
       END-IF
       PERFORM VARYING WD-IX FROM 1 BY 1 UNTIL WD-IX > SCH-DAY-LIMIT
          MOVE "N" TO SCH-OPEN
          COMPUTE SCH-DAY = WD-IX - 1
          MOVE 0 TO SCH-BASE
          MOVE ABC-A-COUNT TO SCH-MEMBERS
          MOVE 12 TO SCH-FREQ
          PERFORM SCHEDULE-CLASS-DAY
          MOVE ABC-A-COUNT TO SCH-BASE
          MOVE ABC-B-COUNT TO SCH-MEMBERS
          MOVE 4 TO SCH-FREQ
          PERFORM SCHEDULE-CLASS-DAY
          COMPUTE SCH-BASE = ABC-A-COUNT + ABC-B-COUNT
          MOVE ABC-C-COUNT TO SCH-MEMBERS
          MOVE 1 TO SCH-FREQ
          PERFORM SCHEDULE-CLASS-DAY
          IF SCH-OPEN = "Y"
             CLOSE COUNTTPL-FILE
          END-IF
       END-PERFORM
       DISPLAY "INFO: " SCH-FILE-COUNT " count template(s), "
               SCH-LINE-COUNT " count line(s) written ("
               FUNCTION TRIM(P-COUNTPREFIX) "<date>.csv)"
       EXIT PARAGRAPH.

  *> Helper: the slots of one class (SCH-BASE/SCH-MEMBERS/SCH-FREQ)
  *> that land on working day SCH-DAY.
   SCHEDULE-CLASS-DAY.
       IF SCH-MEMBERS = 0
          EXIT PARAGRAPH
       END-IF
       COMPUTE SCH-SLOTS = SCH-FREQ * SCH-MEMBERS
       COMPUTE SCH-FIRST =
           (SCH-DAY * SCH-SLOTS + WD-COUNT - 1) / WD-COUNT
       COMPUTE SCH-LAST =
           ((SCH-DAY + 1) * SCH-SLOTS + WD-COUNT - 1) / WD-COUNT
       PERFORM VARYING SCH-SLOT FROM SCH-FIRST BY 1
               UNTIL SCH-SLOT >= SCH-LAST
          COMPUTE SCH-ITEM =
              SCH-BASE + FUNCTION MOD(SCH-SLOT, SCH-MEMBERS) + 1
          PERFORM WRITE-COUNT-TEMPLATE-LINES
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: one SKU,Bin, line per bin the SKU (SCH-ITEM) sits in,
  *> opening the day's template on first use.
   WRITE-COUNT-TEMPLATE-LINES.
       IF SCH-OPEN = "N"
          MOVE SPACES TO COUNTTPL-PATH
          STRING FUNCTION TRIM(P-COUNTPREFIX) DELIMITED BY SIZE
                 WD-DATE (WD-IX)             DELIMITED BY SIZE
                 ".csv"                      DELIMITED BY SIZE
            INTO COUNTTPL-PATH
          END-STRING
          OPEN OUTPUT COUNTTPL-FILE
          IF COUNTTPL-STATUS NOT = "00"
             DISPLAY "ERROR: Cannot open count template: "
                     COUNTTPL-PATH " (status=" COUNTTPL-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
             EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO SCH-OPEN
          ADD 1 TO SCH-FILE-COUNT
          MOVE SPACES TO COUNTTPL-REC
          STRING "# Count sheet for " DELIMITED BY SIZE
                 WD-DATE (WD-IX)      DELIMITED BY SIZE
                 ": SKU,Bin,CountedQty - fill in CountedQty"
                                      DELIMITED BY SIZE
            INTO COUNTTPL-REC
          END-STRING
          WRITE COUNTTPL-REC
       END-IF
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          IF SKU (INV-IX) = ABC-SKU (SCH-ITEM)
             MOVE SPACES TO COUNTTPL-REC
             STRING FUNCTION TRIM(SKU (INV-IX)) DELIMITED BY SIZE
                    ","                         DELIMITED BY SIZE
                    FUNCTION TRIM(BIN (INV-IX)) DELIMITED BY SIZE
                    ","                         DELIMITED BY SIZE
               INTO COUNTTPL-REC
             END-STRING
             WRITE COUNTTPL-REC
             ADD 1 TO SCH-LINE-COUNT
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: split the comma-separated TX= list into LOC-PATHS
  *> (the same walk SPLIT-LOC-LIST does over INV=).
   SPLIT-TXFILE-LIST.
       MOVE 0 TO LOC-COUNT
       MOVE SPACES TO WS-TXT
       MOVE 0 TO J
       PERFORM VARYING I FROM 1 BY 1
               UNTIL I > FUNCTION LENGTH(FUNCTION TRIM(P-TX-PATH))
          MOVE P-TX-PATH (I:1) TO CUR-CH
          IF CUR-CH = ","
             IF LOC-COUNT < 64
                ADD 1 TO LOC-COUNT
                MOVE FUNCTION TRIM(WS-TXT) TO LOC-PATH (LOC-COUNT)
             END-IF
             MOVE SPACES TO WS-TXT
             MOVE 0 TO J
          ELSE
             ADD 1 TO J
             MOVE CUR-CH TO WS-TXT (J:1)
          END-IF
       END-PERFORM
       IF FUNCTION TRIM(WS-TXT) NOT = SPACES AND LOC-COUNT < 64
          ADD 1 TO LOC-COUNT
          MOVE FUNCTION TRIM(WS-TXT) TO LOC-PATH (LOC-COUNT)
       END-IF
       EXIT PARAGRAPH.

  *> Helper: one transaction line for the forecast pass. Only SALE
  *> demand counts as usage; rejected-at-the-time stock checks do
  *> not apply here - the forecast wants the raw demand signal.
   PARSE-FORECAST-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9 F10 F11 F12
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(F1)) NOT = "SALE"
          EXIT PARAGRAPH
       END-IF
       MOVE F3 TO WS-TXT
       PERFORM CHECK-SIGNED-NUMERIC
       IF NUM-OK NOT = "Y" OR FUNCTION NUMVAL(F3) <= 0
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION TRIM(F9) = SPACES
          MOVE RUN-DATE TO TX-DATE
       ELSE
          MOVE F9 TO WS-TXT
          PERFORM CHECK-NUMERIC
          IF NUM-OK = "Y"
             AND FUNCTION LENGTH(FUNCTION TRIM(F9)) = 8
             MOVE FUNCTION NUMVAL(F9) TO TX-DATE
          ELSE
             MOVE RUN-DATE TO TX-DATE
          END-IF
       END-IF
       IF (P-FROM-DATE > 0 AND TX-DATE < P-FROM-DATE)
          OR (P-TO-DATE > 0 AND TX-DATE > P-TO-DATE)
          EXIT PARAGRAPH
       END-IF
       IF FC-MIN-DATE = 0 OR TX-DATE < FC-MIN-DATE
          MOVE TX-DATE TO FC-MIN-DATE
       END-IF
       IF TX-DATE > FC-MAX-DATE
          MOVE TX-DATE TO FC-MAX-DATE
       END-IF
       MOVE 0 TO FC-SLOT
       PERFORM VARYING FC-IX FROM 1 BY 1 UNTIL FC-IX > FC-COUNT
          IF FC-SKU (FC-IX) = FUNCTION TRIM(F2)
             MOVE FC-IX TO FC-SLOT
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF FC-SLOT = 0
          IF FC-COUNT >= 5000
             DISPLAY "WARNING: Too many forecast SKUs (max 5000)."
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO FC-COUNT
          MOVE FC-COUNT TO FC-SLOT
          MOVE FUNCTION TRIM(F2) TO FC-SKU (FC-SLOT)
          MOVE 0 TO FC-SALES-QTY (FC-SLOT)
       END-IF
       COMPUTE FC-SALES-QTY (FC-SLOT) =
           FC-SALES-QTY (FC-SLOT) + FUNCTION NUMVAL(F3)
       EXIT PARAGRAPH.

  *> Helper: the forecast CSV itself, one line per SKU that sold.
   WRITE-FORECAST-CSV.
       OPEN OUTPUT FORECAST-FILE
       IF FORECAST-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open FORECASTCSV for write: "
                  FORECAST-PATH " (status=" FORECAST-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO FORECAST-REC
       STRING "SKU,Name,OnHandQty,AvgDailyUsage,LeadTimeDays,"
              "CurrentReorderPt,SuggestedReorderPt,DaysOfCover"
          DELIMITED BY SIZE INTO FORECAST-REC
       END-STRING
       WRITE FORECAST-REC
       PERFORM VARYING FC-IX FROM 1 BY 1 UNTIL FC-IX > FC-COUNT
          PERFORM WRITE-ONE-FORECAST-LINE
       END-PERFORM
       CLOSE FORECAST-FILE
       DISPLAY "INFO: Forecast CSV written to " FORECAST-PATH
               " (period " FC-PERIOD-DAYS " day(s))"
       EXIT PARAGRAPH.

   WRITE-ONE-FORECAST-LINE.
  *> On-hand, name, and current reorder point roll up across the
  *> SKU's bin rows (first row's name/reorder point wins).
       MOVE 0 TO FC-ONHAND
       MOVE 0 TO FC-CUR-RP
       MOVE SPACES TO FC-NAME
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          IF SKU(INV-IX) = FC-SKU (FC-IX)
             ADD QTY(INV-IX) TO FC-ONHAND
             IF FC-NAME = SPACES
                MOVE NAME(INV-IX) TO FC-NAME
                MOVE REORDER-PT(INV-IX) TO FC-CUR-RP
             END-IF
          END-IF
       END-PERFORM
       COMPUTE FC-USAGE ROUNDED =
           FC-SALES-QTY (FC-IX) / FC-PERIOD-DAYS
       MOVE DEFAULT-LEAD-DAYS TO FC-LEAD-DAYS
       PERFORM VARYING SUP-IX FROM 1 BY 1 UNTIL SUP-IX > SUP-COUNT
          IF SUP-SKU (SUP-IX) = FC-SKU (FC-IX)
             MOVE SUP-LEAD-DAYS (SUP-IX) TO FC-LEAD-DAYS
             EXIT PERFORM
          END-IF
       END-PERFORM
  *> A vendor with dated receipts on file is planned on what it
  *> actually delivers in (average, rounded up), not its quote.
       IF VS-COUNT > 0 AND SUP-IX <= SUP-COUNT
          PERFORM VARYING VS-IX FROM 1 BY 1 UNTIL VS-IX > VS-COUNT
             IF VS-VENDOR (VS-IX) = SUP-VENDOR-ID (SUP-IX)
                IF VS-TIMED (VS-IX) > 0
                   COMPUTE VS-OBSERVED-LEAD =
                       (VS-LEAD-SUM (VS-IX) + VS-TIMED (VS-IX) - 1)
                       / VS-TIMED (VS-IX)
                   MOVE VS-OBSERVED-LEAD TO FC-LEAD-DAYS
                   ADD 1 TO VS-OBSERVED-USED
                END-IF
                EXIT PERFORM
             END-IF
          END-PERFORM
       END-IF
       COMPUTE FC-SUG-RP ROUNDED =
           FC-USAGE * (FC-LEAD-DAYS + P-SAFETY-DAYS)
       IF FC-USAGE <= 0
          MOVE 99999 TO FC-COVER-DAYS
       ELSE
          COMPUTE FC-COVER-DAYS ROUNDED = FC-ONHAND / FC-USAGE
             ON SIZE ERROR MOVE 99999 TO FC-COVER-DAYS
          END-COMPUTE
       END-IF
       MOVE FC-ONHAND TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE FC-CUR-RP TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE FC-SUG-RP TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE FC-LEAD-DAYS TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-QTY-TXT
       MOVE FC-COVER-DAYS TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE FC-USAGE TO FC-USAGE-ED
       MOVE SPACES TO FORECAST-REC
       STRING FUNCTION TRIM(FC-SKU (FC-IX)) DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              FUNCTION TRIM(FC-NAME)        DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)     DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              FUNCTION TRIM(FC-USAGE-ED)    DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              FUNCTION TRIM(VAR-QTY-TXT)    DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)      DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)     DELIMITED BY SIZE
              ","                           DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT)  DELIMITED BY SIZE
         INTO FORECAST-REC
       END-STRING
       WRITE FORECAST-REC
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Write updated inventory snapshot if requested.
  *> Requires WRITEBACK=YES and OUTINV or (overwrites INV if OUTINV blank).
  *> -----------------------------------------------------------
   WRITE-UPDATED-INVENTORY.
       IF FUNCTION TRIM(P-OUTINV-PATH) = SPACES
          MOVE P-INV-PATH TO OUTINV-PATH
       END-IF
       OPEN OUTPUT OUTINV-FILE
       IF OUTINV-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open OUTINV for write: "
                  OUTINV-PATH " (status=" OUTINV-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          MOVE QTY(INV-IX) TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
          MOVE UNIT-COST(INV-IX) TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO RC-SUG-TXT
          MOVE REORDER-PT(INV-IX) TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-RP-TXT
          MOVE LIST-PRICE(INV-IX) TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO VAR-VALUE-TXT
          MOVE SPACES TO LAST-MOVE-TXT
          IF LAST-MOVE(INV-IX) > 0
             MOVE LAST-MOVE(INV-IX) TO LAST-MOVE-TXT
          END-IF
          MOVE SPACES TO VAR-COUNTED-TXT
          IF EXPIRY(INV-IX) > 0
             MOVE EXPIRY(INV-IX) TO VAR-COUNTED-TXT
          END-IF
  *> Re-quote a name carrying an embedded comma so the written
  *> CSV reloads with its columns intact.
          MOVE SPACES TO WS-TXT
          IF NAME(INV-IX) NOT = SPACES
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > 60
                IF NAME(INV-IX)(J:1) = ","
                   EXIT PERFORM
                END-IF
             END-PERFORM
             IF J > 60
                MOVE FUNCTION TRIM(NAME(INV-IX)) TO WS-TXT
             ELSE
                STRING '"' DELIMITED BY SIZE
                       FUNCTION TRIM(NAME(INV-IX)) DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                  INTO WS-TXT
                END-STRING
             END-IF
          END-IF
          MOVE SPACES TO OUTINV-REC
          STRING FUNCTION TRIM(SKU(INV-IX))  DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TXT)       DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT)   DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(RC-SUG-TXT)   DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(RC-RP-TXT)    DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(BIN(INV-IX))  DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(LAST-MOVE-TXT) DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(LOT(INV-IX))  DELIMITED BY SIZE
                 ","                         DELIMITED BY SIZE
                 FUNCTION TRIM(VAR-COUNTED-TXT) DELIMITED BY SIZE
             INTO OUTINV-REC
          END-STRING
          WRITE OUTINV-REC
       END-PERFORM
       CLOSE OUTINV-FILE
       DISPLAY "INFO: Updated inventory written to " OUTINV-PATH
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the GL account map (Key,AccountCode). Unknown keys warn;
  *> missing keys keep the shipped defaults.
  *> -----------------------------------------------------------
   LOAD-ACCOUNT-MAP.
       OPEN INPUT ACCTMAP-FILE
       IF ACCTMAP-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open ACCTMAP file: " P-ACCTMAP-PATH
                  " (status=" ACCTMAP-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ ACCTMAP-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE ACCTMAP-REC TO TX-LINE
                PERFORM PARSE-ACCTMAP-LINE
          END-READ
       END-PERFORM
       CLOSE ACCTMAP-FILE
       EXIT PARAGRAPH.

   PARSE-ACCTMAP-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION TRIM(F2) = SPACES
          EXIT PARAGRAPH
       END-IF
       EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(F1))
          WHEN "REVENUE"   MOVE FUNCTION TRIM(F2) TO ACCT-REVENUE
          WHEN "COGS"      MOVE FUNCTION TRIM(F2) TO ACCT-COGS
          WHEN "INVENTORY" MOVE FUNCTION TRIM(F2) TO ACCT-INVENTORY
          WHEN "CASH"      MOVE FUNCTION TRIM(F2) TO ACCT-CASH
          WHEN "AP"        MOVE FUNCTION TRIM(F2) TO ACCT-AP
          WHEN "SHRINK"    MOVE FUNCTION TRIM(F2) TO ACCT-SHRINK
          WHEN "TRANSIT"   MOVE FUNCTION TRIM(F2) TO ACCT-TRANSIT
          WHEN "AR"        MOVE FUNCTION TRIM(F2) TO ACCT-AR
          WHEN "TAX"       MOVE FUNCTION TRIM(F2) TO ACCT-TAX
          WHEN OTHER
             DISPLAY "WARNING: Unknown ACCTMAP key: "
                     FUNCTION TRIM(F1)
       END-EVALUATE
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Journal extract: balanced debit/credit pairs for the run's
  *> revenue, FIFO COGS, restock additions, and inventory shrink/
  *> gain from ADJUST - ready to post instead of being re-derived
  *> by hand from the printed report.
  *> -----------------------------------------------------------
   WRITE-JOURNAL.
       MOVE SPACES TO JRN-BATCH
       STRING RUN-DATE "-" FUNCTION CURRENT-DATE(9:8)
          DELIMITED BY SIZE INTO JRN-BATCH
       END-STRING
       OPEN EXTEND JOURNAL-FILE
       IF JOURNAL-STATUS = "35"
          OPEN OUTPUT JOURNAL-FILE
          IF JOURNAL-STATUS = "00"
             MOVE SPACES TO JOURNAL-REC
             STRING "Account,Debit,Credit,Reference"
                DELIMITED BY SIZE INTO JOURNAL-REC
             END-STRING
             WRITE JOURNAL-REC
          END-IF
       END-IF
       IF JOURNAL-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open JOURNAL for write: "
                  JOURNAL-PATH " (status=" JOURNAL-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF TOTAL-REVENUE NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " sales revenue"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
  *> Credit customers' sales were invoiced: their share is owed to
  *> us (AR), the rest was taken in cash. Tax collected on top is
  *> owed on to the tax authorities.
          COMPUTE JRN-DEBIT =
              TOTAL-REVENUE + TOTAL-SALES-TAX - TOTAL-AR-CHARGES
          IF JRN-DEBIT NOT = 0
             MOVE ACCT-CASH TO JRN-ACCOUNT
             MOVE 0 TO JRN-CREDIT
             PERFORM WRITE-JOURNAL-LINE
          END-IF
          IF TOTAL-AR-CHARGES NOT = 0
             MOVE ACCT-AR TO JRN-ACCOUNT
             MOVE TOTAL-AR-CHARGES TO JRN-DEBIT
             MOVE 0 TO JRN-CREDIT
             PERFORM WRITE-JOURNAL-LINE
          END-IF
          MOVE ACCT-REVENUE TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-REVENUE TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          IF TOTAL-SALES-TAX NOT = 0
             MOVE ACCT-TAX TO JRN-ACCOUNT
             MOVE 0 TO JRN-DEBIT
             MOVE TOTAL-SALES-TAX TO JRN-CREDIT
             PERFORM WRITE-JOURNAL-LINE
          END-IF
       END-IF
       IF TOTAL-COGS NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " cost of goods sold"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-COGS TO JRN-ACCOUNT
          MOVE TOTAL-COGS TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-COGS TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-RESTOCK-VALUE NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " restock additions"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE TOTAL-RESTOCK-VALUE TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-AP TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-RESTOCK-VALUE TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-SHRINK-VALUE NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " inventory shrink"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-SHRINK TO JRN-ACCOUNT
          MOVE TOTAL-SHRINK-VALUE TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-SHRINK-VALUE TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-GAIN-VALUE NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " inventory gain"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE TOTAL-GAIN-VALUE TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-SHRINK TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-GAIN-VALUE TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-RETURN-REFUND NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " sales returns refunded"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-REVENUE TO JRN-ACCOUNT
          MOVE TOTAL-RETURN-REFUND TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          IF TOTAL-RETURN-TAX NOT = 0
             MOVE ACCT-TAX TO JRN-ACCOUNT
             MOVE TOTAL-RETURN-TAX TO JRN-DEBIT
             MOVE 0 TO JRN-CREDIT
             PERFORM WRITE-JOURNAL-LINE
          END-IF
          MOVE ACCT-CASH TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          COMPUTE JRN-CREDIT = TOTAL-RETURN-REFUND + TOTAL-RETURN-TAX
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-RETURN-RESTOCK NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " sellable returns to stock"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE TOTAL-RETURN-RESTOCK TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-COGS TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-RETURN-RESTOCK TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-SHIP-VALUE NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " shipments in transit"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-TRANSIT TO JRN-ACCOUNT
          MOVE TOTAL-SHIP-VALUE TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-SHIP-VALUE TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-XFER-IN-VALUE NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " transfer receipts"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE TOTAL-XFER-IN-VALUE TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-TRANSIT TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-XFER-IN-VALUE TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-XFER-SHORT NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " transfer shortages"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-SHRINK TO JRN-ACCOUNT
          MOVE TOTAL-XFER-SHORT TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-TRANSIT TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-XFER-SHORT TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-XFER-OVER NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " transfer overages"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE TOTAL-XFER-OVER TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-SHRINK TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-XFER-OVER TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-RTV-VALUE NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " returns to vendor"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-AP TO JRN-ACCOUNT
          MOVE TOTAL-RTV-VALUE TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-RTV-VALUE TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-RETURN-SCRAP NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " scrapped returns"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-SHRINK TO JRN-ACCOUNT
          MOVE TOTAL-RETURN-SCRAP TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-COGS TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-RETURN-SCRAP TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-QA-SCRAP-VALUE NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " quarantine scrap"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-SHRINK TO JRN-ACCOUNT
          MOVE TOTAL-QA-SCRAP-VALUE TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-INVENTORY TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-QA-SCRAP-VALUE TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       IF TOTAL-AR-PAYMENTS NOT = 0
          MOVE SPACES TO JRN-REFERENCE
          STRING "INVPROC " JRN-BATCH " customer payments"
             DELIMITED BY SIZE INTO JRN-REFERENCE
          END-STRING
          MOVE ACCT-CASH TO JRN-ACCOUNT
          MOVE TOTAL-AR-PAYMENTS TO JRN-DEBIT
          MOVE 0 TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
          MOVE ACCT-AR TO JRN-ACCOUNT
          MOVE 0 TO JRN-DEBIT
          MOVE TOTAL-AR-PAYMENTS TO JRN-CREDIT
          PERFORM WRITE-JOURNAL-LINE
       END-IF
       CLOSE JOURNAL-FILE
       DISPLAY "INFO: GL journal batch " JRN-BATCH " added to "
               JOURNAL-PATH
       EXIT PARAGRAPH.

   WRITE-JOURNAL-LINE.
       MOVE SPACES TO JRN-DEBIT-TXT
       MOVE SPACES TO JRN-CREDIT-TXT
       IF JRN-DEBIT NOT = 0
          MOVE JRN-DEBIT TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO JRN-DEBIT-TXT
       END-IF
       IF JRN-CREDIT NOT = 0
          MOVE JRN-CREDIT TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO JRN-CREDIT-TXT
       END-IF
       MOVE SPACES TO JOURNAL-REC
       STRING FUNCTION TRIM(JRN-ACCOUNT) DELIMITED BY SIZE
              ","                        DELIMITED BY SIZE
              FUNCTION TRIM(JRN-DEBIT-TXT) DELIMITED BY SIZE
              ","                        DELIMITED BY SIZE
              FUNCTION TRIM(JRN-CREDIT-TXT) DELIMITED BY SIZE
              ","                        DELIMITED BY SIZE
              FUNCTION TRIM(JRN-REFERENCE) DELIMITED BY SIZE
         INTO JOURNAL-REC
       END-STRING
       WRITE JOURNAL-REC
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Load the supplier catalog (SKU,VendorID,VendorName,
  *> LeadTimeDays,MinOrderQty,PackSize) and collect the distinct
  *> vendor list for the purchase-order pass.
  *> -----------------------------------------------------------
   LOAD-SUPPLIERS.
       MOVE 0 TO SUP-COUNT
       MOVE 0 TO VEND-COUNT
       OPEN INPUT SUPPLIERS-FILE
       IF SUPPLIERS-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open SUPPLIERS file: "
                  P-SUPPLIERS-PATH " (status=" SUPPLIERS-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL 1 = 2
          READ SUPPLIERS-FILE
             AT END EXIT PERFORM
             NOT AT END
                MOVE SUPPLIERS-REC TO TX-LINE
                PERFORM PARSE-SUPPLIER-LINE
          END-READ
       END-PERFORM
       CLOSE SUPPLIERS-FILE
       EXIT PARAGRAPH.

   PARSE-SUPPLIER-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       IF TX-LINE(1:1) = "#"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION TRIM(F1) = SPACES OR FUNCTION TRIM(F2) = SPACES
          DISPLAY "WARNING: Supplier line needs SKU and VendorID: "
                  TX-LINE
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       IF SUP-COUNT >= 2000
          DISPLAY "ERROR: Too many supplier lines (max 2000)."
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO SUP-COUNT
       MOVE FUNCTION TRIM(F1) TO SUP-SKU (SUP-COUNT)
       MOVE FUNCTION TRIM(F2) TO SUP-VENDOR-ID (SUP-COUNT)
       MOVE FUNCTION TRIM(F3) TO SUP-VENDOR-NAME (SUP-COUNT)
       MOVE F4 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F4) TO SUP-LEAD-DAYS (SUP-COUNT)
       ELSE
          MOVE 0 TO SUP-LEAD-DAYS (SUP-COUNT)
       END-IF
       MOVE F5 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y"
          MOVE FUNCTION NUMVAL(F5) TO SUP-MIN-QTY (SUP-COUNT)
       ELSE
          MOVE 0 TO SUP-MIN-QTY (SUP-COUNT)
       END-IF
       MOVE F6 TO WS-TXT
       PERFORM CHECK-NUMERIC
       IF NUM-OK = "Y" AND FUNCTION NUMVAL(F6) > 0
          MOVE FUNCTION NUMVAL(F6) TO SUP-PACK-SIZE (SUP-COUNT)
       ELSE
          MOVE 1 TO SUP-PACK-SIZE (SUP-COUNT)
       END-IF
  *> Collect the vendor if not already seen
       MOVE "N" TO FOUND
       PERFORM VARYING VEND-IX FROM 1 BY 1 UNTIL VEND-IX > VEND-COUNT
          IF VEND-ID (VEND-IX) = SUP-VENDOR-ID (SUP-COUNT)
             MOVE "Y" TO FOUND
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF FOUND = "N" AND VEND-COUNT < 200
          ADD 1 TO VEND-COUNT
          MOVE SUP-VENDOR-ID (SUP-COUNT)   TO VEND-ID (VEND-COUNT)
          MOVE SUP-VENDOR-NAME (SUP-COUNT) TO VEND-NAME (VEND-COUNT)
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Purchasing-ready reorder list: one line per SKU at or below
  *> its reorder point, with a suggested order-up-to quantity.
  *> The suggested quantity tops stock back up to ReorderPoint
  *> plus however much sold out of this row during the run just
  *> processed (RECON-SALES-QTY, maintained regardless of mode) -
  *> a fast-moving SKU gets ordered up further than a slow one
  *> sitting at the same Qty/ReorderPoint.
  *> -----------------------------------------------------------
   WRITE-REORDER-CSV.
       OPEN OUTPUT REORDERCSV-FILE
       IF REORDERCSV-STATUS NOT = "00"
          DISPLAY "ERROR: Cannot open REORDERCSV for write: "
                  REORDERCSV-PATH " (status=" REORDERCSV-STATUS ")"
          ADD 1 TO TOTAL-ERRORS
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO REORDERCSV-REC
       STRING "SKU,Name,Qty,ReorderPoint,SuggestedOrderQty"
          DELIMITED BY SIZE INTO REORDERCSV-REC
       END-STRING
       WRITE REORDERCSV-REC
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          SET ATP-IDX TO INV-IX
          PERFORM COMPUTE-ROW-ATP
          IF ROW-ATP <= REORDER-PT(INV-IX)
             COMPUTE SUGGESTED-ORDER-QTY =
                 REORDER-PT(INV-IX) + RECON-SALES-QTY(INV-IX)
                 - ROW-ATP
             IF SUGGESTED-ORDER-QTY < 0
                MOVE 0 TO SUGGESTED-ORDER-QTY
             END-IF
             MOVE QTY(INV-IX) TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             MOVE FMT-TEXT TO RC-QTY-TXT
             MOVE REORDER-PT(INV-IX) TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             MOVE FMT-TEXT TO RC-RP-TXT
             MOVE SUGGESTED-ORDER-QTY TO FMT-QTY-IN
             PERFORM FORMAT-QTY
             MOVE FMT-TEXT TO RC-SUG-TXT
             MOVE SPACES TO REORDERCSV-REC
             STRING FUNCTION TRIM(SKU(INV-IX))  DELIMITED BY SIZE
                    ","                         DELIMITED BY SIZE
                    FUNCTION TRIM(NAME(INV-IX)) DELIMITED BY SIZE
                    ","                         DELIMITED BY SIZE
                    FUNCTION TRIM(RC-QTY-TXT)   DELIMITED BY SIZE
                    ","                         DELIMITED BY SIZE
                    FUNCTION TRIM(RC-RP-TXT)    DELIMITED BY SIZE
                    ","                         DELIMITED BY SIZE
                    FUNCTION TRIM(RC-SUG-TXT)   DELIMITED BY SIZE
               INTO REORDERCSV-REC
             END-STRING
             WRITE REORDERCSV-REC
          END-IF
       END-PERFORM
       CLOSE REORDERCSV-FILE
       DISPLAY "INFO: Reorder CSV written to " REORDERCSV-PATH
       IF SUP-COUNT > 0
          PERFORM WRITE-VENDOR-POS
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> One purchase order file per vendor (PO_<VendorID>.csv): every
  *> reorder item mapped to the vendor, its suggested quantity
  *> floored at the vendor minimum and rounded up to a whole pack,
  *> with a header line and a closing total-value line. Items with
  *> no supplier mapping stay on the flat reorder CSV only.
  *> -----------------------------------------------------------
   WRITE-VENDOR-POS.
       MOVE 0 TO PO-UNMAPPED-COUNT
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          SET ATP-IDX TO INV-IX
          PERFORM COMPUTE-ROW-ATP
          IF ROW-ATP <= REORDER-PT(INV-IX)
             PERFORM FIND-SUPPLIER-FOR-ROW
             IF PO-SUP-IDX = 0
                ADD 1 TO PO-UNMAPPED-COUNT
             END-IF
          END-IF
       END-PERFORM
       PERFORM VARYING VEND-IX FROM 1 BY 1 UNTIL VEND-IX > VEND-COUNT
          PERFORM WRITE-ONE-VENDOR-PO
       END-PERFORM
       IF PO-UNMAPPED-COUNT > 0
          DISPLAY "WARNING: " PO-UNMAPPED-COUNT
                  " reorder item(s) have no supplier mapping."
       END-IF
       EXIT PARAGRAPH.

  *> Helper: locate the supplier row for SKU(INV-IX). First match
  *> wins; PO-SUP-IDX is 0 when the SKU has no supplier.
   FIND-SUPPLIER-FOR-ROW.
       MOVE 0 TO PO-SUP-IDX
       PERFORM VARYING SUP-IX FROM 1 BY 1 UNTIL SUP-IX > SUP-COUNT
          IF SUP-SKU (SUP-IX) = SKU(INV-IX)
             MOVE SUP-IX TO PO-SUP-IDX
             EXIT PERFORM
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

   WRITE-ONE-VENDOR-PO.
       MOVE "N" TO PO-OPEN
       MOVE 0 TO PO-TOTAL-VALUE
       MOVE 0 TO PO-LINE-COUNT
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          SET ATP-IDX TO INV-IX
          PERFORM COMPUTE-ROW-ATP
          IF ROW-ATP <= REORDER-PT(INV-IX)
             PERFORM FIND-SUPPLIER-FOR-ROW
             IF PO-SUP-IDX > 0
                AND SUP-VENDOR-ID (PO-SUP-IDX) = VEND-ID (VEND-IX)
                PERFORM WRITE-PO-LINE
             END-IF
          END-IF
       END-PERFORM
       IF PO-OPEN = "Y"
          MOVE PO-TOTAL-VALUE TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO RC-SUG-TXT
          MOVE PO-LINE-COUNT TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
          MOVE SPACES TO PO-REC
          STRING "TOTAL,"  DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
                 " lines,,,"  DELIMITED BY SIZE
                 FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
                 ","          DELIMITED BY SIZE
            INTO PO-REC
          END-STRING
          WRITE PO-REC
          CLOSE PO-FILE
          DISPLAY "INFO: Purchase order written to " PO-PATH
       END-IF
       EXIT PARAGRAPH.

  *> Helper: one PO detail line for SKU(INV-IX) under the current
  *> vendor, opening the vendor's PO file on first use.
   WRITE-PO-LINE.
       COMPUTE PO-ORDER-QTY =
           REORDER-PT(INV-IX) + RECON-SALES-QTY(INV-IX)
           - ROW-ATP
       IF PO-ORDER-QTY < SUP-MIN-QTY (PO-SUP-IDX)
          MOVE SUP-MIN-QTY (PO-SUP-IDX) TO PO-ORDER-QTY
       END-IF
       IF PO-ORDER-QTY <= 0
          EXIT PARAGRAPH
       END-IF
       COMPUTE PO-PACKS =
           (PO-ORDER-QTY + SUP-PACK-SIZE (PO-SUP-IDX) - 1)
           / SUP-PACK-SIZE (PO-SUP-IDX)
       COMPUTE PO-ORDER-QTY = PO-PACKS * SUP-PACK-SIZE (PO-SUP-IDX)
       IF PO-OPEN = "N"
          MOVE SPACES TO PO-PATH
          STRING "PO_" DELIMITED BY SIZE
                 FUNCTION TRIM(VEND-ID (VEND-IX)) DELIMITED BY SIZE
                 ".csv" DELIMITED BY SIZE
            INTO PO-PATH
          END-STRING
          OPEN OUTPUT PO-FILE
          IF PO-STATUS NOT = "00"
             DISPLAY "ERROR: Cannot open PO file: " PO-PATH
                     " (status=" PO-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
             EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO PO-OPEN
  *> Run-scoped PO number (PO<rundate>-<seq>) carried on the PO
  *> header and on each open-PO line, so receipts can cite it.
          ADD 1 TO PO-SEQ
          MOVE SPACES TO OP-NEW-PONUM
          STRING "PO" RUN-DATE "-" PO-SEQ
             DELIMITED BY SIZE INTO OP-NEW-PONUM
          END-STRING
          MOVE SPACES TO PO-REC
          STRING "PO,"    DELIMITED BY SIZE
                 FUNCTION TRIM(VEND-ID (VEND-IX)) DELIMITED BY SIZE
                 ","      DELIMITED BY SIZE
                 FUNCTION TRIM(VEND-NAME (VEND-IX)) DELIMITED BY SIZE
                 ","      DELIMITED BY SIZE
                 RUN-DATE DELIMITED BY SIZE
                 ","      DELIMITED BY SIZE
                 FUNCTION TRIM(OP-NEW-PONUM) DELIMITED BY SIZE
            INTO PO-REC
          END-STRING
          WRITE PO-REC
          MOVE SPACES TO PO-REC
          STRING "SKU,Name,OrderQty,UnitCost,LineValue,LeadTimeDays,"
                 "Packs"
             DELIMITED BY SIZE INTO PO-REC
          END-STRING
          WRITE PO-REC
       END-IF
       COMPUTE PO-LINE-VALUE = PO-ORDER-QTY * UNIT-COST(INV-IX)
       ADD PO-LINE-VALUE TO PO-TOTAL-VALUE
       ADD 1 TO PO-LINE-COUNT
       MOVE PO-ORDER-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE UNIT-COST(INV-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE PO-LINE-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE SUP-LEAD-DAYS (PO-SUP-IDX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-QTY-TXT
  *> Packs column shows the order in the vendor's shipping unit
  *> (OrderQty eaches / SUP-PACK-SIZE per case)
       MOVE SPACES TO VAR-BOOK-TXT
       IF SUP-PACK-SIZE (PO-SUP-IDX) > 1
          MOVE PO-PACKS TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
          MOVE SUP-PACK-SIZE (PO-SUP-IDX) TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          STRING FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
                 "CS of "                  DELIMITED BY SIZE
                 FUNCTION TRIM(FMT-TEXT)   DELIMITED BY SIZE
                 "EA"                      DELIMITED BY SIZE
            INTO VAR-BOOK-TXT
          END-STRING
          MOVE PO-ORDER-QTY TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
       END-IF
       MOVE SPACES TO PO-REC
       STRING FUNCTION TRIM(SKU(INV-IX))  DELIMITED BY SIZE
              ","                         DELIMITED BY SIZE
              FUNCTION TRIM(NAME(INV-IX)) DELIMITED BY SIZE
              ","                         DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT)   DELIMITED BY SIZE
              ","                         DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT)    DELIMITED BY SIZE
              ","                         DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT)   DELIMITED BY SIZE
              ","                         DELIMITED BY SIZE
              FUNCTION TRIM(VAR-QTY-TXT)  DELIMITED BY SIZE
              ","                         DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT) DELIMITED BY SIZE
         INTO PO-REC
       END-STRING
       WRITE PO-REC
  *> Track the ordered line so receipts can be matched against it
       IF FUNCTION TRIM(P-OPENPO-PATH) NOT = SPACES
          IF OP-COUNT >= 2000
             DISPLAY "WARNING: Open-PO table full; line not tracked."
          ELSE
             ADD 1 TO OP-COUNT
             MOVE OP-NEW-PONUM        TO OP-PONUM (OP-COUNT)
             MOVE VEND-ID (VEND-IX)   TO OP-VENDOR (OP-COUNT)
             MOVE SKU(INV-IX)         TO OP-SKU (OP-COUNT)
             MOVE PO-ORDER-QTY        TO OP-ORDER-QTY (OP-COUNT)
             MOVE 0                   TO OP-RECV-QTY (OP-COUNT)
             MOVE RUN-DATE            TO OP-ORDER-DATE (OP-COUNT)
             MOVE UNIT-COST(INV-IX)   TO OP-UNIT-COST (OP-COUNT)
          END-IF
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Generate report to console and optional OUT file.
  *> -----------------------------------------------------------
   GENERATE-REPORT.
       PERFORM BUILD-REPORT-HEADER
       PERFORM OUTPUT-LINE
       IF FUNCTION TRIM(P-OUT-PATH) NOT = SPACES
          OPEN OUTPUT OUT-FILE
          IF OUT-STATUS NOT = "00"
             DISPLAY "ERROR: Cannot open OUT file: " P-OUT-PATH
                     " (status=" OUT-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
          ELSE
             WRITE OUT-REC FROM TX-LINE
          END-IF
       END-IF

  *> Summary metrics
       PERFORM BUILD-SUMMARY
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00"
          WRITE OUT-REC FROM TX-LINE
       END-IF

  *> Stock on the road between locations, valued apart from stock
  *> on hand
       IF FUNCTION TRIM(P-TRANSIT-PATH) NOT = SPACES
          PERFORM COMPUTE-TRANSIT-VALUE
          PERFORM BUILD-TRANSIT-SUMMARY
          PERFORM OUTPUT-LINE
          IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       END-IF

  *> Reorder list header
       MOVE "---- Reorder Suggestions (Qty <= ReorderPoint) ----"
         TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF

  *> Each reorder item (triggered on available-to-promise)
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          SET ATP-IDX TO INV-IX
          PERFORM COMPUTE-ROW-ATP
          IF ROW-ATP <= REORDER-PT(INV-IX)
             MOVE SPACES TO TX-LINE
             STRING "SKU=" DELIMITED BY SIZE
                    SKU(INV-IX) DELIMITED BY SIZE
                    " | Name=" DELIMITED BY SIZE
                    NAME(INV-IX) DELIMITED BY SIZE
                    " | Qty=" DELIMITED BY SIZE
                    FUNCTION NUMVAL-C(QTY(INV-IX)) DELIMITED BY SIZE
                    " | ATP=" DELIMITED BY SIZE
                    FUNCTION NUMVAL-C(ROW-ATP) DELIMITED BY SIZE
                    " | ReorderPoint=" DELIMITED BY SIZE
                    FUNCTION NUMVAL-C(REORDER-PT(INV-IX)) DELIMITED BY SIZE
                    " | UnitCost=" DELIMITED BY SIZE
                    FUNCTION NUMVAL-C(UNIT-COST(INV-IX)) DELIMITED BY SIZE
               INTO TX-LINE
             END-STRING
             PERFORM OUTPUT-LINE
             IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
          END-IF
       END-PERFORM

  *> Margin by SKU (whenever any sales were applied)
       IF TOTAL-REVENUE NOT = 0 OR TOTAL-COGS NOT = 0
          PERFORM WRITE-MARGIN-SECTION
       END-IF

  *> Sales analysis by channel and top customer codes
       IF CH-COUNT > 0
          PERFORM WRITE-SALES-ANALYSIS-SECTION
       END-IF

  *> Customer returns, apart from the sales figures
       IF TOTAL-RETURN-QTY NOT = 0
          PERFORM WRITE-RETURNS-SECTION
       END-IF

  *> Receivables aging for the credit customers
       IF AR-COUNT > 0 OR PMT-COUNT > 0
          PERFORM WRITE-AR-AGING-SECTION
       END-IF

  *> Sales tax owed, by jurisdiction and period
       IF TL-COUNT > 0
          PERFORM WRITE-TAX-SECTION
       END-IF

  *> Stock in quarantine, and what was scrapped out of it
       IF QH-COUNT > 0 OR TOTAL-QA-SCRAP-QTY NOT = 0
          PERFORM WRITE-QUARANTINE-SECTION
       END-IF

  *> Open reservations and available-to-promise
       IF RES-COUNT > 0
          PERFORM WRITE-RESERVATIONS-SECTION
       END-IF

  *> Purchase-order receipts: over/under and vendor lateness
       IF OP-COUNT > 0
          PERFORM WRITE-OPENPO-SECTION
       END-IF

  *> Returns to vendor awaiting (or just given) credit
       IF RTV-COUNT > 0
          PERFORM WRITE-RTV-SECTION
       END-IF

  *> Shipments between locations: open, overdue and received
       IF IT-OPEN-LINES > 0 OR XR-COUNT > 0
          PERFORM WRITE-TRANSIT-SECTION
       END-IF

  *> Bin utilization against the bin master
       IF BM-COUNT > 0
          PERFORM WRITE-BIN-SECTION
       END-IF

  *> Dead-stock aging by days since last movement
       PERFORM WRITE-AGING-SECTION

  *> Expired and expiring-soon lots by SKU/Bin
       PERFORM WRITE-EXPIRY-SECTION

  *> Per-day movement summary (PROCESS/RECONCILE with dated lines)
       IF DAY-COUNT > 0
          PERFORM WRITE-DAY-SUMMARY-SECTION
       END-IF

  *> Cycle-count variance section
       IF P-MODE = "CYCLECOUNT"
          PERFORM WRITE-VARIANCE-SECTION
       END-IF

       IF OUT-STATUS = "00"
          CLOSE OUT-FILE
          DISPLAY "INFO: Report written to " P-OUT-PATH
       END-IF
       IF LEDGER-OPEN = "Y"
          DISPLAY "INFO: Transaction ledger written to " P-LEDGER-PATH
       END-IF
       IF REJECT-OPEN = "Y"
          DISPLAY "INFO: Rejected transactions written to "
                  P-REJECT-PATH
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Margin by SKU: revenue, FIFO COGS, margin and margin percent
  *> per SKU sold this run. Rows are sorted by SKU, so bins of the
  *> same SKU are adjacent and roll up with a simple control break.
  *> -----------------------------------------------------------
   WRITE-MARGIN-SECTION.
       MOVE "---- Margin by SKU (this run) ----" TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       MOVE SPACES TO MARGIN-SKU
       MOVE 0 TO MARGIN-REVENUE
       MOVE 0 TO MARGIN-COGS
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          IF SKU(INV-IX) NOT = MARGIN-SKU
             PERFORM WRITE-MARGIN-LINE
             MOVE SKU(INV-IX) TO MARGIN-SKU
             MOVE 0 TO MARGIN-REVENUE
             MOVE 0 TO MARGIN-COGS
          END-IF
          ADD SKU-REVENUE(INV-IX) TO MARGIN-REVENUE
          ADD SKU-COGS(INV-IX)    TO MARGIN-COGS
       END-PERFORM
       PERFORM WRITE-MARGIN-LINE
  *> Kit SKUs carry their revenue and component COGS as groups
  *> of their own.
       PERFORM VARYING KM-IX FROM 1 BY 1 UNTIL KM-IX > KM-COUNT
          MOVE KM-SKU (KM-IX)     TO MARGIN-SKU
          MOVE KM-REVENUE (KM-IX) TO MARGIN-REVENUE
          MOVE KM-COGS (KM-IX)    TO MARGIN-COGS
          PERFORM WRITE-MARGIN-LINE
       END-PERFORM
       IF BELOW-COST-COUNT > 0
          MOVE BELOW-COST-COUNT TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
          MOVE SPACES TO TX-LINE
          STRING "Below-cost SALE warnings: " DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
            INTO TX-LINE
          END-STRING
          PERFORM OUTPUT-LINE
          IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       END-IF
       EXIT PARAGRAPH.

  *> Helper: flush the running SKU group if it sold anything.
   WRITE-MARGIN-LINE.
       IF MARGIN-SKU = SPACES
          OR (MARGIN-REVENUE = 0 AND MARGIN-COGS = 0)
          EXIT PARAGRAPH
       END-IF
       COMPUTE MARGIN-AMOUNT = MARGIN-REVENUE - MARGIN-COGS
       IF MARGIN-REVENUE NOT = 0
          COMPUTE MARGIN-PCT ROUNDED =
              (MARGIN-AMOUNT * 100) / MARGIN-REVENUE
       ELSE
          MOVE 0 TO MARGIN-PCT
       END-IF
       MOVE MARGIN-PCT TO MARGIN-PCT-ED
       MOVE MARGIN-REVENUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE MARGIN-COGS TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE MARGIN-AMOUNT TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE SPACES TO TX-LINE
       STRING "SKU=" DELIMITED BY SIZE
              FUNCTION TRIM(MARGIN-SKU) DELIMITED BY SIZE
              " | Revenue=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | COGS=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Margin=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              " | MarginPct=" DELIMITED BY SIZE
              FUNCTION TRIM(MARGIN-PCT-ED) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Customer returns: sellable value restocked, scrapped value
  *> booked to shrink, refunds - all kept apart from sales.
  *> -----------------------------------------------------------
   WRITE-RETURNS-SECTION.
       MOVE "---- Customer Returns (this run) ----" TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       MOVE TOTAL-RETURN-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE TOTAL-SCRAP-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE TOTAL-RETURN-RESTOCK TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE TOTAL-RETURN-SCRAP TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-QTY-TXT
       MOVE TOTAL-RETURN-REFUND TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE SPACES TO TX-LINE
       STRING "ReturnedQty=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " (scrapped " DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              ") | RestockedValue=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              " | ScrappedValue=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-QTY-TXT) DELIMITED BY SIZE
              " | Refunds=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Purchase-order receipt report: every PO line that is over-
  *> received, under-received/still open, or open past the
  *> vendor's lead time (the vendor-lateness list).
  *> -----------------------------------------------------------
   WRITE-OPENPO-SECTION.
       MOVE 0 TO OP-OVER-COUNT
       MOVE 0 TO OP-UNDER-COUNT
       MOVE 0 TO OP-LATE-COUNT
       MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DATE-INT
       MOVE "---- Purchase Orders (over/under receipts, lateness) ----"
         TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-COUNT
          PERFORM WRITE-ONE-OPENPO-LINE
       END-PERFORM
       MOVE OP-OVER-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE OP-UNDER-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE OP-LATE-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE SPACES TO TX-LINE
       STRING "Over-receipts=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | Open/under=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Late past vendor lead=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

  *> Helper: classify and print the OP-IX line; exact fills are
  *> closed clean and stay off the report.
   WRITE-ONE-OPENPO-LINE.
       EVALUATE TRUE
          WHEN OP-RECV-QTY (OP-IX) > OP-ORDER-QTY (OP-IX)
             MOVE "OVER" TO OP-STATUS-TAG
             ADD 1 TO OP-OVER-COUNT
          WHEN OP-RECV-QTY (OP-IX) < OP-ORDER-QTY (OP-IX)
             MOVE "OPEN" TO OP-STATUS-TAG
             ADD 1 TO OP-UNDER-COUNT
          WHEN OTHER
             EXIT PARAGRAPH
       END-EVALUATE
  *> Lateness: open past the vendor's lead time for the SKU
       MOVE 0 TO OP-LATE-DAYS
       IF OP-STATUS-TAG = "OPEN" AND OP-ORDER-DATE (OP-IX) > 0
          MOVE DEFAULT-LEAD-DAYS TO OP-LEAD-DAYS
          PERFORM VARYING SUP-IX FROM 1 BY 1
                  UNTIL SUP-IX > SUP-COUNT
             IF SUP-SKU (SUP-IX) = OP-SKU (OP-IX)
                MOVE SUP-LEAD-DAYS (SUP-IX) TO OP-LEAD-DAYS
                EXIT PERFORM
             END-IF
          END-PERFORM
          COMPUTE OP-LATE-DAYS =
              RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(OP-ORDER-DATE (OP-IX))
              - OP-LEAD-DAYS
          IF OP-LATE-DAYS > 0
             MOVE "LATE" TO OP-STATUS-TAG
             ADD 1 TO OP-LATE-COUNT
          ELSE
             MOVE 0 TO OP-LATE-DAYS
          END-IF
       END-IF
       MOVE OP-ORDER-QTY (OP-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE OP-RECV-QTY (OP-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE OP-LATE-DAYS TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-QTY-TXT
       MOVE SPACES TO TX-LINE
       STRING FUNCTION TRIM(OP-STATUS-TAG) DELIMITED BY SIZE
              ": PO=" DELIMITED BY SIZE
              FUNCTION TRIM(OP-PONUM (OP-IX)) DELIMITED BY SIZE
              " | Vendor=" DELIMITED BY SIZE
              FUNCTION TRIM(OP-VENDOR (OP-IX)) DELIMITED BY SIZE
              " | SKU=" DELIMITED BY SIZE
              FUNCTION TRIM(OP-SKU (OP-IX)) DELIMITED BY SIZE
              " | Ordered=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | Received=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              " | DaysLate=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-QTY-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Returns to vendor: every RTV still waiting on a credit, with
  *> how long it has been out, and the ones a credit closed in
  *> this run with the credit against the memo value.
  *> -----------------------------------------------------------
   WRITE-RTV-SECTION.
       MOVE 0 TO RTV-OPEN-COUNT
       MOVE 0 TO RTV-CLOSED-COUNT
       MOVE 0 TO RTV-OPEN-VALUE
       MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DATE-INT
       MOVE "---- Returns to Vendor (open until credited) ----"
         TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       PERFORM VARYING RTV-IX FROM 1 BY 1 UNTIL RTV-IX > RTV-COUNT
          PERFORM WRITE-ONE-RTV-LINE
       END-PERFORM
       MOVE RTV-OPEN-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE RTV-OPEN-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE RTV-CLOSED-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE SPACES TO TX-LINE
       STRING "Open RTV lines=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | Awaiting credit=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Credited this run=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

   WRITE-ONE-RTV-LINE.
       MOVE RTV-QTY (RTV-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE RTV-VALUE (RTV-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE SPACES TO TX-LINE
       IF RTV-STATE (RTV-IX) = "OPEN"
          ADD 1 TO RTV-OPEN-COUNT
          ADD RTV-VALUE (RTV-IX) TO RTV-OPEN-VALUE
          MOVE 0 TO RTV-DAYS-OPEN
          IF RTV-DATE (RTV-IX) > 0
             COMPUTE RTV-DAYS-OPEN = RUN-DATE-INT
                 - FUNCTION INTEGER-OF-DATE(RTV-DATE (RTV-IX))
          END-IF
          MOVE RTV-DAYS-OPEN TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-SUG-TXT
          STRING "OPEN: RTV=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-NUM (RTV-IX)) DELIMITED BY SIZE
                 " | Vendor=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-VENDOR (RTV-IX)) DELIMITED BY SIZE
                 " | PO=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-PONUM (RTV-IX)) DELIMITED BY SIZE
                 " | SKU=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-SKU (RTV-IX)) DELIMITED BY SIZE
                 " | Lot=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-LOT (RTV-IX)) DELIMITED BY SIZE
                 " | Qty=" DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
                 " | Value=" DELIMITED BY SIZE
                 FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
                 " | DaysOpen=" DELIMITED BY SIZE
                 FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
            INTO TX-LINE
          END-STRING
       ELSE
          ADD 1 TO RTV-CLOSED-COUNT
          MOVE RTV-CREDIT-AMT (RTV-IX) TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO RC-SUG-TXT
          COMPUTE RTV-CREDIT-VAR =
              RTV-CREDIT-AMT (RTV-IX) - RTV-VALUE (RTV-IX)
          MOVE RTV-CREDIT-VAR TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO VAR-VALUE-TXT
          STRING "CREDITED: RTV=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-NUM (RTV-IX)) DELIMITED BY SIZE
                 " | Vendor=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-VENDOR (RTV-IX)) DELIMITED BY SIZE
                 " | SKU=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-SKU (RTV-IX)) DELIMITED BY SIZE
                 " | Qty=" DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
                 " | Value=" DELIMITED BY SIZE
                 FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
                 " | CreditRef=" DELIMITED BY SIZE
                 FUNCTION TRIM(RTV-CREDIT-REF (RTV-IX)) DELIMITED BY SIZE
                 " | Credit=" DELIMITED BY SIZE
                 FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
                 " | Variance=" DELIMITED BY SIZE
                 FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
            INTO TX-LINE
          END-STRING
       END-IF
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> In-transit totals over the open rows this location answers
  *> for - all of them without LOCATION= (a consolidated view),
  *> else the ones shipped from or to it.
  *> -----------------------------------------------------------
   COMPUTE-TRANSIT-VALUE.
       MOVE 0 TO IT-OPEN-LINES
       MOVE 0 TO IT-OPEN-QTY
       MOVE 0 TO IT-OPEN-VALUE
       MOVE 0 TO IT-OVERDUE-COUNT
       MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DATE-INT
       PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
          IF IT-STATE (IT-IX) = "OPEN"
             AND (P-LOCATION = SPACES
                  OR IT-FROM (IT-IX) = P-LOCATION
                  OR IT-TO (IT-IX) = P-LOCATION)
             ADD 1 TO IT-OPEN-LINES
             ADD IT-QTY (IT-IX) TO IT-OPEN-QTY
             COMPUTE IT-OPEN-VALUE = IT-OPEN-VALUE
                 + (IT-QTY (IT-IX) * IT-COST (IT-IX))
             PERFORM COMPUTE-TRANSIT-DAYS
             IF IT-DAYS > P-TRANSIT-DAYS
                ADD 1 TO IT-OVERDUE-COUNT
             END-IF
          END-IF
       END-PERFORM
       EXIT PARAGRAPH.

  *> Helper: days the IT-IX piece has been on the road (IT-DAYS).
   COMPUTE-TRANSIT-DAYS.
       MOVE 0 TO IT-DAYS
       IF IT-SHIP-DATE (IT-IX) > 0
          COMPUTE IT-DAYS = RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(IT-SHIP-DATE (IT-IX))
       END-IF
       EXIT PARAGRAPH.

   BUILD-TRANSIT-SUMMARY.
       MOVE IT-OPEN-LINES TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-BOOK-TXT
       MOVE IT-OVERDUE-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-COUNTED-TXT
       MOVE IT-OPEN-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE IT-OPEN-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE SPACES TO TX-LINE
       STRING "IN-TRANSIT: Lines=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT) DELIMITED BY SIZE
              " | Qty=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | InTransitValue=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Overdue=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-COUNTED-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Shipments between locations: every open piece with its days
  *> on the road (OVERDUE past TRANSITDAYS), then the receipts
  *> posted this run with any short or over count.
  *> -----------------------------------------------------------
   WRITE-TRANSIT-SECTION.
       MOVE "---- Stock In Transit Between Locations ----" TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
          IF IT-STATE (IT-IX) = "OPEN"
             AND (P-LOCATION = SPACES
                  OR IT-FROM (IT-IX) = P-LOCATION
                  OR IT-TO (IT-IX) = P-LOCATION)
             PERFORM WRITE-ONE-TRANSIT-LINE
          END-IF
       END-PERFORM
       PERFORM VARYING XR-IX FROM 1 BY 1 UNTIL XR-IX > XR-COUNT
          PERFORM WRITE-ONE-XFER-RECEIPT-LINE
       END-PERFORM
       EXIT PARAGRAPH.

   WRITE-ONE-TRANSIT-LINE.
       PERFORM COMPUTE-TRANSIT-DAYS
       MOVE IT-QTY (IT-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       COMPUTE FMT-AMT-IN = IT-QTY (IT-IX) * IT-COST (IT-IX)
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE IT-DAYS TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       IF IT-DAYS > P-TRANSIT-DAYS
          MOVE "OVERDUE:" TO WS-TXT
       ELSE
          MOVE "OPEN:" TO WS-TXT
       END-IF
       MOVE SPACES TO TX-LINE
       STRING FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
              " Shipment=" DELIMITED BY SIZE
              FUNCTION TRIM(IT-SHIP (IT-IX)) DELIMITED BY SIZE
              " | From=" DELIMITED BY SIZE
              FUNCTION TRIM(IT-FROM (IT-IX)) DELIMITED BY SIZE
              " | To=" DELIMITED BY SIZE
              FUNCTION TRIM(IT-TO (IT-IX)) DELIMITED BY SIZE
              " | SKU=" DELIMITED BY SIZE
              FUNCTION TRIM(IT-SKU (IT-IX)) DELIMITED BY SIZE
              " | Lot=" DELIMITED BY SIZE
              FUNCTION TRIM(IT-LOT (IT-IX)) DELIMITED BY SIZE
              " | Qty=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | Value=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Shipped=" DELIMITED BY SIZE
              IT-SHIP-DATE (IT-IX) DELIMITED BY SIZE
              " | DaysInTransit=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

   WRITE-ONE-XFER-RECEIPT-LINE.
       MOVE XR-SHIPPED-QTY (XR-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE XR-RECV-QTY (XR-IX) TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-SUG-TXT
       COMPUTE FMT-QTY-IN = XR-RECV-QTY (XR-IX) - XR-SHIPPED-QTY (XR-IX)
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-QTY-TXT
       MOVE XR-VAR-VALUE (XR-IX) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       EVALUATE TRUE
          WHEN XR-RECV-QTY (XR-IX) < XR-SHIPPED-QTY (XR-IX)
             MOVE "RECEIVED SHORT:" TO WS-TXT
          WHEN XR-RECV-QTY (XR-IX) > XR-SHIPPED-QTY (XR-IX)
             MOVE "RECEIVED OVER:" TO WS-TXT
          WHEN OTHER
             MOVE "RECEIVED:" TO WS-TXT
       END-EVALUATE
       MOVE SPACES TO TX-LINE
       STRING FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
              " Shipment=" DELIMITED BY SIZE
              FUNCTION TRIM(XR-SHIP (XR-IX)) DELIMITED BY SIZE
              " | From=" DELIMITED BY SIZE
              FUNCTION TRIM(XR-FROM (XR-IX)) DELIMITED BY SIZE
              " | SKU=" DELIMITED BY SIZE
              FUNCTION TRIM(XR-SKU (XR-IX)) DELIMITED BY SIZE
              " | ShippedQty=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | ReceivedQty=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              " | VarianceQty=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-QTY-TXT) DELIMITED BY SIZE
              " | VarianceValue=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Bin utilization: each master bin's use against capacity
  *> (OVER past 100%, FULL from 90%, EMPTY at nothing), stock
  *> sitting in bins the master does not list, and the putaway
  *> bins chosen this run.
  *> -----------------------------------------------------------
   WRITE-BIN-SECTION.
       MOVE "---- Bin Utilization ----" TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       PERFORM VARYING BN-SLOT FROM 1 BY 1 UNTIL BN-SLOT > BM-COUNT
          PERFORM WRITE-ONE-BIN-LINE
       END-PERFORM
       PERFORM VARYING INV-IX FROM 1 BY 1 UNTIL INV-IX > INV-SIZE
          IF QTY (INV-IX) NOT = 0
             PERFORM WRITE-UNLISTED-BIN-LINE
          END-IF
       END-PERFORM
       PERFORM VARYING PA-IX FROM 1 BY 1 UNTIL PA-IX > PA-COUNT
          MOVE PA-QTY (PA-IX) TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE SPACES TO TX-LINE
          STRING "PUTAWAY: SKU=" DELIMITED BY SIZE
                 FUNCTION TRIM(PA-SKU (PA-IX)) DELIMITED BY SIZE
                 " | Qty=" DELIMITED BY SIZE
                 FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
                 " | Bin=" DELIMITED BY SIZE
                 FUNCTION TRIM(PA-BIN (PA-IX)) DELIMITED BY SIZE
                 " | Rule=" DELIMITED BY SIZE
                 FUNCTION TRIM(PA-RULE (PA-IX)) DELIMITED BY SIZE
            INTO TX-LINE
          END-STRING
          PERFORM OUTPUT-LINE
          IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       END-PERFORM
       EXIT PARAGRAPH.

   WRITE-ONE-BIN-LINE.
       PERFORM COMPUTE-BIN-USED
       MOVE 0 TO BN-PCT
       IF BM-CAPACITY (BN-SLOT) > 0
          COMPUTE BN-PCT ROUNDED = BN-USED * 100 / BM-CAPACITY (BN-SLOT)
       END-IF
       EVALUATE TRUE
          WHEN BN-USED = 0
             MOVE "EMPTY" TO BN-STATE
          WHEN BN-USED > BM-CAPACITY (BN-SLOT)
             MOVE "OVER" TO BN-STATE
          WHEN BN-PCT >= 90
             MOVE "FULL" TO BN-STATE
          WHEN OTHER
             MOVE "OK" TO BN-STATE
       END-EVALUATE
       MOVE BM-CAPACITY (BN-SLOT) TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE BN-USED TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE BN-PCT TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE SPACES TO TX-LINE
       STRING FUNCTION TRIM(BN-STATE) DELIMITED BY SIZE
              ": Bin=" DELIMITED BY SIZE
              FUNCTION TRIM(BM-BIN (BN-SLOT)) DELIMITED BY SIZE
              " | Zone=" DELIMITED BY SIZE
              FUNCTION TRIM(BM-ZONE (BN-SLOT)) DELIMITED BY SIZE
              " | Capacity=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              BM-UNIT (BN-SLOT) DELIMITED BY SIZE
              " | Used=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Pct=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

  *> Helper: list the INV-IX row's bin once if the master lacks it.
   WRITE-UNLISTED-BIN-LINE.
       MOVE BIN (INV-IX) TO BN-BIN
       PERFORM FIND-BIN-SLOT
       IF BN-SLOT > 0
          EXIT PARAGRAPH
       END-IF
       MOVE "N" TO BN-SEEN
       PERFORM VARYING BN-SCAN FROM 1 BY 1 UNTIL BN-SCAN >= INV-IX
          IF BIN (BN-SCAN) = BN-BIN AND QTY (BN-SCAN) NOT = 0
             MOVE "Y" TO BN-SEEN
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF BN-SEEN = "Y"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO TX-LINE
       STRING "UNLISTED: Bin=" DELIMITED BY SIZE
              FUNCTION TRIM(BN-BIN) DELIMITED BY SIZE
              " holds stock but is not in the bin master"
                 DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Receivables aging per credit customer (days since invoice:
  *> under 30, 30-59, 60-89, 90 and over), flagging anyone over
  *> their credit limit, then the run's invoicing and cash.
  *> -----------------------------------------------------------
   WRITE-AR-AGING-SECTION.
       MOVE 0 TO AR-TOT-CUR AR-TOT-30 AR-TOT-60 AR-TOT-90 AR-TOT-BAL
       MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DATE-INT
       MOVE "---- Accounts Receivable Aging (days since invoice) ----"
         TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       PERFORM VARYING CM-IX FROM 1 BY 1 UNTIL CM-IX > CM-COUNT
          MOVE CM-CODE (CM-IX) TO AR-CUST-IN
          PERFORM AGE-AR-CUSTOMER
          IF AR-BKT-BAL NOT = 0 OR CM-PAID (CM-IX) NOT = 0
             PERFORM WRITE-ONE-AR-AGING-LINE
          END-IF
       END-PERFORM
       MOVE AR-TOT-CUR TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE AR-TOT-30 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE AR-TOT-60 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE AR-TOT-90 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE AR-TOT-BAL TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-BOOK-TXT
       MOVE SPACES TO TX-LINE
       STRING "AR total: Current=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | 30=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | 60=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              " | 90+=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
              " | Balance=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       MOVE TOTAL-AR-CHARGES TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE TOTAL-AR-PAYMENTS TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE AR-INVOICES-RAISED TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE SPACES TO TX-LINE
       STRING "Invoices raised=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | Invoiced this run=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Payments this run=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

   WRITE-ONE-AR-AGING-LINE.
       ADD AR-BKT-CUR TO AR-TOT-CUR
       ADD AR-BKT-30  TO AR-TOT-30
       ADD AR-BKT-60  TO AR-TOT-60
       ADD AR-BKT-90  TO AR-TOT-90
       ADD AR-BKT-BAL TO AR-TOT-BAL
       MOVE AR-BKT-CUR TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE AR-BKT-30 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE AR-BKT-60 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       MOVE AR-BKT-90 TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE AR-BKT-BAL TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO VAR-BOOK-TXT
       MOVE SPACES TO VAR-COUNTED-TXT
       IF CM-HAS-LIMIT (CM-IX) = "Y"
          AND AR-BKT-BAL > CM-LIMIT (CM-IX)
          MOVE " | OVER LIMIT" TO VAR-COUNTED-TXT
       END-IF
       MOVE SPACES TO TX-LINE
       STRING "AR: Customer=" DELIMITED BY SIZE
              FUNCTION TRIM(CM-CODE (CM-IX)) DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              FUNCTION TRIM(CM-NAME (CM-IX)) DELIMITED BY SIZE
              " | Current=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | 30=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | 60=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              " | 90+=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
              " | Balance=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT) DELIMITED BY SIZE
              VAR-COUNTED-TXT DELIMITED BY "  "
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Sales tax liability by jurisdiction and period (then code
  *> and rate), with the same lines in TAXREPORT for filing.
  *> -----------------------------------------------------------
   WRITE-TAX-SECTION.
       MOVE "N" TO TAXRPT-OPEN
       IF FUNCTION TRIM(P-TAXRPT-PATH) NOT = SPACES
          OPEN OUTPUT TAXRPT-FILE
          IF TAXRPT-STATUS = "00"
             MOVE "Y" TO TAXRPT-OPEN
             MOVE SPACES TO TAXRPT-REC
             STRING "TaxCode,Jurisdiction,Period,Rate,TaxableSales,"
                    "ExemptSales,TaxCollected,TaxRefunded,NetTaxDue"
                DELIMITED BY SIZE INTO TAXRPT-REC
             END-STRING
             WRITE TAXRPT-REC
          ELSE
             DISPLAY "ERROR: Cannot open TAXREPORT for write: "
                     TAXRPT-PATH " (status=" TAXRPT-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
          END-IF
       END-IF
       MOVE "---- Sales Tax Liability (by jurisdiction / period) ----"
         TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
          MOVE "N" TO TL-PRINTED (TL-IX)
       END-PERFORM
       PERFORM VARYING TL-RANK FROM 1 BY 1 UNTIL TL-RANK > TL-COUNT
          MOVE 0 TO TL-BEST
          PERFORM VARYING TL-IX FROM 1 BY 1 UNTIL TL-IX > TL-COUNT
             IF TL-PRINTED (TL-IX) = "N"
                IF TL-BEST = 0
                   MOVE TL-IX TO TL-BEST
                ELSE
                   IF TL-JURIS (TL-IX) < TL-JURIS (TL-BEST)
                      OR (TL-JURIS (TL-IX) = TL-JURIS (TL-BEST)
                          AND TL-PERIOD (TL-IX) < TL-PERIOD (TL-BEST))
                      OR (TL-JURIS (TL-IX) = TL-JURIS (TL-BEST)
                          AND TL-PERIOD (TL-IX) = TL-PERIOD (TL-BEST)
                          AND TL-CODE (TL-IX) < TL-CODE (TL-BEST))
                      MOVE TL-IX TO TL-BEST
                   END-IF
                END-IF
             END-IF
          END-PERFORM
          MOVE TL-BEST TO TL-IX
          MOVE "Y" TO TL-PRINTED (TL-IX)
          PERFORM WRITE-ONE-TAX-LINE
       END-PERFORM
       IF TAXRPT-OPEN = "Y"
          CLOSE TAXRPT-FILE
          DISPLAY "INFO: Tax liability written to "
                  FUNCTION TRIM(TAXRPT-PATH)
       END-IF
       MOVE TOTAL-SALES-TAX TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE TOTAL-RETURN-TAX TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-SUG-TXT
       COMPUTE TL-NET = TOTAL-SALES-TAX - TOTAL-RETURN-TAX
       MOVE TL-NET TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE SPACES TO TX-LINE
       STRING "Tax collected=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Tax refunded=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              " | Net tax payable=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       EXIT PARAGRAPH.

   WRITE-ONE-TAX-LINE.
       COMPUTE TL-NET = TL-SALES-TAX (TL-IX) - TL-RETURN-TAX (TL-IX)
       MOVE TL-NET TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-QTY-TXT
       PERFORM BUILD-TAX-LIABILITY-TEXT
       IF TAXRPT-OPEN = "Y"
          MOVE SPACES TO TAXRPT-REC
          STRING FUNCTION TRIM(WS-TXT) DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
            INTO TAXRPT-REC
          END-STRING
          WRITE TAXRPT-REC
       END-IF
       MOVE SPACES TO TX-LINE
       STRING "TAX: Jurisdiction=" DELIMITED BY SIZE
              FUNCTION TRIM(TL-JURIS (TL-IX)) DELIMITED BY SIZE
              " | Period=" DELIMITED BY SIZE
              TL-PERIOD (TL-IX) DELIMITED BY SIZE
              " | Code=" DELIMITED BY SIZE
              FUNCTION TRIM(TL-CODE (TL-IX)) DELIMITED BY SIZE
              " | Rate=" DELIMITED BY SIZE
              FUNCTION TRIM(TAX-RATE-EDIT) DELIMITED BY SIZE
              "% | Taxable=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
              " | Exempt=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-SUG-TXT) DELIMITED BY SIZE
              " | Collected=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
              " | Refunded=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT) DELIMITED BY SIZE
              " | NetDue=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Stock in quarantine: each open hold with the units and value
  *> it holds back, then the run's holds, releases and scrap.
  *> -----------------------------------------------------------
   WRITE-QUARANTINE-SECTION.
       MOVE "---- Quality Hold / Quarantine ----" TO TX-LINE
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       MOVE 0 TO QH-OPEN-COUNT
       MOVE 0 TO QH-TOT-QTY
       MOVE 0 TO QH-TOT-VALUE
       PERFORM VARYING QH-IX FROM 1 BY 1 UNTIL QH-IX > QH-COUNT
          IF QH-ACTIVE (QH-IX) = "Y"
             PERFORM WRITE-ONE-HOLD-LINE
          END-IF
       END-PERFORM
       MOVE QH-TOT-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE QH-TOT-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       MOVE QH-OPEN-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-VALUE-TXT
       MOVE QH-PLACED TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-BOOK-TXT
       MOVE QH-RELEASED TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO VAR-COUNTED-TXT
       MOVE SPACES TO TX-LINE
       STRING "Holds open=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-VALUE-TXT) DELIMITED BY SIZE
              " | Placed this run=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-BOOK-TXT) DELIMITED BY SIZE
              " | Released this run=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-COUNTED-TXT) DELIMITED BY SIZE
              " | Quarantined qty=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | Quarantined value=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       IF TOTAL-QA-SCRAP-QTY NOT = 0
          MOVE TOTAL-QA-SCRAP-QTY TO FMT-QTY-IN
          PERFORM FORMAT-QTY
          MOVE FMT-TEXT TO RC-QTY-TXT
          MOVE TOTAL-QA-SCRAP-VALUE TO FMT-AMT-IN
          PERFORM FORMAT-AMT
          MOVE FMT-TEXT TO RC-RP-TXT
          MOVE SPACES TO TX-LINE
          STRING "Scrapped from hold: Qty=" DELIMITED BY SIZE
                 FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
                 " | Value to shrink=" DELIMITED BY SIZE
                 FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
            INTO TX-LINE
          END-STRING
          PERFORM OUTPUT-LINE
          IF OUT-STATUS = "00" WRITE OUT-REC FROM TX-LINE END-IF
       END-IF
       EXIT PARAGRAPH.

   WRITE-ONE-HOLD-LINE.
       ADD 1 TO QH-OPEN-COUNT
       PERFORM COMPUTE-HOLD-STOCK
       ADD QH-HELD-QTY TO QH-TOT-QTY
       ADD QH-HELD-VALUE TO QH-TOT-VALUE
       MOVE QH-HELD-QTY TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       MOVE FMT-TEXT TO RC-QTY-TXT
       MOVE QH-HELD-VALUE TO FMT-AMT-IN
       PERFORM FORMAT-AMT
       MOVE FMT-TEXT TO RC-RP-TXT
       IF QH-LOT (QH-IX) = SPACES
          MOVE QH-BIN (QH-IX) TO VAR-QTY-TXT
       ELSE
          MOVE "(all)" TO VAR-QTY-TXT
       END-IF
       MOVE SPACES TO TX-LINE
       STRING "HOLD: SKU=" DELIMITED BY SIZE
              FUNCTION TRIM(QH-SKU (QH-IX)) DELIMITED BY SIZE
              " | Bin=" DELIMITED BY SIZE
              FUNCTION TRIM(VAR-QTY-TXT) DELIMITED BY SIZE
              " | Lot=" DELIMITED BY SIZE
              FUNCTION TRIM(QH-LOT (QH-IX)) DELIMITED BY SIZE
              " | Reason=" DELIMITED BY SIZE
              FUNCTION TRIM(QH-REASON (QH-IX)) DELIMITED BY SIZE
              " | Since=" DELIMITED BY SIZE
              QH-DATE (QH-IX) DELIMITED BY SIZE
              " | HeldQty=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-QTY-TXT) DELIMITED BY SIZE
              " | HeldValue=" DELIMITED BY SIZE
              FUNCTION TRIM(RC-RP-TXT) DELIMITED BY SIZE
         INTO TX-LINE
       END-STRING
       PERFORM OUTPUT-LINE
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> MODE=SERIAL: one unit's current serial master entry (when
  *> SERIALS= is given) and every movement that named it across
  *> the ledger files in LEDGER= (comma-separated, oldest first).
  *> -----------------------------------------------------------
   SERIAL-LOOKUP.
       MOVE FUNCTION TRIM(P-SERIAL) TO SN-TARGET
       DISPLAY "Serial lookup: " FUNCTION TRIM(SN-TARGET)
       IF FUNCTION TRIM(P-SERIALS-PATH) NOT = SPACES
          PERFORM LOAD-SERIAL-MASTER
          PERFORM FIND-SERIAL
          IF SN-SLOT = 0
             DISPLAY "  Not in serial master "
                     FUNCTION TRIM(P-SERIALS-PATH)
          ELSE
             DISPLAY "  SKU " FUNCTION TRIM(SN-SKU (SN-SLOT))
                     "  Status " FUNCTION TRIM(SN-STATUS (SN-SLOT))
                     "  Bin " FUNCTION TRIM(SN-BIN (SN-SLOT))
                     "  LastDate " SN-DATE (SN-SLOT)
                     "  Ref " FUNCTION TRIM(SN-REF (SN-SLOT))
          END-IF
       END-IF
       MOVE 0 TO SN-HIT-COUNT
       PERFORM SPLIT-LEDGER-LIST
       PERFORM VARYING LOC-IX FROM 1 BY 1 UNTIL LOC-IX > LOC-COUNT
          MOVE LOC-PATH (LOC-IX) TO LEDGER-PATH
          OPEN INPUT LEDGER-FILE
          IF LEDGER-STATUS NOT = "00"
             DISPLAY "ERROR: Cannot open LEDGER file: "
                     LOC-PATH (LOC-IX) " (status=" LEDGER-STATUS ")"
             ADD 1 TO TOTAL-ERRORS
          ELSE
             PERFORM UNTIL 1 = 2
                READ LEDGER-FILE
                   AT END EXIT PERFORM
                   NOT AT END
                      MOVE LEDGER-REC TO TX-LINE
                      PERFORM SERIAL-CHECK-LINE
                END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
          END-IF
       END-PERFORM
       MOVE SN-HIT-COUNT TO FMT-QTY-IN
       PERFORM FORMAT-QTY
       DISPLAY "Serial lookup: " FUNCTION TRIM(FMT-TEXT)
               " movement(s) found."
       EXIT PARAGRAPH.

  *> Helper: split the comma-separated LEDGER= list into LOC-PATHS
  *> (the same walk SPLIT-TXFILE-LIST does over TX=).
   SPLIT-LEDGER-LIST.
       MOVE 0 TO LOC-COUNT
       MOVE SPACES TO WS-TXT
       MOVE 0 TO J
       PERFORM VARYING I FROM 1 BY 1
               UNTIL I > FUNCTION LENGTH(FUNCTION TRIM(P-LEDGER-PATH))
          MOVE P-LEDGER-PATH (I:1) TO CUR-CH
          IF CUR-CH = ","
             IF LOC-COUNT < 64
                ADD 1 TO LOC-COUNT
                MOVE FUNCTION TRIM(WS-TXT) TO LOC-PATH (LOC-COUNT)
             END-IF
             MOVE SPACES TO WS-TXT
             MOVE 0 TO J
          ELSE
             ADD 1 TO J
             MOVE CUR-CH TO WS-TXT (J:1)
          END-IF
       END-PERFORM
       IF FUNCTION TRIM(WS-TXT) NOT = SPACES AND LOC-COUNT < 64
          ADD 1 TO LOC-COUNT
          MOVE FUNCTION TRIM(WS-TXT) TO LOC-PATH (LOC-COUNT)
       END-IF
       EXIT PARAGRAPH.

  *> Helper: split the ledger line and print it when its Serials
  *> column (column 9) names P-SERIAL.
   SERIAL-CHECK-LINE.
       IF FUNCTION TRIM(TX-LINE) = SPACES
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO F1 F2 F3 F4 F5 F6 F7 F8 F9 F10 F11
       PERFORM SPLIT-CSV-LINE
       IF FUNCTION TRIM(F9) = SPACES
          EXIT PARAGRAPH
       END-IF
       MOVE F9 TO SNL-TEXT
       PERFORM SPLIT-SERIAL-LIST
       MOVE "N" TO SN-MATCH
       PERFORM VARYING SNL-SCAN FROM 1 BY 1 UNTIL SNL-SCAN > SNL-COUNT
          IF SNL-SERIAL (SNL-SCAN) = SN-TARGET
             MOVE "Y" TO SN-MATCH
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF SN-MATCH = "Y"
          ADD 1 TO SN-HIT-COUNT
          DISPLAY FUNCTION TRIM(TX-LINE)
       END-IF
       EXIT PARAGRAPH.

  *> -----------------------------------------------------------
  *> Per-day movement summary: one line per distinct transaction
  *> date, in date order, with quantity totals by type and revenue.
       STRING
         "Inventory Processor Report" DELIMITED BY SIZE NL
         "Mode: " DELIMITED BY SIZE P-MODE DELIMITED BY SIZE NL
         "Operator: " DELIMITED BY SIZE OPR-LOG-ID DELIMITED BY SIZE NL
         "Inventory File: " DELIMITED BY SIZE P-INV-PATH DELIMITED BY SIZE NL
         "Transactions File: " DELIMITED BY SIZE
             TX-PATH-DISPLAY DELIMITED BY SIZE NL
