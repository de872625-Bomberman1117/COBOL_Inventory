*> transactions.dat is an order file: each order is an H header record (order
*> number, CustomerID, order date, DiscountCode) followed by one D detail
*> record per item ordered, and every posted line carries its order number.
*> Every posted order and every backorder release is billed on a numbered
*> invoice written to Invoices.dat, numbered off InvoiceNumber.dat, and the
*> invoice number is carried on the processed record and the AR charge.
*> A line bills at the customer's contract or price-tier price off
*> PriceList.dat when one is in force for the quantity ordered, ahead of the
*> master Price, and the processed record says which price source was used.
*> Stock is kept by warehouse and bin in ItemLocations.dat underneath the
*> item's InStock total: a shipped line is drawn from the customer's default
*> warehouse first, then from the item's other warehouses, and only then from
*> stock no location has been set up for, before anything goes to backorder.
*> The pick list is grouped by warehouse with the bin beside each line, and a
*> receipt naming a warehouse in Received.dat is put away into it.
*> Every order's life - received, held, rejected, posted, partially shipped,
*> backordered, and released off backorder - is recorded line by line, with
*> the date and quantity, on the indexed OrderStatus.dat that OrderInquiry
*> reads.
IDENTIFICATION DIVISION.
PROGRAM-ID. Program2.
AUTHOR. Adam Buerger.
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ItemID in Item.
       *> the stock-location file, keyed on ItemID and warehouse, holding how much of
       *> each item's InStock sits in which warehouse and bin. ACCESS DYNAMIC because a
       *> sale walks an item's locations with START/READ NEXT. OPTIONAL so a shop that
       *> hasn't set up any locations yet runs exactly as before
       SELECT OPTIONAL LocationFile ASSIGN TO "ItemLocations.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LC-Key.
       *> the order-status file, keyed on order number and event sequence: each order
       *> has a summary record (sequence 0000) and one record per event in its life,
       *> so the inquiry run can answer "where is my order" from one file. OPTIONAL so
       *> the first event recorded creates it
       SELECT OPTIONAL OrderStatusFile ASSIGN TO "OrderStatus.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OS-Key.
       *> create a file to write error reports to. at the start of a fresh run the
       *> previous file is renamed to ErrorsPrior.dat - the stable archive the office's
       *> keyed corrections and the RecycleErrors run work against - before this run
       SELECT PickListFile ASSIGN TO "PickLists.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file to write the customer invoices to: one numbered invoice per
       *> posted order and per backorder release, so the customer finally has a
       *> document to pay against
       SELECT InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the invoice-number control file, handing out invoice numbers the way
       *> PONumber.dat hands out PO numbers; OPTIONAL so numbering starts at 1
       *> the first time
       SELECT OPTIONAL InvoiceNumberFile ASSIGN TO "InvoiceNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file reader for the sales-tax rate table, one rate per state
       *> jurisdiction; OPTIONAL so a run before the office has built the table
       *> still works (every rate reads as zero and nothing is taxed)
       SELECT OPTIONAL TaxRateFile ASSIGN TO "TaxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file reader for the contract price list: customer-specific and
       *> price-tier prices per item, with effective/expiry dates and quantity breaks;
       *> OPTIONAL so a run before the office has built the list still bills list price
       SELECT OPTIONAL PriceListFile ASSIGN TO "PriceList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the unapplied-cash file: overpayments (and oversized return credits) held
       *> as customer credit balances; the charges this run posts consume them
       *> oldest-first before anything hits AmtOwed. OPTIONAL so a run before any
       SELECT UnappliedRewrite ASSIGN TO "UnappliedCash.dat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the cash-and-credit activity the GL interface run journals: every dollar of
       *> unapplied credit this run's charges consume is appended here. shared with
       *> CashReceipts and ProcessReturns, so always opened EXTEND; OPTIONAL so the
       *> first append creates it
       SELECT OPTIONAL CashActivity ASSIGN TO "CashActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the stock-movement activity the GL interface run journals at cost: every
       *> receipt reconciliation puts on the shelf is appended here. shared with
       *> CycleCount, so always opened EXTEND; OPTIONAL so the first append creates it
       SELECT OPTIONAL InventoryActivity ASSIGN TO "InventoryActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file reader for the order numbers ReleaseHolds approved over their
       *> limits, so the credit check lets them through this one run; OPTIONAL so a run
       *> with no approved overrides still works
       *> their own order-up-to levels
       02 Amount PIC 9(3).
       02 Buffer2 PIC XXXX.
       *> the stock on hand at the time the reorder was placed; the reorder itself goes
       *> on order and only reaches the shelf when receiving matches the shipment
       02 OldInStock PIC 9(3).
*> create a record to hold a line of the daily inventory reorder summary report which contains
FD ReorderSummary.
       *> the sales tax billed on the line for the customer's state jurisdiction,
       *> carried so the statement can print it and the liability report can file it
       02 TaxAmount PIC 9(5).99.
       02 Buffer12 PIC XXXX.
       *> where the line's unit price came from: C = the customer's own contract,
       *> T = the customer's price tier, L = list price; space on a credit memo or a
       *> finance charge, which carry no unit price
       02 PriceSource PIC A.
       02 Buffer13 PIC XXXX.
       *> the invoice the line was billed on; zeros on a finance charge, and on a
       *> credit memo the invoice of the line the goods came back against
       02 InvoiceNumber PIC 9(6).
*> create a record to hold the checkpoint counter
FD CheckpointFile.
01 CheckpointData.
       02 Buffer2 PIC X(5).
       *> the purchase order the shipment fills, quoted off the vendor's packing slip
       02 PONumber PIC 9(6).
       02 Buffer3 PIC X(5).
       *> the warehouse the shipment was put away in; spaces leaves it unlocated
       02 ReceivedWarehouse PIC X(4).
*> create a record matching the open purchase-order lines PurchaseOrders.cob appends,
*> read back here so receiving can be reconciled PO by PO and the line closed off
FD POLineFile.
       02 HX-RunDate PIC 9(8).
       02 HX-Buffer1 PIC XXXX.
       *> the processed transaction exactly as TransactionsProcessed.dat carried it
       02 HX-Record PIC X(216).
*> create a record to archive one batch control record into the period history; the
*> control record already carries its own run date, so it is copied through whole
FD BatchControlHistory.
       02 AC-Buffer2 PIC XXXX.
       *> the net amount charged (what posting added to AmtOwed)
       02 AC-Amount PIC 9(5)V99.
       02 AC-Buffer3 PIC XXXX.
       *> the invoice the charge was billed on, so payments, statements, and notices can
       *> name it; zeros on a finance charge or a charge that predates invoicing
       02 AC-InvoiceNumber PIC 9(6).
*> create a record to hold one held (credit-refused) transaction record, laid out
*> exactly like transactions.dat so ReleaseHolds can resubmit the order verbatim
FD HeldTransactions.
*> create a record to hold one printed line of a warehouse pick list / packing slip
FD PickListFile.
01 PickLine PIC X(120).
*> create a record to hold one printed line of the customer invoices
FD InvoiceFile.
01 InvoiceLine PIC X(120).
*> create a record to hold the next unused invoice number
FD InvoiceNumberFile.
01 InvoiceNumberData.
       *> the number the next invoice issued will carry
       02 NextInvoiceNumber PIC 9(6).
*> create a record matching the approved-override order numbers ReleaseHolds writes
FD CreditOverrides.
01 OverrideData.
       02 TR-Buffer1 PIC XXXX.
       *> the rate as an implied four-place decimal (0625 is 6.25%)
       02 TR-Rate PIC V9999.
*> create a record matching the contract price list the office maintains by hand
FD PriceListFile.
01 PriceListData.
       *> the customer the contract price belongs to; zeros on a price-tier line
       02 CP-CustomerID PIC 99999.
       02 CP-Buffer1 PIC XXXX.
       *> the price tier the line belongs to; a space on a customer-specific line
       02 CP-Tier PIC A.
       02 CP-Buffer2 PIC XXXX.
       *> the item the price is for
       02 CP-ItemID PIC 9(6).
       02 CP-Buffer3 PIC XXXX.
       *> the first day the price is good, in YYYYMMDD form
       02 CP-EffectiveDate PIC 9(8).
       02 CP-Buffer4 PIC XXXX.
       *> the last day the price is good, in YYYYMMDD form; zeros means it never expires
       02 CP-ExpiryDate PIC 9(8).
       02 CP-Buffer5 PIC XXXX.
       *> the quantity the line has to reach for this price to apply; zeros or 1 is the
       *> base contract price, a higher figure is a quantity break
       02 CP-MinQty PIC 9(3).
       02 CP-Buffer6 PIC XXXX.
       *> the unit price, implied two-place decimal (00850 is 8.50)
       02 CP-Price PIC 99V99.
*> create a record matching the unapplied-cash lines the receipts and returns runs append
FD UnappliedCash.
01 UnappliedData.
*> so a credit record can be carried through with one group move
FD UnappliedRewrite.
01 UnappliedOutData PIC X(28).
*> create a record to append one cash-and-credit movement for the GL interface with
FD CashActivity.
01 CashActivityData.
       *> RECEIPT = a payment CashReceipts posted, CONSUMED = unapplied credit a
       *> charge used up, CREDITED = a return credit parked as unapplied cash
       02 CA-Type PIC X(8).
       02 CA-Buffer1 PIC XXXX.
       *> the customer the money belongs to
       02 CA-CustomerID PIC 99999.
       02 CA-Buffer2 PIC XXXX.
       *> the date the money moved, in YYYYMMDD form
       02 CA-Date PIC 9(8).
       02 CA-Buffer3 PIC XXXX.
       *> the check/reference number on a payment, the order number otherwise
       02 CA-Reference PIC X(10).
       02 CA-Buffer4 PIC XXXX.
       *> the part of the movement that came off the customer's receivable
       02 CA-Applied PIC 9(5)V99.
       02 CA-Buffer5 PIC XXXX.
       *> the part of the movement that went onto unapplied cash
       02 CA-Unapplied PIC 9(5)V99.
*> create a record to append one stock movement for the GL interface with
FD InventoryActivity.
01 InventoryActivityData.
       *> RECEIPT = a vendor shipment put on the shelf, SHRINK = a count found less
       *> than the book, OVER = a count found more than the book
       02 IA-Type PIC X(7).
       02 IA-Buffer1 PIC XXXX.
       *> the date the stock moved, in YYYYMMDD form
       02 IA-Date PIC 9(8).
       02 IA-Buffer2 PIC XXXX.
       *> the item that moved
       02 IA-ItemID PIC 999999.
       02 IA-Buffer3 PIC XXXX.
       *> the purchase order a receipt filled; zeros on a count
       02 IA-PONumber PIC 9(6).
       02 IA-Buffer4 PIC XXXX.
       *> how many units moved
       02 IA-Quantity PIC 9(3).
       02 IA-Buffer5 PIC XXXX.
       *> the unit cost the movement is valued at
       02 IA-UnitCost PIC 99.99.
       02 IA-Buffer6 PIC XXXX.
       *> the units valued at the unit cost
       02 IA-Extended PIC 9(5)V99.
*> create a record for what needs to be read in from CustomerFile
FD CustomerFile.
*> the record contains all information on a customer given in the file including
       *> the most the office will let the customer run the balance up to; zeros means
       *> no limit has been assigned and the credit check is skipped
       02 CreditLimit PIC 9(5)V99.
       02 Buffer3 PIC X(5).
       *> the contract price tier the customer buys at off PriceList.dat; a space means
       *> no tier, and only a contract line naming the customer itself beats list price
       02 PriceTier PIC A.
       02 Buffer4 PIC X(5).
       *> the warehouse the customer's orders ship from first; other warehouses are
       *> drawn on before a line goes to backorder. spaces means no preference
       02 DefaultWarehouse PIC X(4).
       02 Buffer5 PIC X(5).
       *> the sales rep who owns the account off SalesReps.dat; zeros means the
       *> account is house business and earns nobody commission
       02 SalesRep PIC 9(3).
*> create a record for what needs to be read in from InventoryFile
FD InventoryFile.
*> This record contains all information about an item in stock including
       *> what the vendor charges per unit; zeros while no cost has been loaded
       *> yet, and purchasing falls back to the retail Price with a warning
       02 UnitCost PIC 99.99.
       02 Buffer10 PIC X(5).
       *> how many units are on purchase orders placed but not yet received; raised
       *> when a reorder is placed and relieved as receiving matches the shipments,
       *> so InStock only ever counts what is actually on the shelf
       02 OnOrder PIC 9(3).
*> create a record for the indexed stock-location file
FD LocationFile.
01 Location.
       *> the record key: the item and the warehouse it is stocked in
       02 LC-Key.
           03 LC-ItemID PIC 9(6).
           03 LC-Warehouse PIC X(4).
       02 LC-Buffer1 PIC X(5).
       *> the bin within the warehouse the item is shelved in
       02 LC-Bin PIC X(6).
       02 LC-Buffer2 PIC X(5).
       *> how many units are on hand at the location
       02 LC-OnHand PIC 9(3).
*> create a record for the indexed order-status file
FD OrderStatusFile.
01 OrderStatus.
       *> the record key: the order number, and the event's place in the order's life
       *> (0000 is the order's summary record)
       02 OS-Key.
           03 OS-OrderNumber PIC 9(6).
           03 OS-Sequence PIC 9(4).
       02 OS-Buffer1 PIC X(4).
       *> the customer the order belongs to
       02 OS-CustomerID PIC 9(5).
       02 OS-Buffer2 PIC X(4).
       02 OS-Detail PIC X(70).
       *> the summary view, on sequence 0000
       02 OS-Summary REDEFINES OS-Detail.
           *> the date the order was first seen, and the date of its latest event
           03 OH-FirstDate PIC 9(8).
           03 OH-Buffer1 PIC X(4).
           03 OH-LastDate PIC 9(8).
           03 OH-Buffer2 PIC X(4).
           *> the order's latest state
           03 OH-State PIC X(12).
           03 OH-Buffer3 PIC X(4).
           *> Y while anything about the order is unsettled: it is held, a line is
           *> still rejected, units are still backordered, or it is waiting to post
           03 OH-Open PIC A.
           *> Y while the order sits on the credit-hold queue
           03 OH-Held PIC A.
           *> how many of the order's lines are rejected and not yet corrected
           03 OH-RejectedLines PIC 9(3).
           *> how many units are still owed on backorder
           03 OH-BackorderedUnits PIC 9(5).
           *> how many units have shipped, and how many came back
           03 OH-ShippedUnits PIC 9(5).
           03 OH-ReturnedUnits PIC 9(5).
           *> the sequence number the order's next event is filed under
           03 OH-NextSequence PIC 9(4).
           03 OH-Buffer4 PIC X(6).
       *> the event view, on every other sequence
       02 OS-Event REDEFINES OS-Detail.
           *> the line's item; zeros on an event about the whole order
           03 OE-ItemID PIC 9(6).
           03 OE-Buffer1 PIC X(4).
           *> RECEIVED, HELD, HOLD RELEASED, REJECTED, CORRECTED, POSTED, PARTIAL,
           *> BACKORDERED, RELEASED, or RETURNED
           03 OE-State PIC X(12).
           03 OE-Buffer2 PIC X(4).
           *> the date of the run that recorded the event
           03 OE-EventDate PIC 9(8).
           03 OE-Buffer3 PIC X(4).
           *> how many units the event was about
           03 OE-Quantity PIC 9(3).
           03 OE-Buffer4 PIC X(4).
           *> the program that recorded the event
           03 OE-Program PIC X(16).
           03 OE-Buffer5 PIC X(9).
*> create a record matching the run-control stamps the daily cycle's programs write
FD RunControl.
01 RunControlData.
       02 Buffer2 PIC X(5).
       *> the purchase order the shipment fills
       02 PONumber PIC 9(6).
       *> the warehouse the shipment was put away in
       02 ReceivedWarehouse PIC X(4).
       *> whether reconciliation matched this receipt to an open PO line, so a receipt
       *> quoting a PO we have no line for can be flagged instead of silently ignored
       02 ReceiptMatched PIC A.
       02 OL-Discount PIC 9(5)V99.
       *> the vendor unit cost at posting time, carried onto the processed record
       02 OL-UnitCost PIC 99V99.
       *> where the unit price came from (C = customer contract, T = price tier,
       *> L = list price); contract-priced lines take no promotional discount
       02 OL-PriceSource PIC A.
       *> the sales tax billed on the line, carried for the invoice
       02 OL-Tax PIC 9(5)V99.
       *> whether the pick-list pass has already printed this line, so the document
       *> can come out in warehouse picking (ItemID) sequence
       02 OL-Picked PIC A.
01 tempReorderCost Pic 9(5)V99.
*> the order-up-to target AttemptOrder drives the current item's stock toward
01 ReorderTarget Pic 9(3) value 0.
*> the item's stock position: what is on the shelf plus what is already on order,
*> which is what the reorder target is measured against
01 StockPosition Pic 9(4) value 0.
*> how many units a PO line still had open before today's receipt, how many units
*> that receipt brought, and how many units come off the item's on-order count
01 LineOpenUnits Pic 9(3) value 0.
01 ReceiptUnits Pic 9(3) value 0.
01 OnOrderRelief Pic 9(3) value 0.
*> how many whole case packs the reorder amount divides into, and what's left over;
*> a nonzero remainder means the amount gets rounded up to the next whole case
01 CaseCount Pic 9(3) value 0.
01 OrderTaxRate PIC V9999 VALUE 0.
*> the sales tax billed on the line currently being posted
01 tempTax PIC 9(5)V99 VALUE 0.
*> create a variable to hold how many contract prices were loaded from PriceList.dat
01 PriceTableCount PIC 9(4) VALUE 0.
*> the PriceEntry table's OCCURS ceiling below, kept as its own data name so
*> ReadPriceList can check against it before growing the table; update both together
01 PriceTableMax PIC 9(4) VALUE 1000.
*> create up to 1000 instances of one contract or price-tier price
01 PriceEntry OCCURS 1 TO 1000 TIMES DEPENDING ON PriceTableCount.
       02 PE-CustomerID PIC 9(5).
       02 PE-Tier PIC A.
       02 PE-ItemID PIC 9(6).
       02 PE-EffectiveDate PIC 9(8).
       02 PE-ExpiryDate PIC 9(8).
       02 PE-MinQty PIC 9(3).
       02 PE-Price PIC 99V99.
*> create a counter variable to cycle through the array of contract prices
01 PriceIndex PIC 9(4) VALUE 1.
*> create a "boolean" flag to show whether the end of PriceList.dat has been reached
01 EndOfPriceList PIC A VALUE 'N'.
*> what FindContractPrice prices against: the quantity the break levels are measured
*> against and the date the price has to be in force on
01 PriceBreakQty PIC 9(3) VALUE 0.
01 PriceDate PIC 9(8) VALUE 0.
*> what FindContractPrice hands back: the unit price the line bills at and where it
*> came from (C = customer contract, T = price tier, L = list price)
01 LinePrice PIC 99V99 VALUE 0.
01 LinePriceSource PIC A VALUE 'L'.
*> how strong the best price found so far is (2 = customer contract, 1 = price tier,
*> 0 = list price) and the break level it was found at, so a customer's own contract
*> always beats its tier and the highest break the quantity reaches wins within either
01 BestPriceRank PIC 9 VALUE 0.
01 CandidateRank PIC 9 VALUE 0.
01 BestPriceBreak PIC 9(3) VALUE 0.
*> the real unapplied-cash filename, used as the rename target once the temp file
*> is fully written
01 UnappliedRealFileName PIC X(30) VALUE "UnappliedCash.dat".
*> what the line being posted actually adds to AmtOwed and the AR ledger: its net
*> plus its tax, less whatever unapplied credit the customer had on file to consume
01 BillAmount PIC 9(5)V99 VALUE 0.
*> the charge in BillAmount before unapplied credit paid it down, so the credit
*> actually consumed can be handed to the GL interface
01 BillBeforeCredit PIC 9(5)V99 VALUE 0.
*> create a "boolean" flag to show whether the credit check held the current order
01 OrderHeld PIC A VALUE 'N'.
*> what the current order is estimated to add to the customer's balance: every line
*> at its full ordered quantity, priced under the order's DiscountCode (the free-item
*> code is estimated without the freebie, which errs on the cautious side)
01 EstimatedGross PIC 9(7)V99 VALUE 0.
01 EstimatedContract PIC 9(7)V99 VALUE 0.
01 EstimatedNet PIC 9(7)V99 VALUE 0.
*> the balance the customer would reach if the whole order posted
01 ProjectedBalance PIC 9(7)V99 VALUE 0.
01 DispPickBack PIC ZZ9.
*> create a printable separator line between one pick document and the next
01 PickBreakLine PIC X(72) VALUE ALL "=".
*> create a "boolean" flag to show whether the pick document's to-follow heading has
*> been printed yet
01 PickShortHeading PIC A VALUE 'N'.
*> create a variable to hold how many location draws the current order (or backorder
*> release) has made, each of which prints as one line of its pick document
01 PickAllocCount PIC 999 VALUE 0.
*> the PickAlloc table's OCCURS ceiling below, kept as its own data name so
*> RecordPickAlloc can check against it before growing the table; update both together
*> if the ceiling ever changes
01 PickAllocMax PIC 999 VALUE 200.
*> create up to 200 instances of a location draw: which warehouse and bin to pick how
*> many units of an item from
01 PickAlloc OCCURS 1 TO 200 TIMES DEPENDING ON PickAllocCount.
       *> the warehouse and bin; spaces for stock no location has been set up for
       02 PA-Warehouse PIC X(4).
       02 PA-Bin PIC X(6).
       02 PA-ItemID PIC 9(6).
       02 PA-ItemName PIC X(25).
       *> how many units to pick from the location
       02 PA-Qty PIC 9(3).
       *> whether the pick document has already printed this draw
       02 PA-Printed PIC A.
*> create a counter variable to cycle through the location draws
01 PickAllocIndex PIC 999 VALUE 1.
*> which draw the pick document prints next: the unprinted one lowest in warehouse and
*> then ItemID order; 0 when every draw has been printed
01 PickBestAlloc PIC 999 VALUE 0.
*> the warehouse the pick document last printed a heading for
01 PickWarehouse PIC X(4) VALUE SPACES.
*> how many of the units being shipped still have to be drawn from a location
01 DrawRemaining PIC 9(3) VALUE 0.
*> how many units the current location gives up (or a receipt puts away)
01 DrawQty PIC 9(3) VALUE 0.
*> create a "boolean" value to store whether or not the location looked up was found
01 FoundLocation PIC A VALUE 'N'.
*> create a "boolean" flag to show whether the location scan has read every location of the item
01 EndOfLocationScan PIC A VALUE 'N'.
*> the order-status event being recorded, staged by the caller for RecordOrderStatus
01 StatusOrderNumber PIC 9(6) VALUE 0.
01 StatusCustomerID PIC 9(5) VALUE 0.
01 StatusItemID PIC 9(6) VALUE 0.
01 StatusState PIC X(12) VALUE SPACES.
01 StatusQuantity PIC 9(3) VALUE 0.
01 StatusDate PIC 9(8) VALUE 0.
*> create a "boolean" value to store whether the order already has a summary record
01 FoundOrderStatus PIC A VALUE 'N'.
*> the sequence number the event being recorded is filed under
01 StatusSequence PIC 9(4) VALUE 0.
*> the invoice number the order (or backorder release) being posted is billed on
01 CurrentInvoiceNumber PIC 9(6) VALUE 0.
*> the next unused invoice number, picked up off InvoiceNumber.dat at the start of the
*> run and saved back as each invoice is issued, so a crash can never reissue one
01 NextInvoiceToIssue PIC 9(6) VALUE 1.
*> how many days the customer has to pay an invoice; this is the one and only place
*> the payment terms are defined
01 InvoiceTermsDays PIC 9(3) VALUE 30.
*> the date payment on the invoice being written is due, in YYYYMMDD form
01 InvoiceDueDate PIC 9(8) VALUE 0.
*> running totals for the invoice currently being built: the lines' net and tax, the
*> unapplied credit the charges consumed, and what is left for the customer to pay
01 InvoiceNet PIC 9(7)V99 VALUE 0.
01 InvoiceTax PIC 9(7)V99 VALUE 0.
01 InvoiceCredit PIC 9(7)V99 VALUE 0.
01 InvoiceDue PIC 9(7)V99 VALUE 0.
*> one invoice line, staged here so live order lines and released backorders print
*> through the same paragraph
01 InvoiceDetail.
       02 IV-ItemID PIC 9(6).
       02 IV-ItemName PIC X(25).
       02 IV-Ordered PIC 9(3).
       02 IV-Shipped PIC 9(3).
       02 IV-Back PIC 9(3).
       02 IV-Price PIC 99V99.
       02 IV-Gross PIC 9(5)V99.
       02 IV-Discount PIC 9(5)V99.
       02 IV-Net PIC 9(5)V99.
       02 IV-Tax PIC 9(5)V99.
*> create edited fields used to lay out the invoice lines
01 DispInvoiceNumber PIC 999999.
01 DispInvoiceOrder PIC 999999.
01 DispInvoiceCustomer PIC 99999.
01 DispInvoiceItem PIC 999999.
01 DispInvoiceQty PIC ZZ9.
01 DispInvoiceShipped PIC ZZ9.
01 DispInvoiceBack PIC ZZ9.
01 DispInvoicePrice PIC Z9.99.
01 DispInvoiceGross PIC ZZZZ9.99.
01 DispInvoiceDiscount PIC ZZZZ9.99.
01 DispInvoiceNet PIC ZZZZ9.99.
01 DispInvoiceTax PIC ZZZZ9.99.
01 DispInvoiceTotal PIC ZZZZZZ9.99.
01 DispInvoiceTerms PIC ZZ9.
*> the run date stamped on the processed transactions being archived into the period
*> history: the date off yesterday's batch control record, not today's date, so a
*> line is filed under the night it actually posted
*> no full-file rewrite to flush - a posted transaction is durable as soon as it posts
Open i-o CustomerFile.
Open i-o InventoryFile.
Open i-o LocationFile.
Open i-o OrderStatusFile.
Perform ReadCheckpoint. *> see if a prior run left off partway through TransactionFile
Perform ReadOverrides. *> read in which order numbers the office approved over their limits
Perform ReadTaxRates. *> read in the sales-tax rate for each state jurisdiction
Perform ReadPriceList. *> read in the customer contract and price-tier prices
Perform ReadInvoiceNumber. *> pick up where the invoice numbering left off
Perform ReadUnappliedCash. *> read in the customer credit balances charges consume first
Open input TransactionFile.
*> skip back over whatever transactions the prior run already finished before it checkpointed
    open extend InventoryOrder
    open extend CreditHoldReport
    open extend PickListFile
    open extend InvoiceFile
else
    *> append yesterday's processed transactions and batch control record into the
    *> dated period history files before this fresh run overwrites them, so the
    open output InventoryOrder
    open output CreditHoldReport
    open output PickListFile
    open output InvoiceFile
end-if
*> the AR charge ledger is a persistent ledger, not a daily output: it always extends, and
*> CashReceipts (not this program) is what removes charges from it once they're paid off
open extend ARChargeFile
*> credit the charges consume is handed to the GL interface through the shared activity file
open extend CashActivity
*> the backorder queue is persistent the same way: new shorted sales always extend it, and
*> ReleaseBackorders at the end of the run is what drains it as stock arrives
open extend Backorders
   end-perform
close HeldTransactions
close Backorders
close CashActivity
close ARChargeFile
close InvoiceFile
close PickListFile
close CreditHoldReport
close InventoryOrder
Perform PersistUnappliedCash. *> write back whatever credit the charges didn't consume
Close CustomerFile. *> every AmtOwed/InStock change was already REWRITten in place as it posted
Close InventoryFile.
Close LocationFile.
Close OrderStatusFile.
Perform TallyBatchTotals. *> recompute posted/rejected/net-cost totals from the final files so a restarted run's figures reconcile
Perform WriteBatchControl. *> record this run's control totals so a batch can be reconciled after the fact
Perform ClearOverrides. *> every override fed this run's transaction file, so none carry forward
                       Move ItemID in ReceivedData to ItemID in VendorReceipt(ReceivedTableCount)
                       Move ReceivedAmount in ReceivedData to ReceivedAmount in VendorReceipt(ReceivedTableCount)
                       Move PONumber in ReceivedData to PONumber in VendorReceipt(ReceivedTableCount)
                       Move ReceivedWarehouse in ReceivedData
                           to ReceivedWarehouse in VendorReceipt(ReceivedTableCount)
                       *> no PO line has claimed this receipt yet
                       Move 'N' to ReceiptMatched in VendorReceipt(ReceivedTableCount)
               end-read
*> vendor's Received.dat, matching on the PO number AND the ItemID so a shipment is
*> reconciled against the specific PO it fills. receipts ACCUMULATE into the line's
*> PL-Received, so a vendor who completes a short line with a second shipment days
*> later gets credit for it. a matched shipment is also what puts the units on the
*> shelf: it is added to the item's InStock and taken off its OnOrder, and a line
*> that closes SHORT gives its unfilled units back off OnOrder. The line fills
*> to FILLED once the receipts cover it (or tips to OVER, which goes
*> on the daily exception report and the running history), while a partial receipt
*> leaves the line OPEN with a daily SHORT exception only - the permanent history
*> isn't charged until the line ages out past its item's lead time, at which point
   Open output ReceivingExceptions.
   Open extend ExceptionHistory.
   Open output OverduePOReport.
   Open extend InventoryActivity.
       Perform until EndOfReconcile = 'Y'
           Read POLineFile
               AT END Move 'Y' to EndOfReconcile
           end-if
           Add 1 to StoredReceived
       end-perform
   Close InventoryActivity.
   Close OverduePOReport.
   Close ExceptionHistory.
   Close ReceivingExceptions.
        Add 1 to StoredReceived
    end-perform.
    if FoundReceived = 'Y' then
        *> what the line still had open before today's shipment is the most the
        *> shipment can take back off the item's on-order count
        if PL-Received < PL-Amount then
            Compute LineOpenUnits = PL-Amount - PL-Received
        else
            Move 0 to LineOpenUnits
        end-if
        Move ReceivedAmount in VendorReceipt(StoredReceived) to ReceiptUnits
        Perform PostReceiptToStock
        *> today's shipment accumulates onto whatever earlier partials brought,
        *> so a split shipment's second leg fills the line instead of landing
        *> unmatched
        Move PL-VendorID to HistoryVendorID
        Perform WriteExceptionHistory
        Move "SHORT" to PL-Status
        *> the units that never came are no longer coming, so they come off the
        *> item's on-order count and the next reorder check can see the gap
        if FoundItem = 'Y' then
            Compute OnOrderRelief = PL-Amount - PL-Received
            Perform RelieveOnOrder
            Rewrite Item
        end-if
        exit paragraph
    end-if.
    Initialize ExceptionData.
    Move PL-PODate to OD-PODate.
    Move POAgeDays to OD-AgeDays.
    Write OverdueLine.
*> puts a matched shipment on the shelf: the units received go onto InStock and
*> come off OnOrder, but OnOrder only gives back what the line still had open -
*> an over-shipment's extra units were never on order. an item gone from the
*> master has nowhere to post to and is left to the office
PostReceiptToStock.
    Move PL-ItemID to ItemID in Item.
    Read InventoryFile
        invalid key Move 'N' to FoundItem
        not invalid key Move 'Y' to FoundItem
    end-read.
    if FoundItem = 'N' then
        Display "WARNING: received ItemID " PL-ItemID " on PO " PL-PONumber
            " is no longer on the inventory master; receipt not posted to stock"
        exit paragraph
    end-if.
    if InStock in Item + ReceiptUnits > 999 then
        Display "WARNING: receipt of ItemID " PL-ItemID " on PO " PL-PONumber
            " would overflow the stock on hand field; InStock capped at 999"
        Compute DrawQty = 999 - InStock in Item
        Move 999 to InStock in Item
    else
        Move ReceiptUnits to DrawQty
        Add ReceiptUnits to InStock in Item
    end-if.
    *> a shipment put away in a named warehouse lands in that location too
    if ReceivedWarehouse in VendorReceipt(StoredReceived) not = spaces then
        Perform PutAwayReceipt
    end-if.
    if ReceiptUnits < LineOpenUnits then
        Move ReceiptUnits to OnOrderRelief
    else
        Move LineOpenUnits to OnOrderRelief
    end-if.
    Perform RelieveOnOrder.
    Rewrite Item.
    *> the shipment goes to the GL interface valued at what the vendor charges; an item
    *> with no UnitCost loaded yet goes at zero, the same cost its sales relieve
    *> inventory at, so the books don't carry stock nothing will ever take back out
    Initialize InventoryActivityData.
    Move "RECEIPT" to IA-Type.
    Move ControlDate to IA-Date.
    Move PL-ItemID to IA-ItemID.
    Move PL-PONumber to IA-PONumber.
    Move ReceiptUnits to IA-Quantity.
    Move UnitCost in Item to tempPrice.
    Move tempPrice to IA-UnitCost.
    Compute IA-Extended = ReceiptUnits * tempPrice.
    Write InventoryActivityData.
*> adds the DrawQty units a receipt actually put on the shelf to the location for the
*> warehouse Received.dat names, setting the location up (with no bin yet) the first
*> time the item is received there. the location can never hold more than InStock, so
*> it can't overflow once InStock has been capped
PutAwayReceipt.
    Move PL-ItemID to LC-ItemID.
    Move ReceivedWarehouse in VendorReceipt(StoredReceived) to LC-Warehouse.
    Read LocationFile
        invalid key Move 'N' to FoundLocation
        not invalid key Move 'Y' to FoundLocation
    end-read.
    if FoundLocation = 'Y' then
        Add DrawQty to LC-OnHand
        Rewrite Location
    else
        Initialize Location
        Move PL-ItemID to LC-ItemID
        Move ReceivedWarehouse in VendorReceipt(StoredReceived) to LC-Warehouse
        Move DrawQty to LC-OnHand
        Write Location
        Display "NOTE: ItemID " PL-ItemID " received into warehouse " LC-Warehouse
            " for the first time; location set up with no bin assigned"
    end-if.
*> takes OnOrderRelief units off the on-order count of the item in the record
*> area, never below zero (an item loaded before on-order was tracked starts at zero)
RelieveOnOrder.
    if OnOrderRelief > OnOrder in Item then
        Move 0 to OnOrder in Item
    else
        Subtract OnOrderRelief from OnOrder in Item
    end-if.
*> appends the exception just written to the daily report onto the running history
*> too, dated and carrying the vendor the caller staged in HistoryVendorID, so the
*> vendor scorecard can accumulate delivery performance across generations
        Move 0 to OL-ShipQty in OrderLine(OrderLineCount)
        Move 0 to OL-Gross in OrderLine(OrderLineCount)
        Move 0 to OL-Discount in OrderLine(OrderLineCount)
        Move 0 to OL-Tax in OrderLine(OrderLineCount)
        Move 'N' to OL-Picked in OrderLine(OrderLineCount)
    end-if.
*> writes a detail record that arrived before any header to Errors.dat - there is no
*> billed so the buy-three-or-more-get-one-free code can see the whole order's quantity
ProcessOrder.
    Perform ResetVariables.
    Perform RecordOrderReceived.
    Perform FindCustomer.
    Perform CheckDiscountCode.
    if FoundCustomer = 'N' or FoundDiscount = 'N' then
    *> place any reorder, and work out the line's gross cost
    Move 0 to OrderQtyTotal.
    Move 0 to CheapestLine.
    Move 0 to PickAllocCount.
    Set OrderLineIndex to 1.
    perform OrderLineCount times
        Perform PriceOrderLine
    end-perform.
    *> second pass: spread the order's DiscountCode across the priced lines
    Perform SettleOrderDiscounts.
    *> third pass: bill and post every line that shipped anything, all on the one
    *> invoice number the order's first shipped line draws
    Move 'N' to AnyLinePosted.
    Set OrderLineIndex to 1.
    perform OrderLineCount times
        if OL-Found in OrderLine(OrderLineIndex) = 'Y'
                and OL-ShipQty in OrderLine(OrderLineIndex) > 0 then
            if AnyLinePosted = 'N' then
                Perform IssueInvoiceNumber
            end-if
            Perform PostOrderLine
            Move 'Y' to AnyLinePosted
        end-if
        Rewrite TempCustomer
        *> the warehouse gets a pick list / packing slip for everything that ships
        Perform WritePickDocument
        *> and the customer gets the invoice for it
        Perform WriteOrderInvoice
    end-if.
    Perform RecordLineOutcomes.
*> reads every state jurisdiction's sales-tax rate into the TaxEntry table; a
*> missing table file just means nothing gets taxed, which is exactly what the
*> office had before the table existed
        Display "WARNING: no tax rate on file for state '" CustomerState
            "' (CustomerID " CustomerID in TempCustomer "); order billed untaxed"
    end-if.
*> reads every contract and price-tier price into the PriceEntry table; a missing
*> price list just means every line bills at the master Price, exactly as before
ReadPriceList.
   Open input PriceListFile.
       Perform until EndOfPriceList = 'Y'
           if PriceTableCount >= PriceTableMax then
               *> the table is full; stop growing it instead of reading past the end
               Display "WARNING: PriceList.dat has more rows than the "
                   PriceTableMax " prices COBOL_Inventory.cob can hold; "
                   "ignoring every row after the first " PriceTableMax
               Move 'Y' to EndOfPriceList
           else
               Read PriceListFile
                   AT END Move 'Y' to EndOfPriceList
                   NOT AT END
                       Add 1 to PriceTableCount
                       Move CP-CustomerID to PE-CustomerID in PriceEntry(PriceTableCount)
                       Move CP-Tier to PE-Tier in PriceEntry(PriceTableCount)
                       Move CP-ItemID to PE-ItemID in PriceEntry(PriceTableCount)
                       Move CP-EffectiveDate to PE-EffectiveDate in PriceEntry(PriceTableCount)
                       Move CP-ExpiryDate to PE-ExpiryDate in PriceEntry(PriceTableCount)
                       Move CP-MinQty to PE-MinQty in PriceEntry(PriceTableCount)
                       Move CP-Price to PE-Price in PriceEntry(PriceTableCount)
               end-read
           end-if
       end-perform
   Close PriceListFile.
*> prices the item in Item for the customer in TempCustomer: a price-list line for the
*> customer itself beats a line for the customer's price tier, which beats the master
*> Price; a line only counts when PriceDate falls inside its effective/expiry window
*> and PriceBreakQty reaches its break level, and the highest break reached wins.
*> leaves the unit price in LinePrice and where it came from in LinePriceSource
FindContractPrice.
    Move Price in Item to LinePrice.
    Move 'L' to LinePriceSource.
    Move 0 to BestPriceRank.
    Move 0 to BestPriceBreak.
    Set PriceIndex to 1.
    perform PriceTableCount times
        Move 0 to CandidateRank
        if PE-ItemID in PriceEntry(PriceIndex) = ItemID in Item
                and PE-EffectiveDate in PriceEntry(PriceIndex) <= PriceDate
                and (PE-ExpiryDate in PriceEntry(PriceIndex) = 0
                    or PE-ExpiryDate in PriceEntry(PriceIndex) >= PriceDate)
                and PE-MinQty in PriceEntry(PriceIndex) <= PriceBreakQty then
            if PE-CustomerID in PriceEntry(PriceIndex) = CustomerID in TempCustomer
                    and PE-CustomerID in PriceEntry(PriceIndex) > 0 then
                Move 2 to CandidateRank
            else
                if PE-CustomerID in PriceEntry(PriceIndex) = 0
                        and PE-Tier in PriceEntry(PriceIndex) = PriceTier in TempCustomer
                        and PriceTier in TempCustomer not = space then
                    Move 1 to CandidateRank
                end-if
            end-if
        end-if
        if CandidateRank > BestPriceRank
                or (CandidateRank = BestPriceRank and CandidateRank > 0
                    and PE-MinQty in PriceEntry(PriceIndex) > BestPriceBreak) then
            Move CandidateRank to BestPriceRank
            Move PE-MinQty in PriceEntry(PriceIndex) to BestPriceBreak
            Move PE-Price in PriceEntry(PriceIndex) to LinePrice
            if CandidateRank = 2 then
                Move 'C' to LinePriceSource
            else
                Move 'T' to LinePriceSource
            end-if
        end-if
        Add 1 to PriceIndex
    end-perform.
*> reads the unapplied-cash file into the UnappliedEntry table in file order, which
*> is oldest-first because the receipts and returns runs only ever append to it
ReadUnappliedCash.
*> unapplied credits, oldest-first, leaving in BillAmount only what the credit
*> couldn't cover - which is all that ever reaches AmtOwed or the AR ledger
ConsumeUnappliedCash.
    Move BillAmount to BillBeforeCredit.
    Set UnappliedIndex to 1.
    perform UnappliedTableCount times
        if BillAmount > 0 and
        end-if
        Add 1 to UnappliedIndex
    end-perform.
    *> whatever the credit covered moves off unapplied cash and onto the receivable,
    *> which the GL interface journals apart from the charge itself
    if BillAmount < BillBeforeCredit then
        Initialize CashActivityData
        Move "CONSUMED" to CA-Type
        Move CustomerID in TempCustomer to CA-CustomerID
        Move ControlDate to CA-Date
        Move CO-OrderNumber to CA-Reference
        Compute CA-Applied = BillBeforeCredit - BillAmount
        Move 0 to CA-Unapplied
        Write CashActivityData
    end-if.
*> rewrites UnappliedCash.dat keeping only the credits that still have something
*> unconsumed on them. writes to a temp file first and renames it over the real file
*> once it's fully written, so a crash mid-write leaves the temp file truncated
*> ItemID isn't on the master price at zero here (they'd reject rather than post)
EstimateOrderNet.
    Move 0 to EstimatedGross.
    Move 0 to EstimatedContract.
    Set OrderLineIndex to 1.
    perform OrderLineCount times
        Move OL-ItemID in OrderLine(OrderLineIndex) to ItemID in Item
        Read InventoryFile
            invalid key continue
            not invalid key
                Move OL-Quantity in OrderLine(OrderLineIndex) to PriceBreakQty
                Move CO-OrderDate to PriceDate
                Perform FindContractPrice
                Move LinePrice to tempPrice
                if LinePriceSource = 'L' then
                    Compute EstimatedGross = EstimatedGross
                        + tempPrice * OL-Quantity in OrderLine(OrderLineIndex)
                else
                    Compute EstimatedContract = EstimatedContract
                        + tempPrice * OL-Quantity in OrderLine(OrderLineIndex)
                end-if
        end-read
        Add 1 to OrderLineIndex
    end-perform.
    else
        Compute EstimatedNet = EstimatedGross - (EstimatedGross * DiscountPercent)
    end-if.
    *> contract-priced lines take no promotion, so they go into the estimate at full price
    Add EstimatedContract to EstimatedNet.
    *> the posting paths bill the state's tax on top of the net, so the estimate
    *> carries it too - otherwise every order could clear the check and still land
    *> past the limit by up to the state's rate
        Move OL-Quantity in OrderLine(OrderLineIndex) to HB-Quantity
        Move HB-Rest to HT-Rest
        Write HeldTransaction
        Move "HELD" to StatusState
        Perform RecordLineStatus
        Add 1 to OrderLineIndex
    end-perform.
*> writes the held order's line on the daily credit-hold report for the office
        Move CO-DiscountCode to DiscountCode in ErrorData
        Move HeaderErrorReason to ErrorReason in ErrorData
        Write ErrorData
        Move 0 to StatusItemID
        Move 0 to StatusQuantity
        Move "REJECTED" to StatusState
        Perform RecordOrderStatus
        exit paragraph
    end-if.
    Set OrderLineIndex to 1.
        Move CO-DiscountCode to DiscountCode in ErrorData
        Move HeaderErrorReason to ErrorReason in ErrorData
        Write ErrorData
        Move "REJECTED" to StatusState
        Perform RecordLineStatus
        Add 1 to OrderLineIndex
    end-perform.
*> writes a line-level reject to Errors.dat: the order is fine but this line's ItemID
    Move CO-DiscountCode to DiscountCode in ErrorData.
    Move "Invalid ItemID" to ErrorReason in ErrorData.
    Write ErrorData.
    Move "REJECTED" to StatusState.
    Perform RecordLineStatus.
*> first-pass work for one detail line: find the item, ship what the shelf covers and
*> backorder the rest, keep the reorder logic fed, and price the line's gross
PriceOrderLine.
    Add LineQty to OrderQtyTotal.
    Perform ComputeShipQuantity.
    Perform AttemptOrder.
    Perform DrawLocationStock.
    Move ShipQty to OL-ShipQty in OrderLine(OrderLineIndex).
    Move ItemName in Item to OL-ItemName in OrderLine(OrderLineIndex).
    *> the customer's contract or tier price beats the master Price when one is in
    *> force on the order date for the quantity ordered
    Move LineQty to PriceBreakQty.
    Move CO-OrderDate to PriceDate.
    Perform FindContractPrice.
    Move LinePrice to OL-Price in OrderLine(OrderLineIndex).
    Move LinePriceSource to OL-PriceSource in OrderLine(OrderLineIndex).
    Move UnitCost in Item to OL-UnitCost in OrderLine(OrderLineIndex).
    Move LinePrice to tempPrice.
    Compute tempGross = tempPrice * ShipQty.
    Move tempGross to OL-Gross in OrderLine(OrderLineIndex).
    *> remember the cheapest list-priced line that shipped anything, so the free-item
    *> discount can land on the cheapest unit of the order
    if ShipQty > 0 and LinePriceSource = 'L' then
        if CheapestLine = 0 then
            Move OrderLineIndex to CheapestLine
        else
*> spreads the order's DiscountCode across its priced lines: percentage codes discount
*> every line by the same rate, while the buy-three-or-more-get-one-free code now looks
*> at the quantity across the WHOLE order (not any single line) and gives away one unit
*> of the cheapest item that shipped. a line billed at a contract or tier price is
*> already the customer's negotiated price, so the promotion never stacks on top of it
SettleOrderDiscounts.
    if DiscountIsFreeItem = 'Y' then
        if OrderQtyTotal >= 3 and CheapestLine > 0 then
    else
        Set OrderLineIndex to 1
        perform OrderLineCount times
            if OL-Found in OrderLine(OrderLineIndex) = 'Y'
                    and OL-PriceSource in OrderLine(OrderLineIndex) = 'L' then
                Compute OL-Discount in OrderLine(OrderLineIndex) =
                    OL-Gross in OrderLine(OrderLineIndex) * DiscountPercent
            end-if
    Move OL-ItemID in OrderLine(OrderLineIndex) to ItemID in ProcessedTransaction.
    Move CO-DiscountCode to DiscountCode in ProcessedTransaction.
    Move OL-UnitCost in OrderLine(OrderLineIndex) to UnitCost in ProcessedTransaction.
    Move OL-PriceSource in OrderLine(OrderLineIndex) to PriceSource in ProcessedTransaction.
    Move CurrentInvoiceNumber to InvoiceNumber in ProcessedTransaction.
    Move OL-Gross in OrderLine(OrderLineIndex) to GrossCost.
    Move OL-Discount in OrderLine(OrderLineIndex) to Discount.
    Compute tempNet = OL-Gross in OrderLine(OrderLineIndex)
    *> the statement can print it and the liability report can total it
    Compute tempTax rounded = tempNet * OrderTaxRate.
    Move tempTax to TaxAmount in ProcessedTransaction.
    Move tempTax to OL-Tax in OrderLine(OrderLineIndex).
    *> any unapplied cash the customer has on file pays the charge down before
    *> anything touches the balance or the AR ledger
    Compute BillAmount = tempNet + tempTax.
    Perform ConsumeUnappliedCash.
    Perform AddToInvoiceTotals.
    Add BillAmount to AmtOwed in TempCustomer.
    Move AmtOwed in TempCustomer to Owed.
    Perform RecordARCharge.
    Write ProcessedTransaction.
*> writes the posted order's pick list / packing slip: the order number and the
*> customer's name and address off the header, then what to pick grouped by
*> warehouse, with the bin beside each line, in ItemID (picking) sequence within
*> each warehouse, and finally every line that shipped short with the backordered
*> remainder spelled out ("3 of 5 shipped, 2 to follow") so the crew stops hunting
*> for quantities the run already decided. the document doubles as the packing
*> slip, so it goes straight into the box
WritePickDocument.
    Move CO-OrderNumber to DispPickOrder.
    Move spaces to PickLine.
    Write PickLine.
    Move CustomerAddress in TempCustomer to PickLine.
    Write PickLine.
    Perform WritePickAllocations.
    *> then the lines the shelf couldn't fully cover, lowest ItemID first by
    *> repeatedly taking the best unprinted one
    Move 'N' to PickShortHeading.
    Perform FindNextPickLine.
    Perform until PickBestLine = 0
        Perform WriteOnePickLine
    end-perform.
    Move PickBreakLine to PickLine.
    Write PickLine.
*> prints the location draws of the order (or backorder release) grouped by warehouse,
*> a heading on each change of warehouse, and one line per draw giving the bin, the
*> item, and how many to pick. stock no location has been set up for prints under a
*> heading of its own, ahead of the warehouses
WritePickAllocations.
    Move spaces to PickLine.
    String "Bin     ItemID  Item                       Pick" delimited by size into PickLine.
    Write PickLine.
    Move high-values to PickWarehouse.
    Perform FindNextPickAlloc.
    Perform until PickBestAlloc = 0
        if PA-Warehouse in PickAlloc(PickBestAlloc) not = PickWarehouse then
            Move PA-Warehouse in PickAlloc(PickBestAlloc) to PickWarehouse
            Move spaces to PickLine
            if PickWarehouse = spaces then
                String "NO LOCATION ON FILE" delimited by size into PickLine
            else
                String "WAREHOUSE " PickWarehouse delimited by size into PickLine
            end-if
            Write PickLine
        end-if
        Move PA-ItemID in PickAlloc(PickBestAlloc) to DispPickItem
        Move PA-Qty in PickAlloc(PickBestAlloc) to DispPickQty
        Move spaces to PickLine
        String PA-Bin in PickAlloc(PickBestAlloc) "  " DispPickItem "  "
            PA-ItemName in PickAlloc(PickBestAlloc) "  " DispPickQty
            delimited by size into PickLine
        Write PickLine
        Move 'Y' to PA-Printed in PickAlloc(PickBestAlloc)
        Perform FindNextPickAlloc
    end-perform.
*> finds the unprinted location draw lowest in warehouse order, and lowest ItemID within
*> the warehouse; 0 when every draw has been printed
FindNextPickAlloc.
    Move 0 to PickBestAlloc.
    Set PickAllocIndex to 1.
    perform PickAllocCount times
        if PA-Printed in PickAlloc(PickAllocIndex) = 'N' then
            if PickBestAlloc = 0 then
                Move PickAllocIndex to PickBestAlloc
            else
                if PA-Warehouse in PickAlloc(PickAllocIndex)
                        < PA-Warehouse in PickAlloc(PickBestAlloc)
                    or (PA-Warehouse in PickAlloc(PickAllocIndex)
                        = PA-Warehouse in PickAlloc(PickBestAlloc)
                    and PA-ItemID in PickAlloc(PickAllocIndex)
                        < PA-ItemID in PickAlloc(PickBestAlloc)) then
                    Move PickAllocIndex to PickBestAlloc
                end-if
            end-if
        end-if
        Add 1 to PickAllocIndex
    end-perform.
*> finds the unprinted detail line with the lowest ItemID; 0 when every printable
*> line (every one whose item was actually on the master) has been printed
FindNextPickLine.
        end-if
        Add 1 to OrderLineIndex
    end-perform.
*> writes the to-follow note for a detail line that shipped short of what the customer
*> ordered, under a heading printed ahead of the first one; a line that shipped in full
*> was already covered by its location draws
WriteOnePickLine.
    if OL-ShipQty in OrderLine(PickBestLine) = OL-Quantity in OrderLine(PickBestLine) then
        exit paragraph
    end-if.
    if PickShortHeading = 'N' then
        Move "BACKORDERED - TO FOLLOW" to PickLine
        Write PickLine
        Move 'Y' to PickShortHeading
    end-if.
    *> the remainder went on the backorder queue; say so on the slip
    Move OL-ItemID in OrderLine(PickBestLine) to DispPickItem.
    Move OL-ShipQty in OrderLine(PickBestLine) to DispPickQty.
    Move OL-Quantity in OrderLine(PickBestLine) to DispPickOrdered.
    Compute DispPickBack = OL-Quantity in OrderLine(PickBestLine)
        - OL-ShipQty in OrderLine(PickBestLine).
    Move spaces to PickLine.
    String "        " DispPickItem "  " OL-ItemName in OrderLine(PickBestLine) "  "
        DispPickQty " of " DispPickOrdered " shipped, "
        DispPickBack " to follow" delimited by size into PickLine.
    Write PickLine.
*> takes the units a sale ships off the item's locations: the customer's default
*> warehouse first, then the item's other warehouses in warehouse order, and whatever
*> is still owed after that comes out of the stock no location has been set up for.
*> InStock already carries the total, so ShipQty can always be covered this way; each
*> draw is recorded for the pick document
DrawLocationStock.
    Move ShipQty to DrawRemaining.
    if DrawRemaining = 0 then
        exit paragraph
    end-if.
    if DefaultWarehouse in TempCustomer not = spaces then
        Move ItemID in Item to LC-ItemID
        Move DefaultWarehouse in TempCustomer to LC-Warehouse
        Read LocationFile
            invalid key Move 'N' to FoundLocation
            not invalid key Move 'Y' to FoundLocation
        end-read
        if FoundLocation = 'Y' then
            Perform TakeFromLocation
        end-if
    end-if.
    if DrawRemaining > 0 then
        Move 'N' to EndOfLocationScan
        Move ItemID in Item to LC-ItemID
        Move low-values to LC-Warehouse
        Start LocationFile key >= LC-Key
            invalid key Move 'Y' to EndOfLocationScan
        end-start
        Perform until EndOfLocationScan = 'Y' or DrawRemaining = 0
            Read LocationFile next
                AT END Move 'Y' to EndOfLocationScan
                NOT AT END
                    if LC-ItemID not = ItemID in Item then
                        Move 'Y' to EndOfLocationScan
                    else
                        if LC-Warehouse not = DefaultWarehouse in TempCustomer then
                            Perform TakeFromLocation
                        end-if
                    end-if
            end-read
        end-perform
    end-if.
    if DrawRemaining > 0 then
        Move spaces to LC-Warehouse
        Move spaces to LC-Bin
        Move DrawRemaining to DrawQty
        Move 0 to DrawRemaining
        Perform RecordPickAlloc
    end-if.
*> takes as much of what's still to be drawn as the location in the record area holds,
*> rewriting it in place
TakeFromLocation.
    if LC-OnHand = 0 then
        exit paragraph
    end-if.
    if LC-OnHand < DrawRemaining then
        Move LC-OnHand to DrawQty
    else
        Move DrawRemaining to DrawQty
    end-if.
    Subtract DrawQty from LC-OnHand.
    Subtract DrawQty from DrawRemaining.
    Rewrite Location.
    Perform RecordPickAlloc.
*> records one location draw for the pick document
RecordPickAlloc.
    if PickAllocCount >= PickAllocMax then
        Display "WARNING: order " CO-OrderNumber " draws from more locations than the "
            PickAllocMax " COBOL_Inventory.cob can print; ItemID " ItemID in Item
            " left off the pick document"
        exit paragraph
    end-if.
    Add 1 to PickAllocCount.
    Move LC-Warehouse to PA-Warehouse in PickAlloc(PickAllocCount).
    Move LC-Bin to PA-Bin in PickAlloc(PickAllocCount).
    Move ItemID in Item to PA-ItemID in PickAlloc(PickAllocCount).
    Move ItemName in Item to PA-ItemName in PickAlloc(PickAllocCount).
    Move DrawQty to PA-Qty in PickAlloc(PickAllocCount).
    Move 'N' to PA-Printed in PickAlloc(PickAllocCount).
*> works out how much of the line can actually ship from the stock on hand, and puts
*> whatever can't on the backorder queue instead of letting InStock go negative (which
*> used to bill customers for goods we didn't have)
           end-if
       end-if
   end-if.
   *> order the shortfall between the stock position (the shelf plus whatever is
   *> already on order) and the target, if there is one, so an item whose last
   *> reorder hasn't arrived yet isn't ordered all over again
   Compute StockPosition = InStock in Item + OnOrder in Item.
   if ReorderTarget > StockPosition
       Compute Amount in OrderData = ReorderTarget - StockPosition
   else
       Move 0 to Amount in OrderData
   end-if.
           end-compute
       end-if
   end-if.
   *> however the amount was arrived at, never drive the stock position past what
   *> the three-digit InStock field can carry once the order arrives on the shelf
   if Amount in OrderData > 0
           and StockPosition + Amount in OrderData > 999
       Display "WARNING: ItemID " ItemID in Item " reorder would overflow the"
           " stock on hand field; ordering only up to 999"
       if StockPosition < 999
           Compute Amount in OrderData = 999 - StockPosition
       else
           Move 0 to Amount in OrderData
       end-if
   end-if.
   *> record the stock on hand at the time the reorder was placed
   Move InStock in Item to OldInStock in OrderData.
   *> the ordered stock goes on order, not on the shelf: receiving moves it onto
   *> InStock as the vendor's shipments are matched against the PO line
   Add Amount in OrderData to OnOrder in Item.
   *> move the ItemID of the ordered item into OrderData
   Move ItemID in Item to ItemID in OrderData.
   *> make the stock change durable in the master right away with a keyed REWRITE
   *> extend; the warehouse gets a pick document for the released units too
   Open extend TransactionProcess.
   Open extend ARChargeFile.
   Open extend CashActivity.
   Open extend PickListFile.
   Open extend InvoiceFile.
   Set BackorderIndex to 1.
   perform BackorderTableCount times
       Perform ReleaseOneBackorder
   end-perform.
   Close TransactionProcess.
   Close ARChargeFile.
   Close CashActivity.
   Close PickListFile.
   Close InvoiceFile.
   Perform PersistBackorders.
*> tries to fill the single backorder at BackorderIndex: only touched when the vendor
*> shipped that ItemID today, and only for as many units as are actually on the shelf
    end-if.
    Subtract ShipQty from InStock in Item.
    Rewrite Item.
    Move 0 to PickAllocCount.
    Perform DrawLocationStock.
    *> the released units bill at the contract or tier price in force when the sale
    *> shipped short, with the break measured on what the customer is still owed
    Move BK-Quantity in Backorder(BackorderIndex) to PriceBreakQty.
    Move BK-Date in Backorder(BackorderIndex) to PriceDate.
    Perform FindContractPrice.
    *> percentage codes reprice list-priced released units; the free-item code was
    *> already settled (or not earned) when the original order posted, so it never
    *> re-grants, and a contract price never takes a promotion on top
    Move LinePrice to tempPrice.
    Compute tempGross = tempPrice * ShipQty.
    if DiscountIsFreeItem = 'Y' or LinePriceSource not = 'L' then
        Move 0 to tempDiscount
    else
        Compute tempDiscount = tempGross * DiscountPercent
    Move ItemID in Item to ItemID in ProcessedTransaction.
    Move CO-DiscountCode to DiscountCode in ProcessedTransaction.
    Move UnitCost in Item to UnitCost in ProcessedTransaction.
    Move LinePriceSource to PriceSource in ProcessedTransaction.
    *> every release is billed on an invoice of its own
    Perform IssueInvoiceNumber.
    Move CurrentInvoiceNumber to InvoiceNumber in ProcessedTransaction.
    Move tempGross to GrossCost.
    Move tempDiscount to Discount.
    Move tempNet to NetCost.
    Move tempTax to TaxAmount in ProcessedTransaction.
    Compute BillAmount = tempNet + tempTax.
    Perform ConsumeUnappliedCash.
    Perform AddToInvoiceTotals.
    Add BillAmount to AmtOwed in TempCustomer.
    Move AmtOwed in TempCustomer to Owed.
    Rewrite TempCustomer.
    Perform RecordARCharge.
    Write ProcessedTransaction.
    Subtract ShipQty from BK-Quantity in Backorder(BackorderIndex).
    Perform StageOrderStatus.
    Move BK-CustomerID in Backorder(BackorderIndex) to StatusCustomerID.
    Move ItemID in Item to StatusItemID.
    Move "RELEASED" to StatusState.
    Move ShipQty to StatusQuantity.
    Perform RecordOrderStatus.
    Perform WriteReleasePickDocument.
    Perform WriteReleaseInvoice.
*> rewrites Backorders.dat keeping only the lines that still have units owed on them.
*> writes to a temp file first and renames it over the real queue once it's fully
*> written, so a crash mid-write leaves the temp file truncated instead of the queue.
    Write PickLine.
    Move CustomerAddress in TempCustomer to PickLine.
    Write PickLine.
    Perform WritePickAllocations.
    if BK-Quantity in Backorder(BackorderIndex) > 0 then
        *> the shelf still couldn't cover everything owed; the rest stays queued
        Move ItemID in Item to DispPickItem
        Move BK-Quantity in Backorder(BackorderIndex) to DispPickBack
        Move spaces to PickLine
        String "        " DispPickItem "  " ItemName in Item "  "
            DispPickBack " still to follow" delimited by size into PickLine
        Write PickLine
    end-if.
    Move PickBreakLine to PickLine.
    Write PickLine.
*> records one event in the order's life on OrderStatus.dat: the order's summary
*> record (sequence 0000) is read - or set up, the first time the order is seen - and
*> its running figures and open flag are brought up to date, then the event itself is
*> written under the order's next sequence number
RecordOrderStatus.
    Move StatusOrderNumber to OS-OrderNumber.
    Move 0 to OS-Sequence.
    Read OrderStatusFile
        invalid key Move 'N' to FoundOrderStatus
        not invalid key Move 'Y' to FoundOrderStatus
    end-read.
    if FoundOrderStatus = 'N' then
        Initialize OrderStatus
        Move StatusOrderNumber to OS-OrderNumber
        Move 0 to OS-Sequence
        Move StatusCustomerID to OS-CustomerID
        Move StatusDate to OH-FirstDate
        Move 'N' to OH-Held
        Move 0 to OH-RejectedLines
        Move 0 to OH-BackorderedUnits
        Move 0 to OH-ShippedUnits
        Move 0 to OH-ReturnedUnits
        Move 1 to OH-NextSequence
    end-if.
    if OH-NextSequence = 9999 then
        Display "WARNING: order " StatusOrderNumber " has more events than "
            "OrderStatus.dat can number; " StatusState " event not recorded"
        exit paragraph
    end-if.
    Evaluate StatusState
        When "HELD"
            Move 'Y' to OH-Held
        When "HOLD RELEASED"
            Move 'N' to OH-Held
        When "REJECTED"
            Add 1 to OH-RejectedLines
        When "CORRECTED"
            if OH-RejectedLines > 0 then
                Subtract 1 from OH-RejectedLines
            end-if
        When "POSTED"
        When "PARTIAL"
            Add StatusQuantity to OH-ShippedUnits
        When "BACKORDERED"
            Add StatusQuantity to OH-BackorderedUnits
        When "RELEASED"
            Add StatusQuantity to OH-ShippedUnits
            if StatusQuantity > OH-BackorderedUnits then
                Move 0 to OH-BackorderedUnits
            else
                Subtract StatusQuantity from OH-BackorderedUnits
            end-if
        When "RETURNED"
            Add StatusQuantity to OH-ReturnedUnits
    end-evaluate.
    Move StatusState to OH-State.
    Move StatusDate to OH-LastDate.
    Move OH-NextSequence to StatusSequence.
    Add 1 to OH-NextSequence.
    if OH-Held = 'Y' or OH-RejectedLines > 0 or OH-BackorderedUnits > 0
            or OH-State = "RECEIVED" or OH-State = "HOLD RELEASED" then
        Move 'Y' to OH-Open
    else
        Move 'N' to OH-Open
    end-if.
    if FoundOrderStatus = 'Y' then
        Rewrite OrderStatus
    else
        Write OrderStatus
    end-if.
    Initialize OrderStatus.
    Move StatusOrderNumber to OS-OrderNumber.
    Move StatusSequence to OS-Sequence.
    Move StatusCustomerID to OS-CustomerID.
    Move StatusItemID to OE-ItemID.
    Move StatusState to OE-State.
    Move StatusDate to OE-EventDate.
    Move StatusQuantity to OE-Quantity.
    Move OwnProgramName to OE-Program.
    Write OrderStatus
        invalid key
            Display "WARNING: order " StatusOrderNumber " event " StatusSequence
                " is already on OrderStatus.dat; " StatusState " event not recorded"
    end-write.
*> stages the current order for RecordOrderStatus: every event the nightly records is
*> dated with the run date
StageOrderStatus.
    Move CO-OrderNumber to StatusOrderNumber.
    Move CO-CustomerID to StatusCustomerID.
    Move ControlDate to StatusDate.
*> records the current detail line's event (StatusState, staged by the caller) with the
*> line's item and ordered quantity
RecordLineStatus.
    Move OL-ItemID in OrderLine(OrderLineIndex) to StatusItemID.
    Move OL-Quantity in OrderLine(OrderLineIndex) to StatusQuantity.
    Perform RecordOrderStatus.
*> records every detail line of the order as RECEIVED, before anything decides its fate
RecordOrderReceived.
    Perform StageOrderStatus.
    Move "RECEIVED" to StatusState.
    Set OrderLineIndex to 1.
    perform OrderLineCount times
        Perform RecordLineStatus
        Add 1 to OrderLineIndex
    end-perform.
*> records what became of each line the order could price: POSTED when it shipped in
*> full, otherwise PARTIAL for what shipped (if anything did) and BACKORDERED for the rest
RecordLineOutcomes.
    Set OrderLineIndex to 1.
    perform OrderLineCount times
        if OL-Found in OrderLine(OrderLineIndex) = 'Y' then
            Move OL-ItemID in OrderLine(OrderLineIndex) to StatusItemID
            if OL-ShipQty in OrderLine(OrderLineIndex)
                    = OL-Quantity in OrderLine(OrderLineIndex) then
                Move "POSTED" to StatusState
                Move OL-ShipQty in OrderLine(OrderLineIndex) to StatusQuantity
                Perform RecordOrderStatus
            else
                if OL-ShipQty in OrderLine(OrderLineIndex) > 0 then
                    Move "PARTIAL" to StatusState
                    Move OL-ShipQty in OrderLine(OrderLineIndex) to StatusQuantity
                    Perform RecordOrderStatus
                end-if
                Move "BACKORDERED" to StatusState
                Compute StatusQuantity = OL-Quantity in OrderLine(OrderLineIndex)
                    - OL-ShipQty in OrderLine(OrderLineIndex)
                Perform RecordOrderStatus
            end-if
        end-if
        Add 1 to OrderLineIndex
    end-perform.
*> reads the next unused invoice number off the control file, starting from 1 if the
*> file doesn't exist yet or doesn't hold a number
ReadInvoiceNumber.
   Move 1 to NextInvoiceToIssue.
   Open input InvoiceNumberFile.
       Read InvoiceNumberFile
           AT END continue
           NOT AT END
               if NextInvoiceNumber is numeric and NextInvoiceNumber > 0 then
                   Move NextInvoiceNumber to NextInvoiceToIssue
               end-if
       end-read.
   Close InvoiceNumberFile.
*> rewrites the control file with the number the next invoice should carry
WriteInvoiceNumber.
   Open output InvoiceNumberFile.
       Initialize InvoiceNumberData.
       Move NextInvoiceToIssue to NextInvoiceNumber.
       Write InvoiceNumberData.
   Close InvoiceNumberFile.
*> hands the order or release about to be billed the next invoice number and starts
*> its totals fresh. the control file is saved straight away, so a crash after this
*> point can only ever leave a gap in the numbering, never issue a number twice
IssueInvoiceNumber.
    Move NextInvoiceToIssue to CurrentInvoiceNumber.
    Add 1 to NextInvoiceToIssue
        on size error Move 1 to NextInvoiceToIssue
    end-add.
    Perform WriteInvoiceNumber.
    Move 0 to InvoiceNet.
    Move 0 to InvoiceTax.
    Move 0 to InvoiceCredit.
*> rolls the line just billed into the invoice's totals: its net and tax, and whatever
*> unapplied credit ConsumeUnappliedCash took off the charge
AddToInvoiceTotals.
    Add tempNet to InvoiceNet.
    Add tempTax to InvoiceTax.
    Compute InvoiceCredit = InvoiceCredit + BillBeforeCredit - BillAmount.
*> writes the posted order's invoice: bill-to off the customer master, then every line
*> the order carried in the order's own sequence - price, discount, and tax on what
*> shipped, and the quantity still on backorder - then the totals and the terms
WriteOrderInvoice.
    Perform WriteInvoiceHeader.
    Set OrderLineIndex to 1.
    perform OrderLineCount times
        if OL-Found in OrderLine(OrderLineIndex) = 'Y' then
            Initialize InvoiceDetail
            Move OL-ItemID in OrderLine(OrderLineIndex) to IV-ItemID
            Move OL-ItemName in OrderLine(OrderLineIndex) to IV-ItemName
            Move OL-Quantity in OrderLine(OrderLineIndex) to IV-Ordered
            Move OL-ShipQty in OrderLine(OrderLineIndex) to IV-Shipped
            Compute IV-Back = OL-Quantity in OrderLine(OrderLineIndex)
                - OL-ShipQty in OrderLine(OrderLineIndex)
            Move OL-Price in OrderLine(OrderLineIndex) to IV-Price
            Move OL-Gross in OrderLine(OrderLineIndex) to IV-Gross
            Move OL-Discount in OrderLine(OrderLineIndex) to IV-Discount
            Compute IV-Net = OL-Gross in OrderLine(OrderLineIndex)
                - OL-Discount in OrderLine(OrderLineIndex)
            Move OL-Tax in OrderLine(OrderLineIndex) to IV-Tax
            Perform WriteOneInvoiceLine
        end-if
        Add 1 to OrderLineIndex
    end-perform.
    Perform WriteInvoiceFooter.
*> writes the invoice for a released backorder: the single released line, with what
*> is still owed after the release shown as backordered
WriteReleaseInvoice.
    Perform WriteInvoiceHeader.
    Initialize InvoiceDetail.
    Move ItemID in Item to IV-ItemID.
    Move ItemName in Item to IV-ItemName.
    Compute IV-Ordered = ShipQty + BK-Quantity in Backorder(BackorderIndex).
    Move ShipQty to IV-Shipped.
    Move BK-Quantity in Backorder(BackorderIndex) to IV-Back.
    Move tempPrice to IV-Price.
    Move tempGross to IV-Gross.
    Move tempDiscount to IV-Discount.
    Move tempNet to IV-Net.
    Move tempTax to IV-Tax.
    Perform WriteOneInvoiceLine.
    Perform WriteInvoiceFooter.
*> writes the top of an invoice: the invoice number and dates, the order it bills,
*> and the bill-to name and address off the customer master
WriteInvoiceHeader.
    Compute InvoiceDueDate = Function Date-Of-Integer(
        Function Integer-Of-Date(ControlDate) + InvoiceTermsDays).
    Move CurrentInvoiceNumber to DispInvoiceNumber.
    Move CO-OrderNumber to DispInvoiceOrder.
    Move CustomerID in TempCustomer to DispInvoiceCustomer.
    Move spaces to InvoiceLine.
    String "INVOICE " DispInvoiceNumber "   INVOICE DATE " ControlDate
        "   DUE DATE " InvoiceDueDate "   ORDER " DispInvoiceOrder
        delimited by size into InvoiceLine.
    Write InvoiceLine.
    Move spaces to InvoiceLine.
    String "BILL TO: CustomerID " DispInvoiceCustomer delimited by size into InvoiceLine.
    Write InvoiceLine.
    Move CustomerName in TempCustomer to InvoiceLine.
    Write InvoiceLine.
    Move CustomerAddress in TempCustomer to InvoiceLine.
    Write InvoiceLine.
    Move spaces to InvoiceLine.
    String "ItemID  Item                       Ord Shp Bck  Price    Gross Discount"
        "      Net      Tax" delimited by size into InvoiceLine.
    Write InvoiceLine.
*> writes the invoice line staged in InvoiceDetail
WriteOneInvoiceLine.
    Move IV-ItemID to DispInvoiceItem.
    Move IV-Ordered to DispInvoiceQty.
    Move IV-Shipped to DispInvoiceShipped.
    Move IV-Back to DispInvoiceBack.
    Move IV-Price to DispInvoicePrice.
    Move IV-Gross to DispInvoiceGross.
    Move IV-Discount to DispInvoiceDiscount.
    Move IV-Net to DispInvoiceNet.
    Move IV-Tax to DispInvoiceTax.
    Move spaces to InvoiceLine.
    String DispInvoiceItem "  " IV-ItemName "  " DispInvoiceQty " " DispInvoiceShipped
        " " DispInvoiceBack "  " DispInvoicePrice " " DispInvoiceGross " "
        DispInvoiceDiscount " " DispInvoiceNet " " DispInvoiceTax
        delimited by size into InvoiceLine.
    Write InvoiceLine.
*> writes the bottom of an invoice: net, tax, any credit on file the charges used up,
*> the amount due, and the payment terms
WriteInvoiceFooter.
    Compute InvoiceDue = InvoiceNet + InvoiceTax - InvoiceCredit.
    Move InvoiceNet to DispInvoiceTotal.
    Move spaces to InvoiceLine.
    String "                                          NET         " DispInvoiceTotal
        delimited by size into InvoiceLine.
    Write InvoiceLine.
    Move InvoiceTax to DispInvoiceTotal.
    Move spaces to InvoiceLine.
    String "                                          SALES TAX   " DispInvoiceTotal
        delimited by size into InvoiceLine.
    Write InvoiceLine.
    if InvoiceCredit > 0 then
        Move InvoiceCredit to DispInvoiceTotal
        Move spaces to InvoiceLine
        String "                                          CREDIT APPLIED" DispInvoiceTotal
            delimited by size into InvoiceLine
        Write InvoiceLine
    end-if.
    Move InvoiceDue to DispInvoiceTotal.
    Move spaces to InvoiceLine.
    String "                                          AMOUNT DUE  " DispInvoiceTotal
        delimited by size into InvoiceLine.
    Write InvoiceLine.
    Move InvoiceTermsDays to DispInvoiceTerms.
    Move spaces to InvoiceLine.
    String "TERMS: NET " DispInvoiceTerms " DAYS - PLEASE PAY BY " InvoiceDueDate
        " AND QUOTE INVOICE " DispInvoiceNumber
        delimited by size into InvoiceLine.
    Write InvoiceLine.
    Move PickBreakLine to InvoiceLine.
    Write InvoiceLine.
*> reads InventoryOrder.dat back and joins it against the Inventory array to print a purchasing-ready reorder summary
PrintReorderSummary.
   Move 'N' to EndOfReorders.
    Move CustomerID in TempCustomer to AC-CustomerID.
    Move Function Current-Date(1:8) to AC-ChargeDate.
    Move BillAmount to AC-Amount.
    Move CurrentInvoiceNumber to AC-InvoiceNumber.
    Write ARCharge.
*> renames the fully consumed transactions.dat to a dated archive name once the run
*> has finished cleanly: a second launch the same evening then finds no input at
