       >>SOURCE FORMAT FREE
*> Cross-file integrity check
*> A read-only verification run, scheduled after the nightly, that checks the
*> files the daily cycle leaves behind still agree with one another and
*> writes whatever does not to IntegrityReport.dat for the office to chase
*> down. Four checks are made:
*>   1. every customer's AmtOwed on customers.dat equals the open charges
*>      carried for them on ARCharges.dat (unapplied cash on UnappliedCash.dat
*>      is shown alongside for context), and no charge or unapplied credit is
*>      on file for a CustomerID the customer master no longer carries;
*>   2. every backorder on Backorders.dat, every held order on
*>      HeldTransactions.dat, and every OPEN line on POLines.dat still names a
*>      customer, item, and vendor that are on their masters;
*>   3. no order number on TransactionsHistory.dat was posted for more than one
*>      customer, no order posted the same item twice on the same invoice in the
*>      same run (a double archive), and no order posted the same item on more
*>      than one invoice unless each later posting is explained - a backorder
*>      release by a RELEASED event for that order and item on OrderStatus.dat,
*>      a corrected reject by the R flag on its line - so an old transactions
*>      file fed through a later nightly again shows up as a duplicate;
*>   4. the day's BatchControl.dat records tie to TransactionsProcessed.dat:
*>      the lines posted (same-day and recycled) and the net dollars posted,
*>      against the sales lines actually on the file, the same tie-out the GL
*>      interface makes before releasing its journal.
*> Nothing is updated, so the run can be repeated as often as needed. The run
*> ends with completion code 0 when every check is clean, 8 when it found any
*> exception, and 4 when it found none but a table ceiling kept a check from
*> seeing everything, so the scheduler can stop the following jobs or page
*> someone.
IDENTIFICATION DIVISION.
PROGRAM-ID. IntegrityCheck.
AUTHOR. Adam Buerger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> the indexed customer master, keyed on CustomerID; walked front to back for
       *> the balance check and read by key for the orphan checks
       SELECT CustomerFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CustomerID in TempCustomer.
       *> the indexed inventory master, keyed on ItemID, for the orphan checks
       SELECT InventoryFile ASSIGN TO "inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ItemID in Item.
       *> the indexed vendor master, keyed on VendorID, for the open PO lines
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VendorID in Vendor.
       *> the open AR charges ledger; OPTIONAL so a run before any charge exists works
       SELECT OPTIONAL ARChargeFile ASSIGN TO "ARCharges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the customers' unapplied credits; OPTIONAL so a run before any exists works
       SELECT OPTIONAL UnappliedCash ASSIGN TO "UnappliedCash.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the open backorder queue; OPTIONAL so a run with nothing owed works
       SELECT OPTIONAL Backorders ASSIGN TO "Backorders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the orders the credit check is holding; OPTIONAL so a run with none works
       SELECT OPTIONAL HeldTransactions ASSIGN TO "HeldTransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the purchase order lines; OPTIONAL so a run before any PO is cut works
       SELECT OPTIONAL POLineFile ASSIGN TO "POLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the dated transaction history the nightly archives into; OPTIONAL so a run
       *> before any history exists works
       SELECT OPTIONAL TransactionHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the day's batch control records; OPTIONAL so a run before the first nightly works
       SELECT OPTIONAL BatchControl ASSIGN TO "BatchControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the day's posted lines; OPTIONAL so a run before the first nightly works
       SELECT OPTIONAL TransactionProcess ASSIGN TO "TransactionsProcessed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the order-status file, keyed on order number and event sequence; read keyed
       *> to start at an order and sequentially to walk its events, so DYNAMIC.
       *> OPTIONAL so a run before any event has been recorded works
       SELECT OPTIONAL OrderStatusFile ASSIGN TO "OrderStatus.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OS-Key.
       *> create a work file to sort the history's sales lines by order number
       SELECT SortWork ASSIGN TO "integritysort.tmp".
       *> create a file to write the exception report to
       SELECT IntegrityReport ASSIGN TO "IntegrityReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*> create a record for the indexed customer master
FD CustomerFile.
*> the record contains all information on a customer given in the file including
01 TempCustomer.
       *> the customer's ID number, the record key
       02 CustomerID PIC 99999.
       02 Buffer1 PIC X(5).
       *> the customer's first and last name
       02 CustomerName PIC X(23).
       *> the customer's address (their street address, the city they live in, and the state/country they live in)
       02 CustomerAddress PIC X(48).
       *> and how much they owe from their previous order
       02 AmtOwed PIC 9(5)V99.
       02 Buffer2 PIC X(5).
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
*> create a record for the indexed inventory master
FD InventoryFile.
*> This record contains all information about an item in stock including
01 Item.
       *> its six digit ItemID, the record key
       02 ItemID PIC 999999.
       02 Buffer1 PIC X(5).
       *> the item name
       02 ItemName PIC X(25).
       *> how many items are currently in stock
       02 InStock PIC 9(3).
       02 Buffer2 PIC X(5).
       *> how many the store can have in stock before needing to reorder
       02 MinStock PIC 99.
       02 Buffer3 PIC X(5).
       *> the price of the item
       02 Price PIC 99.99.
       02 Buffer4 PIC X(5).
       *> the vendor the item is bought from; zeros while no vendor has been assigned
       02 VendorID PIC 9(4).
       02 Buffer5 PIC X(5).
       *> the item's own order-up-to level; zeros means not tuned yet
       02 OrderUpTo PIC 9(3).
       02 Buffer6 PIC X(5).
       *> the vendor's case-pack size
       02 CasePack PIC 9(2).
       02 Buffer7 PIC X(5).
       *> how many days the vendor takes to deliver
       02 LeadTimeDays PIC 9(3).
       02 Buffer8 PIC X(5).
       *> A = active, S = seasonal, D = discontinued (never reordered); space reads as A
       02 ItemStatus PIC A.
       02 Buffer9 PIC X(5).
       *> what the vendor charges per unit
       02 UnitCost PIC 99.99.
       02 Buffer10 PIC X(5).
       *> how many units are on purchase orders placed but not yet received
       02 OnOrder PIC 9(3).
*> create a record for the indexed vendor master
FD VendorFile.
*> the record contains all information on a vendor given in the file including
01 Vendor.
       *> the vendor's four digit number, the record key
       02 VendorID PIC 9(4).
       02 Buffer1 PIC X(5).
       *> the vendor's name
       02 VendorName PIC X(25).
       *> the vendor's address (street, city, and state)
       02 VendorAddress PIC X(48).
*> create a record matching the open charges Program2 and FinanceCharges append
FD ARChargeFile.
01 ARCharge.
       *> the customer the charge belongs to
       02 AC-CustomerID PIC 99999.
       02 AC-Buffer1 PIC XXXX.
       *> the date the charge was posted, in YYYYMMDD form
       02 AC-ChargeDate PIC 9(8).
       02 AC-Buffer2 PIC XXXX.
       *> how much of the charge is still unpaid
       02 AC-Amount PIC 9(5)V99.
       02 AC-Buffer3 PIC XXXX.
       *> the invoice the charge was billed on; zeros on a finance charge or a charge
       *> that predates invoicing
       02 AC-InvoiceNumber PIC 9(6).
*> create a record matching the unapplied credits CashReceipts and ProcessReturns park
FD UnappliedCash.
01 UnappliedData.
       *> the customer the credit belongs to
       02 UC-CustomerID PIC 99999.
       02 UC-Buffer1 PIC XXXX.
       *> the date the credit arose, in YYYYMMDD form
       02 UC-Date PIC 9(8).
       02 UC-Buffer2 PIC XXXX.
       *> how much of the credit is still unconsumed
       02 UC-Amount PIC 9(5)V99.
*> create a record matching the backorder queue Program2 keeps
FD Backorders.
01 BackorderData.
       *> the customer the goods are owed to
       02 BO-CustomerID PIC 99999.
       02 BO-Buffer1 PIC XXXX.
       *> the item the customer is owed
       02 BO-ItemID PIC 999999.
       02 BO-Buffer2 PIC XXXX.
       *> how many units are still owed
       02 BO-Quantity PIC 9(3).
       02 BO-Buffer3 PIC XXXX.
       *> the date the sale shipped short, in YYYYMMDD form
       02 BO-Date PIC 9(8).
       02 BO-Buffer4 PIC XXXX.
       *> the DiscountCode off the original sale
       02 BO-DiscountCode PIC A.
       02 BO-Buffer5 PIC XXXX.
       *> the order number of the original sale
       02 BO-OrderNumber PIC 9(6).
*> create a record matching the held transaction records the credit checks write
FD HeldTransactions.
01 HeldTransaction.
       *> which kind of record this is: H = order header, D = order detail line
       02 HT-RecordType PIC A.
       02 HT-Buffer1 PIC XXXX.
       *> the rest of the record, laid out by record type
       02 HT-Rest PIC X(40).
       *> the header view of the record
       02 HT-Header REDEFINES HT-Rest.
           03 HT-OrderNumber PIC 9(6).
           03 HT-HBuffer1 PIC X(4).
           03 HT-CustomerID PIC 99999.
           03 HT-HBuffer2 PIC X(5).
           03 HT-OrderDate PIC 9(8).
           03 HT-HBuffer3 PIC X(4).
           03 HT-DiscountCode PIC A.
           03 HT-HBuffer4 PIC X(7).
       *> the detail view of the record
       02 HT-Detail REDEFINES HT-Rest.
           03 HT-ItemID PIC 999999.
           03 HT-DBuffer1 PIC X(6).
           03 HT-Quantity PIC 9(3).
           03 HT-DBuffer2 PIC X(25).
*> create a record matching the purchase order lines PurchaseOrders and receiving keep
FD POLineFile.
01 POLineData.
       *> the purchase order the line belongs to
       02 PL-PONumber PIC 9(6).
       02 PL-Buffer1 PIC XXXX.
       *> the vendor the purchase order went to
       02 PL-VendorID PIC 9(4).
       02 PL-Buffer2 PIC XXXX.
       *> the item the line orders
       02 PL-ItemID PIC 999999.
       02 PL-Buffer3 PIC XXXX.
       *> how many units the line orders
       02 PL-Amount PIC 9(3).
       02 PL-Buffer4 PIC XXXX.
       *> the date the PO was cut, in YYYYMMDD form
       02 PL-PODate PIC 9(8).
       02 PL-Buffer5 PIC XXXX.
       *> how many units receiving has matched against the line so far
       02 PL-Received PIC 9(3).
       02 PL-Buffer6 PIC XXXX.
       *> OPEN while anything is still expected, then FILLED, OVER, or SHORT
       02 PL-Status PIC X(7).
*> create a record matching the dated transaction history lines the nightly archives,
*> the run date first and then the processed transaction exactly as the daily file
*> carried it
FD TransactionHistory.
01 TransactionHistoryRecord.
       *> the date of the run that posted the line, in YYYYMMDD form
       02 HX-RunDate PIC 9(8).
       02 HX-Buffer1 PIC XXXX.
       *> the archived processed transaction, in the TransactionsProcessed.dat layout
       02 HX-Transaction.
           03 CustomerID PIC 99999.
           03 Buffer5 PIC XXXX.
           03 CustomerName PIC A(18).
           03 CustomerAddress PIC X(48).
           03 ItemName PIC X(24).
           03 Amount PIC 9(3).
           03 Buffer1 PIC XXXX.
           03 GrossCost PIC 9(5).99.
           03 Buffer2 PIC XXXX.
           03 Discount PIC 9(5).99.
           03 Buffer3 PIC XXXX.
           03 NetCost PIC 9(5).99.
           03 Buffer4 PIC XXXX.
           03 Owed PIC 9(5).99.
           03 Buffer6 PIC XXXX.
           03 OrderNumber PIC 9(6).
           03 Buffer7 PIC XXXX.
           *> R on a recycled posting, M on a credit memo, F on a finance charge,
           *> space on a same-day posting
           03 RecycledFlag PIC A.
           03 Buffer8 PIC XXXX.
           03 ItemID PIC 999999.
           03 Buffer9 PIC XXXX.
           03 DiscountCode PIC A.
           03 Buffer10 PIC XXXX.
           03 UnitCost PIC 99.99.
           03 Buffer11 PIC XXXX.
           03 TaxAmount PIC 9(5).99.
           03 Buffer12 PIC XXXX.
           03 PriceSource PIC A.
           03 Buffer13 PIC XXXX.
           03 InvoiceNumber PIC 9(6).
*> create a record matching the batch control records the posting runs write
FD BatchControl.
01 BatchControlRecord.
       *> the date the run executed, in YYYYMMDD form
       02 BC-RunDate PIC 9(8).
       02 BC-Buffer1 PIC XXXX.
       *> how many transactions were read from TransactionFile this run
       02 BC-TransactionsRead PIC 9(6).
       02 BC-Buffer2 PIC XXXX.
       *> how many transactions were posted to TransactionsProcessed.dat
       02 BC-TransactionsPosted PIC 9(6).
       02 BC-Buffer3 PIC XXXX.
       *> how many transactions were rejected for a bad CustomerID only
       02 BC-RejectedCustomer PIC 9(6).
       02 BC-Buffer4 PIC XXXX.
       *> how many transactions were rejected for a bad ItemID only
       02 BC-RejectedItem PIC 9(6).
       02 BC-Buffer5 PIC XXXX.
       *> how many transactions were rejected for both a bad CustomerID and a bad ItemID
       02 BC-RejectedBoth PIC 9(6).
       02 BC-Buffer6 PIC XXXX.
       *> how many transactions were rejected for an unrecognized DiscountCode
       02 BC-RejectedDiscount PIC 9(6).
       02 BC-Buffer7 PIC XXXX.
       *> the total NetCost posted to TransactionsProcessed.dat this run
       02 BC-TotalNetCostPosted PIC 9(8)V99.
       02 BC-Buffer8 PIC XXXX.
       *> the total extended dollar value of all reorders placed this run
       02 BC-TotalReorderDollars PIC 9(8)V99.
       02 BC-Buffer9 PIC XXXX.
       *> how many recycled transactions are on TransactionsProcessed.dat
       02 BC-TransactionsRecycled PIC 9(6).
       02 BC-Buffer10 PIC XXXX.
       *> how many whole orders the credit check held instead of posting
       02 BC-OrdersHeld PIC 9(6).
*> create a record matching the day's posted lines
FD TransactionProcess.
01 ProcessedTransaction.
       02 CustomerID PIC 99999.
       02 Buffer5 PIC XXXX.
       02 CustomerName PIC A(18).
       02 CustomerAddress PIC X(48).
       02 ItemName PIC X(24).
       02 Amount PIC 9(3).
       02 Buffer1 PIC XXXX.
       02 GrossCost PIC 9(5).99.
       02 Buffer2 PIC XXXX.
       02 Discount PIC 9(5).99.
       02 Buffer3 PIC XXXX.
       *> the gross cost minus the discount
       02 NetCost PIC 9(5).99.
       02 Buffer4 PIC XXXX.
       02 Owed PIC 9(5).99.
       02 Buffer6 PIC XXXX.
       02 OrderNumber PIC 9(6).
       02 Buffer7 PIC XXXX.
       *> R on a recycled posting, M on a credit memo, F on a finance charge,
       *> space on a same-day posting
       02 RecycledFlag PIC A.
       02 Buffer8 PIC XXXX.
       02 ItemID PIC 999999.
       02 Buffer9 PIC XXXX.
       02 DiscountCode PIC A.
       02 Buffer10 PIC XXXX.
       02 UnitCost PIC 99.99.
       02 Buffer11 PIC XXXX.
       02 TaxAmount PIC 9(5).99.
       02 Buffer12 PIC XXXX.
       02 PriceSource PIC A.
       02 Buffer13 PIC XXXX.
       02 InvoiceNumber PIC 9(6).
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
*> create a sort work record holding one history sales line, keyed so every line
*> an order number posted comes together
SD SortWork.
01 SortedLine.
       *> the order number, customer, and item the line posted under
       02 SW-OrderNumber PIC 9(6).
       02 SW-CustomerID PIC 9(5).
       02 SW-ItemID PIC 9(6).
       *> the date of the run that posted the line
       02 SW-RunDate PIC 9(8).
       *> the invoice the line was billed on
       02 SW-InvoiceNumber PIC 9(6).
       *> R when RecycleErrors posted the line as a corrected reject
       02 SW-RecycledFlag PIC A.
*> create a record to hold one printed line of the exception report
FD IntegrityReport.
01 ReportLine PIC X(120).
WORKING-STORAGE SECTION.
*> today's date, in YYYYMMDD form, for the report heading
01 RunDate PIC 9(8) VALUE 0.
*> create a variable to hold how many customers have anything on the AR files
01 LedgerTableCount PIC 9(4) VALUE 0.
*> the LedgerEntry table's OCCURS ceiling below; update both together if it ever changes
01 LedgerTableMax PIC 9(4) VALUE 2000.
*> create up to 2000 instances of a customer's open charges and unapplied credit
01 LedgerEntry OCCURS 1 TO 2000 TIMES DEPENDING ON LedgerTableCount.
       02 LE-CustomerID PIC 9(5).
       02 LE-Charges PIC 9(7)V99.
       02 LE-ChargeCount PIC 9(5).
       02 LE-Unapplied PIC 9(7)V99.
       *> Y once the customer master walk has matched the entry to a customer
       02 LE-Matched PIC A.
*> create a counter variable to cycle through the ledger table
01 LedgerIndex PIC 9(4) VALUE 1.
*> the table slot of the customer being looked for; 0 when the customer has none
01 LedgerSlot PIC 9(4) VALUE 0.
*> the CustomerID being looked for in the ledger table
01 LedgerCustomerID PIC 9(5) VALUE 0.
*> create "boolean" flags to show whether the end of each input has been reached
01 EndOfCharges PIC A VALUE 'N'.
01 EndOfUnapplied PIC A VALUE 'N'.
01 EndOfCustomers PIC A VALUE 'N'.
01 EndOfBackorders PIC A VALUE 'N'.
01 EndOfHeld PIC A VALUE 'N'.
01 EndOfPOLines PIC A VALUE 'N'.
01 EndOfHistory PIC A VALUE 'N'.
01 EndOfSorted PIC A VALUE 'N'.
01 EndOfBatchControl PIC A VALUE 'N'.
01 EndOfProcessed PIC A VALUE 'N'.
*> create "boolean" values to store whether each master lookup found its record
01 FoundCustomer PIC A VALUE 'N'.
01 FoundItem PIC A VALUE 'N'.
01 FoundVendor PIC A VALUE 'N'.
*> set to Y when a table ceiling kept a check from seeing everything
01 CheckIncomplete PIC A VALUE 'N'.
*> the keys being looked up on the masters
01 CheckCustomerID PIC 9(5) VALUE 0.
01 CheckItemID PIC 9(6) VALUE 0.
01 CheckVendorID PIC 9(4) VALUE 0.
*> the held order the detail lines being read belong to
01 HeldOrderNumber PIC 9(6) VALUE 0.
*> the customer's open charges and their difference from AmtOwed
01 OpenCharges PIC 9(7)V99 VALUE 0.
01 UnappliedTotal PIC 9(7)V99 VALUE 0.
01 BalanceDifference PIC S9(7)V99 VALUE 0.
*> the previous sorted history line, to compare the next one against
01 PrevOrderNumber PIC 9(6) VALUE 0.
01 PrevCustomerID PIC 9(5) VALUE 0.
01 PrevItemID PIC 9(6) VALUE 0.
01 PrevRunDate PIC 9(8) VALUE 0.
01 PrevInvoiceNumber PIC 9(6) VALUE 0.
*> Y once the order the sorted lines are on has been reported for a second customer
01 OrderReused PIC A VALUE 'N'.
*> the order and item the sorted lines are on: how many separate invoices posted it
*> outside RecycleErrors, the run and invoice of the latest, and how many backorder
*> releases OrderStatus.dat records for it
01 GroupActive PIC A VALUE 'N'.
01 GroupPostings PIC 9(4) VALUE 0.
01 GroupLastRun PIC 9(8) VALUE 0.
01 GroupLastInvoice PIC 9(6) VALUE 0.
01 GroupReleases PIC 9(4) VALUE 0.
01 EndOfOrderEvents PIC A VALUE 'N'.
*> the batch control figures and what TransactionsProcessed.dat actually carries
01 BatchRecords PIC 9(4) VALUE 0.
01 BatchLinesPosted PIC 9(7) VALUE 0.
01 BatchNetPosted PIC 9(9)V99 VALUE 0.
01 SalesLinesRead PIC 9(7) VALUE 0.
01 SalesNetPosted PIC 9(9)V99 VALUE 0.
01 TieLineDifference PIC S9(7) VALUE 0.
01 TieNetDifference PIC S9(9)V99 VALUE 0.
*> temporary decimal to stage the numeric-edited NetCost through
01 tempNet PIC 9(5)V99.
*> what the checks looked at
01 CustomersChecked PIC 9(6) VALUE 0.
01 BackordersChecked PIC 9(6) VALUE 0.
01 HeldOrdersChecked PIC 9(6) VALUE 0.
01 OpenPOLinesChecked PIC 9(6) VALUE 0.
01 HistoryLinesChecked PIC 9(7) VALUE 0.
*> the exceptions each check found, and the run's total
01 BalanceExceptions PIC 9(6) VALUE 0.
01 OrphanExceptions PIC 9(6) VALUE 0.
01 DuplicateExceptions PIC 9(6) VALUE 0.
01 BatchExceptions PIC 9(6) VALUE 0.
01 TotalExceptions PIC 9(6) VALUE 0.
*> the completion code the run ends with
01 CompletionCode PIC 9 VALUE 0.
*> the text of the exception being written
01 ExceptionText PIC X(110) VALUE SPACES.
*> create edited fields used to lay out numbers in the printed report lines
01 DispCustomer PIC 9(5).
01 DispCustomer2 PIC 9(5).
01 DispItem PIC 9(6).
01 DispVendor PIC 9(4).
01 DispOrder PIC 9(6).
01 DispInvoice PIC 9(6).
01 DispPostings PIC ZZZ9.
01 DispReleases PIC ZZZ9.
01 DispPONumber PIC 9(6).
01 DispMoney PIC ZZZZZZZZ9.99-.
01 DispMoney2 PIC ZZZZZZZZ9.99-.
01 DispMoney3 PIC ZZZZZZZZ9.99-.
01 DispCount PIC ZZZZZZ9.
01 DispCount2 PIC ZZZZZZ9-.
01 DispCount3 PIC ZZZZZZ9.
01 DispCount4 PIC ZZZZZZ9.
*> create a printable separator line between one check and the next
01 SectionBreakLine PIC X(100) VALUE ALL "-".
PROCEDURE DIVISION.
Move Function Current-Date(1:8) to RunDate.
Open output IntegrityReport.
Perform WriteReportHeading. *> what the run is and when it ran
Perform LoadCharges. *> every open charge, totalled by customer
Perform LoadUnapplied. *> every unapplied credit, totalled by customer
Open input CustomerFile.
Open input InventoryFile.
Open input VendorFile.
Perform CheckBalances. *> AmtOwed against the open charges
Perform CheckOrphans. *> backorders, held orders, and open PO lines against the masters
Close VendorFile.
Close InventoryFile.
Close CustomerFile.
Perform StartDuplicateCheck. *> the heading of the duplicate order check
Open input OrderStatusFile.
*> bring every history sales line of an order number together and compare them
Sort SortWork on ascending key SW-OrderNumber SW-CustomerID SW-ItemID SW-RunDate
        SW-InvoiceNumber
    input procedure is SelectHistoryLines
    output procedure is CheckOrderNumbers.
Close OrderStatusFile.
Perform EndDuplicateCheck. *> the duplicate order check's count
Perform CheckBatchControl. *> the day's control records against the posted lines
Perform WriteRunSummary. *> each check's count and the completion code
Close IntegrityReport.
Display "IntegrityCheck found " TotalExceptions " exception(s); completion code "
    CompletionCode.
if TotalExceptions > 0 then
    Display "NOTE: see IntegrityReport.dat for the exceptions"
end-if.
Move CompletionCode to RETURN-CODE.
STOP RUN.
*> writes the report heading
WriteReportHeading.
    Move spaces to ReportLine.
    String "CROSS-FILE INTEGRITY CHECK - RUN " RunDate delimited by size into ReportLine.
    Write ReportLine.
*> writes the separator and title that open one check's section of the report
WriteSectionHeading.
    Move SectionBreakLine to ReportLine.
    Write ReportLine.
    Write ReportLine from ExceptionText.
*> writes the exception staged in ExceptionText and counts it against the run
WriteException.
    Add 1 to TotalExceptions.
    Move spaces to ReportLine.
    String "  ** " ExceptionText delimited by size into ReportLine.
    Write ReportLine.
*> reads every open charge on ARCharges.dat and totals it under its customer
LoadCharges.
   Open input ARChargeFile.
       Perform until EndOfCharges = 'Y'
           Read ARChargeFile
               AT END Move 'Y' to EndOfCharges
           end-read
           if EndOfCharges = 'N' then
               Move AC-CustomerID to LedgerCustomerID
               Perform FindLedgerSlot
               if LedgerSlot > 0 then
                   Add AC-Amount to LE-Charges(LedgerSlot)
                   Add 1 to LE-ChargeCount(LedgerSlot)
               end-if
           end-if
       end-perform
   Close ARChargeFile.
*> reads every unapplied credit on UnappliedCash.dat and totals it under its customer
LoadUnapplied.
   Open input UnappliedCash.
       Perform until EndOfUnapplied = 'Y'
           Read UnappliedCash
               AT END Move 'Y' to EndOfUnapplied
           end-read
           if EndOfUnapplied = 'N' then
               Move UC-CustomerID to LedgerCustomerID
               Perform FindLedgerSlot
               if LedgerSlot > 0 then
                   Add UC-Amount to LE-Unapplied(LedgerSlot)
               end-if
           end-if
       end-perform
   Close UnappliedCash.
*> finds the ledger table slot of LedgerCustomerID, adding one when the customer has
*> none yet; 0 when the table is full
FindLedgerSlot.
    Perform LookUpLedgerSlot.
    if LedgerSlot > 0 then
        exit paragraph
    end-if.
    if LedgerTableCount >= LedgerTableMax then
        if CheckIncomplete = 'N' then
            Display "WARNING: the AR files carry more customers than the "
                LedgerTableMax " IntegrityCheck.cob can hold; balances of every"
                " customer after the first " LedgerTableMax " are not checked"
        end-if
        Move 'Y' to CheckIncomplete
        exit paragraph
    end-if.
    Add 1 to LedgerTableCount.
    Move LedgerTableCount to LedgerSlot.
    Move LedgerCustomerID to LE-CustomerID(LedgerSlot).
    Move 0 to LE-Charges(LedgerSlot).
    Move 0 to LE-ChargeCount(LedgerSlot).
    Move 0 to LE-Unapplied(LedgerSlot).
    Move 'N' to LE-Matched(LedgerSlot).
*> finds the ledger table slot of LedgerCustomerID without adding one; 0 when none
LookUpLedgerSlot.
    Move 0 to LedgerSlot.
    Set LedgerIndex to 1.
    perform LedgerTableCount times
        if LE-CustomerID(LedgerIndex) = LedgerCustomerID then
            Move LedgerIndex to LedgerSlot
            exit perform
        end-if
        Add 1 to LedgerIndex
    end-perform.
*> walks the customer master and reports every customer whose AmtOwed is not what
*> their open charges add up to, then every charge or credit left on file for a
*> customer the master no longer carries
CheckBalances.
    Move spaces to ExceptionText.
    String "CHECK 1 - CUSTOMER BALANCES AGAINST OPEN AR CHARGES" delimited by size
        into ExceptionText.
    Perform WriteSectionHeading.
    Move TotalExceptions to BalanceExceptions.
    Perform until EndOfCustomers = 'Y'
        Read CustomerFile next
            AT END Move 'Y' to EndOfCustomers
        end-read
        if EndOfCustomers = 'N' then
            Add 1 to CustomersChecked
            Perform CheckOneBalance
        end-if
    end-perform.
    Set LedgerIndex to 1.
    perform LedgerTableCount times
        if LE-Matched(LedgerIndex) = 'N' then
            Move LE-CustomerID(LedgerIndex) to DispCustomer
            Move LE-Charges(LedgerIndex) to DispMoney
            Move LE-Unapplied(LedgerIndex) to DispMoney2
            Move spaces to ExceptionText
            String "CUSTOMER " DispCustomer " NOT ON CUSTOMER MASTER BUT CARRIES OPEN"
                " CHARGES " DispMoney " UNAPPLIED " DispMoney2 delimited by size
                into ExceptionText
            Perform WriteException
        end-if
        Add 1 to LedgerIndex
    end-perform.
    Compute BalanceExceptions = TotalExceptions - BalanceExceptions.
    Move CustomersChecked to DispCount.
    Move BalanceExceptions to DispCount2.
    Move spaces to ReportLine.
    String "  " DispCount " customer(s) checked, " DispCount2 " exception(s)"
        delimited by size into ReportLine.
    Write ReportLine.
*> compares one customer's AmtOwed with their open charges
CheckOneBalance.
    Move CustomerID in TempCustomer to LedgerCustomerID.
    Perform LookUpLedgerSlot.
    Move 0 to OpenCharges.
    Move 0 to UnappliedTotal.
    if LedgerSlot > 0 then
        Move 'Y' to LE-Matched(LedgerSlot)
        Move LE-Charges(LedgerSlot) to OpenCharges
        Move LE-Unapplied(LedgerSlot) to UnappliedTotal
    else
        *> a customer past a full ledger table may have charges the table never held
        if CheckIncomplete = 'Y' then
            exit paragraph
        end-if
    end-if.
    if AmtOwed in TempCustomer = OpenCharges then
        exit paragraph
    end-if.
    Compute BalanceDifference = AmtOwed in TempCustomer - OpenCharges.
    Move CustomerID in TempCustomer to DispCustomer.
    Move AmtOwed in TempCustomer to DispMoney.
    Move OpenCharges to DispMoney2.
    Move BalanceDifference to DispMoney3.
    Move spaces to ExceptionText.
    String "CUSTOMER " DispCustomer " AMTOWED " DispMoney " OPEN CHARGES " DispMoney2
        " DIFFERENCE " DispMoney3 delimited by size into ExceptionText.
    Perform WriteException.
    Move UnappliedTotal to DispMoney.
    Move spaces to ReportLine.
    String "       " CustomerName in TempCustomer "  UNAPPLIED CASH ON FILE " DispMoney
        delimited by size into ReportLine.
    Write ReportLine.
*> checks the backorder queue, the held orders, and the open PO lines against the
*> customer, inventory, and vendor masters
CheckOrphans.
    Move spaces to ExceptionText.
    String "CHECK 2 - BACKORDERS, HELD ORDERS, AND OPEN PO LINES AGAINST THE MASTERS"
        delimited by size into ExceptionText.
    Perform WriteSectionHeading.
    Move TotalExceptions to OrphanExceptions.
    Perform CheckBackorders.
    Perform CheckHeldOrders.
    Perform CheckOpenPOLines.
    Compute OrphanExceptions = TotalExceptions - OrphanExceptions.
    Move BackordersChecked to DispCount.
    Move HeldOrdersChecked to DispCount3.
    Move OpenPOLinesChecked to DispCount4.
    Move OrphanExceptions to DispCount2.
    Move spaces to ReportLine.
    String "  " DispCount " backorder(s), " DispCount3 " held order(s), " DispCount4
        " open PO line(s) checked, " DispCount2 " exception(s)" delimited by size
        into ReportLine.
    Write ReportLine.
*> checks every backorder still owes a customer and an item both on their masters
CheckBackorders.
   Open input Backorders.
       Perform until EndOfBackorders = 'Y'
           Read Backorders
               AT END Move 'Y' to EndOfBackorders
           end-read
           if EndOfBackorders = 'N' then
               Add 1 to BackordersChecked
               Move BO-OrderNumber to DispOrder
               Move BO-CustomerID to CheckCustomerID
               Perform LookUpCustomer
               if FoundCustomer = 'N' then
                   Move BO-CustomerID to DispCustomer
                   Move spaces to ExceptionText
                   String "BACKORDER ORDER " DispOrder " CUSTOMER " DispCustomer
                       " NOT ON CUSTOMER MASTER" delimited by size into ExceptionText
                   Perform WriteException
               end-if
               Move BO-ItemID to CheckItemID
               Perform LookUpItem
               if FoundItem = 'N' then
                   Move BO-ItemID to DispItem
                   Move spaces to ExceptionText
                   String "BACKORDER ORDER " DispOrder " ITEM " DispItem
                       " NOT ON INVENTORY MASTER" delimited by size into ExceptionText
                   Perform WriteException
               end-if
           end-if
       end-perform
   Close Backorders.
*> checks every held order's customer and every held line's item are on their masters
CheckHeldOrders.
   Open input HeldTransactions.
       Perform until EndOfHeld = 'Y'
           Read HeldTransactions
               AT END Move 'Y' to EndOfHeld
           end-read
           if EndOfHeld = 'N' then
               if HT-RecordType = 'H' then
                   Add 1 to HeldOrdersChecked
                   Move HT-OrderNumber to HeldOrderNumber
                   Move HT-CustomerID to CheckCustomerID
                   Perform LookUpCustomer
                   if FoundCustomer = 'N' then
                       Move HeldOrderNumber to DispOrder
                       Move HT-CustomerID to DispCustomer
                       Move spaces to ExceptionText
                       String "HELD ORDER " DispOrder " CUSTOMER " DispCustomer
                           " NOT ON CUSTOMER MASTER" delimited by size
                           into ExceptionText
                       Perform WriteException
                   end-if
               else
                   Move HT-ItemID to CheckItemID
                   Perform LookUpItem
                   if FoundItem = 'N' then
                       Move HeldOrderNumber to DispOrder
                       Move HT-ItemID to DispItem
                       Move spaces to ExceptionText
                       String "HELD ORDER " DispOrder " ITEM " DispItem
                           " NOT ON INVENTORY MASTER" delimited by size
                           into ExceptionText
                       Perform WriteException
                   end-if
               end-if
           end-if
       end-perform
   Close HeldTransactions.
*> checks every open PO line's vendor and item are on their masters; closed lines are
*> only delivery history and are passed over
CheckOpenPOLines.
   Open input POLineFile.
       Perform until EndOfPOLines = 'Y'
           Read POLineFile
               AT END Move 'Y' to EndOfPOLines
           end-read
           if EndOfPOLines = 'N' and PL-Status = "OPEN" then
               Add 1 to OpenPOLinesChecked
               Move PL-PONumber to DispPONumber
               Move PL-VendorID to CheckVendorID
               Perform LookUpVendor
               if FoundVendor = 'N' then
                   Move PL-VendorID to DispVendor
                   Move spaces to ExceptionText
                   String "OPEN PO " DispPONumber " VENDOR " DispVendor
                       " NOT ON VENDOR MASTER" delimited by size into ExceptionText
                   Perform WriteException
               end-if
               Move PL-ItemID to CheckItemID
               Perform LookUpItem
               if FoundItem = 'N' then
                   Move PL-ItemID to DispItem
                   Move spaces to ExceptionText
                   String "OPEN PO " DispPONumber " ITEM " DispItem
                       " NOT ON INVENTORY MASTER" delimited by size into ExceptionText
                   Perform WriteException
               end-if
           end-if
       end-perform
   Close POLineFile.
*> looks CheckCustomerID up on the customer master
LookUpCustomer.
    Move CheckCustomerID to CustomerID in TempCustomer.
    Read CustomerFile
        invalid key Move 'N' to FoundCustomer
        not invalid key Move 'Y' to FoundCustomer
    end-read.
*> looks CheckItemID up on the inventory master
LookUpItem.
    Move CheckItemID to ItemID in Item.
    Read InventoryFile
        invalid key Move 'N' to FoundItem
        not invalid key Move 'Y' to FoundItem
    end-read.
*> looks CheckVendorID up on the vendor master
LookUpVendor.
    Move CheckVendorID to VendorID in Vendor.
    Read VendorFile
        invalid key Move 'N' to FoundVendor
        not invalid key Move 'Y' to FoundVendor
    end-read.
*> writes the heading of the duplicate order check
StartDuplicateCheck.
    Move spaces to ExceptionText.
    String "CHECK 3 - DUPLICATE ORDER NUMBERS ON TransactionsHistory.dat"
        delimited by size into ExceptionText.
    Perform WriteSectionHeading.
    Move TotalExceptions to DuplicateExceptions.
*> reads the whole history and releases every sales line carrying an order number to
*> the sort; credit memos and finance charges are not orders and are passed over
SelectHistoryLines.
   Open input TransactionHistory.
       Perform until EndOfHistory = 'Y'
           Read TransactionHistory
               AT END Move 'Y' to EndOfHistory
           end-read
           if EndOfHistory = 'N' then
               if RecycledFlag in HX-Transaction not = 'M'
                       and RecycledFlag in HX-Transaction not = 'F'
                       and OrderNumber in HX-Transaction > 0 then
                   Add 1 to HistoryLinesChecked
                   Move OrderNumber in HX-Transaction to SW-OrderNumber
                   Move CustomerID in HX-Transaction to SW-CustomerID
                   Move ItemID in HX-Transaction to SW-ItemID
                   Move HX-RunDate to SW-RunDate
                   *> a line archived before invoicing is short and reads as spaces
                   if InvoiceNumber in HX-Transaction is numeric then
                       Move InvoiceNumber in HX-Transaction to SW-InvoiceNumber
                   else
                       Move 0 to SW-InvoiceNumber
                   end-if
                   Move RecycledFlag in HX-Transaction to SW-RecycledFlag
                   Release SortedLine
               end-if
           end-if
       end-perform
   Close TransactionHistory.
*> returns the sales lines order by order and reports an order number posted for a
*> second customer, once per order, an item an order posted twice on one invoice, and
*> an item an order posted on more invoices than its backorder releases explain
CheckOrderNumbers.
    Perform until EndOfSorted = 'Y'
        Return SortWork
            AT END Move 'Y' to EndOfSorted
        end-return
        if EndOfSorted = 'N' then
            if SW-OrderNumber not = PrevOrderNumber then
                Perform CloseItemGroup
                Move 'N' to OrderReused
                Perform StartItemGroup
            else
                Perform CompareOrderLine
                if SW-CustomerID not = PrevCustomerID or SW-ItemID not = PrevItemID then
                    Perform CloseItemGroup
                    Perform StartItemGroup
                end-if
            end-if
            Perform CountItemPosting
            Move SW-OrderNumber to PrevOrderNumber
            Move SW-CustomerID to PrevCustomerID
            Move SW-ItemID to PrevItemID
            Move SW-RunDate to PrevRunDate
            Move SW-InvoiceNumber to PrevInvoiceNumber
        end-if
    end-perform.
    Perform CloseItemGroup.
*> compares a sales line with the one before it under the same order number
CompareOrderLine.
    Move SW-OrderNumber to DispOrder.
    if SW-CustomerID not = PrevCustomerID then
        if OrderReused = 'N' then
            Move 'Y' to OrderReused
            Move PrevCustomerID to DispCustomer
            Move SW-CustomerID to DispCustomer2
            Move spaces to ExceptionText
            String "ORDER " DispOrder " POSTED FOR CUSTOMER " DispCustomer
                " AND FOR CUSTOMER " DispCustomer2 delimited by size into ExceptionText
            Perform WriteException
        end-if
        exit paragraph
    end-if.
    if SW-ItemID = PrevItemID and SW-RunDate = PrevRunDate
            and SW-InvoiceNumber = PrevInvoiceNumber then
        Move SW-ItemID to DispItem
        Move SW-InvoiceNumber to DispInvoice
        Move spaces to ExceptionText
        String "ORDER " DispOrder " ITEM " DispItem " POSTED TWICE ON INVOICE "
            DispInvoice " IN RUN " SW-RunDate delimited by size into ExceptionText
        Perform WriteException
    end-if.
*> starts counting the postings of the order and item the sorted lines have moved onto
StartItemGroup.
    Move 'Y' to GroupActive.
    Move 0 to GroupPostings.
    Move 0 to GroupLastRun.
    Move 0 to GroupLastInvoice.
*> counts the line as a posting of its order and item unless RecycleErrors posted it
*> as a corrected reject, or it repeats the invoice of the posting before it (already
*> reported above as posted twice on one invoice)
CountItemPosting.
    if SW-RecycledFlag = 'R' then
        exit paragraph
    end-if.
    if GroupPostings > 0 and SW-RunDate = GroupLastRun
            and SW-InvoiceNumber = GroupLastInvoice then
        exit paragraph
    end-if.
    Add 1 to GroupPostings.
    Move SW-RunDate to GroupLastRun.
    Move SW-InvoiceNumber to GroupLastInvoice.
*> reports the order and item the sorted lines just left when it posted on more
*> invoices than the original posting plus its recorded backorder releases
CloseItemGroup.
    if GroupActive = 'N' then
        exit paragraph
    end-if.
    Move 'N' to GroupActive.
    if GroupPostings < 2 then
        exit paragraph
    end-if.
    Perform CountReleasedEvents.
    if GroupPostings - 1 > GroupReleases then
        Move PrevOrderNumber to DispOrder
        Move PrevItemID to DispItem
        Move GroupPostings to DispPostings
        Move GroupReleases to DispReleases
        Move spaces to ExceptionText
        String "ORDER " DispOrder " ITEM " DispItem " POSTED ON" DispPostings
            " INVOICES, LATEST IN RUN " GroupLastRun ", BUT" DispReleases
            " BACKORDER RELEASE(S) RECORDED" delimited by size into ExceptionText
        Perform WriteException
    end-if.
*> counts the RELEASED events OrderStatus.dat holds for the order and item the sorted
*> lines just left
CountReleasedEvents.
    Move 0 to GroupReleases.
    Move PrevOrderNumber to OS-OrderNumber.
    Move 1 to OS-Sequence.
    Start OrderStatusFile key >= OS-Key
        invalid key exit paragraph
    end-start.
    Move 'N' to EndOfOrderEvents.
    Perform until EndOfOrderEvents = 'Y'
        Read OrderStatusFile next
            AT END Move 'Y' to EndOfOrderEvents
        end-read
        if EndOfOrderEvents = 'N' then
            if OS-OrderNumber not = PrevOrderNumber then
                Move 'Y' to EndOfOrderEvents
            else
                if OE-ItemID = PrevItemID and OE-State = "RELEASED" then
                    Add 1 to GroupReleases
                end-if
            end-if
        end-if
    end-perform.
*> writes the duplicate order check's count
EndDuplicateCheck.
    Compute DuplicateExceptions = TotalExceptions - DuplicateExceptions.
    Move HistoryLinesChecked to DispCount.
    Move DuplicateExceptions to DispCount2.
    Move spaces to ReportLine.
    String "  " DispCount " history sales line(s) checked, " DispCount2 " exception(s)"
        delimited by size into ReportLine.
    Write ReportLine.
*> totals the day's batch control records and the sales lines actually on
*> TransactionsProcessed.dat, and reports any difference between them
CheckBatchControl.
    Move spaces to ExceptionText.
    String "CHECK 4 - BatchControl.dat AGAINST TransactionsProcessed.dat"
        delimited by size into ExceptionText.
    Perform WriteSectionHeading.
    Move TotalExceptions to BatchExceptions.
    Open input BatchControl.
        Perform until EndOfBatchControl = 'Y'
            Read BatchControl
                AT END Move 'Y' to EndOfBatchControl
                NOT AT END
                    Add 1 to BatchRecords
                    Add BC-TransactionsPosted to BatchLinesPosted
                    Add BC-TransactionsRecycled to BatchLinesPosted
                    Add BC-TotalNetCostPosted to BatchNetPosted
            end-read
        end-perform.
    Close BatchControl.
    *> credit memos and finance charges are posted outside the batch and are not
    *> counted in its control records
    Open input TransactionProcess.
        Perform until EndOfProcessed = 'Y'
            Read TransactionProcess
                AT END Move 'Y' to EndOfProcessed
                NOT AT END
                    if RecycledFlag in ProcessedTransaction not = 'M'
                            and RecycledFlag in ProcessedTransaction not = 'F' then
                        Add 1 to SalesLinesRead
                        Move NetCost in ProcessedTransaction to tempNet
                        Add tempNet to SalesNetPosted
                    end-if
            end-read
        end-perform.
    Close TransactionProcess.
    Compute TieLineDifference = SalesLinesRead - BatchLinesPosted.
    Compute TieNetDifference = SalesNetPosted - BatchNetPosted.
    Move BatchRecords to DispCount.
    Move spaces to ReportLine.
    String "  " DispCount " control record(s) on BatchControl.dat" delimited by size
        into ReportLine.
    Write ReportLine.
    Move BatchLinesPosted to DispCount.
    Move spaces to ReportLine.
    String "  Lines posted per BatchControl.dat          " DispCount
        delimited by size into ReportLine.
    Write ReportLine.
    Move SalesLinesRead to DispCount.
    Move spaces to ReportLine.
    String "  Sales lines on TransactionsProcessed.dat   " DispCount
        delimited by size into ReportLine.
    Write ReportLine.
    Move BatchNetPosted to DispMoney.
    Move spaces to ReportLine.
    String "  Net posted per BatchControl.dat       " DispMoney
        delimited by size into ReportLine.
    Write ReportLine.
    Move SalesNetPosted to DispMoney.
    Move spaces to ReportLine.
    String "  Net on TransactionsProcessed.dat      " DispMoney
        delimited by size into ReportLine.
    Write ReportLine.
    if TieLineDifference not = 0 then
        Move TieLineDifference to DispCount2
        Move spaces to ExceptionText
        String "SALES LINES DIFFER FROM BATCH CONTROL BY " DispCount2
            " - CHECK FOR A RESTARTED OR RERUN POSTING" delimited by size
            into ExceptionText
        Perform WriteException
    end-if.
    if TieNetDifference not = 0 then
        Move TieNetDifference to DispMoney
        Move spaces to ExceptionText
        String "NET POSTED DIFFERS FROM BATCH CONTROL BY " DispMoney
            delimited by size into ExceptionText
        Perform WriteException
    end-if.
    Compute BatchExceptions = TotalExceptions - BatchExceptions.
    Move BatchExceptions to DispCount2.
    Move spaces to ReportLine.
    String "  " DispCount2 " exception(s)" delimited by size into ReportLine.
    Write ReportLine.
*> writes each check's exception count and the completion code the run ends with
WriteRunSummary.
    if TotalExceptions > 0 then
        Move 8 to CompletionCode
    else
        if CheckIncomplete = 'Y' then
            Move 4 to CompletionCode
        end-if
    end-if.
    Move SectionBreakLine to ReportLine.
    Write ReportLine.
    Move spaces to ReportLine.
    String "RUN SUMMARY" delimited by size into ReportLine.
    Write ReportLine.
    Move BalanceExceptions to DispCount.
    Move spaces to ReportLine.
    String "  Customer balances                  " DispCount delimited by size
        into ReportLine.
    Write ReportLine.
    Move OrphanExceptions to DispCount.
    Move spaces to ReportLine.
    String "  Records off the masters            " DispCount delimited by size
        into ReportLine.
    Write ReportLine.
    Move DuplicateExceptions to DispCount.
    Move spaces to ReportLine.
    String "  Duplicate order numbers            " DispCount delimited by size
        into ReportLine.
    Write ReportLine.
    Move BatchExceptions to DispCount.
    Move spaces to ReportLine.
    String "  Batch control tie-out              " DispCount delimited by size
        into ReportLine.
    Write ReportLine.
    Move TotalExceptions to DispCount.
    Move spaces to ReportLine.
    String "  TOTAL EXCEPTIONS                   " DispCount delimited by size
        into ReportLine.
    Write ReportLine.
    if CheckIncomplete = 'Y' then
        Move spaces to ReportLine
        String "  NOTE: A TABLE CEILING WAS REACHED - NOT EVERY CUSTOMER BALANCE"
            " WAS CHECKED" delimited by size into ReportLine
        Write ReportLine
    end-if.
    Move spaces to ReportLine.
    String "  COMPLETION CODE " CompletionCode delimited by size into ReportLine.
    Write ReportLine.
