*> earlier credit memos for the line subtract so a line can never be
*> credited past what it billed, and a posted return draws its credit down
*> from any other same-day rows for the same line, so duplicates can't each
*> claim the full pool. The memo carries the invoice number the returned
*> line was billed on, so the customer can match the credit to the invoice.
*> A return whose billed line can't be found
*> at all falls back to the item's current price, loudly. Mis-keyed rows
*> (any field not numeric) reject into Errors.dat while the feed loads. A return whose
*> CustomerID or ItemID isn't on a master, or whose order line has already
*> been returned in full, is rejected into Errors.dat in the same record
*> layout Program2 and CashReceipts use, so the office keeps working one
*> reject file. A return worth more than the balance owed parks the excess
*> on UnappliedCash.dat (and on CashActivity.dat for the GL interface run
*> to journal). ARCharges.dat is rewritten through the same
*> temp-file-and-rename CashReceipts uses so a crash mid-write can't
*> truncate the ledger. The run stamps RunControl.dat and refuses a
*> same-day rerun after a clean finish, and Returns.dat is renamed to a
*> restocked and credited twice. Run this after the nightly run, alongside
*> RecycleErrors: the nightly opens TransactionsProcessed.dat OUTPUT at the
*> start of a fresh run, so credit memos appended before it would be wiped
*> before the reports ever saw them. Returned units go back into the
*> customer's default warehouse in ItemLocations.dat when the item is stocked
*> there; otherwise they stay unlocated stock on InStock until the warehouse
*> puts them away with a transfer. Every posted return is recorded as
*> RETURNED against its order on OrderStatus.dat, dated the day it came back.
IDENTIFICATION DIVISION.
PROGRAM-ID. ProcessReturns.
AUTHOR. Adam Buerger.
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ItemID in Item.
       *> the stock-location file, keyed on ItemID and warehouse, so returned units go
       *> back into the customer's default warehouse; OPTIONAL so a shop with no
       *> locations set up runs exactly as before
       SELECT OPTIONAL LocationFile ASSIGN TO "ItemLocations.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LC-Key.
       *> the order-status file, keyed on order number and event sequence: each order
       *> has a summary record (sequence 0000) and one record per event in its life,
       *> so the inquiry run can answer "where is my order" from one file. OPTIONAL so
       *> the first event recorded creates it
       SELECT OPTIONAL OrderStatusFile ASSIGN TO "OrderStatus.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OS-Key.
       *> create a file reader to view the day's returns; OPTIONAL so a run on a
       *> day nothing came back (the file was archived by the last run) still works
       SELECT OPTIONAL ReturnFile ASSIGN TO "Returns.dat"
       SELECT OPTIONAL UnappliedCash ASSIGN TO "UnappliedCash.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the cash-and-credit activity the GL interface run journals: the excess of
       *> a return parked as unapplied cash is appended here. shared with
       *> CashReceipts and the nightly, so always opened EXTEND; OPTIONAL so the
       *> first append creates it
       SELECT OPTIONAL CashActivity ASSIGN TO "CashActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the processed-transaction file the reports read: scanned first for what
       *> today's postings billed, then appended to with the credit-memo lines.
       *> OPTIONAL so a returns run before the nightly has ever posted still works
           03 Buffer11 PIC XXXX.
           *> the sales tax billed (or credited) on the line
           03 TaxAmount PIC 9(5).99.
           03 Buffer12 PIC XXXX.
           *> where the line's unit price came from: C = the customer's own contract,
           *> T = the customer's price tier, L = list price; space on a credit memo or a
           *> finance charge, which carry no unit price
           03 PriceSource PIC A.
           03 Buffer13 PIC XXXX.
           *> the invoice the line was billed on; zeros on a finance charge, and on a
           *> credit memo the invoice of the line the goods came back against
           03 InvoiceNumber PIC 9(6).
*> create a record matching the open-charge ledger lines Program2 writes
FD ARChargeFile.
01 ARCharge.
       02 AC-Buffer2 PIC XXXX.
       *> the net amount of the charge still unpaid
       02 AC-Amount PIC 9(5)V99.
       02 AC-Buffer3 PIC XXXX.
       *> the invoice the charge was billed on, so payments, statements, and notices can
       *> name it; zeros on a finance charge or a charge that predates invoicing
       02 AC-InvoiceNumber PIC 9(6).
*> create a record for the ledger rewrite, laid out exactly like ARCharge so a ledger
*> record can be carried through with one group move
FD ARChargeRewrite.
01 ARChargeOutData PIC X(38).
*> create a record to write return rejects with, laid out exactly like Program2's
*> ErrorData so Errors.dat stays one uniform file
FD ErrorFile.
       02 Buffer11 PIC XXXX.
       *> the sales tax credited back on the returned units
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
*> create a record matching the run-control stamps the daily cycle's programs write
FD RunControl.
01 RunControlData.
       *> STARTED when the run began, FINISHED when it ended cleanly; a STARTED
       *> stamp left behind means the run crashed and may be restarted
       02 RC-Status PIC X(8).
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
*> create a record for the indexed customer master
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
*> create a record for the indexed inventory master
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
WORKING-STORAGE SECTION.
*> the real ledger filename, used as the rename target once the temp file is fully written
01 ARChargeRealFileName PIC X(30) VALUE "ARCharges.dat".
       02 CH-ChargeDate PIC 9(8).
       *> how much of the charge is still unpaid
       02 CH-Amount PIC 9(5)V99.
       *> the invoice the charge was billed on
       02 CH-InvoiceNumber PIC 9(6).
*> create a counter variable to cycle through the array of open charges
01 ChargeCount PIC 9999 VALUE 1.
*> create a "boolean" flag to show whether the end of ARCharges.dat has been reached
       02 RE-BilledNet PIC S9(7)V99.
       *> the tax those lines billed, less what earlier memos credited back
       02 RE-BilledTax PIC S9(7)V99.
       *> the invoice the matching posted line was billed on, carried onto the memo
       02 RE-InvoiceNumber PIC 9(6).
*> create a counter variable to cycle through the array of returns
01 ReturnIndex PIC 999 VALUE 1.
*> a second counter for the draw-down scan over the other returns of the same
       02 CR-BilledUnits PIC S9(5).
       02 CR-BilledNet PIC S9(7)V99.
       02 CR-BilledTax PIC S9(7)V99.
       02 CR-InvoiceNumber PIC 9(6).
*> create a "boolean" value to store whether or not the return's CustomerID was found
01 FoundCustomer PIC A VALUE 'N'.
*> create a "boolean" value to store whether or not the return's ItemID was found
01 FoundItem PIC A VALUE 'N'.
*> create a "boolean" value to store whether or not the location looked up was found
01 FoundLocation PIC A VALUE 'N'.
*> how many of the returned units actually went back on the shelf
01 RestockQty PIC 9(3) VALUE 0.
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
*> the ErrorType and reason a rejected return goes into Errors.dat under
01 ReturnErrorType PIC A.
01 ReturnErrorReason PIC X(70).
Perform ReadTaxRates. *> read in the rates the fallback valuation needs
Open i-o CustomerFile. *> the indexed masters stay open for keyed reads/rewrites all run
Open i-o InventoryFile.
Open i-o LocationFile.
Open i-o OrderStatusFile.
Open extend TransactionProcess.
Open extend UnappliedCash.
Open extend CashActivity.
   *> post every tabled return
   Set ReturnIndex to 1.
   perform ReturnTableCount times
       end-if
       Add 1 to ReturnIndex
   end-perform.
Close CashActivity.
Close UnappliedCash.
Close TransactionProcess.
Close ErrorFile.
Perform PersistCharges. *> write the still-open charges back to ARCharges.dat
Close CustomerFile.
Close InventoryFile.
Close LocationFile.
Close OrderStatusFile.
Perform ArchiveReturnFile. *> file today's returns under a dated name, never twice
Move "FINISHED" to StampStatus.
Perform StampRunControl. *> stamp the clean finish the rerun check looks for
    Move 0 to RE-BilledUnits in ReturnEntry(ReturnTableCount).
    Move 0 to RE-BilledNet in ReturnEntry(ReturnTableCount).
    Move 0 to RE-BilledTax in ReturnEntry(ReturnTableCount).
    Move 0 to RE-InvoiceNumber in ReturnEntry(ReturnTableCount).
*> scans the period transaction history and then today's processed file for the
*> posted line(s) each tabled return came off (same customer, order, and item),
*> accumulating the units, net, and tax those lines actually billed. billed lines
                Add tempUnits to RE-BilledUnits in ReturnEntry(ReturnIndex)
                Add tempNet to RE-BilledNet in ReturnEntry(ReturnIndex)
                Add tempTax to RE-BilledTax in ReturnEntry(ReturnIndex)
                *> a line archived before invoicing is short and reads as spaces
                if InvoiceNumber in HX-Transaction is numeric then
                    Move InvoiceNumber in HX-Transaction
                        to RE-InvoiceNumber in ReturnEntry(ReturnIndex)
                else
                    Move 0 to RE-InvoiceNumber in ReturnEntry(ReturnIndex)
                end-if
            end-if
        end-if
        Add 1 to ReturnIndex
                       Move AC-CustomerID to CH-CustomerID in Charge(ChargeTableCount)
                       Move AC-ChargeDate to CH-ChargeDate in Charge(ChargeTableCount)
                       Move AC-Amount to CH-Amount in Charge(ChargeTableCount)
                       *> a charge written before invoicing is short and reads as spaces
                       if AC-InvoiceNumber is numeric then
                           Move AC-InvoiceNumber to CH-InvoiceNumber in Charge(ChargeTableCount)
                       else
                           Move 0 to CH-InvoiceNumber in Charge(ChargeTableCount)
                       end-if
               end-read
           end-if
       end-perform
    Move ReturnErrorType to ErrorType in ErrorData.
    Move ReturnErrorReason to ErrorReason in ErrorData.
    Write ErrorData.
*> puts the restocked units back into the customer's default warehouse when the item is
*> stocked there; a location can never hold more than InStock, so it can't overflow
*> once InStock has been capped
RestockLocation.
    if DefaultWarehouse in TempCustomer = spaces or RestockQty = 0 then
        exit paragraph
    end-if.
    Move CR-ItemID to LC-ItemID.
    Move DefaultWarehouse in TempCustomer to LC-Warehouse.
    Read LocationFile
        invalid key Move 'N' to FoundLocation
        not invalid key Move 'Y' to FoundLocation
    end-read.
    if FoundLocation = 'Y' then
        Add RestockQty to LC-OnHand
        Rewrite Location
    end-if.
*> posts one return: values the credit off what the order line actually billed
*> (net of discount and at the tax actually charged), puts the units back on the
*> shelf, takes the credit off AmtOwed, relieves the open charges oldest-first so
    if InStock in Item + CreditQty > 999 then
        Display "WARNING: return of ItemID " CR-ItemID " would overflow the stock"
            " on hand field; restocking only up to 999"
        Compute RestockQty = 999 - InStock in Item
        Move 999 to InStock in Item
    else
        Move CreditQty to RestockQty
        Add CreditQty to InStock in Item
    end-if.
    Rewrite Item.
    Perform RestockLocation.
    Compute AppliedCredit = CreditAmount + TaxCredit.
    if AppliedCredit > AmtOwed in TempCustomer then
        *> the credit is worth more than the customer owes; credit what's owed and
        Move CR-ReturnDate to UC-Date
        Move ExcessCredit to UC-Amount
        Write UnappliedData
        *> the GL interface moves the parked excess from the receivable to unapplied cash
        Initialize CashActivityData
        Move "CREDITED" to CA-Type
        Move CR-CustomerID to CA-CustomerID
        Move CR-ReturnDate to CA-Date
        Move CR-OrderNumber to CA-Reference
        Move 0 to CA-Applied
        Move ExcessCredit to CA-Unapplied
        Write CashActivityData
        Display "NOTE: return from CustomerID " CR-CustomerID " is worth more"
            " than the balance owed; " ExcessCredit " held as unapplied cash"
    end-if.
        Add 1 to ChargeCount
    end-perform.
    Perform WriteCreditMemo.
    *> the order's history shows the units coming back
    Move CR-OrderNumber to StatusOrderNumber.
    Move CR-CustomerID to StatusCustomerID.
    Move CR-ItemID to StatusItemID.
    Move CR-ReturnDate to StatusDate.
    Move "RETURNED" to StatusState.
    Move CreditQty to StatusQuantity.
    Perform RecordOrderStatus.
    Add 1 to ReturnsPosted.
    Perform DrawDownDuplicates.
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
*> draws what this return just credited down from every OTHER tabled return of
*> the same customer/order/item: each entry was given the full billed figures by
*> GatherBilledAmounts, so without this two same-day rows could each pass the
    Move CR-ItemID to ItemID in ProcessedTransaction.
    Move space to DiscountCode in ProcessedTransaction.
    Move UnitCost in Item to UnitCost in ProcessedTransaction.
    *> the memo references the invoice the goods were billed on
    Move CR-InvoiceNumber to InvoiceNumber in ProcessedTransaction.
    Write ProcessedTransaction.
*> rewrites ARCharges.dat keeping only the charges that still have something unpaid on
*> them. writes to a temp file first and renames it over the real ledger once it's
               Move CH-CustomerID in Charge(ChargeCount) to AC-CustomerID
               Move CH-ChargeDate in Charge(ChargeCount) to AC-ChargeDate
               Move CH-Amount in Charge(ChargeCount) to AC-Amount
               Move CH-InvoiceNumber in Charge(ChargeCount) to AC-InvoiceNumber
               Move ARCharge to ARChargeOutData
               Write ARChargeOutData
           end-if
