*> written forward to ErrorsRecycle.dat (same layout as Errors.dat) so no
*> reject ever just gets lost. The run appends its own control record to
*> BatchControl.dat with its posted and still-rejected figures.
*> Every recycled posting is billed on a numbered invoice appended to
*> Invoices.dat, drawing its number off the nightly's InvoiceNumber.dat.
*> Replenishment stays the nightly run's job: recycled lines take stock off
*> the shelf but never place reorder lines of their own. The units come off
*> the item's locations in ItemLocations.dat the same way a live sale's do:
*> the customer's default warehouse first, then the item's other warehouses.
*> Each corrected reject that now gets through is recorded on OrderStatus.dat as
*> CORRECTED, followed by what became of it - HELD, POSTED, PARTIAL, and/or
*> BACKORDERED - under its original order number.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecycleErrors.
AUTHOR. Adam Buerger.
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ItemID in Item.
       *> the stock-location file, keyed on ItemID and warehouse; ACCESS DYNAMIC because
       *> a sale walks an item's locations with START/READ NEXT
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
       *> create a file reader to view the archived rejects the office reviewed and
       *> keyed corrections against (the nightly run renames Errors.dat here at the
       *> start of each fresh run, so positions stay stable); OPTIONAL so a recycle
       SELECT OPTIONAL TaxRateFile ASSIGN TO "TaxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file reader for the contract price list the nightly prices from;
       *> OPTIONAL so a run before the list exists still bills list price
       SELECT OPTIONAL PriceListFile ASSIGN TO "PriceList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the batch control file Program2 wrote this run's totals to; this run appends
       *> its own control record so the day's figures distinguish same-day postings from
       *> resubmitted ones. OPTIONAL in case the recycle ever runs before the nightly run
       SELECT OPTIONAL BatchControl ASSIGN TO "BatchControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the customer invoices the nightly run writes; a recycled posting is billed on
       *> an invoice of its own, appended after the nightly's
       SELECT OPTIONAL InvoiceFile ASSIGN TO "Invoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the invoice-number control file the nightly run numbers its invoices from,
       *> shared so no two invoices ever carry the same number
       SELECT OPTIONAL InvoiceNumberFile ASSIGN TO "InvoiceNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*> create a record matching the reject records Program2 and CashReceipts write
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
*> create a record to append one open charge to the accounts-receivable ledger
FD ARChargeFile.
01 ARCharge.
       02 AC-Buffer2 PIC XXXX.
       *> the net amount charged (what posting added to AmtOwed)
       02 AC-Amount PIC 9(5)V99.
       02 AC-Buffer3 PIC XXXX.
       *> the invoice the charge was billed on, so payments, statements, and notices can
       *> name it; zeros on a finance charge or a charge that predates invoicing
       02 AC-InvoiceNumber PIC 9(6).
*> create a record to append one open backorder with, laid out like Program2's
FD Backorders.
01 BackorderData.
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
       *> the quantity the line has to reach for this price to apply
       02 CP-MinQty PIC 9(3).
       02 CP-Buffer6 PIC XXXX.
       *> the unit price, implied two-place decimal (00850 is 8.50)
       02 CP-Price PIC 99V99.
*> create a record to hold one printed line of the customer invoices
FD InvoiceFile.
01 InvoiceLine PIC X(120).
*> create a record to hold the next unused invoice number
FD InvoiceNumberFile.
01 InvoiceNumberData.
       *> the number the next invoice issued will carry
       02 NextInvoiceNumber PIC 9(6).
*> create a record to append this run's control totals with, laid out exactly like the
*> record Program2 writes; the recycled count and the rejected-by-type counts are this
*> run's figures, and the net cost field is the net this run posted
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
*> the name this run signs its order-status events with
01 OwnProgramName PIC X(16) VALUE "RecycleErrors".
*> create a variable to hold how many corrections were actually loaded from Corrections.dat
01 CorrectionTableCount PIC 999 VALUE 0.
*> the CorrectionEntry table's OCCURS ceiling below, kept as its own data name so
01 FoundCustomer PIC A VALUE 'N'.
*> create a "boolean" value to store whether or not the corrected ItemID was found
01 FoundItem PIC A VALUE 'N'.
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
*> how many of the units being shipped still have to be drawn from a location, and how
*> many the current location gives up
01 DrawRemaining PIC 9(3) VALUE 0.
01 DrawQty PIC 9(3) VALUE 0.
*> create a "boolean" value to store whether the corrected DiscountCode is recognized
01 FoundDiscount PIC A VALUE 'N'.
*> the percentage the corrected DiscountCode prices at, mirroring Program2's list
01 OrderTaxRate PIC V9999 VALUE 0.
*> the sales tax billed on the corrected transaction
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
*> what FindContractPrice hands back: the unit price the transaction bills at and
*> where it came from (C = customer contract, T = price tier, L = list price)
01 LinePrice PIC 99V99 VALUE 0.
01 LinePriceSource PIC A VALUE 'L'.
*> how strong the best price found so far is (2 = customer contract, 1 = price tier,
*> 0 = list price) and the break level it was found at
01 BestPriceRank PIC 9 VALUE 0.
01 CandidateRank PIC 9 VALUE 0.
01 BestPriceBreak PIC 9(3) VALUE 0.
*> what the corrected transaction would add to the balance, and where that would put it
01 EstimatedNet PIC 9(7)V99 VALUE 0.
01 ProjectedBalance PIC 9(7)V99 VALUE 0.
*> counters accumulated for this run's control record and closing display
01 RejectsRead PIC 9(6) VALUE 0.
01 RecycledPostedCount PIC 9(6) VALUE 0.
*> corrections that shipped nothing and went wholly to the backorder queue
01 RecycledBackorderedCount PIC 9(6) VALUE 0.
01 CarriedForwardCount PIC 9(6) VALUE 0.
01 OrdersHeldCount PIC 9(6) VALUE 0.
01 StillRejectedCustomer PIC 9(6) VALUE 0.
01 StillRejectedBoth PIC 9(6) VALUE 0.
01 StillRejectedDiscount PIC 9(6) VALUE 0.
01 TotalNetCostPosted PIC 9(8)V99 VALUE 0.
*> the invoice number the recycled posting is billed on, and the next unused one
01 CurrentInvoiceNumber PIC 9(6) VALUE 0.
01 NextInvoiceToIssue PIC 9(6) VALUE 1.
*> how many days the customer has to pay an invoice, matching the nightly run's terms
01 InvoiceTermsDays PIC 9(3) VALUE 30.
*> the date the invoice is issued on and the date payment is due, in YYYYMMDD form
01 InvoiceDate PIC 9(8) VALUE 0.
01 InvoiceDueDate PIC 9(8) VALUE 0.
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
*> create a printable separator line between one invoice and the next
01 InvoiceBreakLine PIC X(72) VALUE ALL "=".
PROCEDURE DIVISION.
Perform ReadCorrections. *> read in every correction the office keyed
Perform ReadTaxRates. *> read in the sales-tax rate for each state jurisdiction
Perform ReadPriceList. *> read in the customer contract and price-tier prices
Perform ReadInvoiceNumber. *> pick up where the invoice numbering left off
Open i-o CustomerFile. *> the indexed masters stay open for keyed lookups/rewrites all run
Open i-o InventoryFile.
Open i-o LocationFile.
Open i-o OrderStatusFile.
Open input ErrorFile.
Open output NewErrorFile.
Open extend TransactionProcess.
Open extend Backorders.
Open extend HeldTransactions.
Open extend CreditHoldReport.
Open extend InvoiceFile.
   *> work every reject in Errors.dat, however many there are
   Perform until EndOfErrors = 'Y'
       Read ErrorFile
           end-if
       end-if
   end-perform.
Close InvoiceFile.
Close CreditHoldReport.
Close HeldTransactions.
Close Backorders.
Close ErrorFile.
Close CustomerFile.
Close InventoryFile.
Close LocationFile.
Close OrderStatusFile.
Perform WriteBatchControl. *> append this run's control record to the day's batch totals
Display "RecycleErrors posted " RecycledPostedCount " recycled transaction(s), "
    "backordered " RecycledBackorderedCount " in full, held " OrdersHeldCount " over credit limit, carried " CarriedForwardCount
    " reject(s) forward".
STOP RUN.
*> reads every correction in Corrections.dat into the CorrectionEntry table, skipping
        Display "WARNING: no tax rate on file for state '" CustomerState
            "' (CustomerID " CustomerID in TempCustomer "); posting billed untaxed"
    end-if.
*> reads every contract and price-tier price into the PriceEntry table, the same way
*> the nightly run does; a missing price list just means everything bills list price
ReadPriceList.
   Open input PriceListFile.
       Perform until EndOfPriceList = 'Y'
           if PriceTableCount >= PriceTableMax then
               *> the table is full; stop growing it instead of reading past the end
               Display "WARNING: PriceList.dat has more rows than the "
                   PriceTableMax " prices RecycleErrors.cob can hold; "
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
*> prices the item in Item for the customer in TempCustomer exactly the way the nightly
*> run does: the customer's own contract beats its price tier, which beats the master
*> Price, inside the effective/expiry window, with the highest break reached winning.
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
*> looks for a correction keyed against the position of the reject currently being worked
FindCorrection.
    Move 'N' to FoundCorrection.
    Perform CheckCreditLimit.
    if ProjectedBalance > CreditLimit in TempCustomer
            and CreditLimit in TempCustomer > 0 then
        Perform RecordCorrectedStatus
        Perform WriteHeldCorrection
        exit paragraph
    end-if.
    Perform RecordCorrectedStatus.
    Perform PostCorrected.
*> overlays the reject's fields with whatever the correction supplies; a blank correction
*> field keeps the reject's original value, and a supplied ID has to be numeric
    Move StillBadReason to NE-ErrorReason.
    Write NewErrorData.
*> estimates what the corrected transaction would add to the customer's balance - the
*> full corrected quantity at the customer's price for the item, under the corrected
*> DiscountCode (the free-item code is estimated without the freebie, erring on the
*> cautious side, and a contract price never takes a promotion)
CheckCreditLimit.
    Move 0 to ProjectedBalance.
    if CreditLimit in TempCustomer = 0 then
        exit paragraph
    end-if.
    Move CT-Quantity to PriceBreakQty.
    Move Function Current-Date(1:8) to PriceDate.
    Perform FindContractPrice.
    Move LinePrice to tempPrice.
    Compute EstimatedNet = tempPrice * CT-Quantity.
    if DiscountIsFreeItem = 'N' and LinePriceSource = 'L' then
        Compute EstimatedNet = EstimatedNet - (EstimatedNet * DiscountPercent)
    end-if.
    *> posting bills the state's tax on top of the net, so the estimate carries it
    Move CT-Quantity to HB-Quantity.
    Move HB-Rest to HT-Rest.
    Write HeldTransaction.
    Move "HELD" to StatusState.
    Move CT-Quantity to StatusQuantity.
    Perform RecordOrderStatus.
*> takes the units a recycled posting ships off the item's locations, exactly as a live
*> sale does: the customer's default warehouse first, then the item's other warehouses
*> in warehouse order; whatever is still owed after that was stock no location has been
*> set up for, which InStock alone already accounts for
DrawLocationStock.
    Move ShipQty to DrawRemaining.
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
*> posts the corrected transaction exactly the way a live order line posts: ship what
*> the shelf covers, backorder the rest, price under the order's DiscountCode, add the
*> net to AmtOwed with a keyed REWRITE, append the AR charge, and write the processed
        Move CT-DiscountCode to BO-DiscountCode
        Move CT-OrderNumber to BO-OrderNumber
        Write BackorderData
        Move "BACKORDERED" to StatusState
        Move BackQty to StatusQuantity
        Perform RecordOrderStatus
    end-if.
    *> a transaction that shipped nothing is now wholly on the backorder queue: there
    *> is nothing to bill, so (like Program2) no processed record or charge is written;
    *> it is counted apart, since the batch totals count only lines on the processed file
    if ShipQty = 0 then
        Add 1 to RecycledBackorderedCount
        exit paragraph
    end-if.
    Subtract ShipQty from InStock in Item.
    Rewrite Item.
    Perform DrawLocationStock.
    *> the customer's contract or tier price in force today beats the master Price,
    *> with the break measured on the corrected quantity
    Move CT-Quantity to PriceBreakQty.
    Move Function Current-Date(1:8) to PriceDate.
    Perform FindContractPrice.
    Move LinePrice to tempPrice.
    Compute tempGross = tempPrice * ShipQty.
    *> a corrected reject is a one-line order, so the buy-three-or-more-get-one-free
    *> code looks at this line's quantity and frees one unit of this item; a contract
    *> or tier price is already negotiated, so no promotion stacks on top of it
    if LinePriceSource not = 'L' then
        Move 0 to tempDiscount
    else
        if DiscountIsFreeItem = 'Y' then
            if CT-Quantity >= 3 and ShipQty > 0 then
                Move tempPrice to tempDiscount
            else
                Move 0 to tempDiscount
            end-if
        else
            Compute tempDiscount = tempGross * DiscountPercent
        end-if
    end-if.
    Compute tempNet = tempGross - tempDiscount.
    *> bill the state's sales tax on the net, exactly the way the nightly does;
    Compute tempTax rounded = tempNet * OrderTaxRate.
    Compute AmtOwed in TempCustomer = AmtOwed in TempCustomer + tempNet + tempTax.
    Rewrite TempCustomer.
    *> the posting is billed on an invoice of its own
    Perform IssueInvoiceNumber.
    *> append the charge (net plus tax, so the ledger keeps matching the balance)
    *> to the AR ledger so CashReceipts can age and relieve it
    Initialize ARCharge.
    Move CustomerID in TempCustomer to AC-CustomerID.
    Move Function Current-Date(1:8) to AC-ChargeDate.
    Compute AC-Amount = tempNet + tempTax.
    Move CurrentInvoiceNumber to AC-InvoiceNumber.
    Write ARCharge.
    Initialize ProcessedTransaction.
    Move CustomerID in TempCustomer to CustomerID in ProcessedTransaction.
    Move CT-DiscountCode to DiscountCode in ProcessedTransaction.
    Move UnitCost in Item to UnitCost in ProcessedTransaction.
    Move tempTax to TaxAmount in ProcessedTransaction.
    Move LinePriceSource to PriceSource in ProcessedTransaction.
    Move CurrentInvoiceNumber to InvoiceNumber in ProcessedTransaction.
    Write ProcessedTransaction.
    Perform WriteRecycleInvoice.
    if BackQty = 0 then
        Move "POSTED" to StatusState
    else
        Move "PARTIAL" to StatusState
    end-if.
    Move ShipQty to StatusQuantity.
    Perform RecordOrderStatus.
    Add 1 to RecycledPostedCount.
    Add tempNet to TotalNetCostPosted.
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
            *> a correction can fix the CustomerID, so refile the order under the
            *> customer it now belongs to
            Move StatusCustomerID to OS-CustomerID
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
*> stages the corrected reject for RecordOrderStatus and records that it has come off
*> the reject list; the events that follow are dated with today's date too
RecordCorrectedStatus.
    Move CT-OrderNumber to StatusOrderNumber.
    Move CT-CustomerID to StatusCustomerID.
    Move CT-ItemID to StatusItemID.
    Move Function Current-Date(1:8) to StatusDate.
    Move "CORRECTED" to StatusState.
    Move CT-Quantity to StatusQuantity.
    Perform RecordOrderStatus.
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
*> hands the posting the next invoice number and saves the control file straight
*> away, so a crash can only ever leave a gap in the numbering, never a duplicate
IssueInvoiceNumber.
    Move NextInvoiceToIssue to CurrentInvoiceNumber.
    Add 1 to NextInvoiceToIssue
        on size error Move 1 to NextInvoiceToIssue
    end-add.
    Perform WriteInvoiceNumber.
*> writes the recycled posting's invoice in the same layout the nightly run uses:
*> bill-to, the one line with what shipped and what went on backorder, the totals,
*> and the terms
WriteRecycleInvoice.
    Move Function Current-Date(1:8) to InvoiceDate.
    Compute InvoiceDueDate = Function Date-Of-Integer(
        Function Integer-Of-Date(InvoiceDate) + InvoiceTermsDays).
    Move CurrentInvoiceNumber to DispInvoiceNumber.
    Move CT-OrderNumber to DispInvoiceOrder.
    Move CustomerID in TempCustomer to DispInvoiceCustomer.
    Move spaces to InvoiceLine.
    String "INVOICE " DispInvoiceNumber "   INVOICE DATE " InvoiceDate
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
    Move CT-ItemID to DispInvoiceItem.
    Move CT-Quantity to DispInvoiceQty.
    Move ShipQty to DispInvoiceShipped.
    Move BackQty to DispInvoiceBack.
    Move tempPrice to DispInvoicePrice.
    Move tempGross to DispInvoiceGross.
    Move tempDiscount to DispInvoiceDiscount.
    Move tempNet to DispInvoiceNet.
    Move tempTax to DispInvoiceTax.
    Move spaces to InvoiceLine.
    String DispInvoiceItem "  " ItemName in Item "  " DispInvoiceQty " " DispInvoiceShipped
        " " DispInvoiceBack "  " DispInvoicePrice " " DispInvoiceGross " "
        DispInvoiceDiscount " " DispInvoiceNet " " DispInvoiceTax
        delimited by size into InvoiceLine.
    Write InvoiceLine.
    Move tempNet to DispInvoiceTotal.
    Move spaces to InvoiceLine.
    String "                                          NET         " DispInvoiceTotal
        delimited by size into InvoiceLine.
    Write InvoiceLine.
    Move tempTax to DispInvoiceTotal.
    Move spaces to InvoiceLine.
    String "                                          SALES TAX   " DispInvoiceTotal
        delimited by size into InvoiceLine.
    Write InvoiceLine.
    Move AC-Amount to DispInvoiceTotal.
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
    Move InvoiceBreakLine to InvoiceLine.
    Write InvoiceLine.
*> appends this run's control record to BatchControl.dat, after the one Program2 wrote,
*> so the day's totals show same-day and resubmitted postings separately
WriteBatchControl.
