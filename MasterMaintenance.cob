*> be added or changed onto the item. Every record touched is written to
*> MasterAudit.dat with its before image and its after image, and every
*> rejected change is written there with the reason, so the office can see
*> exactly what the run did. The audit trail is appended to run after run,
*> every line dated, so it keeps the whole history alongside the cycle
*> count's adjustments until the retention purge ages it out. The masters
*> are INDEXED files, so an Add is one keyed WRITE (the file itself refuses
*> a duplicate key), a Change one keyed READ and REWRITE, and a Delete one
*> keyed DELETE.
*> The same file also maintains ItemLocations.dat, the indexed stock-location
*> file (file code L): an Add sets an item up in a warehouse and bin, putting
*> away up to the item's unlocated stock as the opening quantity; a Change
*> moves it to another bin; a Delete removes an emptied location; and a
*> Transfer (action T) moves units from one warehouse to another - or, with
*> the from-warehouse left blank, puts unlocated units away - with the before
*> and after image of both locations on MasterAudit.dat. InStock on the
*> inventory master stays the item's total across every location, so a
*> Transfer never changes it, and an item Change can't set it below what the
*> item's locations hold.
*> The sales rep master SalesReps.dat (file code R) is kept the same way: a
*> rep's number, name, standard commission rate, whether the rate is paid on
*> net sales or gross margin, and up to six DiscountCode rates that replace
*> the standard rate on lines sold under the code. A customer's SalesRep has
*> to be on the rep master before it can be added or changed onto the
*> customer, and a rep Delete is refused while any customer still carries it.
IDENTIFICATION DIVISION.
PROGRAM-ID. MasterMaintenance.
AUTHOR. Adam Buerger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> the indexed customer master, keyed on CustomerID; ACCESS DYNAMIC because a rep
       *> Delete has to scan the whole master to prove no customer still carries the rep
       SELECT CustomerFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CustomerID in TempCustomer.
       *> the indexed inventory master, keyed on ItemID; ACCESS DYNAMIC because a vendor
       *> Delete has to scan the whole master to prove no item still buys from the vendor
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VendorID in Vendor.
       *> the indexed stock-location file, keyed on ItemID and warehouse; ACCESS DYNAMIC
       *> because an item's locations are totalled with START/READ NEXT. OPTIONAL so
       *> the first location Add creates it
       SELECT OPTIONAL LocationFile ASSIGN TO "ItemLocations.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LC-Key.
       *> the indexed sales rep master, keyed on rep number; OPTIONAL so the first rep
       *> Add creates it
       SELECT OPTIONAL SalesRepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RP-RepNumber.
       *> create a file reader to view the day's master change transactions
       SELECT ChangeFile ASSIGN TO "MasterChanges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
       SELECT OPTIONAL Backorders ASSIGN TO "Backorders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file to append the change-audit trail to; OPTIONAL so the very first
       *> run creates it
       SELECT OPTIONAL AuditFile ASSIGN TO "MasterAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
DATA DIVISION.
FD ChangeFile.
01 ChangeRecord.
       *> which master the change is against: C = customers.dat, I = inventory.dat,
       *> V = Vendors.dat, L = ItemLocations.dat, R = SalesReps.dat
       02 MC-FileCode PIC A.
       02 MC-Buffer1 PIC XXXX.
       *> what to do: A = add a new record, C = change an existing one, D = delete one,
       *> T = transfer stock between two locations (L only)
       02 MC-Action PIC A.
       02 MC-Buffer2 PIC XXXX.
       *> the rest of the record, laid out like the master the change is against. the
       *> fields are PIC X rather than PIC 9 so a mis-keyed change can be caught with an
       *> IS NUMERIC test instead of abending or silently garbling the master
       02 MC-Detail PIC X(120).
       *> the customer view of the detail, in customers.dat column order
       02 MC-CustomerDetail REDEFINES MC-Detail.
           03 MC-CustomerID PIC X(5).
           *> the customer's credit limit, implied decimal like the master's; blank on an
           *> Add means no limit, blank on a Change keeps the current one
           03 MC-CreditLimit PIC X(7).
           03 MC-CBuffer3 PIC X(5).
           *> the customer's contract price tier letter off PriceList.dat; blank on an Add
           *> means no tier, blank on a Change keeps the current one, and a dash on a
           *> Change takes the customer off its tier
           03 MC-PriceTier PIC X.
           03 MC-CBuffer4 PIC X(4).
           *> the warehouse the customer ships from first; blank on an Add means no
           *> preference, blank on a Change keeps the current one, and a dash on a
           *> Change clears it
           03 MC-DefaultWarehouse PIC X(4).
           03 MC-CBuffer5 PIC X(3).
           *> the sales rep who owns the account; blank on an Add means house business,
           *> blank on a Change keeps the current rep, and a dash on a Change takes the
           *> account off its rep
           03 MC-SalesRep PIC X(3).
       *> the item view of the detail, in inventory.dat column order
       02 MC-ItemDetail REDEFINES MC-Detail.
           03 MC-ItemID PIC X(6).
           03 MC-VendorName PIC X(25).
           03 MC-VendorAddress PIC X(48).
           03 MC-VBuffer2 PIC X(28).
       *> the stock-location view of the detail, in ItemLocations.dat column order
       02 MC-LocationDetail REDEFINES MC-Detail.
           03 MC-LocItemID PIC X(6).
           *> the warehouse the location is in; on a Transfer the warehouse the units
           *> leave, or blank to put away the item's unlocated units
           03 MC-Warehouse PIC X(4).
           03 MC-LBuffer1 PIC X(5).
           *> the bin within the warehouse; used on an Add and a Change
           03 MC-Bin PIC X(6).
           03 MC-LBuffer2 PIC X(5).
           *> the opening quantity on an Add, or how many units a Transfer moves
           03 MC-LocQty PIC X(3).
           03 MC-LBuffer3 PIC X(5).
           *> the warehouse a Transfer moves the units into
           03 MC-ToWarehouse PIC X(4).
           03 MC-LBuffer4 PIC X(82).
       *> the sales rep view of the detail, in SalesReps.dat column order
       02 MC-RepDetail REDEFINES MC-Detail.
           03 MC-RepNumber PIC X(3).
           03 MC-RBuffer1 PIC X(5).
           03 MC-RepName PIC X(23).
           03 MC-RBuffer2 PIC X(5).
           *> the standard rate, a percentage with two implied decimal places (0450 is
           *> 4.50%); blank on a Change keeps the current rate
           03 MC-CommissionRate PIC X(4).
           03 MC-RBuffer3 PIC X(5).
           *> S = paid on net sales, M = paid on gross margin; blank on an Add means S,
           *> blank on a Change keeps the current basis
           03 MC-Basis PIC X.
           03 MC-RBuffer4 PIC X(5).
           *> DiscountCode rates: a code and its rate sets (or replaces) the rep's rate
           *> for that code, and on a Change a code with a dash for its rate drops it
           03 MC-RepCodeRate OCCURS 6 TIMES.
               04 MC-RateCode PIC X.
               04 MC-Rate PIC X(4).
               04 MC-RateBuffer PIC X.
           03 MC-RBuffer5 PIC X(33).
*> create a record to hold one line of the change-audit trail which contains
FD AuditFile.
01 AuditLine.
       *> which master was touched: C = customers.dat, I = inventory.dat, V = Vendors.dat,
       *> L = ItemLocations.dat, R = SalesReps.dat
       02 AU-FileCode PIC A.
       02 AU-Buffer1 PIC XXXX.
       *> the action that was attempted: A, C, D, or T
       02 AU-Action PIC A.
       02 AU-Buffer2 PIC XXXX.
       *> whether the change was APPLIED or REJECTED
       02 AU-Buffer4 PIC XXXX.
       *> the full master record image (or the rejection reason text)
       02 AU-Image PIC X(120).
       02 AU-Buffer5 PIC XXXX.
       *> the date the line was written, in YYYYMMDD form, so the retention purge can
       *> age the trail; spaces on lines written before the trail was dated
       02 AU-AuditDate PIC 9(8).
*> create a record matching the reorder lines Program2 writes, read back here only to see
*> which ItemIDs still have open order lines
FD InventoryOrder.
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
*> create a record for the indexed vendor master
FD VendorFile.
*> the record contains all information on a vendor given in the file including
       02 VendorName PIC X(25).
       *> the vendor's address (street, city, and state)
       02 VendorAddress PIC X(48).
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
*> create a record for the indexed sales rep master
FD SalesRepFile.
01 SalesRepData.
       *> the rep's three digit number, the record key
       02 RP-RepNumber PIC 9(3).
       02 RP-Buffer1 PIC X(5).
       *> the rep's name
       02 RP-RepName PIC X(23).
       02 RP-Buffer2 PIC X(5).
       *> the rep's standard commission rate, a percentage with two decimal places
       02 RP-CommissionRate PIC 99V99.
       02 RP-Buffer3 PIC X(5).
       *> what the rate is paid on: S = net sales, M = gross margin
       02 RP-Basis PIC A.
       02 RP-Buffer4 PIC X(5).
       *> up to six DiscountCode rates that replace the standard rate on lines sold
       *> under that code; a space code marks an unused slot
       02 RP-CodeRates.
           03 RP-CodeRate OCCURS 6 TIMES.
               04 RP-RateCode PIC A.
               04 RP-Rate PIC 99V99.
               04 RP-RateBuffer PIC X.
WORKING-STORAGE SECTION.
*> create a variable to hold how many open order lines were loaded from InventoryOrder.dat
01 OpenOrderCount PIC 999 VALUE 0.
01 FoundItem PIC A VALUE 'N'.
*> create a "boolean" value to store whether or not the change's VendorID was found
01 FoundVendor PIC A VALUE 'N'.
*> create a "boolean" value to store whether or not the change's rep number was found
01 FoundRep PIC A VALUE 'N'.
*> create a "boolean" flag to show whether the rep-delete scan has read every customer
01 EndOfCustomerScan PIC A VALUE 'N'.
*> create a "boolean" value to store whether any customer still carries the rep a
*> Delete is against
01 RepInUse PIC A VALUE 'N'.
*> the rep number a customer change assigns, staged out of its PIC X field
01 AssignRep PIC 9(3) VALUE 0.
*> counters for walking the change record's and the rep's DiscountCode rate slots
01 RateIndex PIC 9 VALUE 1.
01 RepRateIndex PIC 9 VALUE 1.
01 OtherRateIndex PIC 9 VALUE 1.
*> create a "boolean" flag to show whether the vendor-delete scan has read every item
01 EndOfItemScan PIC A VALUE 'N'.
*> create a "boolean" value to store whether any inventory item still buys from the
*> number without the alphanumeric-to-numeric move misplacing the decimal point
01 ImpliedMoneyText PIC X(7).
01 ImpliedMoneyValue REDEFINES ImpliedMoneyText PIC 9(5)V99.
*> the same staging for a commission rate's implied-decimal percentage text
01 ImpliedRateText PIC X(4).
01 ImpliedRateValue REDEFINES ImpliedRateText PIC 99V99.
*> staging areas for building the before/after master record images written to the audit
*> trail, laid out like the master records themselves (the customer image's last
*> buffers are a byte narrower so the sales rep still fits the audit line's image)
01 CustomerImage.
       02 CI-CustomerID PIC 99999.
       02 CI-Buffer1 PIC X(5).
       02 CI-AmtOwed PIC 9(5)V99.
       02 CI-Buffer2 PIC X(5).
       02 CI-CreditLimit PIC 9(5)V99.
       02 CI-Buffer3 PIC X(4).
       02 CI-PriceTier PIC A.
       02 CI-Buffer4 PIC X(4).
       02 CI-DefaultWarehouse PIC X(4).
       02 CI-Buffer5 PIC X(4).
       02 CI-SalesRep PIC 9(3).
01 ItemImage.
       02 II-ItemID PIC 999999.
       02 II-Buffer1 PIC X(5).
       02 II-ItemStatus PIC A.
       02 II-Buffer9 PIC X(5).
       02 II-UnitCost PIC 99.99.
       02 II-Buffer10 PIC X(5).
       02 II-OnOrder PIC 9(3).
01 VendorImage.
       02 VI-VendorID PIC 9(4).
       02 VI-Buffer1 PIC X(5).
       02 VI-VendorName PIC X(25).
       02 VI-VendorAddress PIC X(48).
01 RepImage.
       02 RI-RepNumber PIC 9(3).
       02 RI-Buffer1 PIC X(5).
       02 RI-RepName PIC X(23).
       02 RI-Buffer2 PIC X(5).
       02 RI-CommissionRate PIC 99V99.
       02 RI-Buffer3 PIC X(5).
       02 RI-Basis PIC A.
       02 RI-Buffer4 PIC X(5).
       02 RI-CodeRates PIC X(36).
*> the before image of the record the current change touches, captured before it's applied
01 BeforeImage PIC X(120) VALUE SPACES.
*> the after image of the record the current change touches, captured after it's applied
01 AfterImage PIC X(120) VALUE SPACES.
*> a Transfer touches two locations: the one the units leave is in BeforeImage/AfterImage
*> and the one they arrive in is captured here
01 ToBeforeImage PIC X(120) VALUE SPACES.
01 ToAfterImage PIC X(120) VALUE SPACES.
*> create a "boolean" value to store whether or not the location looked up was found
01 FoundLocation PIC A VALUE 'N'.
*> create a "boolean" flag to show whether the location scan has read every location of the item
01 EndOfLocationScan PIC A VALUE 'N'.
*> what every location of the item holds between them, and how many locations it has
01 LocatedTotal PIC 9(5) VALUE 0.
01 LocationRows PIC 9(3) VALUE 0.
*> the quantity off the change record, staged out of its PIC X field
01 LocationQty PIC 9(3) VALUE 0.
*> counters for the run summary displayed when the run finishes
01 ChangesApplied PIC 9(5) VALUE 0.
01 ChangesRejected PIC 9(5) VALUE 0.
Open i-o CustomerFile. *> the indexed masters stay open for keyed maintenance all run
Open i-o InventoryFile.
Open i-o VendorFile.
Open i-o LocationFile.
Open i-o SalesRepFile.
Open input ChangeFile.
Open extend AuditFile.
   *> read and apply every change in MasterChanges.dat, however many there are
   Perform until EndOfChanges = 'Y'
       Read ChangeFile
           Move spaces to RejectReason
           Move spaces to BeforeImage
           Move spaces to AfterImage
           Move spaces to ToBeforeImage
           Move spaces to ToAfterImage
           Evaluate MC-FileCode also MC-Action
               When 'C' also 'A' Perform AddCustomer
               When 'C' also 'C' Perform ChangeCustomer
               When 'V' also 'A' Perform AddVendor
               When 'V' also 'C' Perform ChangeVendor
               When 'V' also 'D' Perform DeleteVendor
               When 'L' also 'A' Perform AddLocation
               When 'L' also 'C' Perform ChangeLocation
               When 'L' also 'D' Perform DeleteLocation
               When 'L' also 'T' Perform TransferStock
               When 'R' also 'A' Perform AddSalesRep
               When 'R' also 'C' Perform ChangeSalesRep
               When 'R' also 'D' Perform DeleteSalesRep
               When Other
                   Move "Unrecognized file code or action" to RejectReason
           end-evaluate
Close CustomerFile.
Close InventoryFile.
Close VendorFile.
Close LocationFile.
Close SalesRepFile.
Display "MasterMaintenance applied " ChangesApplied " change(s), rejected " ChangesRejected.
STOP RUN.
*> reads the ItemIDs with open order lines out of InventoryOrder.dat, so DeleteItem can
        Move "Credit limit is not numeric" to RejectReason
        exit paragraph
    end-if.
    if MC-PriceTier is not alphabetic then
        Move "Price tier is not a letter" to RejectReason
        exit paragraph
    end-if.
    Move 0 to AssignRep.
    if MC-SalesRep not = spaces then
        Perform CheckRepAssignable
        if RejectReason not = spaces then
            exit paragraph
        end-if
    end-if.
    Initialize TempCustomer.
    Move MC-CustomerID to CustomerID in TempCustomer.
    Move MC-CustomerName to CustomerName in TempCustomer.
        Move MC-CreditLimit to ImpliedMoneyText
        Move ImpliedMoneyValue to CreditLimit in TempCustomer
    end-if.
    Move MC-PriceTier to PriceTier in TempCustomer.
    Move MC-DefaultWarehouse to DefaultWarehouse in TempCustomer.
    Move AssignRep to SalesRep in TempCustomer.
    Write TempCustomer
        invalid key Move "Duplicate CustomerID on Add" to RejectReason
    end-write.
    if RejectReason = spaces then
        Perform BuildCustomerAfterImage
    end-if.
*> changes an existing customer's name, address, credit limit, price tier, default
*> warehouse, and/or sales rep; a blank field on
*> the change record keeps the master's current value, and the balance is never
*> changeable here because AmtOwed belongs to the posting and cash-receipts runs
ChangeCustomer.
        Move "Credit limit is not numeric" to RejectReason
        exit paragraph
    end-if.
    if MC-PriceTier not = '-' and MC-PriceTier is not alphabetic then
        Move "Price tier is not a letter" to RejectReason
        exit paragraph
    end-if.
    if MC-SalesRep not = spaces and MC-SalesRep not = '-' then
        Perform CheckRepAssignable
        if RejectReason not = spaces then
            exit paragraph
        end-if
    end-if.
    Perform BuildCustomerBeforeImage.
    if MC-CustomerName not = spaces then
        Move MC-CustomerName to CustomerName in TempCustomer
        Move MC-CreditLimit to ImpliedMoneyText
        Move ImpliedMoneyValue to CreditLimit in TempCustomer
    end-if.
    Evaluate MC-PriceTier
        When spaces continue
        When '-' Move space to PriceTier in TempCustomer
        When other Move MC-PriceTier to PriceTier in TempCustomer
    end-evaluate.
    Evaluate MC-DefaultWarehouse
        When spaces continue
        When '-' Move spaces to DefaultWarehouse in TempCustomer
        When other Move MC-DefaultWarehouse to DefaultWarehouse in TempCustomer
    end-evaluate.
    Evaluate MC-SalesRep
        When spaces continue
        When '-' Move 0 to SalesRep in TempCustomer
        When other Move AssignRep to SalesRep in TempCustomer
    end-evaluate.
    Rewrite TempCustomer.
    Perform BuildCustomerAfterImage.
*> deletes a customer, refused while the customer still owes anything
        Move "Stock figure is not numeric" to RejectReason
        exit paragraph
    end-if.
    *> InStock is the item's total across its locations, so it can't be set below
    *> what the locations already hold between them
    if MC-InStock not = spaces then
        Perform SumItemLocations
        Move MC-InStock to LocationQty
        if LocationQty < LocatedTotal then
            Move "Stock figure is below what the item's locations hold; count or transfer by location"
                to RejectReason
            exit paragraph
        end-if
    end-if.
    if MC-Price not = spaces then
        Perform CheckPriceNumeric
        if RejectReason not = spaces then
    end-if.
    Rewrite Item.
    Perform BuildItemAfterImage.
*> deletes an item, refused while the item still has open order lines in InventoryOrder.dat,
*> units on order, open backorders, or stock locations
DeleteItem.
    Perform FindItem.
    if FoundItem = 'N' then
        Move "Item still has open order lines; Delete refused" to RejectReason
        exit paragraph
    end-if.
    *> units still on a purchase order will arrive against this item
    if OnOrder in Item > 0 then
        Move "Item still has units on order; Delete refused" to RejectReason
        exit paragraph
    end-if.
    Perform FindItemBackorder.
    if FoundBackorder = 'Y' then
        Move "Item still has open backorders; Delete refused" to RejectReason
        exit paragraph
    end-if.
    *> a location left behind would point at an item that no longer exists
    Perform SumItemLocations.
    if LocationRows > 0 then
        Move "Item still has stock locations; delete them first" to RejectReason
        exit paragraph
    end-if.
    Perform BuildItemBeforeImage.
    Delete InventoryFile record.
*> checks whatever replenishment policy fields the item change supplies: the numeric
            or MC-UnitCost(4:2) is not numeric then
        Move "Vendor unit cost is not numeric" to RejectReason
    end-if.
*> totals what every location of the item now in Item holds, walking its locations with
*> START/READ NEXT; whatever InStock carries beyond the total is the item's unlocated
*> stock (units no location has been set up for yet)
SumItemLocations.
    Move 0 to LocatedTotal.
    Move 0 to LocationRows.
    Move 'N' to EndOfLocationScan.
    Move ItemID in Item to LC-ItemID.
    Move low-values to LC-Warehouse.
    Start LocationFile key >= LC-Key
        invalid key Move 'Y' to EndOfLocationScan
    end-start.
    Perform until EndOfLocationScan = 'Y'
        Read LocationFile next
            AT END Move 'Y' to EndOfLocationScan
            NOT AT END
                if LC-ItemID not = ItemID in Item then
                    Move 'Y' to EndOfLocationScan
                else
                    Add LC-OnHand to LocatedTotal
                    Add 1 to LocationRows
                end-if
        end-read
    end-perform.
*> attempts to find the change's item/warehouse location with one keyed READ; on a hit
*> the location's record is left in Location for the change paragraphs to use
FindLocation.
    Move MC-LocItemID to LC-ItemID.
    Move MC-Warehouse to LC-Warehouse.
    Read LocationFile
        invalid key Move 'N' to FoundLocation
        not invalid key Move 'Y' to FoundLocation
    end-read.
*> checks the location change names a numeric ItemID that is on the inventory master
*> and a warehouse; on a hit the item's record is left in Item
CheckLocationItem.
    if MC-LocItemID is not numeric then
        Move "ItemID is not numeric" to RejectReason
        exit paragraph
    end-if.
    Move MC-LocItemID to ItemID in Item.
    Read InventoryFile
        invalid key Move 'N' to FoundItem
        not invalid key Move 'Y' to FoundItem
    end-read.
    if FoundItem = 'N' then
        Move "ItemID is not on the inventory master" to RejectReason
    end-if.
*> sets an item up in a warehouse and bin. the opening quantity is put away out of the
*> item's unlocated stock, so it can't be more than InStock carries beyond what the
*> item's other locations already hold
AddLocation.
    Perform CheckLocationItem.
    if RejectReason not = spaces then
        exit paragraph
    end-if.
    if MC-Warehouse = spaces then
        Move "Warehouse is blank" to RejectReason
        exit paragraph
    end-if.
    Move 0 to LocationQty.
    if MC-LocQty not = spaces then
        if MC-LocQty is not numeric then
            Move "Location quantity is not numeric" to RejectReason
            exit paragraph
        end-if
        Move MC-LocQty to LocationQty
    end-if.
    Perform SumItemLocations.
    if LocatedTotal + LocationQty > InStock in Item then
        Move "Opening quantity is more than the item's unlocated stock" to RejectReason
        exit paragraph
    end-if.
    Initialize Location.
    Move MC-LocItemID to LC-ItemID.
    Move MC-Warehouse to LC-Warehouse.
    Move MC-Bin to LC-Bin.
    Move LocationQty to LC-OnHand.
    Write Location
        invalid key Move "Duplicate location on Add" to RejectReason
    end-write.
    if RejectReason = spaces then
        Move Location to AfterImage
    end-if.
*> moves an existing location to another bin in the same warehouse; the stock it holds
*> only ever changes through sales, receipts, counts, and transfers
ChangeLocation.
    Perform FindLocation.
    if FoundLocation = 'N' then
        Move "Unknown location on Change" to RejectReason
        exit paragraph
    end-if.
    if MC-Bin = spaces then
        Move "Bin is blank; a location Change only moves the bin" to RejectReason
        exit paragraph
    end-if.
    Move Location to BeforeImage.
    Move MC-Bin to LC-Bin.
    Rewrite Location.
    Move Location to AfterImage.
*> deletes a location, refused while it still holds stock
DeleteLocation.
    Perform FindLocation.
    if FoundLocation = 'N' then
        Move "Unknown location on Delete" to RejectReason
        exit paragraph
    end-if.
    if LC-OnHand > 0 then
        Move "Location still holds stock; transfer it out before Delete" to RejectReason
        exit paragraph
    end-if.
    Move Location to BeforeImage.
    Delete LocationFile record.
*> moves units from one of the item's locations to another, or (with no from-warehouse)
*> puts unlocated units away into a location. both ends are checked before either is
*> touched, and InStock never changes because the units never leave the building
TransferStock.
    Perform CheckLocationItem.
    if RejectReason not = spaces then
        exit paragraph
    end-if.
    if MC-ToWarehouse = spaces then
        Move "Destination warehouse is blank" to RejectReason
        exit paragraph
    end-if.
    if MC-ToWarehouse = MC-Warehouse then
        Move "Transfer is from and to the same warehouse" to RejectReason
        exit paragraph
    end-if.
    if MC-LocQty is not numeric then
        Move "Transfer quantity is not numeric" to RejectReason
        exit paragraph
    end-if.
    Move MC-LocQty to LocationQty.
    if LocationQty = 0 then
        Move "Transfer quantity is zero" to RejectReason
        exit paragraph
    end-if.
    *> the units have to be where the transfer says they're coming from
    if MC-Warehouse = spaces then
        Perform SumItemLocations
        if LocatedTotal + LocationQty > InStock in Item then
            Move "Item has fewer unlocated units than the transfer moves" to RejectReason
            exit paragraph
        end-if
    else
        Perform FindLocation
        if FoundLocation = 'N' then
            Move "Unknown from-location on Transfer" to RejectReason
            exit paragraph
        end-if
        if LC-OnHand < LocationQty then
            Move "From-location holds fewer units than the transfer moves" to RejectReason
            exit paragraph
        end-if
    end-if.
    Move MC-LocItemID to LC-ItemID.
    Move MC-ToWarehouse to LC-Warehouse.
    Read LocationFile
        invalid key Move 'N' to FoundLocation
        not invalid key Move 'Y' to FoundLocation
    end-read.
    if FoundLocation = 'N' then
        Move "Destination location is not on file; add it first" to RejectReason
        exit paragraph
    end-if.
    if LC-OnHand + LocationQty > 999 then
        Move "Transfer would overflow the destination's stock field" to RejectReason
        exit paragraph
    end-if.
    *> both ends check out: land the units at the destination, then take them out of
    *> the from-location
    Move Location to ToBeforeImage.
    Add LocationQty to LC-OnHand.
    Rewrite Location.
    Move Location to ToAfterImage.
    if MC-Warehouse = spaces then
        *> a put-away has only the one location to show
        Move ToBeforeImage to BeforeImage
        Move ToAfterImage to AfterImage
        Move spaces to ToBeforeImage
        Move spaces to ToAfterImage
        exit paragraph
    end-if.
    Perform FindLocation.
    Move Location to BeforeImage.
    Subtract LocationQty from LC-OnHand.
    Rewrite Location.
    Move Location to AfterImage.
*> checks the customer change's supplied rep number is numeric and on the rep master
*> (000, house business, needs no rep), leaving it staged in AssignRep
CheckRepAssignable.
    if MC-SalesRep is not numeric then
        Move "Sales rep number is not numeric" to RejectReason
        exit paragraph
    end-if.
    Move MC-SalesRep to AssignRep.
    if AssignRep = 0 then
        exit paragraph
    end-if.
    Move AssignRep to RP-RepNumber.
    Read SalesRepFile
        invalid key Move 'N' to FoundRep
        not invalid key Move 'Y' to FoundRep
    end-read.
    if FoundRep = 'N' then
        Move "Sales rep is not on the rep master" to RejectReason
    end-if.
*> attempts to find the change's rep number in the rep master with one keyed READ; on
*> a hit the rep's record is left in SalesRepData for the change paragraphs to use
FindSalesRep.
    Move MC-RepNumber to RP-RepNumber.
    Read SalesRepFile
        invalid key Move 'N' to FoundRep
        not invalid key Move 'Y' to FoundRep
    end-read.
*> checks the rep change's standard rate, basis, and DiscountCode rates: a supplied rate
*> has to be four digits, the basis S or M, each code a letter named only once, and
*> each code's rate four digits - or, on a Change, a dash to drop the code
CheckRepFields.
    if MC-CommissionRate not = spaces and MC-CommissionRate is not numeric then
        Move "Commission rate is not numeric" to RejectReason
        exit paragraph
    end-if.
    if MC-Basis not = space and MC-Basis not = 'S' and MC-Basis not = 'M' then
        Move "Commission basis must be S or M" to RejectReason
        exit paragraph
    end-if.
    Set RateIndex to 1.
    perform 6 times
        if MC-RateCode(RateIndex) not = space then
            if MC-RateCode(RateIndex) is not alphabetic then
                Move "DiscountCode on a rate is not a letter" to RejectReason
                exit paragraph
            end-if
            if MC-Rate(RateIndex) is not numeric
                    and (MC-Action = 'A' or MC-Rate(RateIndex) not = '-') then
                Move "DiscountCode rate is not numeric" to RejectReason
                exit paragraph
            end-if
            Compute OtherRateIndex = RateIndex + 1
            perform until OtherRateIndex > 6
                if MC-RateCode(OtherRateIndex) = MC-RateCode(RateIndex) then
                    Move "DiscountCode is named twice on the change" to RejectReason
                    exit paragraph
                end-if
                Add 1 to OtherRateIndex
            end-perform
        end-if
        Add 1 to RateIndex
    end-perform.
*> sets the change's DiscountCode rates onto the rep in SalesRepData: a code the rep
*> already carries has its rate replaced (or, with a dash, is dropped), and a new code
*> takes the first free slot; a rep already carrying six codes can take no more
ApplyRepCodeRates.
    Set RateIndex to 1.
    perform 6 times
        if MC-RateCode(RateIndex) not = space then
            Set RepRateIndex to 1
            perform until RepRateIndex > 6
                    or RP-RateCode(RepRateIndex) = MC-RateCode(RateIndex)
                Add 1 to RepRateIndex
            end-perform
            if RepRateIndex > 6 and MC-Rate(RateIndex) not = '-' then
                Set RepRateIndex to 1
                perform until RepRateIndex > 6
                        or RP-RateCode(RepRateIndex) = space
                    Add 1 to RepRateIndex
                end-perform
                if RepRateIndex > 6 then
                    Move "Rep already carries six DiscountCode rates" to RejectReason
                    exit paragraph
                end-if
            end-if
            if RepRateIndex <= 6 then
                if MC-Rate(RateIndex) = '-' then
                    Move space to RP-RateCode(RepRateIndex)
                    Move 0 to RP-Rate(RepRateIndex)
                else
                    Move MC-RateCode(RateIndex) to RP-RateCode(RepRateIndex)
                    Move MC-Rate(RateIndex) to ImpliedRateText
                    Move ImpliedRateValue to RP-Rate(RepRateIndex)
                end-if
            end-if
        end-if
        Add 1 to RateIndex
    end-perform.
*> adds a new sales rep to the master after checking the number and rates; the keyed
*> WRITE itself refuses a duplicate rep number
AddSalesRep.
    if MC-RepNumber is not numeric then
        Move "Rep number is not numeric" to RejectReason
        exit paragraph
    end-if.
    if MC-RepNumber = "000" then
        Move "Rep number 000 is reserved for house business" to RejectReason
        exit paragraph
    end-if.
    if MC-CommissionRate = spaces then
        Move "Commission rate is blank" to RejectReason
        exit paragraph
    end-if.
    Perform CheckRepFields.
    if RejectReason not = spaces then
        exit paragraph
    end-if.
    Initialize SalesRepData.
    Move MC-RepNumber to RP-RepNumber.
    Move MC-RepName to RP-RepName.
    Move MC-CommissionRate to ImpliedRateText.
    Move ImpliedRateValue to RP-CommissionRate.
    if MC-Basis = space then
        Move 'S' to RP-Basis
    else
        Move MC-Basis to RP-Basis
    end-if.
    Perform ApplyRepCodeRates.
    Write SalesRepData
        invalid key Move "Duplicate rep number on Add" to RejectReason
    end-write.
    if RejectReason = spaces then
        Perform BuildRepAfterImage
    end-if.
*> changes an existing rep's name, standard rate, basis, and/or DiscountCode rates; a
*> blank field on the change record keeps the master's current value
ChangeSalesRep.
    Perform FindSalesRep.
    if FoundRep = 'N' then
        Move "Unknown rep number on Change" to RejectReason
        exit paragraph
    end-if.
    Perform CheckRepFields.
    if RejectReason not = spaces then
        exit paragraph
    end-if.
    Perform BuildRepBeforeImage.
    if MC-RepName not = spaces then
        Move MC-RepName to RP-RepName
    end-if.
    if MC-CommissionRate not = spaces then
        Move MC-CommissionRate to ImpliedRateText
        Move ImpliedRateValue to RP-CommissionRate
    end-if.
    if MC-Basis not = space then
        Move MC-Basis to RP-Basis
    end-if.
    Perform ApplyRepCodeRates.
    if RejectReason not = spaces then
        exit paragraph
    end-if.
    Rewrite SalesRepData.
    Perform BuildRepAfterImage.
*> deletes a rep, refused while any customer still carries the rep
DeleteSalesRep.
    Perform FindSalesRep.
    if FoundRep = 'N' then
        Move "Unknown rep number on Delete" to RejectReason
        exit paragraph
    end-if.
    Perform CheckRepUnused.
    if RepInUse = 'Y' then
        Move "Customers are still assigned to the rep; Delete refused" to RejectReason
        exit paragraph
    end-if.
    Perform BuildRepBeforeImage.
    Delete SalesRepFile record.
*> walks the whole customer master front to back with START/READ NEXT looking for any
*> customer that still carries the rep a Delete is against
CheckRepUnused.
    Move 'N' to RepInUse.
    Move 'N' to EndOfCustomerScan.
    Move zeros to CustomerID in TempCustomer.
    Start CustomerFile key >= CustomerID in TempCustomer
        invalid key Move 'Y' to EndOfCustomerScan
    end-start.
    Perform until EndOfCustomerScan = 'Y'
        Read CustomerFile next
            AT END Move 'Y' to EndOfCustomerScan
            NOT AT END
                if SalesRep in TempCustomer = RP-RepNumber then
                    Move 'Y' to RepInUse
                    Move 'Y' to EndOfCustomerScan
                end-if
        end-read
    end-perform.
*> captures the master record image of the customer the change is about to touch
BuildCustomerBeforeImage.
    Initialize CustomerImage.
    Move CustomerAddress in TempCustomer to CI-CustomerAddress.
    Move AmtOwed in TempCustomer to CI-AmtOwed.
    Move CreditLimit in TempCustomer to CI-CreditLimit.
    Move PriceTier in TempCustomer to CI-PriceTier.
    Move DefaultWarehouse in TempCustomer to CI-DefaultWarehouse.
    Move SalesRep in TempCustomer to CI-SalesRep.
    Move CustomerImage to BeforeImage.
*> captures the master record image of the customer the change just touched
BuildCustomerAfterImage.
    Move CustomerAddress in TempCustomer to CI-CustomerAddress.
    Move AmtOwed in TempCustomer to CI-AmtOwed.
    Move CreditLimit in TempCustomer to CI-CreditLimit.
    Move PriceTier in TempCustomer to CI-PriceTier.
    Move DefaultWarehouse in TempCustomer to CI-DefaultWarehouse.
    Move SalesRep in TempCustomer to CI-SalesRep.
    Move CustomerImage to AfterImage.
*> captures the master record image of the item the change is about to touch
BuildItemBeforeImage.
    Move LeadTimeDays in Item to II-LeadTime.
    Move ItemStatus in Item to II-ItemStatus.
    Move UnitCost in Item to II-UnitCost.
    Move OnOrder in Item to II-OnOrder.
    Move ItemImage to BeforeImage.
*> captures the master record image of the item the change just touched
BuildItemAfterImage.
    Move LeadTimeDays in Item to II-LeadTime.
    Move ItemStatus in Item to II-ItemStatus.
    Move UnitCost in Item to II-UnitCost.
    Move OnOrder in Item to II-OnOrder.
    Move ItemImage to AfterImage.
*> captures the master record image of the vendor the change is about to touch
BuildVendorBeforeImage.
    Move VendorName in Vendor to VI-VendorName.
    Move VendorAddress in Vendor to VI-VendorAddress.
    Move VendorImage to AfterImage.
*> captures the master record image of the rep the change is about to touch
BuildRepBeforeImage.
    Initialize RepImage.
    Move RP-RepNumber to RI-RepNumber.
    Move RP-RepName to RI-RepName.
    Move RP-CommissionRate to RI-CommissionRate.
    Move RP-Basis to RI-Basis.
    Move RP-CodeRates to RI-CodeRates.
    Move RepImage to BeforeImage.
*> captures the master record image of the rep the change just touched
BuildRepAfterImage.
    Initialize RepImage.
    Move RP-RepNumber to RI-RepNumber.
    Move RP-RepName to RI-RepName.
    Move RP-CommissionRate to RI-CommissionRate.
    Move RP-Basis to RI-Basis.
    Move RP-CodeRates to RI-CodeRates.
    Move RepImage to AfterImage.
*> writes the before and after images of an applied change to the audit trail (an Add has
*> a blank before image, a Delete a blank after image)
WriteAppliedAudit.
    Initialize AuditLine.
    Move MC-FileCode to AU-FileCode.
    Move MC-Action to AU-Action.
    Move Function Current-Date(1:8) to AU-AuditDate.
    Move "APPLIED" to AU-Result.
    Move "BEFORE" to AU-ImageType.
    Move BeforeImage to AU-Image.
    Initialize AuditLine.
    Move MC-FileCode to AU-FileCode.
    Move MC-Action to AU-Action.
    Move Function Current-Date(1:8) to AU-AuditDate.
    Move "APPLIED" to AU-Result.
    Move "AFTER" to AU-ImageType.
    Move AfterImage to AU-Image.
    Write AuditLine.
    *> a Transfer also shows the location the units arrived in
    if ToBeforeImage not = spaces then
        Initialize AuditLine
        Move MC-FileCode to AU-FileCode
        Move MC-Action to AU-Action
        Move Function Current-Date(1:8) to AU-AuditDate
        Move "APPLIED" to AU-Result
        Move "BEFORE" to AU-ImageType
        Move ToBeforeImage to AU-Image
        Write AuditLine
        Initialize AuditLine
        Move MC-FileCode to AU-FileCode
        Move MC-Action to AU-Action
        Move Function Current-Date(1:8) to AU-AuditDate
        Move "APPLIED" to AU-Result
        Move "AFTER" to AU-ImageType
        Move ToAfterImage to AU-Image
        Write AuditLine
    end-if.
*> writes a rejected change to the audit trail with the reason it was refused
WriteRejectedAudit.
    Add 1 to ChangesRejected.
    Initialize AuditLine.
    Move MC-FileCode to AU-FileCode.
    Move MC-Action to AU-Action.
    Move Function Current-Date(1:8) to AU-AuditDate.
    Move "REJECTED" to AU-Result.
    Move "REASON" to AU-ImageType.
    Move RejectReason to AU-Image.
