*> exceptions are typed) with a net shrink grand total at the bottom, so
*> shrink finally gets quantified instead of discovered when AttemptOrder
*> over- or under-orders. Every adjustment is also appended to
*> MasterAudit.dat with its before and after record images, dated, and a count
*> against an ItemID that isn't on the master is appended there as a
*> REJECTED line with the reason, exactly the way MasterMaintenance audits
*> its changes, so one audit file shows everything that ever touched a
*> master record. Every applied adjustment is also appended to
*> InventoryActivity.dat, valued at the item's UnitCost, for the GL interface
*> run to journal as shrink.
*> A count naming a warehouse counts that one location in ItemLocations.dat:
*> the location's on-hand is the book, the count replaces it, and InStock
*> (the item's total across every location) moves by the same variance, with
*> both the location and the item images on MasterAudit.dat. A count with no
*> warehouse counts the item's unlocated stock - what InStock carries beyond
*> what its locations hold - which for an item with no locations at all is
*> the whole of InStock, exactly as before locations existed.
IDENTIFICATION DIVISION.
PROGRAM-ID. CycleCount.
AUTHOR. Adam Buerger.
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ItemID in Item.
       *> the stock-location file, keyed on ItemID and warehouse; ACCESS DYNAMIC because
       *> an item's locations are totalled with START/READ NEXT. OPTIONAL so a shop with
       *> no locations set up counts exactly as before
       SELECT OPTIONAL LocationFile ASSIGN TO "ItemLocations.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LC-Key.
       *> create a file reader to view the day's cycle counts; OPTIONAL so a run on
       *> a day with no new counts (the last run archived its file away) still works
       SELECT OPTIONAL CountFile ASSIGN TO "CycleCounts.dat"
       SELECT OPTIONAL AuditFile ASSIGN TO "MasterAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the stock-movement activity the GL interface run journals at cost: every
       *> adjustment a count applies is appended here. shared with the nightly's
       *> receiving, so always opened EXTEND; OPTIONAL so the first append creates it
       SELECT OPTIONAL InventoryActivity ASSIGN TO "InventoryActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the job-stream run-control file every program in the daily cycle stamps
       *> its start and clean finish into, so a second launch against the same
       *> day's input can be refused instead of posting twice; OPTIONAL so the
       02 CC-Buffer1 PIC X(5).
       *> the quantity the counters actually found on the shelf
       02 CC-CountedQty PIC X(3).
       02 CC-Buffer2 PIC X(5).
       *> the warehouse whose location was counted; spaces counts the item's unlocated stock
       02 CC-Warehouse PIC X(4).
*> create a record to hold one line of the shrinkage/variance report which contains
FD ShrinkageReport.
01 ShrinkageLine.
       *> SHORT = the shelf held less than the book (shrink), OVER = the shelf held
       *> more than the book, MATCH = the count agreed with the book
       02 SR-VarianceType PIC X(5).
       02 SR-Buffer7 PIC XXXX.
       *> the warehouse counted; spaces for the item's unlocated stock
       02 SR-Warehouse PIC X(4).
*> create a record to hold one line of the change-audit trail, laid out exactly like
*> the lines MasterMaintenance writes so the office reads one uniform audit file
FD AuditFile.
01 AuditLine.
       *> which master was touched: I (inventory.dat), or L (ItemLocations.dat) for the
       *> location a count by warehouse trued up
       02 AU-FileCode PIC A.
       02 AU-Buffer1 PIC XXXX.
       *> the action: always C here (a cycle count changes the record in place)
       02 AU-Buffer4 PIC XXXX.
       *> the full master record image (or the rejection reason text)
       02 AU-Image PIC X(120).
       02 AU-Buffer5 PIC XXXX.
       *> the date the line was written, in YYYYMMDD form, so the retention purge can
       *> age the trail; spaces on lines written before the trail was dated
       02 AU-AuditDate PIC 9(8).
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
*> create a record matching the run-control stamps the daily cycle's programs write
FD RunControl.
01 RunControlData.
01 FoundItem PIC A VALUE 'N'.
*> the book quantity the master carried before the count was applied
01 BookQty PIC 9(3) VALUE 0.
*> create a "boolean" value to store whether or not the counted location was found
01 FoundLocation PIC A VALUE 'N'.
*> create a "boolean" flag to show whether the location scan has read every location of the item
01 EndOfLocationScan PIC A VALUE 'N'.
*> what every location of the item holds between them
01 LocatedTotal PIC 9(5) VALUE 0.
*> the item's total stock once the count is applied, worked out wide enough to catch
*> a count that would carry it past what InStock holds
01 NewInStock PIC 9(5) VALUE 0.
*> which master the audit images being written belong to: I or L
01 AuditFileCode PIC A VALUE 'I'.
*> the quantity the counters found, staged out of the PIC X count record
01 CountedQty PIC 9(3) VALUE 0.
*> the absolute difference between the book and the count
01 NetShrinkDollars PIC S9(7)V99 VALUE 0.
*> create a temporary decimal to perform calculations on
01 tempPrice PIC 999V99.
*> the cost an adjustment is handed to the GL interface at: the vendor's UnitCost,
*> zero for an item with no cost loaded yet
01 tempCost PIC 999V99.
*> the reason the current count is being rejected; spaces while the count is good
01 RejectReason PIC X(90) VALUE SPACES.
*> a staging area for building the before/after master record images written to the
       02 II-ItemStatus PIC A.
       02 II-Buffer9 PIC X(5).
       02 II-UnitCost PIC 99.99.
       02 II-Buffer10 PIC X(5).
       02 II-OnOrder PIC 9(3).
*> the before image of the record the current count is about to true up
01 BeforeImage PIC X(120) VALUE SPACES.
*> the after image of the record the current count just trued up
Move "STARTED" to StampStatus.
Perform StampRunControl. *> stamp the start, so a crash shows as STARTED not FINISHED
Open i-o InventoryFile. *> the indexed master stays open for keyed reads/rewrites all run
Open i-o LocationFile.
Open input CountFile.
Open output ShrinkageReport.
Open extend AuditFile.
Open extend InventoryActivity.
   *> read and apply every count in CycleCounts.dat, however many there are
   Perform until EndOfCounts = 'Y'
       Read CountFile
       end-if
   end-perform.
Perform WriteShrinkTotal. *> the net shrink dollars across the whole count
Close InventoryActivity.
Close AuditFile.
Close ShrinkageReport.
Close CountFile.
Close InventoryFile.
Close LocationFile.
Perform ArchiveCountFile. *> file today's counts under a dated name, never twice
Move "FINISHED" to StampStatus.
Perform StampRunControl. *> stamp the clean finish the rerun check looks for
        Move "Counted ItemID is not on the inventory master" to RejectReason
        exit paragraph
    end-if.
    Move CC-CountedQty to CountedQty.
    *> the book is the counted location's on-hand, or for a count with no warehouse the
    *> stock InStock carries beyond what the item's locations hold
    Perform SumItemLocations.
    if CC-Warehouse not = spaces then
        Move CC-ItemID to LC-ItemID
        Move CC-Warehouse to LC-Warehouse
        Read LocationFile
            invalid key Move 'N' to FoundLocation
            not invalid key Move 'Y' to FoundLocation
        end-read
        if FoundLocation = 'N' then
            Move "Counted location is not on file; add it through MasterMaintenance first"
                to RejectReason
            exit paragraph
        end-if
        Move LC-OnHand to BookQty
    else
        if LocatedTotal > InStock in Item then
            Move 0 to BookQty
        else
            Compute BookQty = InStock in Item - LocatedTotal
        end-if
    end-if.
    if CountedQty = BookQty then
        *> the shelf agrees with the book: no adjustment, but the report still shows
        *> the count happened so the office knows the item was verified
        Perform WriteShrinkageLine
        exit paragraph
    end-if.
    *> InStock moves by the same variance as the counted stock, and can't be carried
    *> past what its three digits hold
    Compute NewInStock = InStock in Item + CountedQty.
    if NewInStock < BookQty then
        Move 0 to NewInStock
    else
        Subtract BookQty from NewInStock
    end-if.
    if NewInStock > 999 then
        Move "Count would carry the item's total stock past 999" to RejectReason
        exit paragraph
    end-if.
    *> a counted location is trued up first, with its own before and after images
    if CC-Warehouse not = spaces then
        Move Location to BeforeImage
        Move CountedQty to LC-OnHand
        Rewrite Location
        Move Location to AfterImage
        Move 'L' to AuditFileCode
        Perform WriteAppliedAudit
    end-if.
    *> capture the record as it stood, true InStock up to the count, capture it again
    Perform BuildItemBeforeImage.
    Move NewInStock to InStock in Item.
    Rewrite Item.
    Perform BuildItemAfterImage.
    Move 'I' to AuditFileCode.
    Perform WriteAppliedAudit.
    Add 1 to CountsApplied.
    *> value the variance at the item's price and roll it into the net shrink total
        Subtract VarianceDollars from NetShrinkDollars
    end-if.
    Perform WriteShrinkageLine.
    Perform WriteInventoryActivity.
*> hands the applied adjustment to the GL interface, valued at cost rather than
*> the Price the shrinkage report uses, since the books carry stock at cost; an item
*> with no UnitCost loaded yet goes at zero, the same cost its sales relieve
*> inventory at
WriteInventoryActivity.
    Move UnitCost in Item to tempCost.
    *> clear the record area so the buffer fields are spaces instead of leftover/uninitialized bytes
    Initialize InventoryActivityData.
    if CountedQty < BookQty then
        Move "SHRINK" to IA-Type
    else
        Move "OVER" to IA-Type
    end-if.
    Move ControlDate to IA-Date.
    Move ItemID in Item to IA-ItemID.
    Move 0 to IA-PONumber.
    Move VarianceQty to IA-Quantity.
    Move tempCost to IA-UnitCost.
    Compute IA-Extended = VarianceQty * tempCost.
    Write InventoryActivityData.
*> writes the count's line on the shrinkage/variance report, typed by which way the
*> shelf disagreed with the book
WriteShrinkageLine.
    Initialize ShrinkageLine.
    Move ItemID in Item to SR-ItemID.
    Move ItemName in Item to SR-ItemName.
    Move CC-Warehouse to SR-Warehouse.
    Move BookQty to SR-BookQty.
    Move CountedQty to SR-CountedQty.
    Move VarianceQty to SR-Variance.
    end-if.
    Move VarianceDollars to SR-VarianceDollars.
    Write ShrinkageLine.
*> totals what every location of the item now in Item holds, walking its locations with
*> START/READ NEXT
SumItemLocations.
    Move 0 to LocatedTotal.
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
                end-if
        end-read
    end-perform.
*> captures the master record image of the item the count is about to true up
BuildItemBeforeImage.
    Initialize ItemImage.
    Move LeadTimeDays in Item to II-LeadTime.
    Move ItemStatus in Item to II-ItemStatus.
    Move UnitCost in Item to II-UnitCost.
    Move OnOrder in Item to II-OnOrder.
    Move ItemImage to BeforeImage.
*> captures the master record image of the item the count just trued up
BuildItemAfterImage.
    Move LeadTimeDays in Item to II-LeadTime.
    Move ItemStatus in Item to II-ItemStatus.
    Move UnitCost in Item to II-UnitCost.
    Move OnOrder in Item to II-OnOrder.
    Move ItemImage to AfterImage.
*> writes the before and after images of an applied adjustment to the audit trail, under
*> the file code of the master they belong to
WriteAppliedAudit.
    Initialize AuditLine.
    Move AuditFileCode to AU-FileCode.
    Move 'C' to AU-Action.
    Move Function Current-Date(1:8) to AU-AuditDate.
    Move "APPLIED" to AU-Result.
    Move "BEFORE" to AU-ImageType.
    Move BeforeImage to AU-Image.
    Write AuditLine.
    Initialize AuditLine.
    Move AuditFileCode to AU-FileCode.
    Move 'C' to AU-Action.
    Move Function Current-Date(1:8) to AU-AuditDate.
    Move "APPLIED" to AU-Result.
    Move "AFTER" to AU-ImageType.
    Move AfterImage to AU-Image.
    Initialize AuditLine.
    Move 'I' to AU-FileCode.
    Move 'C' to AU-Action.
    Move Function Current-Date(1:8) to AU-AuditDate.
    Move "REJECTED" to AU-Result.
    Move "REASON" to AU-ImageType.
    Move RejectReason to AU-Image.
