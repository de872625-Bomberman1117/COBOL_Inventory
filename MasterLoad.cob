*> whatever order the dumps are in, into freshly created indexed masters
*> under the real filenames. A duplicate key in a dump is reported and
*> skipped rather than silently clobbering the record that got there first.
*> The indexed stock-location file ItemLocations.dat (stock per item per
*> warehouse, with the bin it is shelved in) is rebuilt the same way from
*> locations.seq when that dump is on hand, and the indexed sales rep master
*> SalesReps.dat from salesreps.seq.
IDENTIFICATION DIVISION.
PROGRAM-ID. MasterLoad.
AUTHOR. Adam Buerger.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VendorDumpStatus.
       *> create a file reader for the line sequential stock-location dump; OPTIONAL, with
       *> the file status checked, for the same reason as the vendor dump
       SELECT OPTIONAL LocationDump ASSIGN TO "locations.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS LocationDumpStatus.
       *> create a file reader for the line sequential sales rep dump; OPTIONAL, with
       *> the file status checked, for the same reason as the vendor dump
       SELECT OPTIONAL SalesRepDump ASSIGN TO "salesreps.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SalesRepDumpStatus.
       *> the indexed customer master being built, keyed on CustomerID
       SELECT CustomerFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VendorID in Vendor.
       *> the indexed stock-location file being built, keyed on ItemID and warehouse
       SELECT LocationFile ASSIGN TO "ItemLocations.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LC-Key.
       *> the indexed sales rep master being built, keyed on rep number
       SELECT SalesRepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RP-RepNumber.
DATA DIVISION.
FILE SECTION.
*> create a record for what needs to be read in from the customer dump, in the same
       02 DC-Buffer2 PIC X(5).
       *> the customer's credit limit; zeros means no limit assigned
       02 DC-CreditLimit PIC 9(5)V99.
       02 DC-Buffer3 PIC X(5).
       *> the customer's contract price tier; a space means no tier
       02 DC-PriceTier PIC A.
       02 DC-Buffer4 PIC X(5).
       *> the warehouse the customer ships from first; spaces means no preference
       02 DC-DefaultWarehouse PIC X(4).
       02 DC-Buffer5 PIC X(5).
       *> the sales rep who owns the account; zeros or blank means house business
       02 DC-SalesRep PIC X(3).
*> create a record for what needs to be read in from the inventory dump, in the same
*> column layout the line sequential master always had
FD InventoryDump.
       02 DI-Buffer9 PIC X(5).
       *> what the vendor charges per unit; zeros while no cost has been loaded yet
       02 DI-UnitCost PIC 99.99.
       02 DI-Buffer10 PIC X(5).
       *> units already on open purchase orders; blank on a dump cut before the
       *> field existed, which loads as nothing on order
       02 DI-OnOrder PIC 9(3).
*> create a record for what needs to be read in from the vendor dump
FD VendorDump.
01 DumpVendor.
       02 DV-VendorName PIC X(25).
       *> the vendor's address (street, city, and state)
       02 DV-VendorAddress PIC X(48).
*> create a record for what needs to be read in from the stock-location dump, in the
*> same column layout as ItemLocations.dat
FD LocationDump.
01 DumpLocation.
       *> the item stocked at the location
       02 DL-ItemID PIC 9(6).
       *> the warehouse the item is stocked in
       02 DL-Warehouse PIC X(4).
       02 DL-Buffer1 PIC X(5).
       *> the bin within the warehouse the item is shelved in
       02 DL-Bin PIC X(6).
       02 DL-Buffer2 PIC X(5).
       *> how many units are on hand at the location
       02 DL-OnHand PIC 9(3).
*> create a record for the indexed customer master being built
FD CustomerFile.
01 TempCustomer.
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
*> create a record for the indexed inventory master being built
FD InventoryFile.
01 Item.
       *> what the vendor charges per unit; zeros while no cost has been loaded
       *> yet, and purchasing falls back to the retail Price with a warning
       02 UnitCost PIC 99.99.
       02 Buffer10 PIC X(5).
       *> how many units are on purchase orders placed but not yet received; raised
       *> when a reorder is placed and relieved as receiving matches the shipments,
       *> so InStock only ever counts what is actually on the shelf
       02 OnOrder PIC 9(3).
*> create a record for the indexed vendor master being built
FD VendorFile.
01 Vendor.
       02 VendorName PIC X(25).
       *> the vendor's address (street, city, and state)
       02 VendorAddress PIC X(48).
*> create a record for the indexed stock-location file being built
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
*> create a record for what needs to be read in from the sales rep dump, in the
*> SalesReps.dat column layout
FD SalesRepDump.
01 DumpSalesRep.
       *> the rep's three digit number
       02 DR-RepNumber PIC 9(3).
       02 DR-Buffer1 PIC X(5).
       *> the rep's name
       02 DR-RepName PIC X(23).
       02 DR-Buffer2 PIC X(5).
       *> the rep's standard commission rate, a percentage with two decimal places
       02 DR-CommissionRate PIC 99V99.
       02 DR-Buffer3 PIC X(5).
       *> what the rate is paid on: S = net sales, M = gross margin
       02 DR-Basis PIC A.
       02 DR-Buffer4 PIC X(5).
       *> the DiscountCode rates that replace the standard rate
       02 DR-CodeRates PIC X(36).
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
*> create a "boolean" flag to show whether the end of the customer dump has been reached
01 EndOfCustomers PIC A VALUE 'N'.
01 EndOfVendors PIC A VALUE 'N'.
*> the file status of the vendor dump's OPEN; "05" means the OPTIONAL file is absent
01 VendorDumpStatus PIC XX VALUE SPACES.
*> create a "boolean" flag to show whether the end of the location dump has been reached
01 EndOfLocations PIC A VALUE 'N'.
*> the file status of the location dump's OPEN; "05" means the OPTIONAL file is absent
01 LocationDumpStatus PIC XX VALUE SPACES.
*> create a "boolean" flag to show whether the end of the sales rep dump has been reached
01 EndOfSalesReps PIC A VALUE 'N'.
*> the file status of the sales rep dump's OPEN; "05" means the OPTIONAL file is absent
01 SalesRepDumpStatus PIC XX VALUE SPACES.
*> counters for the load summary displayed when the run finishes
01 CustomersLoaded PIC 9(5) VALUE 0.
01 ItemsLoaded PIC 9(5) VALUE 0.
01 VendorsLoaded PIC 9(5) VALUE 0.
01 LocationsLoaded PIC 9(5) VALUE 0.
01 SalesRepsLoaded PIC 9(5) VALUE 0.
01 DuplicatesSkipped PIC 9(5) VALUE 0.
PROCEDURE DIVISION.
Perform LoadCustomers. *> build the indexed customer master from customers.seq
Perform LoadInventory. *> build the indexed inventory master from inventory.seq
Perform LoadVendors. *> build the indexed vendor master from vendors.seq
Perform LoadLocations. *> build the indexed stock-location file from locations.seq
Perform LoadSalesReps. *> build the indexed sales rep master from salesreps.seq
Display "MasterLoad loaded " CustomersLoaded " customer(s), " ItemsLoaded
    " item(s), " VendorsLoaded " vendor(s), " LocationsLoaded
    " stock location(s), and " SalesRepsLoaded " sales rep(s), skipped "
    DuplicatesSkipped " duplicate key(s)".
STOP RUN.
*> reads every record of the customer dump and writes it into a freshly created indexed
*> customers.dat, reporting and skipping any CustomerID that appears twice in the dump
               Move DC-CustomerAddress to CustomerAddress in TempCustomer
               Move DC-AmtOwed to AmtOwed in TempCustomer
               Move DC-CreditLimit to CreditLimit in TempCustomer
               Move DC-PriceTier to PriceTier in TempCustomer
               Move DC-DefaultWarehouse to DefaultWarehouse in TempCustomer
               *> a dump cut before accounts had reps loads as house business
               if DC-SalesRep is numeric then
                   Move DC-SalesRep to SalesRep in TempCustomer
               end-if
               Write TempCustomer
                   invalid key
                       Display "WARNING: duplicate CustomerID " DC-CustomerID
               Move DI-LeadTimeDays to LeadTimeDays in Item
               Move DI-ItemStatus to ItemStatus in Item
               Move DI-UnitCost to UnitCost in Item
               if DI-OnOrder is numeric then
                   Move DI-OnOrder to OnOrder in Item
               end-if
               Write Item
                   invalid key
                       Display "WARNING: duplicate ItemID " DI-ItemID
       end-perform
   Close VendorFile.
   Close VendorDump.
*> reads every record of the location dump and writes it into a freshly created indexed
*> ItemLocations.dat, reporting and skipping any item/warehouse pair that appears twice
LoadLocations.
   Open input LocationDump.
   if LocationDumpStatus = "05" then
       *> no location dump on hand: leave the existing location file untouched
       Display "MasterLoad: no locations.seq on hand; ItemLocations.dat left as is"
       Close LocationDump
       exit paragraph
   end-if.
   Open output LocationFile.
       Perform until EndOfLocations = 'Y'
           Read LocationDump
               AT END Move 'Y' to EndOfLocations
           end-read
           if EndOfLocations = 'N' then
               Initialize Location
               Move DL-ItemID to LC-ItemID
               Move DL-Warehouse to LC-Warehouse
               Move DL-Bin to LC-Bin
               Move DL-OnHand to LC-OnHand
               Write Location
                   invalid key
                       Display "WARNING: duplicate location " DL-ItemID " " DL-Warehouse
                           " in locations.seq; keeping the first one loaded"
                       Add 1 to DuplicatesSkipped
                   not invalid key
                       Add 1 to LocationsLoaded
               end-write
           end-if
       end-perform
   Close LocationFile.
   Close LocationDump.
*> reads every record of the sales rep dump and writes it into a freshly created indexed
*> SalesReps.dat, reporting and skipping any rep number that appears twice in the dump
LoadSalesReps.
   Open input SalesRepDump.
   if SalesRepDumpStatus = "05" then
       *> no sales rep dump on hand: leave the existing rep master untouched
       Display "MasterLoad: no salesreps.seq on hand; SalesReps.dat left as is"
       Close SalesRepDump
       exit paragraph
   end-if.
   Open output SalesRepFile.
       Perform until EndOfSalesReps = 'Y'
           Read SalesRepDump
               AT END Move 'Y' to EndOfSalesReps
           end-read
           if EndOfSalesReps = 'N' then
               Initialize SalesRepData
               Move DR-RepNumber to RP-RepNumber
               Move DR-RepName to RP-RepName
               Move DR-CommissionRate to RP-CommissionRate
               Move DR-Basis to RP-Basis
               Move DR-CodeRates to RP-CodeRates
               Write SalesRepData
                   invalid key
                       Display "WARNING: duplicate rep number " DR-RepNumber
                           " in salesreps.seq; keeping the first one loaded"
                       Add 1 to DuplicatesSkipped
                   not invalid key
                       Add 1 to SalesRepsLoaded
               end-write
           end-if
       end-perform
   Close SalesRepFile.
   Close SalesRepDump.
