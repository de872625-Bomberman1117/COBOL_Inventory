       >>SOURCE FORMAT FREE
*> Demand forecast and replenishment review
*> Reads the dated transaction history the nightly archives into
*> TransactionsHistory.dat and works out, item by item, what the shelf has
*> actually been asked for over a review window (90 days unless
*> ForecastControl.dat says otherwise, ending with the last night the history
*> holds - yesterday): the average daily demand and the peak single day, both
*> net of the credit memos (flag M) the returns run posted, so goods that came
*> back don't count as demand. Finance charges (flag F) aren't demand and are
*> passed over. Items are ranked ABC by net sales dollars over the window - A
*> covers the first 80% of the dollars, B the next 15%, C the rest and every
*> item that sold nothing - and the ranking sets how much of the gap between
*> the peak day and the average day is carried as safety stock over the
*> item's LeadTimeDays. The suggested reorder point (carried in MinStock) is
*> the average demand over the lead time plus that safety stock, and the
*> suggested order-up-to level adds the review period's average demand on top,
*> rounded up to whole vendor case packs. Every item on the inventory master
*> gets a line on ForecastReview.dat comparing its current MinStock and
*> OrderUpTo with the suggestions. A suggestion that moves either setting by
*> at least the tolerance (10% unless ForecastControl.dat says otherwise) is
*> accepted and written to ForecastChanges.dat as an item Change record in the
*> MasterChanges.dat layout, with every other field left blank so
*> MasterMaintenance keeps it, so purchasing can approve the file by running
*> it through MasterMaintenance instead of retyping the figures. Discontinued
*> items, and items that sold nothing in the window, are reported for review
*> but never changed. The run reads the masters and the history only; nothing
*> it reads is updated.
IDENTIFICATION DIVISION.
PROGRAM-ID. DemandForecast.
AUTHOR. Adam Buerger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> the forecast parameter file: the window, the review period, the ABC
       *> breakpoints, the safety stock carried per class, the change tolerance, and
       *> the lead time to assume for an item with none on the master; OPTIONAL so a
       *> run before the file exists uses the defaults
       SELECT OPTIONAL ForecastControl ASSIGN TO "ForecastControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the indexed inventory master, read front to back in ItemID order for the
       *> current settings of every item
       SELECT InventoryFile ASSIGN TO "inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ItemID in Item.
       *> the dated transaction history the nightly archives into; OPTIONAL so a run
       *> before any history exists still works (every item just shows no demand)
       SELECT OPTIONAL TransactionHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a work file to sort the window's sales by item and day
       SELECT SortWork ASSIGN TO "forecastsort.tmp".
       *> create a file to write the review report to
       SELECT ReviewReport ASSIGN TO "ForecastReview.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file to write the accepted suggestions to, as MasterChanges.dat
       *> item Change records
       SELECT ForecastChanges ASSIGN TO "ForecastChanges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*> create a record to hold the forecast parameters
FD ForecastControl.
01 ForecastParameters.
       *> how many days of history the forecast looks back over
       02 FP-WindowDays PIC 9(3).
       02 FP-Buffer1 PIC XXXX.
       *> how many days of average demand the order-up-to level covers beyond the
       *> reorder point
       02 FP-ReviewDays PIC 9(3).
       02 FP-Buffer2 PIC XXXX.
       *> the share of net sales dollars (percent) the A items cover, and the share
       *> the A and B items cover together
       02 FP-AShare PIC 9(2).
       02 FP-Buffer3 PIC XXXX.
       02 FP-BShare PIC 9(2).
       02 FP-Buffer4 PIC XXXX.
       *> how much of the gap between the peak day and the average day (percent) is
       *> carried as safety stock over the lead time, for A, B, and C items
       02 FP-SafetyA PIC 9(3).
       02 FP-Buffer5 PIC XXXX.
       02 FP-SafetyB PIC 9(3).
       02 FP-Buffer6 PIC XXXX.
       02 FP-SafetyC PIC 9(3).
       02 FP-Buffer7 PIC XXXX.
       *> how far (percent) a suggestion has to move a setting before it's written
       *> as a change
       02 FP-MinChange PIC 9(2).
       02 FP-Buffer8 PIC XXXX.
       *> the lead time to assume for an item whose LeadTimeDays is still zero
       02 FP-DefaultLead PIC 9(3).
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
       *> the item's own order-up-to level; zeros means not tuned yet, and the old
       *> MinStock ladder decides the target instead
       02 OrderUpTo PIC 9(3).
       02 Buffer6 PIC X(5).
       *> the vendor's case-pack size; reorders are rounded up to whole cases when > 1
       02 CasePack PIC 9(2).
       02 Buffer7 PIC X(5).
       *> how many days the vendor takes to deliver, for purchasing to tune levels with
       02 LeadTimeDays PIC 9(3).
       02 Buffer8 PIC X(5).
       *> A = active, S = seasonal, D = discontinued (never reordered); space reads as A
       02 ItemStatus PIC A.
       02 Buffer9 PIC X(5).
       *> what the vendor charges per unit; zeros while no cost has been loaded
       *> yet, and purchasing falls back to the retail Price with a warning
       02 UnitCost PIC 99.99.
       02 Buffer10 PIC X(5).
       *> how many units are on purchase orders placed but not yet received; raised
       *> when a reorder is placed and relieved as receiving matches the shipments,
       *> so InStock only ever counts what is actually on the shelf
       02 OnOrder PIC 9(3).
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
*> create a sort work record holding one in-window sale (or credit memo) signed so a
*> credit subtracts, keyed on the item and the day it posted
SD SortWork.
01 SortedSale.
       *> the item the line sold
       02 SW-ItemID PIC 9(6).
       *> the date of the run that posted the line
       02 SW-RunDate PIC 9(8).
       *> the units sold, negative on a credit memo
       02 SW-Units PIC S9(4).
       *> the net dollars the line billed, negative on a credit memo
       02 SW-Net PIC S9(5)V99.
*> create a record to hold one printed line of the review report
FD ReviewReport.
01 ReviewLine PIC X(120).
*> create a record to write one accepted suggestion, laid out exactly like the
*> MasterChanges.dat records MasterMaintenance reads
FD ForecastChanges.
01 ChangeRecord.
       *> which master the change is against: always I (inventory.dat) here
       02 MC-FileCode PIC A.
       02 MC-Buffer1 PIC XXXX.
       *> what to do: always C (change the item in place) here
       02 MC-Action PIC A.
       02 MC-Buffer2 PIC XXXX.
       *> the item view of the detail, in inventory.dat column order; every field the
       *> forecast doesn't suggest is left blank, which MasterMaintenance reads as keep
       02 MC-ItemDetail.
           03 MC-ItemID PIC X(6).
           03 MC-IBuffer1 PIC X(5).
           03 MC-ItemName PIC X(25).
           03 MC-InStock PIC X(3).
           03 MC-IBuffer2 PIC X(5).
           *> the suggested reorder point
           03 MC-MinStock PIC X(2).
           03 MC-IBuffer3 PIC X(5).
           03 MC-Price PIC X(5).
           03 MC-IBuffer4 PIC X(5).
           03 MC-VendorID PIC X(4).
           03 MC-IBuffer5 PIC X(5).
           *> the suggested order-up-to level
           03 MC-OrderUpTo PIC X(3).
           03 MC-IBuffer6 PIC X(5).
           03 MC-CasePack PIC X(2).
           03 MC-IBuffer7 PIC X(5).
           03 MC-LeadTime PIC X(3).
           03 MC-IBuffer8 PIC X(5).
           03 MC-ItemStatus PIC X(1).
           03 MC-IBuffer9 PIC X(5).
           03 MC-UnitCost PIC X(5).
           03 MC-IBuffer10 PIC X(16).
WORKING-STORAGE SECTION.
*> the forecast parameters in force, defaulted here and overridden by whatever
*> ForecastControl.dat supplies
01 WindowDays PIC 9(3) VALUE 90.
01 ReviewDays PIC 9(3) VALUE 14.
01 AShare PIC 9(3) VALUE 80.
01 BShare PIC 9(3) VALUE 95.
01 SafetyA PIC 9(3) VALUE 100.
01 SafetyB PIC 9(3) VALUE 50.
01 SafetyC PIC 9(3) VALUE 25.
01 MinChange PIC 9(3) VALUE 10.
01 DefaultLead PIC 9(3) VALUE 7.
*> today's date, and the first and last day of the window in YYYYMMDD form
01 ControlDate PIC 9(8) VALUE 0.
01 WindowStart PIC 9(8) VALUE 0.
01 WindowEnd PIC 9(8) VALUE 0.
*> the window's last day as a day number, for the date arithmetic
01 WindowEndInteger PIC 9(7) VALUE 0.
*> create a variable to hold how many items were loaded off the inventory master
01 ItemTableCount PIC 9(4) VALUE 0.
*> the ForecastItem table's OCCURS ceiling below, kept as its own data name so LoadItems
*> can check against it before growing the table; update both together
01 ItemTableMax PIC 9(4) VALUE 1000.
*> create up to 1000 instances of one item's settings and window demand
01 ForecastItem OCCURS 1 TO 1000 TIMES DEPENDING ON ItemTableCount.
       02 FI-ItemID PIC 9(6).
       02 FI-ItemName PIC X(25).
       *> the item's current settings off the master
       02 FI-MinStock PIC 99.
       02 FI-OrderUpTo PIC 9(3).
       02 FI-CasePack PIC 9(2).
       02 FI-LeadTime PIC 9(3).
       02 FI-ItemStatus PIC A.
       *> the units and net dollars the item sold over the window, net of credit memos
       *> (signed: a window heavy with returns can come out negative)
       02 FI-Units PIC S9(6).
       02 FI-NetSales PIC S9(7)V99.
       *> the most units the item sold on any one day of the window
       02 FI-PeakDay PIC 9(5).
       *> the item's ABC class, and whether the ranking pass has already ranked it
       02 FI-Class PIC A.
       02 FI-Ranked PIC A.
*> create a counter variable to cycle through the array of items
01 ItemIndex PIC 9(4) VALUE 1.
*> the table index of the item the sorted sales currently belong to; 0 when the item
*> isn't on the master
01 CurrentItem PIC 9(4) VALUE 0.
*> the item and day the sorted sales currently belong to, and the units sold that day
01 CurrentItemID PIC 9(6) VALUE 0.
01 CurrentDate PIC 9(8) VALUE 0.
01 DayUnits PIC S9(5) VALUE 0.
*> create a "boolean" flag to show whether the end of the inventory master has been reached
01 EndOfItems PIC A VALUE 'N'.
*> create a "boolean" flag to show whether the end of the transaction history has been reached
01 EndOfHistory PIC A VALUE 'N'.
*> create a "boolean" flag to show whether the sorted sales have all been returned
01 EndOfSorted PIC A VALUE 'N'.
*> create temporary decimals to stage the numeric-edited history fields through
01 tempNet PIC 9(5)V99.
*> the total net sales dollars of every item that sold anything, the running total the
*> ranking pass has reached, and the share of the total reached before the item
*> being ranked
01 TotalNetSales PIC S9(9)V99 VALUE 0.
01 RankedNetSales PIC S9(9)V99 VALUE 0.
01 RankedShare PIC 9(3)V99 VALUE 0.
*> the table index of the best unranked item found so far
01 BestItem PIC 9(4) VALUE 0.
*> the lead time the suggestion is worked over, the item's own or the default
01 LeadDays PIC 9(3) VALUE 0.
*> the item's average daily demand over the window
01 AverageDay PIC 9(4)V9(4) VALUE 0.
*> the safety stock share (percent) for the item's class
01 SafetyPercent PIC 9(3) VALUE 0.
*> the unrounded reorder point and order-up-to level
01 RawPoint PIC 9(7)V9(4) VALUE 0.
01 RawUpTo PIC 9(7)V9(4) VALUE 0.
*> the suggestions, rounded up to whole units; wide enough to see when one won't fit
*> the master's field
01 SuggestedPoint PIC 9(7) VALUE 0.
01 SuggestedUpTo PIC 9(7) VALUE 0.
*> the case-pack rounding
01 CaseCount PIC 9(7) VALUE 0.
01 CaseRemainder PIC 9(3) VALUE 0.
*> how far a suggestion moves a current setting, in units
01 SettingMove PIC 9(7) VALUE 0.
*> create a "boolean" value to store whether the suggestion moves a setting past the
*> tolerance, and whether either suggestion had to be capped to fit the master's field
01 SettingChanged PIC A VALUE 'N'.
01 SuggestionCapped PIC A VALUE 'N'.
*> the current setting and suggestion the tolerance test is comparing
01 CompareCurrent PIC 9(7) VALUE 0.
01 CompareSuggested PIC 9(7) VALUE 0.
*> what the report says was done with the item's suggestion
01 ActionText PIC X(24) VALUE SPACES.
*> counters for the report footer and the run summary
01 ClassCount PIC 9(5) OCCURS 3 TIMES VALUE 0.
01 ChangesWritten PIC 9(5) VALUE 0.
01 SalesLinesUsed PIC 9(7) VALUE 0.
01 UnknownItemLines PIC 9(7) VALUE 0.
*> create edited fields used to lay out numbers in the printed report lines
01 DispDate1 PIC 9(8).
01 DispDate2 PIC 9(8).
01 DispDays PIC ZZ9.
01 DispItemID PIC 999999.
01 DispNetSales PIC ZZZZZZ9.99-.
01 DispAverage PIC ZZZ9.99.
01 DispPeak PIC ZZZZ9.
01 DispLead PIC ZZ9.
*> an asterisk beside the lead time when the default was used
01 LeadFlag PIC X VALUE SPACE.
01 DispCurrentPoint PIC Z9.
01 DispSuggestedPoint PIC Z9.
01 DispCurrentUpTo PIC ZZ9.
01 DispSuggestedUpTo PIC ZZ9.
01 DispCount PIC ZZZZ9.
*> the staged suggestions, moved into the change record's PIC X fields
01 ChangePoint PIC 99.
01 ChangeUpTo PIC 9(3).
PROCEDURE DIVISION.
Perform ReadParameters. *> the window, review period, breakpoints, and tolerances in force
Perform LoadItems. *> every item's current settings off the inventory master
*> pull the window's sales and credit memos out of the history, sorted by item and day,
*> and roll each day into its item's demand
Sort SortWork on ascending key SW-ItemID SW-RunDate
    input procedure is SelectWindowSales
    output procedure is AccumulateDemand.
Perform RankItems. *> ABC by net sales dollars
Open output ReviewReport.
Open output ForecastChanges.
    Perform WriteReviewHeading.
    Set ItemIndex to 1.
    perform ItemTableCount times
        Perform ReviewOneItem
        Add 1 to ItemIndex
    end-perform.
    Perform WriteReviewFooter.
Close ForecastChanges.
Close ReviewReport.
Display "DemandForecast reviewed " ItemTableCount " item(s) over " WindowStart
    " to " WindowEnd "; " ChangesWritten " change(s) written to ForecastChanges.dat".
if UnknownItemLines > 0 then
    Display "NOTE: " UnknownItemLines " history line(s) sold an ItemID no longer on"
        " the inventory master and were left out"
end-if.
STOP RUN.
*> reads the forecast parameters off ForecastControl.dat, keeping the default for any
*> field the file leaves blank or zero, and works out the window: it ends with
*> yesterday, the last night the history holds, and runs back WindowDays days
ReadParameters.
   Open input ForecastControl.
       Read ForecastControl
           AT END continue
           NOT AT END
               if FP-WindowDays is numeric and FP-WindowDays > 0 then
                   Move FP-WindowDays to WindowDays
               end-if
               if FP-ReviewDays is numeric and FP-ReviewDays > 0 then
                   Move FP-ReviewDays to ReviewDays
               end-if
               if FP-AShare is numeric and FP-AShare > 0 then
                   Move FP-AShare to AShare
               end-if
               if FP-BShare is numeric and FP-BShare > 0 then
                   Move FP-BShare to BShare
               end-if
               if FP-SafetyA is numeric then
                   Move FP-SafetyA to SafetyA
               end-if
               if FP-SafetyB is numeric then
                   Move FP-SafetyB to SafetyB
               end-if
               if FP-SafetyC is numeric then
                   Move FP-SafetyC to SafetyC
               end-if
               if FP-MinChange is numeric then
                   Move FP-MinChange to MinChange
               end-if
               if FP-DefaultLead is numeric and FP-DefaultLead > 0 then
                   Move FP-DefaultLead to DefaultLead
               end-if
       end-read.
   Close ForecastControl.
   if BShare < AShare then
       Display "WARNING: ForecastControl.dat gives a B share below the A share; "
           "using the A share for both"
       Move AShare to BShare
   end-if.
   Move Function Current-Date(1:8) to ControlDate.
   Compute WindowEndInteger = Function Integer-Of-Date(ControlDate) - 1.
   Compute WindowEnd = Function Date-Of-Integer(WindowEndInteger).
   Compute WindowStart = Function Date-Of-Integer(WindowEndInteger - WindowDays + 1).
*> reads the whole inventory master, in ItemID order, into the ForecastItem table
LoadItems.
   Open input InventoryFile.
       Perform until EndOfItems = 'Y'
           if ItemTableCount >= ItemTableMax then
               *> the table is full; stop growing it instead of reading past the end
               Display "WARNING: inventory.dat has more items than the "
                   ItemTableMax " DemandForecast.cob can hold; "
                   "ignoring every item after the first " ItemTableMax
               Move 'Y' to EndOfItems
           else
               Read InventoryFile next
                   AT END Move 'Y' to EndOfItems
                   NOT AT END
                       Add 1 to ItemTableCount
                       Move ItemID in Item to FI-ItemID(ItemTableCount)
                       Move ItemName in Item to FI-ItemName(ItemTableCount)
                       Move MinStock in Item to FI-MinStock(ItemTableCount)
                       Move OrderUpTo in Item to FI-OrderUpTo(ItemTableCount)
                       Move CasePack in Item to FI-CasePack(ItemTableCount)
                       Move LeadTimeDays in Item to FI-LeadTime(ItemTableCount)
                       Move ItemStatus in Item to FI-ItemStatus(ItemTableCount)
                       Move 0 to FI-Units(ItemTableCount)
                       Move 0 to FI-NetSales(ItemTableCount)
                       Move 0 to FI-PeakDay(ItemTableCount)
                       Move 'C' to FI-Class(ItemTableCount)
                       Move 'N' to FI-Ranked(ItemTableCount)
               end-read
           end-if
       end-perform
   Close InventoryFile.
*> reads the whole history and releases every sale and credit memo posted inside the
*> window to the sort, signed so a credit memo subtracts; finance charges and lines
*> from outside the window are passed over
SelectWindowSales.
   Open input TransactionHistory.
       Perform until EndOfHistory = 'Y'
           Read TransactionHistory
               AT END Move 'Y' to EndOfHistory
           end-read
           if EndOfHistory = 'N' then
               if HX-RunDate >= WindowStart and HX-RunDate <= WindowEnd
                       and RecycledFlag in HX-Transaction not = 'F'
                       and ItemID in HX-Transaction > 0 then
                   Perform ReleaseOneSale
               end-if
           end-if
       end-perform
   Close TransactionHistory.
*> releases the history line just read to the sort
ReleaseOneSale.
    *> the file's net field is numeric-edited (it carries a decimal point), so stage
    *> it through a plain numeric before doing arithmetic with it
    Move NetCost in HX-Transaction to tempNet.
    Move ItemID in HX-Transaction to SW-ItemID.
    Move HX-RunDate to SW-RunDate.
    if RecycledFlag in HX-Transaction = 'M' then
        Compute SW-Units = 0 - Amount in HX-Transaction
        Compute SW-Net = 0 - tempNet
    else
        Move Amount in HX-Transaction to SW-Units
        Move tempNet to SW-Net
    end-if.
    Add 1 to SalesLinesUsed.
    Release SortedSale.
*> returns the sorted sales and rolls them into each item's window totals and its
*> peak day; the sales arrive grouped by item and, within an item, by day
AccumulateDemand.
    Move 0 to CurrentItem.
    Move 0 to CurrentItemID.
    Move 0 to CurrentDate.
    Move 0 to DayUnits.
    Perform until EndOfSorted = 'Y'
        Return SortWork
            AT END Move 'Y' to EndOfSorted
        end-return
        if EndOfSorted = 'N' then
            if SW-ItemID not = CurrentItemID then
                Perform CloseDemandDay
                Move SW-ItemID to CurrentItemID
                Move SW-RunDate to CurrentDate
                Perform FindForecastItem
            else
                if SW-RunDate not = CurrentDate then
                    Perform CloseDemandDay
                    Move SW-RunDate to CurrentDate
                end-if
            end-if
            if CurrentItem = 0 then
                Add 1 to UnknownItemLines
            else
                Add SW-Units to DayUnits
                Add SW-Units to FI-Units(CurrentItem)
                Add SW-Net to FI-NetSales(CurrentItem)
            end-if
        end-if
    end-perform.
    Perform CloseDemandDay.
*> closes the day just finished for the current item: a day that beat the item's peak
*> becomes the new peak (a day the returns outweighed counts as nothing sold)
CloseDemandDay.
    if CurrentItem > 0 and DayUnits > FI-PeakDay(CurrentItem) then
        Move DayUnits to FI-PeakDay(CurrentItem)
    end-if.
    Move 0 to DayUnits.
*> finds the table slot of the item the sorted sales have moved on to; 0 when the item
*> is no longer on the master
FindForecastItem.
    Move 0 to CurrentItem.
    Set ItemIndex to 1.
    perform ItemTableCount times
        if FI-ItemID(ItemIndex) = CurrentItemID then
            Move ItemIndex to CurrentItem
            exit perform
        end-if
        Add 1 to ItemIndex
    end-perform.
*> ranks the items that sold anything by net sales dollars, highest first, by
*> repeatedly taking the best unranked one: an item is A while the items ranked ahead
*> of it cover less than the A share of the dollars, B while they cover less than the
*> B share, and C after that. items that sold nothing stay C
RankItems.
    Move 0 to TotalNetSales.
    Set ItemIndex to 1.
    perform ItemTableCount times
        if FI-NetSales(ItemIndex) > 0 then
            Add FI-NetSales(ItemIndex) to TotalNetSales
        end-if
        Add 1 to ItemIndex
    end-perform.
    Move 0 to RankedNetSales.
    Perform FindBestUnranked.
    Perform until BestItem = 0
        Compute RankedShare = RankedNetSales * 100 / TotalNetSales
        Evaluate true
            When RankedShare < AShare Move 'A' to FI-Class(BestItem)
            When RankedShare < BShare Move 'B' to FI-Class(BestItem)
            When other Move 'C' to FI-Class(BestItem)
        end-evaluate
        Add FI-NetSales(BestItem) to RankedNetSales
        Move 'Y' to FI-Ranked(BestItem)
        Perform FindBestUnranked
    end-perform.
    Set ItemIndex to 1.
    perform ItemTableCount times
        Evaluate FI-Class(ItemIndex)
            When 'A' Add 1 to ClassCount(1)
            When 'B' Add 1 to ClassCount(2)
            When other Add 1 to ClassCount(3)
        end-evaluate
        Add 1 to ItemIndex
    end-perform.
*> finds the unranked item with the highest positive net sales; 0 when none is left
FindBestUnranked.
    Move 0 to BestItem.
    Set ItemIndex to 1.
    perform ItemTableCount times
        if FI-Ranked(ItemIndex) = 'N' and FI-NetSales(ItemIndex) > 0 then
            if BestItem = 0 then
                Move ItemIndex to BestItem
            else
                if FI-NetSales(ItemIndex) > FI-NetSales(BestItem) then
                    Move ItemIndex to BestItem
                end-if
            end-if
        end-if
        Add 1 to ItemIndex
    end-perform.
*> writes the report heading: the window and the parameters the suggestions used
WriteReviewHeading.
    Move WindowStart to DispDate1.
    Move WindowEnd to DispDate2.
    Move WindowDays to DispDays.
    Move spaces to ReviewLine.
    String "DEMAND FORECAST REVIEW - " DispDate1 " TO " DispDate2 " ("
        DispDays " DAYS)" delimited by size into ReviewLine.
    Write ReviewLine.
    Move ReviewDays to DispDays.
    Move spaces to ReviewLine.
    String "REVIEW PERIOD " DispDays " DAYS; REORDER POINT SUGGESTED INTO MINSTOCK"
        delimited by size into ReviewLine.
    Write ReviewLine.
    Move spaces to ReviewLine.
    String "ItemID  Item                       ABC     Net Sales  Avg/Day   Peak"
        "  Lead  Min Now/Sug  UpTo Now/Sug  Action" delimited by size into ReviewLine.
    Write ReviewLine.
*> works out one item's suggestions, decides whether to accept them, writes the change
*> record when it does, and writes the item's report line
ReviewOneItem.
    Move spaces to ActionText.
    Move 0 to SuggestedPoint.
    Move 0 to SuggestedUpTo.
    Move 0 to AverageDay.
    if FI-LeadTime(ItemIndex) > 0 then
        Move FI-LeadTime(ItemIndex) to LeadDays
    else
        Move DefaultLead to LeadDays
    end-if.
    Evaluate true
        When FI-ItemStatus(ItemIndex) = 'D'
            *> a discontinued item is never reordered, so its settings don't matter
            Move "DISCONTINUED" to ActionText
        When FI-Units(ItemIndex) <= 0
            *> nothing to forecast from; purchasing decides whether to keep it
            Move "NO DEMAND - REVIEW" to ActionText
        When other
            Perform ComputeSuggestion
            Perform CheckSuggestionMoves
            if SettingChanged = 'Y' then
                Perform WriteChangeRecord
                if SuggestionCapped = 'Y' then
                    Move "CHANGE WRITTEN - CAPPED" to ActionText
                else
                    Move "CHANGE WRITTEN" to ActionText
                end-if
            else
                Move "WITHIN TOLERANCE" to ActionText
            end-if
    end-evaluate.
    Perform WriteReviewLine.
*> works out the item's average daily demand, its reorder point (average demand over
*> the lead time plus the class's share of the peak-over-average gap over the lead
*> time) and its order-up-to level (the reorder point plus the review period's
*> average demand, rounded up to whole case packs), each rounded up to whole units
*> and capped at what the master's field can carry
ComputeSuggestion.
    Move 'N' to SuggestionCapped.
    Compute AverageDay = FI-Units(ItemIndex) / WindowDays.
    Evaluate FI-Class(ItemIndex)
        When 'A' Move SafetyA to SafetyPercent
        When 'B' Move SafetyB to SafetyPercent
        When other Move SafetyC to SafetyPercent
    end-evaluate.
    if FI-PeakDay(ItemIndex) > AverageDay then
        Compute RawPoint = AverageDay * LeadDays
            + (FI-PeakDay(ItemIndex) - AverageDay) * LeadDays * SafetyPercent / 100
    else
        Compute RawPoint = AverageDay * LeadDays
    end-if.
    Move RawPoint to SuggestedPoint.
    if SuggestedPoint < RawPoint then
        Add 1 to SuggestedPoint
    end-if.
    Compute RawUpTo = SuggestedPoint + AverageDay * ReviewDays.
    Move RawUpTo to SuggestedUpTo.
    if SuggestedUpTo < RawUpTo then
        Add 1 to SuggestedUpTo
    end-if.
    *> the level always sits above the reorder point, or every sale would reorder
    if SuggestedUpTo <= SuggestedPoint then
        Compute SuggestedUpTo = SuggestedPoint + 1
    end-if.
    if FI-CasePack(ItemIndex) > 1 then
        Divide SuggestedUpTo by FI-CasePack(ItemIndex)
            giving CaseCount remainder CaseRemainder
        if CaseRemainder > 0 then
            Compute SuggestedUpTo = (CaseCount + 1) * FI-CasePack(ItemIndex)
        end-if
    end-if.
    if SuggestedPoint > 99 then
        Move 99 to SuggestedPoint
        Move 'Y' to SuggestionCapped
    end-if.
    if SuggestedUpTo > 999 then
        Move 999 to SuggestedUpTo
        Move 'Y' to SuggestionCapped
    end-if.
*> decides whether either suggestion moves its current setting by at least the
*> tolerance; a setting still at zero (never tuned) always counts as moved
CheckSuggestionMoves.
    Move 'N' to SettingChanged.
    Move FI-MinStock(ItemIndex) to CompareCurrent.
    Move SuggestedPoint to CompareSuggested.
    Perform CompareOneSetting.
    Move FI-OrderUpTo(ItemIndex) to CompareCurrent.
    Move SuggestedUpTo to CompareSuggested.
    Perform CompareOneSetting.
*> flags SettingChanged when CompareSuggested is at least MinChange percent away from
*> CompareCurrent
CompareOneSetting.
    if CompareSuggested = CompareCurrent then
        exit paragraph
    end-if.
    if CompareCurrent = 0 then
        Move 'Y' to SettingChanged
        exit paragraph
    end-if.
    if CompareSuggested > CompareCurrent then
        Compute SettingMove = CompareSuggested - CompareCurrent
    else
        Compute SettingMove = CompareCurrent - CompareSuggested
    end-if.
    if SettingMove * 100 >= CompareCurrent * MinChange then
        Move 'Y' to SettingChanged
    end-if.
*> writes the accepted suggestion as an item Change record carrying only the reorder
*> point and order-up-to level; every other field is blank, which MasterMaintenance
*> reads as keep the current value
WriteChangeRecord.
    Move spaces to ChangeRecord.
    Move 'I' to MC-FileCode.
    Move 'C' to MC-Action.
    Move FI-ItemID(ItemIndex) to MC-ItemID.
    Move SuggestedPoint to ChangePoint.
    Move ChangePoint to MC-MinStock.
    Move SuggestedUpTo to ChangeUpTo.
    Move ChangeUpTo to MC-OrderUpTo.
    Write ChangeRecord.
    Add 1 to ChangesWritten.
*> writes the item's line of the review report
WriteReviewLine.
    Move FI-ItemID(ItemIndex) to DispItemID.
    Move FI-NetSales(ItemIndex) to DispNetSales.
    Move AverageDay to DispAverage.
    Move FI-PeakDay(ItemIndex) to DispPeak.
    Move LeadDays to DispLead.
    *> flag a lead time the master doesn't carry yet, so purchasing fills it in
    if FI-LeadTime(ItemIndex) = 0 then
        Move "*" to LeadFlag
    else
        Move space to LeadFlag
    end-if.
    Move FI-MinStock(ItemIndex) to DispCurrentPoint.
    Move SuggestedPoint to DispSuggestedPoint.
    Move FI-OrderUpTo(ItemIndex) to DispCurrentUpTo.
    Move SuggestedUpTo to DispSuggestedUpTo.
    Move spaces to ReviewLine.
    String DispItemID "  " FI-ItemName(ItemIndex) "  " FI-Class(ItemIndex) "  "
        DispNetSales "  " DispAverage "  " DispPeak "   " DispLead LeadFlag "  "
        DispCurrentPoint " / " DispSuggestedPoint "    " DispCurrentUpTo " / "
        DispSuggestedUpTo "    " ActionText delimited by size into ReviewLine.
    Write ReviewLine.
*> writes the report footer: how many items fell in each class and how many
*> changes were written for approval
WriteReviewFooter.
    Move spaces to ReviewLine.
    Write ReviewLine.
    Move ClassCount(1) to DispCount.
    Move spaces to ReviewLine.
    String "A ITEMS " DispCount delimited by size into ReviewLine.
    Write ReviewLine.
    Move ClassCount(2) to DispCount.
    Move spaces to ReviewLine.
    String "B ITEMS " DispCount delimited by size into ReviewLine.
    Write ReviewLine.
    Move ClassCount(3) to DispCount.
    Move spaces to ReviewLine.
    String "C ITEMS " DispCount delimited by size into ReviewLine.
    Write ReviewLine.
    Move ChangesWritten to DispCount.
    Move spaces to ReviewLine.
    String "CHANGES WRITTEN TO ForecastChanges.dat " DispCount
        delimited by size into ReviewLine.
    Write ReviewLine.
    Move spaces to ReviewLine.
    String "* LEAD TIME NOT ON THE MASTER; THE DEFAULT WAS USED"
        delimited by size into ReviewLine.
    Write ReviewLine.
