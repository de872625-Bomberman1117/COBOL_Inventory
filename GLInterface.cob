       >>SOURCE FORMAT FREE
*> General ledger journal interface run
*> Accounting used to re-key every night's activity into the general ledger
*> by hand off BatchControl.dat, the aging report, and ShrinkageReport.dat.
*> This run reads the day's postings and writes them as one balanced
*> debit/credit journal to GLJournal.dat instead. From TransactionsProcessed.dat
*> it journals each sale's receivable, sales, discount, and sales tax, and the
*> cost of goods sold against the inventory relief at the UnitCost carried on
*> the line (recycled R lines and backorder releases post exactly like sales);
*> credit memos (M) reverse the sale into sales returns and put the units back
*> into inventory at cost; finance charges (F) go to finance charge income.
*> From CashActivity.dat it journals the cash CashReceipts took in, split into
*> what came off the receivable and what went onto unapplied cash, plus the
*> unapplied credit the nightly's charges consumed and the return credits
*> ProcessReturns parked as unapplied cash. From InventoryActivity.dat it
*> journals the receipts reconciliation put on the shelf, at cost, against
*> received-not-invoiced, and the cycle-count adjustments at cost against
*> shrinkage. An item with no UnitCost loaded moves inventory at zero on every
*> side - receipt, count, sale, and return alike - so the inventory account is
*> relieved at the same cost it was charged; each such line is named in a
*> warning and counted on the control report so purchasing can load the cost.
*> Every kind of entry is mapped to a GL account through
*> GLAccounts.dat, the chart-of-accounts mapping file the office maintains
*> (one line per entry type: the type, the GL account, and a description).
*> The journal is built in GLJournal.dat.tmp and only released - renamed to
*> GLJournal.dat - when its debits equal its credits and every entry type
*> with activity is mapped to an account; otherwise the run refuses to
*> release it, leaves the temp file for review, and stamps REFUSED so it can
*> be rerun once the mapping is fixed. On release the two activity files are
*> renamed to dated archives so nothing is ever journaled twice. The control
*> report GLControlReport.dat shows each entry type's debits and credits,
*> the journal totals, the source line counts, and ties the posted lines and
*> net dollars back to the control records on BatchControl.dat. Run this
*> every day after the nightly (and after any RecycleErrors, ProcessReturns,
*> or FinanceCharges run that day): the next fresh nightly starts a new
*> TransactionsProcessed.dat, so a day this run misses never reaches the GL.
IDENTIFICATION DIVISION.
PROGRAM-ID. GLInterface.
AUTHOR. Adam Buerger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> the chart-of-accounts mapping file the office maintains; OPTIONAL so a run
       *> before it exists still reports (every entry type reads as unmapped and the
       *> journal is refused)
       SELECT OPTIONAL ChartOfAccounts ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the day's posted lines: sales, recycled postings, backorder releases,
       *> credit memos, and finance charges; OPTIONAL so a day with no postings works
       SELECT OPTIONAL TransactionProcess ASSIGN TO "TransactionsProcessed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the cash-and-credit activity CashReceipts, the nightly, and ProcessReturns
       *> append to; OPTIONAL so a day with no cash movement works
       SELECT OPTIONAL CashActivity ASSIGN TO "CashActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the stock-movement activity the nightly's receiving and CycleCount append
       *> to; OPTIONAL so a day with no receipts or counts works
       SELECT OPTIONAL InventoryActivity ASSIGN TO "InventoryActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the day's batch control records the journal is tied back to; OPTIONAL so
       *> a day the nightly wrote none still reports
       SELECT OPTIONAL BatchControl ASSIGN TO "BatchControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the temp file the journal is built in; it is only renamed over
       *> GLJournal.dat once it balances, so accounting never picks up a bad one
       SELECT JournalFile ASSIGN TO "GLJournal.dat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file to write the control report to
       SELECT ControlReport ASSIGN TO "GLControlReport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the job-stream run-control file every program in the daily cycle stamps
       *> its start and clean finish into, so a second launch against the same
       *> day's postings can be refused instead of journaling everything twice;
       *> OPTIONAL so the very first day, before the file exists, works
       SELECT OPTIONAL RunControl ASSIGN TO "RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*> create a record to read one chart-of-accounts mapping line with
FD ChartOfAccounts.
01 ChartRecord.
       *> the kind of entry being mapped (SALES, AR, COGS, ...)
       02 GA-EntryType PIC X(10).
       02 GA-Buffer1 PIC XXXX.
       *> the GL account the entry type posts to
       02 GA-Account PIC X(10).
       02 GA-Buffer2 PIC XXXX.
       *> the account description printed on the journal and the control report
       02 GA-Description PIC X(30).
*> create a record to read processed transactions with, laid out exactly like the
*> records Program2 writes so TransactionsProcessed.dat stays one uniform file
FD TransactionProcess.
01 ProcessedTransaction.
       *> the CustomerID the line belongs to
       02 CustomerID PIC 99999.
       02 Buffer5 PIC XXXX.
       *> Customer's name
       02 CustomerName PIC A(18).
       *> customer address which contains
       02 CustomerAddress PIC X(48).
       *> the item name
       02 ItemName PIC X(24).
       *> the amount of the item that shipped (or came back) on this line
       02 Amount PIC 9(3).
       02 Buffer1 PIC XXXX.
       *> the cost of an individual item multiplied by the amount shipped
       02 GrossCost PIC 9(5).99.
       02 Buffer2 PIC XXXX.
       *> the amount discounted
       02 Discount PIC 9(5).99.
       02 Buffer3 PIC XXXX.
       *> the gross cost minus the discount
       02 NetCost PIC 9(5).99.
       02 Buffer4 PIC XXXX.
       *> the amount the customer now owes
       02 Owed PIC 9(5).99.
       02 Buffer6 PIC XXXX.
       *> the order number the line belongs to
       02 OrderNumber PIC 9(6).
       02 Buffer7 PIC XXXX.
       *> R on a recycled posting, M on a credit memo, F on a finance charge,
       *> space on a same-day posting
       02 RecycledFlag PIC A.
       02 Buffer8 PIC XXXX.
       *> the ItemID the line sold
       02 ItemID PIC 999999.
       02 Buffer9 PIC XXXX.
       *> the DiscountCode the line was priced under
       02 DiscountCode PIC A.
       02 Buffer10 PIC XXXX.
       *> the vendor unit cost of the item at posting time, which values the line's
       *> cost of goods sold and inventory relief
       02 UnitCost PIC 99.99.
       02 Buffer11 PIC XXXX.
       *> the sales tax billed (or, on a credit memo, credited back) on the line
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
*> create a record matching the cash-and-credit movements the posting runs append
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
*> create a record matching the stock movements receiving and the cycle count append
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
*> create a record matching the batch control records the posting runs write
FD BatchControl.
01 BatchControlRecord.
       *> the date the run executed, in YYYYMMDD form
       02 BC-RunDate PIC 9(8).
       02 BC-Buffer1 PIC XXXX.
       *> how many transactions were read from TransactionFile
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
       *> the total NetCost posted to TransactionsProcessed.dat
       02 BC-TotalNetCostPosted PIC 9(8)V99.
       02 BC-Buffer8 PIC XXXX.
       *> the total extended dollar value of all reorders placed
       02 BC-TotalReorderDollars PIC 9(8)V99.
       02 BC-Buffer9 PIC XXXX.
       *> how many recycled (resubmitted-after-correction) transactions were posted
       02 BC-TransactionsRecycled PIC 9(6).
       02 BC-Buffer10 PIC XXXX.
       *> how many whole orders the credit check held instead of posting
       02 BC-OrdersHeld PIC 9(6).
*> create a record to hold one journal line: one side of one entry type's day
FD JournalFile.
01 JournalLine.
       *> the date of the postings the journal carries, in YYYYMMDD form
       02 JL-RunDate PIC 9(8).
       02 JL-Buffer1 PIC XXXX.
       *> the GL account the line posts to, off the chart-of-accounts mapping
       02 JL-Account PIC X(10).
       02 JL-Buffer2 PIC XXXX.
       *> the kind of entry the line carries
       02 JL-EntryType PIC X(10).
       02 JL-Buffer3 PIC XXXX.
       *> the account description
       02 JL-Description PIC X(30).
       02 JL-Buffer4 PIC XXXX.
       *> the debit amount (zero on a credit line)
       02 JL-Debit PIC 9(9).99.
       02 JL-Buffer5 PIC XXXX.
       *> the credit amount (zero on a debit line)
       02 JL-Credit PIC 9(9).99.
*> create a record to hold one printed line of the control report
FD ControlReport.
01 ReportLine PIC X(120).
*> create a record matching the run-control stamps the daily cycle's programs write
FD RunControl.
01 RunControlData.
       *> the program the stamp belongs to
       02 RC-ProgramName PIC X(16).
       02 RC-Buffer1 PIC XXXX.
       *> the date the program last ran, in YYYYMMDD form
       02 RC-RunDate PIC 9(8).
       02 RC-Buffer2 PIC XXXX.
       *> STARTED when the run began, FINISHED when it ended cleanly, REFUSED when
       *> this run would not release an unbalanced or unmapped journal; a STARTED
       *> stamp left behind means the run crashed and may be restarted
       02 RC-Status PIC X(8).
WORKING-STORAGE SECTION.
*> this program's name as the run-control file carries it
01 OwnProgramName PIC X(16) VALUE "GLInterface".
*> the program that must have finished cleanly today before this one may start
01 PredecessorName PIC X(16) VALUE "Program2".
*> create a variable to hold how many run-control stamps were loaded
01 RunTableCount PIC 99 VALUE 0.
*> the RunEntry table's OCCURS ceiling below, kept as its own data name so
*> ReadRunControl can check against it before growing the table; update both together
01 RunTableMax PIC 99 VALUE 20.
*> create up to 20 instances of one program's run-control stamp
01 RunEntry OCCURS 1 TO 20 TIMES DEPENDING ON RunTableCount.
       *> the program the stamp belongs to
       02 RN-ProgramName PIC X(16).
       *> the date the program last ran
       02 RN-RunDate PIC 9(8).
       *> STARTED, FINISHED, or REFUSED
       02 RN-Status PIC X(8).
*> create a counter variable to cycle through the array of run-control stamps
01 RunIndex PIC 99 VALUE 1.
*> create a "boolean" flag to show whether the end of RunControl.dat has been reached
01 EndOfRunControl PIC A VALUE 'N'.
*> create a "boolean" value to store whether the stamp being hunted for was found
01 FoundRunEntry PIC A VALUE 'N'.
*> today's date for the run-control stamps, in YYYYMMDD form
01 ControlDate PIC 9(8) VALUE 0.
*> the status StampRunControl writes on this program's stamp
01 StampStatus PIC X(8) VALUE SPACES.
*> create a variable to hold how many entry types the journal knows
01 EntryTableCount PIC 99 VALUE 0.
*> the GLEntry table's OCCURS ceiling below, kept as its own data name so
*> AddEntryType can check against it before growing the table; update both together
01 EntryTableMax PIC 99 VALUE 20.
*> create up to 20 instances of one entry type's mapping and the day's totals
01 GLEntry OCCURS 1 TO 20 TIMES DEPENDING ON EntryTableCount.
       *> the kind of entry (SALES, AR, COGS, ...) as GLAccounts.dat names it
       02 GE-EntryType PIC X(10).
       *> the account description, defaulted here and replaced by the mapping's
       02 GE-Description PIC X(30).
       *> the GL account the mapping assigns; spaces while unmapped
       02 GE-Account PIC X(10).
       *> the day's debits and credits to the entry type
       02 GE-Debits PIC 9(9)V99.
       02 GE-Credits PIC 9(9)V99.
*> create a counter variable to cycle through the array of entry types
01 EntryIndex PIC 99 VALUE 1.
*> create a "boolean" value to store whether the entry type being hunted for was found
01 FoundEntry PIC A VALUE 'N'.
*> the entry type, description, amount, and side staged for AddEntryType and PostJournal
01 NewEntryType PIC X(10) VALUE SPACES.
01 NewDescription PIC X(30) VALUE SPACES.
01 PostEntryType PIC X(10) VALUE SPACES.
01 PostAmount PIC 9(7)V99 VALUE 0.
*> D to post PostAmount as a debit, C as a credit
01 PostSide PIC A VALUE 'D'.
*> create "boolean" flags to show whether the end of each input has been reached
01 EndOfChart PIC A VALUE 'N'.
01 EndOfProcessed PIC A VALUE 'N'.
01 EndOfCashActivity PIC A VALUE 'N'.
01 EndOfInventoryActivity PIC A VALUE 'N'.
01 EndOfBatchControl PIC A VALUE 'N'.
*> create temporary decimals to stage the numeric-edited processed fields through
01 tempGross PIC 9(5)V99 VALUE 0.
01 tempDiscount PIC 9(5)V99 VALUE 0.
01 tempNet PIC 9(5)V99 VALUE 0.
01 tempTax PIC 9(5)V99 VALUE 0.
01 tempUnitCost PIC 99V99 VALUE 0.
*> the line's net plus its tax: what it put on (or took off) the receivable
01 tempBill PIC 9(6)V99 VALUE 0.
*> the line's units valued at the carried UnitCost
01 tempCost PIC 9(6)V99 VALUE 0.
*> source counts for the control report
01 SalesLinesRead PIC 9(6) VALUE 0.
01 MemoLinesRead PIC 9(6) VALUE 0.
01 FinanceLinesRead PIC 9(6) VALUE 0.
01 CashLinesRead PIC 9(6) VALUE 0.
01 StockLinesRead PIC 9(6) VALUE 0.
*> activity lines of a type this run doesn't know, reported and left out
01 ActivitySkipped PIC 9(6) VALUE 0.
*> sales, credit memo, and stock lines for an item with no UnitCost loaded, which
*> move inventory at zero on both sides and are reported so the cost gets loaded
01 ZeroCostLines PIC 9(6) VALUE 0.
*> the net dollars the sales lines posted, for the batch control tie-out
01 SalesNetPosted PIC 9(9)V99 VALUE 0.
*> the batch control figures the sales lines are tied back to
01 BatchRecords PIC 9(4) VALUE 0.
01 BatchLinesPosted PIC 9(7) VALUE 0.
01 BatchNetPosted PIC 9(9)V99 VALUE 0.
*> the journal's debit and credit totals, which must agree before it is released
01 TotalDebits PIC 9(9)V99 VALUE 0.
01 TotalCredits PIC 9(9)V99 VALUE 0.
*> the difference between the two sides, signed
01 JournalDifference PIC S9(9)V99 VALUE 0.
*> how many entry types carry activity but have no GL account mapped
01 UnmappedCount PIC 99 VALUE 0.
*> Y once the journal has been released to GLJournal.dat
01 JournalReleased PIC A VALUE 'N'.
*> the difference between the batch control figures and the processed file, signed
01 TieLineDifference PIC S9(7) VALUE 0.
01 TieNetDifference PIC S9(9)V99 VALUE 0.
*> the journal filenames: the temp file it is built in and the released name
01 JournalTempFileName PIC X(30) VALUE "GLJournal.dat.tmp".
01 JournalRealFileName PIC X(30) VALUE "GLJournal.dat".
*> the live activity filenames, and the dated names they are archived to on release
01 CashActivityLiveName PIC X(30) VALUE "CashActivity.dat".
01 InventoryActivityLiveName PIC X(30) VALUE "InventoryActivity.dat".
01 ActivityArchiveName PIC X(40) VALUE SPACES.
*> return code from CBL_RENAME_FILE; 0 means the rename succeeded
01 RenameStatus PIC 9(4) COMP-5.
*> create edited fields used to lay out numbers in the printed report lines
01 DispDate PIC 9(8).
01 DispDebit PIC ZZZZZZZZ9.99.
01 DispCredit PIC ZZZZZZZZ9.99.
01 DispMoney PIC ZZZZZZZZ9.99-.
01 DispCount PIC ZZZZZZ9.
01 DispCount2 PIC ZZZZZZ9-.
PROCEDURE DIVISION.
Perform ReadRunControl. *> read in who in the daily cycle has run, and when
Perform CheckRunControl. *> refuse an out-of-order launch or a same-day rerun
Move "STARTED" to StampStatus.
Perform StampRunControl. *> stamp the start, so a crash shows as STARTED not FINISHED
Perform DefineEntryTypes. *> every kind of entry the journal can carry
Perform ReadChartOfAccounts. *> map each entry type to its GL account
Perform JournalProcessedLines. *> sales, discounts, tax, COGS, memos, and finance charges
Perform JournalCashActivity. *> cash applied and unapplied, and credit moved on and off unapplied
Perform JournalInventoryActivity. *> receipts and count adjustments at cost
Perform ReadBatchControl. *> the control figures the sales lines tie back to
Perform CheckJournal. *> the journal must balance and every active entry must be mapped
Perform WriteJournal. *> one line per side per entry type, into the temp file
if UnmappedCount = 0 and JournalDifference = 0 then
    Perform ReleaseJournal *> rename it into place and archive the consumed activity
end-if.
Perform WriteControlReport. *> the entry totals and the batch control tie-out
if JournalReleased = 'Y' then
    Move TotalDebits to DispDebit
    Display "GLInterface released a balanced journal of " DispDebit
        " in debits and credits"
    Move "FINISHED" to StampStatus
else
    Display "GLInterface refused to release the journal: see GLControlReport.dat;"
        " GLJournal.dat.tmp is left for review"
    Move "REFUSED" to StampStatus
end-if.
Perform StampRunControl. *> a refused run can be rerun once the problem is fixed
STOP RUN.
*> loads every kind of entry the journal can carry, with a default description the
*> chart-of-accounts mapping normally replaces
DefineEntryTypes.
    Move "AR" to NewEntryType.
    Move "Accounts receivable" to NewDescription.
    Perform AddEntryType.
    Move "SALES" to NewEntryType.
    Move "Sales revenue" to NewDescription.
    Perform AddEntryType.
    Move "DISCOUNTS" to NewEntryType.
    Move "Sales discounts" to NewDescription.
    Perform AddEntryType.
    Move "SALESTAX" to NewEntryType.
    Move "Sales tax payable" to NewDescription.
    Perform AddEntryType.
    Move "RETURNS" to NewEntryType.
    Move "Sales returns and allowances" to NewDescription.
    Perform AddEntryType.
    Move "FINCHARGE" to NewEntryType.
    Move "Finance charge income" to NewDescription.
    Perform AddEntryType.
    Move "COGS" to NewEntryType.
    Move "Cost of goods sold" to NewDescription.
    Perform AddEntryType.
    Move "INVENTORY" to NewEntryType.
    Move "Inventory" to NewDescription.
    Perform AddEntryType.
    Move "CASH" to NewEntryType.
    Move "Cash" to NewDescription.
    Perform AddEntryType.
    Move "UNAPPLIED" to NewEntryType.
    Move "Unapplied customer cash" to NewDescription.
    Perform AddEntryType.
    Move "RECEIPTS" to NewEntryType.
    Move "Received not invoiced" to NewDescription.
    Perform AddEntryType.
    Move "SHRINK" to NewEntryType.
    Move "Inventory shrinkage" to NewDescription.
    Perform AddEntryType.
*> adds the entry type staged in NewEntryType to the GLEntry table, unmapped and empty
AddEntryType.
    if EntryTableCount >= EntryTableMax then
        Display "WARNING: more entry types than the " EntryTableMax
            " GLInterface.cob can hold; " NewEntryType " was left off"
        exit paragraph
    end-if.
    Add 1 to EntryTableCount.
    Move NewEntryType to GE-EntryType in GLEntry(EntryTableCount).
    Move NewDescription to GE-Description in GLEntry(EntryTableCount).
    Move spaces to GE-Account in GLEntry(EntryTableCount).
    Move 0 to GE-Debits in GLEntry(EntryTableCount).
    Move 0 to GE-Credits in GLEntry(EntryTableCount).
*> reads GLAccounts.dat and maps each line's entry type to its GL account; a line
*> naming an entry type the journal doesn't carry is reported and ignored
ReadChartOfAccounts.
   Open input ChartOfAccounts.
       Perform until EndOfChart = 'Y'
           Read ChartOfAccounts
               AT END Move 'Y' to EndOfChart
               NOT AT END Perform MapOneAccount
           end-read
       end-perform
   Close ChartOfAccounts.
*> applies the chart-of-accounts line just read to its entry type
MapOneAccount.
    Move GA-EntryType to PostEntryType.
    Perform FindEntryType.
    if FoundEntry = 'N' then
        Display "WARNING: GLAccounts.dat maps entry type " GA-EntryType
            " which the journal does not carry; line ignored"
        exit paragraph
    end-if.
    Move GA-Account to GE-Account in GLEntry(EntryIndex).
    if GA-Description not = spaces then
        Move GA-Description to GE-Description in GLEntry(EntryIndex)
    end-if.
*> finds the entry type in PostEntryType in the GLEntry table, leaving EntryIndex on it
FindEntryType.
    Move 'N' to FoundEntry.
    Set EntryIndex to 1.
    perform EntryTableCount times
        if GE-EntryType in GLEntry(EntryIndex) = PostEntryType then
            Move 'Y' to FoundEntry
            exit perform
        end-if
        Add 1 to EntryIndex
    end-perform.
*> posts PostAmount to the entry type in PostEntryType on the side in PostSide
PostJournal.
    if PostAmount = 0 then
        exit paragraph
    end-if.
    Perform FindEntryType.
    if FoundEntry = 'N' then
        Display "WARNING: no entry type " PostEntryType " to post " PostAmount " to"
        exit paragraph
    end-if.
    if PostSide = 'D' then
        Add PostAmount to GE-Debits in GLEntry(EntryIndex)
    else
        Add PostAmount to GE-Credits in GLEntry(EntryIndex)
    end-if.
*> reads the whole processed file and journals every line
JournalProcessedLines.
   Open input TransactionProcess.
       Perform until EndOfProcessed = 'Y'
           Read TransactionProcess
               AT END Move 'Y' to EndOfProcessed
               NOT AT END Perform JournalOneProcessedLine
           end-read
       end-perform
   Close TransactionProcess.
*> journals one processed line by its flag: a credit memo reverses a sale into
*> returns and puts its units back into inventory at cost, a finance charge is
*> income, and everything else (same-day, recycled, released) is a sale
JournalOneProcessedLine.
    *> the file's money fields are numeric-edited (they carry a decimal point), so
    *> stage them through plain numerics before doing arithmetic with them
    Move GrossCost to tempGross.
    Move Discount to tempDiscount.
    Move NetCost to tempNet.
    Move TaxAmount to tempTax.
    Move UnitCost to tempUnitCost.
    Compute tempBill = tempNet + tempTax.
    Compute tempCost = Amount * tempUnitCost.
    if tempUnitCost = 0 and Amount > 0 and RecycledFlag not = 'F' then
        Display "WARNING: ItemID " ItemID " on order " OrderNumber
            " has no UnitCost; its inventory and cost of goods are journaled at zero"
        Add 1 to ZeroCostLines
    end-if.
    Evaluate RecycledFlag
        When 'M'
            Add 1 to MemoLinesRead
            Move "RETURNS" to PostEntryType
            Move tempNet to PostAmount
            Move 'D' to PostSide
            Perform PostJournal
            Move "SALESTAX" to PostEntryType
            Move tempTax to PostAmount
            Perform PostJournal
            Move "AR" to PostEntryType
            Move tempBill to PostAmount
            Move 'C' to PostSide
            Perform PostJournal
            Move "INVENTORY" to PostEntryType
            Move tempCost to PostAmount
            Move 'D' to PostSide
            Perform PostJournal
            Move "COGS" to PostEntryType
            Move 'C' to PostSide
            Perform PostJournal
        When 'F'
            Add 1 to FinanceLinesRead
            Move "AR" to PostEntryType
            Move tempBill to PostAmount
            Move 'D' to PostSide
            Perform PostJournal
            Move "FINCHARGE" to PostEntryType
            Move tempNet to PostAmount
            Move 'C' to PostSide
            Perform PostJournal
            Move "SALESTAX" to PostEntryType
            Move tempTax to PostAmount
            Perform PostJournal
        When Other
            Add 1 to SalesLinesRead
            Add tempNet to SalesNetPosted
            Move "AR" to PostEntryType
            Move tempBill to PostAmount
            Move 'D' to PostSide
            Perform PostJournal
            Move "DISCOUNTS" to PostEntryType
            Move tempDiscount to PostAmount
            Perform PostJournal
            Move "SALES" to PostEntryType
            Move tempGross to PostAmount
            Move 'C' to PostSide
            Perform PostJournal
            Move "SALESTAX" to PostEntryType
            Move tempTax to PostAmount
            Perform PostJournal
            Move "COGS" to PostEntryType
            Move tempCost to PostAmount
            Move 'D' to PostSide
            Perform PostJournal
            Move "INVENTORY" to PostEntryType
            Move 'C' to PostSide
            Perform PostJournal
    end-evaluate.
*> reads the cash-and-credit activity and journals every movement
JournalCashActivity.
   Open input CashActivity.
       Perform until EndOfCashActivity = 'Y'
           Read CashActivity
               AT END Move 'Y' to EndOfCashActivity
               NOT AT END Perform JournalOneCashLine
           end-read
       end-perform
   Close CashActivity.
*> journals one cash-and-credit movement: a payment is cash against the receivable
*> and unapplied cash, consumed credit moves from unapplied cash onto the
*> receivable, and a parked return credit moves the other way
JournalOneCashLine.
    Add 1 to CashLinesRead.
    Evaluate CA-Type
        When "RECEIPT"
            Compute tempBill = CA-Applied + CA-Unapplied
            Move "CASH" to PostEntryType
            Move tempBill to PostAmount
            Move 'D' to PostSide
            Perform PostJournal
            Move "AR" to PostEntryType
            Move CA-Applied to PostAmount
            Move 'C' to PostSide
            Perform PostJournal
            Move "UNAPPLIED" to PostEntryType
            Move CA-Unapplied to PostAmount
            Perform PostJournal
        When "CONSUMED"
            Move "UNAPPLIED" to PostEntryType
            Move CA-Applied to PostAmount
            Move 'D' to PostSide
            Perform PostJournal
            Move "AR" to PostEntryType
            Move 'C' to PostSide
            Perform PostJournal
        When "CREDITED"
            Move "AR" to PostEntryType
            Move CA-Unapplied to PostAmount
            Move 'D' to PostSide
            Perform PostJournal
            Move "UNAPPLIED" to PostEntryType
            Move 'C' to PostSide
            Perform PostJournal
        When Other
            Display "WARNING: CashActivity.dat line of unknown type " CA-Type
                " for CustomerID " CA-CustomerID " left out of the journal"
            Add 1 to ActivitySkipped
    end-evaluate.
*> reads the stock-movement activity and journals every movement
JournalInventoryActivity.
   Open input InventoryActivity.
       Perform until EndOfInventoryActivity = 'Y'
           Read InventoryActivity
               AT END Move 'Y' to EndOfInventoryActivity
               NOT AT END Perform JournalOneStockLine
           end-read
       end-perform
   Close InventoryActivity.
*> journals one stock movement at cost: a receipt is inventory owed to the vendor,
*> a short count is shrink out of inventory, and an over count the reverse
JournalOneStockLine.
    Add 1 to StockLinesRead.
    Move IA-Extended to PostAmount.
    if IA-Extended = 0 and IA-Quantity > 0 then
        Display "WARNING: " IA-Type " of ItemID " IA-ItemID
            " has no UnitCost; it is journaled at zero"
        Add 1 to ZeroCostLines
    end-if.
    Evaluate IA-Type
        When "RECEIPT"
            Move "INVENTORY" to PostEntryType
            Move 'D' to PostSide
            Perform PostJournal
            Move "RECEIPTS" to PostEntryType
            Move 'C' to PostSide
            Perform PostJournal
        When "SHRINK"
            Move "SHRINK" to PostEntryType
            Move 'D' to PostSide
            Perform PostJournal
            Move "INVENTORY" to PostEntryType
            Move 'C' to PostSide
            Perform PostJournal
        When "OVER"
            Move "INVENTORY" to PostEntryType
            Move 'D' to PostSide
            Perform PostJournal
            Move "SHRINK" to PostEntryType
            Move 'C' to PostSide
            Perform PostJournal
        When Other
            Display "WARNING: InventoryActivity.dat line of unknown type " IA-Type
                " for ItemID " IA-ItemID " left out of the journal"
            Add 1 to ActivitySkipped
    end-evaluate.
*> totals the day's batch control records: the lines posted (same-day and recycled)
*> and the net dollars posted, which the journal's sales lines must tie back to
ReadBatchControl.
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
       end-perform
   Close BatchControl.
*> totals both sides of the journal and counts the entry types that carry activity
*> with no GL account to post it to; either problem stops the release
CheckJournal.
    Move 0 to TotalDebits.
    Move 0 to TotalCredits.
    Move 0 to UnmappedCount.
    Set EntryIndex to 1.
    perform EntryTableCount times
        Add GE-Debits in GLEntry(EntryIndex) to TotalDebits
        Add GE-Credits in GLEntry(EntryIndex) to TotalCredits
        if GE-Account in GLEntry(EntryIndex) = spaces
                and (GE-Debits in GLEntry(EntryIndex) > 0
                  or GE-Credits in GLEntry(EntryIndex) > 0) then
            Add 1 to UnmappedCount
        end-if
        Add 1 to EntryIndex
    end-perform.
    Compute JournalDifference = TotalDebits - TotalCredits.
    Compute TieLineDifference = SalesLinesRead - BatchLinesPosted.
    Compute TieNetDifference = SalesNetPosted - BatchNetPosted.
*> writes the journal into the temp file: a debit line and a credit line for each
*> entry type that carries anything on that side
WriteJournal.
    Open output JournalFile.
        Set EntryIndex to 1.
        perform EntryTableCount times
            if GE-Debits in GLEntry(EntryIndex) > 0 then
                Perform WriteJournalLine
                Move GE-Debits in GLEntry(EntryIndex) to JL-Debit
                Move 0 to JL-Credit
                Write JournalLine
            end-if
            if GE-Credits in GLEntry(EntryIndex) > 0 then
                Perform WriteJournalLine
                Move 0 to JL-Debit
                Move GE-Credits in GLEntry(EntryIndex) to JL-Credit
                Write JournalLine
            end-if
            Add 1 to EntryIndex
        end-perform.
    Close JournalFile.
*> fills in the parts of a journal line both sides share, for the entry at EntryIndex
WriteJournalLine.
    *> clear the record area so the buffer fields are spaces instead of leftover/uninitialized bytes
    Initialize JournalLine.
    Move ControlDate to JL-RunDate.
    Move GE-Account in GLEntry(EntryIndex) to JL-Account.
    Move GE-EntryType in GLEntry(EntryIndex) to JL-EntryType.
    Move GE-Description in GLEntry(EntryIndex) to JL-Description.
*> renames the balanced journal into place for accounting, then files the activity
*> it consumed under today's date so no movement is ever journaled twice
ReleaseJournal.
    Call "CBL_RENAME_FILE" using JournalTempFileName JournalRealFileName
        returning RenameStatus.
    if RenameStatus not = 0 then
        Display "WARNING: GLJournal.dat.tmp could not be released (rename returned "
            RenameStatus "); the journal was not released"
        exit paragraph
    end-if.
    Move 'Y' to JournalReleased.
    if CashLinesRead > 0 then
        Move spaces to ActivityArchiveName
        String "CashActivity." ControlDate ".dat" delimited by size
            into ActivityArchiveName
        Call "CBL_RENAME_FILE" using CashActivityLiveName ActivityArchiveName
            returning RenameStatus
        if RenameStatus not = 0 then
            Display "WARNING: CashActivity.dat could not be archived (rename returned "
                RenameStatus "); remove or rename it by hand before the next run"
        end-if
    end-if.
    if StockLinesRead > 0 then
        Move spaces to ActivityArchiveName
        String "InventoryActivity." ControlDate ".dat" delimited by size
            into ActivityArchiveName
        Call "CBL_RENAME_FILE" using InventoryActivityLiveName ActivityArchiveName
            returning RenameStatus
        if RenameStatus not = 0 then
            Display "WARNING: InventoryActivity.dat could not be archived (rename returned "
                RenameStatus "); remove or rename it by hand before the next run"
        end-if
    end-if.
*> writes the control report: each entry type's account and totals, the journal
*> totals and whether it balanced, the source counts, the batch control tie-out,
*> and whether the journal was released
WriteControlReport.
    Open output ControlReport.
        Move ControlDate to DispDate.
        Move spaces to ReportLine.
        String "GL INTERFACE CONTROL REPORT - RUN DATE " DispDate
            delimited by size into ReportLine.
        Write ReportLine.
        Move spaces to ReportLine.
        String "Entry       Account     Description                          Debits"
            "        Credits" delimited by size into ReportLine.
        Write ReportLine.
        Set EntryIndex to 1.
        perform EntryTableCount times
            Move GE-Debits in GLEntry(EntryIndex) to DispDebit
            Move GE-Credits in GLEntry(EntryIndex) to DispCredit
            Move spaces to ReportLine
            if GE-Account in GLEntry(EntryIndex) = spaces then
                String GE-EntryType in GLEntry(EntryIndex) "  ** NONE **  "
                    GE-Description in GLEntry(EntryIndex) " " DispDebit "   " DispCredit
                    delimited by size into ReportLine
            else
                String GE-EntryType in GLEntry(EntryIndex) "  "
                    GE-Account in GLEntry(EntryIndex) "  "
                    GE-Description in GLEntry(EntryIndex) " " DispDebit "   " DispCredit
                    delimited by size into ReportLine
            end-if
            Write ReportLine
            Add 1 to EntryIndex
        end-perform.
        Move TotalDebits to DispDebit.
        Move TotalCredits to DispCredit.
        Move spaces to ReportLine.
        String "JOURNAL TOTALS                                         " DispDebit
            "   " DispCredit delimited by size into ReportLine.
        Write ReportLine.
        Move spaces to ReportLine.
        if JournalDifference = 0 then
            String "JOURNAL BALANCED" delimited by size into ReportLine
        else
            Move JournalDifference to DispMoney
            String "JOURNAL OUT OF BALANCE BY " DispMoney
                delimited by size into ReportLine
        end-if.
        Write ReportLine.
        if UnmappedCount > 0 then
            Move UnmappedCount to DispCount
            Move spaces to ReportLine
            String "ENTRY TYPES WITH ACTIVITY BUT NO ACCOUNT IN GLAccounts.dat: "
                DispCount delimited by size into ReportLine
            Write ReportLine
        end-if.
        Move spaces to ReportLine.
        Write ReportLine.
        Move spaces to ReportLine.
        String "SOURCE LINES JOURNALED" delimited by size into ReportLine.
        Write ReportLine.
        Move SalesLinesRead to DispCount.
        Move spaces to ReportLine.
        String "  Sales lines (same-day, recycled, released) " DispCount
            delimited by size into ReportLine.
        Write ReportLine.
        Move MemoLinesRead to DispCount.
        Move spaces to ReportLine.
        String "  Credit memo lines (M)                      " DispCount
            delimited by size into ReportLine.
        Write ReportLine.
        Move FinanceLinesRead to DispCount.
        Move spaces to ReportLine.
        String "  Finance charge lines (F)                   " DispCount
            delimited by size into ReportLine.
        Write ReportLine.
        Move CashLinesRead to DispCount.
        Move spaces to ReportLine.
        String "  Cash and credit activity lines             " DispCount
            delimited by size into ReportLine.
        Write ReportLine.
        Move StockLinesRead to DispCount.
        Move spaces to ReportLine.
        String "  Stock activity lines (receipts, counts)    " DispCount
            delimited by size into ReportLine.
        Write ReportLine.
        if ActivitySkipped > 0 then
            Move ActivitySkipped to DispCount
            Move spaces to ReportLine
            String "  Activity lines of unknown type left out    " DispCount
                delimited by size into ReportLine
            Write ReportLine
        end-if.
        if ZeroCostLines > 0 then
            Move ZeroCostLines to DispCount
            Move spaces to ReportLine
            String "  Lines valued at zero - no UnitCost loaded  " DispCount
                delimited by size into ReportLine
            Write ReportLine
        end-if.
        Move spaces to ReportLine.
        Write ReportLine.
        Perform WriteBatchTieOut.
        Move spaces to ReportLine.
        Write ReportLine.
        Move spaces to ReportLine.
        if JournalReleased = 'Y' then
            String "JOURNAL RELEASED TO GLJournal.dat" delimited by size into ReportLine
        else
            String "JOURNAL NOT RELEASED - LEFT IN GLJournal.dat.tmp FOR REVIEW"
                delimited by size into ReportLine
        end-if.
        Write ReportLine.
    Close ControlReport.
*> writes the batch control tie-out section of the control report: the sales lines
*> and net dollars on TransactionsProcessed.dat against the control records
WriteBatchTieOut.
    Move BatchRecords to DispCount.
    Move spaces to ReportLine.
    String "BATCH CONTROL TIE-OUT (" DispCount " control record(s) on BatchControl.dat)"
        delimited by size into ReportLine.
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
    Move TieLineDifference to DispCount2.
    Move spaces to ReportLine.
    String "  Difference                                 " DispCount2
        delimited by size into ReportLine.
    Write ReportLine.
    Move BatchNetPosted to DispMoney.
    Move spaces to ReportLine.
    String "  Net posted per BatchControl.dat       " DispMoney
        delimited by size into ReportLine.
    Write ReportLine.
    Move SalesNetPosted to DispMoney.
    Move spaces to ReportLine.
    String "  Net journaled from sales lines        " DispMoney
        delimited by size into ReportLine.
    Write ReportLine.
    Move TieNetDifference to DispMoney.
    Move spaces to ReportLine.
    String "  Difference                            " DispMoney
        delimited by size into ReportLine.
    Write ReportLine.
    Move spaces to ReportLine.
    if TieLineDifference = 0 and TieNetDifference = 0 then
        String "  JOURNAL TIES TO BATCH CONTROL" delimited by size into ReportLine
    else
        String "  JOURNAL DOES NOT TIE TO BATCH CONTROL - CHECK FOR A RESTARTED OR"
            " RERUN POSTING" delimited by size into ReportLine
    end-if.
    Write ReportLine.
*> reads the run-control file into the RunEntry table so the start checks and the
*> stamps can work against it in memory
ReadRunControl.
   Move Function Current-Date(1:8) to ControlDate.
   Open input RunControl.
       Perform until EndOfRunControl = 'Y'
           if RunTableCount >= RunTableMax then
               *> the table is full; stop growing it instead of reading past the end
               Display "WARNING: RunControl.dat has more rows than the "
                   RunTableMax " stamps GLInterface.cob can hold; "
                   "ignoring every row after the first " RunTableMax
               Move 'Y' to EndOfRunControl
           else
               Read RunControl
                   AT END Move 'Y' to EndOfRunControl
                   NOT AT END
                       Add 1 to RunTableCount
                       Move RC-ProgramName to RN-ProgramName in RunEntry(RunTableCount)
                       Move RC-RunDate to RN-RunDate in RunEntry(RunTableCount)
                       Move RC-Status to RN-Status in RunEntry(RunTableCount)
               end-read
           end-if
       end-perform
   Close RunControl.
*> refuses to start when this program already finished cleanly against today's input
*> (a rerun would post everything twice) or when its predecessor in the daily
*> cycle hasn't finished today (the cycle only works in order). a STARTED stamp
*> with today's date is a crashed run, which is allowed to restart
CheckRunControl.
    Set RunIndex to 1.
    perform RunTableCount times
        if RN-ProgramName in RunEntry(RunIndex) = OwnProgramName
                and RN-RunDate in RunEntry(RunIndex) = ControlDate
                and RN-Status in RunEntry(RunIndex) = "FINISHED" then
            Display "GLInterface already completed cleanly today; running it"
                " again would post today's input twice. Run refused."
            STOP RUN
        end-if
        Add 1 to RunIndex
    end-perform.
    Move 'N' to FoundRunEntry.
    Set RunIndex to 1.
    perform RunTableCount times
        if RN-ProgramName in RunEntry(RunIndex) = PredecessorName
                and RN-RunDate in RunEntry(RunIndex) = ControlDate
                and RN-Status in RunEntry(RunIndex) = "FINISHED" then
            Move 'Y' to FoundRunEntry
            exit perform
        end-if
        Add 1 to RunIndex
    end-perform.
    if FoundRunEntry = 'N' then
        Display "GLInterface refused to start: " PredecessorName
            " has not finished cleanly today, and the daily cycle only works"
            " in order."
        STOP RUN
    end-if.
*> stamps this program's run-control entry with today's date and StampStatus and
*> rewrites the whole run-control file from the table
StampRunControl.
    Move 'N' to FoundRunEntry.
    Set RunIndex to 1.
    perform RunTableCount times
        if RN-ProgramName in RunEntry(RunIndex) = OwnProgramName then
            Move ControlDate to RN-RunDate in RunEntry(RunIndex)
            Move StampStatus to RN-Status in RunEntry(RunIndex)
            Move 'Y' to FoundRunEntry
            exit perform
        end-if
        Add 1 to RunIndex
    end-perform.
    if FoundRunEntry = 'N' then
        if RunTableCount >= RunTableMax then
            Display "WARNING: no room left in RunControl.dat to stamp "
                OwnProgramName "; the stamp was not written"
            exit paragraph
        end-if
        Add 1 to RunTableCount
        Move OwnProgramName to RN-ProgramName in RunEntry(RunTableCount)
        Move ControlDate to RN-RunDate in RunEntry(RunTableCount)
        Move StampStatus to RN-Status in RunEntry(RunTableCount)
    end-if.
    Open output RunControl.
        Set RunIndex to 1.
        perform RunTableCount times
            *> clear the record area so the buffer fields are spaces instead of leftover/uninitialized bytes
            Initialize RunControlData
            Move RN-ProgramName in RunEntry(RunIndex) to RC-ProgramName
            Move RN-RunDate in RunEntry(RunIndex) to RC-RunDate
            Move RN-Status in RunEntry(RunIndex) to RC-Status
            Write RunControlData
            Add 1 to RunIndex
        end-perform
    Close RunControl.
