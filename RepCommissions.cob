       >>SOURCE FORMAT FREE
*> Sales rep commission run
*> Reads the dated transaction history the nightly archives into
*> TransactionsHistory.dat and works out what each sales rep earned in the
*> period being closed (off PeriodControl.dat, the same period the month-end
*> close and the tax liability report work; defaults to the current month
*> before the control file exists). Every archived line is credited to the
*> rep who owns the customer's account on customers.dat: its net sales, and
*> its gross margin - net less the units at the vendor UnitCost the posting
*> run carried on the line. Credit memos (flag M) take their net and margin
*> back out of the rep's figures; finance charges (flag F) are not sales and
*> earn nobody anything. Commission is worked line by line at the rep's rate
*> off SalesReps.dat - the rate the rep carries for the line's DiscountCode
*> when there is one, the rep's standard rate otherwise - on net sales or on
*> gross margin, whichever the rep is paid on. A credit memo carries no
*> DiscountCode of its own, so the sale line it reverses - the line on the
*> invoice the memo names for the same item - is looked up on the history and
*> the memo takes commission back at the rate that line earned (the standard
*> rate when that line can't be found). Lines for house accounts (no rep),
*> for customers no longer on the master, or for a rep no longer on the rep
*> master earn no commission and are totalled separately. One statement per
*> rep, listing every commissioned line, is written to
*> CommissionStatements.dat - a rep with no activity still gets one, so
*> nobody wonders where theirs went - and a one-line-per-rep summary for
*> payroll to CommissionSummary.dat. The run reads the masters and the
*> history only; nothing it reads is updated, so it can be rerun as often as
*> needed. Run this alongside the month-end close, after the first fresh
*> nightly of the new month has archived the last night's postings.
IDENTIFICATION DIVISION.
PROGRAM-ID. RepCommissions.
AUTHOR. Adam Buerger.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> the period control file holding which YYYYMM is being closed; OPTIONAL so a
       *> run before the file exists defaults to the current month
       SELECT OPTIONAL PeriodControl ASSIGN TO "PeriodControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the indexed customer master, keyed on CustomerID, for which rep owns each
       *> line's account; every line is one keyed READ
       SELECT CustomerFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CustomerID in TempCustomer.
       *> the indexed sales rep master, read front to back in rep-number order;
       *> OPTIONAL so a run before any rep has been set up still works
       SELECT OPTIONAL SalesRepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RP-RepNumber.
       *> the dated transaction history the nightly archives into; OPTIONAL so a run
       *> before any history exists still works (every rep just earns nothing)
       SELECT OPTIONAL TransactionHistory ASSIGN TO "TransactionsHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a work file to sort the period's commissioned lines by rep
       SELECT SortWork ASSIGN TO "commissionsort.tmp".
       *> create a file to write the reps' commission statements to
       SELECT StatementReport ASSIGN TO "CommissionStatements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> create a file to write the payroll summary to
       SELECT PayrollSummary ASSIGN TO "CommissionSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*> create a record to hold which period (YYYYMM) is being closed
FD PeriodControl.
01 PeriodRecord.
       *> the year and month being closed
       02 PC-Period PIC 9(6).
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
           *> the vendor unit cost the posting run carried, for the line's margin
           03 UnitCost PIC 99.99.
           03 Buffer11 PIC XXXX.
           03 TaxAmount PIC 9(5).99.
           03 Buffer12 PIC XXXX.
           03 PriceSource PIC A.
           03 Buffer13 PIC XXXX.
           03 InvoiceNumber PIC 9(6).
*> create a sort work record holding one commissioned line, signed so a credit memo
*> subtracts, keyed on the rep and then the day and order it posted under
SD SortWork.
01 SortedLine.
       *> the rep the line is credited to
       02 SW-RepNumber PIC 9(3).
       *> the date of the run that posted the line
       02 SW-RunDate PIC 9(8).
       *> the order and invoice the line was billed under
       02 SW-OrderNumber PIC 9(6).
       02 SW-InvoiceNumber PIC 9(6).
       *> the customer and item the line sold
       02 SW-CustomerID PIC 9(5).
       02 SW-ItemID PIC 9(6).
       *> the units on the line, negative on a credit memo
       02 SW-Units PIC S9(4).
       *> the line's flag and DiscountCode off the history
       02 SW-Flag PIC A.
       02 SW-DiscountCode PIC A.
       *> the net sales and gross margin credited, negative on a credit memo
       02 SW-Net PIC S9(7)V99.
       02 SW-Margin PIC S9(7)V99.
       *> the rate the line earned and the commission it works out to
       02 SW-Rate PIC 99V99.
       02 SW-Commission PIC S9(7)V99.
*> create a record to hold one printed line of the commission statements
FD StatementReport.
01 StatementLine PIC X(120).
*> create a record to hold one printed line of the payroll summary
FD PayrollSummary.
01 SummaryLine PIC X(120).
WORKING-STORAGE SECTION.
*> the period (YYYYMM) being closed, off PeriodControl.dat
01 FilePeriod PIC 9(6) VALUE 0.
*> create a variable to hold how many reps were loaded off the rep master
01 RepTableCount PIC 999 VALUE 0.
*> the RepEntry table's OCCURS ceiling below; update both together if it ever changes
01 RepTableMax PIC 999 VALUE 200.
*> create up to 200 instances of a rep, in rep-number order, and what the rep earned
01 RepEntry OCCURS 1 TO 200 TIMES DEPENDING ON RepTableCount.
       02 RE-RepNumber PIC 9(3).
       02 RE-RepName PIC X(23).
       02 RE-CommissionRate PIC 99V99.
       02 RE-Basis PIC A.
       02 RE-CodeRate OCCURS 6 TIMES.
           03 RE-RateCode PIC A.
           03 RE-Rate PIC 99V99.
       *> the period's commissioned lines, net sales, gross margin, and commission
       02 RE-Lines PIC 9(5).
       02 RE-NetSales PIC S9(7)V99.
       02 RE-Margin PIC S9(7)V99.
       02 RE-Commission PIC S9(7)V99.
*> create counter variables to cycle through the rep table and a rep's rate slots
01 RepIndex PIC 999 VALUE 1.
01 RateIndex PIC 9 VALUE 1.
*> the table slot of the rep the current history line is credited to; 0 when none
01 LineRep PIC 999 VALUE 0.
*> create a variable to hold how many distinct invoice lines the period's credit memos
*> reverse
01 MemoLineCount PIC 9(4) VALUE 0.
*> the MemoLine table's OCCURS ceiling below; update both together if it ever changes
01 MemoLineMax PIC 9(4) VALUE 2000.
*> create up to 2000 instances of an invoice line a credit memo reverses, and the
*> DiscountCode the original sale line carried (space until it is found)
01 MemoLine OCCURS 1 TO 2000 TIMES DEPENDING ON MemoLineCount.
       02 ML-InvoiceNumber PIC 9(6).
       02 ML-ItemID PIC 9(6).
       02 ML-DiscountCode PIC A.
*> create a counter variable to cycle through the MemoLine table, and the slot found
01 MemoIndex PIC 9(4) VALUE 1.
01 FoundMemoLine PIC 9(4) VALUE 0.
*> the DiscountCode the current line's commission rate is chosen by
01 LineCode PIC A VALUE SPACE.
*> the rep table slot whose statement is being written, and the next one still owed one
01 StatementRep PIC 999 VALUE 0.
01 NextStatementRep PIC 999 VALUE 1.
*> the rep number the sorted lines currently belong to; 000 before the first line
01 CurrentRepNumber PIC 9(3) VALUE 0.
*> create "boolean" flags to show whether the end of each input has been reached
01 EndOfSalesReps PIC A VALUE 'N'.
01 EndOfHistory PIC A VALUE 'N'.
01 EndOfSorted PIC A VALUE 'N'.
*> create a "boolean" value to store whether or not the line's customer was found
01 FoundCustomer PIC A VALUE 'N'.
*> temporary decimals to stage the numeric-edited history fields through
01 tempNet PIC 9(5)V99.
01 tempUnitCost PIC 99V99.
01 tempCost PIC 9(7)V99.
*> the current line's signed net, margin, rate, and the base the rate is paid on
01 LineNet PIC S9(7)V99 VALUE 0.
01 LineMargin PIC S9(7)V99 VALUE 0.
01 LineRate PIC 99V99 VALUE 0.
01 LineBase PIC S9(7)V99 VALUE 0.
*> what earned nobody commission: house accounts, customers gone from the master,
*> and reps gone from the rep master
01 HouseLines PIC 9(5) VALUE 0.
01 HouseNetSales PIC S9(7)V99 VALUE 0.
01 HouseMargin PIC S9(7)V99 VALUE 0.
01 UnknownCustomerLines PIC 9(5) VALUE 0.
01 UnknownCustomerNet PIC S9(7)V99 VALUE 0.
01 UnknownRepLines PIC 9(5) VALUE 0.
01 UnknownRepNet PIC S9(7)V99 VALUE 0.
*> the run's totals across every rep
01 TotalNetSales PIC S9(9)V99 VALUE 0.
01 TotalMargin PIC S9(9)V99 VALUE 0.
01 TotalCommission PIC S9(9)V99 VALUE 0.
*> create edited fields used to lay out numbers in the printed report lines
01 DispPeriod PIC 9(6).
01 DispRepNumber PIC 9(3).
01 DispRate PIC Z9.99.
01 DispCode PIC A.
01 DispOrder PIC 9(6).
01 DispInvoice PIC 9(6).
01 DispCustomer PIC 9(5).
01 DispItem PIC 9(6).
01 DispUnits PIC ZZZ9-.
01 DispLines PIC ZZZZ9.
01 DispNet PIC ZZZZZZ9.99-.
01 DispMargin PIC ZZZZZZ9.99-.
01 DispCommission PIC ZZZZZZ9.99-.
01 DispTotal PIC ZZZZZZZZ9.99-.
01 DispTotalMargin PIC ZZZZZZZZ9.99-.
01 DispTotalCommission PIC ZZZZZZZZ9.99-.
01 BasisText PIC X(12) VALUE SPACES.
01 CodeRatesText PIC X(80) VALUE SPACES.
01 CodeRatesPos PIC 99 VALUE 1.
*> create a printable separator line between one rep's statement and the next
01 StatementBreakLine PIC X(100) VALUE ALL "=".
PROCEDURE DIVISION.
Perform ReadPeriod. *> which YYYYMM is being closed
Perform LoadSalesReps. *> every rep's rates off the rep master
Perform LoadMemoCodes. *> the DiscountCode of every sale line a period memo reverses
Open input CustomerFile.
Open output StatementReport.
*> pull the period's sales and credit memos out of the history, credit each to its
*> rep, and write the statements rep by rep
Sort SortWork on ascending key SW-RepNumber SW-RunDate SW-OrderNumber SW-ItemID
    input procedure is SelectPeriodLines
    output procedure is WriteStatements.
Close StatementReport.
Close CustomerFile.
Perform WritePayrollSummary. *> one line per rep for payroll
Display "RepCommissions closed period " FilePeriod " for " RepTableCount
    " rep(s); commission " TotalCommission.
if UnknownCustomerLines > 0 then
    Display "NOTE: " UnknownCustomerLines " history line(s) were for a CustomerID no"
        " longer on the customer master and earned no commission"
end-if.
if UnknownRepLines > 0 then
    Display "NOTE: " UnknownRepLines " history line(s) were for accounts carrying a"
        " rep no longer on SalesReps.dat and earned no commission"
end-if.
STOP RUN.
*> reads which period is being closed off PeriodControl.dat, defaulting to the
*> current month the very first time (before the control file exists)
ReadPeriod.
   Move Function Current-Date(1:6) to FilePeriod.
   Open input PeriodControl.
       Read PeriodControl
           AT END continue
           NOT AT END
               if PC-Period is numeric and PC-Period > 0 then
                   Move PC-Period to FilePeriod
               end-if
       end-read.
   Close PeriodControl.
*> reads every rep off the rep master, in rep-number order, into the RepEntry table
*> with the period's figures zeroed, up to the table's ceiling
LoadSalesReps.
   Open input SalesRepFile.
       Perform until EndOfSalesReps = 'Y'
           Read SalesRepFile next
               AT END Move 'Y' to EndOfSalesReps
           end-read
           if EndOfSalesReps = 'N' then
               if RepTableCount >= RepTableMax then
                   *> the table is full; stop growing it instead of reading past the end
                   Display "WARNING: SalesReps.dat has more reps than the "
                       RepTableMax " RepCommissions.cob can hold; ignoring every"
                       " rep after the first " RepTableMax
                   Move 'Y' to EndOfSalesReps
               else
                   Add 1 to RepTableCount
                   Move RepTableCount to RepIndex
                   Perform TableOneRep
               end-if
           end-if
       end-perform
   Close SalesRepFile.
*> copies the rep just read into its table slot
TableOneRep.
    Move RP-RepNumber to RE-RepNumber(RepIndex).
    Move RP-RepName to RE-RepName(RepIndex).
    Move RP-CommissionRate to RE-CommissionRate(RepIndex).
    Move RP-Basis to RE-Basis(RepIndex).
    Set RateIndex to 1.
    perform 6 times
        Move RP-RateCode(RateIndex) to RE-RateCode(RepIndex, RateIndex)
        if RP-RateCode(RateIndex) not = space and RP-Rate(RateIndex) is numeric then
            Move RP-Rate(RateIndex) to RE-Rate(RepIndex, RateIndex)
        else
            Move space to RE-RateCode(RepIndex, RateIndex)
            Move 0 to RE-Rate(RepIndex, RateIndex)
        end-if
        Add 1 to RateIndex
    end-perform.
    Move 0 to RE-Lines(RepIndex).
    Move 0 to RE-NetSales(RepIndex).
    Move 0 to RE-Margin(RepIndex).
    Move 0 to RE-Commission(RepIndex).
*> tables the invoice line every credit memo posted in the period reverses, then reads
*> the history again for the original sale lines and notes the DiscountCode each one
*> carried, so the memo can take commission back at the rate the sale earned
LoadMemoCodes.
   Open input TransactionHistory.
       Perform until EndOfHistory = 'Y'
           Read TransactionHistory
               AT END Move 'Y' to EndOfHistory
           end-read
           if EndOfHistory = 'N' then
               if HX-RunDate(1:6) = FilePeriod
                       and RecycledFlag in HX-Transaction = 'M'
                       and InvoiceNumber in HX-Transaction is numeric
                       and InvoiceNumber in HX-Transaction > 0 then
                   Perform FindMemoLine
                   if FoundMemoLine = 0 then
                       if MemoLineCount >= MemoLineMax then
                           *> the table is full; later memos fall back to the standard rate
                           Display "WARNING: the period has more credit memo lines than"
                               " the " MemoLineMax " RepCommissions.cob can look up;"
                               " the rest take commission back at the standard rate"
                           Move 'Y' to EndOfHistory
                       else
                           Add 1 to MemoLineCount
                           Move InvoiceNumber in HX-Transaction
                               to ML-InvoiceNumber(MemoLineCount)
                           Move ItemID in HX-Transaction to ML-ItemID(MemoLineCount)
                           Move space to ML-DiscountCode(MemoLineCount)
                       end-if
                   end-if
               end-if
           end-if
       end-perform
   Close TransactionHistory.
   Move 'N' to EndOfHistory.
   if MemoLineCount = 0 then
       exit paragraph
   end-if.
   Open input TransactionHistory.
       Perform until EndOfHistory = 'Y'
           Read TransactionHistory
               AT END Move 'Y' to EndOfHistory
           end-read
           if EndOfHistory = 'N' then
               if RecycledFlag in HX-Transaction not = 'M'
                       and RecycledFlag in HX-Transaction not = 'F'
                       and InvoiceNumber in HX-Transaction is numeric
                       and InvoiceNumber in HX-Transaction > 0 then
                   Perform FindMemoLine
                   if FoundMemoLine > 0 then
                       Move DiscountCode in HX-Transaction
                           to ML-DiscountCode(FoundMemoLine)
                   end-if
               end-if
           end-if
       end-perform
   Close TransactionHistory.
   Move 'N' to EndOfHistory.
*> finds the MemoLine slot for the invoice and item of the history line just read; 0
*> when it isn't tabled
FindMemoLine.
    Move 0 to FoundMemoLine.
    Set MemoIndex to 1.
    perform MemoLineCount times
        if ML-InvoiceNumber(MemoIndex) = InvoiceNumber in HX-Transaction
                and ML-ItemID(MemoIndex) = ItemID in HX-Transaction then
            Move MemoIndex to FoundMemoLine
            exit perform
        end-if
        Add 1 to MemoIndex
    end-perform.
*> reads the whole history and releases every sale and credit memo posted in the period
*> to the sort, credited to the rep who owns the account; finance charges and lines
*> from other periods are passed over
SelectPeriodLines.
   Open input TransactionHistory.
       Perform until EndOfHistory = 'Y'
           Read TransactionHistory
               AT END Move 'Y' to EndOfHistory
           end-read
           if EndOfHistory = 'N' then
               if HX-RunDate(1:6) = FilePeriod
                       and RecycledFlag in HX-Transaction not = 'F' then
                   Perform CreditOneLine
               end-if
           end-if
       end-perform
   Close TransactionHistory.
*> works out the history line's net and margin, finds the rep the account belongs to,
*> and releases the line with its commission to the sort
CreditOneLine.
    *> the file's money fields are numeric-edited (they carry a decimal point), so
    *> stage them through plain numerics before doing arithmetic with them
    Move NetCost in HX-Transaction to tempNet.
    Move UnitCost in HX-Transaction to tempUnitCost.
    Compute tempCost = tempUnitCost * Amount in HX-Transaction.
    *> a credit memo takes its net and its margin back out
    if RecycledFlag in HX-Transaction = 'M' then
        Compute LineNet = 0 - tempNet
        Compute LineMargin = tempCost - tempNet
    else
        Move tempNet to LineNet
        Compute LineMargin = tempNet - tempCost
    end-if.
    Add LineNet to TotalNetSales.
    Add LineMargin to TotalMargin.
    Move CustomerID in HX-Transaction to CustomerID in TempCustomer.
    Read CustomerFile
        invalid key Move 'N' to FoundCustomer
        not invalid key Move 'Y' to FoundCustomer
    end-read.
    if FoundCustomer = 'N' then
        Add 1 to UnknownCustomerLines
        Add LineNet to UnknownCustomerNet
        exit paragraph
    end-if.
    if SalesRep in TempCustomer = 0 then
        Add 1 to HouseLines
        Add LineNet to HouseNetSales
        Add LineMargin to HouseMargin
        exit paragraph
    end-if.
    Perform FindLineRep.
    if LineRep = 0 then
        Add 1 to UnknownRepLines
        Add LineNet to UnknownRepNet
        exit paragraph
    end-if.
    *> a credit memo is rated by the DiscountCode of the sale line it reverses
    Move DiscountCode in HX-Transaction to LineCode.
    if RecycledFlag in HX-Transaction = 'M' then
        Move space to LineCode
        if InvoiceNumber in HX-Transaction is numeric then
            Perform FindMemoLine
            if FoundMemoLine > 0 then
                Move ML-DiscountCode(FoundMemoLine) to LineCode
            end-if
        end-if
    end-if.
    *> the rep's rate for the line's DiscountCode beats the standard rate
    Move RE-CommissionRate(LineRep) to LineRate.
    if LineCode not = space then
        Set RateIndex to 1
        perform 6 times
            if RE-RateCode(LineRep, RateIndex) = LineCode then
                Move RE-Rate(LineRep, RateIndex) to LineRate
            end-if
            Add 1 to RateIndex
        end-perform
    end-if.
    if RE-Basis(LineRep) = 'M' then
        Move LineMargin to LineBase
    else
        Move LineNet to LineBase
    end-if.
    Move SalesRep in TempCustomer to SW-RepNumber.
    Move HX-RunDate to SW-RunDate.
    Move OrderNumber in HX-Transaction to SW-OrderNumber.
    *> a line archived before invoicing is short and reads as spaces
    if InvoiceNumber in HX-Transaction is numeric then
        Move InvoiceNumber in HX-Transaction to SW-InvoiceNumber
    else
        Move 0 to SW-InvoiceNumber
    end-if.
    Move CustomerID in HX-Transaction to SW-CustomerID.
    Move ItemID in HX-Transaction to SW-ItemID.
    if RecycledFlag in HX-Transaction = 'M' then
        Compute SW-Units = 0 - Amount in HX-Transaction
    else
        Move Amount in HX-Transaction to SW-Units
    end-if.
    Move RecycledFlag in HX-Transaction to SW-Flag.
    Move LineCode to SW-DiscountCode.
    Move LineNet to SW-Net.
    Move LineMargin to SW-Margin.
    Move LineRate to SW-Rate.
    Compute SW-Commission rounded = LineBase * LineRate / 100.
    Release SortedLine.
*> finds the table slot of the rep the account belongs to; 0 when the rep is no
*> longer on the rep master
FindLineRep.
    Move 0 to LineRep.
    Set RepIndex to 1.
    perform RepTableCount times
        if RE-RepNumber(RepIndex) = SalesRep in TempCustomer then
            Move RepIndex to LineRep
            exit perform
        end-if
        Add 1 to RepIndex
    end-perform.
*> returns the commissioned lines rep by rep and writes each rep's statement; a rep
*> the sorted lines skip over (no activity in the period) still gets a statement
WriteStatements.
    Move 0 to StatementRep.
    Move 1 to NextStatementRep.
    Perform until EndOfSorted = 'Y'
        Return SortWork
            AT END Move 'Y' to EndOfSorted
        end-return
        if EndOfSorted = 'N' then
            if SW-RepNumber not = CurrentRepNumber then
                Perform CloseStatement
                Perform OpenStatement
            end-if
            Perform WriteStatementDetail
        end-if
    end-perform.
    Perform CloseStatement.
    *> every rep after the last one with activity
    Perform until NextStatementRep > RepTableCount
        Move NextStatementRep to StatementRep
        Perform WriteStatementHeading
        Perform CloseStatement
        Add 1 to NextStatementRep
    end-perform.
*> starts the statement of the rep the sorted lines have moved on to, first writing the
*> no-activity statements of any reps in between (the table is in rep-number order,
*> the same order the lines are sorted in)
OpenStatement.
    Perform until NextStatementRep > RepTableCount
            or RE-RepNumber(NextStatementRep) = SW-RepNumber
        Move NextStatementRep to StatementRep
        Perform WriteStatementHeading
        Perform CloseStatement
        Add 1 to NextStatementRep
    end-perform.
    Move NextStatementRep to StatementRep.
    Add 1 to NextStatementRep.
    Move SW-RepNumber to CurrentRepNumber.
    Perform WriteStatementHeading.
*> writes the heading of the current rep's statement: who, which period, the rates in
*> force, and the column heading
WriteStatementHeading.
    Move StatementBreakLine to StatementLine.
    Write StatementLine.
    Move FilePeriod to DispPeriod.
    Move RE-RepNumber(StatementRep) to DispRepNumber.
    Move spaces to StatementLine.
    String "COMMISSION STATEMENT - PERIOD " DispPeriod "   REP " DispRepNumber "  "
        RE-RepName(StatementRep) delimited by size into StatementLine.
    Write StatementLine.
    if RE-Basis(StatementRep) = 'M' then
        Move "GROSS MARGIN" to BasisText
    else
        Move "NET SALES" to BasisText
    end-if.
    Move RE-CommissionRate(StatementRep) to DispRate.
    Move spaces to StatementLine.
    String "STANDARD RATE " DispRate "% OF " BasisText delimited by size
        into StatementLine.
    Write StatementLine.
    *> list whatever DiscountCode rates the rep carries
    Move spaces to CodeRatesText.
    Move 1 to CodeRatesPos.
    Set RateIndex to 1.
    perform 6 times
        if RE-RateCode(StatementRep, RateIndex) not = space then
            Move RE-RateCode(StatementRep, RateIndex) to DispCode
            Move RE-Rate(StatementRep, RateIndex) to DispRate
            String "CODE " DispCode " " DispRate "%  " delimited by size
                into CodeRatesText with pointer CodeRatesPos
        end-if
        Add 1 to RateIndex
    end-perform.
    if CodeRatesText not = spaces then
        Move spaces to StatementLine
        String "DISCOUNTCODE RATES: " CodeRatesText delimited by size
            into StatementLine
        Write StatementLine
    end-if.
    Move spaces to StatementLine.
    String "Date      Order   Invoice  Cust   ItemID  Units  F C   Net Sales"
        "       Margin   Rate   Commission" delimited by size into StatementLine.
    Write StatementLine.
*> writes one commissioned line on the current rep's statement and rolls it into the
*> rep's figures
WriteStatementDetail.
    Add 1 to RE-Lines(StatementRep).
    Add SW-Net to RE-NetSales(StatementRep).
    Add SW-Margin to RE-Margin(StatementRep).
    Add SW-Commission to RE-Commission(StatementRep).
    Add SW-Commission to TotalCommission.
    Move SW-OrderNumber to DispOrder.
    Move SW-InvoiceNumber to DispInvoice.
    Move SW-CustomerID to DispCustomer.
    Move SW-ItemID to DispItem.
    Move SW-Units to DispUnits.
    Move SW-Net to DispNet.
    Move SW-Margin to DispMargin.
    Move SW-Rate to DispRate.
    Move SW-Commission to DispCommission.
    Move spaces to StatementLine.
    String SW-RunDate "  " DispOrder "  " DispInvoice "   " DispCustomer "  " DispItem
        " " DispUnits "  " SW-Flag " " SW-DiscountCode " " DispNet "  " DispMargin
        "  " DispRate "  " DispCommission delimited by size into StatementLine.
    Write StatementLine.
*> writes the totals of the current rep's statement, if one is open
CloseStatement.
    if StatementRep = 0 then
        exit paragraph
    end-if.
    Move RE-Lines(StatementRep) to DispLines.
    Move RE-NetSales(StatementRep) to DispNet.
    Move RE-Margin(StatementRep) to DispMargin.
    Move RE-Commission(StatementRep) to DispCommission.
    Move spaces to StatementLine.
    if RE-Lines(StatementRep) = 0 then
        String "NO COMMISSIONED SALES IN THE PERIOD" delimited by size
            into StatementLine
        Write StatementLine
        Move spaces to StatementLine
    end-if.
    String "TOTAL  " DispLines " LINE(S)   NET SALES " DispNet "   MARGIN " DispMargin
        "   COMMISSION EARNED " DispCommission delimited by size into StatementLine.
    Write StatementLine.
    Move 0 to StatementRep.
*> writes the payroll summary: one line per rep with the period's figures and the
*> commission to pay, the run's totals, and what earned nobody commission
WritePayrollSummary.
    Open output PayrollSummary.
        Move FilePeriod to DispPeriod.
        Move spaces to SummaryLine.
        String "COMMISSION PAYROLL SUMMARY - PERIOD " DispPeriod
            delimited by size into SummaryLine.
        Write SummaryLine.
        Move spaces to SummaryLine.
        String "Rep  Name                     Lines      Net Sales        Margin"
            "     Commission" delimited by size into SummaryLine.
        Write SummaryLine.
        Set RepIndex to 1.
        perform RepTableCount times
            Move RE-RepNumber(RepIndex) to DispRepNumber
            Move RE-Lines(RepIndex) to DispLines
            Move RE-NetSales(RepIndex) to DispNet
            Move RE-Margin(RepIndex) to DispMargin
            Move RE-Commission(RepIndex) to DispCommission
            Move spaces to SummaryLine
            String DispRepNumber "  " RE-RepName(RepIndex) "  " DispLines "  " DispNet
                "  " DispMargin "  " DispCommission delimited by size into SummaryLine
            Write SummaryLine
            Add 1 to RepIndex
        end-perform.
        Move TotalCommission to DispTotalCommission.
        Move spaces to SummaryLine.
        String "TOTAL COMMISSION TO PAY " DispTotalCommission delimited by size
            into SummaryLine.
        Write SummaryLine.
        Move HouseLines to DispLines.
        Move HouseNetSales to DispNet.
        Move HouseMargin to DispMargin.
        Move spaces to SummaryLine.
        String "HOUSE ACCOUNTS (NO REP)        " DispLines "  " DispNet "  " DispMargin
            delimited by size into SummaryLine.
        Write SummaryLine.
        if UnknownRepLines > 0 then
            Move UnknownRepLines to DispLines
            Move UnknownRepNet to DispNet
            Move spaces to SummaryLine
            String "REP NOT ON SALESREPS.DAT       " DispLines "  " DispNet
                delimited by size into SummaryLine
            Write SummaryLine
        end-if.
        if UnknownCustomerLines > 0 then
            Move UnknownCustomerLines to DispLines
            Move UnknownCustomerNet to DispNet
            Move spaces to SummaryLine
            String "CUSTOMER NOT ON MASTER         " DispLines "  " DispNet
                delimited by size into SummaryLine
            Write SummaryLine
        end-if.
        Move TotalNetSales to DispTotal.
        Move TotalMargin to DispTotalMargin.
        Move spaces to SummaryLine.
        String "PERIOD NET SALES " DispTotal "   GROSS MARGIN " DispTotalMargin
            delimited by size into SummaryLine.
        Write SummaryLine.
    Close PayrollSummary.
