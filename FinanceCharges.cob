*> month-end close both show it (SalesAnalysis skips F lines - a finance
*> charge isn't a sale). Each delinquent customer also gets a dunning
*> notice on DunningNotices.dat - name and address off the master, the
*> bucket breakdown, each past-due charge by the invoice it was billed on,
*> and the charge assessed - worded more severely the
*> older their oldest bucket is. Run this once a month, after the day's
*> payments have posted and after the nightly run (the nightly opens
*> TransactionsProcessed.dat OUTPUT at the start of a fresh run, so an F
       02 AC-Buffer2 PIC XXXX.
       *> the net amount of the charge still unpaid
       02 AC-Amount PIC 9(5)V99.
       02 AC-Buffer3 PIC XXXX.
       *> the invoice the charge was billed on, so payments, statements, and notices can
       *> name it; zeros on a finance charge or a charge that predates invoicing
       02 AC-InvoiceNumber PIC 9(6).
*> create a record to hold processed transaction information, laid out exactly like
*> the records Program2 writes so TransactionsProcessed.dat stays one uniform file
FD TransactionProcess.
       02 Buffer11 PIC XXXX.
       *> a finance charge bills no sales tax, so this is written as zeros
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
*> create a record to hold one printed line of the dunning notices
FD DunningFile.
01 DunningLine PIC X(120).
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
*> create a record matching the run-control stamps the daily cycle's programs write
FD RunControl.
01 RunControlData.
       02 CH-ChargeDate PIC 9(8).
       *> how much of the charge is still unpaid
       02 CH-Amount PIC 9(5)V99.
       *> the invoice the charge was billed on
       02 CH-InvoiceNumber PIC 9(6).
*> create a counter variable to cycle through the array of open charges
01 ChargeCount PIC 9999 VALUE 1.
*> create a "boolean" flag to show whether the end of ARCharges.dat has been reached
*> create edited fields used to lay out numbers in the printed notice lines
01 DispCustomerID PIC ZZZZ9.
01 DispMoney PIC ZZZZZ9.99.
*> the invoice reference printed against each past-due charge on the notice
01 DispInvoiceRef PIC X(14) VALUE SPACES.
01 DispInvoiceNumber PIC 999999.
01 DispAgeDays PIC ZZZZ9.
PROCEDURE DIVISION.
Perform ReadRunControl. *> read in who in the daily cycle has run, and when
Perform CheckRunControl. *> refuse a same-day rerun after a clean finish
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
    Move CustomerID in TempCustomer to AC-CustomerID.
    Move RunDate to AC-ChargeDate.
    Move AssessedCharge to AC-Amount.
    *> a finance charge isn't billed on an invoice
    Move 0 to AC-InvoiceNumber.
    Write ARCharge.
*> appends the assessed charge to TransactionsProcessed.dat flagged F, so the
*> customer's statement and the month-end close both show the charge; the sales
    Move 0 to ItemID in ProcessedTransaction.
    Move space to DiscountCode in ProcessedTransaction.
    Move 0 to UnitCost in ProcessedTransaction.
    Move 0 to InvoiceNumber in ProcessedTransaction.
    Write ProcessedTransaction.
*> writes the customer's dunning notice: name and address off the master, the bucket
*> breakdown, the charge assessed, and a closing line that escalates with the oldest
    Move spaces to DunningLine.
    String "OVER 90 DAYS PAST DUE " DispMoney delimited by size into DunningLine.
    Write DunningLine.
    Perform WritePastDueInvoices.
    Move AssessedCharge to DispMoney.
    Move spaces to DunningLine.
    String "FINANCE CHARGE ASSESSED THIS NOTICE " DispMoney
    Write DunningLine.
    Move PageBreakLine to DunningLine.
    Write DunningLine.
*> lists every open charge more than 30 days old under the notice's buckets, by the
*> invoice it was billed on, so the customer can see exactly which invoices are late
WritePastDueInvoices.
    Move spaces to DunningLine.
    String "PAST DUE ITEMS:  Invoice         Dated   Days Old     Open"
        delimited by size into DunningLine.
    Write DunningLine.
    Set ChargeCount to 1.
    perform ChargeTableCount times
        if CH-CustomerID in Charge(ChargeCount) = CustomerID in TempCustomer
                and CH-Amount in Charge(ChargeCount) > 0 then
            Compute ChargeAgeDays = RunDateInteger
                - Function Integer-Of-Date(CH-ChargeDate in Charge(ChargeCount))
            if ChargeAgeDays > 30 then
                *> an earlier finance charge carries no invoice number
                if CH-InvoiceNumber in Charge(ChargeCount) = 0 then
                    Move "FINANCE CHARGE" to DispInvoiceRef
                else
                    Move CH-InvoiceNumber in Charge(ChargeCount) to DispInvoiceNumber
                    Move spaces to DispInvoiceRef
                    String "INV " DispInvoiceNumber delimited by size into DispInvoiceRef
                end-if
                Move ChargeAgeDays to DispAgeDays
                Move CH-Amount in Charge(ChargeCount) to DispMoney
                Move spaces to DunningLine
                String "                 " DispInvoiceRef "  "
                    CH-ChargeDate in Charge(ChargeCount) "  " DispAgeDays "  " DispMoney
                    delimited by size into DunningLine
                Write DunningLine
            end-if
        end-if
        Add 1 to ChargeCount
    end-perform.
*> reads the run-control file into the RunEntry table so the start checks and the
*> stamps can work against it in memory
ReadRunControl.
