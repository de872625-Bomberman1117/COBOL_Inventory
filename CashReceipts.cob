*> charges Program2 appends to ARCharges.dat, and whatever is left unpaid is
*> aged from its charge date into an ARAgingReport.dat line per customer with
*> current / 31-60 / 61-90 / over-90-day buckets, the customer's unapplied
*> cash credit balance, the invoice number of the oldest open invoice, and a
*> grand total line. A payment larger than the
*> balance no longer evaporates: the excess goes onto UnappliedCash.dat as a
*> credit the nightly's charges consume first, and credits that sit
*> unconsumed past 90 days come out on RefundCandidates.dat for the office
*> to cut checks against. Every posted payment is also appended to
*> CashActivity.dat, split into its applied and unapplied parts, for the GL
*> interface run to journal.
*> ARCharges.dat is rewritten through a temp-file-and-rename so a crash
*> mid-write can't truncate the ledger.
IDENTIFICATION DIVISION.
       SELECT RefundReport ASSIGN TO "RefundCandidates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the cash-and-credit activity the GL interface run journals: every posted
       *> payment is appended here split into its applied and unapplied parts.
       *> shared with the nightly and ProcessReturns, so always opened EXTEND;
       *> OPTIONAL so the first append creates it
       SELECT OPTIONAL CashActivity ASSIGN TO "CashActivity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       *> the job-stream run-control file every program in the daily cycle stamps
       *> its start and clean finish into, so an out-of-order launch or a second
       *> launch against the same day's input can be refused instead of posting
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
*> create a record to write payment rejects with, laid out exactly like Program2's
*> ErrorData so Errors.dat stays one uniform file
FD ErrorFile.
       *> the customer's unapplied-cash credit balance, shown alongside what they
       *> owe so the office sees both sides of the account on one line
       02 AG-Credit PIC 9(7).99.
       02 AG-Buffer8 PIC XXXX.
       *> the invoice number of the customer's oldest open invoiced charge, so the
       *> office knows which invoice to chase first; zeros when none is open
       02 AG-OldestInvoice PIC 9(6).
*> create a record matching the unapplied-cash lines the receipts and returns runs
*> append and the nightly run consumes
FD UnappliedCash.
       02 RF-Buffer4 PIC XXXX.
       *> how much is still sitting unapplied
       02 RF-Amount PIC 9(5).99.
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
*> create a "boolean" flag to show whether the sequential aging pass has read every customer
01 AgeOver60 PIC 9(5)V99 VALUE 0.
01 AgeOver90 PIC 9(5)V99 VALUE 0.
01 AgedTotal PIC 9(5)V99 VALUE 0.
*> the invoice number of the oldest open invoiced charge of the customer being aged
01 OldestInvoice PIC 9(6) VALUE 0.
*> grand-total accumulators across every customer on the report
01 TotalCurrent PIC 9(7)V99 VALUE 0.
01 TotalOver30 PIC 9(7)V99 VALUE 0.
Open input PaymentFile.
Open extend ErrorFile.
Open extend UnappliedCash. *> overpayments are appended here as they arrive
Open extend CashActivity. *> every posted payment is handed to the GL interface here
   *> read and post every payment in Payments.dat, however many there are
   Perform until EndOfPayments = 'Y'
       Read PaymentFile
           end-if
       end-if
   end-perform.
Close CashActivity.
Close UnappliedCash.
Close ErrorFile.
Close PaymentFile.
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
*> what's genuinely still unpaid
ApplyPayment.
    Move PM-Amount to AppliedAmount.
    Move 0 to OverpaidAmount.
    if AppliedAmount > AmtOwed in TempCustomer then
        *> more was paid than is owed; apply what's owed and hold the rest on file
        *> as an unapplied-cash credit the next posted charges will consume
    Subtract AppliedAmount from AmtOwed in TempCustomer.
    *> make the balance change durable in the master right away with a keyed REWRITE
    Rewrite TempCustomer.
    Perform WriteCashActivity.
    *> relieve open charges oldest-first until the applied amount is used up
    Move AppliedAmount to UnappliedAmount.
    Set ChargeCount to 1.
        end-if
        Add 1 to ChargeCount
    end-perform.
*> hands the posted payment to the GL interface: the cash taken in, split into what
*> came off the receivable and what went onto unapplied cash
WriteCashActivity.
    *> clear the record area so the buffer fields are spaces instead of leftover/uninitialized bytes
    Initialize CashActivityData.
    Move "RECEIPT" to CA-Type.
    Move PM-CustomerID to CA-CustomerID.
    Move PM-PaymentDate to CA-Date.
    Move PM-Reference to CA-Reference.
    Move AppliedAmount to CA-Applied.
    Move OverpaidAmount to CA-Unapplied.
    Write CashActivityData.
*> appends the overpaid part of the current payment to the unapplied-cash file,
*> dated off the remittance, so the credit stays on the books until charges consume
*> it or the office refunds it
               Move CH-CustomerID in Charge(ChargeCount) to AC-CustomerID
               Move CH-ChargeDate in Charge(ChargeCount) to AC-ChargeDate
               Move CH-Amount in Charge(ChargeCount) to AC-Amount
               Move CH-InvoiceNumber in Charge(ChargeCount) to AC-InvoiceNumber
               Move ARCharge to ARChargeOutData
               Write ARChargeOutData
           end-if
    Move 0 to AgeOver30.
    Move 0 to AgeOver60.
    Move 0 to AgeOver90.
    Move 0 to OldestInvoice.
    Set ChargeCount to 1.
    perform ChargeTableCount times
        if CH-CustomerID in Charge(ChargeCount) = CustomerID in TempCustomer
                and CH-Amount in Charge(ChargeCount) > 0 then
            *> the ledger is oldest-first, so the first invoiced charge met is the oldest
            if OldestInvoice = 0 then
                Move CH-InvoiceNumber in Charge(ChargeCount) to OldestInvoice
            end-if
            Compute ChargeAgeDays = RunDateInteger
                - Function Integer-Of-Date(CH-ChargeDate in Charge(ChargeCount))
            Evaluate true
        Move AgeOver90 to AG-Over90
        Move AmtOwed in TempCustomer to AG-Total
        Move CustomerCredit to AG-Credit
        Move OldestInvoice to AG-OldestInvoice
        Add AgeCurrent to TotalCurrent
        Add AgeOver30 to TotalOver30
        Add AgeOver60 to TotalOver60
