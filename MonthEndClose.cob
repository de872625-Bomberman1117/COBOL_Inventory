           03 Buffer11 PIC XXXX.
           *> the sales tax billed on the line, part of what the period charged
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
*> create a record matching the batch control records the nightly archives whole
FD BatchControlHistory.
01 BatchControlRecord.
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
