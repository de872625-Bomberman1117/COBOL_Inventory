           03 Buffer11 PIC XXXX.
           *> the sales tax billed (or, on a credit memo, credited back) on the line
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
*> create a record to hold one printed line of the tax liability report
FD LiabilityReport.
01 LiabilityLine PIC X(120).
