*> (which Program2 already keeps as that customer's running balance as lines
*> are posted). Credit-memo lines (flagged M by ProcessReturns when goods
*> come back) print with a CR marker so the statement shows the return as
*> a credit instead of looking like another charge. Lines billed at the
*> customer's contract or price-tier price print with a CONTRACT marker, so
*> the customer can tell negotiated prices apart from promotional discounts.
*> Every line leads with the invoice number it was billed on (a credit memo
*> shows the invoice the goods came back against), so the customer can tie
*> the statement to the invoices they were sent.
IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerStatement.
AUTHOR. Adam Buerger.
       *> the sales tax billed on the line for the customer's state jurisdiction,
       *> carried so the statement can print it and the liability report can file it
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
*> create a sort work record with the same layout as ProcessedTransaction, keyed on
*> CustomerID and then OrderNumber so a statement's lines group by order
SD SortWork.
       02 UnitCost PIC 99.99.
       02 Buffer11 PIC XXXX.
       02 TaxAmount PIC 9(5).99.
       02 Buffer12 PIC XXXX.
       02 PriceSource PIC A.
       02 Buffer13 PIC XXXX.
       02 InvoiceNumber PIC 9(6).
*> create a record to hold one printed line of the customer statement report
FD StatementFile.
01 StatementLine PIC X(120).
01 DispOwed PIC ZZZZZ.99.
*> the marker printed after a credit-memo line's figures (CR), spaces on a charge line
01 CreditMarker PIC X(3) VALUE SPACES.
*> the marker printed after a line billed at a contract or price-tier price
*> (CONTRACT), spaces on a list-price line
01 PriceMarker PIC X(9) VALUE SPACES.
*> the invoice the line was billed on, printed ahead of the item; blank on a line
*> that was never invoiced (a finance charge)
01 DispInvoiceNumber PIC X(6) VALUE SPACES.
*> create a variable to hold how many unapplied credits were loaded from UnappliedCash.dat
01 UnappliedTableCount PIC 999 VALUE 0.
*> the UnappliedEntry table's OCCURS ceiling below, kept as its own data name so
        delimited by size into StatementLine.
    Write StatementLine.
    Move spaces to StatementLine.
    String "Invoice " delimited by size
        "Item" delimited by size
        "                       " delimited by size
        "Qty" delimited by size
        "     Gross   Discount       Net       Tax      Owed" delimited by size
    else
        Move spaces to CreditMarker
    end-if.
    *> a line billed at the customer's negotiated price says so
    if PriceSource in SortedTransaction = 'C' or PriceSource in SortedTransaction = 'T' then
        Move " CONTRACT" to PriceMarker
    else
        Move spaces to PriceMarker
    end-if.
    if InvoiceNumber in SortedTransaction = 0 then
        Move spaces to DispInvoiceNumber
    else
        Move InvoiceNumber in SortedTransaction to DispInvoiceNumber
    end-if.
    Move spaces to StatementLine.
    String DispInvoiceNumber delimited by size
        "  " delimited by size
        ItemName in SortedTransaction delimited by size
        "  " delimited by size
        DispAmount delimited by size
        "  " delimited by size
        "  " delimited by size
        DispOwed delimited by size
        CreditMarker delimited by size
        PriceMarker delimited by size
        into StatementLine.
    Write StatementLine.
*> reads the unapplied-cash file into the UnappliedEntry table so each statement
