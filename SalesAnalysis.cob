*> its gross margin - net dollars minus the cost of the units sold, at the
*> vendor unit cost the posting runs carry on each processed line - so
*> merchandising can see what an item actually earns, not just what it
*> grosses. A last section splits the sales by where each line's price came
*> from - a customer's own contract, a customer price tier, or list price -
*> so contract business is reported apart from the promotion codes (a
*> contract-priced line never takes a promotion, so it stays out of the code
*> breakdown). The report is written to SalesAnalysis.dat.
IDENTIFICATION DIVISION.
PROGRAM-ID. SalesAnalysis.
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
*> ItemID so the lines group by item instead of by customer
SD SortWork.
       02 UnitCost PIC 99.99.
       02 Buffer11 PIC XXXX.
       02 TaxAmount PIC 9(5).99.
       02 Buffer12 PIC XXXX.
       02 PriceSource PIC A.
       02 Buffer13 PIC XXXX.
       02 InvoiceNumber PIC 9(6).
*> create a record to hold one printed line of the sales analysis report
FD AnalysisFile.
01 AnalysisLine PIC X(120).
01 CodeIndex PIC 99 VALUE 1.
*> create a "boolean" value to store whether the line's code is already in the table
01 FoundCode PIC A VALUE 'N'.
*> create three instances of one price source's accumulated sales: 1 = customer
*> contract, 2 = price tier, 3 = list price (including lines posted before the
*> processed record carried a price source)
01 SourceTotal OCCURS 3 TIMES.
       *> how many sales lines were priced from the source
       02 ST-Lines PIC 9(5) VALUE 0.
       *> how many units those lines sold
       02 ST-Units PIC 9(7) VALUE 0.
       *> the gross, net, and vendor-cost dollars of those lines
       02 ST-Gross PIC 9(7)V99 VALUE 0.
       02 ST-Net PIC 9(7)V99 VALUE 0.
       02 ST-Cost PIC 9(7)V99 VALUE 0.
*> which SourceTotal entry the current line rolls into, and which one is printing
01 SourceIndex PIC 9 VALUE 1.
*> the printed name of the price source currently being written
01 SourceName PIC X(8) VALUE SPACES.
*> the gross margin of the price source currently being written
01 SourceMargin PIC S9(7)V99 VALUE 0.
*> how many top sellers the ranked section lists (fewer if fewer items sold)
01 TopSellerCount PIC 99 VALUE 10.
*> which rank the top-sellers pass is currently printing
    Perform WriteItemDetail. *> one line per item, in ItemID order
    Perform WriteTopSellers. *> the ranked best-net section
    Perform WriteCodeBreakdown. *> what each DiscountCode cost in discount dollars
    Perform WriteSourceBreakdown. *> contract, tier, and list-price sales side by side
Close AnalysisFile.
STOP RUN.
*> reads the sorted transactions and rolls each line into its item's totals and its
    Add tempDiscount to TotalDiscount.
    Add tempNet to TotalNet.
    Add tempCost to TotalCost.
    *> roll the line into its price source's totals
    Evaluate PriceSource in SortedTransaction
        When 'C' Move 1 to SourceIndex
        When 'T' Move 2 to SourceIndex
        When Other Move 3 to SourceIndex
    end-evaluate.
    Add 1 to ST-Lines(SourceIndex).
    Add Amount in SortedTransaction to ST-Units(SourceIndex).
    Add tempGross to ST-Gross(SourceIndex).
    Add tempNet to ST-Net(SourceIndex).
    Add tempCost to ST-Cost(SourceIndex).
    *> a contract or tier price is negotiated, not promoted, so the line stays out
    *> of the DiscountCode breakdown
    if SourceIndex < 3 then
        exit paragraph
    end-if.
    *> roll the line's discount dollars into its DiscountCode's totals
    Move 'N' to FoundCode.
    Set CodeIndex to 1.
        Write AnalysisLine
        Add 1 to CodeIndex
    end-perform.
*> writes the sales split by where each line's price came from, so contract and
*> price-tier business can be seen apart from list-price sales and the promotions
WriteSourceBreakdown.
    Move spaces to AnalysisLine.
    String "SALES BY PRICE SOURCE" delimited by size into AnalysisLine.
    Write AnalysisLine.
    Move spaces to AnalysisLine.
    String "Source    Lines    Units      Gross        Net     Margin"
        delimited by size into AnalysisLine.
    Write AnalysisLine.
    Set SourceIndex to 1.
    perform 3 times
        Evaluate SourceIndex
            When 1 Move "CONTRACT" to SourceName
            When 2 Move "TIER" to SourceName
            When Other Move "LIST" to SourceName
        end-evaluate
        Move ST-Lines(SourceIndex) to DispLines
        Move ST-Units(SourceIndex) to DispUnits
        Move ST-Gross(SourceIndex) to DispGross
        Move ST-Net(SourceIndex) to DispNet
        Compute SourceMargin = ST-Net(SourceIndex) - ST-Cost(SourceIndex)
        Move SourceMargin to DispMargin
        Move spaces to AnalysisLine
        String SourceName "  " DispLines "  " DispUnits "  " DispGross "  " DispNet
            "  " DispMargin
            delimited by size into AnalysisLine
        Write AnalysisLine
        Add 1 to SourceIndex
    end-perform.
