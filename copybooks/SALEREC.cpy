      *> SaleRecord layout - sales history (sales.dat), one entry per
      *> shipped sales line BatchApply posts, appended in posting
      *> order. Carries what the movement ledger cannot: the customer,
      *> the selling price the order was taken at, and the book cost
      *> the stock left at, so margin is measured against the cost at
      *> the time of shipment however the cost moves afterwards.
      *> SaleDate is the business date of the posting. SaleCategory
      *> is the item's category when shipped. Read by SalesReport and
      *> by GLExtract for the night's revenue.
       01  SaleRecord.
           05  SaleDate        PIC X(8).
           05  SaleTime        PIC X(6).
           05  SaleOrderNumber PIC 9(6).
           05  SaleCustCode    PIC X(8).
           05  SaleItemID      PIC 9(5).
           05  SaleCategory    PIC X(3).
           05  SaleLocation    PIC X(3).
           05  SaleQty         PIC 9(5).
           05  SaleUnitPrice   PIC 9(6)V99.
           05  SaleUnitCost    PIC 9(6)V99.
