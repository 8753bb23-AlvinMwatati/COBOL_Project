       IDENTIFICATION DIVISION.

       PROGRAM-ID. SalesReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesFile ASSIGN TO 'sales.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALE-FILE-STATUS.
           SELECT CustomerFile ASSIGN TO 'customer.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustCode
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT CategoryFile ASSIGN TO 'category.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CatCode
               FILE STATUS IS CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SalesFile.
       COPY SALEREC.

       FD  CustomerFile.
       COPY CUSTREC.

       FD  InventoryFile.
       COPY INVREC.

       FD  CategoryFile.
       COPY CATREC.

       WORKING-STORAGE SECTION.
       01  SALE-FILE-STATUS   PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS   PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  CAT-FILE-STATUS    PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-FromDate        PIC X(8).
       01  WS-ToDate          PIC X(8).
       01  WS-CustFileOk      PIC X VALUE 'N'.
       01  WS-InvFileOk       PIC X VALUE 'N'.
       01  WS-CatFileOk       PIC X VALUE 'N'.
       01  WS-WorkCust        PIC X(8).
       01  WS-WorkCat         PIC X(3).
       01  WS-WorkName        PIC X(30).
       01  WS-SaleCount       PIC 9(6) VALUE 0.
       01  WS-SaleRevenue     PIC 9(11)V99.
       01  WS-SaleCost        PIC 9(11)V99.
       01  WS-TotQty          PIC 9(9) VALUE 0.
       01  WS-TotRevenue      PIC 9(11)V99 VALUE 0.
       01  WS-TotCost         PIC 9(11)V99 VALUE 0.

      *> One printed line's figures, moved in by whichever section is
      *> printing, so the margin and margin percentage are worked
      *> out the same way for a customer, an item and a category.
       01  WS-LineQty         PIC 9(9).
       01  WS-LineRevenue     PIC 9(11)V99.
       01  WS-LineCost        PIC 9(11)V99.
       01  WS-LineMargin      PIC S9(11)V99.
       01  WS-LinePct         PIC S9(5)V9.
       01  WS-Qty-Disp        PIC Z(8)9.
       01  WS-Revenue-Disp    PIC Z(9)9.99.
       01  WS-Cost-Disp       PIC Z(9)9.99.
       01  WS-Margin-Disp     PIC Z(9)9.99-.
       01  WS-Pct-Disp        PIC ZZZZ9.9-.

       01  WS-Cust-Table.
           05  WS-Cust-Count      PIC 9(3) VALUE 0.
           05  WS-Cust-Entry OCCURS 500 TIMES.
               10  WS-Cust-Code       PIC X(8).
               10  WS-Cust-Qty        PIC 9(9).
               10  WS-Cust-Revenue    PIC 9(11)V99.
               10  WS-Cust-Cost       PIC 9(11)V99.
       01  WS-Cust-Sub        PIC 9(3).
       01  WS-Cust-Found      PIC 9(3).
       01  WS-CustTableFull   PIC X VALUE 'N'.

       01  WS-Item-Table.
           05  WS-Item-Count      PIC 9(4) VALUE 0.
           05  WS-Item-Entry OCCURS 1000 TIMES.
               10  WS-Item-ID         PIC 9(5).
               10  WS-Item-Qty        PIC 9(9).
               10  WS-Item-Revenue    PIC 9(11)V99.
               10  WS-Item-Cost       PIC 9(11)V99.
       01  WS-Item-Sub        PIC 9(4).
       01  WS-Item-Found      PIC 9(4).
       01  WS-ItemTableFull   PIC X VALUE 'N'.

       01  WS-Cat-Table.
           05  WS-Cat-Count       PIC 9(2) VALUE 0.
           05  WS-Cat-Entry OCCURS 50 TIMES.
               10  WS-Cat-Code        PIC X(3).
               10  WS-Cat-Qty         PIC 9(9).
               10  WS-Cat-Revenue     PIC 9(11)V99.
               10  WS-Cat-Cost        PIC 9(11)V99.
       01  WS-Cat-Sub         PIC 9(2).
       01  WS-Cat-Found       PIC 9(2).
       01  WS-CatTableFull    PIC X VALUE 'N'.

      *> Sales and gross margin over a date range, by customer, by
      *> item and by category. Every figure comes from sales.dat, so
      *> each shipment is measured at the selling price its order
      *> was taken at against the book cost the stock actually left
      *> at - a later price or cost change does not restate margin
      *> already earned.
       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Enter from date (YYYYMMDD, spaces = start of "
               "this month): "
           ACCEPT WS-FromDate
           DISPLAY "Enter to date (YYYYMMDD, spaces = today): "
           ACCEPT WS-ToDate
           IF WS-FromDate = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-FromDate(1:6)
               MOVE "01" TO WS-FromDate(7:2)
           END-IF
           IF WS-ToDate = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ToDate
           END-IF
           IF WS-FromDate IS NOT NUMERIC OR WS-ToDate IS NOT NUMERIC
                   OR WS-FromDate > WS-ToDate
               DISPLAY "Invalid date range - report not produced."
           ELSE
               OPEN INPUT SalesFile
               IF SALE-FILE-STATUS = "35"
                   DISPLAY "No sales history on file - nothing to "
                       "report."
                   CLOSE SalesFile
               ELSE
                   PERFORM Accumulate-Sales
                   CLOSE SalesFile
                   IF WS-SaleCount = 0
                       DISPLAY "No sales between " WS-FromDate
                           " and " WS-ToDate "."
                   ELSE
                       PERFORM Open-Name-Files
                       PERFORM Print-Customer-Section
                       PERFORM Print-Item-Section
                       PERFORM Print-Category-Section
                       PERFORM Print-Report-Totals
                       PERFORM Close-Name-Files
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       Accumulate-Sales.
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SalesFile INTO SaleRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SaleDate >= WS-FromDate
                               AND SaleDate <= WS-ToDate
                           PERFORM Accumulate-One-Sale
                       END-IF
               END-READ
           END-PERFORM.

       Accumulate-One-Sale.
           ADD 1 TO WS-SaleCount
           COMPUTE WS-SaleRevenue = SaleQty * SaleUnitPrice
           COMPUTE WS-SaleCost = SaleQty * SaleUnitCost
           ADD SaleQty TO WS-TotQty
           ADD WS-SaleRevenue TO WS-TotRevenue
           ADD WS-SaleCost TO WS-TotCost
           MOVE SaleCustCode TO WS-WorkCust
           IF WS-WorkCust = SPACES
               MOVE "UNKNOWN" TO WS-WorkCust
           END-IF
           PERFORM Find-Cust-Entry
           IF WS-Cust-Found > 0
               ADD SaleQty TO WS-Cust-Qty (WS-Cust-Found)
               ADD WS-SaleRevenue TO WS-Cust-Revenue (WS-Cust-Found)
               ADD WS-SaleCost TO WS-Cust-Cost (WS-Cust-Found)
           END-IF
           PERFORM Find-Item-Entry
           IF WS-Item-Found > 0
               ADD SaleQty TO WS-Item-Qty (WS-Item-Found)
               ADD WS-SaleRevenue TO WS-Item-Revenue (WS-Item-Found)
               ADD WS-SaleCost TO WS-Item-Cost (WS-Item-Found)
           END-IF
           MOVE SaleCategory TO WS-WorkCat
           IF WS-WorkCat = SPACES
               MOVE '???' TO WS-WorkCat
           END-IF
           PERFORM Find-Cat-Entry
           IF WS-Cat-Found > 0
               ADD SaleQty TO WS-Cat-Qty (WS-Cat-Found)
               ADD WS-SaleRevenue TO WS-Cat-Revenue (WS-Cat-Found)
               ADD WS-SaleCost TO WS-Cat-Cost (WS-Cat-Found)
           END-IF.

       Find-Cust-Entry.
           MOVE 0 TO WS-Cust-Found
           PERFORM VARYING WS-Cust-Sub FROM 1 BY 1
                   UNTIL WS-Cust-Sub > WS-Cust-Count
               IF WS-Cust-Code (WS-Cust-Sub) = WS-WorkCust
                   MOVE WS-Cust-Sub TO WS-Cust-Found
               END-IF
           END-PERFORM
           IF WS-Cust-Found = 0 AND WS-Cust-Count < 500
               ADD 1 TO WS-Cust-Count
               MOVE WS-WorkCust TO WS-Cust-Code (WS-Cust-Count)
               MOVE 0 TO WS-Cust-Qty (WS-Cust-Count)
               MOVE 0 TO WS-Cust-Revenue (WS-Cust-Count)
               MOVE 0 TO WS-Cust-Cost (WS-Cust-Count)
               MOVE WS-Cust-Count TO WS-Cust-Found
           END-IF
           IF WS-Cust-Found = 0 AND WS-CustTableFull = 'N'
               MOVE 'Y' TO WS-CustTableFull
               DISPLAY "CUSTOMER TABLE FULL: more than 500 "
                   "customers - customer section is incomplete "
                   "from customer " WS-WorkCust " on."
           END-IF.

       Find-Item-Entry.
           MOVE 0 TO WS-Item-Found
           PERFORM VARYING WS-Item-Sub FROM 1 BY 1
                   UNTIL WS-Item-Sub > WS-Item-Count
               IF WS-Item-ID (WS-Item-Sub) = SaleItemID
                   MOVE WS-Item-Sub TO WS-Item-Found
               END-IF
           END-PERFORM
           IF WS-Item-Found = 0 AND WS-Item-Count < 1000
               ADD 1 TO WS-Item-Count
               MOVE SaleItemID TO WS-Item-ID (WS-Item-Count)
               MOVE 0 TO WS-Item-Qty (WS-Item-Count)
               MOVE 0 TO WS-Item-Revenue (WS-Item-Count)
               MOVE 0 TO WS-Item-Cost (WS-Item-Count)
               MOVE WS-Item-Count TO WS-Item-Found
           END-IF
           IF WS-Item-Found = 0 AND WS-ItemTableFull = 'N'
               MOVE 'Y' TO WS-ItemTableFull
               DISPLAY "ITEM TABLE FULL: more than 1000 items "
                   "sold - item section is incomplete from item "
                   SaleItemID " on."
           END-IF.

       Find-Cat-Entry.
           MOVE 0 TO WS-Cat-Found
           PERFORM VARYING WS-Cat-Sub FROM 1 BY 1
                   UNTIL WS-Cat-Sub > WS-Cat-Count
               IF WS-Cat-Code (WS-Cat-Sub) = WS-WorkCat
                   MOVE WS-Cat-Sub TO WS-Cat-Found
               END-IF
           END-PERFORM
           IF WS-Cat-Found = 0 AND WS-Cat-Count < 50
               ADD 1 TO WS-Cat-Count
               MOVE WS-WorkCat TO WS-Cat-Code (WS-Cat-Count)
               MOVE 0 TO WS-Cat-Qty (WS-Cat-Count)
               MOVE 0 TO WS-Cat-Revenue (WS-Cat-Count)
               MOVE 0 TO WS-Cat-Cost (WS-Cat-Count)
               MOVE WS-Cat-Count TO WS-Cat-Found
           END-IF
           IF WS-Cat-Found = 0 AND WS-CatTableFull = 'N'
               MOVE 'Y' TO WS-CatTableFull
               DISPLAY "CATEGORY TABLE FULL: more than 50 "
                   "categories - category section is incomplete "
                   "from category " WS-WorkCat " on."
           END-IF.

       Open-Name-Files.
           OPEN INPUT CustomerFile
           IF CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CustFileOk
           END-IF
           OPEN INPUT InventoryFile
           IF FILE-STATUS = "00"
               MOVE 'Y' TO WS-InvFileOk
           END-IF
           OPEN INPUT CategoryFile
           IF CAT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CatFileOk
           END-IF.

       Close-Name-Files.
           IF WS-CustFileOk = 'Y'
               CLOSE CustomerFile
           END-IF
           IF WS-InvFileOk = 'Y'
               CLOSE InventoryFile
           END-IF
           IF WS-CatFileOk = 'Y'
               CLOSE CategoryFile
           END-IF.

       Print-Customer-Section.
           DISPLAY "--------------------------------------------"
           DISPLAY "   SALES AND GROSS MARGIN " WS-FromDate " TO "
               WS-ToDate
           DISPLAY "--------------------------------------------"
           DISPLAY " "
           DISPLAY "BY CUSTOMER"
           DISPLAY "CUSTOMER NAME                                "
               "QTY      REVENUE         COST        MARGIN   "
               "MARGIN%"
           PERFORM VARYING WS-Cust-Sub FROM 1 BY 1
                   UNTIL WS-Cust-Sub > WS-Cust-Count
               MOVE "** Not on customer master **" TO WS-WorkName
               IF WS-CustFileOk = 'Y'
                   MOVE WS-Cust-Code (WS-Cust-Sub) TO CustCode
                   READ CustomerFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CustName TO WS-WorkName
                   END-READ
               END-IF
               MOVE WS-Cust-Qty (WS-Cust-Sub) TO WS-LineQty
               MOVE WS-Cust-Revenue (WS-Cust-Sub) TO WS-LineRevenue
               MOVE WS-Cust-Cost (WS-Cust-Sub) TO WS-LineCost
               PERFORM Format-Line-Figures
               DISPLAY WS-Cust-Code (WS-Cust-Sub) " " WS-WorkName
                   " " WS-Qty-Disp " " WS-Revenue-Disp " "
                   WS-Cost-Disp " " WS-Margin-Disp " " WS-Pct-Disp
           END-PERFORM.

       Print-Item-Section.
           DISPLAY " "
           DISPLAY "BY ITEM"
           DISPLAY "ITEM  NAME                                   "
               "QTY      REVENUE         COST        MARGIN   "
               "MARGIN%"
           PERFORM VARYING WS-Item-Sub FROM 1 BY 1
                   UNTIL WS-Item-Sub > WS-Item-Count
               MOVE "** Not on inventory **" TO WS-WorkName
               IF WS-InvFileOk = 'Y'
                   MOVE WS-Item-ID (WS-Item-Sub) TO ItemID
                   READ InventoryFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ItemName TO WS-WorkName
                   END-READ
               END-IF
               MOVE WS-Item-Qty (WS-Item-Sub) TO WS-LineQty
               MOVE WS-Item-Revenue (WS-Item-Sub) TO WS-LineRevenue
               MOVE WS-Item-Cost (WS-Item-Sub) TO WS-LineCost
               PERFORM Format-Line-Figures
               DISPLAY WS-Item-ID (WS-Item-Sub) " " WS-WorkName
                   "   " WS-Qty-Disp " " WS-Revenue-Disp " "
                   WS-Cost-Disp " " WS-Margin-Disp " " WS-Pct-Disp
           END-PERFORM.

       Print-Category-Section.
           DISPLAY " "
           DISPLAY "BY CATEGORY"
           DISPLAY "CAT  NAME                                     "
               "QTY      REVENUE         COST        MARGIN   "
               "MARGIN%"
           PERFORM VARYING WS-Cat-Sub FROM 1 BY 1
                   UNTIL WS-Cat-Sub > WS-Cat-Count
               MOVE "** Uncategorised **" TO WS-WorkName
               IF WS-CatFileOk = 'Y'
                       AND WS-Cat-Code (WS-Cat-Sub) NOT = '???'
                   MOVE WS-Cat-Code (WS-Cat-Sub) TO CatCode
                   READ CategoryFile
                       INVALID KEY
                           MOVE "** Not on category master **" TO
                               WS-WorkName
                       NOT INVALID KEY
                           MOVE CatName TO WS-WorkName
                   END-READ
               END-IF
               MOVE WS-Cat-Qty (WS-Cat-Sub) TO WS-LineQty
               MOVE WS-Cat-Revenue (WS-Cat-Sub) TO WS-LineRevenue
               MOVE WS-Cat-Cost (WS-Cat-Sub) TO WS-LineCost
               PERFORM Format-Line-Figures
               DISPLAY WS-Cat-Code (WS-Cat-Sub) "  " WS-WorkName
                   "    " WS-Qty-Disp " " WS-Revenue-Disp " "
                   WS-Cost-Disp " " WS-Margin-Disp " " WS-Pct-Disp
           END-PERFORM.

       Print-Report-Totals.
           MOVE WS-TotQty TO WS-LineQty
           MOVE WS-TotRevenue TO WS-LineRevenue
           MOVE WS-TotCost TO WS-LineCost
           PERFORM Format-Line-Figures
           DISPLAY "--------------------------------------------"
           DISPLAY "TOTAL QTY " WS-Qty-Disp "  REVENUE "
               WS-Revenue-Disp "  COST " WS-Cost-Disp
           DISPLAY "GROSS MARGIN " WS-Margin-Disp "  MARGIN% "
               WS-Pct-Disp
           DISPLAY WS-SaleCount " shipment line(s) reported.".

      *> Margin is revenue less cost and can go negative - a line
      *> sold below cost shows a trailing minus. The percentage is
      *> of revenue; a line with no revenue shows zero rather than
      *> dividing by it.
       Format-Line-Figures.
           COMPUTE WS-LineMargin = WS-LineRevenue - WS-LineCost
           IF WS-LineRevenue > 0
               COMPUTE WS-LinePct ROUNDED =
                   WS-LineMargin * 100 / WS-LineRevenue
           ELSE
               MOVE 0 TO WS-LinePct
           END-IF
           MOVE WS-LineQty TO WS-Qty-Disp
           MOVE WS-LineRevenue TO WS-Revenue-Disp
           MOVE WS-LineCost TO WS-Cost-Disp
           MOVE WS-LineMargin TO WS-Margin-Disp
           MOVE WS-LinePct TO WS-Pct-Disp.
