       IDENTIFICATION DIVISION.

       PROGRAM-ID. SalesEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesOrderFile ASSIGN TO 'salesorder.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOKey
               FILE STATUS IS SO-FILE-STATUS.
           SELECT SOControlFile ASSIGN TO 'soctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOCTL-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT TransactionFile ASSIGN TO 'transactions.dat'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT CustomerFile ASSIGN TO 'customer.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustCode
               FILE STATUS IS CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SalesOrderFile.
       COPY SOREC.

       FD  SOControlFile.
       COPY SOCTLREC.

       FD  InventoryFile.
       COPY INVREC.

       FD  TransactionFile.
       COPY TRANREC.

       FD  CustomerFile.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  SO-FILE-STATUS     PIC X(2) VALUE "00".
       01  SOCTL-FILE-STATUS  PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  TRAN-FILE-STATUS   PIC X(2) VALUE "00".
       01  CUST-FILE-STATUS   PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  Found              PIC X VALUE 'N'.
       01  WS-MenuChoice      PIC 9.
       01  WS-NextSONumber    PIC 9(6) VALUE 0.
       01  WS-Cust            PIC X(8).
       01  WS-CustRef         PIC X(10).
       01  WS-OrderDate       PIC X(8).
       01  WS-ItemID          PIC 9(5).
       01  WS-LineQty         PIC 9(5).
       01  WS-LineNo          PIC 9(3).
       01  WS-SONumber        PIC 9(6).
       01  WS-ShipQty         PIC 9(5).
       01  WS-ShippableQty    PIC 9(5).
       01  WS-ShipLoc         PIC X(3).
       01  WS-ShippedLines    PIC 9(3).
       01  WS-FilterCust      PIC X(8).
       01  WS-FromDate        PIC X(8).
       01  WS-LineCount       PIC 9(4).
       01  WS-OutstandingQty  PIC 9(7).
       01  WS-OutstandingVal  PIC 9(9)V99.
       01  WS-LineValue       PIC 9(9)V99.
       01  WS-OrderValue      PIC 9(9)V99.
       01  WS-Value-Disp      PIC Z(8)9.99.
       01  WS-Price-Disp      PIC Z(5)9.99.
       01  WS-TranRef         PIC X(10).
       01  WS-SONum-Disp      PIC 9(6).
       01  WS-SOLine-Disp     PIC 9(3).
       01  WS-NoteCust        PIC X(8).
       01  WS-NoteCustRef     PIC X(10).
       01  WS-InvFileOk       PIC X VALUE 'N'.

      *> The lines shipped in this confirmation, held for the
      *> delivery note printed once the whole order has been worked.
       01  WS-Note-Table.
           05  WS-Note-Count      PIC 9(3) VALUE 0.
           05  WS-Note-Entry OCCURS 200 TIMES.
               10  WS-Note-LineNo     PIC 9(3).
               10  WS-Note-ItemID     PIC 9(5).
               10  WS-Note-Qty        PIC 9(5).
               10  WS-Note-Loc        PIC X(3).
       01  WS-Note-Sub        PIC 9(3).
       01  WS-NoteTableFull   PIC X VALUE 'N'.

      *> Sales orders for outside customers, run alongside the
      *> department requisitions: orders are taken at the item's
      *> current selling price, allocated by SalesAllocate, and
      *> shipped here against a delivery note. Each shipped line is
      *> queued as a TranType 'S' sale for the nightly batch apply.
       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM WITH TEST AFTER UNTIL WS-MenuChoice = 4
               DISPLAY "------------------------------"
               DISPLAY "   CUSTOMER SALES ORDERS"
               DISPLAY "------------------------------"
               DISPLAY "1. Enter a Sales Order"
               DISPLAY "2. Confirm Shipment"
               DISPLAY "3. Sales Order Status Inquiry"
               DISPLAY "4. Exit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-MenuChoice
               EVALUATE WS-MenuChoice
                   WHEN 1
                       PERFORM Enter-Sales-Order
                   WHEN 2
                       PERFORM Confirm-Shipment
                   WHEN 3
                       PERFORM Status-Inquiry
                   WHEN 4
                       DISPLAY "Exiting sales orders..."
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *> An order is entered as a whole: customer once, then one line
      *> per item until a zero item ID is keyed. The number is
      *> assigned from soctl.dat and persisted as soon as it is
      *> consumed, the same as requisition numbers.
       Enter-Sales-Order.
           DISPLAY "Enter Customer Code: "
           ACCEPT WS-Cust
           IF WS-Cust = SPACES
               DISPLAY "A customer code is required - order not "
                   "entered."
           ELSE
               PERFORM Check-Customer
               IF Found = 'N'
                   DISPLAY "Customer " WS-Cust " not on "
                       "customer.dat - order not entered."
               ELSE
                   DISPLAY CustName
                   DISPLAY "Enter Customer Order Reference "
                       "(optional): "
                   ACCEPT WS-CustRef
                   PERFORM Enter-Order-Lines
               END-IF
           END-IF.

       Check-Customer.
           MOVE 'N' TO Found
           OPEN INPUT CustomerFile
           IF CUST-FILE-STATUS = "00"
               MOVE WS-Cust TO CustCode
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO Found
               END-READ
               CLOSE CustomerFile
           END-IF.

       Enter-Order-Lines.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OrderDate
           PERFORM Load-SO-Control
           ADD 1 TO WS-NextSONumber
           PERFORM Save-SO-Control
           MOVE WS-NextSONumber TO WS-SONumber
           MOVE 0 TO WS-OrderValue
           PERFORM Open-Sales-Order-For-Write
           OPEN INPUT InventoryFile
           MOVE 0 TO WS-LineNo
           MOVE 1 TO WS-ItemID
           PERFORM UNTIL WS-ItemID = 0
               DISPLAY "Enter Item ID (0 = finished): "
               ACCEPT WS-ItemID
               IF WS-ItemID NOT = 0
                   PERFORM Enter-One-Line
               END-IF
           END-PERFORM
           CLOSE InventoryFile
           CLOSE SalesOrderFile
           IF WS-LineNo = 0
               DISPLAY "No lines keyed - sales order " WS-SONumber
                   " is empty."
           ELSE
               MOVE WS-OrderValue TO WS-Value-Disp
               DISPLAY "Sales order " WS-SONumber " entered with "
                   WS-LineNo " line(s) for " WS-Cust ", value "
                   WS-Value-Disp "."
           END-IF.

      *> The line is priced at the selling price on the item master
      *> now; a later PriceApply change does not reprice an order
      *> already taken. An item with no selling price set cannot be
      *> sold.
       Enter-One-Line.
           MOVE 'N' TO Found
           MOVE WS-ItemID TO ItemID
           READ InventoryFile
               INVALID KEY
                   DISPLAY "Item " WS-ItemID " not on inventory.dat"
                       " - line not added."
               NOT INVALID KEY
                   MOVE 'Y' TO Found
           END-READ
           IF Found = 'Y' AND ItemSellingPrice = 0
               DISPLAY "Item " WS-ItemID " has no selling price - "
                   "line not added."
               MOVE 'N' TO Found
           END-IF
           IF Found = 'Y'
               MOVE ItemSellingPrice TO WS-Price-Disp
               DISPLAY ItemName " at " WS-Price-Disp
                   " - enter quantity: "
               ACCEPT WS-LineQty
               IF WS-LineQty = 0
                   DISPLAY "Zero quantity - line not added."
               ELSE
                   ADD 1 TO WS-LineNo
                   MOVE WS-SONumber TO SONumber
                   MOVE WS-LineNo TO SOLineNo
                   MOVE WS-Cust TO SOCustCode
                   MOVE WS-OrderDate TO SODate
                   MOVE WS-CustRef TO SOCustRef
                   MOVE WS-ItemID TO SOItemID
                   MOVE WS-LineQty TO SOQtyOrdered
                   MOVE 0 TO SOQtyAllocated
                   MOVE 0 TO SOQtyShipped
                   MOVE ItemSellingPrice TO SOUnitPrice
                   MOVE 'O' TO SOStatus
                   WRITE SalesOrderRecord
                       INVALID KEY
                           DISPLAY "Sales order " SONumber " line "
                               SOLineNo " already on file - "
                               "not rewritten."
                       NOT INVALID KEY
                           COMPUTE WS-LineValue =
                               SOQtyOrdered * SOUnitPrice
                           ADD WS-LineValue TO WS-OrderValue
                   END-WRITE
               END-IF
           END-IF.

      *> The despatch bay works the printed pick list, then confirms
      *> here what was actually shipped. Each shipped line is written
      *> to transactions.dat as a TranType 'S' sale carrying the order
      *> and line number in TranRef and the line's selling price in
      *> TranUnitCost, so BatchApply can post the sale and record its
      *> revenue. A short shipment hands the unshipped allocation back
      *> to 'O' so the next SalesAllocate run retries. The delivery
      *> note lists what went out in this confirmation.
       Confirm-Shipment.
           DISPLAY "Enter Sales Order Number: "
           ACCEPT WS-SONumber
           MOVE 0 TO WS-ShippedLines
           MOVE 0 TO WS-Note-Count
           MOVE SPACES TO WS-NoteCust
           MOVE SPACES TO WS-NoteCustRef
           OPEN I-O SalesOrderFile
           IF SO-FILE-STATUS = "35"
               DISPLAY "No sales order file on hand."
               CLOSE SalesOrderFile
           ELSE
               MOVE WS-SONumber TO SONumber
               MOVE 0 TO SOLineNo
               START SalesOrderFile KEY IS NOT LESS THAN SOKey
                   INVALID KEY
                       DISPLAY "Sales order " WS-SONumber
                           " not on file."
                   NOT INVALID KEY
                       PERFORM Confirm-Order-Lines
               END-START
               CLOSE SalesOrderFile
               DISPLAY WS-ShippedLines " line(s) shipped - sales "
                   "queued for the nightly batch apply."
               IF WS-Note-Count > 0
                   PERFORM Print-Delivery-Note
               END-IF
           END-IF.

       Confirm-Order-Lines.
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SalesOrderFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SONumber NOT = WS-SONumber
                           MOVE 'Y' TO EOF
                       ELSE
                           MOVE SOCustCode TO WS-NoteCust
                           MOVE SOCustRef TO WS-NoteCustRef
                           IF SOStatus = 'A' OR SOStatus = 'P'
                               PERFORM Confirm-One-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Confirm-One-Line.
           COMPUTE WS-ShippableQty =
               SOQtyAllocated - SOQtyShipped
           IF WS-ShippableQty > 0
               DISPLAY "Line " SOLineNo " item " SOItemID
                   " allocated " WS-ShippableQty
                   " - enter quantity shipped: "
               ACCEPT WS-ShipQty
               IF WS-ShipQty > WS-ShippableQty
                   DISPLAY "Shipped more than allocated - "
                       "line skipped, re-allocate first."
               ELSE
                   IF WS-ShipQty > 0
      *> Post the sale against the shelf it was actually pulled
      *> from, as requisition picks are, so stockloc.dat keeps
      *> matching the warehouse.
                       DISPLAY "Enter Location shipped from "
                           "(MWH/SHP): "
                       ACCEPT WS-ShipLoc
                       IF WS-ShipLoc = SPACES
                           MOVE 'MWH' TO WS-ShipLoc
                       END-IF
                       PERFORM Write-Sale-Transaction
                       PERFORM Keep-Note-Line
                       ADD WS-ShipQty TO SOQtyShipped
                       ADD 1 TO WS-ShippedLines
                   END-IF
                   IF SOQtyShipped >= SOQtyOrdered
                       MOVE 'C' TO SOStatus
                   ELSE
                       MOVE SOQtyShipped TO SOQtyAllocated
                       MOVE 'O' TO SOStatus
                   END-IF
                   REWRITE SalesOrderRecord
               END-IF
           END-IF.

      *> TranRef carries S + order number + line number, so that a
      *> sale the night batch cannot post is handed back to the very
      *> line it was shipped from.
       Write-Sale-Transaction.
           MOVE SPACES TO WS-TranRef
           MOVE SONumber TO WS-SONum-Disp
           MOVE SOLineNo TO WS-SOLine-Disp
           STRING "S" DELIMITED BY SIZE
               WS-SONum-Disp DELIMITED BY SIZE
               WS-SOLine-Disp DELIMITED BY SIZE
               INTO WS-TranRef
           OPEN EXTEND TransactionFile
           IF TRAN-FILE-STATUS = "35"
               OPEN OUTPUT TransactionFile
           END-IF
           MOVE SOItemID TO TranItemID
           MOVE WS-ShipQty TO TranQty
           MOVE 'S' TO TranType
           MOVE FUNCTION CURRENT-DATE(1:8) TO TranDate
           MOVE WS-ShipLoc TO TranLocation
           MOVE SPACES TO TranLocTo
           MOVE WS-TranRef TO TranRef
           MOVE SOUnitPrice TO TranUnitCost
           MOVE SPACES TO TranLotNumber
           MOVE SPACES TO TranExpiryDate
           WRITE TransactionRecord
           CLOSE TransactionFile.

       Keep-Note-Line.
           IF WS-Note-Count < 200
               ADD 1 TO WS-Note-Count
               MOVE SOLineNo TO WS-Note-LineNo (WS-Note-Count)
               MOVE SOItemID TO WS-Note-ItemID (WS-Note-Count)
               MOVE WS-ShipQty TO WS-Note-Qty (WS-Note-Count)
               MOVE WS-ShipLoc TO WS-Note-Loc (WS-Note-Count)
           ELSE
               IF WS-NoteTableFull = 'N'
                   MOVE 'Y' TO WS-NoteTableFull
                   DISPLAY "NOTE TABLE FULL: more than 200 lines "
                       "shipped - delivery note is incomplete from "
                       "line " SOLineNo " on."
               END-IF
           END-IF.

      *> Goes with the goods: who they are for and where, the order
      *> they were shipped against, and the quantity of each item in
      *> the consignment. Prices stay off the note.
       Print-Delivery-Note.
           MOVE WS-NoteCust TO CustCode
           MOVE SPACES TO CustName
           MOVE SPACES TO CustAddress1
           MOVE SPACES TO CustAddress2
           MOVE SPACES TO CustPostCode
           OPEN INPUT CustomerFile
           IF CUST-FILE-STATUS = "00"
               READ CustomerFile
                   INVALID KEY
                       MOVE "** Unknown Customer **" TO CustName
               END-READ
               CLOSE CustomerFile
           END-IF
           MOVE 'N' TO WS-InvFileOk
           OPEN INPUT InventoryFile
           IF FILE-STATUS = "00"
               MOVE 'Y' TO WS-InvFileOk
           END-IF
           DISPLAY " "
           DISPLAY "============================================"
           DISPLAY "               DELIVERY NOTE                 "
           DISPLAY "============================================"
           DISPLAY "Order  " WS-SONumber "   Date "
               FUNCTION CURRENT-DATE(1:8)
           IF WS-NoteCustRef NOT = SPACES
               DISPLAY "Your reference  " WS-NoteCustRef
           END-IF
           DISPLAY "Deliver to: " WS-NoteCust
           DISPLAY "  " CustName
           DISPLAY "  " CustAddress1
           DISPLAY "  " CustAddress2
           DISPLAY "  " CustPostCode
           DISPLAY "--------------------------------------------"
           DISPLAY "LN  ITEM   DESCRIPTION                      QTY"
           PERFORM VARYING WS-Note-Sub FROM 1 BY 1
                   UNTIL WS-Note-Sub > WS-Note-Count
               MOVE "** Not on inventory **" TO ItemName
               IF WS-InvFileOk = 'Y'
                   MOVE WS-Note-ItemID (WS-Note-Sub) TO ItemID
                   READ InventoryFile
                       INVALID KEY
                           MOVE "** Not on inventory **" TO ItemName
                   END-READ
               END-IF
               DISPLAY WS-Note-LineNo (WS-Note-Sub) " "
                   WS-Note-ItemID (WS-Note-Sub) " " ItemName "  "
                   WS-Note-Qty (WS-Note-Sub)
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY WS-Note-Count " line(s).   Received by: "
               "______________________"
           IF WS-InvFileOk = 'Y'
               CLOSE InventoryFile
           END-IF.

      *> "What has customer X ordered and what is still to ship" -
      *> every line for the customer (or all customers) from the
      *> from-date on, with the open quantity and its value totalled
      *> at the foot.
       Status-Inquiry.
           DISPLAY "Enter Customer Code (spaces = all): "
           ACCEPT WS-FilterCust
           DISPLAY "Enter from date (YYYYMMDD, spaces = all): "
           ACCEPT WS-FromDate
           MOVE 0 TO WS-LineCount
           MOVE 0 TO WS-OutstandingQty
           MOVE 0 TO WS-OutstandingVal
           OPEN INPUT SalesOrderFile
           IF SO-FILE-STATUS = "35"
               DISPLAY "No sales order file on hand."
               CLOSE SalesOrderFile
           ELSE
               DISPLAY "--------------------------------------------"
               DISPLAY "       SALES ORDER STATUS INQUIRY            "
               DISPLAY "--------------------------------------------"
               DISPLAY "ORDER  LN  CUSTOMER ITEM  ORDRD ALLOC "
                   "SHIPD ST      PRICE"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ SalesOrderFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF (WS-FilterCust = SPACES
                                   OR SOCustCode = WS-FilterCust)
                                   AND (WS-FromDate = SPACES
                                       OR SODate >= WS-FromDate)
                               PERFORM Print-Status-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalesOrderFile
               DISPLAY "--------------------------------------------"
               IF WS-LineCount = 0
                   DISPLAY "No matching sales order lines."
               ELSE
                   MOVE WS-OutstandingVal TO WS-Value-Disp
                   DISPLAY WS-LineCount " line(s) listed, "
                       WS-OutstandingQty " unit(s) still to ship, "
                       "value " WS-Value-Disp "."
               END-IF
           END-IF.

       Print-Status-Line.
           MOVE SOUnitPrice TO WS-Price-Disp
           DISPLAY SONumber " " SOLineNo " " SOCustCode " "
               SOItemID " " SOQtyOrdered " " SOQtyAllocated
               " " SOQtyShipped " " SOStatus "  " WS-Price-Disp
           ADD 1 TO WS-LineCount
           IF SOStatus NOT = 'C'
               COMPUTE WS-OutstandingQty = WS-OutstandingQty
                   + SOQtyOrdered - SOQtyShipped
               COMPUTE WS-OutstandingVal = WS-OutstandingVal
                   + (SOQtyOrdered - SOQtyShipped) * SOUnitPrice
           END-IF.

       Open-Sales-Order-For-Write.
           OPEN I-O SalesOrderFile
           IF SO-FILE-STATUS = "35"
               OPEN OUTPUT SalesOrderFile
               CLOSE SalesOrderFile
               OPEN I-O SalesOrderFile
           END-IF.

       Load-SO-Control.
           MOVE 0 TO WS-NextSONumber
           OPEN INPUT SOControlFile
           IF SOCTL-FILE-STATUS = "00"
               READ SOControlFile INTO SOControlRecord
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SOCtlLastNumber TO WS-NextSONumber
               END-READ
               CLOSE SOControlFile
           END-IF.

       Save-SO-Control.
           MOVE WS-NextSONumber TO SOCtlLastNumber
           OPEN OUTPUT SOControlFile
           WRITE SOControlRecord
           CLOSE SOControlFile.
