               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMANumber
               FILE STATUS IS RMA-FILE-STATUS.
           SELECT BOMFile ASSIGN TO 'bom.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOMKey
               FILE STATUS IS BOM-FILE-STATUS.
           SELECT ReversalFile ASSIGN TO 'reversal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RevNumber
               FILE STATUS IS REV-FILE-STATUS.
           SELECT SalesOrderFile ASSIGN TO 'salesorder.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOKey
               FILE STATUS IS SO-FILE-STATUS.
           SELECT SalesFile ASSIGN TO 'sales.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALE-FILE-STATUS.
           SELECT RejectFile ASSIGN TO 'reject.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RMAFile.
       COPY RMAREC.

       FD  BOMFile.
       COPY BOMREC.

       FD  ReversalFile.
       COPY REVREC.

       FD  SalesOrderFile.
       COPY SOREC.

       FD  SalesFile.
       COPY SALEREC.

       FD  RejectFile.
       COPY REJECTREC.

       WORKING-STORAGE SECTION.
       01  WS-TranRelKey      PIC 9(8) VALUE 0.
       01  WS-LastApplied     PIC 9(8) VALUE 0.
       01  WS-POFileOk        PIC X VALUE 'N'.
       01  WS-ReliefQty       PIC 9(5).
       01  WS-POOutstanding   PIC 9(5).
       01  WS-ReliefLineFound PIC X VALUE 'N'.
       01  WS-ReliefPONumber  PIC 9(6).
       01  WS-ReliefPOLineNo  PIC 9(3).
       01  WS-RefPONumber     PIC 9(6).
       01  WS-POCostFound     PIC X VALUE 'N'.
       01  MOVE-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-MoveType        PIC X(8).
       01  WS-DateTime        PIC X(21).
       01  LOT-FILE-STATUS    PIC X(2) VALUE "00".
       01  LOT-EOF            PIC X VALUE 'N'.
       01  WS-MoveLot         PIC X(10).
       01  WS-MoveRef         PIC X(10).
       01  WS-PostItemID      PIC 9(5).
       01  BOM-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-BOMFileOk       PIC X VALUE 'N'.
       01  WS-KitShort        PIC X VALUE 'N'.
       01  BOM-EOF            PIC X VALUE 'N'.
       01  WS-KitRollCost     PIC 9(9)V99.
       01  WS-KitUnitCost     PIC 9(6)V99.
       01  WS-KitBookCost     PIC 9(6)V99.
       01  WS-CompOnHand      PIC 9(5).

      *> The components of the kit being assembled or broken down,
      *> loaded from bom.dat: quantity per kit, quantity the
      *> transaction needs, and the unit cost the component moves at.
       01  WS-Kit-Table.
           05  WS-Kit-Count       PIC 9(2) VALUE 0.
           05  WS-Kit-Entry OCCURS 50 TIMES.
               10  WS-Kit-CompID      PIC 9(5).
               10  WS-Kit-QtyPer      PIC 9(4).
               10  WS-Kit-Need        PIC 9(9).
               10  WS-Kit-Cost        PIC 9(6)V99.
       01  WS-Kit-Sub         PIC 9(2).
       01  WS-KitTableFull    PIC X VALUE 'N'.
       01  WS-LotRemain       PIC 9(5).
       01  WS-LotPortion      PIC 9(5).
       01  WS-RunOldQty       PIC 9(5).
       01  RMA-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-RMAFileOk       PIC X VALUE 'N'.
       01  WS-RefRMANumber    PIC 9(6).
       01  REV-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-RevFileOk       PIC X VALUE 'N'.
       01  WS-RefRevNumber    PIC 9(6).
       01  WS-RevValue        PIC S9(11)V99.
       01  WS-RevBOSeq        PIC 9(6).
       01  WS-RevBOFound      PIC X VALUE 'N'.
       01  SO-FILE-STATUS     PIC X(2) VALUE "00".
       01  WS-SOFileOk        PIC X VALUE 'N'.
       01  SALE-FILE-STATUS   PIC X(2) VALUE "00".
       01  REJ-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-RevPass         PIC X(1).
       01  WS-RevPOTake       PIC X VALUE 'N'.
       01  WS-RevNum-Disp     PIC 9(6).
       01  WS-RejQty-Disp     PIC 9(5).

      *> The PO lines a reversed receipt may have relieved - every
      *> line for the item with quantity still booked as received, in
      *> key order, so the relief can be backed out newest line first.
      *> Past the table's size the oldest lines drop off the top.
       01  WS-RevPO-Table.
           05  WS-RevPO-Count     PIC 9(3) VALUE 0.
           05  WS-RevPO-Entry OCCURS 200 TIMES.
               10  WS-RevPO-Number    PIC 9(6).
               10  WS-RevPO-LineNo    PIC 9(3).
               10  WS-RevPO-RcptDate  PIC X(8).
       01  WS-RevPO-Sub       PIC 9(3).
       01  WS-RevPOTableFull  PIC X VALUE 'N'.

       COPY RUNCTLPARM.

                   PERFORM Open-Backorder-File
                   PERFORM Open-Lot-File
                   PERFORM Open-RMA-File
                   PERFORM Open-BOM-File
                   PERFORM Open-Reversal-File
                   PERFORM Open-Sales-Order-File
                   PERFORM Load-BO-Control
                   COMPUTE WS-TranRelKey = WS-LastApplied + 1
                   START TransactionFile
                   IF WS-RMAFileOk = 'Y'
                       CLOSE RMAFile
                   END-IF
                   IF WS-BOMFileOk = 'Y'
                       CLOSE BOMFile
                   END-IF
                   IF WS-RevFileOk = 'Y'
                       CLOSE ReversalFile
                   END-IF
                   IF WS-SOFileOk = 'Y'
                       CLOSE SalesOrderFile
                   END-IF
                   PERFORM Save-BO-Control
                   CLOSE InventoryFile
               END-IF
               INVALID KEY
                   DISPLAY "Item " TranItemID
                       " not found - transaction skipped."
                   IF TranType = 'S'
                       MOVE "Item not on inventory.dat" TO RejReason
                       PERFORM Reject-Sale
                   END-IF
               NOT INVALID KEY
                   MOVE TranLocation TO WS-TranLoc
                   IF WS-TranLoc = SPACES
                       MOVE 'MWH' TO WS-TranLoc
                   END-IF
                   MOVE TranRef TO WS-MoveRef
                   MOVE TranItemID TO WS-PostItemID
                   EVALUATE TranType
                       WHEN 'I'
                           PERFORM Apply-Receipt
                           PERFORM Apply-Transfer
                       WHEN 'R'
                           PERFORM Apply-Return
                       WHEN 'A'
                           PERFORM Apply-Assembly
                       WHEN 'D'
                           PERFORM Apply-Disassembly
                       WHEN 'V'
                           PERFORM Apply-Reversal
                       WHEN 'S'
                           PERFORM Apply-Sale
                       WHEN OTHER
                           PERFORM Apply-Issue
                   END-EVALUATE
           END-READ.

      *> A receipt is valued at the actual cost it arrived at - the
      *> keyed unit cost, failing that the price on the PO line it
      *> relieves, failing that the book cost - and the book cost is
      *> recomputed as the weighted average of the old holding and
      *> the new stock, so the valuation and GL extract stop
      *> pretending every delivery arrived at the old book cost.
               PERFORM Find-PO-Cost
           END-IF.

      *> No cost keyed on the receipt - take the price off the line
      *> Relieve-Open-PO will relieve first: the named PO's open line
      *> for the item, failing that the oldest open PO line for it.
       Find-PO-Cost.
           IF WS-POFileOk = 'Y'
               PERFORM Get-Ref-PO-Number
               MOVE 'N' TO WS-POCostFound
               IF WS-RefPONumber NOT = 0
                   MOVE WS-RefPONumber TO PONumber
                   MOVE 0 TO POLineNo
                   START POFile KEY IS NOT LESS THAN POKey
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Scan-For-PO-Cost
                   END-START
               END-IF
               IF WS-POCostFound = 'N'
                   MOVE 0 TO WS-RefPONumber
                   MOVE 0 TO PONumber
                   MOVE 0 TO POLineNo
                   START POFile KEY IS NOT LESS THAN POKey
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Scan-For-PO-Cost
                   END-START
               END-IF
           END-IF.

      *> With a PO named the scan stops at the end of that PO.
       Scan-For-PO-Cost.
           MOVE 'N' TO PO-EOF
           PERFORM UNTIL PO-EOF = 'Y'
                   AT END
                       MOVE 'Y' TO PO-EOF
                   NOT AT END
                       IF WS-RefPONumber NOT = 0
                               AND PONumber NOT = WS-RefPONumber
                           MOVE 'Y' TO PO-EOF
                       ELSE
                           IF POStatus = 'O'
                                   AND POItemID = TranItemID
                                   AND POUnitCost NOT = 0
                               MOVE POUnitCost TO WS-ReceiptCost
                               MOVE 'Y' TO WS-POCostFound
                               MOVE 'Y' TO PO-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               END-IF
               MOVE WS-PPVUnitDiff TO MoveCost
               MOVE SPACES TO MoveLotNumber
               MOVE TranRef TO MoveRef
               MOVE SPACES TO MoveOrigEntry
               OPEN EXTEND MovementFile
               IF MOVE-FILE-STATUS = "35"
                   OPEN OUTPUT MovementFile
           MOVE 'BACKFILL' TO WS-AuditOp
           PERFORM Write-Transaction-Audit
           MOVE 'BACKFILL' TO WS-MoveType
           MOVE BORequestor TO WS-MoveRef
           PERFORM Relieve-Lots-And-Log
           MOVE WS-TranLoc TO WS-LocWork
           MOVE WS-FillQty TO WS-LocAdjQty
           DISPLAY "Backorder " BOItemID " / " BOSeq
               " filled " WS-FillQty " for " BORequestor.

      *> A shipment to a customer leaves the book like an issue, at
      *> book cost, but is logged as a SALE so it is not charged back
      *> to a department, and never goes onto backorder - the sales
      *> order line already carries what the customer is still owed.
      *> The goods have physically left, so a book quantity short of
      *> the shipment means the book is wrong: the sale is rejected
      *> for the stock to be counted and the shipment confirmed
      *> again. Each posted sale is written to sales.dat with the
      *> order's selling price and the book cost it left at, for
      *> revenue and margin.
       Apply-Sale.
           IF TranQty > ItemQuantity
               DISPLAY "Item " TranItemID
                   " - sale exceeds book quantity, "
                   "transaction rejected."
               MOVE "Sale exceeds book quantity" TO RejReason
               PERFORM Reject-Sale
           ELSE
               MOVE TranQty TO WS-FillQty
               MOVE ItemQuantity TO WS-OldQty
               MOVE ItemCost TO WS-OldCost
               MOVE ItemCost TO WS-MoveUnitCost
               SUBTRACT WS-FillQty FROM ItemQuantity
               REWRITE InventoryRecord
               MOVE 'SALE' TO WS-AuditOp
               PERFORM Write-Transaction-Audit
               MOVE 'SALE' TO WS-MoveType
               PERFORM Relieve-Lots-And-Log
               MOVE WS-TranLoc TO WS-LocWork
               MOVE WS-FillQty TO WS-LocAdjQty
               PERFORM Subtract-From-Location
               PERFORM Write-Sale-Record
           END-IF.

      *> TranRef is Snnnnnnlll, order and line.
       Write-Sale-Record.
           MOVE 0 TO SaleOrderNumber
           MOVE SPACES TO SaleCustCode
           IF TranRef(1:1) = 'S' AND TranRef(2:9) IS NUMERIC
               MOVE TranRef(2:6) TO SaleOrderNumber
               PERFORM Find-Sale-Customer
           END-IF
           MOVE WS-BusDate TO SaleDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO SaleTime
           MOVE WS-PostItemID TO SaleItemID
           MOVE ItemCategory TO SaleCategory
           MOVE WS-TranLoc TO SaleLocation
           MOVE WS-FillQty TO SaleQty
           MOVE TranUnitCost TO SaleUnitPrice
           MOVE WS-OldCost TO SaleUnitCost
           OPEN EXTEND SalesFile
           IF SALE-FILE-STATUS = "35"
               OPEN OUTPUT SalesFile
           END-IF
           WRITE SaleRecord
           CLOSE SalesFile.

      *> A sale the night cannot post is not lost: it goes on the
      *> reject log and the shipment is handed back to its order line
      *> - the quantity taken off SOQtyShipped and the line returned
      *> to allocated - so once the stock is put right the despatch
      *> bay confirms it again and it posts with its revenue and
      *> margin. RejReason is set by the caller.
       Reject-Sale.
           MOVE TranItemID TO RejItemID
           MOVE 'SALE' TO RejField
           MOVE TranRef TO RejValue
           PERFORM Write-Reject-Record
           IF TranRef(1:1) = 'S' AND TranRef(2:9) IS NUMERIC
                   AND WS-SOFileOk = 'Y'
               MOVE TranRef(2:6) TO SONumber
               MOVE TranRef(8:3) TO SOLineNo
               READ SalesOrderFile
                   INVALID KEY
                       DISPLAY "Sales order " SONumber " line "
                           SOLineNo " not on file - shipment not "
                           "handed back."
                   NOT INVALID KEY
                       PERFORM Hand-Back-Shipment
               END-READ
           ELSE
               DISPLAY "Sale " TranRef " names no sales order line "
                   "- shipment not handed back."
           END-IF.

       Hand-Back-Shipment.
           IF TranQty > SOQtyShipped
               MOVE 0 TO SOQtyShipped
           ELSE
               SUBTRACT TranQty FROM SOQtyShipped
           END-IF
           IF SOQtyAllocated > SOQtyShipped
               IF SOQtyAllocated >= SOQtyOrdered
                   MOVE 'A' TO SOStatus
               ELSE
                   MOVE 'P' TO SOStatus
               END-IF
           ELSE
               MOVE 'O' TO SOStatus
           END-IF
           REWRITE SalesOrderRecord
           DISPLAY "Sales order " SONumber " line " SOLineNo
               " - shipment of " TranQty " handed back, status "
               SOStatus ".".

       Write-Reject-Record.
           MOVE FUNCTION CURRENT-DATE TO RejDateTime
           OPEN EXTEND RejectFile
           IF REJ-FILE-STATUS = "35"
               OPEN OUTPUT RejectFile
           END-IF
           WRITE RejectRecord
           CLOSE RejectFile.

      *> Every line of a sales order carries the same customer, so
      *> the first line found for the order number is enough.
       Find-Sale-Customer.
           IF WS-SOFileOk = 'Y'
               MOVE SaleOrderNumber TO SONumber
               MOVE 0 TO SOLineNo
               START SalesOrderFile KEY IS NOT LESS THAN SOKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SalesOrderFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SONumber = SaleOrderNumber
                                   MOVE SOCustCode TO SaleCustCode
                               END-IF
                       END-READ
               END-START
           END-IF.

      *> A return to supplier is an issue out of the RET cage: the
      *> stock leaves the book at the cost the RMA was raised at
      *> (carried in TranUnitCost), the RETURN movement is what
               PERFORM Write-Movement-Record
           END-IF.

      *> An assembly builds TranQty kits at the transaction's location
      *> from the components on hand there. Every component must be
      *> on hand at that location in full before anything is posted -
      *> a part-built batch would leave the book showing kits that
      *> were never put together. The components go out oldest lot
      *> first like an issue, and the kits come in at the rolled-up
      *> book cost of what went into them, averaged into the kit's
      *> ItemCost like any receipt; a lot number keyed on the
      *> transaction is the kit batch's lot.
       Apply-Assembly.
           PERFORM Load-Kit-Components
           IF WS-Kit-Count = 0 OR WS-KitTableFull = 'Y'
               DISPLAY "Kit " TranItemID
                   " - no usable bill of materials, "
                   "transaction skipped."
           ELSE
               PERFORM Check-Kit-Components
               IF WS-KitShort = 'Y'
                   DISPLAY "Kit " TranItemID
                       " - components short at " WS-TranLoc
                       ", assembly skipped."
               ELSE
                   PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                           UNTIL WS-Kit-Sub > WS-Kit-Count
                       PERFORM Issue-Kit-Component
                   END-PERFORM
                   PERFORM Receive-Assembled-Kit
               END-IF
           END-IF.

       Load-Kit-Components.
           MOVE 0 TO WS-Kit-Count
           MOVE 'N' TO WS-KitTableFull
           IF WS-BOMFileOk = 'Y'
               MOVE TranItemID TO BOMKitID
               MOVE 0 TO BOMCompID
               START BOMFile KEY IS NOT LESS THAN BOMKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Read-Kit-Components
               END-START
           END-IF.

       Read-Kit-Components.
           MOVE 'N' TO BOM-EOF
           PERFORM UNTIL BOM-EOF = 'Y'
               READ BOMFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO BOM-EOF
                   NOT AT END
                       IF BOMKitID NOT = TranItemID
                           MOVE 'Y' TO BOM-EOF
                       ELSE
                           IF WS-Kit-Count < 50
                               ADD 1 TO WS-Kit-Count
                               MOVE BOMCompID TO
                                   WS-Kit-CompID (WS-Kit-Count)
                               MOVE BOMQtyPer TO
                                   WS-Kit-QtyPer (WS-Kit-Count)
                               COMPUTE WS-Kit-Need (WS-Kit-Count) =
                                   BOMQtyPer * TranQty
                               MOVE 0 TO WS-Kit-Cost (WS-Kit-Count)
                           ELSE
                               MOVE 'Y' TO WS-KitTableFull
                               MOVE 'Y' TO BOM-EOF
                               DISPLAY "KIT TABLE FULL: kit "
                                   TranItemID " has more than 50 "
                                   "components."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Check-Kit-Components.
           MOVE 'N' TO WS-KitShort
           MOVE 0 TO WS-KitRollCost
           PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                   UNTIL WS-Kit-Sub > WS-Kit-Count
               PERFORM Check-One-Component
           END-PERFORM
           MOVE WS-KitRollCost TO WS-KitUnitCost.

       Check-One-Component.
           MOVE WS-Kit-CompID (WS-Kit-Sub) TO ItemID
           READ InventoryFile
               INVALID KEY
                   MOVE 'Y' TO WS-KitShort
                   DISPLAY "Component " WS-Kit-CompID (WS-Kit-Sub)
                       " not on inventory.dat."
               NOT INVALID KEY
                   MOVE ItemCost TO WS-Kit-Cost (WS-Kit-Sub)
                   COMPUTE WS-KitRollCost = WS-KitRollCost
                       + (WS-Kit-QtyPer (WS-Kit-Sub) * ItemCost)
                   MOVE 0 TO WS-CompOnHand
                   MOVE ItemID TO LocItemID
                   MOVE WS-TranLoc TO LocCode
                   READ StockLocationFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LocQuantity TO WS-CompOnHand
                   END-READ
                   IF WS-Kit-Need (WS-Kit-Sub) > WS-CompOnHand
                           OR WS-Kit-Need (WS-Kit-Sub) > ItemQuantity
                       MOVE 'Y' TO WS-KitShort
                       DISPLAY "Component " WS-Kit-CompID (WS-Kit-Sub)
                           " needs " WS-Kit-Need (WS-Kit-Sub)
                           ", " WS-CompOnHand " at " WS-TranLoc
                   END-IF
           END-READ.

       Issue-Kit-Component.
           MOVE WS-Kit-CompID (WS-Kit-Sub) TO WS-PostItemID
           MOVE WS-PostItemID TO ItemID
           READ InventoryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ItemQuantity TO WS-OldQty
                   MOVE ItemCost TO WS-OldCost
                   MOVE ItemCost TO WS-MoveUnitCost
                   MOVE WS-Kit-Need (WS-Kit-Sub) TO WS-FillQty
                   SUBTRACT WS-FillQty FROM ItemQuantity
                   REWRITE InventoryRecord
                   MOVE 'ASSEMBLE' TO WS-AuditOp
                   PERFORM Write-Transaction-Audit
                   MOVE 'ASSEMBLE' TO WS-MoveType
                   PERFORM Relieve-Lots-And-Log
                   MOVE WS-TranLoc TO WS-LocWork
                   MOVE WS-FillQty TO WS-LocAdjQty
                   PERFORM Subtract-From-Location
           END-READ.

       Receive-Assembled-Kit.
           MOVE TranItemID TO WS-PostItemID
           MOVE WS-PostItemID TO ItemID
           READ InventoryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ItemQuantity TO WS-OldQty
                   MOVE ItemCost TO WS-OldCost
                   ADD TranQty TO ItemQuantity
                   IF ItemQuantity > 0
                       COMPUTE ItemCost ROUNDED =
                           ((WS-OldQty * WS-OldCost)
                           + (TranQty * WS-KitUnitCost))
                           / ItemQuantity
                   END-IF
                   REWRITE InventoryRecord
                   MOVE 'ASSEMBLE' TO WS-AuditOp
                   PERFORM Write-Transaction-Audit
                   MOVE 'ASSEMBLE' TO WS-MoveType
                   MOVE TranQty TO WS-MoveQty
                   MOVE WS-KitUnitCost TO WS-MoveUnitCost
                   MOVE TranLotNumber TO WS-MoveLot
                   PERFORM Write-Movement-Record
                   MOVE WS-TranLoc TO WS-LocWork
                   MOVE TranQty TO WS-LocAdjQty
                   PERFORM Add-To-Location
                   PERFORM Add-To-Lot
                   DISPLAY "Kit " TranItemID " - " TranQty
                       " assembled at " WS-TranLoc
                       ", unit cost " WS-KitUnitCost
           END-READ.

      *> A disassembly breaks TranQty kits at the location back into
      *> their components. The kits leave at their book cost and that
      *> value is shared over the components in proportion to what
      *> they stand at today, so stripping a kit moves value between
      *> items without creating or losing any. Components come back
      *> untracked - the lots they were built from are not known.
       Apply-Disassembly.
           MOVE ItemCost TO WS-KitBookCost
           PERFORM Load-Kit-Components
           IF WS-Kit-Count = 0 OR WS-KitTableFull = 'Y'
               DISPLAY "Kit " TranItemID
                   " - no usable bill of materials, "
                   "transaction skipped."
           ELSE
               PERFORM Get-From-Location-Qty
               IF TranQty > WS-FromLocQty OR TranQty > ItemQuantity
                   DISPLAY "Kit " TranItemID
                       " - disassembly exceeds qty at location "
                       WS-TranLoc ", transaction skipped."
               ELSE
                   PERFORM Price-Kit-Components
                   PERFORM Strip-Kit
                   PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                           UNTIL WS-Kit-Sub > WS-Kit-Count
                       PERFORM Return-Kit-Component
                   END-PERFORM
               END-IF
           END-IF.

       Price-Kit-Components.
           MOVE 0 TO WS-KitRollCost
           PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                   UNTIL WS-Kit-Sub > WS-Kit-Count
               MOVE WS-Kit-CompID (WS-Kit-Sub) TO ItemID
               READ InventoryFile
                   INVALID KEY
                       MOVE 0 TO WS-Kit-Cost (WS-Kit-Sub)
                   NOT INVALID KEY
                       MOVE ItemCost TO WS-Kit-Cost (WS-Kit-Sub)
                       COMPUTE WS-KitRollCost = WS-KitRollCost
                           + (WS-Kit-QtyPer (WS-Kit-Sub) * ItemCost)
               END-READ
           END-PERFORM
           IF WS-KitRollCost > 0
               PERFORM VARYING WS-Kit-Sub FROM 1 BY 1
                       UNTIL WS-Kit-Sub > WS-Kit-Count
                   COMPUTE WS-Kit-Cost (WS-Kit-Sub) ROUNDED =
                       WS-Kit-Cost (WS-Kit-Sub) * WS-KitBookCost
                       / WS-KitRollCost
               END-PERFORM
           END-IF.

       Strip-Kit.
           MOVE TranItemID TO WS-PostItemID
           MOVE WS-PostItemID TO ItemID
           READ InventoryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ItemQuantity TO WS-OldQty
                   MOVE ItemCost TO WS-OldCost
                   MOVE ItemCost TO WS-MoveUnitCost
                   MOVE TranQty TO WS-FillQty
                   SUBTRACT WS-FillQty FROM ItemQuantity
                   REWRITE InventoryRecord
                   MOVE 'DISASSEM' TO WS-AuditOp
                   PERFORM Write-Transaction-Audit
                   MOVE 'DISASSEM' TO WS-MoveType
                   PERFORM Relieve-Lots-And-Log
                   MOVE WS-TranLoc TO WS-LocWork
                   MOVE TranQty TO WS-LocAdjQty
                   PERFORM Subtract-From-Location
           END-READ.

       Return-Kit-Component.
           MOVE WS-Kit-CompID (WS-Kit-Sub) TO WS-PostItemID
           MOVE WS-PostItemID TO ItemID
           READ InventoryFile
               INVALID KEY
                   DISPLAY "Component " WS-PostItemID
                       " not on inventory.dat - not returned to "
                       "stock."
               NOT INVALID KEY
                   MOVE ItemQuantity TO WS-OldQty
                   MOVE ItemCost TO WS-OldCost
                   ADD WS-Kit-Need (WS-Kit-Sub) TO ItemQuantity
                   IF ItemQuantity > 0
                       COMPUTE ItemCost ROUNDED =
                           ((WS-OldQty * WS-OldCost)
                           + (WS-Kit-Need (WS-Kit-Sub)
                               * WS-Kit-Cost (WS-Kit-Sub)))
                           / ItemQuantity
                   END-IF
                   REWRITE InventoryRecord
                   MOVE 'DISASSEM' TO WS-AuditOp
                   PERFORM Write-Transaction-Audit
                   MOVE 'DISASSEM' TO WS-MoveType
                   MOVE WS-Kit-Need (WS-Kit-Sub) TO WS-MoveQty
                   MOVE WS-Kit-Cost (WS-Kit-Sub) TO WS-MoveUnitCost
                   MOVE SPACES TO WS-MoveLot
                   PERFORM Write-Movement-Record
                   MOVE WS-TranLoc TO WS-LocWork
                   MOVE WS-Kit-Need (WS-Kit-Sub) TO WS-LocAdjQty
                   PERFORM Add-To-Location
           END-READ.

      *> A reversal undoes one posted ledger entry exactly as it went
      *> on: the quantity, its location and lot, the cost it was
      *> booked at, and whatever the original posting did besides -
      *> the PO relief a receipt made, the backorder a fill closed.
      *> The stock must still be there to take back: a receipt whose
      *> stock has since been issued, or a transfer whose stock has
      *> moved on, is refused and the reversal record says why. The
      *> REVERSAL ledger entry runs the opposite way to the original
      *> and carries the original's date, time and type.
       Apply-Reversal.
           IF WS-RevFileOk = 'Y' AND TranRef(1:3) = 'REV'
                   AND TranRef(4:6) IS NUMERIC
               MOVE TranRef(4:6) TO WS-RefRevNumber
               MOVE WS-RefRevNumber TO RevNumber
               READ ReversalFile
                   INVALID KEY
                       DISPLAY "Reversal " WS-RefRevNumber
                           " not on file - transaction skipped."
                   NOT INVALID KEY
                       IF RevStatus = 'Q'
                           PERFORM Post-Reversal
                       ELSE
                           DISPLAY "Reversal " RevNumber
                               " is not queued - transaction "
                               "skipped."
                       END-IF
               END-READ
           ELSE
               DISPLAY "Item " TranItemID " - reversal " TranRef
                   " not on file, transaction skipped."
           END-IF.

       Post-Reversal.
           MOVE ItemQuantity TO WS-OldQty
           MOVE ItemCost TO WS-OldCost
           MOVE SPACES TO RevNote
           EVALUATE RevOrigType
               WHEN 'RECEIPT'
                   PERFORM Reverse-Receipt
               WHEN 'ISSUE'
               WHEN 'BACKFILL'
                   PERFORM Reverse-Issue
               WHEN 'TRANSFER'
                   PERFORM Reverse-Transfer
               WHEN OTHER
                   MOVE "Movement type not reversible" TO RevNote
           END-EVALUATE
           IF RevNote = SPACES
               MOVE 'P' TO RevStatus
               MOVE WS-BusDate TO RevPostedDate
               DISPLAY "Reversal " RevNumber " posted - "
                   RevOrigType " of " RevOrigDate " " RevOrigTime
                   " backed out for item " RevItemID "."
           ELSE
               MOVE 'X' TO RevStatus
               DISPLAY "Reversal " RevNumber " refused - " RevNote
           END-IF
           REWRITE ReversalRecord.

      *> The received stock comes off at the cost it came in at, so
      *> the book cost returns to what the rest of the holding is
      *> worth; with nothing (or no value) left the cost stands. It
      *> must still be on the shelf it was received to - the location
      *> draw-down would otherwise take it off shelves the receipt
      *> never touched.
       Reverse-Receipt.
           MOVE 'Y' TO WS-LotFound
           IF RevLotNumber NOT = SPACES
               MOVE WS-PostItemID TO LotItemID
               MOVE RevLotNumber TO LotNumber
               READ LotFile
                   INVALID KEY
                       MOVE 'N' TO WS-LotFound
                   NOT INVALID KEY
                       IF LotQuantity < RevQty
                           MOVE 'N' TO WS-LotFound
                       END-IF
               END-READ
           END-IF
           MOVE RevLocTo TO WS-TranLoc
           PERFORM Get-From-Location-Qty
           IF RevQty > ItemQuantity
               MOVE "Received stock already issued" TO RevNote
           ELSE
               IF RevQty > WS-FromLocQty
                   MOVE "Stock moved from receiving loc" TO RevNote
               ELSE
                   IF WS-LotFound = 'N'
                       MOVE "Lot already drawn down" TO RevNote
                   ELSE
                       PERFORM Take-Back-Receipt
                   END-IF
               END-IF
           END-IF.

       Take-Back-Receipt.
           SUBTRACT RevQty FROM ItemQuantity
           IF ItemQuantity > 0
               COMPUTE WS-RevValue =
                   (WS-OldQty * WS-OldCost) - (RevQty * RevCost)
               IF WS-RevValue > 0
                   COMPUTE ItemCost ROUNDED =
                       WS-RevValue / ItemQuantity
               END-IF
           END-IF
           REWRITE InventoryRecord
           IF RevLotNumber NOT = SPACES
               SUBTRACT RevQty FROM LotQuantity
               REWRITE LotRecord
           END-IF
           PERFORM Write-Reversal-Audit
           PERFORM Write-Reversal-Movement
           MOVE RevLocTo TO WS-LocWork
           MOVE RevQty TO WS-LocAdjQty
           PERFORM Subtract-From-Location
           PERFORM Back-Out-PO-Relief.

      *> Relieve-Open-PO stamped every line it touched with the
      *> receipt's business date and booked any excess as over-receipt
      *> on the last of them. The relief is unwound newest line first,
      *> over-receipt first, reopening each line it takes quantity
      *> off: the lines of the PO the receipt was matched to (named
      *> POnnnnnn in its reference) first, then the lines stamped with
      *> the receipt's date, then - where a later receipt has since
      *> restamped them - any line for the item still showing
      *> quantity received. Relief that cannot be found to back out
      *> goes on the reject log for purchasing to put right.
       Back-Out-PO-Relief.
           IF WS-POFileOk = 'Y'
               MOVE RevQty TO WS-ReliefQty
               MOVE 0 TO WS-RevPO-Count
               MOVE 'N' TO WS-RevPOTableFull
               MOVE 0 TO WS-RefPONumber
               IF RevOrigRef(1:2) = 'PO' AND RevOrigRef(3:6) IS NUMERIC
                   MOVE RevOrigRef(3:6) TO WS-RefPONumber
               END-IF
               MOVE 0 TO PONumber
               MOVE 0 TO POLineNo
               MOVE 'N' TO PO-EOF
               START POFile KEY IS NOT LESS THAN POKey
                   INVALID KEY
                       MOVE 'Y' TO PO-EOF
                   NOT INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL PO-EOF = 'Y'
                   READ POFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO PO-EOF
                       NOT AT END
                           IF POItemID = RevItemID
                                   AND (POQtyReceived > 0
                                       OR POQtyOverRcvd > 0)
                               PERFORM Keep-Relieved-PO-Line
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RefPONumber NOT = 0
                   MOVE 'P' TO WS-RevPass
                   PERFORM Back-Out-PO-Pass
               END-IF
               MOVE 'D' TO WS-RevPass
               PERFORM Back-Out-PO-Pass
               MOVE 'A' TO WS-RevPass
               PERFORM Back-Out-PO-Pass
               IF WS-ReliefQty > 0
                   PERFORM Reject-PO-Back-Out
               END-IF
           END-IF.

       Keep-Relieved-PO-Line.
           IF WS-RevPO-Count < 200
               ADD 1 TO WS-RevPO-Count
           ELSE
               PERFORM VARYING WS-RevPO-Sub FROM 1 BY 1
                       UNTIL WS-RevPO-Sub > 199
                   MOVE WS-RevPO-Entry (WS-RevPO-Sub + 1) TO
                       WS-RevPO-Entry (WS-RevPO-Sub)
               END-PERFORM
               IF WS-RevPOTableFull = 'N'
                   MOVE 'Y' TO WS-RevPOTableFull
                   DISPLAY "REVERSAL PO TABLE FULL: more than 200 "
                       "received lines for item " RevItemID
                       " - the oldest are not backed out."
               END-IF
           END-IF
           MOVE PONumber TO WS-RevPO-Number (WS-RevPO-Count)
           MOVE POLineNo TO WS-RevPO-LineNo (WS-RevPO-Count)
           MOVE POLastRcptDate TO WS-RevPO-RcptDate (WS-RevPO-Count).

       Back-Out-PO-Pass.
           PERFORM VARYING WS-RevPO-Sub FROM WS-RevPO-Count BY -1
                   UNTIL WS-RevPO-Sub = 0 OR WS-ReliefQty = 0
               MOVE 'N' TO WS-RevPOTake
               EVALUATE WS-RevPass
                   WHEN 'P'
                       IF WS-RevPO-Number (WS-RevPO-Sub) =
                               WS-RefPONumber
                           MOVE 'Y' TO WS-RevPOTake
                       END-IF
                   WHEN 'D'
                       IF WS-RevPO-RcptDate (WS-RevPO-Sub) =
                               RevOrigDate
                           MOVE 'Y' TO WS-RevPOTake
                       END-IF
                   WHEN OTHER
                       MOVE 'Y' TO WS-RevPOTake
               END-EVALUATE
               IF WS-RevPOTake = 'Y'
                   PERFORM Back-Out-One-PO-Line
               END-IF
           END-PERFORM.

       Reject-PO-Back-Out.
           MOVE RevItemID TO RejItemID
           MOVE 'PO RELIEF' TO RejField
           MOVE RevNumber TO WS-RevNum-Disp
           MOVE SPACES TO RejValue
           STRING "REV" DELIMITED BY SIZE
               WS-RevNum-Disp DELIMITED BY SIZE
               INTO RejValue
           MOVE WS-ReliefQty TO WS-RejQty-Disp
           MOVE SPACES TO RejReason
           STRING "PO relief not backed out " DELIMITED BY SIZE
               WS-RejQty-Disp DELIMITED BY SIZE
               INTO RejReason
           PERFORM Write-Reject-Record
           DISPLAY "Reversal " RevNumber " - " WS-ReliefQty
               " of PO relief for item " RevItemID
               " not found to back out - see reject log.".

       Back-Out-One-PO-Line.
           MOVE WS-RevPO-Number (WS-RevPO-Sub) TO PONumber
           MOVE WS-RevPO-LineNo (WS-RevPO-Sub) TO POLineNo
           READ POFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POQtyReceived > 0 OR POQtyOverRcvd > 0
                       PERFORM Take-Back-PO-Relief
                   END-IF
           END-READ.

       Take-Back-PO-Relief.
           IF WS-ReliefQty > POQtyOverRcvd
               SUBTRACT POQtyOverRcvd FROM WS-ReliefQty
               MOVE 0 TO POQtyOverRcvd
           ELSE
               SUBTRACT WS-ReliefQty FROM POQtyOverRcvd
               MOVE 0 TO WS-ReliefQty
           END-IF
           IF WS-ReliefQty > POQtyReceived
               SUBTRACT POQtyReceived FROM WS-ReliefQty
               MOVE 0 TO POQtyReceived
           ELSE
               SUBTRACT WS-ReliefQty FROM POQtyReceived
               MOVE 0 TO WS-ReliefQty
           END-IF
           IF POStatus = 'C' AND POQtyReceived < POQtyOrdered
               MOVE 'O' TO POStatus
           END-IF
           IF POQtyReceived = 0
               MOVE SPACES TO POFirstRcptDate
               MOVE SPACES TO POLastRcptDate
           END-IF
           REWRITE PurchaseOrderRecord
           DISPLAY "PO " PONumber " line " POLineNo
               " relief backed out by reversal for item "
               RevItemID.

      *> Issued stock comes back into the location and lot it left,
      *> at the cost it went out at. A reversed backorder fill also
      *> reopens the backorder it closed, so the next receipt fills
      *> it again.
       Reverse-Issue.
           ADD RevQty TO ItemQuantity
           IF ItemQuantity > 0
               COMPUTE ItemCost ROUNDED =
                   ((WS-OldQty * WS-OldCost)
                   + (RevQty * RevCost))
                   / ItemQuantity
           END-IF
           REWRITE InventoryRecord
           PERFORM Write-Reversal-Audit
           PERFORM Write-Reversal-Movement
           MOVE RevLocFrom TO WS-LocWork
           MOVE RevQty TO WS-LocAdjQty
           PERFORM Add-To-Location
           IF RevLotNumber NOT = SPACES
               MOVE WS-PostItemID TO LotItemID
               MOVE RevLotNumber TO LotNumber
               READ LotFile
                   INVALID KEY
                       DISPLAY "Lot " RevLotNumber " for item "
                           RevItemID " no longer on file - stock "
                           "returned untracked."
                   NOT INVALID KEY
                       ADD RevQty TO LotQuantity
                       REWRITE LotRecord
               END-READ
           END-IF
           IF RevOrigType = 'BACKFILL'
               PERFORM Reopen-Backorder
           END-IF.

      *> The fill carried the backorder's requestor as its reference;
      *> the latest backorder for that requestor with at least the
      *> reversed quantity filled is the one it closed.
       Reopen-Backorder.
           MOVE 'N' TO WS-RevBOFound
           MOVE WS-PostItemID TO BOItemID
           MOVE 0 TO BOSeq
           START BackorderFile KEY IS NOT LESS THAN BOKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO BO-EOF
                   PERFORM UNTIL BO-EOF = 'Y'
                       READ BackorderFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO BO-EOF
                           NOT AT END
                               IF BOItemID NOT = WS-PostItemID
                                   MOVE 'Y' TO BO-EOF
                               ELSE
                                   IF BORequestor = RevOrigRef
                                           AND BOQtyOrig - BOQtyOpen
                                               >= RevQty
                                       MOVE 'Y' TO WS-RevBOFound
                                       MOVE BOSeq TO WS-RevBOSeq
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           IF WS-RevBOFound = 'Y'
               MOVE WS-PostItemID TO BOItemID
               MOVE WS-RevBOSeq TO BOSeq
               READ BackorderFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD RevQty TO BOQtyOpen
                       MOVE 'O' TO BOStatus
                       MOVE SPACES TO BOFillDate
                       REWRITE BackorderRecord
                       DISPLAY "Backorder " BOItemID " / " BOSeq
                           " reopened " RevQty " for " BORequestor
               END-READ
           ELSE
               DISPLAY "No filled backorder for " RevOrigRef
                   " on item " RevItemID " - none reopened."
           END-IF.

       Reverse-Transfer.
           MOVE RevLocTo TO WS-TranLoc
           PERFORM Get-From-Location-Qty
           IF RevQty > WS-FromLocQty
               MOVE "Stock moved on from to-location" TO RevNote
           ELSE
               MOVE RevLocTo TO WS-LocWork
               MOVE RevQty TO WS-LocAdjQty
               PERFORM Subtract-From-Location
               MOVE RevLocFrom TO WS-LocWork
               PERFORM Add-To-Location
               PERFORM Write-Reversal-Audit
               PERFORM Write-Reversal-Movement
           END-IF.

       Write-Reversal-Audit.
           MOVE 'REVERSAL' TO AuditOperation
           MOVE WS-PostItemID TO AuditItemID
           MOVE WS-OldQty TO AuditOldQty
           MOVE ItemQuantity TO AuditNewQty
           MOVE WS-OldCost TO AuditOldPrice
           MOVE ItemCost TO AuditNewPrice
           MOVE SPACES TO AuditOldValue
           STRING RevOrigType DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RevOrigDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RevOrigTime DELIMITED BY SIZE
               INTO AuditOldValue
           MOVE SPACES TO AuditNewValue
           STRING "REV" DELIMITED BY SIZE
               RevNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RevRequestedBy DELIMITED BY SIZE
               INTO AuditNewValue
           MOVE FUNCTION CURRENT-DATE TO AuditDateTime
           MOVE "BATCHAPPLY" TO AuditOperator
           OPEN EXTEND AuditFile
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AuditFile
           END-IF
           WRITE AuditRecord
           CLOSE AuditFile.

      *> The reversal entry runs the opposite way to the original -
      *> its from and to locations swapped - at the original's cost
      *> and lot, under the original's reference, pointing back at
      *> the original by date, time and type.
       Write-Reversal-Movement.
           MOVE WS-PostItemID TO MoveItemID
           MOVE FUNCTION CURRENT-DATE TO WS-DateTime
           MOVE WS-BusDate TO MoveDate
           MOVE WS-DateTime(9:6) TO MoveTime
           MOVE 'REVERSAL' TO MoveType
           MOVE RevQty TO MoveQty
           MOVE WS-OldQty TO MoveOldQty
           MOVE ItemQuantity TO MoveNewQty
           MOVE RevCost TO MoveCost
           MOVE RevLocTo TO MoveLocFrom
           MOVE RevLocFrom TO MoveLocTo
           MOVE RevLotNumber TO MoveLotNumber
           MOVE RevOrigRef TO MoveRef
           MOVE RevOrigDate TO MoveOrigDate
           MOVE RevOrigTime TO MoveOrigTime
           MOVE RevOrigType TO MoveOrigType
           OPEN EXTEND MovementFile
           IF MOVE-FILE-STATUS = "35"
               OPEN OUTPUT MovementFile
           END-IF
           WRITE MovementRecord
           CLOSE MovementFile.

       Get-From-Location-Qty.
           MOVE 0 TO WS-FromLocQty
           MOVE WS-PostItemID TO LocItemID
           MOVE WS-TranLoc TO LocCode
           READ StockLocationFile
               INVALID KEY
           END-READ.

       Add-To-Location.
           MOVE WS-PostItemID TO LocItemID
           MOVE WS-LocWork TO LocCode
           READ StockLocationFile
               INVALID KEY
                   MOVE WS-PostItemID TO LocItemID
                   MOVE WS-LocWork TO LocCode
                   MOVE WS-LocAdjQty TO LocQuantity
                   WRITE StockLocationRecord
      *> reconcilable to inventory.dat.
       Subtract-From-Location.
           MOVE WS-LocAdjQty TO WS-LocRemain
           MOVE WS-PostItemID TO LocItemID
           MOVE WS-LocWork TO LocCode
           READ StockLocationFile
               INVALID KEY
           REWRITE StockLocationRecord.

       Sweep-Other-Locations.
           MOVE WS-PostItemID TO LocItemID
           MOVE LOW-VALUES TO LocCode
           START StockLocationFile KEY IS NOT LESS THAN LocKey
               INVALID KEY
                           AT END
                               MOVE 'Y' TO LOC-EOF
                           NOT AT END
                               IF LocItemID NOT = WS-PostItemID
                                   MOVE 'Y' TO LOC-EOF
                               ELSE
                                   IF LocCode NOT = WS-LocWork
      *> the item, oldest PO number first, so ReorderReport stops
      *> counting the stock as still on order. A receipt larger than
      *> one line's outstanding quantity rolls into the next open line.
      *> Whatever is still left once every open line is relieved was
      *> delivered over the order, and is booked against the last
      *> line the receipt closed so the supplier scorecard sees it.
      *> A receipt off a delivery note names its PO (POnnnnnn in
      *> TranRef): only that PO's lines are relieved, so one
      *> supplier's delivery never closes another supplier's order.
      *> Only when the named PO has no open line for the item does
      *> the receipt fall back to the oldest open line.
       Relieve-Open-PO.
           IF WS-POFileOk = 'Y'
               MOVE TranQty TO WS-ReliefQty
               MOVE 'N' TO WS-ReliefLineFound
               PERFORM Get-Ref-PO-Number
               IF WS-RefPONumber NOT = 0
                   PERFORM Relieve-Named-PO
               END-IF
               IF WS-ReliefLineFound = 'N'
                   PERFORM Relieve-Oldest-Open-PO
               END-IF
               IF WS-ReliefQty > 0 AND WS-ReliefLineFound = 'Y'
                   PERFORM Record-Over-Receipt
               END-IF
           END-IF.

       Get-Ref-PO-Number.
           MOVE 0 TO WS-RefPONumber
           IF TranRef(1:2) = 'PO' AND TranRef(3:6) IS NUMERIC
               MOVE TranRef(3:6) TO WS-RefPONumber
           END-IF.

       Relieve-Named-PO.
           MOVE WS-RefPONumber TO PONumber
           MOVE 0 TO POLineNo
           MOVE 'N' TO PO-EOF
           START POFile KEY IS NOT LESS THAN POKey
               INVALID KEY
                   MOVE 'Y' TO PO-EOF
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL PO-EOF = 'Y' OR WS-ReliefQty = 0
               READ POFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO PO-EOF
                   NOT AT END
                       IF PONumber NOT = WS-RefPONumber
                           MOVE 'Y' TO PO-EOF
                       ELSE
                           IF POStatus = 'O'
                                   AND POItemID = TranItemID
                               PERFORM Relieve-One-PO-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Relieve-Oldest-Open-PO.
           MOVE 0 TO PONumber
           MOVE 0 TO POLineNo
           START POFile KEY IS NOT LESS THAN POKey
               INVALID KEY
                   MOVE 0 TO WS-ReliefQty
               NOT INVALID KEY
                   CONTINUE
           END-START
           MOVE 'N' TO PO-EOF
           PERFORM UNTIL PO-EOF = 'Y' OR WS-ReliefQty = 0
               READ POFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO PO-EOF
                   NOT AT END
                       IF POStatus = 'O'
                               AND POItemID = TranItemID
                           PERFORM Relieve-One-PO-Line
                       END-IF
               END-READ
           END-PERFORM.

      *> Each line relieved carries the business date of its first
      *> and latest receipt - order-to-delivery days and on-time
      *> completion are measured from these.
       Relieve-One-PO-Line.
           COMPUTE WS-POOutstanding =
               POQtyOrdered - POQtyReceived
               ADD WS-ReliefQty TO POQtyReceived
               MOVE 0 TO WS-ReliefQty
           END-IF
           IF POFirstRcptDate = SPACES
               MOVE WS-BusDate TO POFirstRcptDate
           END-IF
           MOVE WS-BusDate TO POLastRcptDate
           REWRITE PurchaseOrderRecord
           MOVE 'Y' TO WS-ReliefLineFound
           MOVE PONumber TO WS-ReliefPONumber
           MOVE POLineNo TO WS-ReliefPOLineNo
           DISPLAY "PO " PONumber " line " POLineNo
               " relieved by receipt for item " TranItemID.

       Record-Over-Receipt.
           MOVE WS-ReliefPONumber TO PONumber
           MOVE WS-ReliefPOLineNo TO POLineNo
           READ POFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-ReliefQty TO POQtyOverRcvd
                   REWRITE PurchaseOrderRecord
                   DISPLAY "PO " PONumber " line " POLineNo
                       " over-delivered by " WS-ReliefQty
                       " for item " TranItemID
           END-READ.

       Write-Transaction-Audit.
           MOVE WS-AuditOp TO AuditOperation
           MOVE WS-PostItemID TO AuditItemID
           MOVE WS-OldQty TO AuditOldQty
           MOVE ItemQuantity TO AuditNewQty
           MOVE WS-OldCost TO AuditOldPrice
           CLOSE AuditFile.

       Write-Movement-Record.
           MOVE WS-PostItemID TO MoveItemID
           MOVE FUNCTION CURRENT-DATE TO WS-DateTime
           MOVE WS-BusDate TO MoveDate
           MOVE WS-DateTime(9:6) TO MoveTime
           MOVE WS-MoveUnitCost TO MoveCost
           EVALUATE WS-MoveType
               WHEN 'RECEIPT'
               WHEN 'ASSEMBLE'
               WHEN 'DISASSEM'
                   MOVE SPACES TO MoveLocFrom
                   MOVE WS-TranLoc TO MoveLocTo
               WHEN 'TRANSFER'
                   MOVE SPACES TO MoveLocTo
           END-EVALUATE
           MOVE WS-MoveLot TO MoveLotNumber
           MOVE WS-MoveRef TO MoveRef
           MOVE SPACES TO MoveOrigEntry
           OPEN EXTEND MovementFile
           IF MOVE-FILE-STATUS = "35"
               OPEN OUTPUT MovementFile
       Find-Oldest-Lot.
           MOVE 'N' TO WS-LotFound
           MOVE HIGH-VALUES TO WS-BestExpiry
           MOVE WS-PostItemID TO LotItemID
           MOVE LOW-VALUES TO LotNumber
           START LotFile KEY IS NOT LESS THAN LotKey
               INVALID KEY
                           AT END
                               MOVE 'Y' TO LOT-EOF
                           NOT AT END
                               IF LotItemID NOT = WS-PostItemID
                                   MOVE 'Y' TO LOT-EOF
                               ELSE
                                   IF LotQuantity > 0
           END-START.

       Relieve-One-Lot.
           MOVE WS-PostItemID TO LotItemID
           MOVE WS-BestLot TO LotNumber
           READ LotFile
               INVALID KEY
           END-READ.

       Write-Lot-Movement.
           MOVE WS-PostItemID TO MoveItemID
           MOVE FUNCTION CURRENT-DATE TO WS-DateTime
           MOVE WS-BusDate TO MoveDate
           MOVE WS-DateTime(9:6) TO MoveTime
           MOVE WS-TranLoc TO MoveLocFrom
           MOVE SPACES TO MoveLocTo
           MOVE WS-MoveLot TO MoveLotNumber
           MOVE WS-MoveRef TO MoveRef
           MOVE SPACES TO MoveOrigEntry
           OPEN EXTEND MovementFile
           IF MOVE-FILE-STATUS = "35"
               OPEN OUTPUT MovementFile
      *> expiry unless the transaction carries a fresh one.
       Add-To-Lot.
           IF TranLotNumber NOT = SPACES
               MOVE WS-PostItemID TO LotItemID
               MOVE TranLotNumber TO LotNumber
               READ LotFile
                   INVALID KEY
                       MOVE WS-PostItemID TO LotItemID
                       MOVE TranLotNumber TO LotNumber
                       MOVE TranExpiryDate TO LotExpiryDate
                       MOVE TranQty TO LotQuantity
               OPEN I-O LotFile
           END-IF.

       Open-BOM-File.
           MOVE 'N' TO WS-BOMFileOk
           OPEN INPUT BOMFile
           IF BOM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-BOMFileOk
           END-IF.

       Open-Reversal-File.
           MOVE 'N' TO WS-RevFileOk
           OPEN I-O ReversalFile
           IF REV-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RevFileOk
           END-IF.

       Open-Sales-Order-File.
           MOVE 'N' TO WS-SOFileOk
           OPEN I-O SalesOrderFile
           IF SO-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SOFileOk
           END-IF.

       Open-RMA-File.
           MOVE 'N' TO WS-RMAFileOk
           OPEN I-O RMAFile
