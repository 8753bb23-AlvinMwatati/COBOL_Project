       IDENTIFICATION DIVISION.

       PROGRAM-ID. SalesAllocate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesOrderFile ASSIGN TO 'salesorder.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOKey
               FILE STATUS IS SO-FILE-STATUS.
           SELECT RequisitionFile ASSIGN TO 'requisition.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ReqKey
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT StockLocationFile ASSIGN TO 'stockloc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LocKey
               FILE STATUS IS LOC-FILE-STATUS.
           SELECT SortFile ASSIGN TO 'sopick.srt'.

       DATA DIVISION.
       FILE SECTION.
       FD  SalesOrderFile.
       COPY SOREC.

       FD  RequisitionFile.
       COPY REQREC.

       FD  InventoryFile.
       COPY INVREC.

       FD  StockLocationFile.
       COPY LOCREC.

       SD  SortFile.
       01  SortRecord.
           05  SortLocCode         PIC X(3).
           05  SortItemID          PIC 9(5).
           05  SortItemName        PIC X(30).
           05  SortQty             PIC 9(5).
           05  SortSONumber        PIC 9(6).
           05  SortCustCode        PIC X(8).
           05  SortOrderDate       PIC X(8).

       WORKING-STORAGE SECTION.
       01  SO-FILE-STATUS     PIC X(2) VALUE "00".
       01  REQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  LOC-FILE-STATUS    PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-WantQty         PIC 9(5).
       01  WS-TakeQty         PIC 9(5).
       01  WS-DrawQty         PIC 9(5).
       01  WS-RemainQty       PIC 9(5).
       01  WS-PriorOpenQty    PIC 9(5).
       01  WS-AllocLines      PIC 9(4) VALUE 0.
       01  WS-FullCount       PIC 9(4) VALUE 0.
       01  WS-PartCount       PIC 9(4) VALUE 0.
       01  WS-NoneCount       PIC 9(4) VALUE 0.
       01  WS-PickLines       PIC 9(4) VALUE 0.
       01  WS-PrevLocCode     PIC X(3) VALUE LOW-VALUES.

      *> Live inventory loaded once up front - ItemID, the quantity
      *> still free to allocate, and the name for the pick list - so
      *> allocation is a table lookup per line, the same technique
      *> IntegrityCheck uses for its cross-file checks.
       01  WS-Item-Table.
           05  WS-Item-Count      PIC 9(4) VALUE 0.
           05  WS-Item-Entry OCCURS 1000 TIMES.
               10  WS-Item-ID         PIC 9(5).
               10  WS-Item-Avail      PIC 9(5).
               10  WS-Item-Name       PIC X(30).
       01  WS-Item-Sub        PIC 9(4).
       01  WS-Item-Found      PIC 9(4).
       01  WS-ItemTableFull   PIC X VALUE 'N'.

      *> Stock-by-location loaded the same way and drawn down as pick
      *> lines are released, so two lines for the same item are not
      *> both sent to the same half-empty shelf. The RET returns cage
      *> is never offered for picking - stock there is defective.
       01  WS-Loc-Table.
           05  WS-Loc-Count       PIC 9(4) VALUE 0.
           05  WS-Loc-Entry OCCURS 1000 TIMES.
               10  WS-Loc-ItemID      PIC 9(5).
               10  WS-Loc-Code        PIC X(3).
               10  WS-Loc-Qty         PIC 9(5).
       01  WS-Loc-Sub         PIC 9(4).
       01  WS-LocTableFull    PIC X VALUE 'N'.

      *> Allocates open customer sales order lines against the stock
      *> still free once requisitions and earlier sales allocations
      *> are netted off, and prints the despatch pick lists by
      *> location. Shipment is confirmed in SalesEntry.
       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Load-Item-Table
           IF WS-Item-Count = 0
               DISPLAY "No inventory on hand - nothing to allocate."
           ELSE
               PERFORM Load-Location-Table
               OPEN I-O SalesOrderFile
               IF SO-FILE-STATUS = "35"
                   DISPLAY "No sales order file on hand - nothing "
                       "to allocate."
                   CLOSE SalesOrderFile
               ELSE
                   PERFORM Net-Off-Requisitions
                   PERFORM Net-Off-Prior-Allocations
                   SORT SortFile
                       ON ASCENDING KEY SortLocCode
                       ON ASCENDING KEY SortItemID
                       INPUT PROCEDURE IS Allocate-Open-Lines
                       OUTPUT PROCEDURE IS Print-Pick-Lists
                   CLOSE SalesOrderFile
                   DISPLAY "--------------------------------------"
                   DISPLAY WS-AllocLines " line(s) worked: "
                       WS-FullCount " fully allocated, "
                       WS-PartCount " partial, "
                       WS-NoneCount " no stock."
               END-IF
           END-IF
           STOP RUN.

       Load-Item-Table.
           OPEN INPUT InventoryFile
           IF FILE-STATUS = "35"
               CLOSE InventoryFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ InventoryFile NEXT RECORD INTO InventoryRecord
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM Add-To-Item-Table
                   END-READ
               END-PERFORM
               CLOSE InventoryFile
           END-IF.

       Add-To-Item-Table.
           IF WS-Item-Count < 1000
               ADD 1 TO WS-Item-Count
               MOVE ItemID TO WS-Item-ID (WS-Item-Count)
               MOVE ItemQuantity TO WS-Item-Avail (WS-Item-Count)
               MOVE ItemName TO WS-Item-Name (WS-Item-Count)
           ELSE
               IF WS-ItemTableFull = 'N'
                   MOVE 'Y' TO WS-ItemTableFull
                   DISPLAY "ITEM TABLE FULL: more than 1000 live "
                       "items - lines from item " ItemID
                       " on cannot be allocated this run."
               END-IF
           END-IF.

       Load-Location-Table.
           OPEN INPUT StockLocationFile
           IF LOC-FILE-STATUS = "35"
               CLOSE StockLocationFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ StockLocationFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM Add-To-Location-Table
                   END-READ
               END-PERFORM
               CLOSE StockLocationFile
           END-IF.

       Add-To-Location-Table.
           IF LocCode = 'RET' OR LocQuantity = 0
               CONTINUE
           ELSE
               IF WS-Loc-Count < 1000
                   ADD 1 TO WS-Loc-Count
                   MOVE LocItemID TO WS-Loc-ItemID (WS-Loc-Count)
                   MOVE LocCode TO WS-Loc-Code (WS-Loc-Count)
                   MOVE LocQuantity TO WS-Loc-Qty (WS-Loc-Count)
               ELSE
                   IF WS-LocTableFull = 'N'
                       MOVE 'Y' TO WS-LocTableFull
                       DISPLAY "LOCATION TABLE FULL: pick lists "
                           "from item " LocItemID " on may name "
                           "the wrong shelf."
                   END-IF
               END-IF
           END-IF.

      *> Stock already allocated but not yet taken off the shelf is
      *> spoken for - take it out of both the free-to-allocate
      *> quantity and the shelf quantities before this run allocates
      *> anything new. Requisitions ReqAllocate has allocated count
      *> the same as this run's own earlier sales allocations, so
      *> the two allocation runs never promise the same stock twice.
       Net-Off-Requisitions.
           OPEN INPUT RequisitionFile
           IF REQ-FILE-STATUS = "35"
               CLOSE RequisitionFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ RequisitionFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF ReqQtyAllocated > ReqQtyPicked
                               COMPUTE WS-PriorOpenQty =
                                   ReqQtyAllocated - ReqQtyPicked
                               MOVE ReqItemID TO ItemID
                               PERFORM Net-Off-One-Allocation
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RequisitionFile
           END-IF.

       Net-Off-Prior-Allocations.
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SalesOrderFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SOQtyAllocated > SOQtyShipped
                           COMPUTE WS-PriorOpenQty =
                               SOQtyAllocated - SOQtyShipped
                           MOVE SOItemID TO ItemID
                           PERFORM Net-Off-One-Allocation
                       END-IF
               END-READ
           END-PERFORM.

       Net-Off-One-Allocation.
           PERFORM Find-Item-Entry
           IF WS-Item-Found > 0
               PERFORM Reduce-Item-Avail
           END-IF
           MOVE WS-PriorOpenQty TO WS-RemainQty
           PERFORM Draw-Down-Locations-Quiet.

       Reduce-Item-Avail.
           IF WS-PriorOpenQty >
                   WS-Item-Avail (WS-Item-Found)
               MOVE 0 TO WS-Item-Avail (WS-Item-Found)
           ELSE
               SUBTRACT WS-PriorOpenQty FROM
                   WS-Item-Avail (WS-Item-Found)
           END-IF.

       Draw-Down-Locations-Quiet.
           PERFORM VARYING WS-Loc-Sub FROM 1 BY 1
                   UNTIL WS-Loc-Sub > WS-Loc-Count
                       OR WS-RemainQty = 0
               IF WS-Loc-ItemID (WS-Loc-Sub) = ItemID
                       AND WS-Loc-Qty (WS-Loc-Sub) > 0
                   IF WS-RemainQty > WS-Loc-Qty (WS-Loc-Sub)
                       SUBTRACT WS-Loc-Qty (WS-Loc-Sub)
                           FROM WS-RemainQty
                       MOVE 0 TO WS-Loc-Qty (WS-Loc-Sub)
                   ELSE
                       SUBTRACT WS-RemainQty FROM
                           WS-Loc-Qty (WS-Loc-Sub)
                       MOVE 0 TO WS-RemainQty
                   END-IF
               END-IF
           END-PERFORM.

       Find-Item-Entry.
           MOVE 0 TO WS-Item-Found
           PERFORM VARYING WS-Item-Sub FROM 1 BY 1
                   UNTIL WS-Item-Sub > WS-Item-Count
               IF WS-Item-ID (WS-Item-Sub) = ItemID
                   MOVE WS-Item-Sub TO WS-Item-Found
               END-IF
           END-PERFORM.

      *> Open lines are allocated in sales-order-number order - the
      *> order they were taken - up to the stock still free. Each
      *> allocation is split across the shelves that hold the item
      *> and released as pick-list lines for the sort.
       Allocate-Open-Lines.
           MOVE 0 TO SONumber
           MOVE 0 TO SOLineNo
           START SalesOrderFile KEY IS NOT LESS THAN SOKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO EOF
                   PERFORM UNTIL EOF = 'Y'
                       READ SalesOrderFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               IF SOStatus = 'O' OR SOStatus = 'P'
                                   PERFORM Allocate-One-Line
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       Allocate-One-Line.
           ADD 1 TO WS-AllocLines
           MOVE SOItemID TO ItemID
           PERFORM Find-Item-Entry
           IF WS-Item-Found = 0
               DISPLAY "Sales order " SONumber " line " SOLineNo
                   " - item " SOItemID " not on inventory.dat - "
                   "skipped."
               ADD 1 TO WS-NoneCount
           ELSE
               COMPUTE WS-WantQty =
                   SOQtyOrdered - SOQtyAllocated
               IF WS-WantQty > WS-Item-Avail (WS-Item-Found)
                   MOVE WS-Item-Avail (WS-Item-Found) TO WS-TakeQty
               ELSE
                   MOVE WS-WantQty TO WS-TakeQty
               END-IF
               IF WS-TakeQty = 0
                   ADD 1 TO WS-NoneCount
               ELSE
                   PERFORM Record-Allocation
               END-IF
           END-IF.

       Record-Allocation.
           SUBTRACT WS-TakeQty FROM
               WS-Item-Avail (WS-Item-Found)
           ADD WS-TakeQty TO SOQtyAllocated
           IF SOQtyAllocated >= SOQtyOrdered
               MOVE 'A' TO SOStatus
               ADD 1 TO WS-FullCount
           ELSE
               MOVE 'P' TO SOStatus
               ADD 1 TO WS-PartCount
           END-IF
           REWRITE SalesOrderRecord
           MOVE WS-TakeQty TO WS-RemainQty
           PERFORM VARYING WS-Loc-Sub FROM 1 BY 1
                   UNTIL WS-Loc-Sub > WS-Loc-Count
                       OR WS-RemainQty = 0
               IF WS-Loc-ItemID (WS-Loc-Sub) = SOItemID
                       AND WS-Loc-Qty (WS-Loc-Sub) > 0
                   PERFORM Release-Pick-Portion
               END-IF
           END-PERFORM
      *> Book quantity ahead of the shelves - stockloc.dat is short
      *> for this item, so the storeman gets an unlocated line to
      *> chase rather than silently losing the stock.
           IF WS-RemainQty > 0
               MOVE '???' TO SortLocCode
               MOVE WS-RemainQty TO WS-DrawQty
               PERFORM Release-Pick-Line
               MOVE 0 TO WS-RemainQty
           END-IF.

       Release-Pick-Portion.
           IF WS-RemainQty > WS-Loc-Qty (WS-Loc-Sub)
               MOVE WS-Loc-Qty (WS-Loc-Sub) TO WS-DrawQty
           ELSE
               MOVE WS-RemainQty TO WS-DrawQty
           END-IF
           SUBTRACT WS-DrawQty FROM WS-Loc-Qty (WS-Loc-Sub)
           SUBTRACT WS-DrawQty FROM WS-RemainQty
           MOVE WS-Loc-Code (WS-Loc-Sub) TO SortLocCode
           PERFORM Release-Pick-Line.

       Release-Pick-Line.
           MOVE SOItemID TO SortItemID
           MOVE WS-Item-Name (WS-Item-Found) TO SortItemName
           MOVE WS-DrawQty TO SortQty
           MOVE SONumber TO SortSONumber
           MOVE SOCustCode TO SortCustCode
           MOVE SODate TO SortOrderDate
           RELEASE SortRecord.

       Print-Pick-Lists.
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               RETURN SortFile INTO SortRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SortLocCode NOT = WS-PrevLocCode
                           PERFORM Print-Location-Header
                           MOVE SortLocCode TO WS-PrevLocCode
                       END-IF
                       DISPLAY SortItemID " " SortItemName " "
                           SortQty "  order " SortSONumber " "
                           SortCustCode "  taken " SortOrderDate
                       ADD 1 TO WS-PickLines
               END-RETURN
           END-PERFORM
           IF WS-PickLines = 0
               DISPLAY "Nothing allocated - no pick lists produced."
           END-IF.

       Print-Location-Header.
           DISPLAY " "
           DISPLAY "--------------------------------------------"
           IF SortLocCode = '???'
               DISPLAY "   SALES PICK LIST - LOCATION UNKNOWN "
                   "(check stockloc.dat)"
           ELSE
               DISPLAY "   SALES PICK LIST - LOCATION "
                   SortLocCode
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "ITEM   NAME                           QTY".
