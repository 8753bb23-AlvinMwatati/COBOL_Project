       IDENTIFICATION DIVISION.

       PROGRAM-ID. ReplenishRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MinMaxFile ASSIGN TO 'minmax.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MMKey
               FILE STATUS IS MM-FILE-STATUS.
           SELECT StockLocationFile ASSIGN TO 'stockloc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LocKey
               FILE STATUS IS LOC-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT RequisitionFile ASSIGN TO 'requisition.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ReqKey
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT SalesOrderFile ASSIGN TO 'salesorder.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOKey
               FILE STATUS IS SO-FILE-STATUS.
           SELECT POFile ASSIGN TO 'po.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POKey
               FILE STATUS IS PO-FILE-STATUS.
           SELECT ReplenQueueFile ASSIGN TO 'replenq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-FILE-STATUS.
           SELECT SortFile ASSIGN TO 'replen.srt'.

       DATA DIVISION.
       FILE SECTION.
       FD  MinMaxFile.
       COPY MINMAXREC.

       FD  StockLocationFile.
       COPY LOCREC.

       FD  InventoryFile.
       COPY INVREC.

       FD  RequisitionFile.
       COPY REQREC.

       FD  SalesOrderFile.
       COPY SOREC.

       FD  POFile.
       COPY POREC.

      *> The queued top-ups are transfer transactions in the
      *> TransactionRecord layout, held back from transactions.dat
      *> until ReplenConfirm has the storeman confirm each one.
       FD  ReplenQueueFile.
       COPY TRANREC.

       SD  SortFile.
       01  SortRecord.
           05  SortBin             PIC X(6).
           05  SortItemID          PIC 9(5).
           05  SortLocTo           PIC X(3).
           05  SortItemName        PIC X(30).
           05  SortQty             PIC 9(5).

       WORKING-STORAGE SECTION.
       01  MM-FILE-STATUS     PIC X(2) VALUE "00".
       01  LOC-FILE-STATUS    PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  REQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  SO-FILE-STATUS     PIC X(2) VALUE "00".
       01  PO-FILE-STATUS     PIC X(2) VALUE "00".
       01  RQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-BusDate         PIC X(8).
       01  WS-LocFileOk       PIC X VALUE 'N'.
       01  WS-InvFileOk       PIC X VALUE 'N'.
       01  WS-CurItemID       PIC 9(5) VALUE 0.
       01  WS-CurItemOk       PIC X VALUE 'N'.
       01  WS-CurItemName     PIC X(30).
       01  WS-MWHOnHand       PIC 9(5).
       01  WS-MWHAllocated    PIC 9(7).
       01  WS-MWHFree         PIC 9(7).
       01  WS-LocOnHand       PIC 9(5).
       01  WS-NeedQty         PIC 9(5).
       01  WS-TakeQty         PIC 9(5).
       01  WS-ShortQty        PIC 9(5).
       01  WS-OpenQty         PIC 9(5).
       01  WS-OnOrder         PIC 9(7).
       01  WS-WorkItemID      PIC 9(5).
       01  WS-LevelCount      PIC 9(5) VALUE 0.
       01  WS-BelowMinCount   PIC 9(5) VALUE 0.
       01  WS-TransferCount   PIC 9(5) VALUE 0.
       01  WS-TransferQty     PIC 9(7) VALUE 0.
       01  WS-PickLines       PIC 9(5) VALUE 0.
       01  WS-Bin-Disp        PIC X(6).
       01  WS-ReadLoc         PIC X(3).

      *> MWH stock already spoken for, per item: what ReqAllocate has
      *> allocated to requisitions and SalesAllocate to customer
      *> orders, less what has since been picked or shipped. The
      *> allocation runs draw down MWH before any other shelf, so the
      *> whole of it comes off the MWH quantity here.
       01  WS-Alloc-Table.
           05  WS-Alloc-Count     PIC 9(4) VALUE 0.
           05  WS-Alloc-Entry OCCURS 1000 TIMES.
               10  WS-Alloc-ItemID    PIC 9(5).
               10  WS-Alloc-Qty       PIC 9(7).
       01  WS-Alloc-Sub       PIC 9(4).
       01  WS-Alloc-Found     PIC 9(4).
       01  WS-AllocTableFull  PIC X VALUE 'N'.

      *> Quantity still to come in per item on open PO lines, shown on
      *> the exception list beside each shortfall.
       01  WS-Order-Table.
           05  WS-Order-Count     PIC 9(4) VALUE 0.
           05  WS-Order-Entry OCCURS 1000 TIMES.
               10  WS-Order-ItemID    PIC 9(5).
               10  WS-Order-Qty       PIC 9(7).
       01  WS-Order-Sub       PIC 9(4).
       01  WS-Order-Found     PIC 9(4).
       01  WS-OrderTableFull  PIC X VALUE 'N'.

      *> Top-ups MWH could not cover in full, held for the exception
      *> list printed after the pick list.
       01  WS-Excp-Table.
           05  WS-Excp-Count      PIC 9(3) VALUE 0.
           05  WS-Excp-Entry OCCURS 500 TIMES.
               10  WS-Excp-ItemID     PIC 9(5).
               10  WS-Excp-Name       PIC X(30).
               10  WS-Excp-Loc        PIC X(3).
               10  WS-Excp-OnHand     PIC 9(5).
               10  WS-Excp-Min        PIC 9(5).
               10  WS-Excp-Max        PIC 9(5).
               10  WS-Excp-Need       PIC 9(5).
               10  WS-Excp-Queued     PIC 9(5).
               10  WS-Excp-Short      PIC 9(5).
               10  WS-Excp-MWH        PIC 9(5).
               10  WS-Excp-Alloc      PIC 9(7).
               10  WS-Excp-OnOrder    PIC 9(7).
       01  WS-Excp-Sub        PIC 9(3).
       01  WS-ExcpTableFull   PIC X VALUE 'N'.

       COPY RUNCTLPARM.

      *> Nightly min/max replenishment. Every location with levels on
      *> minmax.dat whose LocQuantity has fallen below its minimum is
      *> topped back up to its maximum out of MWH stock that is not
      *> already allocated. The top-ups print as a transfer pick list
      *> in MWH bin order and are queued to replenq.dat as 'T'
      *> transactions for ReplenConfirm; anything MWH cannot cover
      *> goes on the exception list for the supervisor to decide on
      *> an urgent PO. Each night's queue replaces the last - a
      *> top-up not confirmed is simply proposed again.
       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 'BEGIN' TO RC-Action
           MOVE 'REPLENISH' TO RC-ProgId
           MOVE 11 TO RC-SeqNo
           CALL 'RunControl' USING RunControlParm
           IF RC-Result NOT = 0
               MOVE RC-Result TO RETURN-CODE
               GOBACK
           END-IF
           IF RC-BusDate = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BusDate
           ELSE
               MOVE RC-BusDate TO WS-BusDate
           END-IF
           OPEN OUTPUT ReplenQueueFile
           OPEN INPUT MinMaxFile
           IF MM-FILE-STATUS = "35"
               DISPLAY "No min/max levels on file - nothing to "
                   "replenish."
               CLOSE MinMaxFile
           ELSE
               PERFORM Load-Allocated-Table
               PERFORM Load-Order-Table
               OPEN INPUT StockLocationFile
               IF LOC-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-LocFileOk
               END-IF
               OPEN INPUT InventoryFile
               IF FILE-STATUS = "00"
                   MOVE 'Y' TO WS-InvFileOk
               END-IF
               SORT SortFile
                   ON ASCENDING KEY SortBin
                   ON ASCENDING KEY SortItemID
                   ON ASCENDING KEY SortLocTo
                   INPUT PROCEDURE IS Work-MinMax-Levels
                   OUTPUT PROCEDURE IS Print-Transfer-Pick-List
               IF WS-LocFileOk = 'Y'
                   CLOSE StockLocationFile
               END-IF
               IF WS-InvFileOk = 'Y'
                   CLOSE InventoryFile
               END-IF
               CLOSE MinMaxFile
               PERFORM Print-Exception-List
               DISPLAY "--------------------------------------------"
               DISPLAY WS-LevelCount " level(s) checked, "
                   WS-BelowMinCount " below minimum, "
                   WS-TransferCount " transfer(s) queued for "
                   WS-TransferQty " unit(s), " WS-Excp-Count
                   " exception(s)."
           END-IF
           CLOSE ReplenQueueFile
           MOVE 'END' TO RC-Action
           MOVE 'C' TO RC-Status
           CALL 'RunControl' USING RunControlParm
           GOBACK.

       Load-Allocated-Table.
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
                               COMPUTE WS-OpenQty =
                                   ReqQtyAllocated - ReqQtyPicked
                               MOVE ReqItemID TO WS-WorkItemID
                               PERFORM Add-To-Alloc-Table
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RequisitionFile
           END-IF
           OPEN INPUT SalesOrderFile
           IF SO-FILE-STATUS = "35"
               CLOSE SalesOrderFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ SalesOrderFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SOQtyAllocated > SOQtyShipped
                               COMPUTE WS-OpenQty =
                                   SOQtyAllocated - SOQtyShipped
                               MOVE SOItemID TO WS-WorkItemID
                               PERFORM Add-To-Alloc-Table
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalesOrderFile
           END-IF.

       Add-To-Alloc-Table.
           PERFORM Find-Alloc-Entry
           IF WS-Alloc-Found = 0
               IF WS-Alloc-Count < 1000
                   ADD 1 TO WS-Alloc-Count
                   MOVE WS-Alloc-Count TO WS-Alloc-Found
                   MOVE WS-WorkItemID TO
                       WS-Alloc-ItemID (WS-Alloc-Found)
                   MOVE 0 TO WS-Alloc-Qty (WS-Alloc-Found)
               ELSE
                   IF WS-AllocTableFull = 'N'
                       MOVE 'Y' TO WS-AllocTableFull
                       DISPLAY "ALLOCATION TABLE FULL: more than "
                           "1000 allocated items - free MWH stock "
                           "is overstated from item " WS-WorkItemID
                           " on."
                   END-IF
               END-IF
           END-IF
           IF WS-Alloc-Found > 0
               ADD WS-OpenQty TO WS-Alloc-Qty (WS-Alloc-Found)
           END-IF.

       Find-Alloc-Entry.
           MOVE 0 TO WS-Alloc-Found
           PERFORM VARYING WS-Alloc-Sub FROM 1 BY 1
                   UNTIL WS-Alloc-Sub > WS-Alloc-Count
               IF WS-Alloc-ItemID (WS-Alloc-Sub) = WS-WorkItemID
                   MOVE WS-Alloc-Sub TO WS-Alloc-Found
               END-IF
           END-PERFORM.

       Load-Order-Table.
           OPEN INPUT POFile
           IF PO-FILE-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ POFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF POStatus = 'O'
                                   AND POQtyOrdered > POQtyReceived
                               PERFORM Add-To-Order-Table
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE POFile.

       Add-To-Order-Table.
           MOVE 0 TO WS-Order-Found
           PERFORM VARYING WS-Order-Sub FROM 1 BY 1
                   UNTIL WS-Order-Sub > WS-Order-Count
               IF WS-Order-ItemID (WS-Order-Sub) = POItemID
                   MOVE WS-Order-Sub TO WS-Order-Found
               END-IF
           END-PERFORM
           IF WS-Order-Found = 0
               IF WS-Order-Count < 1000
                   ADD 1 TO WS-Order-Count
                   MOVE WS-Order-Count TO WS-Order-Found
                   MOVE POItemID TO WS-Order-ItemID (WS-Order-Found)
                   MOVE 0 TO WS-Order-Qty (WS-Order-Found)
               ELSE
                   IF WS-OrderTableFull = 'N'
                       MOVE 'Y' TO WS-OrderTableFull
                       DISPLAY "ORDER TABLE FULL: more than 1000 "
                           "items on order - on-order figures are "
                           "incomplete from item " POItemID " on."
                   END-IF
               END-IF
           END-IF
           IF WS-Order-Found > 0
               COMPUTE WS-Order-Qty (WS-Order-Found) =
                   WS-Order-Qty (WS-Order-Found)
                   + POQtyOrdered - POQtyReceived
           END-IF.

      *> minmax.dat is keyed item first, so every location held for
      *> an item comes together: the item's free MWH stock is worked
      *> out once and drawn down location by location, and two
      *> locations are never promised the same units.
       Work-MinMax-Levels.
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ MinMaxFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-LevelCount
                       IF MMItemID NOT = WS-CurItemID
                           PERFORM Start-New-Item
                       END-IF
                       IF WS-CurItemOk = 'Y'
                           PERFORM Work-One-Level
                       END-IF
               END-READ
           END-PERFORM.

       Start-New-Item.
           MOVE MMItemID TO WS-CurItemID
           MOVE 'N' TO WS-CurItemOk
           IF WS-InvFileOk = 'Y'
               MOVE MMItemID TO ItemID
               READ InventoryFile
                   INVALID KEY
                       DISPLAY "Item " MMItemID " has min/max levels "
                           "but is not on inventory.dat - skipped."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CurItemOk
                       MOVE ItemName TO WS-CurItemName
               END-READ
           END-IF
           MOVE 'MWH' TO WS-ReadLoc
           PERFORM Read-Location-Qty
           MOVE WS-LocOnHand TO WS-MWHOnHand
           MOVE MMItemID TO WS-WorkItemID
           PERFORM Find-Alloc-Entry
           IF WS-Alloc-Found > 0
               MOVE WS-Alloc-Qty (WS-Alloc-Found) TO WS-MWHAllocated
           ELSE
               MOVE 0 TO WS-MWHAllocated
           END-IF
           IF WS-MWHAllocated >= WS-MWHOnHand
               MOVE 0 TO WS-MWHFree
           ELSE
               COMPUTE WS-MWHFree = WS-MWHOnHand - WS-MWHAllocated
           END-IF.

      *> A location with no stockloc.dat record holds nothing, so it
      *> is below any minimum above zero.
       Read-Location-Qty.
           MOVE 0 TO WS-LocOnHand
           IF WS-LocFileOk = 'Y'
               MOVE MMItemID TO LocItemID
               MOVE WS-ReadLoc TO LocCode
               READ StockLocationFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LocQuantity TO WS-LocOnHand
               END-READ
           END-IF.

       Work-One-Level.
           MOVE MMLocCode TO WS-ReadLoc
           PERFORM Read-Location-Qty
           IF WS-LocOnHand < MMMinQty AND WS-LocOnHand < MMMaxQty
               ADD 1 TO WS-BelowMinCount
               COMPUTE WS-NeedQty = MMMaxQty - WS-LocOnHand
               IF WS-NeedQty > WS-MWHFree
                   MOVE WS-MWHFree TO WS-TakeQty
               ELSE
                   MOVE WS-NeedQty TO WS-TakeQty
               END-IF
               IF WS-TakeQty > 0
                   SUBTRACT WS-TakeQty FROM WS-MWHFree
                   MOVE MMBin TO SortBin
                   MOVE MMItemID TO SortItemID
                   MOVE MMLocCode TO SortLocTo
                   MOVE WS-CurItemName TO SortItemName
                   MOVE WS-TakeQty TO SortQty
                   RELEASE SortRecord
               END-IF
               IF WS-TakeQty < WS-NeedQty
                   PERFORM Add-Exception
               END-IF
           END-IF.

       Add-Exception.
           IF WS-Excp-Count < 500
               ADD 1 TO WS-Excp-Count
               MOVE MMItemID TO WS-Excp-ItemID (WS-Excp-Count)
               MOVE WS-CurItemName TO WS-Excp-Name (WS-Excp-Count)
               MOVE MMLocCode TO WS-Excp-Loc (WS-Excp-Count)
               MOVE WS-LocOnHand TO WS-Excp-OnHand (WS-Excp-Count)
               MOVE MMMinQty TO WS-Excp-Min (WS-Excp-Count)
               MOVE MMMaxQty TO WS-Excp-Max (WS-Excp-Count)
               MOVE WS-NeedQty TO WS-Excp-Need (WS-Excp-Count)
               MOVE WS-TakeQty TO WS-Excp-Queued (WS-Excp-Count)
               COMPUTE WS-Excp-Short (WS-Excp-Count) =
                   WS-NeedQty - WS-TakeQty
               MOVE WS-MWHOnHand TO WS-Excp-MWH (WS-Excp-Count)
               MOVE WS-MWHAllocated TO WS-Excp-Alloc (WS-Excp-Count)
               MOVE 0 TO WS-Excp-OnOrder (WS-Excp-Count)
               PERFORM VARYING WS-Order-Sub FROM 1 BY 1
                       UNTIL WS-Order-Sub > WS-Order-Count
                   IF WS-Order-ItemID (WS-Order-Sub) = MMItemID
                       MOVE WS-Order-Qty (WS-Order-Sub) TO
                           WS-Excp-OnOrder (WS-Excp-Count)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-ExcpTableFull = 'N'
                   MOVE 'Y' TO WS-ExcpTableFull
                   DISPLAY "EXCEPTION TABLE FULL: more than 500 "
                       "shortfalls - exception list is incomplete "
                       "from item " MMItemID " on."
               END-IF
           END-IF.

      *> One line per top-up, in MWH bin order so the picker walks
      *> the warehouse once; each line is queued as it is printed, so
      *> ReplenConfirm puts them to the storeman in the same order.
       Print-Transfer-Pick-List.
           DISPLAY " "
           DISPLAY "--------------------------------------------"
           DISPLAY "   REPLENISHMENT TRANSFER PICK LIST - "
               WS-BusDate
           DISPLAY "--------------------------------------------"
           DISPLAY "BIN    ITEM   NAME                           "
               "  QTY  MWH -> LOC"
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               RETURN SortFile INTO SortRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM Queue-Transfer
               END-RETURN
           END-PERFORM
           IF WS-PickLines = 0
               DISPLAY "No location below its minimum that MWH "
                   "can top up - no transfers queued."
           END-IF.

       Queue-Transfer.
           IF SortBin = SPACES
               MOVE "------" TO WS-Bin-Disp
           ELSE
               MOVE SortBin TO WS-Bin-Disp
           END-IF
           DISPLAY WS-Bin-Disp " " SortItemID "  " SortItemName " "
               SortQty "  MWH -> " SortLocTo
           ADD 1 TO WS-PickLines
           MOVE SortItemID TO TranItemID
           MOVE SortQty TO TranQty
           MOVE 'T' TO TranType
           MOVE WS-BusDate TO TranDate
           MOVE 'MWH' TO TranLocation
           MOVE SortLocTo TO TranLocTo
           MOVE "REPLEN" TO TranRef
           MOVE 0 TO TranUnitCost
           MOVE SPACES TO TranLotNumber
           MOVE SPACES TO TranExpiryDate
           WRITE TransactionRecord
           ADD 1 TO WS-TransferCount
           ADD SortQty TO WS-TransferQty.

      *> What the supervisor needs to decide on an urgent PO: the
      *> shortfall against the top-up, what MWH holds and how much of
      *> it is already allocated, and what is already on order.
       Print-Exception-List.
           DISPLAY " "
           DISPLAY "--------------------------------------------"
           DISPLAY "   REPLENISHMENT EXCEPTIONS - MWH CANNOT COVER"
           DISPLAY "--------------------------------------------"
           IF WS-Excp-Count = 0
               DISPLAY "None - every top-up is covered from MWH."
           ELSE
               DISPLAY "ITEM  NAME                           LOC "
                   "ONHND   MIN   MAX  NEED QUEUD SHORT   MWH "
                   "  ALLOC ONORDER"
               PERFORM VARYING WS-Excp-Sub FROM 1 BY 1
                       UNTIL WS-Excp-Sub > WS-Excp-Count
                   DISPLAY WS-Excp-ItemID (WS-Excp-Sub) " "
                       WS-Excp-Name (WS-Excp-Sub) " "
                       WS-Excp-Loc (WS-Excp-Sub) " "
                       WS-Excp-OnHand (WS-Excp-Sub) " "
                       WS-Excp-Min (WS-Excp-Sub) " "
                       WS-Excp-Max (WS-Excp-Sub) " "
                       WS-Excp-Need (WS-Excp-Sub) " "
                       WS-Excp-Queued (WS-Excp-Sub) " "
                       WS-Excp-Short (WS-Excp-Sub) " "
                       WS-Excp-MWH (WS-Excp-Sub) " "
                       WS-Excp-Alloc (WS-Excp-Sub) " "
                       WS-Excp-OnOrder (WS-Excp-Sub)
                   IF WS-Excp-OnOrder (WS-Excp-Sub) = 0
                       DISPLAY "    *** NOTHING ON ORDER - "
                           "CONSIDER AN URGENT PO ***"
                   END-IF
               END-PERFORM
           END-IF.
