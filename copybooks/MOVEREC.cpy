      *> the lot a receipt arrived under or an issue was relieved
      *> from; an issue spanning lots is written as one entry per lot
      *> with the running balance stepping through MoveOldQty and
      *> MoveNewQty. Spaces for untracked stock. MoveRef carries the
      *> reference of the transaction the entry was posted under -
      *> the requesting department on an issue, REQnnnnnn for a
      *> requisition pick, RMAnnnnnn for a return, the backorder's
      *> requestor on a BACKFILL, Snnnnnnlll (sales order and line)
      *> for a SALE, POnnnnnn for a receipt off a delivery note -
      *> so issues can be charged back to whoever drew the stock.
      *> Spaces on system entries.
      *> A REVERSAL entry undoes one earlier entry - a receipt, issue,
      *> backorder fill or transfer - and points back to it through
      *> MoveOrigEntry (the original's date, time and type); it runs
      *> in the opposite direction and carries the original's
      *> MoveCost, lot and MoveRef. Spaces on every other entry.
       01  MovementRecord.
           05  MoveItemID      PIC 9(5).
           05  MoveDate        PIC X(8).
           05  MoveLocFrom     PIC X(3).
           05  MoveLocTo       PIC X(3).
           05  MoveLotNumber   PIC X(10).
           05  MoveRef         PIC X(10).
           05  MoveOrigEntry.
               10  MoveOrigDate    PIC X(8).
               10  MoveOrigTime    PIC X(6).
               10  MoveOrigType    PIC X(8).
