      *> SalesOrderRecord layout - one line per item a customer has
      *> ordered, keyed sales order number plus line number. Raised
      *> by SalesEntry at the item's selling price on the day, which
      *> SOUnitPrice holds for the life of the line; allocated against
      *> on-hand stock by SalesAllocate (which prints the pick lists);
      *> shipped through SalesEntry's shipment confirmation, which
      *> prints the delivery note and feeds the shipped quantities to
      *> BatchApply as sales transactions. SOStatus: 'O' open with
      *> nothing allocated to ship, 'P' part allocated (the allocated
      *> part can ship; SalesAllocate tops the line up on later
      *> runs), 'A' fully allocated awaiting shipment, 'C' complete.
       01  SalesOrderRecord.
           05  SOKey.
               10  SONumber        PIC 9(6).
               10  SOLineNo        PIC 9(3).
           05  SOCustCode          PIC X(8).
           05  SODate              PIC X(8).
           05  SOCustRef           PIC X(10).
           05  SOItemID            PIC 9(5).
           05  SOQtyOrdered        PIC 9(5).
           05  SOQtyAllocated      PIC 9(5).
           05  SOQtyShipped        PIC 9(5).
           05  SOUnitPrice         PIC 9(6)V99.
           05  SOStatus            PIC X(1).
