      *> when the matching receipt is posted. POUnitCost is the price
      *> the line was ordered at - the book cost when the PO was cut -
      *> and is what receipts against the line should be costed at.
      *> POFirstRcptDate and POLastRcptDate are the business dates of
      *> the first and latest receipts relieved against the line (the
      *> latest is the completion date once the line closes), and
      *> POQtyOverRcvd is whatever the supplier delivered beyond the
      *> ordered quantity - the receipt excess left over once every
      *> open line for the item had been relieved.
       01  PurchaseOrderRecord.
           05  POKey.
               10  PONumber        PIC 9(6).
           05  POStatus            PIC X(1).
           05  POOrderDate         PIC X(8).
           05  POUnitCost          PIC 9(6)V99.
           05  POFirstRcptDate     PIC X(8).
           05  POLastRcptDate      PIC X(8).
           05  POQtyOverRcvd       PIC 9(5).
