      *> during the shift, applied against InventoryFile by the nightly
      *> batch. Receipts and issues are booked to TranLocation;
      *> transfers (TranType 'T') move TranQty from TranLocation to
      *> TranLocTo with no net change to ItemQuantity. Assemblies
      *> (TranType 'A') build TranQty of kit TranItemID at
      *> TranLocation from its bill of materials; disassemblies ('D')
      *> break them back down. Reversals ('V') undo the posted ledger
      *> entry named by the reversal number in TranRef. Sales ('S')
      *> ship TranQty to a customer against the sales order line
      *> named Snnnnnnlll (order, line) in TranRef. Receipts off a
      *> supplier delivery note carry POnnnnnn, the PO they are
      *> received against. TranUnitCost is the actual unit cost of
      *> a receipt (the supplier's invoice or PO price); zero means
      *> "at book cost". On a sale it carries the order line's
      *> selling price instead. Issues and transfers carry zero.
      *> TranLotNumber and TranExpiryDate are keyed on receipts of
      *> date-limited stock and feed lot.dat;
      *> spaces means the receipt is not lot-tracked.
       01  TransactionRecord.
           05  TranItemID      PIC 9(5).
