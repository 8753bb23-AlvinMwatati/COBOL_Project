      *> InvoiceRecord layout - one line of a supplier's invoice, keyed
      *> supplier code plus the supplier's invoice number plus line,
      *> and billed against a single PO line. Keyed in by InvoiceEntry
      *> and matched nightly by InvoiceMatch against what was ordered
      *> (POUnitCost) and what was received (POQtyReceived).
      *> InvcStatus: 'E' entered awaiting match, 'M' matched and sent
      *> to accounts payable, 'X' exception - retried every night
      *> until the receipt arrives or the line is put right.
      *> InvcReason holds the last exception the match raised.
       01  InvoiceRecord.
           05  InvcKey.
               10  InvcSupplierCode    PIC X(6).
               10  InvcNumber          PIC X(12).
               10  InvcLineNo          PIC 9(3).
           05  InvcPONumber        PIC 9(6).
           05  InvcPOLineNo        PIC 9(3).
           05  InvcItemID          PIC 9(5).
           05  InvcQty             PIC 9(5).
           05  InvcUnitPrice       PIC 9(6)V99.
           05  InvcDate            PIC X(8).
           05  InvcEnteredDate     PIC X(8).
           05  InvcStatus          PIC X(1).
           05  InvcMatchDate       PIC X(8).
           05  InvcReason          PIC X(30).
