      *> ReversalRecord layout - one supervisor-requested undo of a
      *> posted movement, keyed on reversal number. Raised from the
      *> main menu against a single movement.dat entry (a receipt,
      *> issue, backorder fill or transfer), whose key fields, lot,
      *> cost and reference are copied here so the night batch can
      *> back it out exactly. The reversal is queued to BatchApply as
      *> a 'V' transaction with TranRef REVnnnnnn. RevStatus: 'Q'
      *> queued for the nightly batch, 'P' posted, 'X' refused by the
      *> batch - RevNote says why (the stock has moved on since).
       01  ReversalRecord.
           05  RevNumber           PIC 9(6).
           05  RevItemID           PIC 9(5).
           05  RevOrigDate         PIC X(8).
           05  RevOrigTime         PIC X(6).
           05  RevOrigType         PIC X(8).
           05  RevQty              PIC 9(5).
           05  RevCost             PIC 9(6)V99.
           05  RevLocFrom          PIC X(3).
           05  RevLocTo            PIC X(3).
           05  RevLotNumber        PIC X(10).
           05  RevOrigRef          PIC X(10).
           05  RevReason           PIC X(30).
           05  RevRequestedBy      PIC X(20).
           05  RevRequestDate      PIC X(8).
           05  RevPostedDate       PIC X(8).
           05  RevStatus           PIC X(1).
           05  RevNote             PIC X(30).
