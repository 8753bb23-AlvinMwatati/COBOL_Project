      *> RejectRecord layout - one entry per Add-Item/Update-Item input
      *> that failed validation, appended to reject.log. BatchApply
      *> appends one for each posting it cannot complete: a sale it
      *> could not post (RejValue the sale's TranRef), and PO relief
      *> a receipt reversal could not find to back out (REVnnnnnn).
       01  RejectRecord.
           05  RejItemID       PIC 9(5).
           05  RejField        PIC X(10).
