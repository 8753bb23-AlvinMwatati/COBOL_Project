      *> SOControlRecord layout - holds the last sales order number
      *> SalesEntry has assigned, so order numbers stay unique across
      *> runs (same single-record technique as reqctl.dat).
       01  SOControlRecord.
           05  SOCtlLastNumber PIC 9(6).
