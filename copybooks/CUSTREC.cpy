      *> CustomerRecord layout - the customer master, keyed on the
      *> customer code keyed on a sales order. An order for a code not
      *> on this file is refused. The name and address lines head the
      *> delivery note. Maintained by CustomerMaint.
       01  CustomerRecord.
           05  CustCode        PIC X(8).
           05  CustName        PIC X(30).
           05  CustAddress1    PIC X(30).
           05  CustAddress2    PIC X(30).
           05  CustPostCode    PIC X(10).
