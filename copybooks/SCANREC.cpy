      *> ScanRecord layout - one line of the handheld scanners' daily
      *> export (scanner.dat), picked up by TranImport. ScanType is
      *> the transaction type the line becomes: 'I' a receipt booked
      *> to ScanLocation against an open PO from ScanSupplierCode,
      *> 'T' a transfer from ScanLocation to ScanLocTo. ScanLotNumber
      *> and ScanExpiryDate follow the keyed receipt's lot rules;
      *> ScanDeviceID names the handheld and becomes the TranRef of
      *> a transfer; a receipt's TranRef is the PO it is matched to.
       01  ScanRecord.
           05  ScanType            PIC X(1).
           05  ScanItemID          PIC 9(5).
           05  ScanQty             PIC 9(5).
           05  ScanLocation        PIC X(3).
           05  ScanLocTo           PIC X(3).
           05  ScanSupplierCode    PIC X(6).
           05  ScanLotNumber       PIC X(10).
           05  ScanExpiryDate      PIC X(8).
           05  ScanDeviceID        PIC X(10).
