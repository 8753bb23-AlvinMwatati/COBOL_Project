      *> DelNoteRecord layout - one line of a supplier's electronic
      *> delivery note (delnote.dat), picked up by TranImport. Every
      *> line is a receipt into MWH against an open PO from
      *> DNSupplierCode - the PO named in DNPONumber when the supplier
      *> quotes it, otherwise the supplier's oldest open PO line for
      *> the item. The TranRef carries the matched PO number (POnnnnnn)
      *> so BatchApply relieves and costs against that PO.
       01  DelNoteRecord.
           05  DNSupplierCode      PIC X(6).
           05  DNNoteNumber        PIC X(10).
           05  DNDate              PIC X(8).
           05  DNPONumber          PIC X(6).
           05  DNItemID            PIC 9(5).
           05  DNQty               PIC 9(5).
           05  DNLotNumber         PIC X(10).
           05  DNExpiryDate        PIC X(8).
