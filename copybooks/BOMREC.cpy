      *> BOMRecord layout - bill of materials, one record per
      *> component of a kit, keyed kit item plus component item (both
      *> ItemIDs on inventory.dat). BOMQtyPer is the quantity of the
      *> component that goes into one kit. BatchApply reads it to post
      *> assemble ('A') and disassemble ('D') transactions: an
      *> assembly relieves BOMQtyPer x kits of every component and
      *> receives the kits at the rolled-up component cost; a
      *> disassembly does the reverse. Maintained by BOMMaint;
      *> WhereUsedInquiry lists the kits a component goes into.
       01  BOMRecord.
           05  BOMKey.
               10  BOMKitID        PIC 9(5).
               10  BOMCompID       PIC 9(5).
           05  BOMQtyPer           PIC 9(4).
