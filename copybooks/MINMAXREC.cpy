      *> MinMaxRecord layout - stocking levels for a location that is
      *> replenished from the main warehouse, one record per item per
      *> location, keyed ItemID plus location code (the LocKey shape of
      *> stockloc.dat). When the location's LocQuantity falls below
      *> MMMinQty, the nightly ReplenishRun tops it back up to
      *> MMMaxQty with a transfer out of MWH. MMBin is the MWH bin the
      *> top-up is picked from - the order the transfer pick list
      *> prints in. Maintained by MinMaxMaint.
       01  MinMaxRecord.
           05  MMKey.
               10  MMItemID        PIC 9(5).
               10  MMLocCode       PIC X(3).
           05  MMMinQty            PIC 9(5).
           05  MMMaxQty            PIC 9(5).
           05  MMBin               PIC X(6).
