      *> SnapshotRecord layout - the snapshot catalog (snapshot.dat),
      *> one line per generation slot. NightSnapshot takes the
      *> pre-night copy of the master and ledger files into the slot
      *> holding the oldest snapshot (or the one already holding
      *> today's), and SnapRestore offers the completed slots for
      *> restore. SnapDate is the business date of the night the
      *> snapshot was taken before; SnapStatus 'I' while the copy is
      *> being taken, 'C' once every file is in.
       01  SnapshotRecord.
           05  SnapSlot            PIC 9(2).
           05  SnapDate            PIC X(8).
           05  SnapTime            PIC X(6).
           05  SnapStatus          PIC X(1).
           05  SnapFileCount       PIC 9(2).
