      *> SnapCopyParm layout - parameter block passed to the SnapCopy
      *> subprogram. SC-Action 'SAVE' copies every file the night
      *> suite writes into generation slot SC-Slot, 'LOAD' copies the
      *> slot back over the live files, 'CHECK' only confirms every
      *> file's image is present in the slot. SC-Result 0 = done,
      *> 8 = a file could not be copied (or an image is missing);
      *> SC-FileCount is the number of files copied or checked.
       01  SnapCopyParm.
           05  SC-Action       PIC X(5).
           05  SC-Slot         PIC 9(2).
           05  SC-Result       PIC 9(1).
           05  SC-FileCount    PIC 9(2).
