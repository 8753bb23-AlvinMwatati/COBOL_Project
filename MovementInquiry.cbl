      *> Mirrors MovementRecord byte for byte - archived entries are
      *> processed through the same record area as the live ledger.
       FD  MoveArchFile.
       01  MoveArchLine       PIC X(98).

       FD  InventoryFile.
       COPY INVREC.
               DISPLAY "--------------------------------------------"
               DISPLAY "Item " WS-ItemID "  from " WS-FromDate
                   " to " WS-ToDate
               DISPLAY "DATE     TIME   TYPE       QTY   BALANCE REF"
      *> Archived months come first so the running balance reads in
      *> date order across the archive boundary into the live file.
               IF WS-IncludeArchive = 'Y'
           END-IF
           MOVE MoveNewQty TO WS-Balance
           DISPLAY MoveDate " " MoveTime " " MoveType " "
               MoveQty " " WS-Balance "   " MoveRef
      *> A reversal names the entry it undid, so the pair can be
      *> matched up on the screen.
           IF MoveType = 'REVERSAL'
               DISPLAY "                  reverses " MoveOrigType
                   " of " MoveOrigDate " " MoveOrigTime
           END-IF
           ADD 1 TO WS-LineCount.

       Fetch-Current-Quantity.
