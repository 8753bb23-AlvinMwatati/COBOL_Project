      *> Mirrors MovementRecord byte for byte - archived entries are
      *> processed through the same record area as the live ledger.
       FD  MoveArchFile.
       01  MoveArchLine       PIC X(98).

       FD  InventoryFile.
       COPY INVREC.

       Select-Usage-Entry.
           IF (MoveType = 'ISSUE'
                   OR MoveType = 'BACKFILL'
                   OR MoveType = 'SALE'
                   OR (MoveType = 'ASSEMBLE' AND MoveLocTo = SPACES))
                   AND MoveDate >= WS-CutoffDate
               PERFORM Add-To-Usage-Table
           END-IF.
