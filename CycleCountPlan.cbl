      *> Mirrors MovementRecord byte for byte - archived entries are
      *> processed through the same record area as the live ledger.
       FD  MoveArchFile.
       01  MoveArchLine       PIC X(98).

       FD  InventoryFile.
       COPY INVREC.
       01  WS-PrevLocCode     PIC X(3) VALUE LOW-VALUES.

      *> Annual usage value by item - MoveQty times MoveCost summed
      *> over the last year's ISSUE, BACKFILL and SALE ledger entries
      *> and the components drawn into kit assemblies, the same
      *> table-lookup technique the other batches use.
       01  WS-Usage-Table.
           05  WS-Usage-Count     PIC 9(4) VALUE 0.
           05  WS-Usage-Entry OCCURS 1000 TIMES.
       Main-Logic.
           MOVE 'BEGIN' TO RC-Action
           MOVE 'CYCPLAN' TO RC-ProgId
           MOVE 10 TO RC-SeqNo
           CALL 'RunControl' USING RunControlParm
           IF RC-Result NOT = 0
               MOVE RC-Result TO RETURN-CODE

       Select-Usage-Entry.
           IF (MoveType = 'ISSUE'
                   OR MoveType = 'BACKFILL'
                   OR MoveType = 'SALE'
                   OR (MoveType = 'ASSEMBLE' AND MoveLocTo = SPACES))
                   AND MoveDate >= WS-CutoffDate
               PERFORM Add-To-Usage-Table
           END-IF.
