      *> The archive and swap files mirror MovementRecord /
      *> AuditRecord byte for byte - records pass through unchanged.
       FD  MoveArchFile.
       01  MoveArchRecord     PIC X(98).

       FD  MoveTempFile.
       01  MoveTempRecord     PIC X(98).

       FD  AuditFile.
       COPY AUDITREC.

       PROCEDURE DIVISION.
       Main-Logic.
      *> Step 13 sits directly behind IntegrityCheck in the run
      *> sequence, so the predecessor check is the close's gate: a
      *> night whose integrity check failed (status 'F') refuses this
      *> step as out of sequence, and no period closes over
      *> unresolved exceptions.
           MOVE 'BEGIN' TO RC-Action
           MOVE 'MONTHEND' TO RC-ProgId
           MOVE 13 TO RC-SeqNo
           CALL 'RunControl' USING RunControlParm
           IF RC-Result NOT = 0
               MOVE RC-Result TO RETURN-CODE
               MOVE SPACES TO MoveLocFrom
               MOVE SPACES TO MoveLocTo
               MOVE SPACES TO MoveLotNumber
               MOVE SPACES TO MoveRef
               MOVE SPACES TO MoveOrigEntry
               WRITE MovementRecord
               ADD 1 TO WS-OpenBalCount
           END-PERFORM
