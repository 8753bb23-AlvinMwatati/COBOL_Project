               MOVE SPACES TO MoveLocTo
           END-IF
           MOVE SPACES TO MoveLotNumber
           MOVE SPACES TO MoveRef
           MOVE SPACES TO MoveOrigEntry
           OPEN EXTEND MovementFile
           IF MOVE-FILE-STATUS = "35"
               OPEN OUTPUT MovementFile
