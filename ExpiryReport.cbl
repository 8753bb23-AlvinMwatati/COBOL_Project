           MOVE 'MWH' TO MoveLocFrom
           MOVE SPACES TO MoveLocTo
           MOVE LotNumber TO MoveLotNumber
           MOVE SPACES TO MoveRef
           MOVE SPACES TO MoveOrigEntry
           OPEN EXTEND MovementFile
           IF MOVE-FILE-STATUS = "35"
               OPEN OUTPUT MovementFile
