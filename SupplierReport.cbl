       Main-Logic.
           MOVE 'BEGIN' TO RC-Action
           MOVE 'SUPPLIER' TO RC-ProgId
           MOVE 9 TO RC-SeqNo
           CALL 'RunControl' USING RunControlParm
           IF RC-Result NOT = 0
               MOVE RC-Result TO RETURN-CODE
