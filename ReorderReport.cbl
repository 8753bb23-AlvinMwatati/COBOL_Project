           MOVE 'O' TO POStatus
           MOVE WS-OrderDate TO POOrderDate
           MOVE SortItemCost TO POUnitCost
           MOVE SPACES TO POFirstRcptDate
           MOVE SPACES TO POLastRcptDate
           MOVE 0 TO POQtyOverRcvd
           WRITE PurchaseOrderRecord
               INVALID KEY
                   DISPLAY "PO " PONumber " line " POLineNo
