       IDENTIFICATION DIVISION.

       PROGRAM-ID. ReplenConfirm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReplenQueueFile ASSIGN TO 'replenq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT TransactionFile ASSIGN TO 'transactions.dat'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Mirrors TransactionRecord byte for byte - ReplenishRun queues
      *> each top-up as a ready-made 'T' transaction.
       FD  ReplenQueueFile.
       01  ReplenQueueLine    PIC X(61).

       FD  InventoryFile.
       COPY INVREC.

       FD  TransactionFile.
       COPY TRANREC.

       WORKING-STORAGE SECTION.
       01  RQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  TRAN-FILE-STATUS   PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-InvFileOk       PIC X VALUE 'N'.
       01  WS-ItemName        PIC X(30).
       01  WS-QueuedQty       PIC 9(5).
       01  WS-MovedQty        PIC 9(5).
       01  WS-QueuedCount     PIC 9(4) VALUE 0.
       01  WS-ConfirmedCount  PIC 9(4) VALUE 0.
       01  WS-ShortCount      PIC 9(4) VALUE 0.
       01  WS-NotMovedCount   PIC 9(4) VALUE 0.

      *> The storeman works the replenishment pick list, then confirms
      *> here what was actually carried from MWH to the shop floor.
      *> Each confirmed top-up is written to transactions.dat as the
      *> 'T' transfer ReplenishRun queued, at the quantity moved and
      *> today's date, so BatchApply moves the stock between shelves
      *> with the night's other transactions. The queue is cleared
      *> afterwards; anything not moved is still below its minimum
      *> and is proposed again by the next night's run.
       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT ReplenQueueFile
           IF RQ-FILE-STATUS = "35"
               DISPLAY "No replenishment queue on hand - the nightly "
                   "ReplenishRun has not queued any transfers."
               CLOSE ReplenQueueFile
           ELSE
               OPEN INPUT InventoryFile
               IF FILE-STATUS = "00"
                   MOVE 'Y' TO WS-InvFileOk
               END-IF
               DISPLAY "------------------------------"
               DISPLAY "   CONFIRM REPLENISHMENT TRANSFERS"
               DISPLAY "------------------------------"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ ReplenQueueFile INTO TransactionRecord
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM Confirm-One-Transfer
                   END-READ
               END-PERFORM
               IF WS-InvFileOk = 'Y'
                   CLOSE InventoryFile
               END-IF
               CLOSE ReplenQueueFile
               IF WS-QueuedCount = 0
                   DISPLAY "Replenishment queue is empty - nothing "
                       "to confirm."
               ELSE
      *> Every queued top-up has been confirmed or dropped exactly
      *> once - clear the queue the same way ReorderApply clears its
      *> proposals, so a second pass cannot post the moves twice.
                   OPEN OUTPUT ReplenQueueFile
                   CLOSE ReplenQueueFile
                   DISPLAY WS-QueuedCount " transfer(s) queued, "
                       WS-ConfirmedCount " confirmed ("
                       WS-ShortCount " short), "
                       WS-NotMovedCount " not moved."
               END-IF
           END-IF
           STOP RUN.

       Confirm-One-Transfer.
           ADD 1 TO WS-QueuedCount
           MOVE TranQty TO WS-QueuedQty
           MOVE SPACES TO WS-ItemName
           IF WS-InvFileOk = 'Y'
               MOVE TranItemID TO ItemID
               READ InventoryFile
                   INVALID KEY
                       MOVE "*** NOT ON FILE ***" TO WS-ItemName
                   NOT INVALID KEY
                       MOVE ItemName TO WS-ItemName
               END-READ
           END-IF
           DISPLAY "Item " TranItemID " " WS-ItemName
           DISPLAY "    " TranLocation " -> " TranLocTo
               " queued " WS-QueuedQty
               " - enter quantity moved (0 = not moved): "
           ACCEPT WS-MovedQty
           IF WS-MovedQty > WS-QueuedQty
               DISPLAY "Moved more than queued - transfer dropped, "
                   "key the extra as a manual transfer."
               ADD 1 TO WS-NotMovedCount
           ELSE
               IF WS-MovedQty = 0
                   ADD 1 TO WS-NotMovedCount
               ELSE
                   IF WS-MovedQty < WS-QueuedQty
                       ADD 1 TO WS-ShortCount
                   END-IF
                   PERFORM Write-Transfer-Transaction
                   ADD 1 TO WS-ConfirmedCount
               END-IF
           END-IF.

       Write-Transfer-Transaction.
           OPEN EXTEND TransactionFile
           IF TRAN-FILE-STATUS = "35"
               OPEN OUTPUT TransactionFile
           END-IF
           MOVE WS-MovedQty TO TranQty
           MOVE FUNCTION CURRENT-DATE(1:8) TO TranDate
           WRITE TransactionRecord
           CLOSE TransactionFile.
