               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LocKey
               FILE STATUS IS LOC-FILE-STATUS.
           SELECT SalesOrderFile ASSIGN TO 'salesorder.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOKey
               FILE STATUS IS SO-FILE-STATUS.
           SELECT SortFile ASSIGN TO 'picklist.srt'.

       DATA DIVISION.
       FD  StockLocationFile.
       COPY LOCREC.

       FD  SalesOrderFile.
       COPY SOREC.

       SD  SortFile.
       01  SortRecord.
           05  SortLocCode         PIC X(3).
       01  REQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  LOC-FILE-STATUS    PIC X(2) VALUE "00".
       01  SO-FILE-STATUS     PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-WantQty         PIC 9(5).
       01  WS-TakeQty         PIC 9(5).
                   CLOSE RequisitionFile
               ELSE
                   PERFORM Net-Off-Prior-Allocations
                   PERFORM Net-Off-Sales-Orders
                   SORT SortFile
                       ON ASCENDING KEY SortLocCode
                       ON ASCENDING KEY SortItemID
               END-READ
           END-PERFORM.

      *> Stock SalesAllocate has promised to customer orders and not
      *> yet shipped is spoken for in just the same way.
       Net-Off-Sales-Orders.
           OPEN INPUT SalesOrderFile
           IF SO-FILE-STATUS = "35"
               CLOSE SalesOrderFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ SalesOrderFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SOQtyAllocated > SOQtyShipped
                               COMPUTE WS-PriorOpenQty =
                                   SOQtyAllocated - SOQtyShipped
                               MOVE SOItemID TO ItemID
                               PERFORM Find-Item-Entry
                               IF WS-Item-Found > 0
                                   PERFORM Reduce-Item-Avail
                               END-IF
                               MOVE WS-PriorOpenQty TO WS-RemainQty
                               PERFORM Draw-Down-Locations-Quiet
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalesOrderFile
           END-IF.

       Reduce-Item-Avail.
           IF WS-PriorOpenQty >
                   WS-Item-Avail (WS-Item-Found)
