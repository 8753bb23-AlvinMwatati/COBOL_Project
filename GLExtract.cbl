           SELECT DeletedItemsFile ASSIGN TO 'deleted.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEL-FILE-STATUS.
           SELECT SalesFile ASSIGN TO 'sales.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DeletedItemsFile.
       COPY DELREC.

       FD  SalesFile.
       COPY SALEREC.

       WORKING-STORAGE SECTION.
       01  MOVE-FILE-STATUS   PIC X(2) VALUE "00".
       01  GL-FILE-STATUS     PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  CAT-FILE-STATUS    PIC X(2) VALUE "00".
       01  DEL-FILE-STATUS    PIC X(2) VALUE "00".
       01  SALE-FILE-STATUS   PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-BusinessDate    PIC X(8).
       01  WS-MoveValue       PIC S9(11)V99.
               10  WS-Cat-PPV         PIC S9(13)V99.
               10  WS-Cat-Expired     PIC 9(13)V99.
               10  WS-Cat-Returns     PIC 9(13)V99.
               10  WS-Cat-Kitting     PIC S9(13)V99.
               10  WS-Cat-Reversals   PIC S9(13)V99.
               10  WS-Cat-Revenue     PIC 9(13)V99.
               10  WS-Cat-CostSales   PIC 9(13)V99.
       01  WS-Cat-Sub         PIC 9(2).
       01  WS-Cat-Found       PIC 9(2).
       01  WS-CatTableFull    PIC X VALUE 'N'.
               PERFORM Load-Deleted-Categories
               PERFORM Accumulate-Movements
               CLOSE MovementFile
               PERFORM Accumulate-Sales
               IF WS-InvFileOk = 'Y'
                   CLOSE InventoryFile
               END-IF
      *> One pass over the day's ledger entries: receipts in and
      *> issues out at cost, cycle-count variance signed by
      *> direction, deletions and expiry write-offs, purchase price
      *> variance, supplier-return credits, and the cost of goods
      *> shipped to customers - each booked to the moving item's
      *> category. Backorder fulfilments are issues like any other.
       Accumulate-Movements.
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
      *> Only the movement types the extract books get as far as the
      *> category table - an ADD, UPDATE, TRANSFER, REINSTAT or
      *> OPENBAL entry must not open a category row and pad the
      *> extract with zero-amount lines. The reversal of a transfer
      *> moves no value either.
       Accumulate-One-Movement.
           IF MoveType = 'RECEIPT' OR MoveType = 'ISSUE'
                   OR MoveType = 'BACKFILL' OR MoveType = 'CYCADJ'
                   OR MoveType = 'DELETE' OR MoveType = 'PPV'
                   OR MoveType = 'EXPIRED' OR MoveType = 'RETURN'
                   OR MoveType = 'ASSEMBLE' OR MoveType = 'DISASSEM'
                   OR MoveType = 'SALE'
                   OR (MoveType = 'REVERSAL'
                       AND MoveOrigType NOT = 'TRANSFER')
               COMPUTE WS-MoveValue = MoveQty * MoveCost
               PERFORM Lookup-Item-Category
               PERFORM Find-Category-Entry
               MOVE 0 TO WS-Cat-PPV (WS-Cat-Count)
               MOVE 0 TO WS-Cat-Expired (WS-Cat-Count)
               MOVE 0 TO WS-Cat-Returns (WS-Cat-Count)
               MOVE 0 TO WS-Cat-Kitting (WS-Cat-Count)
               MOVE 0 TO WS-Cat-Reversals (WS-Cat-Count)
               MOVE 0 TO WS-Cat-Revenue (WS-Cat-Count)
               MOVE 0 TO WS-Cat-CostSales (WS-Cat-Count)
               MOVE WS-Cat-Count TO WS-Cat-Found
           END-IF
           IF WS-Cat-Found = 0 AND WS-CatTableFull = 'N'
                   ADD WS-MoveValue TO
                       WS-Cat-Returns (WS-Cat-Found)
                   ADD 1 TO WS-MovementCount
      *> Kit assembly and disassembly move value between the kit's
      *> category and its components' - the entry into stock shows
      *> a to-location, the entry out a from-location.
               WHEN 'ASSEMBLE'
               WHEN 'DISASSEM'
                   IF MoveLocTo NOT = SPACES
                       ADD WS-MoveValue TO
                           WS-Cat-Kitting (WS-Cat-Found)
                   ELSE
                       SUBTRACT WS-MoveValue FROM
                           WS-Cat-Kitting (WS-Cat-Found)
                   END-IF
                   ADD 1 TO WS-MovementCount
      *> A reversal is booked on its own line rather than netted into
      *> the class of the entry it undoes - a reversed receipt takes
      *> value out (from-location set), a reversed issue puts it back
      *> (to-location set).
               WHEN 'REVERSAL'
                   IF MoveLocTo NOT = SPACES
                       ADD WS-MoveValue TO
                           WS-Cat-Reversals (WS-Cat-Found)
                   ELSE
                       SUBTRACT WS-MoveValue FROM
                           WS-Cat-Reversals (WS-Cat-Found)
                   END-IF
                   ADD 1 TO WS-MovementCount
      *> A shipment to a customer leaves the book at cost - the cost
      *> of sales that is set against the revenue booked from
      *> sales.dat.
               WHEN 'SALE'
                   ADD WS-MoveValue TO
                       WS-Cat-CostSales (WS-Cat-Found)
                   ADD 1 TO WS-MovementCount
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Revenue is not on the movement ledger, which carries cost
      *> only - it comes from the sales history BatchApply writes as
      *> each shipment posts, at the order's selling price, booked
      *> to the category the item was in when it shipped.
       Accumulate-Sales.
           OPEN INPUT SalesFile
           IF SALE-FILE-STATUS = "35"
               CLOSE SalesFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ SalesFile INTO SaleRecord
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SaleDate = WS-BusinessDate
                               PERFORM Accumulate-One-Sale
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalesFile
           END-IF.

       Accumulate-One-Sale.
           COMPUTE WS-MoveValue = SaleQty * SaleUnitPrice
           IF SaleCategory = SPACES
               MOVE '???' TO WS-MoveCat
           ELSE
               MOVE SaleCategory TO WS-MoveCat
           END-IF
           PERFORM Find-Category-Entry
           IF WS-Cat-Found > 0
               ADD WS-MoveValue TO WS-Cat-Revenue (WS-Cat-Found)
           END-IF.

      *> Each detail line now names the category and its GL account:
      *> DTL,<class>,<category>,<account>,<amount>. The four classic
      *> classes always appear for every category the night touched;
               MOVE WS-Cat-Returns (WS-Cat-Sub) TO WS-Amount-Disp
               ADD WS-Cat-Returns (WS-Cat-Sub) TO WS-HashTotal
               PERFORM Write-Detail-Line
           END-IF

           IF WS-Cat-Kitting (WS-Cat-Sub) NOT = 0
               MOVE "KITTING" TO WS-Class
               MOVE WS-Cat-Kitting (WS-Cat-Sub) TO WS-Signed-Disp
               IF WS-Cat-Kitting (WS-Cat-Sub) < 0
                   SUBTRACT WS-Cat-Kitting (WS-Cat-Sub)
                       FROM WS-HashTotal
               ELSE
                   ADD WS-Cat-Kitting (WS-Cat-Sub) TO WS-HashTotal
               END-IF
               PERFORM Write-Signed-Detail-Line
           END-IF

           IF WS-Cat-Reversals (WS-Cat-Sub) NOT = 0
               MOVE "REVERSALS" TO WS-Class
               MOVE WS-Cat-Reversals (WS-Cat-Sub) TO WS-Signed-Disp
               IF WS-Cat-Reversals (WS-Cat-Sub) < 0
                   SUBTRACT WS-Cat-Reversals (WS-Cat-Sub)
                       FROM WS-HashTotal
               ELSE
                   ADD WS-Cat-Reversals (WS-Cat-Sub) TO WS-HashTotal
               END-IF
               PERFORM Write-Signed-Detail-Line
           END-IF

      *> Sales to customers: the revenue at selling price and the
      *> cost of sales at the book cost the stock left at.
           IF WS-Cat-Revenue (WS-Cat-Sub) NOT = 0
               MOVE "REVENUE" TO WS-Class
               MOVE WS-Cat-Revenue (WS-Cat-Sub) TO WS-Amount-Disp
               ADD WS-Cat-Revenue (WS-Cat-Sub) TO WS-HashTotal
               PERFORM Write-Detail-Line
           END-IF

           IF WS-Cat-CostSales (WS-Cat-Sub) NOT = 0
               MOVE "COSTSALES" TO WS-Class
               MOVE WS-Cat-CostSales (WS-Cat-Sub) TO WS-Amount-Disp
               ADD WS-Cat-CostSales (WS-Cat-Sub) TO WS-HashTotal
               PERFORM Write-Detail-Line
           END-IF.

       Lookup-Category-Account.
