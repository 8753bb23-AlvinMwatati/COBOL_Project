       IDENTIFICATION DIVISION.

       PROGRAM-ID. StockAgingReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT MovementFile ASSIGN TO 'movement.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-FILE-STATUS.
           SELECT MoveArchFile ASSIGN TO 'movearch.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARCH-FILE-STATUS.
           SELECT POFile ASSIGN TO 'po.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POKey
               FILE STATUS IS PO-FILE-STATUS.
           SELECT CategoryFile ASSIGN TO 'category.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CatCode
               FILE STATUS IS CAT-FILE-STATUS.
           SELECT SupplierFile ASSIGN TO 'supplier.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierCode OF SupplierRecord
               FILE STATUS IS SUPP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  InventoryFile.
       COPY INVREC.

       FD  MovementFile.
       COPY MOVEREC.

      *> Mirrors MovementRecord byte for byte - archived entries are
      *> processed through the same record area as the live ledger.
       FD  MoveArchFile.
       01  MoveArchLine       PIC X(98).

       FD  POFile.
       COPY POREC.

       FD  CategoryFile.
       COPY CATREC.

       FD  SupplierFile.
       COPY SUPPREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  MOVE-FILE-STATUS   PIC X(2) VALUE "00".
       01  MARCH-FILE-STATUS  PIC X(2) VALUE "00".
       01  PO-FILE-STATUS     PIC X(2) VALUE "00".
       01  CAT-FILE-STATUS    PIC X(2) VALUE "00".
       01  SUPP-FILE-STATUS   PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-CatFileOk       PIC X VALUE 'N'.
       01  WS-SuppFileOk      PIC X VALUE 'N'.
       01  WS-AsOfDate        PIC X(8).
       01  WS-AsOfNum         PIC 9(8).
       01  WS-AsOfInt         PIC 9(7).
       01  WS-DateNum         PIC 9(8).
       01  WS-AgeDate         PIC X(8).
       01  WS-AgeDays         PIC 9(5).
       01  WS-AgeNote         PIC X(8).
       01  WS-Bucket          PIC 9(1).
       01  WS-BucketName      PIC X(8).
       01  WS-ItemValue       PIC 9(9)V99.
       01  WS-OnOrder         PIC 9(7).
       01  WS-POFlag          PIC X(8).
       01  WS-ItemCat         PIC X(3).
       01  WS-DisplayName     PIC X(20).
       01  WS-ItemCount       PIC 9(5) VALUE 0.
       01  WS-FlagCount       PIC 9(5) VALUE 0.
       01  WS-FlagValue       PIC 9(11)V99 VALUE 0.
       01  WS-Days-Disp       PIC ZZZZ9.
       01  WS-Value-Disp      PIC Z(8)9.99.
       01  WS-Total-Disp      PIC Z(10)9.99.
       01  WS-Bkt-Disp1       PIC Z(8)9.99.
       01  WS-Bkt-Disp2       PIC Z(8)9.99.
       01  WS-Bkt-Disp3       PIC Z(8)9.99.
       01  WS-Bkt-Disp4       PIC Z(8)9.99.

      *> On-hand value falling in each age bucket across the whole
      *> stock: 1 = issued in the last 90 days, 2 = 91-180, 3 =
      *> 181-365, 4 = nothing issued for over a year.
       01  WS-Grand-Table.
           05  WS-Grand-Value OCCURS 4 TIMES PIC 9(11)V99.
       01  WS-GrandTotal      PIC 9(11)V99 VALUE 0.
       01  WS-Bkt-Sub         PIC 9(1).

      *> Last issue per item, from the archive and the live ledger -
      *> together the whole history since the item was set up. The
      *> first date the item appears at all is kept alongside, so a
      *> line that came in and has never been drawn on ages from when
      *> it arrived rather than counting as dead from day one.
       01  WS-Issue-Table.
           05  WS-Issue-Count     PIC 9(4) VALUE 0.
           05  WS-Issue-Entry OCCURS 2000 TIMES.
               10  WS-Issue-ItemID    PIC 9(5).
               10  WS-Issue-Last      PIC X(8).
               10  WS-Issue-First     PIC X(8).
       01  WS-Issue-Sub       PIC 9(4).
       01  WS-Issue-Found     PIC 9(4).
       01  WS-IssueTableFull  PIC X VALUE 'N'.

      *> Quantity still to come in per item on open PO lines.
       01  WS-Order-Table.
           05  WS-Order-Count     PIC 9(4) VALUE 0.
           05  WS-Order-Entry OCCURS 1000 TIMES.
               10  WS-Order-ItemID    PIC 9(5).
               10  WS-Order-Qty       PIC 9(7).
       01  WS-Order-Sub       PIC 9(4).
       01  WS-Order-Found     PIC 9(4).
       01  WS-OrderTableFull  PIC X VALUE 'N'.

      *> Aged value per category. Uncategorised items fall under
      *> '???' - the same bucket the valuation report uses.
       01  WS-Cat-Table.
           05  WS-Cat-Count       PIC 9(2) VALUE 0.
           05  WS-Cat-Entry OCCURS 50 TIMES.
               10  WS-Cat-Code        PIC X(3).
               10  WS-Cat-Value OCCURS 4 TIMES PIC 9(11)V99.
       01  WS-Cat-Sub         PIC 9(2).
       01  WS-Cat-Found       PIC 9(2).
       01  WS-CatTableFull    PIC X VALUE 'N'.

      *> Aged value per supplier, in the order suppliers are met.
       01  WS-Supp-Table.
           05  WS-Supp-Count      PIC 9(3) VALUE 0.
           05  WS-Supp-Entry OCCURS 500 TIMES.
               10  WS-Supp-Code       PIC X(6).
               10  WS-Supp-Value OCCURS 4 TIMES PIC 9(11)V99.
       01  WS-Supp-Sub        PIC 9(3).
       01  WS-Supp-Found      PIC 9(3).
       01  WS-SuppTableFull   PIC X VALUE 'N'.

      *> How long the stock on hand has sat since anything was last
      *> drawn from it, valued at book cost - for finance's year-end
      *> obsolescence provision, and for purchasing to stop buying in
      *> lines nobody uses. An item still on order although nothing
      *> has been issued for over 90 days is flagged.
       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Enter as-of date (YYYYMMDD, spaces = today): "
           ACCEPT WS-AsOfDate
           IF WS-AsOfDate = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AsOfDate
           END-IF
           IF WS-AsOfDate IS NOT NUMERIC
               DISPLAY "Invalid as-of date - report not produced."
           ELSE
               MOVE WS-AsOfDate TO WS-AsOfNum
               COMPUTE WS-AsOfInt =
                   FUNCTION INTEGER-OF-DATE(WS-AsOfNum)
               OPEN INPUT InventoryFile
               IF FILE-STATUS = "35"
                   DISPLAY "No inventory file found - nothing to "
                       "report."
                   CLOSE InventoryFile
               ELSE
                   PERFORM Load-Issue-Table
                   PERFORM Load-Order-Table
                   PERFORM Age-Stock
                   CLOSE InventoryFile
                   PERFORM Print-Category-Summary
                   PERFORM Print-Supplier-Summary
               END-IF
           END-IF
           STOP RUN.

      *> The archive is read ahead of the live file (the same way
      *> ReorderCalc reaches back) so entries come in posting order.
       Load-Issue-Table.
           PERFORM Load-Archive-Issues
           OPEN INPUT MovementFile
           IF MOVE-FILE-STATUS = "35"
               CLOSE MovementFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ MovementFile INTO MovementRecord
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM Select-Issue-Entry
                   END-READ
               END-PERFORM
               CLOSE MovementFile
           END-IF.

       Load-Archive-Issues.
           OPEN INPUT MoveArchFile
           IF MARCH-FILE-STATUS = "35"
               CLOSE MoveArchFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ MoveArchFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE MoveArchLine TO MovementRecord
                           PERFORM Select-Issue-Entry
                   END-READ
               END-PERFORM
               CLOSE MoveArchFile
           END-IF.

      *> An issue is stock drawn for use - the same movements the
      *> reorder level calculation counts as usage, component
      *> consumption into a kit and shipments to customers
      *> included. Entries dated after the as-of date are left out
      *> so a past date reports as it stood.
       Select-Issue-Entry.
           IF MoveDate IS NUMERIC AND MoveDate <= WS-AsOfDate
               PERFORM Find-Issue-Entry
               IF WS-Issue-Found > 0
                   IF WS-Issue-First (WS-Issue-Found) = SPACES
                           OR MoveDate < WS-Issue-First (WS-Issue-Found)
                       MOVE MoveDate TO
                           WS-Issue-First (WS-Issue-Found)
                   END-IF
                   IF (MoveType = 'ISSUE'
                           OR MoveType = 'BACKFILL'
                           OR MoveType = 'SALE'
                           OR (MoveType = 'ASSEMBLE'
                               AND MoveLocTo = SPACES))
                           AND MoveDate >
                               WS-Issue-Last (WS-Issue-Found)
                       MOVE MoveDate TO
                           WS-Issue-Last (WS-Issue-Found)
                   END-IF
               END-IF
           END-IF.

       Find-Issue-Entry.
           MOVE 0 TO WS-Issue-Found
           PERFORM VARYING WS-Issue-Sub FROM 1 BY 1
                   UNTIL WS-Issue-Sub > WS-Issue-Count
               IF WS-Issue-ItemID (WS-Issue-Sub) = MoveItemID
                   MOVE WS-Issue-Sub TO WS-Issue-Found
               END-IF
           END-PERFORM
           IF WS-Issue-Found = 0
               IF WS-Issue-Count < 2000
                   ADD 1 TO WS-Issue-Count
                   MOVE WS-Issue-Count TO WS-Issue-Found
                   MOVE MoveItemID TO WS-Issue-ItemID (WS-Issue-Found)
                   MOVE SPACES TO WS-Issue-Last (WS-Issue-Found)
                   MOVE SPACES TO WS-Issue-First (WS-Issue-Found)
               ELSE
                   IF WS-IssueTableFull = 'N'
                       MOVE 'Y' TO WS-IssueTableFull
                       DISPLAY "ISSUE TABLE FULL: more than 2000 "
                           "items on the ledger - items from "
                           MoveItemID " on age as over a year."
                   END-IF
               END-IF
           END-IF.

       Load-Order-Table.
           OPEN INPUT POFile
           IF PO-FILE-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ POFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF POStatus = 'O'
                                   AND POQtyOrdered > POQtyReceived
                               PERFORM Add-To-Order-Table
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE POFile.

       Add-To-Order-Table.
           MOVE 0 TO WS-Order-Found
           PERFORM VARYING WS-Order-Sub FROM 1 BY 1
                   UNTIL WS-Order-Sub > WS-Order-Count
               IF WS-Order-ItemID (WS-Order-Sub) = POItemID
                   MOVE WS-Order-Sub TO WS-Order-Found
               END-IF
           END-PERFORM
           IF WS-Order-Found = 0
               IF WS-Order-Count < 1000
                   ADD 1 TO WS-Order-Count
                   MOVE WS-Order-Count TO WS-Order-Found
                   MOVE POItemID TO WS-Order-ItemID (WS-Order-Found)
                   MOVE 0 TO WS-Order-Qty (WS-Order-Found)
               ELSE
                   IF WS-OrderTableFull = 'N'
                       MOVE 'Y' TO WS-OrderTableFull
                       DISPLAY "ORDER TABLE FULL: more than 1000 "
                           "items on order - on-order flags are "
                           "incomplete from item " POItemID " on."
                   END-IF
               END-IF
           END-IF
           IF WS-Order-Found > 0
               COMPUTE WS-Order-Qty (WS-Order-Found) =
                   WS-Order-Qty (WS-Order-Found)
                   + POQtyOrdered - POQtyReceived
           END-IF.

       Age-Stock.
           PERFORM VARYING WS-Bkt-Sub FROM 1 BY 1 UNTIL WS-Bkt-Sub > 4
               MOVE 0 TO WS-Grand-Value (WS-Bkt-Sub)
           END-PERFORM
           DISPLAY "------------------------------------------------"
               "------------------------"
           DISPLAY "   SLOW-MOVING AND DEAD STOCK AGING REPORT - "
               "as of " WS-AsOfDate
           DISPLAY "------------------------------------------------"
               "------------------------"
           DISPLAY "ID    NAME                 CAT SUPP   LAST ISS "
               " DAYS   QTY        VALUE AGE      ON ORDER"
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ InventoryFile NEXT RECORD INTO InventoryRecord
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ItemQuantity > 0
                           PERFORM Age-One-Item
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------------"
               "------------------------"
           IF WS-ItemCount = 0
               DISPLAY "No stock on hand to age."
           ELSE
               DISPLAY "VALUE BY AGE (days since last issue)"
               PERFORM VARYING WS-Bkt-Sub FROM 1 BY 1
                       UNTIL WS-Bkt-Sub > 4
                   PERFORM Set-Bucket-Name
                   MOVE WS-Grand-Value (WS-Bkt-Sub) TO WS-Total-Disp
                   DISPLAY "  " WS-BucketName "  " WS-Total-Disp
               END-PERFORM
               MOVE WS-GrandTotal TO WS-Total-Disp
               DISPLAY "  TOTAL     " WS-Total-Disp
               DISPLAY WS-ItemCount " item(s) aged."
               MOVE WS-FlagValue TO WS-Total-Disp
               DISPLAY WS-FlagCount " item(s) still on order with "
                   "no issue for over 90 days, value "
                   WS-Total-Disp
           END-IF.

      *> An item never issued ages from its first entry on the ledger
      *> (shown as NEW in the last-issue column); one with no
      *> ledger history at all is taken as over a year.
       Age-One-Item.
           MOVE SPACES TO WS-AgeDate
           MOVE SPACES TO WS-AgeNote
           PERFORM VARYING WS-Issue-Sub FROM 1 BY 1
                   UNTIL WS-Issue-Sub > WS-Issue-Count
               IF WS-Issue-ItemID (WS-Issue-Sub) = ItemID
                   IF WS-Issue-Last (WS-Issue-Sub) = SPACES
                       MOVE WS-Issue-First (WS-Issue-Sub) TO WS-AgeDate
                       MOVE "NEW" TO WS-AgeNote
                   ELSE
                       MOVE WS-Issue-Last (WS-Issue-Sub) TO WS-AgeDate
                       MOVE WS-AgeDate TO WS-AgeNote
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AgeDate = SPACES
               MOVE "NONE" TO WS-AgeNote
               MOVE 4 TO WS-Bucket
               MOVE 0 TO WS-AgeDays
               MOVE 0 TO WS-Days-Disp
           ELSE
               MOVE WS-AgeDate TO WS-DateNum
               COMPUTE WS-AgeDays = WS-AsOfInt
                   - FUNCTION INTEGER-OF-DATE(WS-DateNum)
               MOVE WS-AgeDays TO WS-Days-Disp
               EVALUATE TRUE
                   WHEN WS-AgeDays <= 90
                       MOVE 1 TO WS-Bucket
                   WHEN WS-AgeDays <= 180
                       MOVE 2 TO WS-Bucket
                   WHEN WS-AgeDays <= 365
                       MOVE 3 TO WS-Bucket
                   WHEN OTHER
                       MOVE 4 TO WS-Bucket
               END-EVALUATE
           END-IF
           COMPUTE WS-ItemValue = ItemQuantity * ItemCost
           ADD WS-ItemValue TO WS-Grand-Value (WS-Bucket)
           ADD WS-ItemValue TO WS-GrandTotal
           ADD 1 TO WS-ItemCount
           MOVE 0 TO WS-OnOrder
           PERFORM VARYING WS-Order-Sub FROM 1 BY 1
                   UNTIL WS-Order-Sub > WS-Order-Count
               IF WS-Order-ItemID (WS-Order-Sub) = ItemID
                   MOVE WS-Order-Qty (WS-Order-Sub) TO WS-OnOrder
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-POFlag
           IF WS-OnOrder > 0
               MOVE WS-OnOrder TO WS-POFlag
               IF WS-Bucket > 1
                   MOVE "*OPEN PO" TO WS-POFlag
                   ADD 1 TO WS-FlagCount
                   ADD WS-ItemValue TO WS-FlagValue
               END-IF
           END-IF
           MOVE WS-Bucket TO WS-Bkt-Sub
           PERFORM Set-Bucket-Name
           MOVE WS-ItemValue TO WS-Value-Disp
           DISPLAY ItemID " " ItemName(1:20) " " ItemCategory " "
               SupplierCode OF InventoryRecord " " WS-AgeNote " "
               WS-Days-Disp " " ItemQuantity " " WS-Value-Disp " "
               WS-BucketName " " WS-POFlag
           IF WS-POFlag = "*OPEN PO"
               DISPLAY "      ** still on order: " WS-OnOrder
                   " - not issued for " WS-Days-Disp " day(s)"
           END-IF
           PERFORM Accumulate-Category
           PERFORM Accumulate-Supplier.

       Set-Bucket-Name.
           EVALUATE WS-Bkt-Sub
               WHEN 1
                   MOVE "0-90" TO WS-BucketName
               WHEN 2
                   MOVE "91-180" TO WS-BucketName
               WHEN 3
                   MOVE "181-365" TO WS-BucketName
               WHEN OTHER
                   MOVE "OVER 1YR" TO WS-BucketName
           END-EVALUATE.

       Accumulate-Category.
           IF ItemCategory = SPACES
               MOVE '???' TO WS-ItemCat
           ELSE
               MOVE ItemCategory TO WS-ItemCat
           END-IF
           MOVE 0 TO WS-Cat-Found
           PERFORM VARYING WS-Cat-Sub FROM 1 BY 1
                   UNTIL WS-Cat-Sub > WS-Cat-Count
               IF WS-Cat-Code (WS-Cat-Sub) = WS-ItemCat
                   MOVE WS-Cat-Sub TO WS-Cat-Found
               END-IF
           END-PERFORM
           IF WS-Cat-Found = 0
               IF WS-Cat-Count < 50
                   ADD 1 TO WS-Cat-Count
                   MOVE WS-Cat-Count TO WS-Cat-Found
                   MOVE WS-ItemCat TO WS-Cat-Code (WS-Cat-Found)
                   PERFORM VARYING WS-Bkt-Sub FROM 1 BY 1
                           UNTIL WS-Bkt-Sub > 4
                       MOVE 0 TO WS-Cat-Value (WS-Cat-Found WS-Bkt-Sub)
                   END-PERFORM
               ELSE
                   MOVE 'Y' TO WS-CatTableFull
               END-IF
           END-IF
           IF WS-Cat-Found > 0
               ADD WS-ItemValue TO
                   WS-Cat-Value (WS-Cat-Found WS-Bucket)
           END-IF.

       Accumulate-Supplier.
           MOVE 0 TO WS-Supp-Found
           PERFORM VARYING WS-Supp-Sub FROM 1 BY 1
                   UNTIL WS-Supp-Sub > WS-Supp-Count
               IF WS-Supp-Code (WS-Supp-Sub) = SupplierCode
                       OF InventoryRecord
                   MOVE WS-Supp-Sub TO WS-Supp-Found
               END-IF
           END-PERFORM
           IF WS-Supp-Found = 0
               IF WS-Supp-Count < 500
                   ADD 1 TO WS-Supp-Count
                   MOVE WS-Supp-Count TO WS-Supp-Found
                   MOVE SupplierCode OF InventoryRecord TO
                       WS-Supp-Code (WS-Supp-Found)
                   PERFORM VARYING WS-Bkt-Sub FROM 1 BY 1
                           UNTIL WS-Bkt-Sub > 4
                       MOVE 0 TO
                           WS-Supp-Value (WS-Supp-Found WS-Bkt-Sub)
                   END-PERFORM
               ELSE
                   MOVE 'Y' TO WS-SuppTableFull
               END-IF
           END-IF
           IF WS-Supp-Found > 0
               ADD WS-ItemValue TO
                   WS-Supp-Value (WS-Supp-Found WS-Bucket)
           END-IF.

       Print-Category-Summary.
           IF WS-Cat-Count > 0
               OPEN INPUT CategoryFile
               IF CAT-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-CatFileOk
               END-IF
               DISPLAY " "
               DISPLAY "AGED VALUE BY CATEGORY"
               DISPLAY "CAT  NAME                         0-90"
                   "       91-180      181-365     OVER 1YR"
               PERFORM VARYING WS-Cat-Sub FROM 1 BY 1
                       UNTIL WS-Cat-Sub > WS-Cat-Count
                   PERFORM Lookup-Category-Name
                   MOVE WS-Cat-Value (WS-Cat-Sub 1) TO WS-Bkt-Disp1
                   MOVE WS-Cat-Value (WS-Cat-Sub 2) TO WS-Bkt-Disp2
                   MOVE WS-Cat-Value (WS-Cat-Sub 3) TO WS-Bkt-Disp3
                   MOVE WS-Cat-Value (WS-Cat-Sub 4) TO WS-Bkt-Disp4
                   DISPLAY WS-Cat-Code (WS-Cat-Sub) "  "
                       WS-DisplayName " " WS-Bkt-Disp1 " "
                       WS-Bkt-Disp2 " " WS-Bkt-Disp3 " "
                       WS-Bkt-Disp4
               END-PERFORM
               IF WS-CatTableFull = 'Y'
                   DISPLAY "Category table full - breakdown above "
                       "is incomplete (more than 50 categories)."
               END-IF
               IF WS-CatFileOk = 'Y'
                   CLOSE CategoryFile
               END-IF
           END-IF.

       Lookup-Category-Name.
           IF WS-Cat-Code (WS-Cat-Sub) = '???'
               MOVE "** Uncategorised **" TO WS-DisplayName
           ELSE
               MOVE "** Unknown Category **" TO WS-DisplayName
               IF WS-CatFileOk = 'Y'
                   MOVE WS-Cat-Code (WS-Cat-Sub) TO CatCode
                   READ CategoryFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CatName TO WS-DisplayName
                   END-READ
               END-IF
           END-IF.

       Print-Supplier-Summary.
           IF WS-Supp-Count > 0
               OPEN INPUT SupplierFile
               IF SUPP-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-SuppFileOk
               END-IF
               DISPLAY " "
               DISPLAY "AGED VALUE BY SUPPLIER"
               DISPLAY "SUPP   NAME                       0-90"
                   "       91-180      181-365     OVER 1YR"
               PERFORM VARYING WS-Supp-Sub FROM 1 BY 1
                       UNTIL WS-Supp-Sub > WS-Supp-Count
                   PERFORM Lookup-Supplier-Name
                   MOVE WS-Supp-Value (WS-Supp-Sub 1) TO WS-Bkt-Disp1
                   MOVE WS-Supp-Value (WS-Supp-Sub 2) TO WS-Bkt-Disp2
                   MOVE WS-Supp-Value (WS-Supp-Sub 3) TO WS-Bkt-Disp3
                   MOVE WS-Supp-Value (WS-Supp-Sub 4) TO WS-Bkt-Disp4
                   DISPLAY WS-Supp-Code (WS-Supp-Sub) " "
                       WS-DisplayName WS-Bkt-Disp1 " "
                       WS-Bkt-Disp2 " " WS-Bkt-Disp3 " "
                       WS-Bkt-Disp4
               END-PERFORM
               IF WS-SuppTableFull = 'Y'
                   DISPLAY "Supplier table full - breakdown above "
                       "is incomplete (more than 500 suppliers)."
               END-IF
               IF WS-SuppFileOk = 'Y'
                   CLOSE SupplierFile
               END-IF
           END-IF.

       Lookup-Supplier-Name.
           IF WS-Supp-Code (WS-Supp-Sub) = SPACES
               MOVE "** No Supplier **" TO WS-DisplayName
           ELSE
               MOVE "** Unknown Supplier **" TO WS-DisplayName
               IF WS-SuppFileOk = 'Y'
                   MOVE WS-Supp-Code (WS-Supp-Sub) TO
                       SupplierCode OF SupplierRecord
                   READ SupplierFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SupplierName TO WS-DisplayName
                   END-READ
               END-IF
           END-IF.
