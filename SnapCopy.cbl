       IDENTIFICATION DIVISION.

       PROGRAM-ID. SnapCopy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SnapImageFile ASSIGN USING WS-ImageName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMG-FILE-STATUS.
           SELECT LiveSeqFile ASSIGN USING WS-LiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT StockLocationFile ASSIGN TO 'stockloc.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LocKey
               FILE STATUS IS LOC-FILE-STATUS.
           SELECT LotFile ASSIGN TO 'lot.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LotKey
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT POFile ASSIGN TO 'po.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POKey
               FILE STATUS IS PO-FILE-STATUS.
           SELECT BackorderFile ASSIGN TO 'backorder.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOKey
               FILE STATUS IS BO-FILE-STATUS.
           SELECT RMAFile ASSIGN TO 'rma.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMANumber
               FILE STATUS IS RMA-FILE-STATUS.
           SELECT ReversalFile ASSIGN TO 'reversal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RevNumber
               FILE STATUS IS REV-FILE-STATUS.
           SELECT InvoiceFile ASSIGN TO 'invoice.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvcKey
               FILE STATUS IS INVC-FILE-STATUS.
           SELECT SalesOrderFile ASSIGN TO 'salesorder.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOKey
               FILE STATUS IS SO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> A snapshot image holds one line per record, exactly as the
      *> record stands - the indexed files unloaded in key order, the
      *> sequential ones line for line - so a restore rebuilds the
      *> file whatever the indexed file handler keeps on disk.
       FD  SnapImageFile.
       01  SnapImageLine      PIC X(200).

       FD  LiveSeqFile.
       01  LiveSeqLine        PIC X(200).

       FD  InventoryFile.
       COPY INVREC.

       FD  StockLocationFile.
       COPY LOCREC.

       FD  LotFile.
       COPY LOTREC.

       FD  POFile.
       COPY POREC.

       FD  BackorderFile.
       COPY BOREC.

       FD  RMAFile.
       COPY RMAREC.

       FD  ReversalFile.
       COPY REVREC.

       FD  InvoiceFile.
       COPY INVCREC.

       FD  SalesOrderFile.
       COPY SOREC.

       WORKING-STORAGE SECTION.
       01  IMG-FILE-STATUS    PIC X(2) VALUE "00".
       01  LIVE-FILE-STATUS   PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  LOC-FILE-STATUS    PIC X(2) VALUE "00".
       01  LOT-FILE-STATUS    PIC X(2) VALUE "00".
       01  PO-FILE-STATUS     PIC X(2) VALUE "00".
       01  BO-FILE-STATUS     PIC X(2) VALUE "00".
       01  RMA-FILE-STATUS    PIC X(2) VALUE "00".
       01  REV-FILE-STATUS    PIC X(2) VALUE "00".
       01  INVC-FILE-STATUS   PIC X(2) VALUE "00".
       01  SO-FILE-STATUS     PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-ImageName       PIC X(40).
       01  WS-LiveName        PIC X(16).
       01  WS-Slot-Disp       PIC 9(2).

      *> Every file the night suite writes to: the masters and queues
      *> it updates in place ('I' indexed) and the ledgers, logs and
      *> control files it appends to or rewrites ('S' sequential).
      *> Reports and interface files are rebuilt by a rerun and are
      *> not kept.
       01  WS-File-Table.
           05  WS-File-Entry OCCURS 22 TIMES.
               10  WS-File-Name       PIC X(16).
               10  WS-File-Org        PIC X(1).
       01  WS-File-Sub        PIC 9(2).

       LINKAGE SECTION.
       COPY SNAPPARM.

       PROCEDURE DIVISION USING SnapCopyParm.
       Main-Logic.
           MOVE 0 TO SC-Result
           MOVE 0 TO SC-FileCount
           MOVE SC-Slot TO WS-Slot-Disp
           PERFORM Load-File-Names
           PERFORM VARYING WS-File-Sub FROM 1 BY 1
                   UNTIL WS-File-Sub > 22
               MOVE WS-File-Name (WS-File-Sub) TO WS-LiveName
               MOVE SPACES TO WS-ImageName
               STRING "snap" DELIMITED BY SIZE
                   WS-Slot-Disp DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-LiveName DELIMITED BY SPACE
                   INTO WS-ImageName
               EVALUATE SC-Action
                   WHEN 'CHECK'
                       PERFORM Check-Image
                   WHEN 'SAVE'
                       PERFORM Save-One-File
                   WHEN 'LOAD'
                       PERFORM Load-One-File
               END-EVALUATE
           END-PERFORM
           GOBACK.

       Load-File-Names.
           MOVE "inventory.dat"   TO WS-File-Name (1)
           MOVE "stockloc.dat"    TO WS-File-Name (2)
           MOVE "lot.dat"         TO WS-File-Name (3)
           MOVE "po.dat"          TO WS-File-Name (4)
           MOVE "backorder.dat"   TO WS-File-Name (5)
           MOVE "rma.dat"         TO WS-File-Name (6)
           MOVE "reversal.dat"    TO WS-File-Name (7)
           MOVE "invoice.dat"     TO WS-File-Name (8)
           MOVE "salesorder.dat"  TO WS-File-Name (9)
           MOVE "movement.dat"    TO WS-File-Name (10)
           MOVE "audit.log"       TO WS-File-Name (11)
           MOVE "movearch.dat"    TO WS-File-Name (12)
           MOVE "auditarch.log"   TO WS-File-Name (13)
           MOVE "checkpoint.dat"  TO WS-File-Name (14)
           MOVE "bocontrol.dat"   TO WS-File-Name (15)
           MOVE "pocontrol.dat"   TO WS-File-Name (16)
           MOVE "closectl.dat"    TO WS-File-Name (17)
           MOVE "pricechg.dat"    TO WS-File-Name (18)
           MOVE "cyclecount.dat"  TO WS-File-Name (19)
           MOVE "sales.dat"       TO WS-File-Name (20)
           MOVE "replenq.dat"     TO WS-File-Name (21)
           MOVE "reject.log"      TO WS-File-Name (22)
           PERFORM VARYING WS-File-Sub FROM 1 BY 1
                   UNTIL WS-File-Sub > 22
               IF WS-File-Sub > 9
                   MOVE 'S' TO WS-File-Org (WS-File-Sub)
               ELSE
                   MOVE 'I' TO WS-File-Org (WS-File-Sub)
               END-IF
           END-PERFORM.

       Check-Image.
           OPEN INPUT SnapImageFile
           IF IMG-FILE-STATUS = "00"
               ADD 1 TO SC-FileCount
               CLOSE SnapImageFile
           ELSE
               DISPLAY "Snapshot image " WS-ImageName " is missing."
               MOVE 8 TO SC-Result
           END-IF.

      *> A file the suite has not created yet is kept as an empty
      *> image, so the restore puts back an empty file in its place.
       Save-One-File.
           OPEN OUTPUT SnapImageFile
           IF IMG-FILE-STATUS NOT = "00"
               DISPLAY "Snapshot image " WS-ImageName " could not be "
                   "written - status " IMG-FILE-STATUS "."
               MOVE 8 TO SC-Result
           ELSE
               IF WS-File-Org (WS-File-Sub) = 'S'
                   PERFORM Save-Sequential-File
               ELSE
                   EVALUATE WS-LiveName
                       WHEN "inventory.dat"
                           PERFORM Save-Inventory-File
                       WHEN "stockloc.dat"
                           PERFORM Save-Location-File
                       WHEN "lot.dat"
                           PERFORM Save-Lot-File
                       WHEN "po.dat"
                           PERFORM Save-PO-File
                       WHEN "backorder.dat"
                           PERFORM Save-Backorder-File
                       WHEN "rma.dat"
                           PERFORM Save-RMA-File
                       WHEN "reversal.dat"
                           PERFORM Save-Reversal-File
                       WHEN "invoice.dat"
                           PERFORM Save-Invoice-File
                       WHEN "salesorder.dat"
                           PERFORM Save-Sales-Order-File
                   END-EVALUATE
               END-IF
               CLOSE SnapImageFile
               ADD 1 TO SC-FileCount
           END-IF.

       Load-One-File.
           OPEN INPUT SnapImageFile
           IF IMG-FILE-STATUS NOT = "00"
               DISPLAY "Snapshot image " WS-ImageName " could not be "
                   "read - status " IMG-FILE-STATUS "."
               MOVE 8 TO SC-Result
           ELSE
               IF WS-File-Org (WS-File-Sub) = 'S'
                   PERFORM Load-Sequential-File
               ELSE
                   EVALUATE WS-LiveName
                       WHEN "inventory.dat"
                           PERFORM Load-Inventory-File
                       WHEN "stockloc.dat"
                           PERFORM Load-Location-File
                       WHEN "lot.dat"
                           PERFORM Load-Lot-File
                       WHEN "po.dat"
                           PERFORM Load-PO-File
                       WHEN "backorder.dat"
                           PERFORM Load-Backorder-File
                       WHEN "rma.dat"
                           PERFORM Load-RMA-File
                       WHEN "reversal.dat"
                           PERFORM Load-Reversal-File
                       WHEN "invoice.dat"
                           PERFORM Load-Invoice-File
                       WHEN "salesorder.dat"
                           PERFORM Load-Sales-Order-File
                   END-EVALUATE
               END-IF
               CLOSE SnapImageFile
               ADD 1 TO SC-FileCount
           END-IF.

       Save-Sequential-File.
           OPEN INPUT LiveSeqFile
           IF LIVE-FILE-STATUS = "35"
               CLOSE LiveSeqFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ LiveSeqFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE LiveSeqLine TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE LiveSeqFile
           END-IF.

       Load-Sequential-File.
           OPEN OUTPUT LiveSeqFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO LiveSeqLine
                       WRITE LiveSeqLine
               END-READ
           END-PERFORM
           CLOSE LiveSeqFile.

       Save-Inventory-File.
           OPEN INPUT InventoryFile
           IF FILE-STATUS = "35"
               CLOSE InventoryFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ InventoryFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE InventoryRecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE InventoryFile
           END-IF.

       Load-Inventory-File.
           OPEN OUTPUT InventoryFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO InventoryRecord
                       WRITE InventoryRecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE InventoryFile.

       Save-Location-File.
           OPEN INPUT StockLocationFile
           IF LOC-FILE-STATUS = "35"
               CLOSE StockLocationFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ StockLocationFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE StockLocationRecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE StockLocationFile
           END-IF.

       Load-Location-File.
           OPEN OUTPUT StockLocationFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO StockLocationRecord
                       WRITE StockLocationRecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE StockLocationFile.

       Save-Lot-File.
           OPEN INPUT LotFile
           IF LOT-FILE-STATUS = "35"
               CLOSE LotFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ LotFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE LotRecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE LotFile
           END-IF.

       Load-Lot-File.
           OPEN OUTPUT LotFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO LotRecord
                       WRITE LotRecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE LotFile.

       Save-PO-File.
           OPEN INPUT POFile
           IF PO-FILE-STATUS = "35"
               CLOSE POFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ POFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE PurchaseOrderRecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE POFile
           END-IF.

       Load-PO-File.
           OPEN OUTPUT POFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO PurchaseOrderRecord
                       WRITE PurchaseOrderRecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE POFile.

       Save-Backorder-File.
           OPEN INPUT BackorderFile
           IF BO-FILE-STATUS = "35"
               CLOSE BackorderFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ BackorderFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE BackorderRecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE BackorderFile
           END-IF.

       Load-Backorder-File.
           OPEN OUTPUT BackorderFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO BackorderRecord
                       WRITE BackorderRecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BackorderFile.

       Save-RMA-File.
           OPEN INPUT RMAFile
           IF RMA-FILE-STATUS = "35"
               CLOSE RMAFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ RMAFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE RMARecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE RMAFile
           END-IF.

       Load-RMA-File.
           OPEN OUTPUT RMAFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO RMARecord
                       WRITE RMARecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE RMAFile.

       Save-Reversal-File.
           OPEN INPUT ReversalFile
           IF REV-FILE-STATUS = "35"
               CLOSE ReversalFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ ReversalFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE ReversalRecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE ReversalFile
           END-IF.

       Load-Reversal-File.
           OPEN OUTPUT ReversalFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO ReversalRecord
                       WRITE ReversalRecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ReversalFile.

       Save-Invoice-File.
           OPEN INPUT InvoiceFile
           IF INVC-FILE-STATUS = "35"
               CLOSE InvoiceFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ InvoiceFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE InvoiceRecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE InvoiceFile
           END-IF.

       Load-Invoice-File.
           OPEN OUTPUT InvoiceFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO InvoiceRecord
                       WRITE InvoiceRecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE InvoiceFile.

       Save-Sales-Order-File.
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
                           MOVE SalesOrderRecord TO SnapImageLine
                           WRITE SnapImageLine
                   END-READ
               END-PERFORM
               CLOSE SalesOrderFile
           END-IF.

       Load-Sales-Order-File.
           OPEN OUTPUT SalesOrderFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ SnapImageFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SnapImageLine TO SalesOrderRecord
                       WRITE SalesOrderRecord
                           INVALID KEY
                               DISPLAY WS-LiveName " duplicate key in "
                                   "snapshot - record not restored."
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE SalesOrderFile.
