               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OldPOKey
               FILE STATUS IS OLDPO-FILE-STATUS.
           SELECT PrevPOFile ASSIGN TO 'po.prv'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PrevPOKey
               FILE STATUS IS PREVPO-FILE-STATUS.
           SELECT POFile ASSIGN TO 'po.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POKey
               FILE STATUS IS PO-FILE-STATUS.
           SELECT OldSupplierFile ASSIGN TO 'supplier.old'
           05  OldPOStatus         PIC X(1).
           05  OldPOOrderDate      PIC X(8).

      *> The Prev- PO record is the costed layout as it stood before
      *> lines carried their receipt dates and over-delivery - a site
      *> that has already converted once holds this shape, and
      *> renames po.dat to po.prv rather than po.old.
       FD  PrevPOFile.
       01  PrevPurchaseOrderRecord.
           05  PrevPOKey.
               10  PrevPONumber    PIC 9(6).
               10  PrevPOLineNo    PIC 9(3).
           05  PrevPOSupplierCode  PIC X(6).
           05  PrevPOItemID        PIC 9(5).
           05  PrevPOQtyOrdered    PIC 9(5).
           05  PrevPOQtyReceived   PIC 9(5).
           05  PrevPOStatus        PIC X(1).
           05  PrevPOOrderDate     PIC X(8).
           05  PrevPOUnitCost      PIC 9(6)V99.

       FD  POFile.
       COPY POREC.

       01  OLDINV-FILE-STATUS  PIC X(2) VALUE "00".
       01  FILE-STATUS         PIC X(2) VALUE "00".
       01  OLDPO-FILE-STATUS   PIC X(2) VALUE "00".
       01  PREVPO-FILE-STATUS  PIC X(2) VALUE "00".
       01  PO-FILE-STATUS      PIC X(2) VALUE "00".
       01  OLDSUPP-FILE-STATUS PIC X(2) VALUE "00".
       01  SUPP-FILE-STATUS    PIC X(2) VALUE "00".
       01  EOF                 PIC X VALUE 'N'.
       01  WS-InvCount         PIC 9(5) VALUE 0.
       01  WS-POCount          PIC 9(5) VALUE 0.
       01  WS-POFileOpen       PIC X VALUE 'N'.
       01  WS-POReplaced       PIC 9(5) VALUE 0.
       01  WS-PONotConverted   PIC 9(5) VALUE 0.
       01  WS-SuppCount        PIC 9(5) VALUE 0.
       01  WS-TranCount        PIC 9(8) VALUE 0.

           DISPLAY "   RECORD LAYOUT CONVERSION"
           DISPLAY "--------------------------------------------"
           PERFORM Convert-Inventory
      *> A site may hold PO lines in both earlier layouts; both
      *> convert into the one po.dat, opened once for the pair.
           PERFORM Convert-POs
           PERFORM Convert-Prev-POs
           IF WS-POFileOpen = 'Y'
               CLOSE POFile
               DISPLAY "po.dat           rebuilt: " WS-POCount
                   " record(s), " WS-POReplaced
                   " replaced from po.prv, " WS-PONotConverted
                   " not converted."
           END-IF
           PERFORM Convert-Suppliers
           PERFORM Convert-Transactions
           DISPLAY "--------------------------------------------"
               DISPLAY "po.old           not on hand - skipped."
               CLOSE OldPOFile
           ELSE
               PERFORM Open-PO-Output
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ OldPOFile NEXT RECORD
                   END-READ
               END-PERFORM
               CLOSE OldPOFile
           END-IF.

       Open-PO-Output.
           IF WS-POFileOpen = 'N'
               OPEN OUTPUT POFile
               MOVE 'Y' TO WS-POFileOpen
           END-IF.

       Convert-One-PO-Line.
           MOVE OldPOStatus TO POStatus
           MOVE OldPOOrderDate TO POOrderDate
           MOVE 0 TO POUnitCost
           MOVE SPACES TO POFirstRcptDate
           MOVE SPACES TO POLastRcptDate
           MOVE 0 TO POQtyOverRcvd
           WRITE PurchaseOrderRecord
           ADD 1 TO WS-POCount.

      *> Receipts relieved before lines carried their dates cannot be
      *> dated after the fact; those lines convert with the dates
      *> blank and the supplier scorecard leaves them out of its
      *> lead-time and on-time figures. A line also held in po.old is
      *> the same line in its later layout, and replaces it - so
      *> po.dat, if po.old has already been written to it, is
      *> reopened for update first.
       Convert-Prev-POs.
           OPEN INPUT PrevPOFile
           IF PREVPO-FILE-STATUS = "35"
               DISPLAY "po.prv           not on hand - skipped."
               CLOSE PrevPOFile
           ELSE
               IF WS-POFileOpen = 'Y'
                   CLOSE POFile
                   OPEN I-O POFile
               ELSE
                   PERFORM Open-PO-Output
               END-IF
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ PrevPOFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM Convert-One-Prev-PO-Line
                   END-READ
               END-PERFORM
               CLOSE PrevPOFile
           END-IF.

       Convert-One-Prev-PO-Line.
           MOVE PrevPONumber TO PONumber
           MOVE PrevPOLineNo TO POLineNo
           MOVE PrevPOSupplierCode TO POSupplierCode
           MOVE PrevPOItemID TO POItemID
           MOVE PrevPOQtyOrdered TO POQtyOrdered
           MOVE PrevPOQtyReceived TO POQtyReceived
           MOVE PrevPOStatus TO POStatus
           MOVE PrevPOOrderDate TO POOrderDate
           MOVE PrevPOUnitCost TO POUnitCost
           MOVE SPACES TO POFirstRcptDate
           MOVE SPACES TO POLastRcptDate
           MOVE 0 TO POQtyOverRcvd
           WRITE PurchaseOrderRecord
               INVALID KEY
                   PERFORM Replace-Old-PO-Line
               NOT INVALID KEY
                   ADD 1 TO WS-POCount
           END-WRITE.

       Replace-Old-PO-Line.
           REWRITE PurchaseOrderRecord
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF PO-FILE-STATUS = "00"
               ADD 1 TO WS-POReplaced
           ELSE
               ADD 1 TO WS-PONotConverted
               DISPLAY "PO " PONumber " line " POLineNo
                   " from po.prv not converted - status "
                   PO-FILE-STATUS
           END-IF.

       Convert-Suppliers.
           OPEN INPUT OldSupplierFile
           IF OLDSUPP-FILE-STATUS = "35"
