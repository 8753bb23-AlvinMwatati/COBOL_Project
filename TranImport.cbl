       IDENTIFICATION DIVISION.

       PROGRAM-ID. TranImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScannerFile ASSIGN TO 'scanner.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT DelNoteFile ASSIGN TO 'delnote.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.
           SELECT ImportTempFile ASSIGN TO 'importtmp.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITMP-FILE-STATUS.
           SELECT TransactionFile ASSIGN TO 'transactions.dat'
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT POFile ASSIGN TO 'po.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POKey
               FILE STATUS IS PO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ScannerFile.
       COPY SCANREC.

       FD  DelNoteFile.
       COPY DNOTEREC.

      *> The lines that failed, held here while the input is read and
      *> then written back over it - byte for byte as they arrived.
       FD  ImportTempFile.
       01  ImportTempRecord   PIC X(58).

       FD  TransactionFile.
       COPY TRANREC.

       FD  InventoryFile.
       COPY INVREC.

       FD  POFile.
       COPY POREC.

       WORKING-STORAGE SECTION.
       01  SCAN-FILE-STATUS   PIC X(2) VALUE "00".
       01  DN-FILE-STATUS     PIC X(2) VALUE "00".
       01  ITMP-FILE-STATUS   PIC X(2) VALUE "00".
       01  TRAN-FILE-STATUS   PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  PO-FILE-STATUS     PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-Today           PIC X(8).
       01  WS-InvFileOk       PIC X VALUE 'N'.
       01  WS-Source          PIC X(11).
       01  WS-LineNo          PIC 9(5).
       01  WS-Reason          PIC X(30).
       01  WS-Raw-Line        PIC X(58).

      *> One input line in the shape of a transaction, whichever file
      *> it came from, so both are validated by the same rules.
       01  WS-ImpType         PIC X(1).
       01  WS-ImpItemID       PIC 9(5).
       01  WS-ImpQty          PIC 9(5).
       01  WS-ImpLoc          PIC X(3).
       01  WS-ImpLocTo        PIC X(3).
       01  WS-ImpSupplier     PIC X(6).
       01  WS-ImpPONumber     PIC 9(6).
       01  WS-ImpMatchPO      PIC 9(6).
       01  WS-MatchPO-Disp    PIC 9(6).
       01  WS-ImpLot          PIC X(10).
       01  WS-ImpExpiry       PIC X(8).
       01  WS-ImpRef          PIC X(10).
       01  WS-CheckLoc        PIC X(3).
       01  WS-LocOk           PIC X VALUE 'N'.
       01  WS-POOk            PIC X VALUE 'N'.

      *> Control totals for one input file, and for the run.
       01  WS-ReadCount       PIC 9(5) VALUE 0.
       01  WS-AcceptCount     PIC 9(5) VALUE 0.
       01  WS-AcceptQty       PIC 9(9) VALUE 0.
       01  WS-RejectCount     PIC 9(5) VALUE 0.
       01  WS-RejectQty       PIC 9(9) VALUE 0.
       01  WS-TotReadCount    PIC 9(6) VALUE 0.
       01  WS-TotAcceptCount  PIC 9(6) VALUE 0.
       01  WS-TotAcceptQty    PIC 9(9) VALUE 0.
       01  WS-TotRejectCount  PIC 9(6) VALUE 0.
       01  WS-TotRejectQty    PIC 9(9) VALUE 0.

      *> Open PO lines loaded once up front - supplier, item and PO
      *> number - so the open-PO test is a table lookup per line.
       01  WS-OpenPO-Table.
           05  WS-OpenPO-Count    PIC 9(4) VALUE 0.
           05  WS-OpenPO-Entry OCCURS 2000 TIMES.
               10  WS-OpenPO-Supplier PIC X(6).
               10  WS-OpenPO-ItemID   PIC 9(5).
               10  WS-OpenPO-Number   PIC 9(6).
       01  WS-OpenPO-Sub      PIC 9(4).
       01  WS-OpenPOTableFull PIC X VALUE 'N'.

      *> Scanner exports and supplier delivery notes are checked line
      *> by line before anything reaches transactions.dat - item on
      *> file, location codes, an open PO from the supplier for a
      *> receipt, and the same lot rules a keyed receipt obeys - so a
      *> bad line is caught here in the day instead of being skipped
      *> by BatchApply in the night. Good lines are queued as
      *> ordinary transactions; bad ones are listed on the exception
      *> report and left behind in the input file, the good lines
      *> taken out, so the file can be corrected and run again
      *> without queuing anything twice.
       PROCEDURE DIVISION.
       Main-Logic.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           OPEN INPUT InventoryFile
           IF FILE-STATUS = "00"
               MOVE 'Y' TO WS-InvFileOk
           END-IF
           PERFORM Load-Open-PO-Table
           OPEN EXTEND TransactionFile
           IF TRAN-FILE-STATUS = "35"
               OPEN OUTPUT TransactionFile
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "   TRANSACTION IMPORT EXCEPTIONS - " WS-Today
           DISPLAY "--------------------------------------------"
           DISPLAY "SOURCE      LINE  TYPE ITEM  QTY   LOC TO  "
               "REASON"
           PERFORM Import-Scanner-File
           PERFORM Import-DelNote-File
           CLOSE TransactionFile
           IF WS-InvFileOk = 'Y'
               CLOSE InventoryFile
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "TOTAL       read " WS-TotReadCount
               "  accepted " WS-TotAcceptCount " qty "
               WS-TotAcceptQty
           DISPLAY "            rejected " WS-TotRejectCount " qty "
               WS-TotRejectQty
           IF WS-TotReadCount NOT =
                   WS-TotAcceptCount + WS-TotRejectCount
               DISPLAY "*** CONTROL TOTALS DO NOT BALANCE ***"
           END-IF
           STOP RUN.

       Load-Open-PO-Table.
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
                           IF POStatus = 'O'
                               PERFORM Add-To-OpenPO-Table
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POFile
           END-IF.

       Add-To-OpenPO-Table.
           IF WS-OpenPO-Count < 2000
               ADD 1 TO WS-OpenPO-Count
               MOVE POSupplierCode TO
                   WS-OpenPO-Supplier (WS-OpenPO-Count)
               MOVE POItemID TO WS-OpenPO-ItemID (WS-OpenPO-Count)
               MOVE PONumber TO WS-OpenPO-Number (WS-OpenPO-Count)
           ELSE
               IF WS-OpenPOTableFull = 'N'
                   MOVE 'Y' TO WS-OpenPOTableFull
                   DISPLAY "OPEN PO TABLE FULL: more than 2000 open "
                       "PO lines - receipts against PO " PONumber
                       " on will be rejected."
               END-IF
           END-IF.

       Import-Scanner-File.
           MOVE "scanner.dat" TO WS-Source
           PERFORM Reset-File-Totals
           OPEN INPUT ScannerFile
           IF SCAN-FILE-STATUS = "35"
               DISPLAY "scanner.dat - no scanner export on hand."
               CLOSE ScannerFile
           ELSE
               OPEN OUTPUT ImportTempFile
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ ScannerFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM Import-Scanner-Line
                   END-READ
               END-PERFORM
               CLOSE ScannerFile
               CLOSE ImportTempFile
               PERFORM Put-Back-Scanner-Rejects
               PERFORM Print-File-Totals
           END-IF.

       Import-Scanner-Line.
           ADD 1 TO WS-LineNo
           ADD 1 TO WS-ReadCount
           MOVE ScanRecord TO WS-Raw-Line
           MOVE SPACES TO WS-Reason
           MOVE ScanType TO WS-ImpType
           MOVE 0 TO WS-ImpItemID
           MOVE 0 TO WS-ImpQty
           IF ScanItemID IS NUMERIC
               MOVE ScanItemID TO WS-ImpItemID
           ELSE
               MOVE "Item ID not numeric" TO WS-Reason
           END-IF
           IF ScanQty IS NUMERIC
               MOVE ScanQty TO WS-ImpQty
           END-IF
           MOVE ScanLocation TO WS-ImpLoc
           MOVE ScanLocTo TO WS-ImpLocTo
           MOVE ScanSupplierCode TO WS-ImpSupplier
           MOVE 0 TO WS-ImpPONumber
           MOVE ScanLotNumber TO WS-ImpLot
           MOVE ScanExpiryDate TO WS-ImpExpiry
           MOVE ScanDeviceID TO WS-ImpRef
           IF WS-Reason = SPACES
               IF ScanType NOT = 'I' AND ScanType NOT = 'T'
                   MOVE "Type must be I or T" TO WS-Reason
               ELSE
                   PERFORM Validate-Import-Line
               END-IF
           END-IF
           PERFORM File-Import-Line.

       Put-Back-Scanner-Rejects.
           OPEN OUTPUT ScannerFile
           OPEN INPUT ImportTempFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ ImportTempFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE ImportTempRecord TO ScanRecord
                       WRITE ScanRecord
               END-READ
           END-PERFORM
           CLOSE ImportTempFile
           CLOSE ScannerFile.

       Import-DelNote-File.
           MOVE "delnote.dat" TO WS-Source
           PERFORM Reset-File-Totals
           OPEN INPUT DelNoteFile
           IF DN-FILE-STATUS = "35"
               DISPLAY "delnote.dat - no delivery note on hand."
               CLOSE DelNoteFile
           ELSE
               OPEN OUTPUT ImportTempFile
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ DelNoteFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM Import-DelNote-Line
                   END-READ
               END-PERFORM
               CLOSE DelNoteFile
               CLOSE ImportTempFile
               PERFORM Put-Back-DelNote-Rejects
               PERFORM Print-File-Totals
           END-IF.

      *> A delivery note is always a receipt into the main warehouse.
      *> A PO number the supplier quotes must be the open PO the
      *> line is received against; left blank, the supplier's oldest
      *> open PO for the item is taken. Either way the PO goes to
      *> BatchApply in TranRef, so the receipt relieves and is costed
      *> against that supplier's PO and no other.
       Import-DelNote-Line.
           ADD 1 TO WS-LineNo
           ADD 1 TO WS-ReadCount
           MOVE DelNoteRecord TO WS-Raw-Line
           MOVE SPACES TO WS-Reason
           MOVE 'I' TO WS-ImpType
           MOVE 0 TO WS-ImpItemID
           MOVE 0 TO WS-ImpQty
           IF DNItemID IS NUMERIC
               MOVE DNItemID TO WS-ImpItemID
           ELSE
               MOVE "Item ID not numeric" TO WS-Reason
           END-IF
           IF DNQty IS NUMERIC
               MOVE DNQty TO WS-ImpQty
           END-IF
           MOVE 'MWH' TO WS-ImpLoc
           MOVE SPACES TO WS-ImpLocTo
           MOVE DNSupplierCode TO WS-ImpSupplier
           MOVE 0 TO WS-ImpPONumber
           IF DNPONumber NOT = SPACES
               IF DNPONumber IS NUMERIC
                   MOVE DNPONumber TO WS-ImpPONumber
               ELSE
                   IF WS-Reason = SPACES
                       MOVE "PO number not numeric" TO WS-Reason
                   END-IF
               END-IF
           END-IF
           MOVE DNLotNumber TO WS-ImpLot
           MOVE DNExpiryDate TO WS-ImpExpiry
           MOVE DNNoteNumber TO WS-ImpRef
           IF WS-Reason = SPACES
               PERFORM Validate-Import-Line
           END-IF
           PERFORM File-Import-Line.

       Put-Back-DelNote-Rejects.
           OPEN OUTPUT DelNoteFile
           OPEN INPUT ImportTempFile
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ ImportTempFile
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE ImportTempRecord TO DelNoteRecord
                       WRITE DelNoteRecord
               END-READ
           END-PERFORM
           CLOSE ImportTempFile
           CLOSE DelNoteFile.

      *> The first rule a line breaks is the reason it is rejected.
       Validate-Import-Line.
           IF WS-ImpQty = 0
               MOVE "Quantity missing or not numeric" TO WS-Reason
           END-IF
           IF WS-Reason = SPACES
               PERFORM Validate-Import-Item
           END-IF
           IF WS-Reason = SPACES
               MOVE WS-ImpLoc TO WS-CheckLoc
               PERFORM Check-Location-Code
               IF WS-LocOk = 'N'
                   MOVE "Unknown location code" TO WS-Reason
               END-IF
           END-IF
           IF WS-Reason = SPACES AND WS-ImpType = 'T'
               MOVE WS-ImpLocTo TO WS-CheckLoc
               PERFORM Check-Location-Code
               IF WS-LocOk = 'N'
                   MOVE "Unknown to-location code" TO WS-Reason
               ELSE
                   IF WS-ImpLocTo = WS-ImpLoc
                       MOVE "Transfer to its own location" TO
                           WS-Reason
                   END-IF
               END-IF
           END-IF
           IF WS-Reason = SPACES AND WS-ImpType = 'I'
               PERFORM Check-Open-PO
               IF WS-POOk = 'N'
                   MOVE "No open PO from supplier" TO WS-Reason
               ELSE
                   MOVE WS-ImpMatchPO TO WS-MatchPO-Disp
                   MOVE SPACES TO WS-ImpRef
                   STRING "PO" DELIMITED BY SIZE
                       WS-MatchPO-Disp DELIMITED BY SIZE
                       INTO WS-ImpRef
               END-IF
           END-IF
           IF WS-Reason = SPACES AND WS-ImpType = 'I'
               PERFORM Validate-Import-Lot
           END-IF
           IF WS-ImpType = 'T'
               MOVE SPACES TO WS-ImpLot
               MOVE SPACES TO WS-ImpExpiry
           END-IF.

       Validate-Import-Item.
           IF WS-InvFileOk = 'N'
               MOVE "Item not on inventory.dat" TO WS-Reason
           ELSE
               MOVE WS-ImpItemID TO ItemID
               READ InventoryFile
                   INVALID KEY
                       MOVE "Item not on inventory.dat" TO WS-Reason
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

      *> The stock locations the system books to - the main
      *> warehouse, the shop floor and the returns cage.
       Check-Location-Code.
           IF WS-CheckLoc = 'MWH' OR WS-CheckLoc = 'SHP'
                   OR WS-CheckLoc = 'RET'
               MOVE 'Y' TO WS-LocOk
           ELSE
               MOVE 'N' TO WS-LocOk
           END-IF.

      *> The open PO table is in PO number order, so the first line
      *> that fits is the supplier's oldest open PO for the item.
       Check-Open-PO.
           MOVE 'N' TO WS-POOk
           MOVE 0 TO WS-ImpMatchPO
           IF WS-ImpSupplier NOT = SPACES
               PERFORM VARYING WS-OpenPO-Sub FROM 1 BY 1
                       UNTIL WS-OpenPO-Sub > WS-OpenPO-Count
                   IF WS-OpenPO-Supplier (WS-OpenPO-Sub) =
                               WS-ImpSupplier
                           AND WS-OpenPO-ItemID (WS-OpenPO-Sub) =
                               WS-ImpItemID
                           AND (WS-ImpPONumber = 0
                               OR WS-OpenPO-Number (WS-OpenPO-Sub) =
                                   WS-ImpPONumber)
                           AND WS-POOk = 'N'
                       MOVE 'Y' TO WS-POOk
                       MOVE WS-OpenPO-Number (WS-OpenPO-Sub) TO
                           WS-ImpMatchPO
                   END-IF
               END-PERFORM
           END-IF.

      *> The rules Accept-Lot-Details applies to a keyed receipt: a
      *> lot number is optional, but a lot must carry a YYYYMMDD
      *> expiry date - and an expiry date with no lot has nowhere to
      *> go.
       Validate-Import-Lot.
           IF WS-ImpLot NOT = SPACES
               IF WS-ImpExpiry IS NOT NUMERIC
                   MOVE "Invalid expiry date on lot" TO WS-Reason
               END-IF
           ELSE
               IF WS-ImpExpiry NOT = SPACES
                   MOVE "Expiry date with no lot number" TO
                       WS-Reason
               END-IF
           END-IF.

       File-Import-Line.
           IF WS-Reason = SPACES
               PERFORM Queue-Import-Transaction
               ADD 1 TO WS-AcceptCount
               ADD WS-ImpQty TO WS-AcceptQty
           ELSE
               MOVE WS-Raw-Line TO ImportTempRecord
               WRITE ImportTempRecord
               ADD 1 TO WS-RejectCount
               ADD WS-ImpQty TO WS-RejectQty
               DISPLAY WS-Source " " WS-LineNo " " WS-ImpType "    "
                   WS-ImpItemID " " WS-ImpQty " " WS-ImpLoc " "
                   WS-ImpLocTo " " WS-Reason
           END-IF.

      *> Unit cost is left at zero - BatchApply costs the receipt at
      *> the price on the line of the PO named in TranRef.
       Queue-Import-Transaction.
           MOVE WS-ImpItemID TO TranItemID
           MOVE WS-ImpQty TO TranQty
           MOVE WS-ImpType TO TranType
           MOVE WS-Today TO TranDate
           MOVE WS-ImpLoc TO TranLocation
           MOVE WS-ImpLocTo TO TranLocTo
           MOVE WS-ImpRef TO TranRef
           MOVE 0 TO TranUnitCost
           MOVE WS-ImpLot TO TranLotNumber
           MOVE WS-ImpExpiry TO TranExpiryDate
           WRITE TransactionRecord.

       Reset-File-Totals.
           MOVE 0 TO WS-LineNo
           MOVE 0 TO WS-ReadCount
           MOVE 0 TO WS-AcceptCount
           MOVE 0 TO WS-AcceptQty
           MOVE 0 TO WS-RejectCount
           MOVE 0 TO WS-RejectQty.

       Print-File-Totals.
           DISPLAY WS-Source " read " WS-ReadCount
               "  accepted " WS-AcceptCount " qty " WS-AcceptQty
               "  rejected " WS-RejectCount " qty " WS-RejectQty
           IF WS-RejectCount > 0
               DISPLAY "            " WS-RejectCount " line(s) left "
                   "on " WS-Source " for correction."
           END-IF
           ADD WS-ReadCount TO WS-TotReadCount
           ADD WS-AcceptCount TO WS-TotAcceptCount
           ADD WS-AcceptQty TO WS-TotAcceptQty
           ADD WS-RejectCount TO WS-TotRejectCount
           ADD WS-RejectQty TO WS-TotRejectQty.
