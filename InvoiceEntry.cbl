       IDENTIFICATION DIVISION.

       PROGRAM-ID. InvoiceEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO 'invoice.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvcKey
               FILE STATUS IS INVC-FILE-STATUS.
           SELECT POFile ASSIGN TO 'po.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POKey
               FILE STATUS IS PO-FILE-STATUS.
           SELECT SupplierFile ASSIGN TO 'supplier.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SupplierCode
               FILE STATUS IS SUPP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceFile.
       COPY INVCREC.

       FD  POFile.
       COPY POREC.

       FD  SupplierFile.
       COPY SUPPREC.

       WORKING-STORAGE SECTION.
       01  INVC-FILE-STATUS   PIC X(2) VALUE "00".
       01  PO-FILE-STATUS     PIC X(2) VALUE "00".
       01  SUPP-FILE-STATUS   PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  Found              PIC X VALUE 'N'.
       01  WS-MenuChoice      PIC 9.
       01  WS-SupplierCode    PIC X(6).
       01  WS-InvoiceNo       PIC X(12).
       01  WS-InvoiceDate     PIC X(8).
       01  WS-EnteredDate     PIC X(8).
       01  WS-PONumber        PIC 9(6).
       01  WS-POLineNo        PIC 9(3).
       01  WS-LineNo          PIC 9(3).
       01  WS-BilledQty       PIC 9(5).
       01  WS-UnitPriceInput  PIC X(12).
       01  WS-UnitPrice       PIC 9(6)V99.
       01  WS-SignedPrice     PIC S9(7)V99.
       01  WS-POFileOk        PIC X VALUE 'N'.
       01  WS-InvoiceTotal    PIC 9(9)V99.
       01  WS-LineValue       PIC 9(9)V99.
       01  WS-FilterStatus    PIC X(1).
       01  WS-LineCount       PIC 9(4).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM WITH TEST AFTER UNTIL WS-MenuChoice = 3
               DISPLAY "------------------------------"
               DISPLAY "   SUPPLIER INVOICE ENTRY"
               DISPLAY "------------------------------"
               DISPLAY "1. Enter a Supplier Invoice"
               DISPLAY "2. Invoice Status Inquiry"
               DISPLAY "3. Exit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-MenuChoice
               EVALUATE WS-MenuChoice
                   WHEN 1
                       PERFORM Enter-Invoice
                   WHEN 2
                       PERFORM Status-Inquiry
                   WHEN 3
                       DISPLAY "Exiting invoice entry..."
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *> An invoice is keyed as a whole: supplier, the supplier's own
      *> invoice number and date once, then one line per PO line it
      *> bills until a zero PO number is keyed. Each line is checked
      *> only for being a real PO line of that supplier - whether the
      *> goods came in and at what price is the nightly match's job,
      *> so a line keyed ahead of its receipt is held, not refused.
       Enter-Invoice.
           DISPLAY "Enter Supplier Code: "
           ACCEPT WS-SupplierCode
           MOVE 'N' TO Found
           OPEN INPUT SupplierFile
           IF SUPP-FILE-STATUS = "00"
               MOVE WS-SupplierCode TO SupplierCode
               READ SupplierFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO Found
               END-READ
           END-IF
           CLOSE SupplierFile
           IF Found = 'N'
               DISPLAY "Supplier " WS-SupplierCode
                   " not on supplier.dat - invoice not entered."
           ELSE
               DISPLAY SupplierName
               DISPLAY "Enter Supplier Invoice Number: "
               ACCEPT WS-InvoiceNo
               DISPLAY "Enter Invoice Date (YYYYMMDD): "
               ACCEPT WS-InvoiceDate
               IF WS-InvoiceNo = SPACES
                   DISPLAY "An invoice number is required - "
                       "invoice not entered."
               ELSE
                   IF WS-InvoiceDate IS NOT NUMERIC
                       DISPLAY "Invalid invoice date - "
                           "invoice not entered."
                   ELSE
                       PERFORM Enter-Invoice-Lines
                   END-IF
               END-IF
           END-IF.

       Enter-Invoice-Lines.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EnteredDate
           MOVE 0 TO WS-InvoiceTotal
           PERFORM Open-Invoice-For-Write
           MOVE 'N' TO WS-POFileOk
           OPEN INPUT POFile
           IF PO-FILE-STATUS = "00"
               MOVE 'Y' TO WS-POFileOk
           END-IF
           IF WS-POFileOk = 'N'
               DISPLAY "No purchase order file on hand - "
                   "nothing to bill against."
           ELSE
               PERFORM Find-Next-Invoice-Line
               MOVE 1 TO WS-PONumber
               PERFORM UNTIL WS-PONumber = 0
                   DISPLAY "Enter PO Number (0 = finished): "
                   ACCEPT WS-PONumber
                   IF WS-PONumber NOT = 0
                       PERFORM Enter-One-Line
                   END-IF
               END-PERFORM
           END-IF
           IF WS-POFileOk = 'Y'
               CLOSE POFile
           END-IF
           CLOSE InvoiceFile
           DISPLAY "Invoice " WS-InvoiceNo " for " WS-SupplierCode
               " now holds " WS-LineNo " line(s), value keyed this "
               "session " WS-InvoiceTotal.

      *> An invoice keyed in two sittings carries on from its last
      *> line rather than colliding with line 1.
       Find-Next-Invoice-Line.
           MOVE 0 TO WS-LineNo
           MOVE WS-SupplierCode TO InvcSupplierCode
           MOVE WS-InvoiceNo TO InvcNumber
           MOVE 0 TO InvcLineNo
           START InvoiceFile KEY IS NOT LESS THAN InvcKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO EOF
                   PERFORM UNTIL EOF = 'Y'
                       READ InvoiceFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               IF InvcSupplierCode NOT =
                                       WS-SupplierCode
                                   OR InvcNumber NOT = WS-InvoiceNo
                                   MOVE 'Y' TO EOF
                               ELSE
                                   MOVE InvcLineNo TO WS-LineNo
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           IF WS-LineNo > 0
               DISPLAY "Invoice already on file with " WS-LineNo
                   " line(s) - new lines are added after them."
           END-IF.

       Enter-One-Line.
           DISPLAY "Enter PO Line Number: "
           ACCEPT WS-POLineNo
           MOVE 'N' TO Found
           MOVE WS-PONumber TO PONumber
           MOVE WS-POLineNo TO POLineNo
           READ POFile
               INVALID KEY
                   DISPLAY "PO " WS-PONumber " line " WS-POLineNo
                       " not on file - line not added."
               NOT INVALID KEY
                   IF POSupplierCode NOT = WS-SupplierCode
                       DISPLAY "PO " WS-PONumber " was raised on "
                           "supplier " POSupplierCode
                           " - line not added."
                   ELSE
                       MOVE 'Y' TO Found
                   END-IF
           END-READ
           IF Found = 'Y'
               DISPLAY "Item " POItemID " ordered " POQtyOrdered
                   " received " POQtyReceived " at " POUnitCost
               DISPLAY "Enter Quantity Billed: "
               ACCEPT WS-BilledQty
               DISPLAY "Enter Unit Price Billed: "
               ACCEPT WS-UnitPriceInput
               IF WS-BilledQty = 0
                   DISPLAY "Zero quantity - line not added."
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-UnitPriceInput) NOT = 0
                       DISPLAY "Invalid unit price - line not added."
                   ELSE
                       COMPUTE WS-SignedPrice =
                           FUNCTION NUMVAL(WS-UnitPriceInput)
                       PERFORM Check-Unit-Price
                   END-IF
               END-IF
           END-IF.

      *> The invoice line carries an unsigned price and InvoiceMatch
      *> prices against the PO on that basis. A credit note keyed as
      *> a negative price would otherwise lose its sign and post as
      *> a charge, so it is turned away here; credits are taken up
      *> with the supplier's account outside this file.
       Check-Unit-Price.
           IF WS-SignedPrice < 0
               DISPLAY "Negative unit price - credit notes are not "
                   "keyed here. Line not added."
           ELSE
               IF WS-SignedPrice > 999999.99
                   DISPLAY "Unit price too large - line not added."
               ELSE
                   MOVE WS-SignedPrice TO WS-UnitPrice
                   PERFORM Write-Invoice-Line
               END-IF
           END-IF.

       Write-Invoice-Line.
           ADD 1 TO WS-LineNo
           MOVE WS-SupplierCode TO InvcSupplierCode
           MOVE WS-InvoiceNo TO InvcNumber
           MOVE WS-LineNo TO InvcLineNo
           MOVE WS-PONumber TO InvcPONumber
           MOVE WS-POLineNo TO InvcPOLineNo
           MOVE POItemID TO InvcItemID
           MOVE WS-BilledQty TO InvcQty
           MOVE WS-UnitPrice TO InvcUnitPrice
           MOVE WS-InvoiceDate TO InvcDate
           MOVE WS-EnteredDate TO InvcEnteredDate
           MOVE 'E' TO InvcStatus
           MOVE SPACES TO InvcMatchDate
           MOVE SPACES TO InvcReason
           WRITE InvoiceRecord
               INVALID KEY
                   DISPLAY "Invoice " InvcNumber " line " InvcLineNo
                       " already on file - not rewritten."
                   SUBTRACT 1 FROM WS-LineNo
               NOT INVALID KEY
                   COMPUTE WS-LineValue = WS-BilledQty * WS-UnitPrice
                   ADD WS-LineValue TO WS-InvoiceTotal
           END-WRITE.

      *> Where does an invoice stand - every line for the supplier
      *> (or all suppliers) at the chosen status, with the reason the
      *> last match run gave for any held line.
       Status-Inquiry.
           DISPLAY "Enter Supplier Code (spaces = all): "
           ACCEPT WS-SupplierCode
           DISPLAY "Enter Status (E/M/X, spaces = all): "
           ACCEPT WS-FilterStatus
           MOVE 0 TO WS-LineCount
           OPEN INPUT InvoiceFile
           IF INVC-FILE-STATUS = "35"
               DISPLAY "No invoice file on hand."
               CLOSE InvoiceFile
           ELSE
               DISPLAY "--------------------------------------------"
               DISPLAY "        SUPPLIER INVOICE STATUS              "
               DISPLAY "--------------------------------------------"
               DISPLAY "SUPP   INVOICE      LN  PO     PLN   QTY "
                   "     PRICE ST REASON"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ InvoiceFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF (WS-SupplierCode = SPACES
                                   OR InvcSupplierCode =
                                       WS-SupplierCode)
                                   AND (WS-FilterStatus = SPACES
                                       OR InvcStatus =
                                           WS-FilterStatus)
                               PERFORM Print-Status-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceFile
               DISPLAY "--------------------------------------------"
               DISPLAY WS-LineCount " invoice line(s) listed."
           END-IF.

       Print-Status-Line.
           DISPLAY InvcSupplierCode " " InvcNumber " " InvcLineNo
               " " InvcPONumber " " InvcPOLineNo " " InvcQty " "
               InvcUnitPrice " " InvcStatus "  " InvcReason
           ADD 1 TO WS-LineCount.

       Open-Invoice-For-Write.
           OPEN I-O InvoiceFile
           IF INVC-FILE-STATUS = "35"
               OPEN OUTPUT InvoiceFile
               CLOSE InvoiceFile
               OPEN I-O InvoiceFile
           END-IF.
