               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CatCode
               FILE STATUS IS CAT-FILE-STATUS.
           SELECT DepartmentFile ASSIGN TO 'department.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DeptCode
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT BOMFile ASSIGN TO 'bom.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOMKey
               FILE STATUS IS BOM-FILE-STATUS.
           SELECT ReversalFile ASSIGN TO 'reversal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RevNumber
               FILE STATUS IS REV-FILE-STATUS.
           SELECT RevControlFile ASSIGN TO 'revctl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CategoryFile.
       COPY CATREC.

       FD  DepartmentFile.
       COPY DEPTREC.

       FD  BOMFile.
       COPY BOMREC.

       FD  ReversalFile.
       COPY REVREC.

       FD  RevControlFile.
       COPY REVCTLREC.

       WORKING-STORAGE SECTION.
       01  WS-ItemID          PIC 9(5).
       01  WS-ItemName        PIC X(30).
       01  WS-Category        PIC X(3).
       01  WS-MaintCategory   PIC X(3).
       01  WS-CatOnFile       PIC X(1).
       01  DEPT-FILE-STATUS   PIC X(2) VALUE "00".
       01  WS-DeptOnFile      PIC X(1).
       01  BOM-FILE-STATUS    PIC X(2) VALUE "00".
       01  WS-KitOnFile       PIC X(1).
       01  REV-FILE-STATUS    PIC X(2) VALUE "00".
       01  REVCTL-FILE-STATUS PIC X(2) VALUE "00".
       01  WS-NextRevNumber   PIC 9(6) VALUE 0.
       01  WS-RevPick         PIC 9(3).
       01  WS-RevReason       PIC X(30).
       01  WS-RevConfirm      PIC X(1).
       01  WS-RevOnFile       PIC X(1).

      *> The item's reversible ledger entries, most recent 200 kept,
      *> numbered on screen by their place in this table.
       01  WS-Rev-Table.
           05  WS-Rev-Count       PIC 9(3) VALUE 0.
           05  WS-Rev-Entry OCCURS 200 TIMES.
               10  WS-Rev-Image       PIC X(98).
       01  WS-Rev-Sub         PIC 9(3).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Sign-On
           IF WS-SignedOn = 'Y'
               PERFORM WITH TEST AFTER UNTIL WS-MenuChoice = 14
                   PERFORM Display-Menu
                   ACCEPT WS-MenuChoice
                   EVALUATE WS-MenuChoice
                       WHEN 12
                           PERFORM RMA-Menu
                       WHEN 13
                           IF WS-OperatorRole = 'S'
                               PERFORM Reverse-Movement
                           ELSE
                               DISPLAY "Not authorized - supervisors "
                                   "only."
                           END-IF
                       WHEN 14
                           DISPLAY "Exiting program..."
                       WHEN OTHER
                           DISPLAY "Invalid choice. Please try again."
           DISPLAY "3. Search for an Item"
           DISPLAY "4. Update an Item Quantity"
           DISPLAY "5. Delete an Item"
           DISPLAY "6. Record a Transaction (Receive/Issue/Transfer/"
               "Assemble/Disassemble)"
           DISPLAY "7. Add a Supplier"
           DISPLAY "8. Enter a Cycle Count"
           DISPLAY "9. Browse/Reinstate Deleted Items"
           DISPLAY "10. Enter a Price Change"
           DISPLAY "11. Maintain Item Details"
           DISPLAY "12. Returns to Supplier (RMA)"
           DISPLAY "13. Reverse a Posted Movement"
           DISPLAY "14. Exit"
           DISPLAY "Enter your choice: ".

       Add-Item.
               END-IF
           END-IF.

      *> Every issue is charged back to the department that drew
      *> it, so the department must be on the department master -
      *> an issue to a blank or mistyped department would fall out
      *> of the month-end chargeback.
       Validate-Department.
           MOVE 'N' TO WS-DeptOnFile
           IF WS-TranRef NOT = SPACES
               OPEN INPUT DepartmentFile
               IF DEPT-FILE-STATUS = "00"
                   MOVE WS-TranRef TO DeptCode
                   READ DepartmentFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-DeptOnFile
                   END-READ
                   CLOSE DepartmentFile
               END-IF
           END-IF
           IF WS-DeptOnFile = 'N'
               MOVE 'N' TO WS-Valid
               MOVE "DEPARTMENT" TO RejField
               MOVE WS-TranRef TO RejValue
               MOVE "Department not on department.dat" TO RejReason
               PERFORM Write-Reject-Record
           END-IF.

      *> Only the types an operator may key are let through. Sales
      *> ('S') and reversals ('V') are written by SalesEntry and the
      *> reversal option, and the night batch would post any other
      *> stray code as an issue without the department check.
       Validate-Tran-Type.
           IF WS-TranType NOT = 'I' AND WS-TranType NOT = 'O'
                   AND WS-TranType NOT = 'T' AND WS-TranType NOT = 'A'
                   AND WS-TranType NOT = 'D'
               MOVE 'N' TO WS-Valid
               MOVE "TRANTYPE" TO RejField
               MOVE WS-TranType TO RejValue
               MOVE "Type must be I, O, T, A or D" TO RejReason
               PERFORM Write-Reject-Record
           END-IF.

      *> An assembly or disassembly is only queued for an item that
      *> has a bill of materials - the night batch would otherwise
      *> skip it with nobody at the terminal to see why.
       Validate-Kit.
           MOVE 'N' TO WS-KitOnFile
           OPEN INPUT BOMFile
           IF BOM-FILE-STATUS = "00"
               MOVE WS-ItemID TO BOMKitID
               MOVE 0 TO BOMCompID
               START BOMFile KEY IS NOT LESS THAN BOMKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BOMFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BOMKitID = WS-ItemID
                                   MOVE 'Y' TO WS-KitOnFile
                               END-IF
                       END-READ
               END-START
               CLOSE BOMFile
           END-IF
           IF WS-KitOnFile = 'N'
               MOVE 'N' TO WS-Valid
               MOVE "KIT" TO RejField
               MOVE WS-ItemID TO RejValue
               MOVE "No bill of materials for kit" TO RejReason
               PERFORM Write-Reject-Record
           END-IF.

       Validate-Quantity.
           IF WS-ItemQuantity-Raw IS NOT NUMERIC
                   OR WS-ItemQuantity-Raw(1:1) = '-'
           DISPLAY "Enter Quantity: "
           ACCEPT WS-ItemQuantity
           DISPLAY "Enter Type (I = Receive, O = Issue, "
               "T = Transfer, A = Assemble Kit, D = Disassemble "
               "Kit): "
           ACCEPT WS-TranType
           PERFORM Validate-Tran-Type
           IF WS-Valid = 'N'
               DISPLAY "Transaction rejected - see reject queue."
           ELSE
               PERFORM Record-Transaction-Details
           END-IF.

       Record-Transaction-Details.
           DISPLAY "Enter Location (MWH/SHP/RET): "
           ACCEPT WS-Location
           IF WS-Location = SPACES
           IF WS-TranType = 'O'
               DISPLAY "Enter Requesting Department: "
               ACCEPT WS-TranRef
               PERFORM Validate-Department
               IF WS-Valid = 'N'
                   DISPLAY "Transaction rejected - see reject queue."
               END-IF
           END-IF
           MOVE 0 TO WS-UnitCost
           MOVE SPACES TO WS-LotNumber
           MOVE SPACES TO WS-ExpiryDate
           IF WS-TranType = 'A' OR WS-TranType = 'D'
               PERFORM Validate-Kit
               IF WS-Valid = 'Y' AND WS-TranType = 'A'
                   PERFORM Accept-Lot-Details
               END-IF
               IF WS-Valid = 'N'
                   DISPLAY "Transaction rejected - see reject queue."
               END-IF
           END-IF
           IF WS-TranType = 'I'
               DISPLAY "Enter Unit Cost (0 = book cost): "
               ACCEPT WS-UnitCost-Raw
           MOVE WS-MoveLocFrom TO MoveLocFrom
           MOVE WS-MoveLocTo TO MoveLocTo
           MOVE SPACES TO MoveLotNumber
           MOVE SPACES TO MoveRef
           MOVE SPACES TO MoveOrigEntry
           OPEN EXTEND MovementFile
           IF MOVE-FILE-STATUS = "35"
               OPEN OUTPUT MovementFile
           WRITE RMAControlRecord
           CLOSE RMAControlFile.

      *> A mis-keyed receipt, issue, backorder fill or transfer that
      *> BatchApply has already posted is undone by reversal, never by
      *> keying the opposite transaction: the supervisor picks the
      *> ledger entry, and a 'V' transaction is queued that the night
      *> batch posts as an exact undo - quantity, location, lot, PO
      *> relief, backorder fill and cost - with a REVERSAL entry on
      *> the ledger pointing back at the original. Only the live
      *> ledger is offered; closed periods stay closed.
       Reverse-Movement.
           DISPLAY "Enter Item ID: "
           ACCEPT WS-ItemID
           PERFORM Load-Reversible-Movements
           IF WS-Rev-Count = 0
               DISPLAY "No receipts, issues or transfers on the live "
                   "ledger for item " WS-ItemID "."
           ELSE
               DISPLAY "NO  DATE     TIME   TYPE       QTY FROM TO  "
                   "LOT        REF"
               PERFORM VARYING WS-Rev-Sub FROM 1 BY 1
                       UNTIL WS-Rev-Sub > WS-Rev-Count
                   MOVE WS-Rev-Image (WS-Rev-Sub) TO MovementRecord
                   DISPLAY WS-Rev-Sub " " MoveDate " " MoveTime " "
                       MoveType " " MoveQty " " MoveLocFrom "  "
                       MoveLocTo "  " MoveLotNumber " " MoveRef
               END-PERFORM
               DISPLAY "Enter entry number to reverse (0 = none): "
               ACCEPT WS-RevPick
               IF WS-RevPick = 0 OR WS-RevPick > WS-Rev-Count
                   DISPLAY "Nothing reversed."
               ELSE
                   MOVE WS-Rev-Image (WS-RevPick) TO MovementRecord
                   PERFORM Check-Already-Reversed
                   IF WS-RevOnFile = 'Y'
                       DISPLAY "That entry is already reversed or "
                           "queued for reversal (REV" RevNumber ")."
                   ELSE
                       PERFORM Confirm-Reversal
                   END-IF
               END-IF
           END-IF.

       Load-Reversible-Movements.
           MOVE 0 TO WS-Rev-Count
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
                           IF MoveItemID = WS-ItemID
                                   AND (MoveType = 'RECEIPT'
                                       OR MoveType = 'ISSUE'
                                       OR MoveType = 'BACKFILL'
                                       OR MoveType = 'TRANSFER')
                               PERFORM Keep-Reversible-Movement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MovementFile
           END-IF.

      *> Once the table is full the oldest entry drops off the top,
      *> so the most recent postings - the ones worth reversing - are
      *> always offered.
       Keep-Reversible-Movement.
           IF WS-Rev-Count < 200
               ADD 1 TO WS-Rev-Count
           ELSE
               PERFORM VARYING WS-Rev-Sub FROM 1 BY 1
                       UNTIL WS-Rev-Sub > 199
                   MOVE WS-Rev-Image (WS-Rev-Sub + 1) TO
                       WS-Rev-Image (WS-Rev-Sub)
               END-PERFORM
           END-IF
           MOVE MovementRecord TO WS-Rev-Image (WS-Rev-Count).

      *> A batch run posts many same-type movements for an item in
      *> the one second, so the quantity, shelves and reference are
      *> matched as well as the time - otherwise reversing one of
      *> them would be refused because a sibling was reversed.
       Check-Already-Reversed.
           MOVE 'N' TO WS-RevOnFile
           OPEN INPUT ReversalFile
           IF REV-FILE-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ ReversalFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF RevItemID = MoveItemID
                                   AND RevOrigDate = MoveDate
                                   AND RevOrigTime = MoveTime
                                   AND RevOrigType = MoveType
                                   AND RevLotNumber = MoveLotNumber
                                   AND RevQty = MoveQty
                                   AND RevOrigRef = MoveRef
                                   AND RevLocFrom = MoveLocFrom
                                   AND RevLocTo = MoveLocTo
                                   AND RevStatus NOT = 'X'
                               MOVE 'Y' TO WS-RevOnFile
                               MOVE 'Y' TO EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReversalFile
           END-IF.

       Confirm-Reversal.
           DISPLAY "Reverse " MoveType " of " MoveQty " on "
               MoveDate " " MoveTime " at cost " MoveCost "?"
           DISPLAY "Enter Reason: "
           ACCEPT WS-RevReason
           DISPLAY "Confirm reversal (Y/N): "
           ACCEPT WS-RevConfirm
           IF WS-RevConfirm = 'Y' OR WS-RevConfirm = 'y'
               PERFORM Queue-Reversal
           ELSE
               DISPLAY "Nothing reversed."
           END-IF.

       Queue-Reversal.
           PERFORM Load-Rev-Control
           ADD 1 TO WS-NextRevNumber
           PERFORM Save-Rev-Control
           PERFORM Open-Reversal-For-Write
           MOVE WS-NextRevNumber TO RevNumber
           MOVE MoveItemID TO RevItemID
           MOVE MoveDate TO RevOrigDate
           MOVE MoveTime TO RevOrigTime
           MOVE MoveType TO RevOrigType
           MOVE MoveQty TO RevQty
           MOVE MoveCost TO RevCost
           MOVE MoveLocFrom TO RevLocFrom
           MOVE MoveLocTo TO RevLocTo
           MOVE MoveLotNumber TO RevLotNumber
           MOVE MoveRef TO RevOrigRef
           MOVE WS-RevReason TO RevReason
           MOVE WS-Operator TO RevRequestedBy
           MOVE FUNCTION CURRENT-DATE(1:8) TO RevRequestDate
           MOVE SPACES TO RevPostedDate
           MOVE 'Q' TO RevStatus
           MOVE SPACES TO RevNote
           WRITE ReversalRecord
               INVALID KEY
                   DISPLAY "Reversal " RevNumber " already on file - "
                       "not rewritten."
               NOT INVALID KEY
                   PERFORM Queue-Reversal-Transaction
                   PERFORM Audit-Reversal-Request
                   DISPLAY "Reversal REV" RevNumber " queued for the "
                       "nightly batch apply."
           END-WRITE
           CLOSE ReversalFile.

       Queue-Reversal-Transaction.
           OPEN EXTEND TransactionFile
           IF TRAN-FILE-STATUS = "35"
               OPEN OUTPUT TransactionFile
           END-IF
           MOVE RevItemID TO TranItemID
           MOVE RevQty TO TranQty
           MOVE 'V' TO TranType
           MOVE FUNCTION CURRENT-DATE(1:8) TO TranDate
           IF RevOrigType = 'RECEIPT'
               MOVE RevLocTo TO TranLocation
               MOVE SPACES TO TranLocTo
           ELSE
               MOVE RevLocFrom TO TranLocation
               MOVE RevLocTo TO TranLocTo
           END-IF
           MOVE SPACES TO TranRef
           STRING "REV" DELIMITED BY SIZE
               RevNumber DELIMITED BY SIZE
               INTO TranRef
           MOVE RevCost TO TranUnitCost
           MOVE RevLotNumber TO TranLotNumber
           MOVE SPACES TO TranExpiryDate
           WRITE TransactionRecord
           CLOSE TransactionFile.

       Audit-Reversal-Request.
           MOVE 'REVQUEUE' TO AuditOperation
           MOVE RevItemID TO AuditItemID
           MOVE 0 TO AuditOldQty
           MOVE RevQty TO AuditNewQty
           MOVE RevCost TO AuditOldPrice
           MOVE RevCost TO AuditNewPrice
           MOVE SPACES TO AuditOldValue
           STRING RevOrigType DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RevOrigDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RevOrigTime DELIMITED BY SIZE
               INTO AuditOldValue
           MOVE SPACES TO AuditNewValue
           STRING "REV" DELIMITED BY SIZE
               RevNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RevReason DELIMITED BY SIZE
               INTO AuditNewValue
           PERFORM Write-Audit-Record.

       Open-Reversal-For-Write.
           OPEN I-O ReversalFile
           IF REV-FILE-STATUS = "35"
               OPEN OUTPUT ReversalFile
               CLOSE ReversalFile
               OPEN I-O ReversalFile
           END-IF.

       Load-Rev-Control.
           MOVE 0 TO WS-NextRevNumber
           OPEN INPUT RevControlFile
           IF REVCTL-FILE-STATUS = "00"
               READ RevControlFile INTO RevControlRecord
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RevCtlLastNumber TO WS-NextRevNumber
               END-READ
               CLOSE RevControlFile
           END-IF.

       Save-Rev-Control.
           MOVE WS-NextRevNumber TO RevCtlLastNumber
           OPEN OUTPUT RevControlFile
           WRITE RevControlRecord
           CLOSE RevControlFile.

       Delete-Item.
           DISPLAY "Enter Item ID to delete: "
           ACCEPT WS-ItemID
