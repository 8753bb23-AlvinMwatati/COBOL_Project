       IDENTIFICATION DIVISION.

       PROGRAM-ID. BOMMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOMFile ASSIGN TO 'bom.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOMKey
               FILE STATUS IS BOM-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.
           SELECT OperatorFile ASSIGN TO 'operator.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OperatorID
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT AuditFile ASSIGN TO 'audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOMFile.
       COPY BOMREC.

       FD  InventoryFile.
       COPY INVREC.

       FD  OperatorFile.
       COPY OPERREC.

       FD  AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  BOM-FILE-STATUS    PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  OPER-FILE-STATUS   PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS  PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  Found              PIC X VALUE 'N'.
       01  WS-SignedOn        PIC X(1) VALUE 'N'.
       01  WS-Attempts        PIC 9(1) VALUE 0.
       01  WS-SignOnID        PIC X(8).
       01  WS-SignOnPwd       PIC X(8).
       01  WS-Operator        PIC X(20).
       01  WS-MenuChoice      PIC 9.
       01  WS-KitID           PIC 9(5).
       01  WS-CompID          PIC 9(5).
       01  WS-QtyPer          PIC 9(4).
       01  WS-CheckID         PIC 9(5).
       01  WS-KitName         PIC X(30).
       01  WS-LineCount       PIC 9(3).
       01  WS-LineCost        PIC 9(9)V99.
       01  WS-RollCost        PIC 9(9)V99.
       01  WS-InvFileOk       PIC X VALUE 'N'.

      *> The bill of materials decides what an assembly takes out of
      *> stock and what the kit is costed at, so its maintenance is
      *> gated like the category master's: supervisor sign-on only.
       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Sign-On
           IF WS-SignedOn = 'Y'
               PERFORM BOM-Menu
           END-IF
           STOP RUN.

       Sign-On.
           MOVE 'N' TO WS-SignedOn
           MOVE 0 TO WS-Attempts
           OPEN INPUT OperatorFile
           IF OPER-FILE-STATUS = "35"
               DISPLAY "No operator master file on hand - "
                   "run OperatorMaint to set one up."
           ELSE
               PERFORM UNTIL WS-SignedOn = 'Y' OR WS-Attempts >= 3
                   DISPLAY "Enter Operator ID: "
                   ACCEPT WS-SignOnID
                   DISPLAY "Enter Password: "
                   ACCEPT WS-SignOnPwd
                   MOVE WS-SignOnID TO OperatorID
                   READ OperatorFile
                       INVALID KEY
                           PERFORM Failed-Sign-On
                       NOT INVALID KEY
                           IF OperatorPassword = WS-SignOnPwd
                                   AND OperatorRole = 'S'
                               MOVE 'Y' TO WS-SignedOn
                               MOVE WS-SignOnID TO WS-Operator
                               DISPLAY "Signed on: " OperatorName
                           ELSE
                               PERFORM Failed-Sign-On
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
               IF WS-SignedOn = 'N'
                   DISPLAY "Sign-on failed - bill of materials "
                       "maintenance requires a supervisor."
               END-IF
           END-IF.

       Failed-Sign-On.
           ADD 1 TO WS-Attempts
           DISPLAY "Invalid operator ID or password."
           MOVE WS-SignOnID TO WS-Operator
           MOVE 'SIGNFAIL' TO AuditOperation
           MOVE 0 TO AuditItemID
           MOVE 0 TO AuditOldQty
           MOVE 0 TO AuditNewQty
           MOVE 0 TO AuditOldPrice
           MOVE 0 TO AuditNewPrice
           MOVE SPACES TO AuditOldValue
           MOVE SPACES TO AuditNewValue
           PERFORM Write-Audit-Record.

       Write-Audit-Record.
           MOVE FUNCTION CURRENT-DATE TO AuditDateTime
           MOVE WS-Operator TO AuditOperator
           OPEN EXTEND AuditFile
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AuditFile
           END-IF
           WRITE AuditRecord
           CLOSE AuditFile.

       BOM-Menu.
           OPEN I-O BOMFile
           IF BOM-FILE-STATUS = "35"
               OPEN OUTPUT BOMFile
               CLOSE BOMFile
               OPEN I-O BOMFile
           END-IF
           OPEN INPUT InventoryFile
           IF FILE-STATUS = "00"
               MOVE 'Y' TO WS-InvFileOk
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-MenuChoice = 5
               DISPLAY "------------------------------"
               DISPLAY "   BILL OF MATERIALS MAINTENANCE"
               DISPLAY "------------------------------"
               DISPLAY "1. Add a Component to a Kit"
               DISPLAY "2. Change a Component Quantity"
               DISPLAY "3. Remove a Component from a Kit"
               DISPLAY "4. List a Kit's Components"
               DISPLAY "5. Exit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-MenuChoice
               EVALUATE WS-MenuChoice
                   WHEN 1
                       PERFORM Add-Component
                   WHEN 2
                       PERFORM Change-Component
                   WHEN 3
                       PERFORM Remove-Component
                   WHEN 4
                       PERFORM List-Kit
                   WHEN 5
                       DISPLAY "Exiting bill of materials "
                           "maintenance..."
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM
           IF WS-InvFileOk = 'Y'
               CLOSE InventoryFile
           END-IF
           CLOSE BOMFile.

      *> Kit and component must both be stock items, and a kit
      *> cannot be built out of itself.
       Add-Component.
           DISPLAY "Enter Kit Item ID: "
           ACCEPT WS-KitID
           MOVE WS-KitID TO WS-CheckID
           PERFORM Check-Item
           IF Found = 'N'
               DISPLAY "Kit item " WS-KitID " not on inventory.dat."
           ELSE
               DISPLAY "Kit: " ItemName
               DISPLAY "Enter Component Item ID: "
               ACCEPT WS-CompID
               MOVE WS-CompID TO WS-CheckID
               PERFORM Check-Item
               IF Found = 'N'
                   DISPLAY "Component " WS-CompID
                       " not on inventory.dat."
               ELSE
                   IF WS-CompID = WS-KitID
                       DISPLAY "A kit cannot be a component of "
                           "itself."
                   ELSE
                       DISPLAY "Component: " ItemName
                       DISPLAY "Enter Quantity per Kit: "
                       ACCEPT WS-QtyPer
                       IF WS-QtyPer = 0
                           DISPLAY "Zero quantity - component not "
                               "added."
                       ELSE
                           MOVE WS-KitID TO BOMKitID
                           MOVE WS-CompID TO BOMCompID
                           MOVE WS-QtyPer TO BOMQtyPer
                           WRITE BOMRecord
                               INVALID KEY
                                   DISPLAY "Component already on "
                                       "this kit - use Change."
                               NOT INVALID KEY
                                   DISPLAY "Component added "
                                       "successfully!"
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Change-Component.
           DISPLAY "Enter Kit Item ID: "
           ACCEPT WS-KitID
           DISPLAY "Enter Component Item ID: "
           ACCEPT WS-CompID
           MOVE WS-KitID TO BOMKitID
           MOVE WS-CompID TO BOMCompID
           READ BOMFile
               INVALID KEY
                   DISPLAY "Component not on this kit."
               NOT INVALID KEY
                   DISPLAY "Current quantity per kit: " BOMQtyPer
                   DISPLAY "Enter new Quantity per Kit: "
                   ACCEPT WS-QtyPer
                   IF WS-QtyPer = 0
                       DISPLAY "Zero quantity - use Remove to take "
                           "a component off a kit."
                   ELSE
                       MOVE WS-QtyPer TO BOMQtyPer
                       REWRITE BOMRecord
                       DISPLAY "Quantity updated."
                   END-IF
           END-READ.

       Remove-Component.
           DISPLAY "Enter Kit Item ID: "
           ACCEPT WS-KitID
           DISPLAY "Enter Component Item ID: "
           ACCEPT WS-CompID
           MOVE WS-KitID TO BOMKitID
           MOVE WS-CompID TO BOMCompID
           READ BOMFile
               INVALID KEY
                   DISPLAY "Component not on this kit."
               NOT INVALID KEY
                   DELETE BOMFile
                   DISPLAY "Component removed from kit."
           END-READ.

      *> The component list with today's book cost rolled up - what
      *> the next assembly would cost each kit in at.
       List-Kit.
           DISPLAY "Enter Kit Item ID: "
           ACCEPT WS-KitID
           MOVE WS-KitID TO WS-CheckID
           PERFORM Check-Item
           IF Found = 'Y'
               MOVE ItemName TO WS-KitName
           ELSE
               MOVE "** Not on inventory **" TO WS-KitName
           END-IF
           MOVE 0 TO WS-LineCount
           MOVE 0 TO WS-RollCost
           MOVE WS-KitID TO BOMKitID
           MOVE 0 TO BOMCompID
           START BOMFile KEY IS NOT LESS THAN BOMKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Kit " WS-KitID " " WS-KitName
                   DISPLAY "COMP  NAME                           "
                       "QTY/KIT  UNIT COST"
                   MOVE 'N' TO EOF
                   PERFORM UNTIL EOF = 'Y'
                       READ BOMFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               IF BOMKitID NOT = WS-KitID
                                   MOVE 'Y' TO EOF
                               ELSE
                                   PERFORM List-Kit-Line
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           IF WS-LineCount = 0
               DISPLAY "No components on file for kit " WS-KitID "."
           ELSE
               DISPLAY WS-LineCount " component(s), rolled-up cost "
                   "per kit " WS-RollCost
           END-IF.

       List-Kit-Line.
           MOVE BOMCompID TO WS-CheckID
           PERFORM Check-Item
           IF Found = 'Y'
               COMPUTE WS-LineCost = BOMQtyPer * ItemCost
               ADD WS-LineCost TO WS-RollCost
               DISPLAY BOMCompID " " ItemName " " BOMQtyPer "     "
                   ItemCost
           ELSE
               DISPLAY BOMCompID " ** Not on inventory **        "
                   BOMQtyPer
           END-IF
           ADD 1 TO WS-LineCount.

       Check-Item.
           MOVE 'N' TO Found
           IF WS-InvFileOk = 'Y'
               MOVE WS-CheckID TO ItemID
               READ InventoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO Found
               END-READ
           END-IF.
