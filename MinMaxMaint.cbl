       IDENTIFICATION DIVISION.

       PROGRAM-ID. MinMaxMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MinMaxFile ASSIGN TO 'minmax.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MMKey
               FILE STATUS IS MM-FILE-STATUS.
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
       FD  MinMaxFile.
       COPY MINMAXREC.

       FD  InventoryFile.
       COPY INVREC.

       FD  OperatorFile.
       COPY OPERREC.

       FD  AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  MM-FILE-STATUS     PIC X(2) VALUE "00".
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
       01  WS-ItemID          PIC 9(5).
       01  WS-Loc             PIC X(3).
       01  WS-MinQty          PIC 9(5).
       01  WS-MaxQty          PIC 9(5).
       01  WS-Bin             PIC X(6).
       01  WS-LocOk           PIC X VALUE 'N'.
       01  WS-LevelsOk        PIC X VALUE 'N'.
       01  WS-LineCount       PIC 9(4).
       01  WS-InvFileOk       PIC X VALUE 'N'.

      *> Min/max levels decide how much stock the nightly
      *> replenishment run moves out of the main warehouse, so their
      *> maintenance is gated like the bill of materials': supervisor
      *> sign-on only.
       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Sign-On
           IF WS-SignedOn = 'Y'
               PERFORM MinMax-Menu
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
                   DISPLAY "Sign-on failed - min/max level "
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

       MinMax-Menu.
           OPEN I-O MinMaxFile
           IF MM-FILE-STATUS = "35"
               OPEN OUTPUT MinMaxFile
               CLOSE MinMaxFile
               OPEN I-O MinMaxFile
           END-IF
           OPEN INPUT InventoryFile
           IF FILE-STATUS = "00"
               MOVE 'Y' TO WS-InvFileOk
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-MenuChoice = 5
               DISPLAY "------------------------------"
               DISPLAY "   MIN/MAX LEVEL MAINTENANCE"
               DISPLAY "------------------------------"
               DISPLAY "1. Add Levels for an Item at a Location"
               DISPLAY "2. Change Levels"
               DISPLAY "3. Remove Levels"
               DISPLAY "4. List Levels"
               DISPLAY "5. Exit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-MenuChoice
               EVALUATE WS-MenuChoice
                   WHEN 1
                       PERFORM Add-Levels
                   WHEN 2
                       PERFORM Change-Levels
                   WHEN 3
                       PERFORM Remove-Levels
                   WHEN 4
                       PERFORM List-Levels
                   WHEN 5
                       DISPLAY "Exiting min/max level "
                           "maintenance..."
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM
           IF WS-InvFileOk = 'Y'
               CLOSE InventoryFile
           END-IF
           CLOSE MinMaxFile.

      *> Levels are held for the locations stocked out of the main
      *> warehouse - MWH itself is the source, and the RET returns
      *> cage is never stocked.
       Add-Levels.
           DISPLAY "Enter Item ID: "
           ACCEPT WS-ItemID
           PERFORM Check-Item
           IF Found = 'N'
               DISPLAY "Item " WS-ItemID " not on inventory.dat."
           ELSE
               DISPLAY "Item: " ItemName
               DISPLAY "Enter Location (SHP): "
               ACCEPT WS-Loc
               PERFORM Check-Location
               IF WS-LocOk = 'Y'
                   PERFORM Accept-Levels
                   IF WS-LevelsOk = 'Y'
                       MOVE WS-ItemID TO MMItemID
                       MOVE WS-Loc TO MMLocCode
                       MOVE WS-MinQty TO MMMinQty
                       MOVE WS-MaxQty TO MMMaxQty
                       MOVE WS-Bin TO MMBin
                       WRITE MinMaxRecord
                           INVALID KEY
                               DISPLAY "Levels already held for this "
                                   "item and location - use Change."
                           NOT INVALID KEY
                               DISPLAY "Levels added successfully!"
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       Change-Levels.
           DISPLAY "Enter Item ID: "
           ACCEPT WS-ItemID
           DISPLAY "Enter Location: "
           ACCEPT WS-Loc
           MOVE WS-ItemID TO MMItemID
           MOVE WS-Loc TO MMLocCode
           READ MinMaxFile
               INVALID KEY
                   DISPLAY "No levels held for this item and "
                       "location."
               NOT INVALID KEY
                   DISPLAY "Current min " MMMinQty " max " MMMaxQty
                       " bin " MMBin
                   PERFORM Accept-Levels
                   IF WS-LevelsOk = 'Y'
                       MOVE WS-MinQty TO MMMinQty
                       MOVE WS-MaxQty TO MMMaxQty
                       MOVE WS-Bin TO MMBin
                       REWRITE MinMaxRecord
                       DISPLAY "Levels updated."
                   END-IF
           END-READ.

       Remove-Levels.
           DISPLAY "Enter Item ID: "
           ACCEPT WS-ItemID
           DISPLAY "Enter Location: "
           ACCEPT WS-Loc
           MOVE WS-ItemID TO MMItemID
           MOVE WS-Loc TO MMLocCode
           READ MinMaxFile
               INVALID KEY
                   DISPLAY "No levels held for this item and "
                       "location."
               NOT INVALID KEY
                   DELETE MinMaxFile
                   DISPLAY "Levels removed - the location will no "
                       "longer be replenished."
           END-READ.

      *> A maximum below the minimum would have the run top up to a
      *> level that still triggers it, so it is refused. The bin is
      *> optional; a top-up with no bin prints at the head of the
      *> pick list.
       Accept-Levels.
           MOVE 'N' TO WS-LevelsOk
           DISPLAY "Enter Minimum Quantity: "
           ACCEPT WS-MinQty
           DISPLAY "Enter Maximum Quantity: "
           ACCEPT WS-MaxQty
           DISPLAY "Enter MWH Bin picked from (optional): "
           ACCEPT WS-Bin
           IF WS-MaxQty = 0
               DISPLAY "Maximum must be greater than zero - levels "
                   "not saved."
           ELSE
               IF WS-MaxQty < WS-MinQty
                   DISPLAY "Maximum is below minimum - levels not "
                       "saved."
               ELSE
                   MOVE 'Y' TO WS-LevelsOk
               END-IF
           END-IF.

       List-Levels.
           MOVE 0 TO WS-LineCount
           MOVE 0 TO MMItemID
           MOVE LOW-VALUES TO MMLocCode
           START MinMaxFile KEY IS NOT LESS THAN MMKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ITEM  NAME                           "
                       "LOC    MIN    MAX BIN"
                   MOVE 'N' TO EOF
                   PERFORM UNTIL EOF = 'Y'
                       READ MinMaxFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               PERFORM List-Levels-Line
                       END-READ
                   END-PERFORM
           END-START
           IF WS-LineCount = 0
               DISPLAY "No min/max levels on file."
           ELSE
               DISPLAY WS-LineCount " level record(s)."
           END-IF.

       List-Levels-Line.
           MOVE MMItemID TO WS-ItemID
           PERFORM Check-Item
           IF Found = 'N'
               MOVE "** Not on inventory **" TO ItemName
           END-IF
           DISPLAY MMItemID " " ItemName " " MMLocCode " "
               MMMinQty "  " MMMaxQty " " MMBin
           ADD 1 TO WS-LineCount.

       Check-Location.
           MOVE 'N' TO WS-LocOk
           EVALUATE WS-Loc
               WHEN 'MWH'
                   DISPLAY "MWH is the location replenishment draws "
                       "from - levels not added."
               WHEN 'RET'
                   DISPLAY "The RET returns cage is not stocked - "
                       "levels not added."
               WHEN 'SHP'
                   MOVE 'Y' TO WS-LocOk
               WHEN OTHER
                   DISPLAY "Unknown location " WS-Loc
                       " - levels not added."
           END-EVALUATE.

       Check-Item.
           MOVE 'N' TO Found
           IF WS-InvFileOk = 'Y'
               MOVE WS-ItemID TO ItemID
               READ InventoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO Found
               END-READ
           END-IF.
