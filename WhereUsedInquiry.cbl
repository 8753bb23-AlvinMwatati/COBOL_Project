       IDENTIFICATION DIVISION.

       PROGRAM-ID. WhereUsedInquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOMFile ASSIGN TO 'bom.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOMKey
               FILE STATUS IS BOM-FILE-STATUS.
           SELECT InventoryFile ASSIGN TO 'inventory.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ItemID
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOMFile.
       COPY BOMREC.

       FD  InventoryFile.
       COPY INVREC.

       WORKING-STORAGE SECTION.
       01  BOM-FILE-STATUS    PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-CompID          PIC 9(5).
       01  WS-KitCount        PIC 9(4) VALUE 0.
       01  WS-InvFileOk       PIC X VALUE 'N'.
       01  WS-KitName         PIC X(30).
       01  WS-KitOnHand       PIC 9(5).

      *> Which kits does a component go into - asked before a
      *> component is discontinued or re-sourced, and when a shortage
      *> of one part is holding up assemblies. bom.dat is keyed by
      *> kit, so the whole file is read for the component.
       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Enter Component Item ID: "
           ACCEPT WS-CompID
           OPEN INPUT BOMFile
           IF BOM-FILE-STATUS = "35"
               DISPLAY "No bill of materials on file."
               CLOSE BOMFile
           ELSE
               OPEN INPUT InventoryFile
               IF FILE-STATUS = "00"
                   MOVE 'Y' TO WS-InvFileOk
               END-IF
               DISPLAY "--------------------------------------------"
               DISPLAY "          COMPONENT WHERE-USED INQUIRY        "
               DISPLAY "--------------------------------------------"
               MOVE WS-CompID TO ItemID
               PERFORM Lookup-Item
               DISPLAY "Component " WS-CompID " " WS-KitName
               DISPLAY "KIT   NAME                           "
                   "QTY/KIT  KITS ON HAND"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ BOMFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF BOMCompID = WS-CompID
                               PERFORM Print-Kit-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOMFile
               IF WS-InvFileOk = 'Y'
                   CLOSE InventoryFile
               END-IF
               DISPLAY "--------------------------------------------"
               IF WS-KitCount = 0
                   DISPLAY "Component is not used in any kit."
               ELSE
                   DISPLAY WS-KitCount " kit(s) use this component."
               END-IF
           END-IF
           STOP RUN.

       Print-Kit-Line.
           MOVE BOMKitID TO ItemID
           PERFORM Lookup-Item
           DISPLAY BOMKitID " " WS-KitName " " BOMQtyPer "     "
               WS-KitOnHand
           ADD 1 TO WS-KitCount.

       Lookup-Item.
           MOVE "** Not on inventory **" TO WS-KitName
           MOVE 0 TO WS-KitOnHand
           IF WS-InvFileOk = 'Y'
               READ InventoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ItemName TO WS-KitName
                       MOVE ItemQuantity TO WS-KitOnHand
               END-READ
           END-IF.
