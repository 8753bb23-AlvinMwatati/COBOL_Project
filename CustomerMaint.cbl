       IDENTIFICATION DIVISION.

       PROGRAM-ID. CustomerMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO 'customer.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustCode
               FILE STATUS IS CUST-FILE-STATUS.
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
       FD  CustomerFile.
       COPY CUSTREC.

       FD  OperatorFile.
       COPY OPERREC.

       FD  AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  CUST-FILE-STATUS   PIC X(2) VALUE "00".
       01  OPER-FILE-STATUS   PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS  PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-SignedOn        PIC X(1) VALUE 'N'.
       01  WS-Attempts        PIC 9(1) VALUE 0.
       01  WS-SignOnID        PIC X(8).
       01  WS-SignOnPwd       PIC X(8).
       01  WS-Operator        PIC X(20).
       01  WS-MenuChoice      PIC 9.
       01  WS-NewCode         PIC X(8).
       01  WS-NewName         PIC X(30).
       01  WS-NewAddress1     PIC X(30).
       01  WS-NewAddress2     PIC X(30).
       01  WS-NewPostCode     PIC X(10).

      *> The customer master decides who a sales order may be taken
      *> for and where the goods are delivered, so its maintenance is
      *> gated like the department master's: supervisor sign-on only.
       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Sign-On
           IF WS-SignedOn = 'Y'
               PERFORM Customer-Menu
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
                   DISPLAY "Sign-on failed - customer maintenance "
                       "requires a supervisor."
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

       Customer-Menu.
           OPEN I-O CustomerFile
           IF CUST-FILE-STATUS = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-MenuChoice = 4
               DISPLAY "------------------------------"
               DISPLAY "   CUSTOMER MAINTENANCE"
               DISPLAY "------------------------------"
               DISPLAY "1. Add a Customer"
               DISPLAY "2. Change a Customer"
               DISPLAY "3. List Customers"
               DISPLAY "4. Exit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-MenuChoice
               EVALUATE WS-MenuChoice
                   WHEN 1
                       PERFORM Add-Customer
                   WHEN 2
                       PERFORM Change-Customer
                   WHEN 3
                       PERFORM List-Customers
                   WHEN 4
                       DISPLAY "Exiting customer maintenance..."
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM
           CLOSE CustomerFile.

       Add-Customer.
           DISPLAY "Enter Customer Code (up to 8 chars): "
           ACCEPT WS-NewCode
           IF WS-NewCode = SPACES
               DISPLAY "A customer code is required."
           ELSE
               DISPLAY "Enter Customer Name: "
               ACCEPT WS-NewName
               DISPLAY "Enter Delivery Address line 1: "
               ACCEPT WS-NewAddress1
               DISPLAY "Enter Delivery Address line 2: "
               ACCEPT WS-NewAddress2
               DISPLAY "Enter Post Code: "
               ACCEPT WS-NewPostCode
               IF WS-NewName = SPACES
                   DISPLAY "A customer name is required - "
                       "customer not saved."
               ELSE
                   MOVE WS-NewCode TO CustCode
                   MOVE WS-NewName TO CustName
                   MOVE WS-NewAddress1 TO CustAddress1
                   MOVE WS-NewAddress2 TO CustAddress2
                   MOVE WS-NewPostCode TO CustPostCode
                   WRITE CustomerRecord
                       INVALID KEY
                           DISPLAY "Customer code already exists."
                       NOT INVALID KEY
                           DISPLAY "Customer added successfully!"
                   END-WRITE
               END-IF
           END-IF.

      *> Spaces leave a field as it stands, so a change of address
      *> does not mean re-keying the name.
       Change-Customer.
           DISPLAY "Enter Customer Code: "
           ACCEPT WS-NewCode
           MOVE WS-NewCode TO CustCode
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer not found."
               NOT INVALID KEY
                   DISPLAY CustCode " " CustName
                   DISPLAY "  " CustAddress1
                   DISPLAY "  " CustAddress2
                   DISPLAY "  " CustPostCode
                   DISPLAY "Enter new Name (spaces = no change): "
                   ACCEPT WS-NewName
                   DISPLAY "Enter new Address line 1 (spaces = no "
                       "change): "
                   ACCEPT WS-NewAddress1
                   DISPLAY "Enter new Address line 2 (spaces = no "
                       "change): "
                   ACCEPT WS-NewAddress2
                   DISPLAY "Enter new Post Code (spaces = no "
                       "change): "
                   ACCEPT WS-NewPostCode
                   IF WS-NewName NOT = SPACES
                       MOVE WS-NewName TO CustName
                   END-IF
                   IF WS-NewAddress1 NOT = SPACES
                       MOVE WS-NewAddress1 TO CustAddress1
                   END-IF
                   IF WS-NewAddress2 NOT = SPACES
                       MOVE WS-NewAddress2 TO CustAddress2
                   END-IF
                   IF WS-NewPostCode NOT = SPACES
                       MOVE WS-NewPostCode TO CustPostCode
                   END-IF
                   REWRITE CustomerRecord
                   DISPLAY "Customer updated."
           END-READ.

       List-Customers.
           MOVE LOW-VALUES TO CustCode
           START CustomerFile KEY IS NOT LESS THAN CustCode
               INVALID KEY
                   DISPLAY "No customers on file."
               NOT INVALID KEY
                   DISPLAY "CODE     NAME                           "
                       "POST CODE"
                   MOVE 'N' TO EOF
                   PERFORM UNTIL EOF = 'Y'
                       READ CustomerFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               DISPLAY CustCode " " CustName " "
                                   CustPostCode
                       END-READ
                   END-PERFORM
           END-START.
