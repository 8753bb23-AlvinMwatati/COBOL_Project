       IDENTIFICATION DIVISION.

       PROGRAM-ID. DeptMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DepartmentFile ASSIGN TO 'department.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DeptCode
               FILE STATUS IS DEPT-FILE-STATUS.
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
       FD  DepartmentFile.
       COPY DEPTREC.

       FD  OperatorFile.
       COPY OPERREC.

       FD  AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  DEPT-FILE-STATUS   PIC X(2) VALUE "00".
       01  OPER-FILE-STATUS   PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS  PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-SignedOn        PIC X(1) VALUE 'N'.
       01  WS-Attempts        PIC 9(1) VALUE 0.
       01  WS-SignOnID        PIC X(8).
       01  WS-SignOnPwd       PIC X(8).
       01  WS-Operator        PIC X(20).
       01  WS-MenuChoice      PIC 9.
       01  WS-NewCode         PIC X(10).
       01  WS-NewName         PIC X(30).
       01  WS-NewCostCentre   PIC X(12).
       01  WS-Budget-Raw      PIC X(12).
       01  WS-NewBudget       PIC 9(7)V99.
       01  WS-Valid           PIC X(1).

      *> The department master decides who an issue may be charged to
      *> and the budget it is measured against, so its maintenance is
      *> gated like the category master's: supervisor sign-on only.
       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Sign-On
           IF WS-SignedOn = 'Y'
               PERFORM Department-Menu
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
                   DISPLAY "Sign-on failed - department maintenance "
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

       Department-Menu.
           OPEN I-O DepartmentFile
           IF DEPT-FILE-STATUS = "35"
               OPEN OUTPUT DepartmentFile
               CLOSE DepartmentFile
               OPEN I-O DepartmentFile
           END-IF
           PERFORM WITH TEST AFTER UNTIL WS-MenuChoice = 4
               DISPLAY "------------------------------"
               DISPLAY "   DEPARTMENT MAINTENANCE"
               DISPLAY "------------------------------"
               DISPLAY "1. Add a Department"
               DISPLAY "2. Change a Department"
               DISPLAY "3. List Departments"
               DISPLAY "4. Exit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-MenuChoice
               EVALUATE WS-MenuChoice
                   WHEN 1
                       PERFORM Add-Department
                   WHEN 2
                       PERFORM Change-Department
                   WHEN 3
                       PERFORM List-Departments
                   WHEN 4
                       DISPLAY "Exiting department maintenance..."
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
               END-EVALUATE
           END-PERFORM
           CLOSE DepartmentFile.

       Add-Department.
           DISPLAY "Enter Department Code (up to 10 chars): "
           ACCEPT WS-NewCode
           IF WS-NewCode = SPACES
               DISPLAY "A department code is required."
           ELSE
               DISPLAY "Enter Department Name: "
               ACCEPT WS-NewName
               DISPLAY "Enter Cost Centre: "
               ACCEPT WS-NewCostCentre
               DISPLAY "Enter Monthly Budget: "
               ACCEPT WS-Budget-Raw
               PERFORM Validate-Budget
               IF WS-Valid = 'Y'
                   MOVE WS-NewCode TO DeptCode
                   MOVE WS-NewName TO DeptName
                   MOVE WS-NewCostCentre TO DeptCostCentre
                   MOVE WS-NewBudget TO DeptMonthBudget
                   WRITE DepartmentRecord
                       INVALID KEY
                           DISPLAY "Department code already exists."
                       NOT INVALID KEY
                           DISPLAY "Department added successfully!"
                   END-WRITE
               END-IF
           END-IF.

      *> Spaces leave a field as it stands, so a budget revision does
      *> not mean re-keying the name and cost centre.
       Change-Department.
           DISPLAY "Enter Department Code: "
           ACCEPT WS-NewCode
           MOVE WS-NewCode TO DeptCode
           READ DepartmentFile
               INVALID KEY
                   DISPLAY "Department not found."
               NOT INVALID KEY
                   DISPLAY DeptCode " " DeptName
                   DISPLAY "  cost centre: " DeptCostCentre
                       "  monthly budget: " DeptMonthBudget
                   DISPLAY "Enter new Name (spaces = no change): "
                   ACCEPT WS-NewName
                   DISPLAY "Enter new Cost Centre (spaces = no "
                       "change): "
                   ACCEPT WS-NewCostCentre
                   DISPLAY "Enter new Monthly Budget (spaces = no "
                       "change): "
                   ACCEPT WS-Budget-Raw
                   MOVE 'Y' TO WS-Valid
                   IF WS-Budget-Raw NOT = SPACES
                       PERFORM Validate-Budget
                   END-IF
                   IF WS-Valid = 'Y'
                       IF WS-NewName NOT = SPACES
                           MOVE WS-NewName TO DeptName
                       END-IF
                       IF WS-NewCostCentre NOT = SPACES
                           MOVE WS-NewCostCentre TO DeptCostCentre
                       END-IF
                       IF WS-Budget-Raw NOT = SPACES
                           MOVE WS-NewBudget TO DeptMonthBudget
                       END-IF
                       REWRITE DepartmentRecord
                       DISPLAY "Department updated."
                   END-IF
           END-READ.

      *> Blank is a zero budget - a department with no budget set
      *> still takes issues, it just reports every charge as over.
       Validate-Budget.
           MOVE 'Y' TO WS-Valid
           IF WS-Budget-Raw = SPACES
               MOVE 0 TO WS-NewBudget
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Budget-Raw) NOT = 0
                       OR WS-Budget-Raw(1:1) = '-'
                   MOVE 'N' TO WS-Valid
                   DISPLAY "Invalid or negative budget - "
                       "department not saved."
               ELSE
                   COMPUTE WS-NewBudget =
                       FUNCTION NUMVAL(WS-Budget-Raw)
               END-IF
           END-IF.

       List-Departments.
           MOVE LOW-VALUES TO DeptCode
           START DepartmentFile KEY IS NOT LESS THAN DeptCode
               INVALID KEY
                   DISPLAY "No departments on file."
               NOT INVALID KEY
                   DISPLAY "CODE       NAME                           "
                       "COST CENTRE    MONTHLY BUDGET"
                   MOVE 'N' TO EOF
                   PERFORM UNTIL EOF = 'Y'
                       READ DepartmentFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               DISPLAY DeptCode " " DeptName " "
                                   DeptCostCentre "   "
                                   DeptMonthBudget
                       END-READ
                   END-PERFORM
           END-START.
