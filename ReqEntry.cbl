               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.
           SELECT DepartmentFile ASSIGN TO 'department.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DeptCode
               FILE STATUS IS DEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TransactionFile.
       COPY TRANREC.

       FD  DepartmentFile.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01  REQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  REQCTL-FILE-STATUS PIC X(2) VALUE "00".
       01  FILE-STATUS        PIC X(2) VALUE "00".
       01  TRAN-FILE-STATUS   PIC X(2) VALUE "00".
       01  DEPT-FILE-STATUS   PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  Found              PIC X VALUE 'N'.
       01  WS-MenuChoice      PIC 9.
               DISPLAY "A requesting department is required - "
                   "requisition not raised."
           ELSE
               PERFORM Check-Department
               IF Found = 'N'
                   DISPLAY "Department " WS-Dept " not on "
                       "department.dat - requisition not raised."
               ELSE
                   DISPLAY DeptName
                   DISPLAY "Enter Required-By Date (YYYYMMDD): "
                   ACCEPT WS-RequiredBy
                   IF WS-RequiredBy IS NOT NUMERIC
                       DISPLAY "Invalid required-by date - "
                           "requisition not raised."
                   ELSE
                       PERFORM Raise-Requisition-Lines
                   END-IF
               END-IF
           END-IF.

      *> A requisition is charged back to the department that raised
      *> it, so only departments on the master may raise one.
       Check-Department.
           MOVE 'N' TO Found
           OPEN INPUT DepartmentFile
           IF DEPT-FILE-STATUS = "00"
               MOVE WS-Dept TO DeptCode
               READ DepartmentFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO Found
               END-READ
               CLOSE DepartmentFile
           END-IF.

       Raise-Requisition-Lines.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ReqDate
           PERFORM Load-Req-Control
