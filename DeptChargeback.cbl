       IDENTIFICATION DIVISION.

       PROGRAM-ID. DeptChargeback.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MovementFile ASSIGN TO 'movement.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-FILE-STATUS.
           SELECT MoveArchFile ASSIGN TO 'movearch.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARCH-FILE-STATUS.
           SELECT DepartmentFile ASSIGN TO 'department.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DeptCode
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT RequisitionFile ASSIGN TO 'requisition.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ReqKey
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT RechargeFile ASSIGN TO 'recharge.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MovementFile.
       COPY MOVEREC.

      *> Mirrors MovementRecord byte for byte - archived entries are
      *> processed through the same record area as the live ledger.
       FD  MoveArchFile.
       01  MoveArchLine       PIC X(98).

       FD  DepartmentFile.
       COPY DEPTREC.

       FD  RequisitionFile.
       COPY REQREC.

       FD  RechargeFile.
       01  RechargeLine       PIC X(80).

       WORKING-STORAGE SECTION.
       01  MOVE-FILE-STATUS   PIC X(2) VALUE "00".
       01  MARCH-FILE-STATUS  PIC X(2) VALUE "00".
       01  DEPT-FILE-STATUS   PIC X(2) VALUE "00".
       01  REQ-FILE-STATUS    PIC X(2) VALUE "00".
       01  RCHG-FILE-STATUS   PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-Period          PIC X(6).
       01  WS-Today           PIC X(8).
       01  WS-Year            PIC 9(4).
       01  WS-Month           PIC 9(2).
       01  WS-ReqFileOk       PIC X VALUE 'N'.
       01  WS-WorkDept        PIC X(10).
       01  WS-RefReqNumber    PIC 9(6).
       01  WS-LastReqNumber   PIC 9(6) VALUE 0.
       01  WS-LastReqDept     PIC X(10) VALUE SPACES.
       01  WS-MoveValue       PIC 9(11)V99.
       01  WS-OverAmount      PIC 9(11)V99.
       01  WS-IssueCount      PIC 9(6) VALUE 0.
       01  WS-OverCount       PIC 9(4) VALUE 0.
       01  WS-TotBudget       PIC 9(11)V99 VALUE 0.
       01  WS-TotActual       PIC S9(11)V99 VALUE 0.
       01  WS-Budget-Disp     PIC Z(8)9.99.
       01  WS-Actual-Disp     PIC Z(8)9.99-.
       01  WS-Over-Disp       PIC Z(8)9.99.
       01  WS-Amount-Disp     PIC +9(11).99.
       01  WS-Hash-Disp       PIC 9(15).99.
       01  WS-Count-Disp      PIC 9(4).
       01  WS-HashTotal       PIC 9(15)V99 VALUE 0.
       01  WS-DetailCount     PIC 9(4) VALUE 0.

      *> One row per department, loaded from department.dat in code
      *> order so the statement prints in that order. An issue charged
      *> to a code no longer on the master - or to nobody, as on
      *> entries posted before issues carried their department - is
      *> added at the foot rather than dropped, so the statement
      *> still totals to the issues in the ledger.
       01  WS-Dept-Table.
           05  WS-Dept-Count      PIC 9(3) VALUE 0.
           05  WS-Dept-Entry OCCURS 300 TIMES.
               10  WS-Dept-Code       PIC X(10).
               10  WS-Dept-Name       PIC X(30).
               10  WS-Dept-CostCentre PIC X(12).
               10  WS-Dept-Budget     PIC 9(7)V99.
               10  WS-Dept-Actual     PIC S9(11)V99.
               10  WS-Dept-Issues     PIC 9(5).
       01  WS-Dept-Sub        PIC 9(3).
       01  WS-Dept-Found      PIC 9(3).
       01  WS-DeptTableFull   PIC X VALUE 'N'.

      *> Month-end chargeback: every issue out of stores in the
      *> period, valued at the cost it left the book at, charged to
      *> the department that drew it and set against that
      *> department's monthly budget. The same figures go to finance
      *> as recharge.csv, one line per department and cost centre,
      *> in the header/detail/trailer shape of the GL extract.
       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Enter period to charge back (YYYYMM, spaces = "
               "last month): "
           ACCEPT WS-Period
           IF WS-Period = SPACES
               PERFORM Default-To-Last-Month
           END-IF
           IF WS-Period IS NOT NUMERIC
               DISPLAY "Invalid period - chargeback not produced."
           ELSE
               PERFORM Load-Departments
               OPEN INPUT RequisitionFile
               IF REQ-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-ReqFileOk
               END-IF
               PERFORM Charge-Archived-Issues
               PERFORM Charge-Live-Issues
               IF WS-ReqFileOk = 'Y'
                   CLOSE RequisitionFile
               END-IF
               PERFORM Print-Statement
               PERFORM Write-Recharge-File
           END-IF
           STOP RUN.

       Default-To-Last-Month.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE WS-Today(1:4) TO WS-Year
           MOVE WS-Today(5:2) TO WS-Month
           IF WS-Month = 1
               MOVE 12 TO WS-Month
               SUBTRACT 1 FROM WS-Year
           ELSE
               SUBTRACT 1 FROM WS-Month
           END-IF
           MOVE WS-Year TO WS-Period(1:4)
           MOVE WS-Month TO WS-Period(5:2).

       Load-Departments.
           OPEN INPUT DepartmentFile
           IF DEPT-FILE-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ DepartmentFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE DeptCode TO WS-WorkDept
                           PERFORM Find-Dept-Entry
                           IF WS-Dept-Found > 0
                               MOVE DeptName TO
                                   WS-Dept-Name (WS-Dept-Found)
                               MOVE DeptCostCentre TO
                                   WS-Dept-CostCentre (WS-Dept-Found)
                               MOVE DeptMonthBudget TO
                                   WS-Dept-Budget (WS-Dept-Found)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DepartmentFile.

       Find-Dept-Entry.
           MOVE 0 TO WS-Dept-Found
           PERFORM VARYING WS-Dept-Sub FROM 1 BY 1
                   UNTIL WS-Dept-Sub > WS-Dept-Count
               IF WS-Dept-Code (WS-Dept-Sub) = WS-WorkDept
                   MOVE WS-Dept-Sub TO WS-Dept-Found
               END-IF
           END-PERFORM
           IF WS-Dept-Found = 0 AND WS-Dept-Count < 300
               ADD 1 TO WS-Dept-Count
               MOVE WS-WorkDept TO WS-Dept-Code (WS-Dept-Count)
               MOVE "** Not on department master **" TO
                   WS-Dept-Name (WS-Dept-Count)
               MOVE "UNMAPPED" TO WS-Dept-CostCentre (WS-Dept-Count)
               MOVE 0 TO WS-Dept-Budget (WS-Dept-Count)
               MOVE 0 TO WS-Dept-Actual (WS-Dept-Count)
               MOVE 0 TO WS-Dept-Issues (WS-Dept-Count)
               MOVE WS-Dept-Count TO WS-Dept-Found
           END-IF
           IF WS-Dept-Found = 0 AND WS-DeptTableFull = 'N'
               MOVE 'Y' TO WS-DeptTableFull
               DISPLAY "DEPARTMENT TABLE FULL: more than 300 "
                   "departments - chargeback is incomplete from "
                   "department " WS-WorkDept " on."
           END-IF.

      *> A period already rolled to the archive by a later month-end
      *> close is read from movearch.dat; the live ledger covers the
      *> rest. Each entry is in exactly one of the two files.
       Charge-Archived-Issues.
           OPEN INPUT MoveArchFile
           IF MARCH-FILE-STATUS = "35"
               CLOSE MoveArchFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ MoveArchFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE MoveArchLine TO MovementRecord
                           PERFORM Select-Issue
                   END-READ
               END-PERFORM
               CLOSE MoveArchFile
           END-IF.

       Charge-Live-Issues.
           OPEN INPUT MovementFile
           IF MOVE-FILE-STATUS = "35"
               DISPLAY "No movement ledger on file."
               CLOSE MovementFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ MovementFile INTO MovementRecord
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM Select-Issue
                   END-READ
               END-PERFORM
               CLOSE MovementFile
           END-IF.

      *> Issues and backorder fulfilments are the stock a department
      *> drew; receipts, transfers, returns to supplier and
      *> write-offs are stores' own business and are not charged.
      *> The reversal of an issue carries the issue's reference and
      *> credits the same department in the period it is posted, so
      *> a department can finish a month in credit.
       Select-Issue.
           IF MoveDate(1:6) = WS-Period
                   AND (MoveType = 'ISSUE' OR MoveType = 'BACKFILL')
               PERFORM Resolve-Charge-Department
               PERFORM Find-Dept-Entry
               IF WS-Dept-Found > 0
                   COMPUTE WS-MoveValue = MoveQty * MoveCost
                   ADD WS-MoveValue TO WS-Dept-Actual (WS-Dept-Found)
                   ADD 1 TO WS-Dept-Issues (WS-Dept-Found)
                   ADD 1 TO WS-IssueCount
               END-IF
           END-IF
           IF MoveDate(1:6) = WS-Period AND MoveType = 'REVERSAL'
                   AND (MoveOrigType = 'ISSUE'
                       OR MoveOrigType = 'BACKFILL')
               PERFORM Resolve-Charge-Department
               PERFORM Find-Dept-Entry
               IF WS-Dept-Found > 0
                   COMPUTE WS-MoveValue = MoveQty * MoveCost
                   SUBTRACT WS-MoveValue FROM
                       WS-Dept-Actual (WS-Dept-Found)
               END-IF
           END-IF.

      *> A requisition pick is posted under its REQnnnnnn number, not
      *> the department - the requisition itself says who raised it.
      *> Consecutive picks off one requisition are common, so the
      *> last one looked up is remembered. A requisition number that
      *> cannot be found is charged to UNASSIGNED, never to a
      *> "department" called REQnnnnnn.
       Resolve-Charge-Department.
           MOVE MoveRef TO WS-WorkDept
           IF MoveRef(1:3) = 'REQ' AND MoveRef(4:6) IS NUMERIC
               MOVE MoveRef(4:6) TO WS-RefReqNumber
               MOVE SPACES TO WS-WorkDept
               IF WS-RefReqNumber = WS-LastReqNumber
                   MOVE WS-LastReqDept TO WS-WorkDept
               ELSE
                   PERFORM Lookup-Requisition-Dept
               END-IF
           END-IF
           IF WS-WorkDept = SPACES
               MOVE "UNASSIGNED" TO WS-WorkDept
           END-IF.

       Lookup-Requisition-Dept.
           IF WS-ReqFileOk = 'Y'
               MOVE WS-RefReqNumber TO ReqNumber
               MOVE 0 TO ReqLineNo
               START RequisitionFile KEY IS NOT LESS THAN ReqKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RequisitionFile NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ReqNumber = WS-RefReqNumber
                                   MOVE ReqDept TO WS-WorkDept
                                   MOVE ReqNumber TO WS-LastReqNumber
                                   MOVE ReqDept TO WS-LastReqDept
                               END-IF
                       END-READ
               END-START
           END-IF.

       Print-Statement.
           DISPLAY "--------------------------------------------"
           DISPLAY "   DEPARTMENT CHARGEBACK - PERIOD " WS-Period
           DISPLAY "--------------------------------------------"
           DISPLAY "DEPT       NAME                           "
               "COST CENTRE        BUDGET        ACTUAL   ISSUES"
           PERFORM VARYING WS-Dept-Sub FROM 1 BY 1
                   UNTIL WS-Dept-Sub > WS-Dept-Count
               PERFORM Print-Dept-Line
           END-PERFORM
           MOVE WS-TotBudget TO WS-Budget-Disp
           MOVE WS-TotActual TO WS-Actual-Disp
           DISPLAY "--------------------------------------------"
           DISPLAY "TOTAL BUDGET " WS-Budget-Disp
               "   TOTAL CHARGED " WS-Actual-Disp
           DISPLAY WS-IssueCount " issue(s) charged, " WS-OverCount
               " department(s) over budget.".

      *> Every department on the master is listed, spend or not, so
      *> the statement doubles as the budget return; a department
      *> that spent more than its budget is flagged with the excess.
       Print-Dept-Line.
           MOVE WS-Dept-Budget (WS-Dept-Sub) TO WS-Budget-Disp
           MOVE WS-Dept-Actual (WS-Dept-Sub) TO WS-Actual-Disp
           ADD WS-Dept-Budget (WS-Dept-Sub) TO WS-TotBudget
           ADD WS-Dept-Actual (WS-Dept-Sub) TO WS-TotActual
           DISPLAY WS-Dept-Code (WS-Dept-Sub) " "
               WS-Dept-Name (WS-Dept-Sub) " "
               WS-Dept-CostCentre (WS-Dept-Sub) " "
               WS-Budget-Disp " " WS-Actual-Disp "   "
               WS-Dept-Issues (WS-Dept-Sub)
           IF WS-Dept-Actual (WS-Dept-Sub) >
                   WS-Dept-Budget (WS-Dept-Sub)
               COMPUTE WS-OverAmount = WS-Dept-Actual (WS-Dept-Sub)
                   - WS-Dept-Budget (WS-Dept-Sub)
               MOVE WS-OverAmount TO WS-Over-Disp
               DISPLAY "    *** OVER BUDGET BY " WS-Over-Disp " ***"
               ADD 1 TO WS-OverCount
           END-IF.

      *> HDR,RECHARGE,<period> / DTL,<dept>,<cost centre>,<amount> /
      *> TRL,<count>,<hash>. Only departments with a charge appear -
      *> finance posts the file, and a zero line posts nothing. The
      *> amount is signed, a credit going over negative; the hash
      *> sums absolute values as the GL extract's does.
       Write-Recharge-File.
           OPEN OUTPUT RechargeFile
           MOVE SPACES TO RechargeLine
           STRING "HDR,RECHARGE," DELIMITED BY SIZE
               WS-Period DELIMITED BY SIZE
               INTO RechargeLine
           WRITE RechargeLine
           PERFORM VARYING WS-Dept-Sub FROM 1 BY 1
                   UNTIL WS-Dept-Sub > WS-Dept-Count
               IF WS-Dept-Actual (WS-Dept-Sub) NOT = 0
                   PERFORM Write-Recharge-Line
               END-IF
           END-PERFORM
           MOVE WS-DetailCount TO WS-Count-Disp
           MOVE WS-HashTotal TO WS-Hash-Disp
           MOVE SPACES TO RechargeLine
           STRING "TRL," DELIMITED BY SIZE
               WS-Count-Disp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Hash-Disp DELIMITED BY SIZE
               INTO RechargeLine
           WRITE RechargeLine
           CLOSE RechargeFile
           DISPLAY "Recharge file written: " WS-DetailCount
               " department line(s).".

       Write-Recharge-Line.
           ADD 1 TO WS-DetailCount
           IF WS-Dept-Actual (WS-Dept-Sub) < 0
               SUBTRACT WS-Dept-Actual (WS-Dept-Sub) FROM WS-HashTotal
           ELSE
               ADD WS-Dept-Actual (WS-Dept-Sub) TO WS-HashTotal
           END-IF
           MOVE WS-Dept-Actual (WS-Dept-Sub) TO WS-Amount-Disp
           MOVE SPACES TO RechargeLine
           STRING "DTL," DELIMITED BY SIZE
               WS-Dept-Code (WS-Dept-Sub) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-Dept-CostCentre (WS-Dept-Sub) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-Amount-Disp DELIMITED BY SIZE
               INTO RechargeLine
           WRITE RechargeLine.
