       IDENTIFICATION DIVISION.

       PROGRAM-ID. SnapRestore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SnapCatalogFile ASSIGN TO 'snapshot.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-FILE-STATUS.
           SELECT RunControlFile ASSIGN TO 'runctl.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RunProgId
               FILE STATUS IS RUNCTL-FILE-STATUS.
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
       FD  SnapCatalogFile.
       COPY SNAPREC.

       FD  RunControlFile.
       COPY RUNCTLREC.

       FD  OperatorFile.
       COPY OPERREC.

       FD  AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  SNAP-FILE-STATUS   PIC X(2) VALUE "00".
       01  RUNCTL-FILE-STATUS PIC X(2) VALUE "00".
       01  OPER-FILE-STATUS   PIC X(2) VALUE "00".
       01  AUDIT-FILE-STATUS  PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-SignedOn        PIC X(1) VALUE 'N'.
       01  WS-Attempts        PIC 9(1) VALUE 0.
       01  WS-SignOnID        PIC X(8).
       01  WS-SignOnPwd       PIC X(8).
       01  WS-Operator        PIC X(20).
       01  WS-RestoreDate     PIC X(8).
       01  WS-Slot            PIC 9(2).
       01  WS-Confirm         PIC X(1).
       01  WS-SnapCount       PIC 9(2) VALUE 0.
       01  WS-StepCount       PIC 9(2) VALUE 0.

       01  WS-Snap-Table.
           05  WS-Snap-Entry OCCURS 20 TIMES.
               10  WS-Snap-Date       PIC X(8).
               10  WS-Snap-Time       PIC X(6).
               10  WS-Snap-Status     PIC X(1).
               10  WS-Snap-Files      PIC 9(2).
       01  WS-Snap-Sub        PIC 9(2).

       COPY SNAPPARM.

      *> Puts the files the night suite writes back the way they stood
      *> before a chosen night began, after a night has gone wrong
      *> badly enough that resuming the failed step will not do. The
      *> run control is reset so that night is open again under its
      *> own business date: the next NightBatch reruns every step
      *> from the top, and BatchApply starts from the checkpoint the
      *> snapshot holds, so it re-posts that night's transactions.
      *> Overwrites the live masters, so supervisor sign-on only.
       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Sign-On
           IF WS-SignedOn = 'Y'
               PERFORM Restore-Snapshot
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
                   DISPLAY "Sign-on failed - snapshot restore "
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

      *> Only a snapshot that finished ('C') is offered - one left at
      *> 'I' was cut short and does not hold every file.
       Restore-Snapshot.
           PERFORM Load-Snap-Catalog
           PERFORM List-Snapshots
           IF WS-SnapCount = 0
               DISPLAY "No completed snapshot on file - nothing to "
                   "restore."
           ELSE
               DISPLAY "Enter snapshot date to restore (YYYYMMDD): "
               ACCEPT WS-RestoreDate
               MOVE 0 TO WS-Slot
               PERFORM VARYING WS-Snap-Sub FROM 1 BY 1
                       UNTIL WS-Snap-Sub > 20
                   IF WS-Snap-Date (WS-Snap-Sub) = WS-RestoreDate
                           AND WS-Snap-Status (WS-Snap-Sub) = 'C'
                       MOVE WS-Snap-Sub TO WS-Slot
                   END-IF
               END-PERFORM
               IF WS-Slot = 0
                   DISPLAY "No completed snapshot for " WS-RestoreDate
                       " - nothing restored."
               ELSE
                   PERFORM Confirm-And-Restore
               END-IF
           END-IF.

       Confirm-And-Restore.
           DISPLAY "Every master and ledger file the night writes will "
               "be put back as it"
           DISPLAY "stood before the night of " WS-RestoreDate
               ". Work posted since then is lost."
           DISPLAY "Restore this snapshot (Y/N)? "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Restore cancelled."
           ELSE
               MOVE 'CHECK' TO SC-Action
               MOVE WS-Slot TO SC-Slot
               CALL 'SnapCopy' USING SnapCopyParm
               IF SC-Result NOT = 0
                   DISPLAY "Snapshot for " WS-RestoreDate " is "
                       "missing file images - nothing restored."
               ELSE
                   MOVE 'LOAD' TO SC-Action
                   MOVE WS-Slot TO SC-Slot
                   CALL 'SnapCopy' USING SnapCopyParm
                   IF SC-Result NOT = 0
                       DISPLAY "Restore did not complete - "
                           SC-FileCount " file(s) restored. Rerun "
                           "the restore before any other work."
                   ELSE
                       DISPLAY SC-FileCount " file(s) restored from "
                           "the snapshot of " WS-RestoreDate "."
                       PERFORM Reset-Run-Control
                       PERFORM Audit-Restore
                   END-IF
               END-IF
           END-IF.

       Load-Snap-Catalog.
           PERFORM VARYING WS-Snap-Sub FROM 1 BY 1
                   UNTIL WS-Snap-Sub > 20
               MOVE SPACES TO WS-Snap-Date (WS-Snap-Sub)
               MOVE SPACES TO WS-Snap-Time (WS-Snap-Sub)
               MOVE SPACES TO WS-Snap-Status (WS-Snap-Sub)
               MOVE 0 TO WS-Snap-Files (WS-Snap-Sub)
           END-PERFORM
           OPEN INPUT SnapCatalogFile
           IF SNAP-FILE-STATUS = "35"
               CLOSE SnapCatalogFile
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ SnapCatalogFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SnapSlot > 0 AND SnapSlot <= 20
                               MOVE SnapDate TO
                                   WS-Snap-Date (SnapSlot)
                               MOVE SnapTime TO
                                   WS-Snap-Time (SnapSlot)
                               MOVE SnapStatus TO
                                   WS-Snap-Status (SnapSlot)
                               MOVE SnapFileCount TO
                                   WS-Snap-Files (SnapSlot)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapCatalogFile
           END-IF.

       List-Snapshots.
           MOVE 0 TO WS-SnapCount
           DISPLAY "--------------------------------------------"
           DISPLAY "          SNAPSHOTS AVAILABLE FOR RESTORE     "
           DISPLAY "--------------------------------------------"
           DISPLAY "GEN  NIGHT OF  TAKEN   FILES"
           PERFORM VARYING WS-Snap-Sub FROM 1 BY 1
                   UNTIL WS-Snap-Sub > 20
               IF WS-Snap-Status (WS-Snap-Sub) = 'C'
                   DISPLAY WS-Snap-Sub "   "
                       WS-Snap-Date (WS-Snap-Sub) "  "
                       WS-Snap-Time (WS-Snap-Sub) "  "
                       WS-Snap-Files (WS-Snap-Sub)
                   ADD 1 TO WS-SnapCount
               END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------".

      *> The restored night is made open again: the business date goes
      *> back to the snapshot's date and every step in the sequence
      *> is marked failed under it, so RunControl resumes that date at
      *> step 1 and lets each step run again in turn. The checkpoint
      *> itself came back with the snapshot.
       Reset-Run-Control.
           MOVE 0 TO WS-StepCount
           OPEN I-O RunControlFile
           IF RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RunControlFile
               CLOSE RunControlFile
               OPEN I-O RunControlFile
           END-IF
           MOVE '*BUSDATE*' TO RunProgId
           READ RunControlFile
               INVALID KEY
                   MOVE '*BUSDATE*' TO RunProgId
                   MOVE 0 TO RunSeqNo
                   MOVE WS-RestoreDate TO RunLastDate
                   MOVE 'B' TO RunStatus
                   WRITE RunControlRecord
               NOT INVALID KEY
                   MOVE WS-RestoreDate TO RunLastDate
                   MOVE 'B' TO RunStatus
                   REWRITE RunControlRecord
           END-READ
           MOVE LOW-VALUES TO RunProgId
           START RunControlFile KEY IS NOT LESS THAN RunProgId
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO EOF
                   PERFORM UNTIL EOF = 'Y'
                       READ RunControlFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               IF RunSeqNo > 0
                                   MOVE WS-RestoreDate TO RunLastDate
                                   MOVE 'F' TO RunStatus
                                   REWRITE RunControlRecord
                                   ADD 1 TO WS-StepCount
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           CLOSE RunControlFile
           DISPLAY "Run control reset - " WS-StepCount " step(s) "
               "will rerun for " WS-RestoreDate "."
           DISPLAY "Run NightBatch to repeat the night.".

       Audit-Restore.
           MOVE 'RESTORE' TO AuditOperation
           MOVE 0 TO AuditItemID
           MOVE 0 TO AuditOldQty
           MOVE 0 TO AuditNewQty
           MOVE 0 TO AuditOldPrice
           MOVE 0 TO AuditNewPrice
           MOVE SPACES TO AuditOldValue
           MOVE SPACES TO AuditNewValue
           STRING "SNAPSHOT " DELIMITED BY SIZE
                  WS-RestoreDate DELIMITED BY SIZE
                  INTO AuditNewValue
           PERFORM Write-Audit-Record.
