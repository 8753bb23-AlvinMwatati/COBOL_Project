       IDENTIFICATION DIVISION.

       PROGRAM-ID. NightSnapshot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO 'runctl.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RunProgId
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT SnapCatalogFile ASSIGN TO 'snapshot.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RunControlFile.
       COPY RUNCTLREC.

       FD  SnapCatalogFile.
       COPY SNAPREC.

       WORKING-STORAGE SECTION.
       01  RUNCTL-FILE-STATUS PIC X(2) VALUE "00".
       01  SNAP-FILE-STATUS   PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-Today           PIC X(8).
       01  WS-NowTime         PIC X(6).
       01  WS-NightOpen       PIC X VALUE 'N'.
       01  WS-NightStarted    PIC X VALUE 'N'.
       01  WS-StoredDate      PIC X(8).
       01  WS-Slot            PIC 9(2).
       01  WS-OldestStamp     PIC X(14).
       01  WS-SlotStamp       PIC X(14).

      *> How many pre-night snapshots are kept. Each night's copy goes
      *> into the slot holding the oldest, so the catalog always
      *> offers the last this-many nights for restore.
       01  WS-SnapGenerations PIC 9(2) VALUE 5.

       01  WS-Snap-Table.
           05  WS-Snap-Entry OCCURS 20 TIMES.
               10  WS-Snap-Date       PIC X(8).
               10  WS-Snap-Time       PIC X(6).
               10  WS-Snap-Status     PIC X(1).
               10  WS-Snap-Files      PIC 9(2).
       01  WS-Snap-Sub        PIC 9(2).

       COPY SNAPPARM.

      *> Called by NightBatch before step 1: a copy of every file the
      *> suite writes, taken while the files still stand as the day
      *> left them, so a night that goes wrong in any step can be put
      *> back with SnapRestore and run again from the top. A night
      *> being resumed after a failed step is not snapshotted again -
      *> the copy taken before it started is the one worth keeping.
      *> Nor is a night that has already run to completion today:
      *> RunControl refuses its steps anyway, and copying the files
      *> now would replace the pre-night images with post-night ones.
      *> RETURN-CODE 0 = taken, 4 = not needed (night resumed or
      *> already completed), 8 = the copy failed and the night must
      *> not start.
       PROCEDURE DIVISION.
       Main-Logic.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NowTime
           PERFORM Check-Night-Open
           IF WS-NightOpen = 'Y'
               DISPLAY "Night of " WS-StoredDate " is being resumed - "
                   "the snapshot taken before it stands."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-NightStarted = 'Y'
                   DISPLAY "Night of " WS-StoredDate " has already "
                       "completed - the snapshot taken before it "
                       "stands."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM Take-Snapshot
               END-IF
           END-IF
           GOBACK.

       Take-Snapshot.
           PERFORM Load-Snap-Catalog
           PERFORM Choose-Snap-Slot
           MOVE WS-Today TO WS-Snap-Date (WS-Slot)
           MOVE WS-NowTime TO WS-Snap-Time (WS-Slot)
           MOVE 'I' TO WS-Snap-Status (WS-Slot)
           MOVE 0 TO WS-Snap-Files (WS-Slot)
           PERFORM Save-Snap-Catalog
           MOVE 'SAVE' TO SC-Action
           MOVE WS-Slot TO SC-Slot
           CALL 'SnapCopy' USING SnapCopyParm
           MOVE SC-FileCount TO WS-Snap-Files (WS-Slot)
           IF SC-Result = 0
               MOVE 'C' TO WS-Snap-Status (WS-Slot)
               PERFORM Save-Snap-Catalog
               DISPLAY "Snapshot for " WS-Today " taken in "
                   "generation " WS-Slot " - " SC-FileCount
                   " file(s)."
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM Save-Snap-Catalog
               DISPLAY "Snapshot for " WS-Today " is incomplete "
                   "- night not started."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> The same test RunControl makes when step 1 begins: while any
      *> step still carries the stored business date without having
      *> completed, that night is unfinished and the next run resumes
      *> it. A stored date of today with no step open is a night
      *> that has already been run today.
       Check-Night-Open.
           MOVE 'N' TO WS-NightOpen
           MOVE 'N' TO WS-NightStarted
           MOVE SPACES TO WS-StoredDate
           OPEN INPUT RunControlFile
           IF RUNCTL-FILE-STATUS = "35"
               CLOSE RunControlFile
           ELSE
               MOVE '*BUSDATE*' TO RunProgId
               READ RunControlFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RunLastDate TO WS-StoredDate
               END-READ
               IF WS-StoredDate NOT = SPACES
                   PERFORM Scan-For-Open-Step
               END-IF
               IF WS-StoredDate = WS-Today
                   MOVE 'Y' TO WS-NightStarted
               END-IF
               CLOSE RunControlFile
           END-IF.

       Scan-For-Open-Step.
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
                                       AND RunLastDate = WS-StoredDate
                                       AND RunStatus NOT = 'C'
                                   MOVE 'Y' TO WS-NightOpen
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

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

      *> A snapshot already taken today is retaken in its own slot
      *> only while runctl.dat shows tonight's step 1 has not begun
      *> (the files are still as the day left them); a completed
      *> snapshot is never overwritten once the night has started.
      *> Otherwise an unused slot is taken, and once all are used the
      *> oldest is overwritten.
       Choose-Snap-Slot.
           MOVE 0 TO WS-Slot
           PERFORM VARYING WS-Snap-Sub FROM 1 BY 1
                   UNTIL WS-Snap-Sub > WS-SnapGenerations
               IF WS-Snap-Date (WS-Snap-Sub) = WS-Today
                       AND (WS-Snap-Status (WS-Snap-Sub) NOT = 'C'
                           OR WS-NightStarted = 'N')
                   MOVE WS-Snap-Sub TO WS-Slot
               END-IF
           END-PERFORM
           IF WS-Slot = 0
               PERFORM VARYING WS-Snap-Sub FROM 1 BY 1
                       UNTIL WS-Snap-Sub > WS-SnapGenerations
                           OR WS-Slot > 0
                   IF WS-Snap-Status (WS-Snap-Sub) = SPACES
                       MOVE WS-Snap-Sub TO WS-Slot
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Slot = 0
               MOVE HIGH-VALUES TO WS-OldestStamp
               PERFORM VARYING WS-Snap-Sub FROM 1 BY 1
                       UNTIL WS-Snap-Sub > WS-SnapGenerations
                   MOVE WS-Snap-Date (WS-Snap-Sub) TO
                       WS-SlotStamp(1:8)
                   MOVE WS-Snap-Time (WS-Snap-Sub) TO
                       WS-SlotStamp(9:6)
                   IF WS-SlotStamp < WS-OldestStamp
                       MOVE WS-SlotStamp TO WS-OldestStamp
                       MOVE WS-Snap-Sub TO WS-Slot
                   END-IF
               END-PERFORM
           END-IF.

       Save-Snap-Catalog.
           OPEN OUTPUT SnapCatalogFile
           PERFORM VARYING WS-Snap-Sub FROM 1 BY 1
                   UNTIL WS-Snap-Sub > 20
               IF WS-Snap-Status (WS-Snap-Sub) NOT = SPACES
                   MOVE WS-Snap-Sub TO SnapSlot
                   MOVE WS-Snap-Date (WS-Snap-Sub) TO SnapDate
                   MOVE WS-Snap-Time (WS-Snap-Sub) TO SnapTime
                   MOVE WS-Snap-Status (WS-Snap-Sub) TO SnapStatus
                   MOVE WS-Snap-Files (WS-Snap-Sub) TO SnapFileCount
                   WRITE SnapshotRecord
               END-IF
           END-PERFORM
           CLOSE SnapCatalogFile.
