       01  WS-Idx             PIC 9(2).
       01  WS-Failed          PIC X VALUE 'N'.
       01  WS-RunCount        PIC 9(2) VALUE 0.
       01  WS-SnapResult      PIC X(9) VALUE "NOT RUN".

      *> The end-of-night sequence. Each program also checks the
      *> run-control file itself, so running one by hand out of order
      *> the right order, stops on the first failure, and prints the
      *> summary the operator files with the night paperwork.
       01  WS-Suite-Table.
           05  WS-Suite-Entry OCCURS 13 TIMES.
               10  WS-Suite-Name      PIC X(16).
               10  WS-Suite-Result    PIC X(9).

           DISPLAY "--------------------------------------------"
           DISPLAY "   END-OF-NIGHT BATCH RUN - " WS-Today
           DISPLAY "--------------------------------------------"
           PERFORM Take-Snapshot
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > 13 OR WS-Failed = 'Y'
               PERFORM Run-One-Program
           END-PERFORM
           PERFORM Print-Run-Summary
           MOVE "ExpiryReport"    TO WS-Suite-Name (4)
           MOVE "ReorderReport"   TO WS-Suite-Name (5)
           MOVE "GLExtract"       TO WS-Suite-Name (6)
           MOVE "InvoiceMatch"    TO WS-Suite-Name (7)
           MOVE "ValuationReport" TO WS-Suite-Name (8)
           MOVE "SupplierReport"  TO WS-Suite-Name (9)
           MOVE "CycleCountPlan"  TO WS-Suite-Name (10)
           MOVE "ReplenishRun"    TO WS-Suite-Name (11)
           MOVE "IntegrityCheck"  TO WS-Suite-Name (12)
           MOVE "MonthEndClose"   TO WS-Suite-Name (13)
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 13
               MOVE "NOT RUN" TO WS-Suite-Result (WS-Idx)
           END-PERFORM.

      *> Nothing is run until the files the suite writes have been
      *> copied aside - a night with no way back is not started.
       Take-Snapshot.
           DISPLAY " "
           DISPLAY ">>> Pre-night snapshot"
           MOVE 0 TO RETURN-CODE
           CALL 'NightSnapshot'
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "COMPLETED" TO WS-SnapResult
               WHEN 4
                   MOVE "SKIPPED" TO WS-SnapResult
               WHEN OTHER
                   MOVE "FAILED" TO WS-SnapResult
                   MOVE 'Y' TO WS-Failed
                   DISPLAY ">>> Snapshot failed - suite not started."
           END-EVALUATE.

       Run-One-Program.
           DISPLAY " "
           DISPLAY ">>> Step " WS-Idx " - "
               WHEN 6
                   CALL 'GLExtract'
               WHEN 7
                   CALL 'InvoiceMatch'
               WHEN 8
                   CALL 'ValuationReport'
               WHEN 9
                   CALL 'SupplierReport'
               WHEN 10
                   CALL 'CycleCountPlan'
               WHEN 11
                   CALL 'ReplenishRun'
               WHEN 12
                   CALL 'IntegrityCheck'
               WHEN 13
                   CALL 'MonthEndClose'
           END-EVALUATE
           EVALUATE RETURN-CODE
           DISPLAY "--------------------------------------------"
           DISPLAY "   NIGHT BATCH RUN SUMMARY - " WS-Today
           DISPLAY "--------------------------------------------"
           DISPLAY "Snapshot  " WS-SnapResult
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 13
               DISPLAY "Step " WS-Idx "  "
                   WS-Suite-Name (WS-Idx) "  "
                   WS-Suite-Result (WS-Idx)
