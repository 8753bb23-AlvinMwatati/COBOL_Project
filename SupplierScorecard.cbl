       IDENTIFICATION DIVISION.

       PROGRAM-ID. SupplierScorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POFile ASSIGN TO 'po.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POKey
               FILE STATUS IS PO-FILE-STATUS.
           SELECT SupplierFile ASSIGN TO 'supplier.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SupplierCode OF SupplierRecord
               FILE STATUS IS SUPP-FILE-STATUS.
           SELECT RMAFile ASSIGN TO 'rma.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMANumber
               FILE STATUS IS RMA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POFile.
       COPY POREC.

       FD  SupplierFile.
       COPY SUPPREC.

       FD  RMAFile.
       COPY RMAREC.

       WORKING-STORAGE SECTION.
       01  PO-FILE-STATUS     PIC X(2) VALUE "00".
       01  SUPP-FILE-STATUS   PIC X(2) VALUE "00".
       01  RMA-FILE-STATUS    PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-FromDate        PIC X(8).
       01  WS-ToDate          PIC X(8).
       01  WS-AsOfDate        PIC X(8).
       01  WS-AsOfNum         PIC 9(8).
       01  WS-AsOfInt         PIC 9(7).
       01  WS-DateNum         PIC 9(8).
       01  WS-OrderInt        PIC 9(7).
       01  WS-DueInt          PIC 9(7).
       01  WS-RcptInt         PIC 9(7).
       01  WS-LineDays        PIC 9(5).
       01  WS-Promised        PIC 9(3).
       01  WS-WorkCode        PIC X(6).
       01  WS-AvgDays         PIC 9(4)V9.
       01  WS-AvgDays-Disp    PIC ZZZ9.9.
       01  WS-DayGap          PIC 9(4)V9.
       01  WS-OTIFPct         PIC 9(3)V9.
       01  WS-Pct-Disp        PIC ZZ9.9.
       01  WS-RMARate         PIC 9(5)V9.
       01  WS-Rate-Disp       PIC ZZZZ9.9.
       01  WS-RMACredit       PIC 9(9)V99.
       01  WS-SuppListed      PIC 9(4) VALUE 0.
       01  WS-FlagCount       PIC 9(4) VALUE 0.
       01  WS-TotLinesDue     PIC 9(7) VALUE 0.
       01  WS-TotLinesOTIF    PIC 9(7) VALUE 0.
       01  WS-TotRMACredit    PIC 9(11)V99 VALUE 0.

      *> One row per supplier, loaded from supplier.dat in code order
      *> so the scorecard prints in that order; a PO or RMA on a code
      *> no longer on the master is added at the foot rather than
      *> dropped.
       01  WS-Supp-Table.
           05  WS-Supp-Count      PIC 9(3) VALUE 0.
           05  WS-Supp-Entry OCCURS 500 TIMES.
               10  WS-Supp-Code       PIC X(6).
               10  WS-Supp-Name       PIC X(30).
               10  WS-Supp-LeadDays   PIC 9(3).
               10  WS-Supp-POLines    PIC 9(5).
               10  WS-Supp-LinesDue   PIC 9(5).
               10  WS-Supp-LinesOTIF  PIC 9(5).
               10  WS-Supp-DatedLines PIC 9(5).
               10  WS-Supp-DaysTotal  PIC 9(7).
               10  WS-Supp-ShortLines PIC 9(5).
               10  WS-Supp-OverLines  PIC 9(5).
               10  WS-Supp-OverQty    PIC 9(7).
               10  WS-Supp-Overdue    PIC 9(5).
               10  WS-Supp-QtyRcvd    PIC 9(7).
               10  WS-Supp-RMACount   PIC 9(5).
               10  WS-Supp-RMAQty     PIC 9(7).
               10  WS-Supp-RMACredit  PIC 9(9)V99.
       01  WS-Supp-Sub        PIC 9(3).
       01  WS-Supp-Found      PIC 9(3).
       01  WS-SuppTableFull   PIC X VALUE 'N'.

      *> Supplier performance for purchasing's supplier reviews: how
      *> long each supplier really takes against the lead time held
      *> on the master (which ReorderCalc trusts), how many lines came
      *> in full and on time, where deliveries ran short or over, and
      *> how much of what came in went back on RMA.
       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Enter from order date (YYYYMMDD, spaces = all): "
           ACCEPT WS-FromDate
           DISPLAY "Enter to order date (YYYYMMDD, spaces = all): "
           ACCEPT WS-ToDate
           IF WS-ToDate = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AsOfDate
           ELSE
               MOVE WS-ToDate TO WS-AsOfDate
           END-IF
           IF WS-AsOfDate IS NOT NUMERIC
               DISPLAY "Invalid to date - scorecard not produced."
           ELSE
               MOVE WS-AsOfDate TO WS-AsOfNum
               COMPUTE WS-AsOfInt =
                   FUNCTION INTEGER-OF-DATE(WS-AsOfNum)
               PERFORM Load-Suppliers
               OPEN INPUT POFile
               IF PO-FILE-STATUS = "35"
                   DISPLAY "No purchase order file found - "
                       "nothing to score."
                   CLOSE POFile
               ELSE
                   PERFORM Score-PO-Lines
                   CLOSE POFile
                   PERFORM Score-RMAs
                   PERFORM Print-Scorecard
               END-IF
           END-IF
           STOP RUN.

       Load-Suppliers.
           OPEN INPUT SupplierFile
           IF SUPP-FILE-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ SupplierFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE SupplierCode OF SupplierRecord
                               TO WS-WorkCode
                           PERFORM Find-Supplier-Entry
                           IF WS-Supp-Found > 0
                               MOVE SupplierName TO
                                   WS-Supp-Name (WS-Supp-Found)
                               MOVE SupplierLeadDays TO
                                   WS-Supp-LeadDays (WS-Supp-Found)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SupplierFile.

       Find-Supplier-Entry.
           MOVE 0 TO WS-Supp-Found
           PERFORM VARYING WS-Supp-Sub FROM 1 BY 1
                   UNTIL WS-Supp-Sub > WS-Supp-Count
               IF WS-Supp-Code (WS-Supp-Sub) = WS-WorkCode
                   MOVE WS-Supp-Sub TO WS-Supp-Found
               END-IF
           END-PERFORM
           IF WS-Supp-Found = 0 AND WS-Supp-Count < 500
               ADD 1 TO WS-Supp-Count
               MOVE WS-WorkCode TO WS-Supp-Code (WS-Supp-Count)
               MOVE "** Unknown Supplier **" TO
                   WS-Supp-Name (WS-Supp-Count)
               MOVE 0 TO WS-Supp-LeadDays (WS-Supp-Count)
               MOVE 0 TO WS-Supp-POLines (WS-Supp-Count)
               MOVE 0 TO WS-Supp-LinesDue (WS-Supp-Count)
               MOVE 0 TO WS-Supp-LinesOTIF (WS-Supp-Count)
               MOVE 0 TO WS-Supp-DatedLines (WS-Supp-Count)
               MOVE 0 TO WS-Supp-DaysTotal (WS-Supp-Count)
               MOVE 0 TO WS-Supp-ShortLines (WS-Supp-Count)
               MOVE 0 TO WS-Supp-OverLines (WS-Supp-Count)
               MOVE 0 TO WS-Supp-OverQty (WS-Supp-Count)
               MOVE 0 TO WS-Supp-Overdue (WS-Supp-Count)
               MOVE 0 TO WS-Supp-QtyRcvd (WS-Supp-Count)
               MOVE 0 TO WS-Supp-RMACount (WS-Supp-Count)
               MOVE 0 TO WS-Supp-RMAQty (WS-Supp-Count)
               MOVE 0 TO WS-Supp-RMACredit (WS-Supp-Count)
               MOVE WS-Supp-Count TO WS-Supp-Found
           END-IF
           IF WS-Supp-Found = 0 AND WS-SuppTableFull = 'N'
               MOVE 'Y' TO WS-SuppTableFull
               DISPLAY "SUPPLIER TABLE FULL: more than 500 "
                   "suppliers - scorecard is incomplete from "
                   "supplier " WS-WorkCode " on."
           END-IF.

       Score-PO-Lines.
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ POFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF (WS-FromDate = SPACES
                               OR POOrderDate >= WS-FromDate)
                               AND (WS-ToDate = SPACES
                                   OR POOrderDate <= WS-ToDate)
                               AND POOrderDate IS NUMERIC
                           MOVE POSupplierCode TO WS-WorkCode
                           PERFORM Find-Supplier-Entry
                           IF WS-Supp-Found > 0
                               PERFORM Score-One-PO-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> A line is judged once it has closed or its promised date
      *> (order date plus lead days, the 14-day house default when
      *> the master holds none) has passed; an open line still inside
      *> its lead time is not yet late. In full and on time means the
      *> line closed on a single delivery no later than promised.
      *> A line that took more than one delivery, or is open with
      *> part received, counts as a short shipment.
       Score-One-PO-Line.
           ADD 1 TO WS-Supp-POLines (WS-Supp-Found)
           ADD POQtyReceived TO WS-Supp-QtyRcvd (WS-Supp-Found)
           ADD POQtyOverRcvd TO WS-Supp-QtyRcvd (WS-Supp-Found)
           MOVE WS-Supp-LeadDays (WS-Supp-Found) TO WS-Promised
           IF WS-Promised = 0
               MOVE 14 TO WS-Promised
           END-IF
           MOVE POOrderDate TO WS-DateNum
           COMPUTE WS-OrderInt = FUNCTION INTEGER-OF-DATE(WS-DateNum)
           COMPUTE WS-DueInt = WS-OrderInt + WS-Promised
           IF POFirstRcptDate IS NUMERIC
               MOVE POFirstRcptDate TO WS-DateNum
               COMPUTE WS-RcptInt =
                   FUNCTION INTEGER-OF-DATE(WS-DateNum)
               IF WS-RcptInt >= WS-OrderInt
                   COMPUTE WS-LineDays = WS-RcptInt - WS-OrderInt
                   ADD WS-LineDays TO
                       WS-Supp-DaysTotal (WS-Supp-Found)
                   ADD 1 TO WS-Supp-DatedLines (WS-Supp-Found)
               END-IF
           END-IF
      *> A closed line with no receipt date (one carried over by
      *> LayoutConvert from before lines held their dates) cannot be
      *> judged on time, so it is left out of the due and OTIF counts
      *> altogether rather than scored as a miss.
           IF POStatus = 'C'
               IF POLastRcptDate IS NUMERIC
                   ADD 1 TO WS-Supp-LinesDue (WS-Supp-Found)
                   MOVE POLastRcptDate TO WS-DateNum
                   COMPUTE WS-RcptInt =
                       FUNCTION INTEGER-OF-DATE(WS-DateNum)
                   IF WS-RcptInt <= WS-DueInt
                           AND POFirstRcptDate = POLastRcptDate
                       ADD 1 TO WS-Supp-LinesOTIF (WS-Supp-Found)
                   END-IF
               END-IF
               IF POFirstRcptDate NOT = POLastRcptDate
                   ADD 1 TO WS-Supp-ShortLines (WS-Supp-Found)
               END-IF
           ELSE
               IF WS-AsOfInt > WS-DueInt
                   ADD 1 TO WS-Supp-LinesDue (WS-Supp-Found)
                   ADD 1 TO WS-Supp-Overdue (WS-Supp-Found)
               END-IF
               IF POQtyReceived > 0
                   ADD 1 TO WS-Supp-ShortLines (WS-Supp-Found)
               END-IF
           END-IF
           IF POQtyOverRcvd > 0
               ADD 1 TO WS-Supp-OverLines (WS-Supp-Found)
               ADD POQtyOverRcvd TO WS-Supp-OverQty (WS-Supp-Found)
           END-IF.

      *> RMAs raised in the period, at the credit value they were
      *> raised at - the same quantity times unit cost RMAReport
      *> shows as owed.
       Score-RMAs.
           OPEN INPUT RMAFile
           IF RMA-FILE-STATUS = "00"
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ RMAFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF (WS-FromDate = SPACES
                                   OR RMARaisedDate >= WS-FromDate)
                                   AND (WS-ToDate = SPACES
                                       OR RMARaisedDate <= WS-ToDate)
                               PERFORM Score-One-RMA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RMAFile.

       Score-One-RMA.
           MOVE RMASupplierCode TO WS-WorkCode
           PERFORM Find-Supplier-Entry
           IF WS-Supp-Found > 0
               ADD 1 TO WS-Supp-RMACount (WS-Supp-Found)
               ADD RMAQty TO WS-Supp-RMAQty (WS-Supp-Found)
               COMPUTE WS-RMACredit = RMAQty * RMAUnitCost
               ADD WS-RMACredit TO WS-Supp-RMACredit (WS-Supp-Found)
           END-IF.

       Print-Scorecard.
           DISPLAY "--------------------------------------------"
           DISPLAY "       SUPPLIER PERFORMANCE SCORECARD        "
           IF WS-FromDate = SPACES
               DISPLAY "   orders up to " WS-AsOfDate
           ELSE
               DISPLAY "   orders " WS-FromDate " to " WS-AsOfDate
           END-IF
           DISPLAY "--------------------------------------------"
           PERFORM VARYING WS-Supp-Sub FROM 1 BY 1
                   UNTIL WS-Supp-Sub > WS-Supp-Count
               IF WS-Supp-POLines (WS-Supp-Sub) > 0
                       OR WS-Supp-RMACount (WS-Supp-Sub) > 0
                   PERFORM Print-Supplier-Card
               END-IF
           END-PERFORM
           DISPLAY "--------------------------------------------"
           IF WS-SuppListed = 0
               DISPLAY "No PO or RMA activity in the period."
           ELSE
               IF WS-TotLinesDue > 0
                   COMPUTE WS-OTIFPct ROUNDED =
                       WS-TotLinesOTIF * 100 / WS-TotLinesDue
               ELSE
                   MOVE 0 TO WS-OTIFPct
               END-IF
               MOVE WS-OTIFPct TO WS-Pct-Disp
               DISPLAY WS-SuppListed " supplier(s) scored, "
                   WS-TotLinesOTIF " of " WS-TotLinesDue
                   " line(s) due in full and on time ("
                   WS-Pct-Disp "%)."
               DISPLAY "RMA credit raised in period: "
                   WS-TotRMACredit
               DISPLAY WS-FlagCount " supplier(s) with a lead time "
                   "on the master that looks out of date."
           END-IF.

       Print-Supplier-Card.
           ADD 1 TO WS-SuppListed
           ADD WS-Supp-LinesDue (WS-Supp-Sub) TO WS-TotLinesDue
           ADD WS-Supp-LinesOTIF (WS-Supp-Sub) TO WS-TotLinesOTIF
           ADD WS-Supp-RMACredit (WS-Supp-Sub) TO WS-TotRMACredit
           MOVE WS-Supp-LeadDays (WS-Supp-Sub) TO WS-Promised
           IF WS-Promised = 0
               MOVE 14 TO WS-Promised
           END-IF
           DISPLAY " "
           DISPLAY "Supplier " WS-Supp-Code (WS-Supp-Sub) " - "
               WS-Supp-Name (WS-Supp-Sub)
           IF WS-Supp-DatedLines (WS-Supp-Sub) > 0
               COMPUTE WS-AvgDays ROUNDED =
                   WS-Supp-DaysTotal (WS-Supp-Sub)
                   / WS-Supp-DatedLines (WS-Supp-Sub)
               MOVE WS-AvgDays TO WS-AvgDays-Disp
               DISPLAY "    lead days promised " WS-Promised
                   "  actual average " WS-AvgDays-Disp
                   " over " WS-Supp-DatedLines (WS-Supp-Sub)
                   " delivered line(s)"
               PERFORM Check-Lead-Time
           ELSE
               DISPLAY "    lead days promised " WS-Promised
                   "  no dated deliveries in the period"
           END-IF
           IF WS-Supp-LinesDue (WS-Supp-Sub) > 0
               COMPUTE WS-OTIFPct ROUNDED =
                   WS-Supp-LinesOTIF (WS-Supp-Sub) * 100
                   / WS-Supp-LinesDue (WS-Supp-Sub)
           ELSE
               MOVE 0 TO WS-OTIFPct
           END-IF
           MOVE WS-OTIFPct TO WS-Pct-Disp
           DISPLAY "    PO lines " WS-Supp-POLines (WS-Supp-Sub)
               "  due " WS-Supp-LinesDue (WS-Supp-Sub)
               "  in full on time " WS-Supp-LinesOTIF (WS-Supp-Sub)
               "  (" WS-Pct-Disp "%)  overdue open "
               WS-Supp-Overdue (WS-Supp-Sub)
           DISPLAY "    short shipments " WS-Supp-ShortLines
               (WS-Supp-Sub) "  over shipments "
               WS-Supp-OverLines (WS-Supp-Sub) " (qty over "
               WS-Supp-OverQty (WS-Supp-Sub) ")"
           IF WS-Supp-QtyRcvd (WS-Supp-Sub) > 0
               COMPUTE WS-RMARate ROUNDED =
                   WS-Supp-RMAQty (WS-Supp-Sub) * 100
                   / WS-Supp-QtyRcvd (WS-Supp-Sub)
           ELSE
               MOVE 0 TO WS-RMARate
           END-IF
           MOVE WS-RMARate TO WS-Rate-Disp
           DISPLAY "    RMAs " WS-Supp-RMACount (WS-Supp-Sub)
               "  qty returned " WS-Supp-RMAQty (WS-Supp-Sub)
               "  rate " WS-Rate-Disp "% of received"
               "  credit " WS-Supp-RMACredit (WS-Supp-Sub).

      *> Flag a master lead time more than a fifth (and at least two
      *> days) away from what the supplier actually achieves - the
      *> figure ReorderCalc sizes reorder levels on is then wrong.
       Check-Lead-Time.
           IF WS-AvgDays > WS-Promised
               COMPUTE WS-DayGap = WS-AvgDays - WS-Promised
           ELSE
               COMPUTE WS-DayGap = WS-Promised - WS-AvgDays
           END-IF
           IF WS-DayGap >= 2 AND WS-DayGap * 5 > WS-Promised
               ADD 1 TO WS-FlagCount
               DISPLAY "    ** LEAD TIME ON MASTER OUT OF DATE - "
                   "review SupplierLeadDays"
           END-IF.
