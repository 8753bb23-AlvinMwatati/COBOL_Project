       IDENTIFICATION DIVISION.

       PROGRAM-ID. InvoiceMatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO 'invoice.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InvcKey
               FILE STATUS IS INVC-FILE-STATUS.
           SELECT POFile ASSIGN TO 'po.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POKey
               FILE STATUS IS PO-FILE-STATUS.
           SELECT APInterfaceFile ASSIGN TO 'apinterface.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceFile.
       COPY INVCREC.

       FD  POFile.
       COPY POREC.

       FD  APInterfaceFile.
       01  APInterfaceLine    PIC X(100).

       WORKING-STORAGE SECTION.
       01  INVC-FILE-STATUS   PIC X(2) VALUE "00".
       01  PO-FILE-STATUS     PIC X(2) VALUE "00".
       01  AP-FILE-STATUS     PIC X(2) VALUE "00".
       01  EOF                PIC X VALUE 'N'.
       01  WS-BusDate         PIC X(8).
       01  WS-POFileOk        PIC X VALUE 'N'.
       01  WS-POFound         PIC X VALUE 'N'.
       01  WS-Reason          PIC X(30).
       01  WS-RcvdQty         PIC 9(5).
       01  WS-POPrice         PIC 9(6)V99.
       01  WS-BilledToDate    PIC 9(7).
       01  WS-QtyLimit        PIC 9(7).
       01  WS-PriceLimit      PIC 9(6)V99.
       01  WS-LineValue       PIC 9(9)V99.
       01  WS-MatchedCount    PIC 9(5) VALUE 0.
       01  WS-MatchedValue    PIC 9(11)V99 VALUE 0.
       01  WS-HeldCount       PIC 9(5) VALUE 0.
       01  WS-NoReceiptCount  PIC 9(5) VALUE 0.
       01  WS-OverRcvdCount   PIC 9(5) VALUE 0.
       01  WS-OverPriceCount  PIC 9(5) VALUE 0.
       01  WS-OtherHeldCount  PIC 9(5) VALUE 0.
       01  WS-HashTotal       PIC 9(15)V99 VALUE 0.
       01  WS-DetailCount     PIC 9(4) VALUE 0.
       01  WS-Count-Disp      PIC 9(4).
       01  WS-Hash-Disp       PIC 9(15).99.
       01  WS-Qty-Disp        PIC 9(5).
       01  WS-Price-Disp      PIC 9(6).99.
       01  WS-Amount-Disp     PIC 9(9).99.
       01  WS-PONum-Disp      PIC 9(6).
       01  WS-POLine-Disp     PIC 9(3).
       01  WS-InvLine-Disp    PIC 9(3).
       01  WS-Item-Disp       PIC 9(5).

      *> Match tolerances. A billed price may run this far over the
      *> PO price before the line is held - suppliers round unit
      *> prices - but the billed quantity may not run over what was
      *> received unless the quantity tolerance is opened up.
       01  WS-PriceTolPct     PIC 9(2)V99 VALUE 2.00.
       01  WS-QtyTolPct       PIC 9(2)V99 VALUE 0.

      *> Quantity already passed to accounts payable per PO line -
      *> every earlier matched invoice plus the ones matched so far
      *> tonight - so a second invoice for the same delivery is held
      *> as billed over received instead of being paid twice.
       01  WS-Billed-Table.
           05  WS-Billed-Count    PIC 9(4) VALUE 0.
           05  WS-Billed-Entry OCCURS 2000 TIMES.
               10  WS-Billed-PONumber PIC 9(6).
               10  WS-Billed-POLineNo PIC 9(3).
               10  WS-Billed-Qty      PIC 9(7).
       01  WS-Billed-Sub      PIC 9(4).
       01  WS-Billed-Found    PIC 9(4).
       01  WS-BilledTableFull PIC X VALUE 'N'.

       COPY RUNCTLPARM.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 'BEGIN' TO RC-Action
           MOVE 'INVMATCH' TO RC-ProgId
           MOVE 7 TO RC-SeqNo
           CALL 'RunControl' USING RunControlParm
           IF RC-Result NOT = 0
               MOVE RC-Result TO RETURN-CODE
               GOBACK
           END-IF
           IF RC-BusDate = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BusDate
           ELSE
               MOVE RC-BusDate TO WS-BusDate
           END-IF
      *> The interface file is written every night, header and
      *> trailer even when nothing matched, so accounts payable can
      *> tell "nothing to pay" from "the file never arrived".
           PERFORM Open-AP-Interface
           OPEN I-O InvoiceFile
           IF INVC-FILE-STATUS = "35"
               DISPLAY "No supplier invoices on file - nothing to "
                   "match."
               CLOSE InvoiceFile
           ELSE
               MOVE 'N' TO WS-POFileOk
               OPEN INPUT POFile
               IF PO-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-POFileOk
               END-IF
               PERFORM Load-Billed-Quantities
               DISPLAY "-----------------------------------------"
               DISPLAY "  INVOICE MATCH EXCEPTIONS - " WS-BusDate
               DISPLAY "-----------------------------------------"
               DISPLAY "SUPP   INVOICE      LN  PO     PLN  ITEM  "
                   "BILLED  RCVD  PRICE     PO PRICE"
               PERFORM Match-Invoices
               IF WS-POFileOk = 'Y'
                   CLOSE POFile
               END-IF
               CLOSE InvoiceFile
               DISPLAY "-----------------------------------------"
               DISPLAY WS-MatchedCount " invoice line(s) matched, "
                   "value " WS-MatchedValue " passed to accounts "
                   "payable."
               DISPLAY WS-HeldCount " line(s) held: "
                   WS-NoReceiptCount " no receipt, "
                   WS-OverRcvdCount " billed over received, "
                   WS-OverPriceCount " price above PO, "
                   WS-OtherHeldCount " other."
           END-IF
           PERFORM Close-AP-Interface
           MOVE 'END' TO RC-Action
           MOVE 'C' TO RC-Status
           CALL 'RunControl' USING RunControlParm
           GOBACK.

       Load-Billed-Quantities.
           MOVE 'N' TO EOF
           PERFORM UNTIL EOF = 'Y'
               READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF InvcStatus = 'M'
                           PERFORM Add-To-Billed-Entry
                       END-IF
               END-READ
           END-PERFORM.

       Find-Billed-Entry.
           MOVE 0 TO WS-Billed-Found
           PERFORM VARYING WS-Billed-Sub FROM 1 BY 1
                   UNTIL WS-Billed-Sub > WS-Billed-Count
               IF WS-Billed-PONumber (WS-Billed-Sub) = InvcPONumber
                       AND WS-Billed-POLineNo (WS-Billed-Sub) =
                           InvcPOLineNo
                   MOVE WS-Billed-Sub TO WS-Billed-Found
               END-IF
           END-PERFORM.

       Add-To-Billed-Entry.
           PERFORM Find-Billed-Entry
           IF WS-Billed-Found = 0
               IF WS-Billed-Count < 2000
                   ADD 1 TO WS-Billed-Count
                   MOVE InvcPONumber TO
                       WS-Billed-PONumber (WS-Billed-Count)
                   MOVE InvcPOLineNo TO
                       WS-Billed-POLineNo (WS-Billed-Count)
                   MOVE 0 TO WS-Billed-Qty (WS-Billed-Count)
                   MOVE WS-Billed-Count TO WS-Billed-Found
               ELSE
                   IF WS-BilledTableFull = 'N'
                       MOVE 'Y' TO WS-BilledTableFull
                       DISPLAY "BILLED TABLE FULL: more than 2000 "
                           "billed PO lines - quantity already "
                           "billed on PO " InvcPONumber " on is "
                           "not checked."
                   END-IF
               END-IF
           END-IF
           IF WS-Billed-Found > 0
               ADD InvcQty TO WS-Billed-Qty (WS-Billed-Found)
           END-IF.

       Match-Invoices.
           MOVE LOW-VALUES TO InvcKey
           START InvoiceFile KEY IS NOT LESS THAN InvcKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO EOF
                   PERFORM UNTIL EOF = 'Y'
                       READ InvoiceFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               IF InvcStatus = 'E' OR InvcStatus = 'X'
                                   PERFORM Match-One-Invoice
                               ELSE
                                   IF InvcStatus = 'M' AND
                                           InvcMatchDate = WS-BusDate
                                       PERFORM Resend-Matched-Line
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      *> The three-way match: the invoice line against the PO line it
      *> bills (what was ordered, at what price) and against the
      *> quantity BatchApply has relieved off that line as RECEIPT
      *> movements were posted (what actually came through the dock).
      *> The first failing test is the reason the line is held.
       Match-One-Invoice.
           MOVE SPACES TO WS-Reason
           MOVE 0 TO WS-RcvdQty
           MOVE 0 TO WS-POPrice
           MOVE 'N' TO WS-POFound
           IF WS-POFileOk = 'Y'
               MOVE InvcPONumber TO PONumber
               MOVE InvcPOLineNo TO POLineNo
               READ POFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POFound
                       MOVE POQtyReceived TO WS-RcvdQty
                       MOVE POUnitCost TO WS-POPrice
               END-READ
           END-IF
           IF WS-POFound = 'N'
               MOVE 'PO LINE NOT ON FILE' TO WS-Reason
           ELSE
               IF POSupplierCode NOT = InvcSupplierCode
                   MOVE 'SUPPLIER NOT ON PO' TO WS-Reason
               ELSE
                   IF POQtyReceived = 0
                       MOVE 'INVOICE WITH NO RECEIPT' TO WS-Reason
                   ELSE
                       PERFORM Check-Billed-Quantity
                       IF WS-Reason = SPACES
                           PERFORM Check-Billed-Price
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-Reason = SPACES
               PERFORM Pass-Invoice-Line
           ELSE
               PERFORM Hold-Invoice-Line
           END-IF.

       Check-Billed-Quantity.
           PERFORM Find-Billed-Entry
           MOVE InvcQty TO WS-BilledToDate
           IF WS-Billed-Found > 0
               ADD WS-Billed-Qty (WS-Billed-Found) TO WS-BilledToDate
           END-IF
           COMPUTE WS-QtyLimit = POQtyReceived
               + (POQtyReceived * WS-QtyTolPct / 100)
           IF WS-BilledToDate > WS-QtyLimit
               MOVE 'BILLED OVER RECEIVED' TO WS-Reason
           END-IF.

      *> A PO line cut before lines carried a price has nothing to
      *> match against, so it is held for a buyer to approve by hand
      *> rather than paid at whatever was billed. A billed price under
      *> the PO price is always passed.
       Check-Billed-Price.
           IF POUnitCost = 0
               MOVE 'NO PRICE ON PO LINE' TO WS-Reason
           ELSE
               COMPUTE WS-PriceLimit ROUNDED = POUnitCost
                   + (POUnitCost * WS-PriceTolPct / 100)
               IF InvcUnitPrice > WS-PriceLimit
                   MOVE 'PRICE ABOVE PO' TO WS-Reason
               END-IF
           END-IF.

       Pass-Invoice-Line.
           MOVE 'M' TO InvcStatus
           MOVE WS-BusDate TO InvcMatchDate
           MOVE SPACES TO InvcReason
           REWRITE InvoiceRecord
           PERFORM Add-To-Billed-Entry
           COMPUTE WS-LineValue = InvcQty * InvcUnitPrice
           ADD WS-LineValue TO WS-MatchedValue
           ADD 1 TO WS-MatchedCount
           PERFORM Write-AP-Detail-Line.

      *> A line already passed under this business date was matched
      *> by an earlier attempt at tonight's run - a rerun after an
      *> abend or a SnapRestore. The interface file is rebuilt from
      *> scratch each run, so the line goes on it again or it would
      *> never reach accounts payable.
       Resend-Matched-Line.
           COMPUTE WS-LineValue = InvcQty * InvcUnitPrice
           ADD WS-LineValue TO WS-MatchedValue
           ADD 1 TO WS-MatchedCount
           PERFORM Write-AP-Detail-Line.

       Hold-Invoice-Line.
           MOVE 'X' TO InvcStatus
           MOVE WS-Reason TO InvcReason
           REWRITE InvoiceRecord
           ADD 1 TO WS-HeldCount
           EVALUATE WS-Reason
               WHEN 'INVOICE WITH NO RECEIPT'
                   ADD 1 TO WS-NoReceiptCount
               WHEN 'BILLED OVER RECEIVED'
                   ADD 1 TO WS-OverRcvdCount
               WHEN 'PRICE ABOVE PO'
                   ADD 1 TO WS-OverPriceCount
               WHEN OTHER
                   ADD 1 TO WS-OtherHeldCount
           END-EVALUATE
           DISPLAY InvcSupplierCode " " InvcNumber " " InvcLineNo
               " " InvcPONumber " " InvcPOLineNo "  " InvcItemID
               "  " InvcQty " " WS-RcvdQty " " InvcUnitPrice " "
               WS-POPrice
           DISPLAY "       ** " WS-Reason.

      *> DTL,<supplier>,<invoice>,<line>,<PO>,<PO line>,<item>,
      *> <quantity>,<unit price>,<amount> - one line per matched
      *> invoice line, trailer hash summing the amounts, the same
      *> HDR/DTL/TRL shape as the GL extract beside it.
       Open-AP-Interface.
           OPEN OUTPUT APInterfaceFile
           MOVE SPACES TO APInterfaceLine
           STRING "HDR,APINTERFACE," DELIMITED BY SIZE
               WS-BusDate DELIMITED BY SIZE
               INTO APInterfaceLine
           WRITE APInterfaceLine.

      *> The supplier's invoice number is the payment reference and
      *> may hold embedded blanks ("INV 0042"), so it goes over whole
      *> with only its trailing spaces cut.
       Write-AP-Detail-Line.
           ADD 1 TO WS-DetailCount
           ADD WS-LineValue TO WS-HashTotal
           MOVE InvcLineNo TO WS-InvLine-Disp
           MOVE InvcPONumber TO WS-PONum-Disp
           MOVE InvcPOLineNo TO WS-POLine-Disp
           MOVE InvcItemID TO WS-Item-Disp
           MOVE InvcQty TO WS-Qty-Disp
           MOVE InvcUnitPrice TO WS-Price-Disp
           MOVE WS-LineValue TO WS-Amount-Disp
           MOVE SPACES TO APInterfaceLine
           STRING "DTL," DELIMITED BY SIZE
               InvcSupplierCode DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(InvcNumber TRAILING) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-InvLine-Disp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-PONum-Disp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-POLine-Disp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Item-Disp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Qty-Disp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Price-Disp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Amount-Disp DELIMITED BY SIZE
               INTO APInterfaceLine
           WRITE APInterfaceLine.

       Close-AP-Interface.
           MOVE WS-DetailCount TO WS-Count-Disp
           MOVE WS-HashTotal TO WS-Hash-Disp
           MOVE SPACES TO APInterfaceLine
           STRING "TRL," DELIMITED BY SIZE
               WS-Count-Disp DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-Hash-Disp DELIMITED BY SIZE
               INTO APInterfaceLine
           WRITE APInterfaceLine
           CLOSE APInterfaceFile.
