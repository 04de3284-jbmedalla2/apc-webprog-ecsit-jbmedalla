      * Date:
      * Purpose: Goods-receipt intake - books the warehouse's keyed
      *          delivery file (GOODSIN.DAT: PO number, oil, size,
      *          quantity received, the supplier's lot number and its
      *          best-before date) against the open-orders file
      *          OILPURC1 raises, so stock finally goes UP in the
      *          system as well as down. Each receipt is matched to
      *          its OPENPO.DAT line, the received-to-date moves up
      *          receipt prints on the GOODSIN.RPT register, and the
      *          receipt file archives to a dated history and clears
      *          once applied - the PAYMENTS.DAT consume-once scheme -
      *          so a delivery can never book twice. Each receipt is
      *          costed at the agreed unit cost on its order line and
      *          averaged into the cell's weighted-average cost
      *          (OS-Avg-Cost), which is what the sales run takes
      *          cost of sales at; a line ordered with no agreed cost
      *          comes in at the cell's existing average. Each
      *          receipt also lands on LOTSTOCK.DAT as a balance for
      *          its lot in the cell (a second delivery of the same
      *          lot adds to it), which is what the sales run picks
      *          first-expiring first from; a receipt with no lot
      *          number or no valid best-before date is rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilStock-Status.

      * Stock by lot: one row per oil, size, branch and supplier lot
      * with its best-before date - the cell quantity on OILSTOCK.DAT
      * broken down by lot.
           SELECT LotStock ASSIGN TO "LOTSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotStock-Status.

           SELECT ReceiptRegister ASSIGN TO "GOODSIN.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

        02 GI-Oil-Num                  PIC 99.
        02 GI-Unit-Size                PIC 99.
        02 GI-Qty-Received             PIC 9(5).
        02 GI-Lot-No                   PIC X(10).
        02 GI-Expiry-Date              PIC 9(8).

       FD GoodsInHist.
       01 Goods-In-Hist-Rec           PIC X(33).

       FD OpenOrders.
       01 Open-Order-Rec.
        02 PO-Lead-Days                PIC 9(3).
        02 PO-Status                   PIC X.
        02 PO-Branch-Id                PIC X(3).
        02 PO-Unit-Cost                PIC 9(4)V99.
        02 PO-Qty-Invoiced             PIC 9(5).

       FD OilStock.
       01 Oil-Stock-Rec.
        02 OS-Qty-On-Hand              PIC S9(7).
        02 OS-Reorder-Level            PIC 9(5).
        02 OS-Branch-Id                PIC X(3).
      * Weighted-average purchase cost of one unit in the cell.
        02 OS-Avg-Cost                 PIC 9(4)V9(4).

      * LS-Xfer-Num is non-zero while the lot is on a van between
      * branches - the row already names the receiving branch, but
      * nothing can be picked from it until STOKXFR1 books it in.
       FD LotStock.
       01 Lot-Stock-Rec.
           88 End-Of-Lot-Stock         VALUE HIGH-VALUES.
        02 LS-Oil-Num                  PIC 99.
        02 LS-Unit-Size                PIC 99.
        02 LS-Branch-Id                PIC X(3).
        02 LS-Lot-No                   PIC X(10).
        02 LS-Expiry-Date              PIC 9(8).
        02 LS-Qty-On-Hand              PIC S9(7).
        02 LS-Received-Date            PIC 9(8).
        02 LS-Xfer-Num                 PIC 9(6).

       FD ReceiptRegister.
       01 Receipt-Register-Line       PIC X(100).

       FD ReceiptErrors.
       01 Receipt-Error-Line          PIC X(70).
           88 OpenPoFile-Present      VALUE "00".
       01  WS-OilStock-Status         PIC XX.
           88 OilStockFile-Present    VALUE "00".
       01  WS-LotStock-Status         PIC XX.
           88 LotStockFile-Present    VALUE "00".
       01  Goods-Hist-File-Name       PIC X(35).
       01  Receipts-On-File-Sw        PIC X VALUE "N".
           88 Receipts-On-File        VALUE "Y".
         03 POT-Lead-Days             PIC 9(3).
         03 POT-Status                PIC X.
         03 POT-Branch-Id             PIC X(3).
         03 POT-Unit-Cost             PIC 9(4)V99.
         03 POT-Qty-Invoiced          PIC 9(5).
       01  POT-Count                  PIC 9(3) VALUE ZERO.
       01  POT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  POT-Found-Idx              PIC 9(3) VALUE ZERO.
         03 STT-Qty-On-Hand           PIC S9(7).
         03 STT-Reorder-Level         PIC 9(5).
         03 STT-Branch-Id             PIC X(3).
         03 STT-Avg-Cost              PIC 9(4)V9(4).
       01  STT-Count                  PIC 9(4) VALUE ZERO.
       01  STT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  STT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  Stock-Table-Overflow-Sw    PIC X VALUE "N".
           88 Stock-Table-Overflow    VALUE "Y".

      * The lot file, applied to in storage and rewritten with the
      * stock file.
       01  Lot-Table.
        02  LTT-Entry OCCURS 5000 TIMES.
         03 LTT-Oil-Num               PIC 99.
         03 LTT-Unit-Size             PIC 99.
         03 LTT-Branch-Id             PIC X(3).
         03 LTT-Lot-No                PIC X(10).
         03 LTT-Expiry-Date           PIC 9(8).
         03 LTT-Qty-On-Hand           PIC S9(7).
         03 LTT-Received-Date         PIC 9(8).
         03 LTT-Xfer-Num              PIC 9(6).
       01  LTT-Count                  PIC 9(4) VALUE ZERO.
       01  LTT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  LTT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  LTT-Found-Sw               PIC X VALUE "N".
           88 LTT-Found               VALUE "Y".
       01  Lot-Table-Overflow-Sw      PIC X VALUE "N".
           88 Lot-Table-Overflow      VALUE "Y".

       01  Receipts-Booked-Count      PIC 9(5) VALUE ZERO.
       01  Receipts-Errored-Count     PIC 9(5) VALUE ZERO.
       01  Receipt-Unit-Cost          PIC 9(4)V9(4) VALUE ZERO.
       01  Receipt-Value              PIC 9(7)V99 VALUE ZERO.
       01  Run-Receipt-Value          PIC 9(9)V99 VALUE ZERO.
       01  Cell-Stock-Value           PIC S9(11)V9(4) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.

        02  FILLER                    PIC X(10) VALUE "RECEIVED".
        02  FILLER                    PIC X(10) VALUE "TO DATE".
        02  FILLER                    PIC X(8)  VALUE "ORDERED".
        02  FILLER                    PIC X(12) VALUE "  UNIT COST".
        02  FILLER                    PIC X(12) VALUE "      VALUE".
        02  FILLER                    PIC X(12) VALUE "  LOT".

       01  Register-Detail.
        02  RG-Po-Number              PIC 9(6).
        02  RG-To-Date                PIC ZZ,ZZ9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  RG-Ordered                PIC ZZ,ZZ9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  RG-Unit-Cost              PIC Z,ZZ9.99.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RG-Value                  PIC Z,ZZZ,ZZ9.99.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RG-Lot-No                 PIC X(10).
        02  RG-Complete-Mark          PIC X(10).

       01  Register-Total-Line.
        02  FILLER                    PIC X(51) VALUE
             "RECEIVED AT COST THIS RUN".
        02  RT-Value                  PIC ZZZ,ZZZ,ZZ9.99.

       01  Receipt-Error-Detail.
        02  RE-Po-Number              PIC 9(6).
        02  FILLER                    PIC X(5)  VALUE " OIL".
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Lot-Stock.
           IF Lot-Table-Overflow
               DISPLAY "GDSRCPT1: LOTSTOCK.DAT EXCEEDS THE LOT "
                   "TABLE - RUN ABORTED, NOTHING BOOKED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.

           OPEN OUTPUT ReceiptRegister.
           OPEN OUTPUT ReceiptErrors.
           WRITE Receipt-Register-Line FROM Register-Heading
            AFTER ADVANCING 1 LINE.
           PERFORM Apply-Goods-Receipts.
           MOVE Run-Receipt-Value TO RT-Value.
           WRITE Receipt-Register-Line FROM Register-Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE ReceiptRegister.
           CLOSE ReceiptErrors.

           IF Receipts-Booked-Count > ZERO
               PERFORM Rewrite-Open-Orders
               PERFORM Rewrite-Oil-Stock
               PERFORM Rewrite-Lot-Stock
           END-IF.
           PERFORM Archive-Goods-Receipts
               THRU Archive-Goods-Receipts-Exit.
                       MOVE PO-Status TO POT-Status(POT-Count)
                       MOVE PO-Branch-Id
                         TO POT-Branch-Id(POT-Count)
                       IF PO-Unit-Cost IS NUMERIC
                           MOVE PO-Unit-Cost
                             TO POT-Unit-Cost(POT-Count)
                       ELSE
                           MOVE ZERO TO POT-Unit-Cost(POT-Count)
                       END-IF
                       IF PO-Qty-Invoiced IS NUMERIC
                           MOVE PO-Qty-Invoiced
                             TO POT-Qty-Invoiced(POT-Count)
                       ELSE
                           MOVE ZERO TO POT-Qty-Invoiced(POT-Count)
                       END-IF
                   END-IF
                   READ OpenOrders
                       AT END SET End-Of-Open-Orders TO TRUE
                         TO STT-Reorder-Level(STT-Count)
                       MOVE OS-Branch-Id
                         TO STT-Branch-Id(STT-Count)
                       IF OS-Avg-Cost IS NUMERIC
                           MOVE OS-Avg-Cost
                             TO STT-Avg-Cost(STT-Count)
                       ELSE
                           MOVE ZERO TO STT-Avg-Cost(STT-Count)
                       END-IF
                   END-IF
                   READ OilStock
                       AT END SET End-Of-Oil-Stock TO TRUE
               CLOSE OilStock
           END-IF.

       Load-Lot-Stock.
           OPEN INPUT LotStock.
           IF LotStockFile-Present
               READ LotStock
                   AT END SET End-Of-Lot-Stock TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Lot-Stock
                   IF LTT-Count >= 5000
                       SET Lot-Table-Overflow TO TRUE
                   ELSE
                       ADD 1 TO LTT-Count
                       MOVE LS-Oil-Num TO LTT-Oil-Num(LTT-Count)
                       MOVE LS-Unit-Size TO LTT-Unit-Size(LTT-Count)
                       MOVE LS-Branch-Id TO LTT-Branch-Id(LTT-Count)
                       MOVE LS-Lot-No TO LTT-Lot-No(LTT-Count)
                       MOVE LS-Expiry-Date
                         TO LTT-Expiry-Date(LTT-Count)
                       MOVE LS-Qty-On-Hand
                         TO LTT-Qty-On-Hand(LTT-Count)
                       MOVE LS-Received-Date
                         TO LTT-Received-Date(LTT-Count)
                       MOVE LS-Xfer-Num TO LTT-Xfer-Num(LTT-Count)
                   END-IF
                   READ LotStock
                       AT END SET End-Of-Lot-Stock TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotStock
           END-IF.

       Apply-Goods-Receipts.
           OPEN INPUT GoodsIn.
           IF GoodsInFile-Present
               PERFORM UNTIL End-Of-Goods-In
                   SET Receipts-On-File TO TRUE
                   PERFORM Apply-One-Receipt
                       THRU Apply-One-Receipt-Exit
                   READ GoodsIn
                       AT END SET End-Of-Goods-In TO TRUE
                   END-READ
       Apply-One-Receipt.
           PERFORM Find-Open-Order-Line.
           IF NOT POT-Found
               MOVE "NO OPEN ORDER LINE" TO RE-Reason
               PERFORM Reject-Receipt
               GO TO Apply-One-Receipt-Exit
           END-IF.
           IF GI-Lot-No = SPACES
              OR GI-Expiry-Date IS NOT NUMERIC
              OR GI-Expiry-Date = ZERO
               MOVE "NO LOT NUMBER OR BEST-BEFORE" TO RE-Reason
               PERFORM Reject-Receipt
               GO TO Apply-One-Receipt-Exit
           END-IF.
           ADD GI-Qty-Received TO POT-Qty-Received(POT-Found-Idx).
           IF POT-Qty-Received(POT-Found-Idx) >=
                   POT-Qty-Ordered(POT-Found-Idx)
               MOVE "C" TO POT-Status(POT-Found-Idx)
           END-IF.
           PERFORM Book-Receipt-Into-Stock.
           MOVE GI-Po-Number TO RG-Po-Number.
           MOVE GI-Oil-Num TO RG-Oil-Num.
           MOVE GI-Unit-Size TO RG-Size.
           MOVE GI-Qty-Received TO RG-Received.
           MOVE POT-Qty-Received(POT-Found-Idx) TO RG-To-Date.
           MOVE POT-Qty-Ordered(POT-Found-Idx) TO RG-Ordered.
           MOVE Receipt-Unit-Cost TO RG-Unit-Cost.
           MOVE Receipt-Value TO RG-Value.
           MOVE GI-Lot-No TO RG-Lot-No.
           IF POT-Status(POT-Found-Idx) = "C"
               MOVE " COMPLETE" TO RG-Complete-Mark
           ELSE
               MOVE SPACES TO RG-Complete-Mark
           END-IF.
           WRITE Receipt-Register-Line FROM Register-Detail
            AFTER ADVANCING 1 LINE.
           ADD 1 TO Receipts-Booked-Count.

       Apply-One-Receipt-Exit.
           EXIT.

       Reject-Receipt.
           MOVE GI-Po-Number TO RE-Po-Number.
           MOVE GI-Oil-Num TO RE-Oil-Num.
           MOVE GI-Unit-Size TO RE-Size.
           MOVE GI-Qty-Received TO RE-Qty.
           WRITE Receipt-Error-Line FROM Receipt-Error-Detail.
           ADD 1 TO Receipts-Errored-Count.

       Find-Open-Order-Line.
           MOVE "N" TO POT-Found-Sw.
               MOVE ZERO TO STT-Reorder-Level(STT-Found-Idx)
               MOVE POT-Branch-Id(POT-Found-Idx)
                 TO STT-Branch-Id(STT-Found-Idx)
               MOVE ZERO TO STT-Avg-Cost(STT-Found-Idx)
           END-IF.
           MOVE ZERO TO Receipt-Unit-Cost.
           MOVE ZERO TO Receipt-Value.
           IF STT-Found-Idx >= 1
               PERFORM Average-In-Receipt-Cost
               ADD GI-Qty-Received
                 TO STT-Qty-On-Hand(STT-Found-Idx)
               PERFORM Book-Receipt-Into-Lot
           END-IF.
           ADD Receipt-Value TO Run-Receipt-Value.

      * Weighted average: what the cell already holds at its old
      * average plus this delivery at its order cost, over the new
      * quantity. Stock already at or below nothing carries no value
      * to average with, so the delivery's cost becomes the average.
       Average-In-Receipt-Cost.
           IF POT-Unit-Cost(POT-Found-Idx) = ZERO
               MOVE STT-Avg-Cost(STT-Found-Idx) TO Receipt-Unit-Cost
           ELSE
               MOVE POT-Unit-Cost(POT-Found-Idx) TO Receipt-Unit-Cost
               IF STT-Qty-On-Hand(STT-Found-Idx) > ZERO
                   COMPUTE Cell-Stock-Value =
                       STT-Qty-On-Hand(STT-Found-Idx)
                           * STT-Avg-Cost(STT-Found-Idx)
                       + GI-Qty-Received * Receipt-Unit-Cost
                   COMPUTE STT-Avg-Cost(STT-Found-Idx) ROUNDED =
                       Cell-Stock-Value /
                       (STT-Qty-On-Hand(STT-Found-Idx)
                           + GI-Qty-Received)
               ELSE
                   MOVE Receipt-Unit-Cost
                     TO STT-Avg-Cost(STT-Found-Idx)
               END-IF
           END-IF.
           COMPUTE Receipt-Value ROUNDED =
               GI-Qty-Received * Receipt-Unit-Cost.

      * A lot already held in the cell takes the delivery on top;
      * otherwise the lot opens with this receipt's date. A full lot
      * table still books the cell quantity - the stock is real - and
      * the receipt is reported so the lot can be added by hand.
       Book-Receipt-Into-Lot.
           MOVE "N" TO LTT-Found-Sw.
           MOVE ZERO TO LTT-Found-Idx.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count OR LTT-Found
               IF LTT-Oil-Num(LTT-Scan-Idx) = GI-Oil-Num
                  AND LTT-Unit-Size(LTT-Scan-Idx) = GI-Unit-Size
                  AND LTT-Branch-Id(LTT-Scan-Idx) =
                       POT-Branch-Id(POT-Found-Idx)
                  AND LTT-Lot-No(LTT-Scan-Idx) = GI-Lot-No
                  AND LTT-Xfer-Num(LTT-Scan-Idx) = ZERO
                   MOVE "Y" TO LTT-Found-Sw
                   MOVE LTT-Scan-Idx TO LTT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT LTT-Found
               IF LTT-Count >= 5000
                   MOVE "BOOKED - LOT TABLE FULL" TO RE-Reason
                   PERFORM Reject-Receipt
               ELSE
                   ADD 1 TO LTT-Count
                   MOVE LTT-Count TO LTT-Found-Idx
                   MOVE GI-Oil-Num TO LTT-Oil-Num(LTT-Found-Idx)
                   MOVE GI-Unit-Size TO LTT-Unit-Size(LTT-Found-Idx)
                   MOVE POT-Branch-Id(POT-Found-Idx)
                     TO LTT-Branch-Id(LTT-Found-Idx)
                   MOVE GI-Lot-No TO LTT-Lot-No(LTT-Found-Idx)
                   MOVE GI-Expiry-Date
                     TO LTT-Expiry-Date(LTT-Found-Idx)
                   MOVE ZERO TO LTT-Qty-On-Hand(LTT-Found-Idx)
                   MOVE Run-Date TO LTT-Received-Date(LTT-Found-Idx)
                   MOVE ZERO TO LTT-Xfer-Num(LTT-Found-Idx)
               END-IF
           END-IF.
           IF LTT-Found-Idx >= 1
               ADD GI-Qty-Received TO LTT-Qty-On-Hand(LTT-Found-Idx)
           END-IF.

       Rewrite-Open-Orders.
               MOVE POT-Lead-Days(POT-Scan-Idx) TO PO-Lead-Days
               MOVE POT-Status(POT-Scan-Idx) TO PO-Status
               MOVE POT-Branch-Id(POT-Scan-Idx) TO PO-Branch-Id
               MOVE POT-Unit-Cost(POT-Scan-Idx) TO PO-Unit-Cost
               MOVE POT-Qty-Invoiced(POT-Scan-Idx)
                 TO PO-Qty-Invoiced
               WRITE Open-Order-Rec
           END-PERFORM.
           CLOSE OpenOrders.
               MOVE STT-Reorder-Level(STT-Scan-Idx)
                 TO OS-Reorder-Level
               MOVE STT-Branch-Id(STT-Scan-Idx) TO OS-Branch-Id
               MOVE STT-Avg-Cost(STT-Scan-Idx) TO OS-Avg-Cost
               WRITE Oil-Stock-Rec
           END-PERFORM.
           CLOSE OilStock.

       Rewrite-Lot-Stock.
           OPEN OUTPUT LotStock.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               MOVE LTT-Oil-Num(LTT-Scan-Idx) TO LS-Oil-Num
               MOVE LTT-Unit-Size(LTT-Scan-Idx) TO LS-Unit-Size
               MOVE LTT-Branch-Id(LTT-Scan-Idx) TO LS-Branch-Id
               MOVE LTT-Lot-No(LTT-Scan-Idx) TO LS-Lot-No
               MOVE LTT-Expiry-Date(LTT-Scan-Idx) TO LS-Expiry-Date
               MOVE LTT-Qty-On-Hand(LTT-Scan-Idx) TO LS-Qty-On-Hand
               MOVE LTT-Received-Date(LTT-Scan-Idx)
                 TO LS-Received-Date
               MOVE LTT-Xfer-Num(LTT-Scan-Idx) TO LS-Xfer-Num
               WRITE Lot-Stock-Rec
           END-PERFORM.
           CLOSE LotStock.

      * The booked receipts move to a dated history file and the
      * input file clears, so no delivery can ever book twice.
       Archive-Goods-Receipts.
