      *          Reads the count intake STOCKCNT.DAT (oil, size,
      *          branch, counted quantity, counter's initials, and an
      *          A flag once the office approves the adjustment),
      *          values each discrepancy at the cell's weighted-
      *          average purchase cost (falling back, for a cell not
      *          yet costed, to the same compiled-in base prices
      *          OILPRICE.DAT can override for the sales run, with
      *          the basis shown on the line), and prints the
      *          variance report STOCKVAR.RPT.
      *          Approved counts write the counted quantity back to
      *          the stock cell (and where the cell's lots on
      *          LOTSTOCK.DAT now hold more than was counted, the
      *          excess comes off them earliest best-before first),
      *          the net book movement posts to
      *          GLPOST.DAT as a stock-adjustment journal (STOCK
      *          against STKADJ, balanced by construction), and the
      *          count file archives to a dated history and clears so
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilStock-Status.

      * Stock by supplier lot, as GDSRCPT1 books it in.
           SELECT LotStock ASSIGN TO "LOTSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotStock-Status.

           SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilPrice-Status.
        02 OS-Qty-On-Hand              PIC S9(7).
        02 OS-Reorder-Level            PIC 9(5).
        02 OS-Branch-Id                PIC X(3).
      * Weighted-average purchase cost of one unit in the cell.
        02 OS-Avg-Cost                 PIC 9(4)V9(4).

      * LS-Xfer-Num is non-zero while the lot is on a van between
      * branches - such a lot is not on any shelf to be counted.
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

       FD OilPriceFile.
       01 Oil-Price-Rec.
         03 STT-Qty-On-Hand           PIC S9(7).
         03 STT-Reorder-Level         PIC 9(5).
         03 STT-Branch-Id             PIC X(3).
         03 STT-Avg-Cost              PIC 9(4)V9(4).
       01  STT-Count                  PIC 9(4) VALUE ZERO.
       01  STT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  STT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  Stock-Table-Overflow-Sw    PIC X VALUE "N".
           88 Stock-Table-Overflow    VALUE "Y".

       01  WS-LotStock-Status         PIC XX.
           88 LotStockFile-Present    VALUE "00".
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
       01  Lot-Loaded-Sw              PIC X VALUE "N".
           88 Lot-Loaded              VALUE "Y".
       01  Lot-Table-Overflow-Sw      PIC X VALUE "N".
           88 Lot-Table-Overflow      VALUE "Y".
       01  Lots-Adjusted-Sw           PIC X VALUE "N".
           88 Lots-Adjusted           VALUE "Y".
       01  Cell-Lot-Total             PIC S9(7) VALUE ZERO.
       01  Lot-Units-Left             PIC S9(7) VALUE ZERO.
       01  Lot-Draw-Qty               PIC S9(7) VALUE ZERO.

      * The compiled-in base prices the sales run carries, overridden
      * cell by cell from OILPRICE.DAT - a discrepancy is valued the
      * way the sale of it would have been.
       01  Unit-Size-Found-Sw         PIC X VALUE "N".
           88 Unit-Size-Found         VALUE "Y".
       01  Cell-Price                 PIC 99V99 VALUE ZERO.
       01  Cell-Unit-Value            PIC 9(4)V9(4) VALUE ZERO.

       01  Variance-Qty               PIC S9(7) VALUE ZERO.
       01  Variance-Value             PIC S9(7)V99 VALUE ZERO.
        02  FILLER                   PIC X(10) VALUE "COUNTED".
        02  FILLER                   PIC X(10) VALUE "VARIANCE".
        02  FILLER                   PIC X(13) VALUE "VALUE".
        02  FILLER                   PIC X(7)  VALUE "BASIS".
        02  FILLER                   PIC X(5)  VALUE "BY".
        02  FILLER                   PIC X(9)  VALUE "ACTION".

        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Value                 PIC $$$,$$9.99-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Basis                 PIC X(5).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Initials              PIC X(3).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Action                PIC X(9).
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Lot-Stock.
           IF Lot-Table-Overflow
               DISPLAY "STOCKTK1: LOTSTOCK.DAT EXCEEDS THE LOT "
                   "TABLE - RUN ABORTED, NOTHING ADJUSTED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Init-2D-Price-Table.
           PERFORM Load-Oil-Prices.
           PERFORM Load-Run-Parm.

           IF Counts-Adjusted-Count > ZERO
               PERFORM Rewrite-Oil-Stock
               IF Lots-Adjusted
                   PERFORM Rewrite-Lot-Stock
               END-IF
               PERFORM Post-Adjustments-To-Ledger
                   THRU Post-Adjustments-To-Ledger-Exit
           END-IF.
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
                   MOVE OIL-COST(SC-Oil-Num) TO Cell-Price
               END-IF
           END-IF.
           IF STT-Avg-Cost(STT-Found-Idx) > ZERO
               MOVE STT-Avg-Cost(STT-Found-Idx) TO Cell-Unit-Value
               MOVE "COST" TO VD-Basis
           ELSE
               MOVE Cell-Price TO Cell-Unit-Value
               MOVE "PRICE" TO VD-Basis
           END-IF.
           COMPUTE Variance-Value ROUNDED =
               Variance-Qty * Cell-Unit-Value.

           MOVE SC-Branch-Id TO VD-Branch-Id.
           MOVE SC-Oil-Num TO VD-Oil-Num.
               MOVE "ADJUSTED" TO VD-Action
               MOVE SC-Counted-Qty
                 TO STT-Qty-On-Hand(STT-Found-Idx)
               IF Lot-Loaded
                   PERFORM Trim-Lots-To-Count
               END-IF
               IF Variance-Value > ZERO
                   ADD Variance-Value TO Adj-Value-Up
               ELSE
       Settle-One-Count-Exit.
           EXIT.

      * The shelf count is the truth: lots on the shelf holding more
      * than was counted give up the excess, earliest best-before
      * first (expired stock is the likeliest to have been binned).
      * A count above the lots leaves the surplus unlotted.
       Trim-Lots-To-Count.
           MOVE ZERO TO Cell-Lot-Total.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               IF LTT-Oil-Num(LTT-Scan-Idx) = SC-Oil-Num
                  AND LTT-Unit-Size(LTT-Scan-Idx) = SC-Unit-Size
                  AND LTT-Branch-Id(LTT-Scan-Idx) = SC-Branch-Id
                  AND LTT-Xfer-Num(LTT-Scan-Idx) = ZERO
                   ADD LTT-Qty-On-Hand(LTT-Scan-Idx) TO Cell-Lot-Total
               END-IF
           END-PERFORM.
           IF Cell-Lot-Total > SC-Counted-Qty
               COMPUTE Lot-Units-Left = Cell-Lot-Total - SC-Counted-Qty
               SET Lots-Adjusted TO TRUE
               MOVE "Y" TO LTT-Found-Sw
               PERFORM UNTIL Lot-Units-Left = ZERO OR NOT LTT-Found
                   PERFORM Find-Earliest-Counted-Lot
                   IF LTT-Found
                       IF LTT-Qty-On-Hand(LTT-Found-Idx)
                               < Lot-Units-Left
                           MOVE LTT-Qty-On-Hand(LTT-Found-Idx)
                             TO Lot-Draw-Qty
                       ELSE
                           MOVE Lot-Units-Left TO Lot-Draw-Qty
                       END-IF
                       SUBTRACT Lot-Draw-Qty
                           FROM LTT-Qty-On-Hand(LTT-Found-Idx)
                       SUBTRACT Lot-Draw-Qty FROM Lot-Units-Left
                   END-IF
               END-PERFORM
           END-IF.

       Find-Earliest-Counted-Lot.
           MOVE "N" TO LTT-Found-Sw.
           MOVE ZERO TO LTT-Found-Idx.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               IF LTT-Oil-Num(LTT-Scan-Idx) = SC-Oil-Num
                  AND LTT-Unit-Size(LTT-Scan-Idx) = SC-Unit-Size
                  AND LTT-Branch-Id(LTT-Scan-Idx) = SC-Branch-Id
                  AND LTT-Xfer-Num(LTT-Scan-Idx) = ZERO
                  AND LTT-Qty-On-Hand(LTT-Scan-Idx) > ZERO
                   IF NOT LTT-Found
                       MOVE "Y" TO LTT-Found-Sw
                       MOVE LTT-Scan-Idx TO LTT-Found-Idx
                   ELSE
                       IF LTT-Expiry-Date(LTT-Scan-Idx) <
                               LTT-Expiry-Date(LTT-Found-Idx)
                           MOVE LTT-Scan-Idx TO LTT-Found-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Find-Counted-Cell.
           MOVE "N" TO STT-Found-Sw.
           MOVE ZERO TO STT-Found-Idx.
               MOVE STT-Reorder-Level(STT-Scan-Idx)
                 TO OS-Reorder-Level
               MOVE STT-Branch-Id(STT-Scan-Idx) TO OS-Branch-Id
               MOVE STT-Avg-Cost(STT-Scan-Idx) TO OS-Avg-Cost
               WRITE Oil-Stock-Rec
           END-PERFORM.
           CLOSE OilStock.

       Load-Lot-Stock.
           OPEN INPUT LotStock.
           IF LotStockFile-Present
               MOVE "Y" TO Lot-Loaded-Sw
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

      * A lot counted down to nothing drops off the file.
       Rewrite-Lot-Stock.
           OPEN OUTPUT LotStock.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               IF LTT-Qty-On-Hand(LTT-Scan-Idx) NOT = ZERO
                  OR LTT-Xfer-Num(LTT-Scan-Idx) NOT = ZERO
                   MOVE LTT-Oil-Num(LTT-Scan-Idx) TO LS-Oil-Num
                   MOVE LTT-Unit-Size(LTT-Scan-Idx) TO LS-Unit-Size
                   MOVE LTT-Branch-Id(LTT-Scan-Idx) TO LS-Branch-Id
                   MOVE LTT-Lot-No(LTT-Scan-Idx) TO LS-Lot-No
                   MOVE LTT-Expiry-Date(LTT-Scan-Idx)
                     TO LS-Expiry-Date
                   MOVE LTT-Qty-On-Hand(LTT-Scan-Idx)
                     TO LS-Qty-On-Hand
                   MOVE LTT-Received-Date(LTT-Scan-Idx)
                     TO LS-Received-Date
                   MOVE LTT-Xfer-Num(LTT-Scan-Idx) TO LS-Xfer-Num
                   WRITE Lot-Stock-Rec
               END-IF
           END-PERFORM.
           CLOSE LotStock.

      * Stock found over book debits stock against the adjustment
      * account; stock found short does the reverse - debits equal
      * credits by construction, which is what GLCONS1 proves.
