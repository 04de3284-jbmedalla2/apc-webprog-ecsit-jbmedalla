      *          STOCKXFR-ERR.RPT instead of moving anything. The
      *          transaction file archives to a dated history and
      *          clears once applied, so no movement applies twice.
      *          Stock travels at the sending cell's average cost,
      *          carried on the transit record and averaged into the
      *          receiving cell when it arrives. When LOTSTOCK.DAT
      *          is on file the van is loaded first-expiring lot first:
      *          each lot drawn moves to the receiving branch marked
      *          with the transfer number, and the R row books it in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Transit-Status.

      * Stock by supplier lot, as GDSRCPT1 books it in.
           SELECT LotStock ASSIGN TO "LOTSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotStock-Status.

           SELECT TransferReport ASSIGN TO "STOCKXFER.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

        02 OS-Qty-On-Hand              PIC S9(7).
        02 OS-Reorder-Level            PIC 9(5).
        02 OS-Branch-Id                PIC X(3).
      * Weighted-average purchase cost of one unit in the cell.
        02 OS-Avg-Cost                 PIC 9(4)V9(4).

       FD TransitFile.
       01 Transit-Rec.
        02 XT-Unit-Size                PIC 99.
        02 XT-Qty                      PIC 9(5).
        02 XT-Dispatch-Date            PIC 9(8).
        02 XT-Unit-Cost                PIC 9(4)V9(4).

      * LS-Xfer-Num is non-zero while the lot is on a van between
      * branches - the row already names the receiving branch.
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

       FD TransferReport.
       01 Transfer-Report-Line        PIC X(80).
         03 STT-Qty-On-Hand           PIC S9(7).
         03 STT-Reorder-Level         PIC 9(5).
         03 STT-Branch-Id             PIC X(3).
         03 STT-Avg-Cost              PIC 9(4)V9(4).
       01  STT-Count                  PIC 9(4) VALUE ZERO.
       01  STT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  STT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  Stock-Table-Overflow-Sw    PIC X VALUE "N".
           88 Stock-Table-Overflow    VALUE "Y".
       01  Lookup-Branch-Id           PIC X(3).
       01  WS-LotStock-Status         PIC XX.
           88 LotStockFile-Present    VALUE "00".

      * The lot file in storage, applied to and rewritten with the
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
       01  LTT-Match-Idx              PIC 9(4) VALUE ZERO.
       01  LTT-Found-Sw               PIC X VALUE "N".
           88 LTT-Found               VALUE "Y".
       01  Lot-Loaded-Sw              PIC X VALUE "N".
           88 Lot-Loaded              VALUE "Y".
       01  Lot-Table-Overflow-Sw      PIC X VALUE "N".
           88 Lot-Table-Overflow      VALUE "Y".
       01  Lot-Units-Left             PIC 9(5) VALUE ZERO.
       01  Lot-Draw-Qty               PIC 9(5) VALUE ZERO.
       01  Cell-Stock-Value           PIC S9(11)V9(4) VALUE ZERO.

       01  Transit-Table.
        02  TRT-Entry OCCURS 200 TIMES.
         03 TRT-Unit-Size             PIC 99.
         03 TRT-Qty                   PIC 9(5).
         03 TRT-Dispatch-Date         PIC 9(8).
         03 TRT-Unit-Cost             PIC 9(4)V9(4).
         03 TRT-Received-Sw           PIC X.
       01  TRT-Count                  PIC 9(3) VALUE ZERO.
       01  TRT-Scan-Idx               PIC 9(3) VALUE ZERO.
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Lot-Stock.
           IF Lot-Table-Overflow
               DISPLAY "STOKXFR1: LOTSTOCK.DAT EXCEEDS THE LOT "
                   "TABLE - RUN ABORTED, NOTHING MOVED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.

           OPEN OUTPUT TransferReport.
           OPEN OUTPUT TransferErrors.

           IF Dispatched-Count > ZERO OR Received-Count > ZERO
               PERFORM Rewrite-Oil-Stock
               IF Lot-Loaded
                   PERFORM Rewrite-Lot-Stock
               END-IF
           END-IF.
           PERFORM Rewrite-Transit-File.
           PERFORM Archive-Transfers THRU Archive-Transfers-Exit.
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
                       MOVE XT-Qty TO TRT-Qty(TRT-Count)
                       MOVE XT-Dispatch-Date
                         TO TRT-Dispatch-Date(TRT-Count)
                       IF XT-Unit-Cost IS NUMERIC
                           MOVE XT-Unit-Cost
                             TO TRT-Unit-Cost(TRT-Count)
                       ELSE
                           MOVE ZERO TO TRT-Unit-Cost(TRT-Count)
                       END-IF
                       MOVE SPACE TO TRT-Received-Sw(TRT-Count)
                   END-IF
                   READ TransitFile
               CLOSE TransitFile
           END-IF.

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

       Apply-Transfers.
           OPEN INPUT StockTransfers.
           IF TransfersFile-Present
           MOVE XF-Unit-Size TO TRT-Unit-Size(TRT-Count).
           MOVE XF-Qty TO TRT-Qty(TRT-Count).
           MOVE Run-Date TO TRT-Dispatch-Date(TRT-Count).
           MOVE STT-Avg-Cost(STT-Found-Idx) TO TRT-Unit-Cost(TRT-Count).
           IF Lot-Loaded
               PERFORM Load-Van-By-Lot
           END-IF.
           MOVE SPACE TO TRT-Received-Sw(TRT-Count).
           ADD 1 TO Dispatched-Count.
           MOVE XF-Xfer-Num TO MV-Xfer-Num.
               PERFORM Log-Transfer-Error
               GO TO Apply-One-Receipt-Exit
           END-IF.
           PERFORM Average-In-Transfer-Cost.
           ADD TRT-Qty(TRT-Found-Idx)
             TO STT-Qty-On-Hand(STT-Found-Idx).
           IF Lot-Loaded
               PERFORM Unload-Van-By-Lot
           END-IF.
           MOVE "Y" TO TRT-Received-Sw(TRT-Found-Idx).
           ADD 1 TO Received-Count.
           MOVE TRT-Xfer-Num(TRT-Found-Idx) TO MV-Xfer-Num.
       Apply-One-Receipt-Exit.
           EXIT.

      * The receiving cell's weighted average takes the van's load
      * at the cost it left the sending branch at.
       Average-In-Transfer-Cost.
           IF TRT-Unit-Cost(TRT-Found-Idx) > ZERO
               IF STT-Qty-On-Hand(STT-Found-Idx) > ZERO
                   COMPUTE Cell-Stock-Value =
                       STT-Qty-On-Hand(STT-Found-Idx)
                           * STT-Avg-Cost(STT-Found-Idx)
                       + TRT-Qty(TRT-Found-Idx)
                           * TRT-Unit-Cost(TRT-Found-Idx)
                   COMPUTE STT-Avg-Cost(STT-Found-Idx) ROUNDED =
                       Cell-Stock-Value /
                       (STT-Qty-On-Hand(STT-Found-Idx)
                           + TRT-Qty(TRT-Found-Idx))
               ELSE
                   MOVE TRT-Unit-Cost(TRT-Found-Idx)
                     TO STT-Avg-Cost(STT-Found-Idx)
               END-IF
           END-IF.

      * The sending branch's lots go on the van earliest best-before
      * first. Each part-lot drawn becomes its own row naming the
      * receiving branch and the transfer number. Whatever no lot
      * covers travels as cell quantity only.
       Load-Van-By-Lot.
           MOVE XF-Qty TO Lot-Units-Left.
           MOVE "Y" TO LTT-Found-Sw.
           PERFORM UNTIL Lot-Units-Left = ZERO OR NOT LTT-Found
               PERFORM Find-Earliest-Sending-Lot
               IF LTT-Found
                   PERFORM Move-Lot-To-Van
               END-IF
           END-PERFORM.

       Find-Earliest-Sending-Lot.
           MOVE "N" TO LTT-Found-Sw.
           MOVE ZERO TO LTT-Found-Idx.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               IF LTT-Oil-Num(LTT-Scan-Idx) = XF-Oil-Num
                  AND LTT-Unit-Size(LTT-Scan-Idx) = XF-Unit-Size
                  AND LTT-Branch-Id(LTT-Scan-Idx) = XF-From-Branch
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

       Move-Lot-To-Van.
           IF LTT-Count >= 5000
               MOVE "LOT TABLE FULL - LOTS NOT MOVED" TO TE-Reason
               PERFORM Log-Transfer-Error
               MOVE "N" TO LTT-Found-Sw
           ELSE
               IF LTT-Qty-On-Hand(LTT-Found-Idx) < Lot-Units-Left
                   MOVE LTT-Qty-On-Hand(LTT-Found-Idx) TO Lot-Draw-Qty
               ELSE
                   MOVE Lot-Units-Left TO Lot-Draw-Qty
               END-IF
               SUBTRACT Lot-Draw-Qty
                   FROM LTT-Qty-On-Hand(LTT-Found-Idx)
               SUBTRACT Lot-Draw-Qty FROM Lot-Units-Left
               ADD 1 TO LTT-Count
               MOVE LTT-Entry(LTT-Found-Idx) TO LTT-Entry(LTT-Count)
               MOVE XF-To-Branch TO LTT-Branch-Id(LTT-Count)
               MOVE Lot-Draw-Qty TO LTT-Qty-On-Hand(LTT-Count)
               MOVE XF-Xfer-Num TO LTT-Xfer-Num(LTT-Count)
           END-IF.

      * Every lot row riding on this transfer number lands at the
      * receiving branch - merged into the same lot already on its
      * shelf, or simply released from the van.
       Unload-Van-By-Lot.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               IF LTT-Xfer-Num(LTT-Scan-Idx) =
                       TRT-Xfer-Num(TRT-Found-Idx)
                   PERFORM Find-Shelf-Lot
                   IF LTT-Found
                       ADD LTT-Qty-On-Hand(LTT-Scan-Idx)
                         TO LTT-Qty-On-Hand(LTT-Match-Idx)
                       MOVE ZERO TO LTT-Qty-On-Hand(LTT-Scan-Idx)
                   END-IF
                   MOVE ZERO TO LTT-Xfer-Num(LTT-Scan-Idx)
               END-IF
           END-PERFORM.

       Find-Shelf-Lot.
           MOVE "N" TO LTT-Found-Sw.
           PERFORM VARYING LTT-Match-Idx FROM 1 BY 1
                   UNTIL LTT-Match-Idx > LTT-Count OR LTT-Found
               IF LTT-Oil-Num(LTT-Match-Idx) = LTT-Oil-Num(LTT-Scan-Idx)
                  AND LTT-Unit-Size(LTT-Match-Idx)
                       = LTT-Unit-Size(LTT-Scan-Idx)
                  AND LTT-Branch-Id(LTT-Match-Idx)
                       = LTT-Branch-Id(LTT-Scan-Idx)
                  AND LTT-Lot-No(LTT-Match-Idx)
                       = LTT-Lot-No(LTT-Scan-Idx)
                  AND LTT-Xfer-Num(LTT-Match-Idx) = ZERO
                   MOVE "Y" TO LTT-Found-Sw
               END-IF
           END-PERFORM.
           IF LTT-Found
               SUBTRACT 1 FROM LTT-Match-Idx
           END-IF.

       Find-Transit-By-Number.
           MOVE "N" TO TRT-Found-Sw.
           MOVE ZERO TO TRT-Found-Idx.
               MOVE ZERO TO STT-Reorder-Level(STT-Found-Idx)
               MOVE Lookup-Branch-Id
                 TO STT-Branch-Id(STT-Found-Idx)
               MOVE ZERO TO STT-Avg-Cost(STT-Found-Idx)
           END-IF.

       Log-Transfer-Error.
           WRITE Transfer-Error-Line FROM Transfer-Error-Detail.
           ADD 1 TO Errored-Count.

      * A lot emptied by the run drops off the file; one still on a
      * van stays whatever it holds.
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

       Report-In-Transit.
           WRITE Transfer-Report-Line FROM Transit-Heading
            AFTER ADVANCING 2 LINES.
               MOVE STT-Reorder-Level(STT-Scan-Idx)
                 TO OS-Reorder-Level
               MOVE STT-Branch-Id(STT-Scan-Idx) TO OS-Branch-Id
               MOVE STT-Avg-Cost(STT-Scan-Idx) TO OS-Avg-Cost
               WRITE Oil-Stock-Rec
           END-PERFORM.
           CLOSE OilStock.
                   MOVE TRT-Qty(TRT-Scan-Idx) TO XT-Qty
                   MOVE TRT-Dispatch-Date(TRT-Scan-Idx)
                     TO XT-Dispatch-Date
                   MOVE TRT-Unit-Cost(TRT-Scan-Idx) TO XT-Unit-Cost
                   WRITE Transit-Rec
               END-IF
           END-PERFORM.
