      *          goods-receipt run (GDSRCPT1) to book deliveries
      *          against. An oil no supplier carries goes to
      *          PURCH-EXCEPT.RPT for the buyer to source by hand.
      *          Each order line carries the supplier's agreed unit
      *          cost off the SUPPRICE.DAT price list, so the invoice
      *          intake (SUPINVC1) has a price to match against.
      *          Kits are made up in-house (KITASM1), never bought:
      *          a kit cell below its reorder level, and a kit's
      *          forecast, turn into demand on its component oils
      *          through the KITBOM.DAT bill of materials - net of
      *          what each component cell holds above its own reorder
      *          level - and the components are ordered instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Supplier-Status.

      * The supplier's agreed unit cost per oil and size - stamped on
      * each order line as the price the invoice must not exceed.
           SELECT SupplierPrices ASSIGN TO "SUPPRICE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SuppPrice-Status.

      * The forecast quantities OILFCST1 writes alongside its report.
           SELECT ForecastData ASSIGN TO "OILFCST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Forecast-Status.

      * What goes into each kit oil number, one row per component.
           SELECT KitBom ASSIGN TO "KITBOM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-KitBom-Status.

           SELECT OilMaster ASSIGN TO "OILMAST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilMaster-Status.
        02 OS-Qty-On-Hand              PIC S9(7).
        02 OS-Reorder-Level            PIC 9(5).
        02 OS-Branch-Id                PIC X(3).
      * Weighted-average purchase cost of one unit in the cell.
        02 OS-Avg-Cost                 PIC 9(4)V9(4).

       FD SupplierFile.
       01 Supplier-Rec.
        02 SUP-Oil-Num                 PIC 99.
        02 SUP-Lead-Days               PIC 9(3).
        02 SUP-Min-Order               PIC 9(5).
        02 SUP-Terms-Days              PIC 9(3).
        02 SUP-Bank-Sort               PIC X(6).
        02 SUP-Bank-Acct               PIC X(8).

       FD SupplierPrices.
       01 Supplier-Price-Rec.
           88 End-Of-Supplier-Prices   VALUE HIGH-VALUES.
        02 SPL-Supplier-Id             PIC X(5).
        02 SPL-Oil-Num                 PIC 99.
        02 SPL-Unit-Size               PIC 99.
        02 SPL-Unit-Cost               PIC 9(4)V99.

       FD ForecastData.
       01 Forecast-Data-Rec.
        02 FDR-Oil-Num                 PIC 99.
        02 FDR-Forecast                PIC S9(7).

       FD KitBom.
       01 Kit-Bom-Rec.
           88 End-Of-Kit-Bom           VALUE HIGH-VALUES.
        02 KB-Kit-Oil-Num              PIC 99.
        02 KB-Comp-Oil-Num             PIC 99.
        02 KB-Comp-Size                PIC 99.
        02 KB-Comp-Qty                 PIC 9(3).

       FD OilMaster.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master        VALUE HIGH-VALUES.
      * Which branch's stock cell the shortfall belongs to, carried
      * through so the goods receipt books into the right branch.
        02 PO-Branch-Id                PIC X(3).
      * The agreed price off SUPPRICE.DAT (zero when the supplier has
      * none on file) and the quantity the supplier has invoiced so
      * far, which SUPINVC1 moves up as invoices match.
        02 PO-Unit-Cost                PIC 9(4)V99.
        02 PO-Qty-Invoiced             PIC 9(5).

       FD PurchaseOrders.
       01 Purchase-Order-Line         PIC X(80).
           88 OilStockFile-Present    VALUE "00".
       01  WS-Supplier-Status         PIC XX.
           88 SupplierFile-Present    VALUE "00".
       01  WS-SuppPrice-Status        PIC XX.
           88 SuppPriceFile-Present   VALUE "00".
       01  WS-Forecast-Status         PIC XX.
           88 ForecastFile-Present    VALUE "00".
       01  WS-OilMaster-Status        PIC XX.
           88 OilMaster-Present       VALUE "00".
       01  WS-KitBom-Status           PIC XX.
           88 KitBomFile-Present      VALUE "00".
       01  WS-PoSeq-Status            PIC XX.
           88 PoSeqFile-Present       VALUE "00".
       01  WS-OpenPo-Status           PIC XX.
       01  SPT-Found-Sw               PIC X VALUE "N".
           88 SPT-Found               VALUE "Y".

       01  Supplier-Price-Table.
        02  SPR-Entry OCCURS 500 TIMES.
         03 SPR-Supplier-Id           PIC X(5).
         03 SPR-Oil-Num               PIC 99.
         03 SPR-Unit-Size             PIC 99.
         03 SPR-Unit-Cost             PIC 9(4)V99.
       01  SPR-Count                  PIC 9(3) VALUE ZERO.
       01  SPR-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  SPR-Found-Sw               PIC X VALUE "N".
           88 SPR-Found               VALUE "Y".
       01  Agreed-Unit-Cost           PIC 9(4)V99 VALUE ZERO.

      * Forecast units per oil, zero when OILFCST.DAT is absent.
       01  Forecast-Table.
        02  FCT-Units                 PIC S9(7) OCCURS 30 TIMES.
         03 OM-Oil-Desc               PIC X(20).
       01  Oil-Idx                    PIC 99 VALUE ZERO.

      * The bill of materials, and which oil numbers are kits.
       01  Kit-Bom-Table.
        02  KBT-Entry OCCURS 300 TIMES.
         03 KBT-Kit-Oil-Num           PIC 99.
         03 KBT-Comp-Oil-Num          PIC 99.
         03 KBT-Comp-Size             PIC 99.
         03 KBT-Comp-Qty              PIC 9(3).
       01  KBT-Count                  PIC 9(3) VALUE ZERO.
       01  KBT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  KBT-Found-Sw               PIC X VALUE "N".
           88 KBT-Found               VALUE "Y".
       01  Kit-Oil-Table.
        02  KOT-Kit-Sw                PIC X OCCURS 30 TIMES.
      * Component demand the short kit cells raise, per component
      * cell, against what that cell holds above its reorder level.
       01  Kit-Demand-Table.
        02  KDT-Entry OCCURS 500 TIMES.
         03 KDT-Oil-Num               PIC 99.
         03 KDT-Unit-Size             PIC 99.
         03 KDT-Branch-Id             PIC X(3).
         03 KDT-Demand                PIC S9(7).
         03 KDT-Surplus               PIC S9(7).
       01  KDT-Count                  PIC 9(3) VALUE ZERO.
       01  KDT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  KDT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  KDT-Found-Sw               PIC X VALUE "N".
           88 KDT-Found               VALUE "Y".
       01  Kit-Shortfall              PIC S9(7) VALUE ZERO.
       01  Kit-Demand-Net             PIC S9(7) VALUE ZERO.
       01  Kit-Demand-Lost-Count      PIC 9(5) VALUE ZERO.
      * The cell a line is being staged for - a stock row of its own
      * or a component cell a kit's shortfall points at.
       01  Stage-Oil-Num              PIC 99 VALUE ZERO.
       01  Stage-Unit-Size            PIC 99 VALUE ZERO.
       01  Stage-Branch-Id            PIC X(3) VALUE SPACES.

      * The run's staged order lines, grouped per supplier when the
      * orders print so one PO covers everything that supplier owes.
       01  Order-Line-Table.
        02  FILLER                    PIC X(6)  VALUE "SIZE".
        02  FILLER                    PIC X(10) VALUE "QUANTITY".
        02  FILLER                    PIC X(7)  VALUE "BRANCH".
        02  FILLER                    PIC X(10) VALUE "UNIT COST".

       01  Po-Detail-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PD-Qty                    PIC ZZ,ZZ9.
        02  FILLER                    PIC X(4)  VALUE SPACES.
        02  PD-Branch-Id              PIC X(3).
        02  FILLER                    PIC X(4)  VALUE SPACES.
        02  PD-Unit-Cost              PIC Z,ZZ9.99.

       01  Purch-Exception-Detail.
        02  FILLER                    PIC X(7)  VALUE "OIL NO".
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Supplier-Prices.
           PERFORM Load-Kit-Bom.
           PERFORM Load-Forecast-Data.
           PERFORM Explode-Kit-Forecasts.
           PERFORM Load-Oil-Master.
           PERFORM Load-Po-Sequence.

           DISPLAY "OILPURC1: " Shortfall-Count " CELL(S) SHORT, "
               Orders-Raised-Count " ORDER(S) RAISED, "
               Exception-Count " UNSOURCED".
           IF Kit-Demand-Lost-Count > ZERO
               DISPLAY "OILPURC1: " Kit-Demand-Lost-Count
                   " KIT COMPONENT CELL(S) OVER THE DEMAND TABLE - "
                   "NOT ORDERED"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Supplier-Master.
               CLOSE SupplierFile
           END-IF.

       Load-Supplier-Prices.
           OPEN INPUT SupplierPrices.
           IF SuppPriceFile-Present
               READ SupplierPrices
                   AT END SET End-Of-Supplier-Prices TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-Prices
                   IF SPR-Count < 500
                      AND SPL-Unit-Cost IS NUMERIC
                       ADD 1 TO SPR-Count
                       MOVE SPL-Supplier-Id
                         TO SPR-Supplier-Id(SPR-Count)
                       MOVE SPL-Oil-Num TO SPR-Oil-Num(SPR-Count)
                       MOVE SPL-Unit-Size
                         TO SPR-Unit-Size(SPR-Count)
                       MOVE SPL-Unit-Cost
                         TO SPR-Unit-Cost(SPR-Count)
                   END-IF
                   READ SupplierPrices
                       AT END SET End-Of-Supplier-Prices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierPrices
           END-IF.

       Load-Kit-Bom.
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               MOVE "N" TO KOT-Kit-Sw(Oil-Idx)
           END-PERFORM.
           OPEN INPUT KitBom.
           IF KitBomFile-Present
               READ KitBom
                   AT END SET End-Of-Kit-Bom TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Kit-Bom
                   IF KBT-Count < 300
                      AND KB-Kit-Oil-Num IS NUMERIC
                      AND KB-Kit-Oil-Num >= 1 AND KB-Kit-Oil-Num <= 30
                      AND KB-Comp-Qty IS NUMERIC
                      AND KB-Comp-Qty > ZERO
                       ADD 1 TO KBT-Count
                       MOVE KB-Kit-Oil-Num
                         TO KBT-Kit-Oil-Num(KBT-Count)
                       MOVE KB-Comp-Oil-Num
                         TO KBT-Comp-Oil-Num(KBT-Count)
                       MOVE KB-Comp-Size TO KBT-Comp-Size(KBT-Count)
                       MOVE KB-Comp-Qty TO KBT-Comp-Qty(KBT-Count)
                       MOVE "Y" TO KOT-Kit-Sw(KB-Kit-Oil-Num)
                   END-IF
                   READ KitBom
                       AT END SET End-Of-Kit-Bom TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KitBom
           END-IF.

       Load-Forecast-Data.
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               MOVE ZERO TO FCT-Units(Oil-Idx)
               CLOSE ForecastData
           END-IF.

      * A kit's forecast is units of its components - each component
      * oil takes the kit forecast times the units one kit uses, and
      * the kit itself forecasts nothing to buy.
       Explode-Kit-Forecasts.
           PERFORM VARYING KBT-Scan-Idx FROM 1 BY 1
                   UNTIL KBT-Scan-Idx > KBT-Count
               IF FCT-Units(KBT-Kit-Oil-Num(KBT-Scan-Idx)) > ZERO
                  AND KBT-Comp-Oil-Num(KBT-Scan-Idx) >= 1
                  AND KBT-Comp-Oil-Num(KBT-Scan-Idx) <= 30
                   COMPUTE FCT-Units(KBT-Comp-Oil-Num(KBT-Scan-Idx)) =
                       FCT-Units(KBT-Comp-Oil-Num(KBT-Scan-Idx))
                       + FCT-Units(KBT-Kit-Oil-Num(KBT-Scan-Idx))
                           * KBT-Comp-Qty(KBT-Scan-Idx)
               END-IF
           END-PERFORM.
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               IF KOT-Kit-Sw(Oil-Idx) = "Y"
                   MOVE ZERO TO FCT-Units(Oil-Idx)
               END-IF
           END-PERFORM.

       Load-Oil-Master.
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               MOVE SPACES TO OM-Oil-Desc(Oil-Idx)
      * level: top back up to the reorder level, never less than
      * the supplier's minimum. Once every cell has staged, each
      * oil whose forecast exceeds what the cells already suggest
      * tops up ONCE, on its first staged line. A kit cell stages
      * nothing itself - its shortfall becomes component demand,
      * staged once every component cell's position is known.
       Stage-Reorder-Lines.
           OPEN INPUT OilStock.
           IF OilStockFile-Present
               PERFORM UNTIL End-Of-Oil-Stock
                   IF OS-Oil-Num IS NUMERIC
                      AND OS-Oil-Num >= 1 AND OS-Oil-Num <= 30
                       PERFORM Note-Component-Surplus
                       IF OS-Qty-On-Hand < OS-Reorder-Level
                           IF KOT-Kit-Sw(OS-Oil-Num) = "Y"
                               PERFORM Explode-Kit-Shortfall
                           ELSE
                               ADD 1 TO Shortfall-Count
                               MOVE OS-Oil-Num TO Stage-Oil-Num
                               MOVE OS-Unit-Size TO Stage-Unit-Size
                               MOVE OS-Branch-Id TO Stage-Branch-Id
                               COMPUTE Suggested-Qty =
                                   OS-Reorder-Level - OS-Qty-On-Hand
                               PERFORM Stage-One-Shortfall
                           END-IF
                       END-IF
                   END-IF
                   READ OilStock
                       AT END SET End-Of-Oil-Stock TO TRUE
               END-PERFORM
               CLOSE OilStock
           END-IF.
           PERFORM Stage-Kit-Demand.
           PERFORM Apply-Forecast-Topups.

       Stage-One-Shortfall.
           PERFORM Find-Supplier-For-Oil.
           IF NOT SPT-Found
               MOVE Stage-Oil-Num TO PX-Oil-Num
               MOVE Stage-Unit-Size TO PX-Size
               MOVE Suggested-Qty TO PX-Qty
               WRITE Purch-Exception-Line
                   FROM Purch-Exception-Detail
                   ADD 1 TO OLT-Count
                   MOVE SPT-Found-Idx
                     TO OLT-Supplier-Idx(OLT-Count)
                   MOVE Stage-Oil-Num TO OLT-Oil-Num(OLT-Count)
                   MOVE Stage-Unit-Size TO OLT-Unit-Size(OLT-Count)
                   MOVE Suggested-Qty TO OLT-Qty(OLT-Count)
                   MOVE Stage-Branch-Id TO OLT-Branch-Id(OLT-Count)
                   MOVE SPACE TO OLT-Printed-Sw(OLT-Count)
                   ADD Suggested-Qty
                     TO OST-Staged-Qty(Stage-Oil-Num)
                   IF OST-First-Line(Stage-Oil-Num) = ZERO
                       MOVE OLT-Count
                         TO OST-First-Line(Stage-Oil-Num)
                   END-IF
               END-IF
           END-IF.

      * A component cell's stock above its own reorder level is
      * there to make kits from before anything is bought for them.
       Note-Component-Surplus.
           MOVE "N" TO KBT-Found-Sw.
           PERFORM VARYING KBT-Scan-Idx FROM 1 BY 1
                   UNTIL KBT-Scan-Idx > KBT-Count OR KBT-Found
               IF KBT-Comp-Oil-Num(KBT-Scan-Idx) = OS-Oil-Num
                  AND KBT-Comp-Size(KBT-Scan-Idx) = OS-Unit-Size
                   MOVE "Y" TO KBT-Found-Sw
               END-IF
           END-PERFORM.
           IF KBT-Found
               MOVE OS-Oil-Num TO Stage-Oil-Num
               MOVE OS-Unit-Size TO Stage-Unit-Size
               MOVE OS-Branch-Id TO Stage-Branch-Id
               PERFORM Find-Kit-Demand-Cell
               IF KDT-Found
                   COMPUTE KDT-Surplus(KDT-Found-Idx) =
                       OS-Qty-On-Hand - OS-Reorder-Level
               END-IF
           END-IF.

      * The kit cell's shortfall, in kits, times what one kit takes
      * of each component, against the same branch's component cell.
       Explode-Kit-Shortfall.
           ADD 1 TO Shortfall-Count.
           COMPUTE Kit-Shortfall = OS-Reorder-Level - OS-Qty-On-Hand.
           PERFORM VARYING KBT-Scan-Idx FROM 1 BY 1
                   UNTIL KBT-Scan-Idx > KBT-Count
               IF KBT-Kit-Oil-Num(KBT-Scan-Idx) = OS-Oil-Num
                   MOVE KBT-Comp-Oil-Num(KBT-Scan-Idx)
                     TO Stage-Oil-Num
                   MOVE KBT-Comp-Size(KBT-Scan-Idx) TO Stage-Unit-Size
                   MOVE OS-Branch-Id TO Stage-Branch-Id
                   PERFORM Find-Kit-Demand-Cell
                   IF KDT-Found
                       COMPUTE KDT-Demand(KDT-Found-Idx) =
                           KDT-Demand(KDT-Found-Idx)
                           + Kit-Shortfall * KBT-Comp-Qty(KBT-Scan-Idx)
                   END-IF
               END-IF
           END-PERFORM.

      * Find the component cell's demand row, opening one when the
      * table has room.
       Find-Kit-Demand-Cell.
           MOVE "N" TO KDT-Found-Sw.
           MOVE ZERO TO KDT-Found-Idx.
           PERFORM VARYING KDT-Scan-Idx FROM 1 BY 1
                   UNTIL KDT-Scan-Idx > KDT-Count OR KDT-Found
               IF KDT-Oil-Num(KDT-Scan-Idx) = Stage-Oil-Num
                  AND KDT-Unit-Size(KDT-Scan-Idx) = Stage-Unit-Size
                  AND KDT-Branch-Id(KDT-Scan-Idx) = Stage-Branch-Id
                   MOVE "Y" TO KDT-Found-Sw
                   MOVE KDT-Scan-Idx TO KDT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT KDT-Found
               IF KDT-Count < 500
                   ADD 1 TO KDT-Count
                   MOVE "Y" TO KDT-Found-Sw
                   MOVE KDT-Count TO KDT-Found-Idx
                   MOVE Stage-Oil-Num TO KDT-Oil-Num(KDT-Count)
                   MOVE Stage-Unit-Size TO KDT-Unit-Size(KDT-Count)
                   MOVE Stage-Branch-Id TO KDT-Branch-Id(KDT-Count)
                   MOVE ZERO TO KDT-Demand(KDT-Count)
                   MOVE ZERO TO KDT-Surplus(KDT-Count)
               ELSE
                   ADD 1 TO Kit-Demand-Lost-Count
               END-IF
           END-IF.

      * What the kits want beyond the component cell's own surplus
      * stages as an ordinary order line for the component. A cell
      * already below its reorder level staged its own shortfall,
      * so the kit demand goes on top of it in full.
       Stage-Kit-Demand.
           PERFORM VARYING KDT-Scan-Idx FROM 1 BY 1
                   UNTIL KDT-Scan-Idx > KDT-Count
               IF KDT-Demand(KDT-Scan-Idx) > ZERO
                   MOVE KDT-Demand(KDT-Scan-Idx) TO Kit-Demand-Net
                   IF KDT-Surplus(KDT-Scan-Idx) > ZERO
                       SUBTRACT KDT-Surplus(KDT-Scan-Idx)
                           FROM Kit-Demand-Net
                   END-IF
                   IF Kit-Demand-Net > ZERO
                      AND KDT-Oil-Num(KDT-Scan-Idx) >= 1
                      AND KDT-Oil-Num(KDT-Scan-Idx) <= 30
                       MOVE KDT-Oil-Num(KDT-Scan-Idx) TO Stage-Oil-Num
                       MOVE KDT-Unit-Size(KDT-Scan-Idx)
                         TO Stage-Unit-Size
                       MOVE KDT-Branch-Id(KDT-Scan-Idx)
                         TO Stage-Branch-Id
                       MOVE Kit-Demand-Net TO Suggested-Qty
                       PERFORM Stage-One-Shortfall
                   END-IF
               END-IF
           END-PERFORM.

      * The forecast is a per-oil total, so it is compared to the
      * oil's staged total across every branch and size - whatever
      * the forecast still wants beyond the reorder top-ups lands
           MOVE ZERO TO SPT-Found-Idx.
           PERFORM VARYING SPT-Scan-Idx FROM 1 BY 1
                   UNTIL SPT-Scan-Idx > SPT-Count OR SPT-Found
               IF SPT-Oil-Num(SPT-Scan-Idx) = Stage-Oil-Num
                   MOVE "Y" TO SPT-Found-Sw
                   MOVE SPT-Scan-Idx TO SPT-Found-Idx
               END-IF
           END-PERFORM.

       Write-One-Order-Line.
           PERFORM Find-Agreed-Unit-Cost.
           MOVE OLT-Oil-Num(OLT-Group-Idx) TO PD-Oil-Num.
           MOVE OM-Oil-Desc(OLT-Oil-Num(OLT-Group-Idx))
             TO PD-Oil-Desc.
           MOVE OLT-Unit-Size(OLT-Group-Idx) TO PD-Size.
           MOVE OLT-Qty(OLT-Group-Idx) TO PD-Qty.
           MOVE OLT-Branch-Id(OLT-Group-Idx) TO PD-Branch-Id.
           MOVE Agreed-Unit-Cost TO PD-Unit-Cost.
           WRITE Purchase-Order-Line FROM Po-Detail-Line
            AFTER ADVANCING 1 LINE.
           MOVE "Y" TO OLT-Printed-Sw(OLT-Group-Idx).
             TO PO-Lead-Days.
           MOVE "O" TO PO-Status.
           MOVE OLT-Branch-Id(OLT-Group-Idx) TO PO-Branch-Id.
           MOVE Agreed-Unit-Cost TO PO-Unit-Cost.
           MOVE ZERO TO PO-Qty-Invoiced.
           WRITE Open-Order-Rec.

      * The supplier's price for this oil and size; none on file
      * leaves the line at zero cost, which the invoice intake
      * queries rather than accepting any price.
       Find-Agreed-Unit-Cost.
           MOVE "N" TO SPR-Found-Sw.
           MOVE ZERO TO Agreed-Unit-Cost.
           PERFORM VARYING SPR-Scan-Idx FROM 1 BY 1
                   UNTIL SPR-Scan-Idx > SPR-Count OR SPR-Found
               IF SPR-Supplier-Id(SPR-Scan-Idx) =
                       SPT-Supplier-Id(OLT-Supplier-Idx(OLT-Group-Idx))
                  AND SPR-Oil-Num(SPR-Scan-Idx) =
                       OLT-Oil-Num(OLT-Group-Idx)
                  AND SPR-Unit-Size(SPR-Scan-Idx) =
                       OLT-Unit-Size(OLT-Group-Idx)
                   MOVE "Y" TO SPR-Found-Sw
                   MOVE SPR-Unit-Cost(SPR-Scan-Idx)
                     TO Agreed-Unit-Cost
               END-IF
           END-PERFORM.

       END PROGRAM OILPURC1.
