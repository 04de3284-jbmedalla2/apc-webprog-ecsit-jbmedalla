      ******************************************************************
      * Author:
      * Date:
      * Purpose: Kit assembly run - makes up the gift sets and blends
      *          sold under their own oil numbers out of the single
      *          oils that go into them. KITBOM.DAT is the bill of
      *          materials: one row per component oil and size per
      *          kit oil number on OILMAST.DAT, with the units of the
      *          component one kit takes. The workroom keys each batch
      *          made up on ASSEMBLY.DAT (batch number, branch, kit
      *          oil, kit size, kits made and the lot number the kits
      *          are labelled with); the run checks every component
      *          cell at that branch holds enough for the whole batch
      *          and refuses the batch outright when one does not, so
      *          no component goes negative. A batch that goes ahead
      *          deducts the components from OILSTOCK.DAT (their lots
      *          on LOTSTOCK.DAT earliest best-before first) and books
      *          the kits into the kit cell at the summed component
      *          cost, the kit lot carrying the earliest best-before
      *          of anything in it. Each component lot drawn for a
      *          lotted batch is logged to LOTISSUE.DAT as a kit draw
      *          naming the kit lot, so RECALL1 can follow a recalled
      *          lot into the kits made from it. Both outcomes,
      *          component by component, print on the assembly
      *          register ASSEMBLY.RPT. The intake archives to a
      *          dated history and clears so no batch applies twice.
      *          Value only moves between stock cells, so nothing
      *          posts to the ledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITASM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssemblyOrders ASSIGN TO "ASSEMBLY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Assembly-Status.

           SELECT AssemblyHist ASSIGN TO Asm-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AsmHist-Status.

      * What goes into each kit oil number, one row per component.
           SELECT KitBom ASSIGN TO "KITBOM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-KitBom-Status.

           SELECT OilStock ASSIGN TO "OILSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilStock-Status.

      * Stock by supplier lot, as GDSRCPT1 books it in.
           SELECT LotStock ASSIGN TO "LOTSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotStock-Status.

      * The lot issue log AROMRPT1 appends its sales to - a kit draw
      * goes on the same file so one trace covers both.
           SELECT LotIssue ASSIGN TO "LOTISSUE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotIssue-Status.

           SELECT OilMaster ASSIGN TO "OILMAST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilMaster-Status.

           SELECT AssemblyRegister ASSIGN TO "ASSEMBLY.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AssemblyOrders.
       01 Assembly-Rec.
           88 End-Of-Assembly          VALUE HIGH-VALUES.
        02 AS-Batch-Num                PIC 9(6).
        02 AS-Branch-Id                PIC X(3).
        02 AS-Kit-Oil-Num              PIC 99.
        02 AS-Kit-Size                 PIC 99.
        02 AS-Kit-Qty                  PIC 9(5).
        02 AS-Lot-No                   PIC X(10).

       FD AssemblyHist.
       01 Assembly-Hist-Rec           PIC X(28).

       FD KitBom.
       01 Kit-Bom-Rec.
           88 End-Of-Kit-Bom           VALUE HIGH-VALUES.
        02 KB-Kit-Oil-Num              PIC 99.
        02 KB-Comp-Oil-Num             PIC 99.
        02 KB-Comp-Size                PIC 99.
        02 KB-Comp-Qty                 PIC 9(3).

       FD OilStock.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock         VALUE HIGH-VALUES.
        02 OS-Oil-Num                  PIC 99.
        02 OS-Unit-Size                PIC 99.
        02 OS-Qty-On-Hand              PIC S9(7).
        02 OS-Reorder-Level            PIC 9(5).
        02 OS-Branch-Id                PIC X(3).
      * Weighted-average purchase cost of one unit in the cell.
        02 OS-Avg-Cost                 PIC 9(4)V9(4).

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

      * Same layout AROMRPT1 appends and RECALL1 reads back. A kit
      * draw row is marked K and names the kit lot the component lot
      * went into; the customer fields carry the batch instead.
       FD LotIssue.
       01 Lot-Issue-Rec.
        02 LI-Period                   PIC X(20).
        02 LI-Lot-No                   PIC X(10).
        02 LI-Oil-Num                  PIC 99.
        02 LI-Unit-Size                PIC 99.
        02 LI-Branch-Id                PIC X(3).
        02 LI-Cust-Id                  PIC X(5).
        02 LI-Cust-Name                PIC X(20).
        02 LI-Sale-Date                PIC 9(8).
        02 LI-Qty                      PIC 9(5).
        02 LI-Issue-Type               PIC X.
        02 LI-Kit-Lot-No               PIC X(10).

       FD OilMaster.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master        VALUE HIGH-VALUES.
        02 OMF-Oil-Num                 PIC 99.
        02 OMF-Oil-Desc                PIC X(20).
        02 OMF-Oil-Category            PIC X.

       FD AssemblyRegister.
       01 Assembly-Line               PIC X(90).

       FD RunLock.
       01 Run-Lock-Rec.
           88 End-Of-Run-Lock          VALUE HIGH-VALUES.
        02 RLK-Job-Name                PIC X(8).
        02 RLK-Operator                PIC X(5).
        02 RLK-Date                    PIC 9(8).
        02 RLK-Time                    PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-RunLock-Status          PIC XX.
           88 RunLockFile-Present     VALUE "00".
       01  Lock-Held-Sw               PIC X VALUE "N".
           88 Lock-Held               VALUE "Y".
       01  Lock-Owned-Sw              PIC X VALUE "N".
           88 Lock-Owned              VALUE "Y".
       01  Lock-Holder                PIC X(8) VALUE SPACES.
       01  Lock-Time-Work             PIC 9(8) VALUE ZERO.
       01  Lock-Run-Date              PIC 9(8) VALUE ZERO.
       01  WS-Assembly-Status         PIC XX.
           88 AssemblyFile-Present    VALUE "00".
       01  WS-AsmHist-Status          PIC XX.
       01  WS-KitBom-Status           PIC XX.
           88 KitBomFile-Present      VALUE "00".
       01  WS-OilStock-Status         PIC XX.
           88 OilStockFile-Present    VALUE "00".
       01  WS-LotStock-Status         PIC XX.
           88 LotStockFile-Present    VALUE "00".
       01  WS-LotIssue-Status         PIC XX.
       01  WS-OilMaster-Status        PIC XX.
           88 OilMaster-Present       VALUE "00".
       01  Asm-Hist-File-Name         PIC X(35).
       01  Assemblies-On-File-Sw      PIC X VALUE "N".
           88 Assemblies-On-File      VALUE "Y".

      * Sized to the full branch/oil/size grid (21 x 30 x 5 cells)
      * the per-branch stock file can carry.
       01  Stock-Table.
        02  STT-Entry OCCURS 3150 TIMES.
         03 STT-Oil-Num               PIC 99.
         03 STT-Unit-Size             PIC 99.
         03 STT-Qty-On-Hand           PIC S9(7).
         03 STT-Reorder-Level         PIC 9(5).
         03 STT-Branch-Id             PIC X(3).
         03 STT-Avg-Cost              PIC 9(4)V9(4).
       01  STT-Count                  PIC 9(4) VALUE ZERO.
       01  STT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  STT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  STT-Found-Sw               PIC X VALUE "N".
           88 STT-Found               VALUE "Y".
       01  Stock-Table-Overflow-Sw    PIC X VALUE "N".
           88 Stock-Table-Overflow    VALUE "Y".
       01  Lookup-Oil-Num             PIC 99 VALUE ZERO.
       01  Lookup-Unit-Size           PIC 99 VALUE ZERO.
       01  Kit-Cell-Idx               PIC 9(4) VALUE ZERO.

      * The bill of materials - a kit's rows need not be together on
      * the file, every scan walks the whole table.
       01  Kit-Bom-Table.
        02  KBT-Entry OCCURS 300 TIMES.
         03 KBT-Kit-Oil-Num           PIC 99.
         03 KBT-Comp-Oil-Num          PIC 99.
         03 KBT-Comp-Size             PIC 99.
         03 KBT-Comp-Qty              PIC 9(3).
       01  KBT-Count                  PIC 9(3) VALUE ZERO.
       01  KBT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  Bom-Table-Overflow-Sw      PIC X VALUE "N".
           88 Bom-Table-Overflow      VALUE "Y".

       01  Oil-Master-Table.
        02  OM-Entry OCCURS 30 TIMES.
         03 OM-Oil-Desc               PIC X(20).
       01  Oil-Idx                    PIC 99 VALUE ZERO.

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
       01  LTT-Found-Sw               PIC X VALUE "N".
           88 LTT-Found               VALUE "Y".
       01  Lot-Loaded-Sw              PIC X VALUE "N".
           88 Lot-Loaded              VALUE "Y".
       01  Lot-Table-Overflow-Sw      PIC X VALUE "N".
           88 Lot-Table-Overflow      VALUE "Y".
       01  Lot-Units-Left             PIC 9(7) VALUE ZERO.
       01  Lot-Draw-Qty               PIC 9(7) VALUE ZERO.
       01  Kit-Best-Before            PIC 9(8) VALUE ZERO.

      * The run's kit draws, held until the lot file is rewritten so
      * the log never names a draw the lot file does not carry.
       01  Kit-Draw-Buffer.
        02  KDB-Entry OCCURS 5000 TIMES.
         03 KDB-Batch-Num             PIC 9(6).
         03 KDB-Lot-No                PIC X(10).
         03 KDB-Oil-Num               PIC 99.
         03 KDB-Unit-Size             PIC 99.
         03 KDB-Branch-Id             PIC X(3).
         03 KDB-Qty                   PIC 9(5).
         03 KDB-Kit-Lot-No            PIC X(10).
       01  KDB-Count                  PIC 9(4) VALUE ZERO.
       01  KDB-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Kit-Draw-Overflow-Sw       PIC X VALUE "N".
           88 Kit-Draw-Overflow       VALUE "Y".

       01  Kit-Draw-Name.
        02  FILLER                    PIC X(10) VALUE "KIT BATCH ".
        02  KDN-Batch-Num             PIC 9(6).

       01  Comp-Count                 PIC 9(3) VALUE ZERO.
       01  Comp-Need-Qty              PIC 9(7) VALUE ZERO.
       01  Comp-Have-Qty              PIC S9(7) VALUE ZERO.
       01  Batch-Short-Sw             PIC X VALUE "N".
           88 Batch-Short             VALUE "Y".
       01  Kit-Unit-Cost              PIC 9(4)V9(4) VALUE ZERO.
       01  Kit-Cost-Work              PIC 9(7)V9(4) VALUE ZERO.
       01  Cell-Stock-Value           PIC S9(11)V9(4) VALUE ZERO.

       01  Batches-Read-Count         PIC 9(5) VALUE ZERO.
       01  Batches-Made-Count         PIC 9(5) VALUE ZERO.
       01  Batches-Refused-Count      PIC 9(5) VALUE ZERO.
       01  Kits-Made-Qty              PIC 9(7) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                    PIC X(29)
             VALUE "   KIT ASSEMBLY REGISTER -  ".
        02  RH-Run-Date               PIC 9(8).

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(34) VALUE ALL "-".

       01  Batch-Detail.
        02  FILLER                    PIC X(6)  VALUE "BATCH ".
        02  BD-Batch-Num              PIC 9(6).
        02  FILLER                    PIC X(4)  VALUE " BR ".
        02  BD-Branch-Id              PIC X(3).
        02  FILLER                    PIC X(5)  VALUE " KIT ".
        02  BD-Kit-Oil-Num            PIC Z9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  BD-Kit-Desc               PIC X(20).
        02  FILLER                    PIC X(5)  VALUE " SZ ".
        02  BD-Kit-Size               PIC Z9.
        02  FILLER                    PIC X(5)  VALUE " QTY ".
        02  BD-Kit-Qty                PIC ZZ,ZZ9.
        02  FILLER                    PIC X(5)  VALUE " LOT ".
        02  BD-Lot-No                 PIC X(10).

       01  Comp-Detail.
        02  FILLER                    PIC X(6)  VALUE SPACES.
        02  FILLER                    PIC X(10) VALUE "COMPONENT ".
        02  CD-Oil-Num                PIC Z9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  CD-Oil-Desc               PIC X(20).
        02  FILLER                    PIC X(4)  VALUE " SZ ".
        02  CD-Size                   PIC Z9.
        02  FILLER                    PIC X(6)  VALUE " NEED ".
        02  CD-Need                   PIC ZZZ,ZZ9.
        02  FILLER                    PIC X(6)  VALUE " HAVE ".
        02  CD-Have                   PIC ZZZ,ZZ9-.
        02  FILLER                    PIC X     VALUE SPACE.
        02  CD-Flag                   PIC X(6).

       01  Outcome-Detail.
        02  FILLER                    PIC X(6)  VALUE SPACES.
        02  OD-Outcome                PIC X(9).
        02  OD-Reason                 PIC X(40).
        02  OD-Unit-Cost              PIC Z,ZZ9.9999.

       01  Total-Line-1.
        02  FILLER                    PIC X(30) VALUE
             "BATCHES ASSEMBLED          :".
        02  TL-Made                   PIC ZZZZ9.
        02  FILLER                    PIC X(14) VALUE "   KITS MADE ".
        02  TL-Kits                   PIC Z,ZZZ,ZZ9.

       01  Total-Line-2.
        02  FILLER                    PIC X(30) VALUE
             "BATCHES REFUSED            :".
        02  TL-Refused                PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "KITASM1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Oil-Stock.
           IF Stock-Table-Overflow
               DISPLAY "KITASM1: OILSTOCK.DAT EXCEEDS THE STOCK "
                   "TABLE - RUN ABORTED, NOTHING ASSEMBLED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Kit-Bom.
           IF Bom-Table-Overflow
               DISPLAY "KITASM1: KITBOM.DAT EXCEEDS THE BILL OF "
                   "MATERIALS TABLE - RUN ABORTED, NOTHING ASSEMBLED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Lot-Stock.
           IF Lot-Table-Overflow
               DISPLAY "KITASM1: LOTSTOCK.DAT EXCEEDS THE LOT "
                   "TABLE - RUN ABORTED, NOTHING ASSEMBLED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Oil-Master.

           OPEN OUTPUT AssemblyRegister.
           MOVE Run-Date TO RH-Run-Date.
           WRITE Assembly-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Assembly-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           PERFORM Apply-Assemblies.
           MOVE Batches-Made-Count TO TL-Made.
           MOVE Kits-Made-Qty TO TL-Kits.
           WRITE Assembly-Line FROM Total-Line-1
            AFTER ADVANCING 3 LINES.
           MOVE Batches-Refused-Count TO TL-Refused.
           WRITE Assembly-Line FROM Total-Line-2
            AFTER ADVANCING 1 LINE.
           CLOSE AssemblyRegister.

           IF Batches-Made-Count > ZERO
               PERFORM Rewrite-Oil-Stock
               IF Lot-Loaded
                   PERFORM Rewrite-Lot-Stock
                   PERFORM Write-Kit-Draws THRU Write-Kit-Draws-Exit
               END-IF
           END-IF.
           PERFORM Archive-Assemblies THRU Archive-Assemblies-Exit.

           DISPLAY "KITASM1: " Batches-Read-Count " BATCH(ES), "
               Batches-Made-Count " ASSEMBLED, "
               Batches-Refused-Count " REFUSED".
           IF Kit-Draw-Overflow
               DISPLAY "KITASM1: MORE KIT DRAWS THAN THE BUFFER HOLDS "
                   "- LOTISSUE.DAT DOES NOT TRACE THEM ALL"
           END-IF.
           IF Batches-Refused-Count > ZERO OR Kit-Draw-Overflow
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Release-Run-Lock.
           GOBACK.

       Check-Run-Lock.
           MOVE "N" TO Lock-Held-Sw.
           MOVE SPACES TO Lock-Holder.
           OPEN INPUT RunLock.
           IF RunLockFile-Present
               READ RunLock
                   AT END SET End-Of-Run-Lock TO TRUE
               END-READ
               IF NOT End-Of-Run-Lock
                  AND Run-Lock-Rec NOT = SPACES
                   SET Lock-Held TO TRUE
                   MOVE RLK-Job-Name TO Lock-Holder
               END-IF
               CLOSE RunLock
           END-IF.

       Acquire-Run-Lock.
           ACCEPT Lock-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Lock-Time-Work FROM TIME.
           OPEN OUTPUT RunLock.
           MOVE "KITASM1" TO RLK-Job-Name.
           MOVE SPACES TO RLK-Operator.
           MOVE Lock-Run-Date TO RLK-Date.
           MOVE Lock-Time-Work(1:6) TO RLK-Time.
           WRITE Run-Lock-Rec.
           CLOSE RunLock.
           SET Lock-Owned TO TRUE.

      * Only the run that took the lock gives it back.
       Release-Run-Lock.
           IF Lock-Owned
               OPEN OUTPUT RunLock
               CLOSE RunLock
               MOVE "N" TO Lock-Owned-Sw
           END-IF.

       Load-Oil-Stock.
           OPEN INPUT OilStock.
           IF OilStockFile-Present
               READ OilStock
                   AT END SET End-Of-Oil-Stock TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Stock
                   IF STT-Count >= 3150
                       SET Stock-Table-Overflow TO TRUE
                   END-IF
                   IF STT-Count < 3150
                       ADD 1 TO STT-Count
                       MOVE OS-Oil-Num TO STT-Oil-Num(STT-Count)
                       MOVE OS-Unit-Size
                         TO STT-Unit-Size(STT-Count)
                       MOVE OS-Qty-On-Hand
                         TO STT-Qty-On-Hand(STT-Count)
                       MOVE OS-Reorder-Level
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
                   END-READ
               END-PERFORM
               CLOSE OilStock
           END-IF.

      * A row taking no units of its component is no part of the kit.
       Load-Kit-Bom.
           OPEN INPUT KitBom.
           IF KitBomFile-Present
               READ KitBom
                   AT END SET End-Of-Kit-Bom TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Kit-Bom
                   IF KB-Comp-Qty IS NUMERIC AND KB-Comp-Qty > ZERO
                       IF KBT-Count >= 300
                           SET Bom-Table-Overflow TO TRUE
                       ELSE
                           ADD 1 TO KBT-Count
                           MOVE KB-Kit-Oil-Num
                             TO KBT-Kit-Oil-Num(KBT-Count)
                           MOVE KB-Comp-Oil-Num
                             TO KBT-Comp-Oil-Num(KBT-Count)
                           MOVE KB-Comp-Size
                             TO KBT-Comp-Size(KBT-Count)
                           MOVE KB-Comp-Qty
                             TO KBT-Comp-Qty(KBT-Count)
                       END-IF
                   END-IF
                   READ KitBom
                       AT END SET End-Of-Kit-Bom TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KitBom
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

       Load-Oil-Master.
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               MOVE SPACES TO OM-Oil-Desc(Oil-Idx)
           END-PERFORM.
           OPEN INPUT OilMaster.
           IF OilMaster-Present
               READ OilMaster
                   AT END SET End-Of-Oil-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master
                   IF OMF-Oil-Num IS NUMERIC
                      AND OMF-Oil-Num >= 1 AND OMF-Oil-Num <= 30
                       MOVE OMF-Oil-Desc TO OM-Oil-Desc(OMF-Oil-Num)
                   END-IF
                   READ OilMaster
                       AT END SET End-Of-Oil-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMaster
           END-IF.

       Apply-Assemblies.
           OPEN INPUT AssemblyOrders.
           IF AssemblyFile-Present
               READ AssemblyOrders
                   AT END SET End-Of-Assembly TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Assembly
                   SET Assemblies-On-File TO TRUE
                   ADD 1 TO Batches-Read-Count
                   PERFORM Apply-One-Assembly
                       THRU Apply-One-Assembly-Exit
                   READ AssemblyOrders
                       AT END SET End-Of-Assembly TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AssemblyOrders
           END-IF.

      * Every component is checked for the whole batch before any is
      * touched - a batch is made in full or not at all.
       Apply-One-Assembly.
           MOVE AS-Batch-Num TO BD-Batch-Num.
           MOVE AS-Branch-Id TO BD-Branch-Id.
           MOVE AS-Kit-Oil-Num TO BD-Kit-Oil-Num.
           MOVE AS-Kit-Size TO BD-Kit-Size.
           MOVE AS-Kit-Qty TO BD-Kit-Qty.
           MOVE AS-Lot-No TO BD-Lot-No.
           MOVE SPACES TO BD-Kit-Desc.
           IF AS-Kit-Oil-Num IS NUMERIC
              AND AS-Kit-Oil-Num >= 1 AND AS-Kit-Oil-Num <= 30
               MOVE OM-Oil-Desc(AS-Kit-Oil-Num) TO BD-Kit-Desc
           END-IF.
           WRITE Assembly-Line FROM Batch-Detail
            AFTER ADVANCING 2 LINES.

           IF AS-Kit-Qty IS NOT NUMERIC OR AS-Kit-Qty = ZERO
               MOVE "NO KIT QUANTITY" TO OD-Reason
               PERFORM Refuse-Batch
               GO TO Apply-One-Assembly-Exit
           END-IF.
           IF OilMaster-Present AND BD-Kit-Desc = SPACES
               MOVE "KIT NOT ON OILMAST.DAT" TO OD-Reason
               PERFORM Refuse-Batch
               GO TO Apply-One-Assembly-Exit
           END-IF.

           MOVE ZERO TO Comp-Count.
           MOVE "N" TO Batch-Short-Sw.
           PERFORM VARYING KBT-Scan-Idx FROM 1 BY 1
                   UNTIL KBT-Scan-Idx > KBT-Count
               IF KBT-Kit-Oil-Num(KBT-Scan-Idx) = AS-Kit-Oil-Num
                   ADD 1 TO Comp-Count
                   PERFORM Check-One-Component
               END-IF
           END-PERFORM.
           IF Comp-Count = ZERO
               MOVE "NO BILL OF MATERIALS FOR THE KIT" TO OD-Reason
               PERFORM Refuse-Batch
               GO TO Apply-One-Assembly-Exit
           END-IF.
           IF Batch-Short
               MOVE "COMPONENT STOCK SHORT" TO OD-Reason
               PERFORM Refuse-Batch
               GO TO Apply-One-Assembly-Exit
           END-IF.

           MOVE AS-Kit-Oil-Num TO Lookup-Oil-Num.
           MOVE AS-Kit-Size TO Lookup-Unit-Size.
           PERFORM Find-Stock-Cell.
           IF NOT STT-Found
               PERFORM Open-Kit-Cell
           END-IF.
           IF NOT STT-Found
               MOVE "STOCK TABLE FULL - NO KIT CELL" TO OD-Reason
               PERFORM Refuse-Batch
               GO TO Apply-One-Assembly-Exit
           END-IF.
           MOVE STT-Found-Idx TO Kit-Cell-Idx.

           MOVE ZERO TO Kit-Cost-Work.
           MOVE ZERO TO Kit-Best-Before.
           PERFORM VARYING KBT-Scan-Idx FROM 1 BY 1
                   UNTIL KBT-Scan-Idx > KBT-Count
               IF KBT-Kit-Oil-Num(KBT-Scan-Idx) = AS-Kit-Oil-Num
                   PERFORM Consume-One-Component
               END-IF
           END-PERFORM.
           MOVE Kit-Cost-Work TO Kit-Unit-Cost.
           PERFORM Book-Kits-Into-Cell.
           IF Lot-Loaded AND AS-Lot-No NOT = SPACES
              AND Kit-Best-Before > ZERO
               PERFORM Book-Kit-Lot
           END-IF.

           ADD 1 TO Batches-Made-Count.
           ADD AS-Kit-Qty TO Kits-Made-Qty.
           MOVE "ASSEMBLED" TO OD-Outcome.
           MOVE "KIT UNIT COST" TO OD-Reason.
           MOVE Kit-Unit-Cost TO OD-Unit-Cost.
           IF AS-Lot-No NOT = SPACES AND Kit-Best-Before = ZERO
               MOVE "KIT UNIT COST - NO LOTTED COMPONENTS"
                 TO OD-Reason
           END-IF.
           WRITE Assembly-Line FROM Outcome-Detail
            AFTER ADVANCING 1 LINE.

       Apply-One-Assembly-Exit.
           EXIT.

       Refuse-Batch.
           MOVE "REFUSED" TO OD-Outcome.
           MOVE ZERO TO OD-Unit-Cost.
           WRITE Assembly-Line FROM Outcome-Detail
            AFTER ADVANCING 1 LINE.
           ADD 1 TO Batches-Refused-Count.

       Check-One-Component.
           COMPUTE Comp-Need-Qty =
               KBT-Comp-Qty(KBT-Scan-Idx) * AS-Kit-Qty.
           MOVE KBT-Comp-Oil-Num(KBT-Scan-Idx) TO Lookup-Oil-Num.
           MOVE KBT-Comp-Size(KBT-Scan-Idx) TO Lookup-Unit-Size.
           PERFORM Find-Stock-Cell.
           IF STT-Found
               MOVE STT-Qty-On-Hand(STT-Found-Idx) TO Comp-Have-Qty
           ELSE
               MOVE ZERO TO Comp-Have-Qty
           END-IF.
           MOVE SPACES TO CD-Flag.
           IF Comp-Have-Qty < Comp-Need-Qty
               SET Batch-Short TO TRUE
               MOVE "SHORT" TO CD-Flag
           END-IF.
           PERFORM Write-Component-Line.

       Write-Component-Line.
           MOVE KBT-Comp-Oil-Num(KBT-Scan-Idx) TO CD-Oil-Num.
           MOVE SPACES TO CD-Oil-Desc.
           IF KBT-Comp-Oil-Num(KBT-Scan-Idx) >= 1
              AND KBT-Comp-Oil-Num(KBT-Scan-Idx) <= 30
               MOVE OM-Oil-Desc(KBT-Comp-Oil-Num(KBT-Scan-Idx))
                 TO CD-Oil-Desc
           END-IF.
           MOVE KBT-Comp-Size(KBT-Scan-Idx) TO CD-Size.
           MOVE Comp-Need-Qty TO CD-Need.
           MOVE Comp-Have-Qty TO CD-Have.
           WRITE Assembly-Line FROM Comp-Detail
            AFTER ADVANCING 1 LINE.

      * The check pass found every cell, so each is there to draw on.
       Consume-One-Component.
           COMPUTE Comp-Need-Qty =
               KBT-Comp-Qty(KBT-Scan-Idx) * AS-Kit-Qty.
           MOVE KBT-Comp-Oil-Num(KBT-Scan-Idx) TO Lookup-Oil-Num.
           MOVE KBT-Comp-Size(KBT-Scan-Idx) TO Lookup-Unit-Size.
           PERFORM Find-Stock-Cell.
           SUBTRACT Comp-Need-Qty FROM STT-Qty-On-Hand(STT-Found-Idx).
           COMPUTE Kit-Cost-Work = Kit-Cost-Work
               + KBT-Comp-Qty(KBT-Scan-Idx)
                   * STT-Avg-Cost(STT-Found-Idx).
           IF Lot-Loaded
               PERFORM Draw-Component-Lots
           END-IF.

      * Earliest best-before first, the way the sales run picks; a
      * lot already past its date is left for the shelf check and
      * whatever no lot covers comes off the cell quantity only.
       Draw-Component-Lots.
           MOVE Comp-Need-Qty TO Lot-Units-Left.
           MOVE "Y" TO LTT-Found-Sw.
           PERFORM UNTIL Lot-Units-Left = ZERO OR NOT LTT-Found
               PERFORM Find-Earliest-Component-Lot
               IF LTT-Found
                   IF LTT-Qty-On-Hand(LTT-Found-Idx) < Lot-Units-Left
                       MOVE LTT-Qty-On-Hand(LTT-Found-Idx)
                         TO Lot-Draw-Qty
                   ELSE
                       MOVE Lot-Units-Left TO Lot-Draw-Qty
                   END-IF
                   SUBTRACT Lot-Draw-Qty
                       FROM LTT-Qty-On-Hand(LTT-Found-Idx)
                   SUBTRACT Lot-Draw-Qty FROM Lot-Units-Left
                   IF AS-Lot-No NOT = SPACES
                       PERFORM Buffer-Kit-Draw
                   END-IF
                   IF Kit-Best-Before = ZERO
                      OR LTT-Expiry-Date(LTT-Found-Idx)
                           < Kit-Best-Before
                       MOVE LTT-Expiry-Date(LTT-Found-Idx)
                         TO Kit-Best-Before
                   END-IF
               END-IF
           END-PERFORM.

      * Only a batch labelled with a kit lot has somewhere for a
      * recall to follow the component to.
       Buffer-Kit-Draw.
           IF KDB-Count < 5000
               ADD 1 TO KDB-Count
               MOVE AS-Batch-Num TO KDB-Batch-Num(KDB-Count)
               MOVE LTT-Lot-No(LTT-Found-Idx) TO KDB-Lot-No(KDB-Count)
               MOVE Lookup-Oil-Num TO KDB-Oil-Num(KDB-Count)
               MOVE Lookup-Unit-Size TO KDB-Unit-Size(KDB-Count)
               MOVE AS-Branch-Id TO KDB-Branch-Id(KDB-Count)
               MOVE Lot-Draw-Qty TO KDB-Qty(KDB-Count)
               MOVE AS-Lot-No TO KDB-Kit-Lot-No(KDB-Count)
           ELSE
               SET Kit-Draw-Overflow TO TRUE
           END-IF.

       Find-Earliest-Component-Lot.
           MOVE "N" TO LTT-Found-Sw.
           MOVE ZERO TO LTT-Found-Idx.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               IF LTT-Oil-Num(LTT-Scan-Idx) = Lookup-Oil-Num
                  AND LTT-Unit-Size(LTT-Scan-Idx) = Lookup-Unit-Size
                  AND LTT-Branch-Id(LTT-Scan-Idx) = AS-Branch-Id
                  AND LTT-Xfer-Num(LTT-Scan-Idx) = ZERO
                  AND LTT-Qty-On-Hand(LTT-Scan-Idx) > ZERO
                  AND LTT-Expiry-Date(LTT-Scan-Idx) >= Run-Date
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

      * The kits average into the kit cell at what their components
      * cost, the same weighting goods in and transfers use.
       Book-Kits-Into-Cell.
           IF Kit-Unit-Cost > ZERO
               IF STT-Qty-On-Hand(Kit-Cell-Idx) > ZERO
                   COMPUTE Cell-Stock-Value =
                       STT-Qty-On-Hand(Kit-Cell-Idx)
                           * STT-Avg-Cost(Kit-Cell-Idx)
                       + AS-Kit-Qty * Kit-Unit-Cost
                   COMPUTE STT-Avg-Cost(Kit-Cell-Idx) ROUNDED =
                       Cell-Stock-Value /
                       (STT-Qty-On-Hand(Kit-Cell-Idx) + AS-Kit-Qty)
               ELSE
                   MOVE Kit-Unit-Cost TO STT-Avg-Cost(Kit-Cell-Idx)
               END-IF
           END-IF.
           ADD AS-Kit-Qty TO STT-Qty-On-Hand(Kit-Cell-Idx).

      * A kit lot made up again on a later batch adds to its row; a
      * full lot table leaves the kits unlotted.
       Book-Kit-Lot.
           MOVE "N" TO LTT-Found-Sw.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count OR LTT-Found
               IF LTT-Oil-Num(LTT-Scan-Idx) = AS-Kit-Oil-Num
                  AND LTT-Unit-Size(LTT-Scan-Idx) = AS-Kit-Size
                  AND LTT-Branch-Id(LTT-Scan-Idx) = AS-Branch-Id
                  AND LTT-Lot-No(LTT-Scan-Idx) = AS-Lot-No
                  AND LTT-Xfer-Num(LTT-Scan-Idx) = ZERO
                   MOVE "Y" TO LTT-Found-Sw
                   MOVE LTT-Scan-Idx TO LTT-Found-Idx
               END-IF
           END-PERFORM.
           IF LTT-Found
               ADD AS-Kit-Qty TO LTT-Qty-On-Hand(LTT-Found-Idx)
               IF Kit-Best-Before < LTT-Expiry-Date(LTT-Found-Idx)
                   MOVE Kit-Best-Before
                     TO LTT-Expiry-Date(LTT-Found-Idx)
               END-IF
           ELSE
               IF LTT-Count < 5000
                   ADD 1 TO LTT-Count
                   MOVE AS-Kit-Oil-Num TO LTT-Oil-Num(LTT-Count)
                   MOVE AS-Kit-Size TO LTT-Unit-Size(LTT-Count)
                   MOVE AS-Branch-Id TO LTT-Branch-Id(LTT-Count)
                   MOVE AS-Lot-No TO LTT-Lot-No(LTT-Count)
                   MOVE Kit-Best-Before TO LTT-Expiry-Date(LTT-Count)
                   MOVE AS-Kit-Qty TO LTT-Qty-On-Hand(LTT-Count)
                   MOVE Run-Date TO LTT-Received-Date(LTT-Count)
                   MOVE ZERO TO LTT-Xfer-Num(LTT-Count)
               END-IF
           END-IF.

       Find-Stock-Cell.
           MOVE "N" TO STT-Found-Sw.
           MOVE ZERO TO STT-Found-Idx.
           PERFORM VARYING STT-Scan-Idx FROM 1 BY 1
                   UNTIL STT-Scan-Idx > STT-Count OR STT-Found
               IF STT-Oil-Num(STT-Scan-Idx) = Lookup-Oil-Num
                  AND STT-Unit-Size(STT-Scan-Idx) = Lookup-Unit-Size
                  AND STT-Branch-Id(STT-Scan-Idx) = AS-Branch-Id
                   MOVE "Y" TO STT-Found-Sw
                   MOVE STT-Scan-Idx TO STT-Found-Idx
               END-IF
           END-PERFORM.

      * A branch making up a kit it never stocked before gets the
      * cell opened with a zero reorder level.
       Open-Kit-Cell.
           IF STT-Count < 3150
               ADD 1 TO STT-Count
               MOVE "Y" TO STT-Found-Sw
               MOVE STT-Count TO STT-Found-Idx
               MOVE AS-Kit-Oil-Num TO STT-Oil-Num(STT-Found-Idx)
               MOVE AS-Kit-Size TO STT-Unit-Size(STT-Found-Idx)
               MOVE ZERO TO STT-Qty-On-Hand(STT-Found-Idx)
               MOVE ZERO TO STT-Reorder-Level(STT-Found-Idx)
               MOVE AS-Branch-Id TO STT-Branch-Id(STT-Found-Idx)
               MOVE ZERO TO STT-Avg-Cost(STT-Found-Idx)
           END-IF.

       Rewrite-Oil-Stock.
           OPEN OUTPUT OilStock.
           PERFORM VARYING STT-Scan-Idx FROM 1 BY 1
                   UNTIL STT-Scan-Idx > STT-Count
               MOVE STT-Oil-Num(STT-Scan-Idx) TO OS-Oil-Num
               MOVE STT-Unit-Size(STT-Scan-Idx) TO OS-Unit-Size
               MOVE STT-Qty-On-Hand(STT-Scan-Idx)
                 TO OS-Qty-On-Hand
               MOVE STT-Reorder-Level(STT-Scan-Idx)
                 TO OS-Reorder-Level
               MOVE STT-Branch-Id(STT-Scan-Idx) TO OS-Branch-Id
               MOVE STT-Avg-Cost(STT-Scan-Idx) TO OS-Avg-Cost
               WRITE Oil-Stock-Rec
           END-PERFORM.
           CLOSE OilStock.

      * A lot used up by the run drops off the file; one still on a
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

       Write-Kit-Draws.
           IF KDB-Count = ZERO
               GO TO Write-Kit-Draws-Exit
           END-IF.
           OPEN EXTEND LotIssue.
           IF WS-LotIssue-Status NOT = "00"
               OPEN OUTPUT LotIssue
           END-IF.
           PERFORM VARYING KDB-Scan-Idx FROM 1 BY 1
                   UNTIL KDB-Scan-Idx > KDB-Count
               MOVE "KIT ASSEMBLY" TO LI-Period
               MOVE KDB-Lot-No(KDB-Scan-Idx) TO LI-Lot-No
               MOVE KDB-Oil-Num(KDB-Scan-Idx) TO LI-Oil-Num
               MOVE KDB-Unit-Size(KDB-Scan-Idx) TO LI-Unit-Size
               MOVE KDB-Branch-Id(KDB-Scan-Idx) TO LI-Branch-Id
               MOVE SPACES TO LI-Cust-Id
               MOVE KDB-Batch-Num(KDB-Scan-Idx) TO KDN-Batch-Num
               MOVE Kit-Draw-Name TO LI-Cust-Name
               MOVE Run-Date TO LI-Sale-Date
               MOVE KDB-Qty(KDB-Scan-Idx) TO LI-Qty
               MOVE "K" TO LI-Issue-Type
               MOVE KDB-Kit-Lot-No(KDB-Scan-Idx) TO LI-Kit-Lot-No
               WRITE Lot-Issue-Rec
           END-PERFORM.
           CLOSE LotIssue.

       Write-Kit-Draws-Exit.
           EXIT.

      * The applied batches move to a dated history file and the
      * input file clears, so no batch applies twice.
       Archive-Assemblies.
           IF NOT Assemblies-On-File
               GO TO Archive-Assemblies-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Asm-Hist-File-Name.
           STRING "ASSEMBLY-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Asm-Hist-File-Name.
           OPEN OUTPUT AssemblyHist.
           OPEN INPUT AssemblyOrders.
      * The record area still holds the HIGH-VALUES end-of-file state
      * from the apply pass, so it is cleared before the first READ.
           MOVE SPACES TO Assembly-Rec.
           IF AssemblyFile-Present
               READ AssemblyOrders
                   AT END SET End-Of-Assembly TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Assembly
                   MOVE Assembly-Rec TO Assembly-Hist-Rec
                   WRITE Assembly-Hist-Rec
                   READ AssemblyOrders
                       AT END SET End-Of-Assembly TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AssemblyOrders
           END-IF.
           CLOSE AssemblyHist.
           OPEN OUTPUT AssemblyOrders.
           CLOSE AssemblyOrders.

       Archive-Assemblies-Exit.
           EXIT.

       END PROGRAM KITASM1.
