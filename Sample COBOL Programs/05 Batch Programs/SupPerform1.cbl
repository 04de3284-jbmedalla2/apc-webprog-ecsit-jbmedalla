      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier delivery performance - the monthly look at
      *          whether suppliers deliver on time and in full. Walks
      *          the dated GOODSIN-HIST-*.DAT archives GDSRCPT1 leaves
      *          behind (named one per line on GOODSLIST.DAT, the
      *          FCSTLIST.DAT file-list idiom; the receipt date is the
      *          date in the archive's name) and matches every receipt
      *          to its OPENPO.DAT line. Per order line it prints the
      *          promised date (order date plus the lead time quoted
      *          on the order) against the date the goods first came
      *          in, the days late, and flags LATE, SHORT (less in
      *          than ordered) and PARTIAL (split over drops). Per
      *          supplier and oil it prints the average real lead
      *          time against the SUP-Lead-Days OILPURC1 plans with,
      *          and flags the pairings that have drifted more than
      *          the tolerance so the buyer can correct SUPPLIER.DAT
      *          before reorders start landing late. Receipts naming
      *          no order line are counted, not guessed at.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPERF1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GoodsInHist ASSIGN TO Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GoodsHist-Status.

           SELECT GoodsList ASSIGN TO "GOODSLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GoodsList-Status.

           SELECT OpenOrders ASSIGN TO "OPENPO.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenPo-Status.

           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Supplier-Status.

           SELECT PerformReport ASSIGN TO "SUPPERF.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout GDSRCPT1 archives - the keyed receipt as booked.
       FD GoodsInHist.
       01 Goods-In-Hist-Rec.
           88 End-Of-Hist-File         VALUE HIGH-VALUES.
        02 GI-Po-Number                PIC 9(6).
        02 GI-Oil-Num                  PIC 99.
        02 GI-Unit-Size                PIC 99.
        02 GI-Qty-Received             PIC 9(5).
        02 GI-Lot-No                   PIC X(10).
        02 GI-Expiry-Date              PIC 9(8).

       FD GoodsList.
       01 Goods-List-Rec              PIC X(35).

       FD OpenOrders.
       01 Open-Order-Rec.
           88 End-Of-Open-Orders       VALUE HIGH-VALUES.
        02 PO-Number                   PIC 9(6).
        02 PO-Supplier-Id              PIC X(5).
        02 PO-Oil-Num                  PIC 99.
        02 PO-Unit-Size                PIC 99.
        02 PO-Qty-Ordered              PIC 9(5).
        02 PO-Qty-Received             PIC 9(5).
        02 PO-Order-Date               PIC 9(8).
        02 PO-Lead-Days                PIC 9(3).
        02 PO-Status                   PIC X.
        02 PO-Branch-Id                PIC X(3).
        02 PO-Unit-Cost                PIC 9(4)V99.
        02 PO-Qty-Invoiced             PIC 9(5).

       FD SupplierFile.
       01 Supplier-Rec.
           88 End-Of-Supplier-File     VALUE HIGH-VALUES.
        02 SUP-Supplier-Id             PIC X(5).
        02 SUP-Supplier-Name           PIC X(20).
        02 SUP-Oil-Num                 PIC 99.
        02 SUP-Lead-Days               PIC 9(3).
        02 SUP-Min-Order               PIC 9(5).
        02 SUP-Terms-Days              PIC 9(3).
        02 SUP-Bank-Sort               PIC X(6).
        02 SUP-Bank-Acct               PIC X(8).

       FD PerformReport.
       01 Perform-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  Hist-File-Name             PIC X(35).
      * GOODSIN-HIST-yyyymmdd-hhmmss.DAT - the date GDSRCPT1 booked
      * the receipts is the eight digits after the prefix.
       01  Hist-Name-Parts REDEFINES Hist-File-Name.
        02 FILLER                     PIC X(13).
        02 HN-Receipt-Date            PIC X(8).
        02 FILLER                     PIC X(14).
       01  WS-GoodsHist-Status        PIC XX.
           88 Hist-File-Present       VALUE "00".
       01  WS-GoodsList-Status        PIC XX.
           88 GoodsList-Present       VALUE "00".
       01  WS-OpenPo-Status           PIC XX.
           88 OpenPoFile-Present      VALUE "00".
       01  WS-Supplier-Status         PIC XX.
           88 SupplierFile-Present    VALUE "00".
       01  No-More-List-Files-Sw      PIC X VALUE "N".
           88 No-More-List-Files      VALUE "Y".

      * One row per supplier and oil - the lead time planning uses,
      * and what this month's receipts actually showed.
       01  Supplier-Table.
        02  SPT-Entry OCCURS 200 TIMES.
         03 SPT-Supplier-Id           PIC X(5).
         03 SPT-Supplier-Name         PIC X(20).
         03 SPT-Oil-Num               PIC 99.
         03 SPT-Lead-Days             PIC 9(3).
         03 SPT-Lines                 PIC 9(5).
         03 SPT-Lead-Total            PIC 9(7).
         03 SPT-Late-Lines            PIC 9(5).
         03 SPT-Short-Lines           PIC 9(5).
         03 SPT-Partial-Lines         PIC 9(5).
       01  SPT-Count                  PIC 9(3) VALUE ZERO.
       01  SPT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  SPT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  SPT-Found-Sw               PIC X VALUE "N".
           88 SPT-Found               VALUE "Y".

      * The order lines, with the receipts this month's archives
      * booked against each.
       01  Open-Order-Table.
        02  POT-Entry OCCURS 500 TIMES.
         03 POT-Number                PIC 9(6).
         03 POT-Supplier-Id           PIC X(5).
         03 POT-Oil-Num               PIC 99.
         03 POT-Unit-Size             PIC 99.
         03 POT-Qty-Ordered           PIC 9(5).
         03 POT-Qty-Received          PIC 9(5).
         03 POT-Order-Date            PIC 9(8).
         03 POT-Lead-Days             PIC 9(3).
         03 POT-Drops                 PIC 99.
         03 POT-First-Receipt         PIC 9(8).
       01  POT-Count                  PIC 9(3) VALUE ZERO.
       01  POT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  POT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  POT-Found-Sw               PIC X VALUE "N".
           88 POT-Found               VALUE "Y".

      * Gregorian day number of a yyyymmdd date and back again, so
      * lead times and due dates hold across month and year ends.
       01  DN-Date                    PIC 9(8) VALUE ZERO.
       01  DN-Date-Parts REDEFINES DN-Date.
        02 DN-Year                    PIC 9(4).
        02 DN-Month                   PIC 99.
        02 DN-Day                     PIC 99.
       01  DN-Work-Year               PIC 9(4) VALUE ZERO.
       01  DN-Month-Shift             PIC 99 VALUE ZERO.
       01  DN-Era                     PIC 9(3) VALUE ZERO.
       01  DN-Year-Of-Era             PIC 9(3) VALUE ZERO.
       01  DN-Day-Of-Era              PIC 9(6) VALUE ZERO.
       01  DN-Temp                    PIC 9(6) VALUE ZERO.
       01  DN-Day-Of-Year             PIC 9(3) VALUE ZERO.
       01  DN-Quad                    PIC 9(3) VALUE ZERO.
       01  DN-Century                 PIC 9(3) VALUE ZERO.
       01  DN-Day-Number              PIC 9(7) VALUE ZERO.

       01  Receipt-Date               PIC 9(8) VALUE ZERO.
       01  Archive-Count              PIC 9(3) VALUE ZERO.
       01  Receipts-Read-Count        PIC 9(5) VALUE ZERO.
       01  Unmatched-Count            PIC 9(5) VALUE ZERO.
       01  Drift-Count                PIC 9(3) VALUE ZERO.
      * Average real lead time further than this from the planned
      * figure, either way, is worth the buyer's attention.
       01  Drift-Tolerance-Days       PIC 9(3) VALUE 3.
       01  Order-Day-Number           PIC 9(7) VALUE ZERO.
       01  Promised-Day-Number        PIC 9(7) VALUE ZERO.
       01  Receipt-Day-Number         PIC 9(7) VALUE ZERO.
       01  Promised-Date              PIC 9(8) VALUE ZERO.
       01  Real-Lead-Days             PIC S9(5) VALUE ZERO.
       01  Days-Late                  PIC S9(5) VALUE ZERO.
       01  Avg-Lead-Days              PIC S9(5) VALUE ZERO.
       01  Lead-Drift                 PIC S9(5) VALUE ZERO.
       01  Pairing-Printed-Sw         PIC X VALUE "N".
           88 Pairing-Printed         VALUE "Y".

       01  Report-Heading-Line        PIC X(40)
            VALUE "   SUPPLIER DELIVERY PERFORMANCE".

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(32) VALUE ALL "-".

       01  Archives-Line.
        02  FILLER                    PIC X(26) VALUE
             "RECEIPT ARCHIVES READ   :".
        02  AL-Archive-Count          PIC BZZ9.
        02  FILLER                    PIC X(14) VALUE
             "   RECEIPTS :".
        02  AL-Receipts-Count         PIC BZZZZ9.

       01  Pairing-Heading.
        02  FILLER                    PIC X(9)  VALUE "SUPPLIER ".
        02  PH-Supplier-Id            PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  PH-Supplier-Name          PIC X(20).
        02  FILLER                    PIC X(5)  VALUE " OIL ".
        02  PH-Oil-Num                PIC 99.
        02  FILLER                    PIC X(16) VALUE
             "  PLANNED LEAD ".
        02  PH-Planned-Lead           PIC ZZ9.

       01  Line-Topic.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(8)  VALUE "PO NO".
        02  FILLER                    PIC X(4)  VALUE "SZ".
        02  FILLER                    PIC X(10) VALUE "PROMISED".
        02  FILLER                    PIC X(10) VALUE "RECEIVED".
        02  FILLER                    PIC X(5)  VALUE "LEAD".
        02  FILLER                    PIC X(6)  VALUE " LATE".
        02  FILLER                    PIC X(6)  VALUE "  ORD".
        02  FILLER                    PIC X(6)  VALUE " RCVD".
        02  FILLER                    PIC X(4)  VALUE " DR".
        02  FILLER                    PIC X(15) VALUE " FLAGS".

       01  Line-Detail.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Po-Number              PIC 9(6).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Promised               PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Received               PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Lead                   PIC ZZ9.
        02  LD-Late                   PIC ZZZ9-.
        02  FILLER                    PIC X     VALUE SPACE.
        02  LD-Ordered                PIC ZZZZ9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  LD-Rcvd                   PIC ZZZZ9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  LD-Drops                  PIC ZZ9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  LD-Late-Flag              PIC X(5).
        02  LD-Short-Flag             PIC X(6).
        02  LD-Partial-Flag           PIC X(7).

       01  Pairing-Summary.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(7)  VALUE "LINES".
        02  PS-Lines                  PIC ZZZ9.
        02  FILLER                    PIC X(7)  VALUE "  LATE".
        02  PS-Late                   PIC ZZZ9.
        02  FILLER                    PIC X(8)  VALUE "  SHORT".
        02  PS-Short                  PIC ZZZ9.
        02  FILLER                    PIC X(10) VALUE "  PARTIAL".
        02  PS-Partial                PIC ZZZ9.
        02  FILLER                    PIC X(11) VALUE "  AVG LEAD".
        02  PS-Avg-Lead               PIC ZZZ9.
        02  FILLER                    PIC X(8)  VALUE "  DRIFT".
        02  PS-Drift                  PIC ZZZ9-.

       01  Drift-Warning-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(47) VALUE
             "*** LEAD TIME HAS DRIFTED - REVIEW SUPPLIER.DAT".
        02  FILLER                    PIC X(4)  VALUE " ***".

       01  Unmatched-Line.
        02  FILLER                    PIC X(34) VALUE
             "RECEIPTS WITH NO ORDER LINE     :".
        02  UL-Count                  PIC BZZZZ9.

       01  Drift-Total-Line.
        02  FILLER                    PIC X(34) VALUE
             "SUPPLIER/OIL PAIRINGS DRIFTED   :".
        02  DT-Count                  PIC BZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Load-Supplier-Master.
           PERFORM Load-Open-Orders.
           PERFORM Read-Archive-List.
           IF Archive-Count = ZERO
               DISPLAY "SUPPERF1: NO ARCHIVE FILES ON GOODSLIST.DAT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Print-Performance-Report.
           DISPLAY "SUPPERF1: " Archive-Count " ARCHIVE(S), "
               Receipts-Read-Count " RECEIPT(S), "
               Drift-Count " PAIRING(S) DRIFTED".
           GOBACK.

       Load-Supplier-Master.
           OPEN INPUT SupplierFile.
           IF SupplierFile-Present
               READ SupplierFile
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-File
                   IF SPT-Count < 200
                       ADD 1 TO SPT-Count
                       MOVE SUP-Supplier-Id
                         TO SPT-Supplier-Id(SPT-Count)
                       MOVE SUP-Supplier-Name
                         TO SPT-Supplier-Name(SPT-Count)
                       MOVE SUP-Oil-Num TO SPT-Oil-Num(SPT-Count)
                       MOVE SUP-Lead-Days
                         TO SPT-Lead-Days(SPT-Count)
                       PERFORM Clear-Pairing-Totals
                   END-IF
                   READ SupplierFile
                       AT END SET End-Of-Supplier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.

       Clear-Pairing-Totals.
           MOVE ZERO TO SPT-Lines(SPT-Count).
           MOVE ZERO TO SPT-Lead-Total(SPT-Count).
           MOVE ZERO TO SPT-Late-Lines(SPT-Count).
           MOVE ZERO TO SPT-Short-Lines(SPT-Count).
           MOVE ZERO TO SPT-Partial-Lines(SPT-Count).

      * An order line whose supplier and oil are no longer paired on
      * SUPPLIER.DAT still reports, planned at the lead it was
      * ordered on.
       Load-Open-Orders.
           OPEN INPUT OpenOrders.
           IF OpenPoFile-Present
               READ OpenOrders
                   AT END SET End-Of-Open-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Orders
                   IF POT-Count < 500
                       ADD 1 TO POT-Count
                       MOVE PO-Number TO POT-Number(POT-Count)
                       MOVE PO-Supplier-Id
                         TO POT-Supplier-Id(POT-Count)
                       MOVE PO-Oil-Num TO POT-Oil-Num(POT-Count)
                       MOVE PO-Unit-Size TO POT-Unit-Size(POT-Count)
                       MOVE PO-Qty-Ordered
                         TO POT-Qty-Ordered(POT-Count)
                       MOVE PO-Qty-Received
                         TO POT-Qty-Received(POT-Count)
                       MOVE PO-Order-Date
                         TO POT-Order-Date(POT-Count)
                       MOVE PO-Lead-Days TO POT-Lead-Days(POT-Count)
                       MOVE ZERO TO POT-Drops(POT-Count)
                       MOVE ZERO TO POT-First-Receipt(POT-Count)
                       PERFORM Find-Pairing
                       IF NOT SPT-Found AND SPT-Count < 200
                           ADD 1 TO SPT-Count
                           MOVE PO-Supplier-Id
                             TO SPT-Supplier-Id(SPT-Count)
                           MOVE SPACES TO SPT-Supplier-Name(SPT-Count)
                           MOVE PO-Oil-Num TO SPT-Oil-Num(SPT-Count)
                           MOVE PO-Lead-Days
                             TO SPT-Lead-Days(SPT-Count)
                           PERFORM Clear-Pairing-Totals
                       END-IF
                   END-IF
                   READ OpenOrders
                       AT END SET End-Of-Open-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenOrders
           END-IF.

       Find-Pairing.
           MOVE "N" TO SPT-Found-Sw.
           MOVE ZERO TO SPT-Found-Idx.
           PERFORM VARYING SPT-Scan-Idx FROM 1 BY 1
                   UNTIL SPT-Scan-Idx > SPT-Count OR SPT-Found
               IF SPT-Supplier-Id(SPT-Scan-Idx) = PO-Supplier-Id
                  AND SPT-Oil-Num(SPT-Scan-Idx) = PO-Oil-Num
                   MOVE "Y" TO SPT-Found-Sw
                   MOVE SPT-Scan-Idx TO SPT-Found-Idx
               END-IF
           END-PERFORM.

      * One archive file per line, oldest first - an archive whose
      * name carries no date cannot be placed in time and is passed
      * over with a message.
       Read-Archive-List.
           OPEN INPUT GoodsList.
           IF GoodsList-Present
               READ GoodsList
                   AT END SET No-More-List-Files TO TRUE
               END-READ
               PERFORM UNTIL No-More-List-Files
                   MOVE Goods-List-Rec TO Hist-File-Name
                   IF HN-Receipt-Date IS NUMERIC
                       MOVE HN-Receipt-Date TO Receipt-Date
                       PERFORM Read-One-Archive
                   ELSE
                       DISPLAY "SUPPERF1: NO DATE IN ARCHIVE NAME - "
                           Hist-File-Name
                   END-IF
                   READ GoodsList
                       AT END SET No-More-List-Files TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GoodsList
           END-IF.

       Read-One-Archive.
           OPEN INPUT GoodsInHist.
           IF Hist-File-Present
               ADD 1 TO Archive-Count
               MOVE SPACES TO Goods-In-Hist-Rec
               READ GoodsInHist
                   AT END SET End-Of-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Hist-File
                   ADD 1 TO Receipts-Read-Count
                   PERFORM Apply-One-Receipt
                   READ GoodsInHist
                       AT END SET End-Of-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GoodsInHist
           ELSE
               DISPLAY "SUPPERF1: ARCHIVE NOT FOUND - " Hist-File-Name
           END-IF.

      * The first drop fixes the line's real receipt date; later
      * drops only count towards PARTIAL.
       Apply-One-Receipt.
           MOVE "N" TO POT-Found-Sw.
           MOVE ZERO TO POT-Found-Idx.
           PERFORM VARYING POT-Scan-Idx FROM 1 BY 1
                   UNTIL POT-Scan-Idx > POT-Count OR POT-Found
               IF POT-Number(POT-Scan-Idx) = GI-Po-Number
                  AND POT-Oil-Num(POT-Scan-Idx) = GI-Oil-Num
                  AND POT-Unit-Size(POT-Scan-Idx) = GI-Unit-Size
                   MOVE "Y" TO POT-Found-Sw
                   MOVE POT-Scan-Idx TO POT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT POT-Found
               ADD 1 TO Unmatched-Count
           ELSE
               IF POT-Drops(POT-Found-Idx) < 99
                   ADD 1 TO POT-Drops(POT-Found-Idx)
               END-IF
               IF POT-First-Receipt(POT-Found-Idx) = ZERO
                  OR Receipt-Date < POT-First-Receipt(POT-Found-Idx)
                   MOVE Receipt-Date
                     TO POT-First-Receipt(POT-Found-Idx)
               END-IF
           END-IF.

       Print-Performance-Report.
           OPEN OUTPUT PerformReport.
           WRITE Perform-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Perform-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           MOVE Archive-Count TO AL-Archive-Count.
           MOVE Receipts-Read-Count TO AL-Receipts-Count.
           WRITE Perform-Line FROM Archives-Line
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING SPT-Scan-Idx FROM 1 BY 1
                   UNTIL SPT-Scan-Idx > SPT-Count
               PERFORM Print-One-Pairing
           END-PERFORM.
           MOVE Unmatched-Count TO UL-Count.
           WRITE Perform-Line FROM Unmatched-Line
            AFTER ADVANCING 3 LINES.
           MOVE Drift-Count TO DT-Count.
           WRITE Perform-Line FROM Drift-Total-Line
            AFTER ADVANCING 1 LINE.
           CLOSE PerformReport.

      * Only a pairing with receipts this month prints - the lines
      * first, then the pairing's averages and any drift warning.
       Print-One-Pairing.
           MOVE "N" TO Pairing-Printed-Sw.
           PERFORM VARYING POT-Scan-Idx FROM 1 BY 1
                   UNTIL POT-Scan-Idx > POT-Count
               IF POT-Drops(POT-Scan-Idx) > ZERO
                  AND POT-Supplier-Id(POT-Scan-Idx) =
                       SPT-Supplier-Id(SPT-Scan-Idx)
                  AND POT-Oil-Num(POT-Scan-Idx) =
                       SPT-Oil-Num(SPT-Scan-Idx)
                   IF NOT Pairing-Printed
                       PERFORM Print-Pairing-Heading
                   END-IF
                   PERFORM Print-One-Line
               END-IF
           END-PERFORM.
           IF Pairing-Printed
               PERFORM Print-Pairing-Summary
           END-IF.

       Print-Pairing-Heading.
           SET Pairing-Printed TO TRUE.
           MOVE SPT-Supplier-Id(SPT-Scan-Idx) TO PH-Supplier-Id.
           MOVE SPT-Supplier-Name(SPT-Scan-Idx) TO PH-Supplier-Name.
           MOVE SPT-Oil-Num(SPT-Scan-Idx) TO PH-Oil-Num.
           MOVE SPT-Lead-Days(SPT-Scan-Idx) TO PH-Planned-Lead.
           WRITE Perform-Line FROM Pairing-Heading
            AFTER ADVANCING 3 LINES.
           WRITE Perform-Line FROM Line-Topic
            AFTER ADVANCING 1 LINE.

      * Promised is the order date plus the lead time quoted on the
      * order; real lead is order date to first receipt.
       Print-One-Line.
           MOVE POT-Order-Date(POT-Scan-Idx) TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Order-Day-Number.
           COMPUTE Promised-Day-Number =
               Order-Day-Number + POT-Lead-Days(POT-Scan-Idx).
           MOVE Promised-Day-Number TO DN-Day-Number.
           PERFORM Day-Number-To-Date.
           MOVE DN-Date TO Promised-Date.
           MOVE POT-First-Receipt(POT-Scan-Idx) TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Receipt-Day-Number.
           COMPUTE Real-Lead-Days =
               Receipt-Day-Number - Order-Day-Number.
           IF Real-Lead-Days < ZERO
               MOVE ZERO TO Real-Lead-Days
           END-IF.
           COMPUTE Days-Late =
               Receipt-Day-Number - Promised-Day-Number.

           MOVE POT-Number(POT-Scan-Idx) TO LD-Po-Number.
           MOVE POT-Unit-Size(POT-Scan-Idx) TO LD-Unit-Size.
           MOVE Promised-Date TO LD-Promised.
           MOVE POT-First-Receipt(POT-Scan-Idx) TO LD-Received.
           MOVE Real-Lead-Days TO LD-Lead.
           MOVE Days-Late TO LD-Late.
           MOVE POT-Qty-Ordered(POT-Scan-Idx) TO LD-Ordered.
           MOVE POT-Qty-Received(POT-Scan-Idx) TO LD-Rcvd.
           MOVE POT-Drops(POT-Scan-Idx) TO LD-Drops.
           MOVE SPACES TO LD-Late-Flag.
           MOVE SPACES TO LD-Short-Flag.
           MOVE SPACES TO LD-Partial-Flag.
           ADD 1 TO SPT-Lines(SPT-Scan-Idx).
           ADD Real-Lead-Days TO SPT-Lead-Total(SPT-Scan-Idx).
           IF Days-Late > ZERO
               MOVE "LATE" TO LD-Late-Flag
               ADD 1 TO SPT-Late-Lines(SPT-Scan-Idx)
           END-IF.
           IF POT-Qty-Received(POT-Scan-Idx) <
                   POT-Qty-Ordered(POT-Scan-Idx)
               MOVE "SHORT" TO LD-Short-Flag
               ADD 1 TO SPT-Short-Lines(SPT-Scan-Idx)
           END-IF.
           IF POT-Drops(POT-Scan-Idx) > 1
               MOVE "PARTIAL" TO LD-Partial-Flag
               ADD 1 TO SPT-Partial-Lines(SPT-Scan-Idx)
           END-IF.
           WRITE Perform-Line FROM Line-Detail
            AFTER ADVANCING 1 LINE.

       Print-Pairing-Summary.
           COMPUTE Avg-Lead-Days ROUNDED =
               SPT-Lead-Total(SPT-Scan-Idx) / SPT-Lines(SPT-Scan-Idx).
           COMPUTE Lead-Drift =
               Avg-Lead-Days - SPT-Lead-Days(SPT-Scan-Idx).
           MOVE SPT-Lines(SPT-Scan-Idx) TO PS-Lines.
           MOVE SPT-Late-Lines(SPT-Scan-Idx) TO PS-Late.
           MOVE SPT-Short-Lines(SPT-Scan-Idx) TO PS-Short.
           MOVE SPT-Partial-Lines(SPT-Scan-Idx) TO PS-Partial.
           MOVE Avg-Lead-Days TO PS-Avg-Lead.
           MOVE Lead-Drift TO PS-Drift.
           WRITE Perform-Line FROM Pairing-Summary
            AFTER ADVANCING 2 LINES.
           IF Lead-Drift > Drift-Tolerance-Days
              OR Lead-Drift < ZERO - Drift-Tolerance-Days
               WRITE Perform-Line FROM Drift-Warning-Line
                AFTER ADVANCING 1 LINE
               ADD 1 TO Drift-Count
           END-IF.

      * Day number of DN-Date counted from 1 March of year zero - a
      * date that is not a date counts as day zero.
       Date-To-Day-Number.
           MOVE ZERO TO DN-Day-Number.
           IF DN-Date IS NUMERIC AND DN-Month >= 1 AND DN-Month <= 12
              AND DN-Day >= 1
               MOVE DN-Year TO DN-Work-Year
               IF DN-Month <= 2
                   SUBTRACT 1 FROM DN-Work-Year
                   COMPUTE DN-Month-Shift = DN-Month + 9
               ELSE
                   COMPUTE DN-Month-Shift = DN-Month - 3
               END-IF
               DIVIDE DN-Work-Year BY 400 GIVING DN-Era
                   REMAINDER DN-Year-Of-Era
               COMPUTE DN-Temp = 153 * DN-Month-Shift + 2
               DIVIDE DN-Temp BY 5 GIVING DN-Day-Of-Year
               COMPUTE DN-Day-Of-Year = DN-Day-Of-Year + DN-Day - 1
               DIVIDE DN-Year-Of-Era BY 4 GIVING DN-Quad
               DIVIDE DN-Year-Of-Era BY 100 GIVING DN-Century
               COMPUTE DN-Day-Number = DN-Era * 146097
                   + DN-Year-Of-Era * 365 + DN-Quad - DN-Century
                   + DN-Day-Of-Year
           END-IF.

      * The reverse - DN-Day-Number back to a yyyymmdd DN-Date.
       Day-Number-To-Date.
           DIVIDE DN-Day-Number BY 146097 GIVING DN-Era
               REMAINDER DN-Day-Of-Era.
           DIVIDE DN-Day-Of-Era BY 1460 GIVING DN-Quad.
           DIVIDE DN-Day-Of-Era BY 36524 GIVING DN-Century.
           DIVIDE DN-Day-Of-Era BY 146096 GIVING DN-Temp.
           COMPUTE DN-Temp =
               DN-Day-Of-Era - DN-Quad + DN-Century - DN-Temp.
           DIVIDE DN-Temp BY 365 GIVING DN-Year-Of-Era.
           DIVIDE DN-Year-Of-Era BY 4 GIVING DN-Quad.
           DIVIDE DN-Year-Of-Era BY 100 GIVING DN-Century.
           COMPUTE DN-Day-Of-Year = DN-Day-Of-Era
               - (365 * DN-Year-Of-Era + DN-Quad - DN-Century).
           COMPUTE DN-Temp = 5 * DN-Day-Of-Year + 2.
           DIVIDE DN-Temp BY 153 GIVING DN-Month-Shift.
           COMPUTE DN-Temp = 153 * DN-Month-Shift + 2.
           DIVIDE DN-Temp BY 5 GIVING DN-Temp.
           COMPUTE DN-Day = DN-Day-Of-Year - DN-Temp + 1.
           COMPUTE DN-Year = DN-Era * 400 + DN-Year-Of-Era.
           IF DN-Month-Shift < 10
               COMPUTE DN-Month = DN-Month-Shift + 3
           ELSE
               COMPUTE DN-Month = DN-Month-Shift - 9
               ADD 1 TO DN-Year
           END-IF.

       END PROGRAM SUPPERF1.
