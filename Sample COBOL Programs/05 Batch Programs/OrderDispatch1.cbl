      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales order dispatch - the step that turns what has
      *          actually left the warehouse into billable sales. The
      *          warehouse keys each shipment on SHIPPED.DAT (order
      *          number, line, units shipped, ship date - zero for
      *          today); every one is checked against its open line
      *          on SALESORD.DAT and may not ship more than is still
      *          outstanding on it. A good shipment is written to
      *          SALES.DAT as an ordinary sale dated the day it went,
      *          for AROMRPT1 to price, bill and put on the dispatch
      *          notes, and the line moves to part shipped or, once
      *          every unit has gone, complete. Lines not shipped
      *          stay on the order book unbilled. SORDDSP.RPT
      *          registers every shipment released or refused. The
      *          intake archives to a dated history and clears so no
      *          shipment is billed twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDDSP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Shipments ASSIGN TO "SHIPPED.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Shipped-Status.

           SELECT ShipmentHist ASSIGN TO Ship-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ShipHist-Status.

           SELECT SalesOrders ASSIGN TO "SALESORD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesOrd-Status.

           SELECT Sales ASSIGN TO "SALES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Sales-Status.

           SELECT DispatchRegister ASSIGN TO "SORDDSP.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Shipments.
       01 Shipment-Rec.
           88 End-Of-Shipments         VALUE HIGH-VALUES.
        02 SH-Order-No                 PIC 9(6).
        02 SH-Line-No                  PIC 99.
        02 SH-Qty                      PIC 999.
        02 SH-Ship-Date                PIC 9(8).

       FD ShipmentHist.
       01 Shipment-Hist-Rec           PIC X(19).

      * The layout SORDMNT1 keeps - one row per order line.
       FD SalesOrders.
       01 Sales-Order-Rec.
           88 End-Of-Sales-Orders      VALUE HIGH-VALUES.
        02 SOR-Order-No                PIC 9(6).
        02 SOR-Line-No                 PIC 99.
        02 SOR-Cust-Id                 PIC X(5).
        02 SOR-Cust-Name               PIC X(20).
        02 SOR-Oil-Category            PIC X.
        02 SOR-Oil-Num                 PIC 99.
        02 SOR-Unit-Size               PIC 99.
        02 SOR-Qty-Ordered             PIC 999.
        02 SOR-Qty-Shipped             PIC 999.
        02 SOR-Order-Date              PIC 9(8).
        02 SOR-Requested-Date          PIC 9(8).
        02 SOR-Promised-Date           PIC 9(8).
        02 SOR-Status                  PIC X.
        02 SOR-Rep-Id                  PIC X(5).
        02 SOR-Currency-Code           PIC X(4).
        02 SOR-Branch-Id               PIC X(3).
        02 SOR-Activity-Date           PIC 9(8).

      * Same layout AromaSalesRpt01.cbl's extract reads.
       FD Sales.
       01  Sales-Rec.
        02  S-Cust-Id              PIC X(5).
        02  S-Cust-Name            PIC X(20).
        02  S-Oil-Id.
         03  S-Oil-Category      PIC X.
         03  S-Oil-Name         PIC 99.
        02 S-Unit-Size             PIC 99.
        02 S-Units-Sold            PIC 999.
        02 S-Rep-Id                PIC X(5).
        02 S-Currency-Code         PIC X(4).
        02 S-Sale-Date             PIC 9(8).
        02 S-Rec-Type              PIC X.
        02 S-Branch-Id             PIC X(3).
        02 S-Rma-Number            PIC X(6).

       FD DispatchRegister.
       01 Dispatch-Register-Line      PIC X(110).

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
       01  WS-Shipped-Status          PIC XX.
           88 ShippedFile-Present     VALUE "00".
       01  WS-ShipHist-Status         PIC XX.
       01  WS-SalesOrd-Status         PIC XX.
           88 SalesOrdFile-Present    VALUE "00".
       01  WS-Sales-Status            PIC XX.
       01  Ship-Hist-File-Name        PIC X(35).
       01  Shipments-On-File-Sw       PIC X VALUE "N".
           88 Shipments-On-File       VALUE "Y".
       01  Sales-Open-Sw              PIC X VALUE "N".
           88 Sales-Open              VALUE "Y".

       01  Sales-Order-Table.
        02  SOT-Entry OCCURS 5000 TIMES.
         03 SOT-Order-No              PIC 9(6).
         03 SOT-Line-No               PIC 99.
         03 SOT-Cust-Id               PIC X(5).
         03 SOT-Cust-Name             PIC X(20).
         03 SOT-Oil-Category          PIC X.
         03 SOT-Oil-Num               PIC 99.
         03 SOT-Unit-Size             PIC 99.
         03 SOT-Qty-Ordered           PIC 999.
         03 SOT-Qty-Shipped           PIC 999.
         03 SOT-Order-Date            PIC 9(8).
         03 SOT-Requested-Date        PIC 9(8).
         03 SOT-Promised-Date         PIC 9(8).
         03 SOT-Status                PIC X.
            88 SOT-Line-Open          VALUE "O", "P".
         03 SOT-Rep-Id                PIC X(5).
         03 SOT-Currency-Code         PIC X(4).
         03 SOT-Branch-Id             PIC X(3).
         03 SOT-Activity-Date         PIC 9(8).
       01  SOT-Count                  PIC 9(4) VALUE ZERO.
       01  SOT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  SOT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  SOT-Found-Sw               PIC X VALUE "N".
           88 SOT-Found               VALUE "Y".
       01  Order-Table-Overflow-Sw    PIC X VALUE "N".
           88 Order-Table-Overflow    VALUE "Y".

       01  Outstanding-Qty            PIC S9(4) VALUE ZERO.
       01  Ship-Date                  PIC 9(8) VALUE ZERO.
       01  Ship-Date-Split REDEFINES Ship-Date.
        02  SHD-Year                  PIC 9(4).
        02  SHD-Month                 PIC 99.
        02  SHD-Day                   PIC 99.
       01  Refuse-Reason              PIC X(30) VALUE SPACES.
       01  Shipments-Read-Count       PIC 9(5) VALUE ZERO.
       01  Shipments-Released-Count   PIC 9(5) VALUE ZERO.
       01  Shipments-Refused-Count    PIC 9(5) VALUE ZERO.
       01  Units-Released-Total       PIC 9(7) VALUE ZERO.
       01  Lines-Completed-Count      PIC 9(5) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                    PIC X(32)
             VALUE "   SALES ORDER DISPATCH -      ".
        02  RH-Run-Date               PIC 9(8).

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(37) VALUE ALL "-".

       01  Ship-Detail.
        02  FILLER                    PIC X(6)  VALUE "ORDER ".
        02  SD-Order-No               PIC 9(6).
        02  FILLER                    PIC X(6)  VALUE " LINE ".
        02  SD-Line-No                PIC Z9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  SD-Cust-Id                PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  SD-Oil-Category           PIC X.
        02  SD-Oil-Num                PIC 99.
        02  FILLER                    PIC X(4)  VALUE " SZ ".
        02  SD-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(6)  VALUE " SHIP ".
        02  SD-Qty                    PIC ZZ9.
        02  FILLER                    PIC X(6)  VALUE " LEFT ".
        02  SD-Left                   PIC ZZ9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  SD-Ship-Date              PIC 9(8).
        02  FILLER                    PIC X     VALUE SPACE.
        02  SD-Outcome                PIC X(8).
        02  SD-Reason                 PIC X(30).

       01  Total-Line-1.
        02  FILLER                    PIC X(30) VALUE
             "SHIPMENTS RELEASED TO SALES:".
        02  TL-Released               PIC ZZZZ9.
        02  FILLER                    PIC X(9)  VALUE "   UNITS ".
        02  TL-Units                  PIC Z,ZZZ,ZZ9.

       01  Total-Line-2.
        02  FILLER                    PIC X(30) VALUE
             "SHIPMENTS REFUSED          :".
        02  TL-Refused                PIC ZZZZ9.
        02  FILLER                    PIC X(18)
             VALUE "   LINES COMPLETE ".
        02  TL-Completed              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "SORDDSP1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Sales-Orders.
           IF Order-Table-Overflow
               DISPLAY "SORDDSP1: SALESORD.DAT EXCEEDS THE ORDER "
                   "TABLE - RUN ABORTED, NOTHING RELEASED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.

           OPEN OUTPUT DispatchRegister.
           MOVE Run-Date TO RH-Run-Date.
           WRITE Dispatch-Register-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Dispatch-Register-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           PERFORM Apply-Shipments.
           IF Sales-Open
               CLOSE Sales
           END-IF.
           MOVE Shipments-Released-Count TO TL-Released.
           MOVE Units-Released-Total TO TL-Units.
           WRITE Dispatch-Register-Line FROM Total-Line-1
            AFTER ADVANCING 3 LINES.
           MOVE Shipments-Refused-Count TO TL-Refused.
           MOVE Lines-Completed-Count TO TL-Completed.
           WRITE Dispatch-Register-Line FROM Total-Line-2
            AFTER ADVANCING 1 LINE.
           CLOSE DispatchRegister.

           IF Shipments-Released-Count > ZERO
               PERFORM Rewrite-Sales-Orders
           END-IF.
           PERFORM Archive-Shipments THRU Archive-Shipments-Exit.

           DISPLAY "SORDDSP1: " Shipments-Read-Count " SHIPMENT(S), "
               Shipments-Released-Count " RELEASED, "
               Shipments-Refused-Count " REFUSED".
           IF Shipments-Refused-Count > ZERO
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
           MOVE "SORDDSP1" TO RLK-Job-Name.
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

       Load-Sales-Orders.
           OPEN INPUT SalesOrders.
           IF SalesOrdFile-Present
               READ SalesOrders
                   AT END SET End-Of-Sales-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Orders
                   IF SOT-Count >= 5000
                       SET Order-Table-Overflow TO TRUE
                   END-IF
                   IF SOT-Count < 5000
                       ADD 1 TO SOT-Count
                       MOVE Sales-Order-Rec TO SOT-Entry(SOT-Count)
                   END-IF
                   READ SalesOrders
                       AT END SET End-Of-Sales-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesOrders
           END-IF.

       Apply-Shipments.
           OPEN INPUT Shipments.
           IF ShippedFile-Present
               SET Shipments-On-File TO TRUE
               READ Shipments
                   AT END SET End-Of-Shipments TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Shipments
                   ADD 1 TO Shipments-Read-Count
                   PERFORM Release-One-Shipment
                       THRU Release-One-Shipment-Exit
                   READ Shipments
                       AT END SET End-Of-Shipments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Shipments
           END-IF.

       Release-One-Shipment.
           MOVE SPACES TO Refuse-Reason.
           MOVE SH-Order-No TO SD-Order-No.
           MOVE SH-Line-No TO SD-Line-No.
           MOVE SPACES TO SD-Cust-Id.
           MOVE SPACE TO SD-Oil-Category.
           MOVE ZERO TO SD-Oil-Num.
           MOVE ZERO TO SD-Unit-Size.
           MOVE ZERO TO SD-Left.
           IF SH-Qty IS NUMERIC
               MOVE SH-Qty TO SD-Qty
           ELSE
               MOVE ZERO TO SD-Qty
           END-IF.
           IF SH-Ship-Date IS NUMERIC AND SH-Ship-Date NOT = ZERO
               MOVE SH-Ship-Date TO Ship-Date
           ELSE
               MOVE Run-Date TO Ship-Date
           END-IF.
           MOVE Ship-Date TO SD-Ship-Date.

           PERFORM Find-Order-Line.
           IF NOT SOT-Found
               MOVE "ORDER LINE NOT ON FILE" TO Refuse-Reason
               GO TO Release-One-Shipment-Refused
           END-IF.
           MOVE SOT-Cust-Id(SOT-Found-Idx) TO SD-Cust-Id.
           MOVE SOT-Oil-Category(SOT-Found-Idx) TO SD-Oil-Category.
           MOVE SOT-Oil-Num(SOT-Found-Idx) TO SD-Oil-Num.
           MOVE SOT-Unit-Size(SOT-Found-Idx) TO SD-Unit-Size.
           COMPUTE Outstanding-Qty = SOT-Qty-Ordered(SOT-Found-Idx)
               - SOT-Qty-Shipped(SOT-Found-Idx).
           MOVE Outstanding-Qty TO SD-Left.
           IF NOT SOT-Line-Open(SOT-Found-Idx)
               MOVE "LINE COMPLETE OR CANCELLED" TO Refuse-Reason
               GO TO Release-One-Shipment-Refused
           END-IF.
           IF SH-Qty NOT NUMERIC OR SH-Qty = ZERO
               MOVE "NO UNITS SHIPPED" TO Refuse-Reason
               GO TO Release-One-Shipment-Refused
           END-IF.
           IF SH-Qty > Outstanding-Qty
               MOVE "MORE THAN THE LINE OUTSTANDING" TO Refuse-Reason
               GO TO Release-One-Shipment-Refused
           END-IF.
           IF SHD-Month < 1 OR SHD-Month > 12
              OR SHD-Day < 1 OR SHD-Day > 31
               MOVE "SHIP DATE NOT A REAL DATE" TO Refuse-Reason
               GO TO Release-One-Shipment-Refused
           END-IF.
           IF Ship-Date > Run-Date
               MOVE "SHIP DATE IN THE FUTURE" TO Refuse-Reason
               GO TO Release-One-Shipment-Refused
           END-IF.

           PERFORM Write-Shipped-Sale.
           ADD SH-Qty TO SOT-Qty-Shipped(SOT-Found-Idx).
           MOVE Run-Date TO SOT-Activity-Date(SOT-Found-Idx).
           IF SOT-Qty-Shipped(SOT-Found-Idx) >=
                   SOT-Qty-Ordered(SOT-Found-Idx)
               MOVE "C" TO SOT-Status(SOT-Found-Idx)
               ADD 1 TO Lines-Completed-Count
           ELSE
               MOVE "P" TO SOT-Status(SOT-Found-Idx)
           END-IF.
           COMPUTE Outstanding-Qty = SOT-Qty-Ordered(SOT-Found-Idx)
               - SOT-Qty-Shipped(SOT-Found-Idx).
           MOVE Outstanding-Qty TO SD-Left.
           ADD 1 TO Shipments-Released-Count.
           ADD SH-Qty TO Units-Released-Total.
           MOVE "RELEASED" TO SD-Outcome.
           MOVE SPACES TO SD-Reason.
           WRITE Dispatch-Register-Line FROM Ship-Detail
            AFTER ADVANCING 1 LINE.
           GO TO Release-One-Shipment-Exit.

       Release-One-Shipment-Refused.
           ADD 1 TO Shipments-Refused-Count.
           MOVE "REFUSED " TO SD-Outcome.
           MOVE Refuse-Reason TO SD-Reason.
           WRITE Dispatch-Register-Line FROM Ship-Detail
            AFTER ADVANCING 1 LINE.

       Release-One-Shipment-Exit.
           EXIT.

       Find-Order-Line.
           MOVE "N" TO SOT-Found-Sw.
           MOVE ZERO TO SOT-Found-Idx.
           PERFORM VARYING SOT-Scan-Idx FROM 1 BY 1
                   UNTIL SOT-Scan-Idx > SOT-Count OR SOT-Found
               IF SOT-Order-No(SOT-Scan-Idx) = SH-Order-No
                  AND SOT-Line-No(SOT-Scan-Idx) = SH-Line-No
                   SET SOT-Found TO TRUE
                   MOVE SOT-Scan-Idx TO SOT-Found-Idx
               END-IF
           END-PERFORM.

      * An ordinary sale dated the day the goods went - from here on
      * AROMRPT1 treats it like any other.
       Write-Shipped-Sale.
           IF NOT Sales-Open
               OPEN EXTEND Sales
               IF WS-Sales-Status NOT = "00"
                   OPEN OUTPUT Sales
               END-IF
               SET Sales-Open TO TRUE
           END-IF.
           MOVE SOT-Cust-Id(SOT-Found-Idx) TO S-Cust-Id.
           MOVE SOT-Cust-Name(SOT-Found-Idx) TO S-Cust-Name.
           MOVE SOT-Oil-Category(SOT-Found-Idx) TO S-Oil-Category.
           MOVE SOT-Oil-Num(SOT-Found-Idx) TO S-Oil-Name.
           MOVE SOT-Unit-Size(SOT-Found-Idx) TO S-Unit-Size.
           MOVE SH-Qty TO S-Units-Sold.
           MOVE SOT-Rep-Id(SOT-Found-Idx) TO S-Rep-Id.
           MOVE SOT-Currency-Code(SOT-Found-Idx) TO S-Currency-Code.
           MOVE Ship-Date TO S-Sale-Date.
           MOVE "S" TO S-Rec-Type.
           MOVE SOT-Branch-Id(SOT-Found-Idx) TO S-Branch-Id.
           MOVE SPACES TO S-Rma-Number.
           WRITE Sales-Rec.

       Rewrite-Sales-Orders.
           OPEN OUTPUT SalesOrders.
           PERFORM VARYING SOT-Scan-Idx FROM 1 BY 1
                   UNTIL SOT-Scan-Idx > SOT-Count
               MOVE SOT-Entry(SOT-Scan-Idx) TO Sales-Order-Rec
               WRITE Sales-Order-Rec
           END-PERFORM.
           CLOSE SalesOrders.

      * The released shipments move to a dated history file and the
      * input file clears, so no shipment is billed twice.
       Archive-Shipments.
           IF NOT Shipments-On-File
               GO TO Archive-Shipments-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Ship-Hist-File-Name.
           STRING "SHIPPED-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Ship-Hist-File-Name.
           OPEN OUTPUT ShipmentHist.
           OPEN INPUT Shipments.
      * The record area still holds the HIGH-VALUES end-of-file state
      * from the apply pass, so it is cleared before the first READ.
           MOVE SPACES TO Shipment-Rec.
           IF ShippedFile-Present
               READ Shipments
                   AT END SET End-Of-Shipments TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Shipments
                   MOVE Shipment-Rec TO Shipment-Hist-Rec
                   WRITE Shipment-Hist-Rec
                   READ Shipments
                       AT END SET End-Of-Shipments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Shipments
           END-IF.
           CLOSE ShipmentHist.
           OPEN OUTPUT Shipments.
           CLOSE Shipments.

       Archive-Shipments-Exit.
           EXIT.

       END PROGRAM SORDDSP1.
