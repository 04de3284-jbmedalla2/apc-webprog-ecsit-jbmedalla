      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales order maintenance - the open order book that
      *          sits in front of SALES.DAT, so an order keyed for
      *          next week's delivery is not billed until it ships.
      *          SALESORD.DAT holds one row per order line: order
      *          number, customer, oil, size, quantity ordered and
      *          shipped so far, requested and promised dates and the
      *          line status (O open, P part shipped, C complete,
      *          X cancelled). The office keys its transactions on
      *          ORDTXN.DAT:
      *            H  new order - customer, rep, currency, branch,
      *               requested and promised date. Order number zero
      *               takes the next number off SORDSEQ.DAT.
      *            L  order line - oil, size, quantity and its own
      *               promised date if it differs. Order number zero
      *               adds it to the H just above it; a number adds
      *               it to that order already on file.
      *            A  amendment - new requested date, promised date
      *               or quantity on a line (line zero moves the dates
      *               on every open line of the order); zero fields
      *               stay as they were. A quantity never goes below
      *               what has already shipped.
      *            X  cancellation - one line, or the whole order on
      *               line zero. Shipped units stay billed; only the
      *               balance is cancelled.
      *          Every transaction prints on SORDMNT.RPT, accepted or
      *          refused with the reason. The intake archives to a
      *          dated history and clears so nothing applies twice.
      *          Lines that completed or were cancelled on an earlier
      *          day drop off the rewritten file. Only SORDDSP1, the
      *          dispatch run, turns shipped lines into sales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderTxns ASSIGN TO "ORDTXN.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OrderTxn-Status.

           SELECT OrderTxnHist ASSIGN TO Txn-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TxnHist-Status.

           SELECT SalesOrders ASSIGN TO "SALESORD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesOrd-Status.

      * Last order number handed out, the way POSEQ.DAT carries the
      * purchase order numbers.
           SELECT OrderSequence ASSIGN TO "SORDSEQ.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OrderSeq-Status.

      * Indexed on the customer id now - this run still streams it
      * whole, off the index in key order.
           SELECT CustMaster ASSIGN TO "CUSTMAST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CMF-Cust-Id
                     FILE STATUS IS WS-CustMaster-Status.

           SELECT BranchMaster ASSIGN TO "BRANCH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BranchMaster-Status.

           SELECT OrderRegister ASSIGN TO "SORDMNT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OrderTxns.
       01 Order-Txn-Rec.
           88 End-Of-Order-Txns        VALUE HIGH-VALUES.
        02 OT-Txn-Type                 PIC X.
           88 Order-Header-Txn         VALUE "H".
           88 Order-Line-Txn           VALUE "L".
           88 Order-Amend-Txn          VALUE "A".
           88 Order-Cancel-Txn         VALUE "X".
        02 OT-Order-No                 PIC 9(6).
        02 OT-Line-No                  PIC 99.
        02 OT-Body                     PIC X(33).
        02 OT-Header-Body REDEFINES OT-Body.
         03 OTH-Cust-Id                PIC X(5).
         03 OTH-Rep-Id                 PIC X(5).
         03 OTH-Currency-Code          PIC X(4).
         03 OTH-Branch-Id              PIC X(3).
         03 OTH-Requested-Date         PIC 9(8).
         03 OTH-Promised-Date          PIC 9(8).
        02 OT-Line-Body REDEFINES OT-Body.
         03 OTL-Oil-Category           PIC X.
            88 OTL-Known-Category      VALUE "E", "N", "S", "O".
         03 OTL-Oil-Num                PIC 99.
         03 OTL-Unit-Size              PIC 99.
         03 OTL-Qty                    PIC 999.
         03 OTL-Promised-Date          PIC 9(8).
         03 FILLER                     PIC X(17).
        02 OT-Amend-Body REDEFINES OT-Body.
         03 OTA-Requested-Date         PIC 9(8).
         03 OTA-Promised-Date          PIC 9(8).
         03 OTA-Qty                    PIC 999.
         03 FILLER                     PIC X(14).

       FD OrderTxnHist.
       01 Order-Txn-Hist-Rec          PIC X(42).

      * One row per order line - the header fields repeat on every
      * line of the order.
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

       FD OrderSequence.
       01 Order-Sequence-Rec.
        02 OSQ-Last-Order-No           PIC 9(6).

       FD CustMaster.
       01 Cust-Master-Rec.
           88 End-Of-Cust-Master       VALUE HIGH-VALUES.
        02 CMF-Cust-Id                 PIC X(5).
        02 CMF-Cust-Name               PIC X(20).
        02 CMF-Addr-Line1              PIC X(20).
        02 CMF-Addr-Line2              PIC X(20).
        02 CMF-Credit-Limit            PIC 9(7)V99.
        02 CMF-Acct-Status             PIC X.
        02 CMF-Bill-Currency           PIC X(4).
        02 CMF-Ebill-Sw                PIC X.
        02 CMF-Vat-Reg-No              PIC X(12).
        02 CMF-Country                 PIC X(2).

       FD BranchMaster.
       01 Branch-Master-Rec.
           88 End-Of-Branch-Master     VALUE HIGH-VALUES.
        02 BRF-Branch-Id               PIC X(3).
        02 BRF-Branch-Name             PIC X(20).

       FD OrderRegister.
       01 Order-Register-Line         PIC X(110).

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
       01  WS-OrderTxn-Status         PIC XX.
           88 OrderTxnFile-Present    VALUE "00".
       01  WS-TxnHist-Status          PIC XX.
       01  WS-SalesOrd-Status         PIC XX.
           88 SalesOrdFile-Present    VALUE "00".
       01  WS-OrderSeq-Status         PIC XX.
           88 OrderSeqFile-Present    VALUE "00".
       01  WS-CustMaster-Status       PIC XX.
           88 CustMaster-Present      VALUE "00".
       01  WS-BranchMaster-Status     PIC XX.
           88 BranchMaster-Present    VALUE "00".
       01  Txn-Hist-File-Name         PIC X(35).
       01  Txns-On-File-Sw            PIC X VALUE "N".
           88 Txns-On-File            VALUE "Y".

       01  Customer-Master-Table.
        02  CM-Entry OCCURS 5000 TIMES INDEXED BY CM-Idx.
         03 CM-Cust-Id                PIC X(5).
         03 CM-Cust-Name              PIC X(20).
         03 CM-Acct-Status            PIC X.
       01  CM-Count                   PIC 9(4) VALUE ZERO.
       01  Customer-Found-Sw          PIC X VALUE "N".
           88 Customer-Found          VALUE "Y".
       01  Hold-Cust-Name             PIC X(20) VALUE SPACES.
       01  Hold-Acct-Status           PIC X VALUE SPACE.
           88 Hold-Account-Blocked    VALUE "H", "C".

       01  Branch-Master-Table.
        02  BRT-Entry OCCURS 20 TIMES.
         03 BRT-Branch-Id             PIC X(3).
       01  Branch-Count               PIC 99 VALUE ZERO.
       01  Branch-Scan-Idx            PIC 99 VALUE ZERO.
       01  Branch-Master-Loaded-Sw    PIC X VALUE "N".
           88 Branch-Master-Loaded    VALUE "Y".
       01  Branch-Found-Sw            PIC X VALUE "N".
           88 Branch-Found            VALUE "Y".

       01  Unit-Size-Values           PIC X(10) VALUE "1020305075".
       01  FILLER REDEFINES Unit-Size-Values.
        02  Unit-Size-Band            PIC 99 OCCURS 5 TIMES.
       01  Size-Idx                   PIC 9 VALUE ZERO.
       01  Unit-Size-Found-Sw         PIC X VALUE "N".
           88 Unit-Size-Found         VALUE "Y".

      * The order book in storage, applied to and rewritten whole.
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
            88 SOT-Line-Closed        VALUE "C", "X".
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

       01  Order-Sequence-Num         PIC 9(6) VALUE ZERO.
       01  Sequence-Used-Sw           PIC X VALUE "N".
           88 Sequence-Used           VALUE "Y".

      * The H most recently accepted - the L rows under it take its
      * customer, dates and the rest from here.
       01  Current-Header.
        02  CH-Order-No               PIC 9(6) VALUE ZERO.
        02  CH-Cust-Id                PIC X(5) VALUE SPACES.
        02  CH-Cust-Name              PIC X(20) VALUE SPACES.
        02  CH-Order-Date             PIC 9(8) VALUE ZERO.
        02  CH-Requested-Date         PIC 9(8) VALUE ZERO.
        02  CH-Promised-Date          PIC 9(8) VALUE ZERO.
        02  CH-Rep-Id                 PIC X(5) VALUE SPACES.
        02  CH-Currency-Code          PIC X(4) VALUE SPACES.
        02  CH-Branch-Id              PIC X(3) VALUE SPACES.
       01  Header-Open-Sw             PIC X VALUE "N".
           88 Header-Open             VALUE "Y".
       01  Next-Line-No               PIC 99 VALUE ZERO.
       01  Order-Lines-Hit            PIC 9(3) VALUE ZERO.

       01  Check-Date                 PIC 9(8) VALUE ZERO.
       01  Check-Date-Split REDEFINES Check-Date.
        02  CKD-Year                  PIC 9(4).
        02  CKD-Month                 PIC 99.
        02  CKD-Day                   PIC 99.
       01  Date-Valid-Sw              PIC X VALUE "N".
           88 Date-Valid              VALUE "Y".

       01  Refuse-Reason              PIC X(30) VALUE SPACES.
       01  Txn-Outcome                PIC X(8) VALUE SPACES.
       01  Txns-Read-Count            PIC 9(5) VALUE ZERO.
       01  Txns-Accepted-Count        PIC 9(5) VALUE ZERO.
       01  Txns-Refused-Count         PIC 9(5) VALUE ZERO.
       01  Orders-Opened-Count        PIC 9(5) VALUE ZERO.
       01  Lines-Dropped-Count        PIC 9(5) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                    PIC X(32)
             VALUE "   SALES ORDER MAINTENANCE -   ".
        02  RH-Run-Date               PIC 9(8).

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(37) VALUE ALL "-".

       01  Txn-Detail.
        02  TD-Txn-Type               PIC X.
        02  FILLER                    PIC X(7)  VALUE " ORDER ".
        02  TD-Order-No               PIC 9(6).
        02  FILLER                    PIC X(6)  VALUE " LINE ".
        02  TD-Line-No                PIC Z9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  TD-Cust-Id                PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  TD-Oil-Category           PIC X.
        02  TD-Oil-Num                PIC 99.
        02  FILLER                    PIC X(4)  VALUE " SZ ".
        02  TD-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(5)  VALUE " QTY ".
        02  TD-Qty                    PIC ZZ9.
        02  FILLER                    PIC X(6)  VALUE " PROM ".
        02  TD-Promised-Date          PIC 9(8).
        02  FILLER                    PIC X     VALUE SPACE.
        02  TD-Outcome                PIC X(8).
        02  TD-Reason                 PIC X(30).

       01  Total-Line-1.
        02  FILLER                    PIC X(30) VALUE
             "TRANSACTIONS ACCEPTED      :".
        02  TL-Accepted               PIC ZZZZ9.
        02  FILLER                    PIC X(16)
             VALUE "   NEW ORDERS  ".
        02  TL-Opened                 PIC ZZZZ9.

       01  Total-Line-2.
        02  FILLER                    PIC X(30) VALUE
             "TRANSACTIONS REFUSED       :".
        02  TL-Refused                PIC ZZZZ9.
        02  FILLER                    PIC X(16)
             VALUE "   LINES CLEARED".
        02  TL-Dropped                PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "SORDMNT1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Sales-Orders.
           IF Order-Table-Overflow
               DISPLAY "SORDMNT1: SALESORD.DAT EXCEEDS THE ORDER "
                   "TABLE - RUN ABORTED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Order-Sequence.
           PERFORM Load-Customer-Master.
           PERFORM Load-Branch-Master.

           OPEN OUTPUT OrderRegister.
           MOVE Run-Date TO RH-Run-Date.
           WRITE Order-Register-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Order-Register-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           PERFORM Apply-Order-Txns.
           PERFORM Rewrite-Sales-Orders.
           MOVE Txns-Accepted-Count TO TL-Accepted.
           MOVE Orders-Opened-Count TO TL-Opened.
           WRITE Order-Register-Line FROM Total-Line-1
            AFTER ADVANCING 3 LINES.
           MOVE Txns-Refused-Count TO TL-Refused.
           MOVE Lines-Dropped-Count TO TL-Dropped.
           WRITE Order-Register-Line FROM Total-Line-2
            AFTER ADVANCING 1 LINE.
           CLOSE OrderRegister.

           IF Sequence-Used
               PERFORM Save-Order-Sequence
           END-IF.
           PERFORM Archive-Order-Txns THRU Archive-Order-Txns-Exit.

           DISPLAY "SORDMNT1: " Txns-Read-Count " TRANSACTION(S), "
               Txns-Accepted-Count " ACCEPTED, "
               Txns-Refused-Count " REFUSED".
           IF Txns-Refused-Count > ZERO
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
           MOVE "SORDMNT1" TO RLK-Job-Name.
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

       Load-Order-Sequence.
           MOVE ZERO TO Order-Sequence-Num.
           OPEN INPUT OrderSequence.
           IF OrderSeqFile-Present
               READ OrderSequence
                   AT END MOVE ZERO TO OSQ-Last-Order-No
               END-READ
               IF OSQ-Last-Order-No IS NUMERIC
                   MOVE OSQ-Last-Order-No TO Order-Sequence-Num
               END-IF
               CLOSE OrderSequence
           END-IF.

       Save-Order-Sequence.
           OPEN OUTPUT OrderSequence.
           MOVE Order-Sequence-Num TO OSQ-Last-Order-No.
           WRITE Order-Sequence-Rec.
           CLOSE OrderSequence.

       Load-Customer-Master.
           OPEN INPUT CustMaster.
           IF CustMaster-Present
               READ CustMaster
                   AT END SET End-Of-Cust-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cust-Master
                   IF CM-Count < 5000
                       ADD 1 TO CM-Count
                       MOVE CMF-Cust-Id TO CM-Cust-Id(CM-Count)
                       MOVE CMF-Cust-Name TO CM-Cust-Name(CM-Count)
                       MOVE CMF-Acct-Status TO CM-Acct-Status(CM-Count)
                   END-IF
                   READ CustMaster
                       AT END SET End-Of-Cust-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMaster
           END-IF.

       Load-Branch-Master.
           OPEN INPUT BranchMaster.
           IF BranchMaster-Present
               SET Branch-Master-Loaded TO TRUE
               READ BranchMaster
                   AT END SET End-Of-Branch-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Branch-Master
                   IF Branch-Count < 20
                       ADD 1 TO Branch-Count
                       MOVE BRF-Branch-Id
                         TO BRT-Branch-Id(Branch-Count)
                   END-IF
                   READ BranchMaster
                       AT END SET End-Of-Branch-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchMaster
           END-IF.

       Apply-Order-Txns.
           OPEN INPUT OrderTxns.
           IF OrderTxnFile-Present
               SET Txns-On-File TO TRUE
               READ OrderTxns
                   AT END SET End-Of-Order-Txns TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Order-Txns
                   ADD 1 TO Txns-Read-Count
                   PERFORM Apply-One-Txn THRU Apply-One-Txn-Exit
                   READ OrderTxns
                       AT END SET End-Of-Order-Txns TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OrderTxns
           END-IF.

      * Each transaction either applies whole or is refused with its
      * reason; a refused H also closes the header, so the L rows
      * under it cannot fall onto an earlier order.
       Apply-One-Txn.
           MOVE SPACES TO Refuse-Reason.
           MOVE OT-Txn-Type TO TD-Txn-Type.
           MOVE OT-Order-No TO TD-Order-No.
           MOVE OT-Line-No TO TD-Line-No.
           MOVE SPACES TO TD-Cust-Id.
           MOVE SPACE TO TD-Oil-Category.
           MOVE ZERO TO TD-Oil-Num.
           MOVE ZERO TO TD-Unit-Size.
           MOVE ZERO TO TD-Qty.
           MOVE ZERO TO TD-Promised-Date.
           EVALUATE TRUE
               WHEN Order-Header-Txn
                   MOVE "N" TO Header-Open-Sw
                   PERFORM Open-New-Order THRU Open-New-Order-Exit
               WHEN Order-Line-Txn
                   PERFORM Add-Order-Line THRU Add-Order-Line-Exit
               WHEN Order-Amend-Txn
                   PERFORM Amend-Order THRU Amend-Order-Exit
               WHEN Order-Cancel-Txn
                   PERFORM Cancel-Order THRU Cancel-Order-Exit
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION TYPE" TO Refuse-Reason
           END-EVALUATE.
           IF Refuse-Reason = SPACES
               MOVE "ACCEPTED" TO TD-Outcome
               ADD 1 TO Txns-Accepted-Count
           ELSE
               MOVE "REFUSED " TO TD-Outcome
               ADD 1 TO Txns-Refused-Count
           END-IF.
           MOVE Refuse-Reason TO TD-Reason.
           WRITE Order-Register-Line FROM Txn-Detail
            AFTER ADVANCING 1 LINE.

       Apply-One-Txn-Exit.
           EXIT.

       Open-New-Order.
           MOVE OTH-Cust-Id TO TD-Cust-Id.
           MOVE OTH-Promised-Date TO TD-Promised-Date.
           PERFORM Check-Customer-Id.
           IF NOT Customer-Found
               MOVE "CUSTOMER NOT ON CUSTMAST.DAT" TO Refuse-Reason
               GO TO Open-New-Order-Exit
           END-IF.
           IF Hold-Account-Blocked
               MOVE "ACCOUNT HELD OR CLOSED" TO Refuse-Reason
               GO TO Open-New-Order-Exit
           END-IF.
           IF OTH-Rep-Id = SPACES
               MOVE "REP-ID MAY NOT BE BLANK" TO Refuse-Reason
               GO TO Open-New-Order-Exit
           END-IF.
           PERFORM Check-Branch-Code.
           IF NOT Branch-Found
               MOVE "BRANCH NOT ON BRANCH.DAT" TO Refuse-Reason
               GO TO Open-New-Order-Exit
           END-IF.
           MOVE OTH-Requested-Date TO Check-Date.
           PERFORM Check-Calendar-Date.
           IF NOT Date-Valid
               MOVE "REQUESTED DATE NOT A REAL DATE" TO Refuse-Reason
               GO TO Open-New-Order-Exit
           END-IF.
           IF OTH-Promised-Date NOT = ZERO
               MOVE OTH-Promised-Date TO Check-Date
               PERFORM Check-Calendar-Date
               IF NOT Date-Valid
                   MOVE "PROMISED DATE NOT A REAL DATE"
                     TO Refuse-Reason
                   GO TO Open-New-Order-Exit
               END-IF
           END-IF.
           IF OT-Order-No NOT = ZERO
               MOVE OT-Order-No TO CH-Order-No
               PERFORM Find-Order-Any-Line
               IF SOT-Found
                   MOVE "ORDER NUMBER ALREADY ON FILE" TO Refuse-Reason
                   GO TO Open-New-Order-Exit
               END-IF
           ELSE
               ADD 1 TO Order-Sequence-Num
               SET Sequence-Used TO TRUE
               MOVE Order-Sequence-Num TO CH-Order-No
           END-IF.

           MOVE OTH-Cust-Id TO CH-Cust-Id.
           MOVE Hold-Cust-Name TO CH-Cust-Name.
           MOVE Run-Date TO CH-Order-Date.
           MOVE OTH-Requested-Date TO CH-Requested-Date.
      * No promise keyed means we promised what was asked for.
           IF OTH-Promised-Date = ZERO
               MOVE OTH-Requested-Date TO CH-Promised-Date
           ELSE
               MOVE OTH-Promised-Date TO CH-Promised-Date
           END-IF.
           MOVE OTH-Rep-Id TO CH-Rep-Id.
      * Blank defaults to EUR, as it does at sales entry.
           IF OTH-Currency-Code = SPACES
               MOVE "EUR " TO CH-Currency-Code
           ELSE
               MOVE OTH-Currency-Code TO CH-Currency-Code
           END-IF.
           MOVE OTH-Branch-Id TO CH-Branch-Id.
           MOVE ZERO TO Next-Line-No.
           SET Header-Open TO TRUE.
           ADD 1 TO Orders-Opened-Count.
           MOVE CH-Order-No TO TD-Order-No.
           MOVE CH-Promised-Date TO TD-Promised-Date.

       Open-New-Order-Exit.
           EXIT.

      * An L with no order number belongs to the H above it; one
      * with a number goes onto that order already on file, taking
      * its header fields from the order's first line.
       Add-Order-Line.
           IF OT-Order-No = ZERO
               IF NOT Header-Open
                   MOVE "NO ORDER HEADER ABOVE LINE" TO Refuse-Reason
                   GO TO Add-Order-Line-Exit
               END-IF
           ELSE
               IF NOT Header-Open OR OT-Order-No NOT = CH-Order-No
                   PERFORM Take-Header-From-File
                   IF NOT SOT-Found
                       MOVE "ORDER NOT ON FILE" TO Refuse-Reason
                       GO TO Add-Order-Line-Exit
                   END-IF
               END-IF
           END-IF.
           MOVE CH-Order-No TO TD-Order-No.
           MOVE CH-Cust-Id TO TD-Cust-Id.
           MOVE OTL-Oil-Category TO TD-Oil-Category.
           MOVE OTL-Oil-Num TO TD-Oil-Num.
           MOVE OTL-Unit-Size TO TD-Unit-Size.
           MOVE OTL-Qty TO TD-Qty.
           IF NOT OTL-Known-Category
               MOVE "CATEGORY MUST BE E N S OR O" TO Refuse-Reason
               GO TO Add-Order-Line-Exit
           END-IF.
           IF OTL-Oil-Num NOT NUMERIC
              OR OTL-Oil-Num < 1 OR OTL-Oil-Num > 30
               MOVE "OIL NUMBER MUST BE 01 - 30" TO Refuse-Reason
               GO TO Add-Order-Line-Exit
           END-IF.
           MOVE "N" TO Unit-Size-Found-Sw.
           IF OTL-Unit-Size IS NUMERIC
               PERFORM VARYING Size-Idx FROM 1 BY 1
                       UNTIL Size-Idx > 5 OR Unit-Size-Found
                   IF Unit-Size-Band(Size-Idx) = OTL-Unit-Size
                       SET Unit-Size-Found TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT Unit-Size-Found
               MOVE "SIZE NOT ONE OF THE BANDS" TO Refuse-Reason
               GO TO Add-Order-Line-Exit
           END-IF.
           IF OTL-Qty NOT NUMERIC OR OTL-Qty = ZERO
               MOVE "QUANTITY MUST BE 001 - 999" TO Refuse-Reason
               GO TO Add-Order-Line-Exit
           END-IF.
           IF OTL-Promised-Date NOT NUMERIC
               MOVE ZERO TO OTL-Promised-Date
           END-IF.
           IF OTL-Promised-Date NOT = ZERO
               MOVE OTL-Promised-Date TO Check-Date
               PERFORM Check-Calendar-Date
               IF NOT Date-Valid
                   MOVE "PROMISED DATE NOT A REAL DATE"
                     TO Refuse-Reason
                   GO TO Add-Order-Line-Exit
               END-IF
           END-IF.
           IF Next-Line-No >= 99
               MOVE "ORDER ALREADY HAS 99 LINES" TO Refuse-Reason
               GO TO Add-Order-Line-Exit
           END-IF.
           IF SOT-Count >= 5000
               MOVE "ORDER FILE FULL" TO Refuse-Reason
               GO TO Add-Order-Line-Exit
           END-IF.

           ADD 1 TO Next-Line-No.
           ADD 1 TO SOT-Count.
           MOVE CH-Order-No TO SOT-Order-No(SOT-Count).
           MOVE Next-Line-No TO SOT-Line-No(SOT-Count).
           MOVE CH-Cust-Id TO SOT-Cust-Id(SOT-Count).
           MOVE CH-Cust-Name TO SOT-Cust-Name(SOT-Count).
           MOVE OTL-Oil-Category TO SOT-Oil-Category(SOT-Count).
           MOVE OTL-Oil-Num TO SOT-Oil-Num(SOT-Count).
           MOVE OTL-Unit-Size TO SOT-Unit-Size(SOT-Count).
           MOVE OTL-Qty TO SOT-Qty-Ordered(SOT-Count).
           MOVE ZERO TO SOT-Qty-Shipped(SOT-Count).
           MOVE CH-Order-Date TO SOT-Order-Date(SOT-Count).
           MOVE CH-Requested-Date TO SOT-Requested-Date(SOT-Count).
           IF OTL-Promised-Date = ZERO
               MOVE CH-Promised-Date
                 TO SOT-Promised-Date(SOT-Count)
           ELSE
               MOVE OTL-Promised-Date
                 TO SOT-Promised-Date(SOT-Count)
           END-IF.
           MOVE "O" TO SOT-Status(SOT-Count).
           MOVE CH-Rep-Id TO SOT-Rep-Id(SOT-Count).
           MOVE CH-Currency-Code TO SOT-Currency-Code(SOT-Count).
           MOVE CH-Branch-Id TO SOT-Branch-Id(SOT-Count).
           MOVE Run-Date TO SOT-Activity-Date(SOT-Count).
           MOVE Next-Line-No TO TD-Line-No.
           MOVE SOT-Promised-Date(SOT-Count) TO TD-Promised-Date.

       Add-Order-Line-Exit.
           EXIT.

      * Header fields for a line added to an order already on file,
      * and the next free line number on it.
       Take-Header-From-File.
           MOVE "N" TO Header-Open-Sw.
           MOVE OT-Order-No TO CH-Order-No.
           PERFORM Find-Order-Any-Line.
           IF SOT-Found
               MOVE SOT-Cust-Id(SOT-Found-Idx) TO CH-Cust-Id
               MOVE SOT-Cust-Name(SOT-Found-Idx) TO CH-Cust-Name
               MOVE SOT-Order-Date(SOT-Found-Idx) TO CH-Order-Date
               MOVE SOT-Requested-Date(SOT-Found-Idx)
                 TO CH-Requested-Date
               MOVE SOT-Promised-Date(SOT-Found-Idx)
                 TO CH-Promised-Date
               MOVE SOT-Rep-Id(SOT-Found-Idx) TO CH-Rep-Id
               MOVE SOT-Currency-Code(SOT-Found-Idx)
                 TO CH-Currency-Code
               MOVE SOT-Branch-Id(SOT-Found-Idx) TO CH-Branch-Id
               MOVE ZERO TO Next-Line-No
               PERFORM VARYING SOT-Scan-Idx FROM 1 BY 1
                       UNTIL SOT-Scan-Idx > SOT-Count
                   IF SOT-Order-No(SOT-Scan-Idx) = CH-Order-No
                      AND SOT-Line-No(SOT-Scan-Idx) > Next-Line-No
                       MOVE SOT-Line-No(SOT-Scan-Idx) TO Next-Line-No
                   END-IF
               END-PERFORM
               SET Header-Open TO TRUE
           END-IF.

      * First line of order CH-Order-No, in any status.
       Find-Order-Any-Line.
           MOVE "N" TO SOT-Found-Sw.
           MOVE ZERO TO SOT-Found-Idx.
           PERFORM VARYING SOT-Scan-Idx FROM 1 BY 1
                   UNTIL SOT-Scan-Idx > SOT-Count OR SOT-Found
               IF SOT-Order-No(SOT-Scan-Idx) = CH-Order-No
                   SET SOT-Found TO TRUE
                   MOVE SOT-Scan-Idx TO SOT-Found-Idx
               END-IF
           END-PERFORM.

       Find-Order-Line.
           MOVE "N" TO SOT-Found-Sw.
           MOVE ZERO TO SOT-Found-Idx.
           PERFORM VARYING SOT-Scan-Idx FROM 1 BY 1
                   UNTIL SOT-Scan-Idx > SOT-Count OR SOT-Found
               IF SOT-Order-No(SOT-Scan-Idx) = OT-Order-No
                  AND SOT-Line-No(SOT-Scan-Idx) = OT-Line-No
                   SET SOT-Found TO TRUE
                   MOVE SOT-Scan-Idx TO SOT-Found-Idx
               END-IF
           END-PERFORM.

      * Zero fields on the amendment stay as they were. Line zero is
      * a date move for every open line of the order - a quantity
      * needs its line.
       Amend-Order.
           IF OTA-Requested-Date NOT NUMERIC
               MOVE ZERO TO OTA-Requested-Date
           END-IF.
           IF OTA-Promised-Date NOT NUMERIC
               MOVE ZERO TO OTA-Promised-Date
           END-IF.
           IF OTA-Qty NOT NUMERIC
               MOVE ZERO TO OTA-Qty
           END-IF.
           MOVE OTA-Qty TO TD-Qty.
           MOVE OTA-Promised-Date TO TD-Promised-Date.
           IF OTA-Requested-Date = ZERO AND OTA-Promised-Date = ZERO
              AND OTA-Qty = ZERO
               MOVE "NOTHING TO AMEND" TO Refuse-Reason
               GO TO Amend-Order-Exit
           END-IF.
           IF OTA-Requested-Date NOT = ZERO
               MOVE OTA-Requested-Date TO Check-Date
               PERFORM Check-Calendar-Date
               IF NOT Date-Valid
                   MOVE "REQUESTED DATE NOT A REAL DATE"
                     TO Refuse-Reason
                   GO TO Amend-Order-Exit
               END-IF
           END-IF.
           IF OTA-Promised-Date NOT = ZERO
               MOVE OTA-Promised-Date TO Check-Date
               PERFORM Check-Calendar-Date
               IF NOT Date-Valid
                   MOVE "PROMISED DATE NOT A REAL DATE"
                     TO Refuse-Reason
                   GO TO Amend-Order-Exit
               END-IF
           END-IF.
           IF OT-Line-No = ZERO
               IF OTA-Qty NOT = ZERO
                   MOVE "QUANTITY NEEDS A LINE NUMBER" TO Refuse-Reason
                   GO TO Amend-Order-Exit
               END-IF
               MOVE ZERO TO Order-Lines-Hit
               PERFORM VARYING SOT-Scan-Idx FROM 1 BY 1
                       UNTIL SOT-Scan-Idx > SOT-Count
                   IF SOT-Order-No(SOT-Scan-Idx) = OT-Order-No
                      AND SOT-Line-Open(SOT-Scan-Idx)
                       MOVE SOT-Scan-Idx TO SOT-Found-Idx
                       PERFORM Amend-Line-Dates
                       ADD 1 TO Order-Lines-Hit
                   END-IF
               END-PERFORM
               IF Order-Lines-Hit = ZERO
                   MOVE "NO OPEN LINES ON THIS ORDER" TO Refuse-Reason
               ELSE
                   MOVE SOT-Cust-Id(SOT-Found-Idx) TO TD-Cust-Id
               END-IF
               GO TO Amend-Order-Exit
           END-IF.

           PERFORM Find-Order-Line.
           IF NOT SOT-Found
               MOVE "ORDER LINE NOT ON FILE" TO Refuse-Reason
               GO TO Amend-Order-Exit
           END-IF.
           MOVE SOT-Cust-Id(SOT-Found-Idx) TO TD-Cust-Id.
           MOVE SOT-Oil-Category(SOT-Found-Idx) TO TD-Oil-Category.
           MOVE SOT-Oil-Num(SOT-Found-Idx) TO TD-Oil-Num.
           MOVE SOT-Unit-Size(SOT-Found-Idx) TO TD-Unit-Size.
           IF NOT SOT-Line-Open(SOT-Found-Idx)
               MOVE "LINE ALREADY COMPLETE/CANCELLED" TO Refuse-Reason
               GO TO Amend-Order-Exit
           END-IF.
           IF OTA-Qty NOT = ZERO
              AND OTA-Qty < SOT-Qty-Shipped(SOT-Found-Idx)
               MOVE "QUANTITY BELOW UNITS SHIPPED" TO Refuse-Reason
               GO TO Amend-Order-Exit
           END-IF.
           PERFORM Amend-Line-Dates.
           IF OTA-Qty NOT = ZERO
               MOVE OTA-Qty TO SOT-Qty-Ordered(SOT-Found-Idx)
      * Cut back to exactly what has gone - the line is complete.
               IF OTA-Qty = SOT-Qty-Shipped(SOT-Found-Idx)
                   MOVE "C" TO SOT-Status(SOT-Found-Idx)
               END-IF
           END-IF.
           MOVE SOT-Promised-Date(SOT-Found-Idx) TO TD-Promised-Date.

       Amend-Order-Exit.
           EXIT.

       Amend-Line-Dates.
           IF OTA-Requested-Date NOT = ZERO
               MOVE OTA-Requested-Date
                 TO SOT-Requested-Date(SOT-Found-Idx)
           END-IF.
           IF OTA-Promised-Date NOT = ZERO
               MOVE OTA-Promised-Date
                 TO SOT-Promised-Date(SOT-Found-Idx)
           END-IF.
           MOVE Run-Date TO SOT-Activity-Date(SOT-Found-Idx).

      * Line zero cancels every open line of the order. What has
      * already shipped was billed and stays billed.
       Cancel-Order.
           IF OT-Line-No = ZERO
               MOVE ZERO TO Order-Lines-Hit
               PERFORM VARYING SOT-Scan-Idx FROM 1 BY 1
                       UNTIL SOT-Scan-Idx > SOT-Count
                   IF SOT-Order-No(SOT-Scan-Idx) = OT-Order-No
                      AND SOT-Line-Open(SOT-Scan-Idx)
                       MOVE "X" TO SOT-Status(SOT-Scan-Idx)
                       MOVE Run-Date TO SOT-Activity-Date(SOT-Scan-Idx)
                       MOVE SOT-Cust-Id(SOT-Scan-Idx) TO TD-Cust-Id
                       ADD 1 TO Order-Lines-Hit
                   END-IF
               END-PERFORM
               IF Order-Lines-Hit = ZERO
                   MOVE "NO OPEN LINES ON THIS ORDER" TO Refuse-Reason
               END-IF
               GO TO Cancel-Order-Exit
           END-IF.
           PERFORM Find-Order-Line.
           IF NOT SOT-Found
               MOVE "ORDER LINE NOT ON FILE" TO Refuse-Reason
               GO TO Cancel-Order-Exit
           END-IF.
           MOVE SOT-Cust-Id(SOT-Found-Idx) TO TD-Cust-Id.
           MOVE SOT-Oil-Category(SOT-Found-Idx) TO TD-Oil-Category.
           MOVE SOT-Oil-Num(SOT-Found-Idx) TO TD-Oil-Num.
           MOVE SOT-Unit-Size(SOT-Found-Idx) TO TD-Unit-Size.
           IF NOT SOT-Line-Open(SOT-Found-Idx)
               MOVE "LINE ALREADY COMPLETE/CANCELLED" TO Refuse-Reason
               GO TO Cancel-Order-Exit
           END-IF.
           MOVE "X" TO SOT-Status(SOT-Found-Idx).
           MOVE Run-Date TO SOT-Activity-Date(SOT-Found-Idx).

       Cancel-Order-Exit.
           EXIT.

       Check-Customer-Id.
           MOVE "N" TO Customer-Found-Sw.
           MOVE SPACES TO Hold-Cust-Name.
           MOVE SPACE TO Hold-Acct-Status.
           PERFORM VARYING CM-Idx FROM 1 BY 1
                   UNTIL CM-Idx > CM-Count OR Customer-Found
               IF CM-Cust-Id(CM-Idx) = OTH-Cust-Id
                   MOVE "Y" TO Customer-Found-Sw
                   MOVE CM-Cust-Name(CM-Idx) TO Hold-Cust-Name
                   MOVE CM-Acct-Status(CM-Idx) TO Hold-Acct-Status
               END-IF
           END-PERFORM.

      * Validated against BRANCH.DAT when the shop list is on file;
      * with no branch master any non-blank code is taken as keyed.
       Check-Branch-Code.
           MOVE "N" TO Branch-Found-Sw.
           IF OTH-Branch-Id NOT = SPACES
               IF NOT Branch-Master-Loaded
                   SET Branch-Found TO TRUE
               ELSE
                   PERFORM VARYING Branch-Scan-Idx FROM 1 BY 1
                           UNTIL Branch-Scan-Idx > Branch-Count
                              OR Branch-Found
                       IF BRT-Branch-Id(Branch-Scan-Idx) =
                               OTH-Branch-Id
                           SET Branch-Found TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * The same plausibility the sales entry screen applies to a
      * keyed sale date.
       Check-Calendar-Date.
           MOVE "N" TO Date-Valid-Sw.
           IF Check-Date IS NUMERIC
               IF CKD-Year > ZERO
                  AND CKD-Month >= 1 AND CKD-Month <= 12
                  AND CKD-Day >= 1 AND CKD-Day <= 31
                   SET Date-Valid TO TRUE
               END-IF
           END-IF.

      * Lines that closed before today have had their day on the
      * register and drop off; today's closures stay one more run so
      * the dispatch and the book can still see them.
       Rewrite-Sales-Orders.
           OPEN OUTPUT SalesOrders.
           PERFORM VARYING SOT-Scan-Idx FROM 1 BY 1
                   UNTIL SOT-Scan-Idx > SOT-Count
               IF SOT-Line-Closed(SOT-Scan-Idx)
                  AND SOT-Activity-Date(SOT-Scan-Idx) < Run-Date
                   ADD 1 TO Lines-Dropped-Count
               ELSE
                   MOVE SOT-Entry(SOT-Scan-Idx) TO Sales-Order-Rec
                   WRITE Sales-Order-Rec
               END-IF
           END-PERFORM.
           CLOSE SalesOrders.

      * The applied transactions move to a dated history file and
      * the input file clears, so nothing applies twice.
       Archive-Order-Txns.
           IF NOT Txns-On-File
               GO TO Archive-Order-Txns-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Txn-Hist-File-Name.
           STRING "ORDTXN-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Txn-Hist-File-Name.
           OPEN OUTPUT OrderTxnHist.
           OPEN INPUT OrderTxns.
      * The record area still holds the HIGH-VALUES end-of-file state
      * from the apply pass, so it is cleared before the first READ.
           MOVE SPACES TO Order-Txn-Rec.
           IF OrderTxnFile-Present
               READ OrderTxns
                   AT END SET End-Of-Order-Txns TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Order-Txns
                   MOVE Order-Txn-Rec TO Order-Txn-Hist-Rec
                   WRITE Order-Txn-Hist-Rec
                   READ OrderTxns
                       AT END SET End-Of-Order-Txns TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OrderTxns
           END-IF.
           CLOSE OrderTxnHist.
           OPEN OUTPUT OrderTxns.
           CLOSE OrderTxns.

       Archive-Order-Txns-Exit.
           EXIT.

       END PROGRAM SORDMNT1.
