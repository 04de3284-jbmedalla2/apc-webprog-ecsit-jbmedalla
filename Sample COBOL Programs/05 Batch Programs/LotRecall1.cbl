      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lot recall trace - when a supplier recalls a lot,
      *          finds every customer who was sold from it and every
      *          unit still held. Reads the recalled lot numbers from
      *          RECALL.DAT (one per line), walks LOTISSUE.DAT (the
      *          lot issue log AROMRPT1 appends each run as it picks
      *          earliest best-before first) and lists each sale of
      *          the lot - period, customer, branch, oil, size, sale
      *          date and units - followed by a total per customer to
      *          contact, then the balance of the lot still on
      *          LOTSTOCK.DAT by branch, including any on a van. Where
      *          KITASM1 logged the lot as drawn into a kit lot, the
      *          kit lot is traced the same way in turn - its sales,
      *          customers and stock - and so on down any kit made
      *          from kits. The trace prints on LOTRECALL.RPT. A lot
      *          found on neither file is reported so, and the run
      *          ends with return code 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecallFile ASSIGN TO "RECALL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Recall-Status.

           SELECT LotIssue ASSIGN TO "LOTISSUE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotIssue-Status.

           SELECT LotStock ASSIGN TO "LOTSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotStock-Status.

           SELECT RecallReport ASSIGN TO "LOTRECALL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RecallFile.
       01 Recall-Rec.
           88 End-Of-Recall-File       VALUE HIGH-VALUES.
        02 RC-Lot-No                   PIC X(10).

      * Same layout AROMRPT1 appends - one row per lot drawn for a
      * customer's sale. KITASM1's rows are marked K: the lot went into
      * the kit lot named, and the customer name carries the batch.
       FD LotIssue.
       01 Lot-Issue-Rec.
           88 End-Of-Lot-Issue         VALUE HIGH-VALUES.
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
           88 LI-Kit-Draw              VALUE "K".
        02 LI-Kit-Lot-No               PIC X(10).

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

       FD RecallReport.
       01 Recall-Line                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-Recall-Status           PIC XX.
           88 RecallFile-Present      VALUE "00".
       01  WS-LotIssue-Status         PIC XX.
           88 LotIssueFile-Present    VALUE "00".
       01  WS-LotStock-Status         PIC XX.
           88 LotStockFile-Present    VALUE "00".

      * The customers sold from the lot being traced.
       01  Recall-Cust-Table.
        02  RCT-Entry OCCURS 500 TIMES.
         03 RCT-Cust-Id               PIC X(5).
         03 RCT-Cust-Name             PIC X(20).
         03 RCT-Sales                 PIC 9(5).
         03 RCT-Qty                   PIC 9(7).
       01  RCT-Count                  PIC 9(3) VALUE ZERO.
       01  RCT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  RCT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  RCT-Found-Sw               PIC X VALUE "N".
           88 RCT-Found               VALUE "Y".
       01  Cust-Table-Full-Sw         PIC X VALUE "N".
           88 Cust-Table-Full         VALUE "Y".

      * The kit lots the recalled lot went into, each traced after it
      * in turn; a kit lot found while tracing a kit lot joins the end.
       01  Kit-Lot-Table.
        02  KLT-Entry OCCURS 200 TIMES.
         03 KLT-Kit-Lot-No            PIC X(10).
         03 KLT-Made-From             PIC X(10).
       01  KLT-Count                  PIC 9(3) VALUE ZERO.
       01  KLT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  KLT-Look-Idx               PIC 9(3) VALUE ZERO.
       01  KLT-Found-Sw               PIC X VALUE "N".
           88 KLT-Found               VALUE "Y".
       01  Kit-Table-Full-Sw          PIC X VALUE "N".
           88 Kit-Table-Full          VALUE "Y".

       01  Recall-Lot-No              PIC X(10) VALUE SPACES.
       01  Trace-Lot-No               PIC X(10) VALUE SPACES.
       01  Lot-Kit-Draws              PIC 9(5) VALUE ZERO.
       01  Lot-Kit-Drawn-Qty          PIC 9(7) VALUE ZERO.
       01  Lots-Traced-Count          PIC 9(3) VALUE ZERO.
       01  Lots-Not-Found-Count       PIC 9(3) VALUE ZERO.
       01  Lot-Issue-Lines            PIC 9(5) VALUE ZERO.
       01  Lot-Issued-Qty             PIC 9(7) VALUE ZERO.
       01  Lot-Stock-Lines            PIC 9(5) VALUE ZERO.
       01  Lot-Held-Qty               PIC S9(7) VALUE ZERO.

       01  Report-Heading-Line        PIC X(40)
            VALUE "   LOT RECALL TRACE".

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(18) VALUE ALL "-".

       01  Lot-Heading.
        02  FILLER                    PIC X(14) VALUE "RECALLED LOT ".
        02  LH-Lot-No                 PIC X(10).

       01  Kit-Lot-Heading.
        02  FILLER                    PIC X(14) VALUE "  KIT LOT ".
        02  KH-Kit-Lot-No             PIC X(10).
        02  FILLER                    PIC X(20) VALUE
             "   MADE UP FROM LOT ".
        02  KH-Made-From              PIC X(10).

       01  Kit-Draw-Detail.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(20) VALUE
             "DRAWN INTO KIT LOT".
        02  KD-Kit-Lot-No             PIC X(10).
        02  FILLER                    PIC X     VALUE SPACE.
        02  KD-Batch                  PIC X(16).
        02  FILLER                    PIC X     VALUE SPACE.
        02  KD-Branch-Id              PIC X(3).
        02  FILLER                    PIC X     VALUE SPACE.
        02  KD-Oil-Num                PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  KD-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  KD-Made-Date              PIC 9(8).
        02  KD-Qty                    PIC ZZZ,ZZ9.

       01  Issue-Topic.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(21) VALUE "PERIOD".
        02  FILLER                    PIC X(6)  VALUE "CUST".
        02  FILLER                    PIC X(21) VALUE "NAME".
        02  FILLER                    PIC X(4)  VALUE "BR".
        02  FILLER                    PIC X(4)  VALUE "OIL".
        02  FILLER                    PIC X(3)  VALUE "SZ".
        02  FILLER                    PIC X(10) VALUE "  SOLD ON".
        02  FILLER                    PIC X(7)  VALUE "  UNITS".

       01  Issue-Detail.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  ID-Period                 PIC X(20).
        02  FILLER                    PIC X     VALUE SPACE.
        02  ID-Cust-Id                PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  ID-Cust-Name              PIC X(20).
        02  FILLER                    PIC X     VALUE SPACE.
        02  ID-Branch-Id              PIC X(3).
        02  FILLER                    PIC X     VALUE SPACE.
        02  ID-Oil-Num                PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  ID-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  ID-Sale-Date              PIC 9(8).
        02  ID-Qty                    PIC ZZZ,ZZ9.

       01  No-Issues-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(40) VALUE
             "NO SALES DRAWN FROM THIS LOT ON FILE".

       01  Cust-Topic.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(30) VALUE
             "CUSTOMERS TO CONTACT".
        02  FILLER                    PIC X(8)  VALUE "   SALES".
        02  FILLER                    PIC X(10) VALUE "     UNITS".

       01  Cust-Detail.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  CD-Cust-Id                PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  CD-Cust-Name              PIC X(20).
        02  FILLER                    PIC X(4)  VALUE SPACES.
        02  CD-Sales                  PIC ZZZZ9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  CD-Qty                    PIC Z,ZZZ,ZZ9.

       01  Cust-Full-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(50) VALUE
             "*** MORE THAN 500 CUSTOMERS - SEE LINES ABOVE ***".

       01  Issued-Total-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(30) VALUE
             "UNITS SOLD FROM THE LOT     :".
        02  IT-Qty                    PIC Z,ZZZ,ZZ9.

       01  Kit-Total-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(30) VALUE
             "UNITS DRAWN INTO KITS       :".
        02  KT-Qty                    PIC Z,ZZZ,ZZ9.

       01  Kit-Full-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(50) VALUE
             "*** MORE THAN 200 KIT LOTS - NOT ALL TRACED ***".

       01  Stock-Topic.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(30) VALUE
             "STILL HELD    BR  OIL SZ".
        02  FILLER                    PIC X(10) VALUE "BEST-BEF".
        02  FILLER                    PIC X(10) VALUE "     UNITS".
        02  FILLER                    PIC X(20) VALUE "  WHERE".

       01  Stock-Detail.
        02  FILLER                    PIC X(16) VALUE SPACES.
        02  SD-Branch-Id              PIC X(3).
        02  FILLER                    PIC X     VALUE SPACE.
        02  SD-Oil-Num                PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  SD-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  SD-Expiry-Date            PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  SD-Qty                    PIC Z,ZZZ,ZZ9-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  SD-Where                  PIC X(14).
        02  SD-Xfer-Num               PIC Z(6).

       01  Held-Total-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(30) VALUE
             "UNITS STILL HELD            :".
        02  HT-Qty                    PIC Z,ZZZ,ZZ9-.

       01  Not-Found-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(50) VALUE
             "*** LOT NOT ON LOTISSUE.DAT OR LOTSTOCK.DAT ***".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT RecallFile.
           IF NOT RecallFile-Present
               DISPLAY "RECALL1: NO RECALL.DAT - NOTHING TO TRACE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RecallReport.
           WRITE Recall-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Recall-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           READ RecallFile
               AT END SET End-Of-Recall-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Recall-File
               IF RC-Lot-No NOT = SPACES
                   MOVE RC-Lot-No TO Recall-Lot-No
                   PERFORM Trace-One-Lot
               END-IF
               READ RecallFile
                   AT END SET End-Of-Recall-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RecallFile.
           CLOSE RecallReport.
           DISPLAY "RECALL1: " Lots-Traced-Count " LOT(S) TRACED, "
               Lots-Not-Found-Count " NOT FOUND".
           IF Lots-Traced-Count = ZERO OR Lots-Not-Found-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Trace-One-Lot.
           ADD 1 TO Lots-Traced-Count.
           MOVE ZERO TO KLT-Count.
           MOVE "N" TO Kit-Table-Full-Sw.
           MOVE Recall-Lot-No TO Trace-Lot-No.
           MOVE Recall-Lot-No TO LH-Lot-No.
           WRITE Recall-Line FROM Lot-Heading
            AFTER ADVANCING 3 LINES.
           PERFORM List-One-Lot.
           IF Lot-Issue-Lines = ZERO AND Lot-Kit-Draws = ZERO
              AND Lot-Stock-Lines = ZERO
               WRITE Recall-Line FROM Not-Found-Line
                AFTER ADVANCING 2 LINES
               ADD 1 TO Lots-Not-Found-Count
           END-IF.
           PERFORM VARYING KLT-Scan-Idx FROM 1 BY 1
                   UNTIL KLT-Scan-Idx > KLT-Count
               PERFORM Trace-One-Kit-Lot
           END-PERFORM.
           IF Kit-Table-Full
               WRITE Recall-Line FROM Kit-Full-Line
                AFTER ADVANCING 2 LINES
           END-IF.

      * A kit lot is recalled with everything in it, so its customers
      * and holdings are listed just as the recalled lot's are.
       Trace-One-Kit-Lot.
           MOVE KLT-Kit-Lot-No(KLT-Scan-Idx) TO Trace-Lot-No.
           MOVE KLT-Kit-Lot-No(KLT-Scan-Idx) TO KH-Kit-Lot-No.
           MOVE KLT-Made-From(KLT-Scan-Idx) TO KH-Made-From.
           WRITE Recall-Line FROM Kit-Lot-Heading
            AFTER ADVANCING 3 LINES.
           PERFORM List-One-Lot.

       List-One-Lot.
           MOVE ZERO TO RCT-Count.
           MOVE "N" TO Cust-Table-Full-Sw.
           MOVE ZERO TO Lot-Issue-Lines.
           MOVE ZERO TO Lot-Issued-Qty.
           MOVE ZERO TO Lot-Kit-Draws.
           MOVE ZERO TO Lot-Kit-Drawn-Qty.
           MOVE ZERO TO Lot-Stock-Lines.
           MOVE ZERO TO Lot-Held-Qty.
           PERFORM List-Lot-Issues.
           PERFORM List-Lot-Stock.

       List-Lot-Issues.
           WRITE Recall-Line FROM Issue-Topic
            AFTER ADVANCING 2 LINES.
           OPEN INPUT LotIssue.
           IF LotIssueFile-Present
               READ LotIssue
                   AT END SET End-Of-Lot-Issue TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Lot-Issue
                   IF LI-Lot-No = Trace-Lot-No
                       IF LI-Kit-Draw
                           PERFORM Print-One-Kit-Draw
                       ELSE
                           PERFORM Print-One-Issue
                       END-IF
                   END-IF
                   READ LotIssue
                       AT END SET End-Of-Lot-Issue TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotIssue
           END-IF.
           IF Lot-Kit-Draws > ZERO
               MOVE Lot-Kit-Drawn-Qty TO KT-Qty
               WRITE Recall-Line FROM Kit-Total-Line
                AFTER ADVANCING 2 LINES
           END-IF.
           IF Lot-Issue-Lines = ZERO
               WRITE Recall-Line FROM No-Issues-Line
                AFTER ADVANCING 1 LINE
           ELSE
               PERFORM Print-Customer-Totals
           END-IF.

       Print-One-Kit-Draw.
           ADD 1 TO Lot-Kit-Draws.
           ADD LI-Qty TO Lot-Kit-Drawn-Qty.
           MOVE LI-Kit-Lot-No TO KD-Kit-Lot-No.
           MOVE LI-Cust-Name TO KD-Batch.
           MOVE LI-Branch-Id TO KD-Branch-Id.
           MOVE LI-Oil-Num TO KD-Oil-Num.
           MOVE LI-Unit-Size TO KD-Unit-Size.
           MOVE LI-Sale-Date TO KD-Made-Date.
           MOVE LI-Qty TO KD-Qty.
           WRITE Recall-Line FROM Kit-Draw-Detail
            AFTER ADVANCING 1 LINE.
           PERFORM Add-Kit-Lot.

      * Each kit lot is traced once, however many draws went into it
      * and by whatever route - the recalled lot itself is never
      * queued again.
       Add-Kit-Lot.
           IF LI-Kit-Lot-No = SPACES OR LI-Kit-Lot-No = Recall-Lot-No
               CONTINUE
           ELSE
               MOVE "N" TO KLT-Found-Sw
               PERFORM VARYING KLT-Look-Idx FROM 1 BY 1
                       UNTIL KLT-Look-Idx > KLT-Count OR KLT-Found
                   IF KLT-Kit-Lot-No(KLT-Look-Idx) = LI-Kit-Lot-No
                       MOVE "Y" TO KLT-Found-Sw
                   END-IF
               END-PERFORM
               IF NOT KLT-Found
                   IF KLT-Count < 200
                       ADD 1 TO KLT-Count
                       MOVE LI-Kit-Lot-No TO KLT-Kit-Lot-No(KLT-Count)
                       MOVE Trace-Lot-No TO KLT-Made-From(KLT-Count)
                   ELSE
                       SET Kit-Table-Full TO TRUE
                   END-IF
               END-IF
           END-IF.

       Print-One-Issue.
           ADD 1 TO Lot-Issue-Lines.
           ADD LI-Qty TO Lot-Issued-Qty.
           MOVE LI-Period TO ID-Period.
           MOVE LI-Cust-Id TO ID-Cust-Id.
           MOVE LI-Cust-Name TO ID-Cust-Name.
           MOVE LI-Branch-Id TO ID-Branch-Id.
           MOVE LI-Oil-Num TO ID-Oil-Num.
           MOVE LI-Unit-Size TO ID-Unit-Size.
           MOVE LI-Sale-Date TO ID-Sale-Date.
           MOVE LI-Qty TO ID-Qty.
           WRITE Recall-Line FROM Issue-Detail
            AFTER ADVANCING 1 LINE.
           PERFORM Find-Recall-Customer.
           IF RCT-Found
               ADD 1 TO RCT-Sales(RCT-Found-Idx)
               ADD LI-Qty TO RCT-Qty(RCT-Found-Idx)
           ELSE
               IF RCT-Count < 500
                   ADD 1 TO RCT-Count
                   MOVE LI-Cust-Id TO RCT-Cust-Id(RCT-Count)
                   MOVE LI-Cust-Name TO RCT-Cust-Name(RCT-Count)
                   MOVE 1 TO RCT-Sales(RCT-Count)
                   MOVE LI-Qty TO RCT-Qty(RCT-Count)
               ELSE
                   SET Cust-Table-Full TO TRUE
               END-IF
           END-IF.

       Find-Recall-Customer.
           MOVE "N" TO RCT-Found-Sw.
           MOVE ZERO TO RCT-Found-Idx.
           PERFORM VARYING RCT-Scan-Idx FROM 1 BY 1
                   UNTIL RCT-Scan-Idx > RCT-Count OR RCT-Found
               IF RCT-Cust-Id(RCT-Scan-Idx) = LI-Cust-Id
                   MOVE "Y" TO RCT-Found-Sw
                   MOVE RCT-Scan-Idx TO RCT-Found-Idx
               END-IF
           END-PERFORM.

       Print-Customer-Totals.
           MOVE Lot-Issued-Qty TO IT-Qty.
           WRITE Recall-Line FROM Issued-Total-Line
            AFTER ADVANCING 2 LINES.
           WRITE Recall-Line FROM Cust-Topic
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING RCT-Scan-Idx FROM 1 BY 1
                   UNTIL RCT-Scan-Idx > RCT-Count
               MOVE RCT-Cust-Id(RCT-Scan-Idx) TO CD-Cust-Id
               MOVE RCT-Cust-Name(RCT-Scan-Idx) TO CD-Cust-Name
               MOVE RCT-Sales(RCT-Scan-Idx) TO CD-Sales
               MOVE RCT-Qty(RCT-Scan-Idx) TO CD-Qty
               WRITE Recall-Line FROM Cust-Detail
                AFTER ADVANCING 1 LINE
           END-PERFORM.
           IF Cust-Table-Full
               WRITE Recall-Line FROM Cust-Full-Line
                AFTER ADVANCING 1 LINE
           END-IF.

      * Every row of the lot, shelf or van - an emptied row no longer
      * holds anything to quarantine.
       List-Lot-Stock.
           WRITE Recall-Line FROM Stock-Topic
            AFTER ADVANCING 2 LINES.
           OPEN INPUT LotStock.
           IF LotStockFile-Present
               READ LotStock
                   AT END SET End-Of-Lot-Stock TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Lot-Stock
                   IF LS-Lot-No = Trace-Lot-No
                      AND LS-Qty-On-Hand NOT = ZERO
                       PERFORM Print-One-Holding
                   END-IF
                   READ LotStock
                       AT END SET End-Of-Lot-Stock TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotStock
           END-IF.
           MOVE Lot-Held-Qty TO HT-Qty.
           WRITE Recall-Line FROM Held-Total-Line
            AFTER ADVANCING 2 LINES.

       Print-One-Holding.
           ADD 1 TO Lot-Stock-Lines.
           ADD LS-Qty-On-Hand TO Lot-Held-Qty.
           MOVE LS-Branch-Id TO SD-Branch-Id.
           MOVE LS-Oil-Num TO SD-Oil-Num.
           MOVE LS-Unit-Size TO SD-Unit-Size.
           MOVE LS-Expiry-Date TO SD-Expiry-Date.
           MOVE LS-Qty-On-Hand TO SD-Qty.
           IF LS-Xfer-Num = ZERO
               MOVE "ON SHELF" TO SD-Where
               MOVE ZERO TO SD-Xfer-Num
           ELSE
               MOVE "IN TRANSIT NO" TO SD-Where
               MOVE LS-Xfer-Num TO SD-Xfer-Num
           END-IF.
           WRITE Recall-Line FROM Stock-Detail
            AFTER ADVANCING 1 LINE.

       END PROGRAM RECALL1.
