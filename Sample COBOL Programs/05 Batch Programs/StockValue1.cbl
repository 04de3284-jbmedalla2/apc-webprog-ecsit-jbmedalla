      ******************************************************************
      * Author:
      * Date:
      * Purpose: Stock valuation - prices every cell on OILSTOCK.DAT
      *          at the weighted-average purchase cost GDSRCPT1 and
      *          STOKXFR1 keep on it, and prints STOCKVAL.RPT: one
      *          line per oil, size and branch with quantity, unit
      *          cost and value, a subtotal per branch and the grand
      *          total the balance sheet stock figure should agree
      *          with. A cell holding stock with no cost yet is
      *          flagged so it can be chased before month end, and a
      *          cell in the negative is valued at nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVAL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OilStock ASSIGN TO "OILSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilStock-Status.

           SELECT OilMaster ASSIGN TO "OILMAST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilMaster-Status.

           SELECT ValuationReport ASSIGN TO "STOCKVAL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD OilMaster.
       01 Oil-Master-Rec.
        02 OMF-Oil-Num                 PIC 99.
        02 OMF-Oil-Desc                PIC X(20).
        02 OMF-Oil-Category            PIC X.

       FD ValuationReport.
       01 Valuation-Line               PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-OilStock-Status         PIC XX.
           88 OilStockFile-Present    VALUE "00".
       01  WS-OilMaster-Status        PIC XX.
           88 OilMaster-Present       VALUE "00".
       01  OilMaster-Eof-Sw           PIC X VALUE "N".
           88 OilMaster-Eof           VALUE "Y".

       01  Oil-Master-Table.
        02  OM-Entry OCCURS 30 TIMES.
         03 OM-Oil-Desc               PIC X(20).
       01  Oil-Idx                    PIC 99 VALUE ZERO.

      * Same ceiling the stock programs use - every branch, oil and
      * size band.
       01  Stock-Table.
        02  STT-Entry OCCURS 3150 TIMES.
         03 STT-Oil-Num               PIC 99.
         03 STT-Unit-Size             PIC 99.
         03 STT-Qty-On-Hand           PIC S9(7).
         03 STT-Branch-Id             PIC X(3).
         03 STT-Avg-Cost              PIC 9(4)V9(4).
       01  STT-Count                  PIC 9(4) VALUE ZERO.
       01  STT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Stock-Table-Overflow-Sw    PIC X VALUE "N".
           88 Stock-Table-Overflow    VALUE "Y".

      * Branches in the order they first appear on the stock file -
      * the report prints one block per entry.
       01  Branch-List.
        02  BL-Entry OCCURS 21 TIMES.
         03 BL-Branch-Id              PIC X(3).
       01  BL-Count                   PIC 99 VALUE ZERO.
       01  BL-Scan-Idx                PIC 99 VALUE ZERO.
       01  BL-Found-Sw                PIC X VALUE "N".
           88 BL-Found                VALUE "Y".
       01  Branch-List-Overflow-Sw    PIC X VALUE "N".
           88 Branch-List-Overflow    VALUE "Y".

       01  Cell-Value                 PIC S9(9)V99 VALUE ZERO.
       01  Branch-Qty                 PIC S9(9) VALUE ZERO.
       01  Branch-Value               PIC S9(9)V99 VALUE ZERO.
       01  Grand-Qty                  PIC S9(9) VALUE ZERO.
       01  Grand-Value                PIC S9(11)V99 VALUE ZERO.
       01  Uncosted-Count             PIC 9(5) VALUE ZERO.

       01  Report-Heading-Line        PIC X(40)
            VALUE "      STOCK VALUATION AT AVERAGE COST".

       01  Report-Heading-Underline.
        02  FILLER                   PIC X(6)  VALUE SPACES.
        02  FILLER                   PIC X(34) VALUE ALL "-".

       01  Branch-Heading.
        02  FILLER                   PIC X(8)  VALUE "BRANCH ".
        02  BH-Branch-Id             PIC X(3).

       01  Valuation-Heading.
        02  FILLER                   PIC X(8)  VALUE "OIL NO".
        02  FILLER                   PIC X(21) VALUE "DESCRIPTION".
        02  FILLER                   PIC X(6)  VALUE "SIZE".
        02  FILLER                   PIC X(11) VALUE "QTY".
        02  FILLER                   PIC X(12) VALUE "UNIT COST".
        02  FILLER                   PIC X(16) VALUE "VALUE".

       01  Valuation-Detail.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Oil-Num               PIC Z9.
        02  FILLER                   PIC X(4)  VALUE SPACES.
        02  VD-Oil-Desc              PIC X(20).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Size                  PIC Z9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Qty                   PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Unit-Cost             PIC Z,ZZ9.9999.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  VD-Value                 PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  VD-Flag                  PIC X(8).

       01  Branch-Total-Line.
        02  FILLER                   PIC X(20) VALUE
             "  BRANCH TOTAL     ".
        02  FILLER                   PIC X(13) VALUE SPACES.
        02  BT-Qty                   PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(14) VALUE SPACES.
        02  BT-Value                 PIC ZZ,ZZZ,ZZ9.99-.

       01  Grand-Total-Line.
        02  FILLER                   PIC X(20) VALUE
             "STOCK AT COST      ".
        02  FILLER                   PIC X(13) VALUE SPACES.
        02  GT-Qty                   PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(12) VALUE SPACES.
        02  GT-Value                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  Uncosted-Line.
        02  FILLER                   PIC X(34) VALUE
             "CELLS HOLDING STOCK WITH NO COST :".
        02  UL-Count                 PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Load-Oil-Master.
           PERFORM Load-Oil-Stock.
           IF Stock-Table-Overflow OR Branch-List-Overflow
               DISPLAY "STKVAL1: OILSTOCK.DAT HOLDS MORE CELLS THAN "
                   "THE TABLE - VALUATION ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF STT-Count = ZERO
               DISPLAY "STKVAL1: NO STOCK CELLS ON OILSTOCK.DAT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Print-Valuation-Report.
           DISPLAY "STKVAL1: " STT-Count " CELL(S) VALUED, "
               Uncosted-Count " WITH NO COST".
           GOBACK.

       Load-Oil-Master.
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               MOVE SPACES TO OM-Oil-Desc(Oil-Idx)
           END-PERFORM.
           OPEN INPUT OilMaster.
           IF OilMaster-Present
               READ OilMaster
                   AT END SET OilMaster-Eof TO TRUE
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OMF-Oil-Num IS NUMERIC
                      AND OMF-Oil-Num >= 1 AND OMF-Oil-Num <= 30
                       MOVE OMF-Oil-Desc TO OM-Oil-Desc(OMF-Oil-Num)
                   END-IF
                   READ OilMaster
                       AT END SET OilMaster-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMaster
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
                   ELSE
                       ADD 1 TO STT-Count
                       MOVE OS-Oil-Num TO STT-Oil-Num(STT-Count)
                       MOVE OS-Unit-Size TO STT-Unit-Size(STT-Count)
                       MOVE OS-Qty-On-Hand
                         TO STT-Qty-On-Hand(STT-Count)
                       MOVE OS-Branch-Id TO STT-Branch-Id(STT-Count)
                       IF OS-Avg-Cost IS NUMERIC
                           MOVE OS-Avg-Cost
                             TO STT-Avg-Cost(STT-Count)
                       ELSE
                           MOVE ZERO TO STT-Avg-Cost(STT-Count)
                       END-IF
                       PERFORM Note-Branch
                   END-IF
                   READ OilStock
                       AT END SET End-Of-Oil-Stock TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilStock
           END-IF.

       Note-Branch.
           MOVE "N" TO BL-Found-Sw.
           PERFORM VARYING BL-Scan-Idx FROM 1 BY 1
                   UNTIL BL-Scan-Idx > BL-Count OR BL-Found
               IF BL-Branch-Id(BL-Scan-Idx) = OS-Branch-Id
                   MOVE "Y" TO BL-Found-Sw
               END-IF
           END-PERFORM.
           IF NOT BL-Found
               IF BL-Count >= 21
                   SET Branch-List-Overflow TO TRUE
               ELSE
                   ADD 1 TO BL-Count
                   MOVE OS-Branch-Id TO BL-Branch-Id(BL-Count)
               END-IF
           END-IF.

       Print-Valuation-Report.
           OPEN OUTPUT ValuationReport.
           WRITE Valuation-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Valuation-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           PERFORM VARYING BL-Scan-Idx FROM 1 BY 1
                   UNTIL BL-Scan-Idx > BL-Count
               PERFORM Print-One-Branch
           END-PERFORM.
           MOVE Grand-Qty TO GT-Qty.
           MOVE Grand-Value TO GT-Value.
           WRITE Valuation-Line FROM Grand-Total-Line
            AFTER ADVANCING 2 LINES.
           MOVE Uncosted-Count TO UL-Count.
           WRITE Valuation-Line FROM Uncosted-Line
            AFTER ADVANCING 2 LINES.
           CLOSE ValuationReport.

      * A blank branch id is stock from before branches existed - it
      * prints under its own heading like any other branch.
       Print-One-Branch.
           MOVE BL-Branch-Id(BL-Scan-Idx) TO BH-Branch-Id.
           WRITE Valuation-Line FROM Branch-Heading
            AFTER ADVANCING 2 LINES.
           WRITE Valuation-Line FROM Valuation-Heading
            AFTER ADVANCING 1 LINE.
           MOVE ZERO TO Branch-Qty Branch-Value.
           PERFORM VARYING STT-Scan-Idx FROM 1 BY 1
                   UNTIL STT-Scan-Idx > STT-Count
               IF STT-Branch-Id(STT-Scan-Idx)
                       = BL-Branch-Id(BL-Scan-Idx)
                   PERFORM Value-One-Cell
               END-IF
           END-PERFORM.
           MOVE Branch-Qty TO BT-Qty.
           MOVE Branch-Value TO BT-Value.
           WRITE Valuation-Line FROM Branch-Total-Line
            AFTER ADVANCING 1 LINE.
           ADD Branch-Qty TO Grand-Qty.
           ADD Branch-Value TO Grand-Value.

       Value-One-Cell.
           MOVE SPACES TO VD-Flag.
           IF STT-Qty-On-Hand(STT-Scan-Idx) > ZERO
               COMPUTE Cell-Value ROUNDED =
                   STT-Qty-On-Hand(STT-Scan-Idx)
                       * STT-Avg-Cost(STT-Scan-Idx)
               IF STT-Avg-Cost(STT-Scan-Idx) = ZERO
                   MOVE "NO COST" TO VD-Flag
                   ADD 1 TO Uncosted-Count
               END-IF
           ELSE
               MOVE ZERO TO Cell-Value
               IF STT-Qty-On-Hand(STT-Scan-Idx) < ZERO
                   MOVE "NEGATIVE" TO VD-Flag
               END-IF
           END-IF.
           MOVE STT-Oil-Num(STT-Scan-Idx) TO VD-Oil-Num.
           IF STT-Oil-Num(STT-Scan-Idx) IS NUMERIC
              AND STT-Oil-Num(STT-Scan-Idx) >= 1
              AND STT-Oil-Num(STT-Scan-Idx) <= 30
               MOVE OM-Oil-Desc(STT-Oil-Num(STT-Scan-Idx))
                 TO VD-Oil-Desc
           ELSE
               MOVE SPACES TO VD-Oil-Desc
           END-IF.
           MOVE STT-Unit-Size(STT-Scan-Idx) TO VD-Size.
           MOVE STT-Qty-On-Hand(STT-Scan-Idx) TO VD-Qty.
           MOVE STT-Avg-Cost(STT-Scan-Idx) TO VD-Unit-Cost.
           MOVE Cell-Value TO VD-Value.
           WRITE Valuation-Line FROM Valuation-Detail
            AFTER ADVANCING 1 LINE.
           ADD STT-Qty-On-Hand(STT-Scan-Idx) TO Branch-Qty.
           ADD Cell-Value TO Branch-Value.

       END PROGRAM STKVAL1.
