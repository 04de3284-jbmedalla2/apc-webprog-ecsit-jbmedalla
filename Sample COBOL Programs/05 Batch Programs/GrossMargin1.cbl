      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gross margin - reads the SALECOST.DAT rows AROMRPT1
      *          appends each run (units, sales value and the cost of
      *          those units at the stock cell's weighted average, per
      *          customer per oil), keeps the rows for the business
      *          period named on RUNPARM.DAT, and prints MARGIN.RPT:
      *          sales, cost, margin and margin percent by oil and
      *          then by customer, with the period totals. Sales drawn
      *          from stock that carried no cost yet would flatter the
      *          margin, so any line with sales but no cost is marked
      *          NOT COSTED rather than shown as pure profit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GMARGIN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SaleCost ASSIGN TO "SALECOST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SaleCost-Status.

           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.

           SELECT OilMaster ASSIGN TO "OILMAST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilMaster-Status.

           SELECT MarginReport ASSIGN TO "MARGIN.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * The layout AROMRPT1's Flush-Sale-Costs writes.
       FD SaleCost.
       01 Sale-Cost-Rec.
           88 End-Of-Sale-Cost         VALUE HIGH-VALUES.
        02 SC-Period                   PIC X(20).
        02 SC-Cust-Id                  PIC X(5).
        02 SC-Cust-Name                PIC X(20).
        02 SC-Oil-Num                  PIC 99.
        02 SC-Qty                      PIC S9(6).
        02 SC-Sales-Value              PIC S9(7)V99.
        02 SC-Cost                     PIC S9(7)V99.

       FD RunParm.
       01 Run-Parm-Rec                PIC X(20).

       FD OilMaster.
       01 Oil-Master-Rec.
        02 OMF-Oil-Num                 PIC 99.
        02 OMF-Oil-Desc                PIC X(20).
        02 OMF-Oil-Category            PIC X.

       FD MarginReport.
       01 Margin-Line                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SaleCost-Status         PIC XX.
           88 SaleCostFile-Present    VALUE "00".
       01  WS-RunParm-Status          PIC XX.
           88 RunParmFile-Present     VALUE "00".
       01  WS-OilMaster-Status        PIC XX.
           88 OilMaster-Present       VALUE "00".
       01  OilMaster-Eof-Sw           PIC X VALUE "N".
           88 OilMaster-Eof           VALUE "Y".
       01  Margin-Period              PIC X(20) VALUE SPACES.

       01  Oil-Margin-Table.
        02  OMT-Entry OCCURS 30 TIMES.
         03 OMT-Oil-Desc              PIC X(20).
         03 OMT-Qty                   PIC S9(8).
         03 OMT-Sales-Value           PIC S9(9)V99.
         03 OMT-Cost                  PIC S9(9)V99.
       01  Oil-Idx                    PIC 99 VALUE ZERO.

       01  Cust-Margin-Table.
        02  CMT-Entry OCCURS 500 TIMES.
         03 CMT-Cust-Id               PIC X(5).
         03 CMT-Cust-Name             PIC X(20).
         03 CMT-Qty                   PIC S9(8).
         03 CMT-Sales-Value           PIC S9(9)V99.
         03 CMT-Cost                  PIC S9(9)V99.
       01  CMT-Count                  PIC 9(3) VALUE ZERO.
       01  CMT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  CMT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  CMT-Found-Sw               PIC X VALUE "N".
           88 CMT-Found               VALUE "Y".
       01  Cust-Table-Overflow-Sw     PIC X VALUE "N".
           88 Cust-Table-Overflow     VALUE "Y".

       01  Rows-Read-Count            PIC 9(5) VALUE ZERO.
       01  Line-Sales-Value           PIC S9(9)V99 VALUE ZERO.
       01  Line-Cost                  PIC S9(9)V99 VALUE ZERO.
       01  Line-Margin                PIC S9(9)V99 VALUE ZERO.
       01  Line-Margin-Pct            PIC S9(5)V9 VALUE ZERO.
       01  Total-Sales-Value          PIC S9(9)V99 VALUE ZERO.
       01  Total-Cost                 PIC S9(9)V99 VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                   PIC X(24) VALUE
             "GROSS MARGIN - PERIOD ".
        02  RH-Period                PIC X(20).

       01  Oil-Section-Heading        PIC X(30)
            VALUE "MARGIN BY OIL".

       01  Cust-Section-Heading       PIC X(30)
            VALUE "MARGIN BY CUSTOMER".

       01  Margin-Heading.
        02  FILLER                   PIC X(29) VALUE SPACES.
        02  FILLER                   PIC X(10) VALUE "QTY".
        02  FILLER                   PIC X(15) VALUE "SALES".
        02  FILLER                   PIC X(15) VALUE "COST".
        02  FILLER                   PIC X(15) VALUE "MARGIN".
        02  FILLER                   PIC X(8)  VALUE "MGN %".

       01  Margin-Detail.
        02  MD-Key                   PIC X(6).
        02  MD-Name                  PIC X(21).
        02  MD-Qty                   PIC ZZZ,ZZ9-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  MD-Sales                 PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  MD-Cost                  PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  MD-Margin                PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  MD-Margin-Pct            PIC ZZZ9.9-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  MD-Flag                  PIC X(10).

       01  Margin-Total-Line.
        02  FILLER                   PIC X(35) VALUE
             "PERIOD TOTAL".
        02  MT-Sales                 PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  MT-Cost                  PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  MT-Margin                PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  MT-Margin-Pct            PIC ZZZ9.9-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Load-Run-Parm.
           PERFORM Init-Oil-Margins.
           PERFORM Load-Oil-Master.
           PERFORM Roll-Up-Sale-Costs.
           IF Cust-Table-Overflow
               DISPLAY "GMARGIN1: MORE CUSTOMERS THAN THE TABLE "
                   "HOLDS - REPORT ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF Rows-Read-Count = ZERO
               DISPLAY "GMARGIN1: NO SALECOST.DAT ROWS FOR PERIOD "
                   Margin-Period
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Print-Margin-Report.
           DISPLAY "GMARGIN1: " Rows-Read-Count
               " ROW(S) REPORTED FOR " Margin-Period.
           GOBACK.

       Load-Run-Parm.
           OPEN INPUT RunParm.
           IF RunParmFile-Present
               READ RunParm
                   AT END MOVE SPACES TO Run-Parm-Rec
               END-READ
               MOVE Run-Parm-Rec TO Margin-Period
               CLOSE RunParm
           END-IF.

       Init-Oil-Margins.
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               MOVE SPACES TO OMT-Oil-Desc(Oil-Idx)
               MOVE ZERO TO OMT-Qty(Oil-Idx)
               MOVE ZERO TO OMT-Sales-Value(Oil-Idx)
               MOVE ZERO TO OMT-Cost(Oil-Idx)
           END-PERFORM.

       Load-Oil-Master.
           OPEN INPUT OilMaster.
           IF OilMaster-Present
               READ OilMaster
                   AT END SET OilMaster-Eof TO TRUE
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OMF-Oil-Num IS NUMERIC
                      AND OMF-Oil-Num >= 1 AND OMF-Oil-Num <= 30
                       MOVE OMF-Oil-Desc TO OMT-Oil-Desc(OMF-Oil-Num)
                   END-IF
                   READ OilMaster
                       AT END SET OilMaster-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMaster
           END-IF.

       Roll-Up-Sale-Costs.
           OPEN INPUT SaleCost.
           IF SaleCostFile-Present
               READ SaleCost
                   AT END SET End-Of-Sale-Cost TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sale-Cost
                   IF SC-Period = Margin-Period
                      AND SC-Oil-Num IS NUMERIC
                      AND SC-Oil-Num >= 1 AND SC-Oil-Num <= 30
                       ADD 1 TO Rows-Read-Count
                       ADD SC-Qty TO OMT-Qty(SC-Oil-Num)
                       ADD SC-Sales-Value
                         TO OMT-Sales-Value(SC-Oil-Num)
                       ADD SC-Cost TO OMT-Cost(SC-Oil-Num)
                       PERFORM Roll-Up-Customer
                   END-IF
                   READ SaleCost
                       AT END SET End-Of-Sale-Cost TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SaleCost
           END-IF.

       Roll-Up-Customer.
           MOVE "N" TO CMT-Found-Sw.
           MOVE ZERO TO CMT-Found-Idx.
           PERFORM VARYING CMT-Scan-Idx FROM 1 BY 1
                   UNTIL CMT-Scan-Idx > CMT-Count OR CMT-Found
               IF CMT-Cust-Id(CMT-Scan-Idx) = SC-Cust-Id
                   MOVE "Y" TO CMT-Found-Sw
                   MOVE CMT-Scan-Idx TO CMT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT CMT-Found
               IF CMT-Count >= 500
                   SET Cust-Table-Overflow TO TRUE
               ELSE
                   ADD 1 TO CMT-Count
                   MOVE CMT-Count TO CMT-Found-Idx
                   MOVE SC-Cust-Id TO CMT-Cust-Id(CMT-Found-Idx)
                   MOVE SC-Cust-Name TO CMT-Cust-Name(CMT-Found-Idx)
                   MOVE ZERO TO CMT-Qty(CMT-Found-Idx)
                   MOVE ZERO TO CMT-Sales-Value(CMT-Found-Idx)
                   MOVE ZERO TO CMT-Cost(CMT-Found-Idx)
               END-IF
           END-IF.
           IF CMT-Found-Idx >= 1
               ADD SC-Qty TO CMT-Qty(CMT-Found-Idx)
               ADD SC-Sales-Value TO CMT-Sales-Value(CMT-Found-Idx)
               ADD SC-Cost TO CMT-Cost(CMT-Found-Idx)
           END-IF.

       Print-Margin-Report.
           OPEN OUTPUT MarginReport.
           MOVE Margin-Period TO RH-Period.
           WRITE Margin-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Margin-Line FROM Oil-Section-Heading
            AFTER ADVANCING 2 LINES.
           WRITE Margin-Line FROM Margin-Heading
            AFTER ADVANCING 1 LINE.
           PERFORM VARYING Oil-Idx FROM 1 BY 1 UNTIL Oil-Idx > 30
               IF OMT-Qty(Oil-Idx) NOT = ZERO
                  OR OMT-Sales-Value(Oil-Idx) NOT = ZERO
                  OR OMT-Cost(Oil-Idx) NOT = ZERO
                   MOVE SPACES TO MD-Key
                   MOVE Oil-Idx TO MD-Key(3:2)
                   MOVE OMT-Oil-Desc(Oil-Idx) TO MD-Name
                   MOVE OMT-Qty(Oil-Idx) TO MD-Qty
                   MOVE OMT-Sales-Value(Oil-Idx) TO Line-Sales-Value
                   MOVE OMT-Cost(Oil-Idx) TO Line-Cost
                   PERFORM Print-Margin-Detail
                   ADD Line-Sales-Value TO Total-Sales-Value
                   ADD Line-Cost TO Total-Cost
               END-IF
           END-PERFORM.
           PERFORM Print-Margin-Total.

           WRITE Margin-Line FROM Cust-Section-Heading
            AFTER ADVANCING 3 LINES.
           WRITE Margin-Line FROM Margin-Heading
            AFTER ADVANCING 1 LINE.
           PERFORM VARYING CMT-Scan-Idx FROM 1 BY 1
                   UNTIL CMT-Scan-Idx > CMT-Count
               MOVE CMT-Cust-Id(CMT-Scan-Idx) TO MD-Key
               MOVE CMT-Cust-Name(CMT-Scan-Idx) TO MD-Name
               MOVE CMT-Qty(CMT-Scan-Idx) TO MD-Qty
               MOVE CMT-Sales-Value(CMT-Scan-Idx) TO Line-Sales-Value
               MOVE CMT-Cost(CMT-Scan-Idx) TO Line-Cost
               PERFORM Print-Margin-Detail
           END-PERFORM.
           PERFORM Print-Margin-Total.
           CLOSE MarginReport.

      * Margin percent is on sales; a line with no sales value shows
      * none rather than dividing by zero.
       Print-Margin-Detail.
           COMPUTE Line-Margin = Line-Sales-Value - Line-Cost.
           IF Line-Sales-Value NOT = ZERO
               COMPUTE Line-Margin-Pct ROUNDED =
                   Line-Margin * 100 / Line-Sales-Value
           ELSE
               MOVE ZERO TO Line-Margin-Pct
           END-IF.
           MOVE Line-Sales-Value TO MD-Sales.
           MOVE Line-Cost TO MD-Cost.
           MOVE Line-Margin TO MD-Margin.
           MOVE Line-Margin-Pct TO MD-Margin-Pct.
           IF Line-Cost = ZERO AND Line-Sales-Value NOT = ZERO
               MOVE "NOT COSTED" TO MD-Flag
           ELSE
               MOVE SPACES TO MD-Flag
           END-IF.
           WRITE Margin-Line FROM Margin-Detail
            AFTER ADVANCING 1 LINE.

      * Both sections cover the same rows, so both print the same
      * period total.
       Print-Margin-Total.
           COMPUTE Line-Margin = Total-Sales-Value - Total-Cost.
           IF Total-Sales-Value NOT = ZERO
               COMPUTE Line-Margin-Pct ROUNDED =
                   Line-Margin * 100 / Total-Sales-Value
           ELSE
               MOVE ZERO TO Line-Margin-Pct
           END-IF.
           MOVE Total-Sales-Value TO MT-Sales.
           MOVE Total-Cost TO MT-Cost.
           MOVE Line-Margin TO MT-Margin.
           MOVE Line-Margin-Pct TO MT-Margin-Pct.
           WRITE Margin-Line FROM Margin-Total-Line
            AFTER ADVANCING 2 LINES.

       END PROGRAM GMARGIN1.
