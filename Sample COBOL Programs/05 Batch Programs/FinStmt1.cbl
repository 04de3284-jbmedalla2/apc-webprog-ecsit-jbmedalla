      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly financial statements - the profit and loss
      *          account and balance sheet the accountant used to
      *          retype from TRIALBAL.RPT. Each account on the chart
      *          (GLCHART.DAT) names the reporting line it prints
      *          under (its own description when left blank) and its
      *          type says where: I income and E expenditure on the
      *          profit and loss account, A assets, L liabilities and
      *          anything else capital and reserves on the balance
      *          sheet. The profit and loss account comes from the
      *          monthly movements GLCONS1 keeps on GLMONTH.DAT - this
      *          month, the financial year to date and the same month
      *          last year - consolidated and then once per branch.
      *          The balance sheet is consolidated only, since the
      *          carried balances on GLBAL.DAT have no branch: each
      *          is wound back to the month's end by the movements
      *          consolidated for later months, and the income and
      *          expenditure balances fold into one profit and loss
      *          reserve line. FINSTMT.DAT optionally names the month
      *          (YYYYMM, default the run date's) and the first month
      *          of the financial year (MM, default January). Nothing
      *          prints while GLBAL.DAT does not net to zero - the
      *          statements of an unbalanced ledger are not worth
      *          having.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlChart ASSIGN TO "GLCHART.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlChart-Status.

           SELECT GlBalances ASSIGN TO "GLBAL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlBal-Status.

           SELECT GlMonth ASSIGN TO "GLMONTH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlMonth-Status.

      * Optional - reporting month and first month of the year.
           SELECT StmtParm ASSIGN TO "FINSTMT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-StmtParm-Status.

           SELECT StmtReport ASSIGN TO "FINSTMT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GlChart.
       01 Gl-Chart-Rec.
           88 End-Of-Gl-Chart          VALUE HIGH-VALUES.
        02 GC-Account                  PIC X(6).
        02 GC-Description              PIC X(20).
        02 GC-Acct-Type                PIC X.
        02 GC-Report-Line              PIC X(20).

       FD GlBalances.
       01 Gl-Balance-Rec.
           88 End-Of-Gl-Balances       VALUE HIGH-VALUES.
        02 GB-Account                  PIC X(6).
        02 GB-Balance                  PIC S9(9)V99.

       FD GlMonth.
       01 Gl-Month-Rec.
           88 End-Of-Gl-Month          VALUE HIGH-VALUES.
        02 GM-Account                  PIC X(6).
        02 GM-Branch                   PIC X(3).
        02 GM-Month                    PIC 9(6).
        02 GM-Movement                 PIC S9(9)V99.

       FD StmtParm.
       01 Stmt-Parm-Rec.
        02 SP-Month                    PIC X(6).
        02 SP-Year-Start               PIC X(2).

       FD StmtReport.
       01 Stmt-Line                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GlChart-Status           PIC XX.
           88 GlChart-Present          VALUE "00".
       01  WS-GlBal-Status             PIC XX.
           88 GlBal-Present            VALUE "00".
       01  WS-GlMonth-Status           PIC XX.
           88 GlMonth-Present          VALUE "00".
       01  WS-StmtParm-Status          PIC XX.
           88 StmtParm-Present         VALUE "00".

       01  Run-Date                    PIC 9(8) VALUE ZERO.
       01  Report-Month                PIC 9(6) VALUE ZERO.
       01  Report-Month-Parts REDEFINES Report-Month.
        02  RM-Year                    PIC 9(4).
        02  RM-Month                   PIC 99.
       01  Year-Start-Month            PIC 9(6) VALUE ZERO.
       01  Year-Start-Parts REDEFINES Year-Start-Month.
        02  YS-Year                    PIC 9(4).
        02  YS-Month                   PIC 99.
       01  Last-Year-Month             PIC 9(6) VALUE ZERO.
       01  Fiscal-Start                PIC 99 VALUE 1.

      * The chart, each account pointing at its reporting line, and
      * the movement consolidated for months after the one reported
      * - what winds its GLBAL.DAT balance back to the month's end.
       01  Chart-Table.
        02  CHT-Entry OCCURS 100 TIMES.
         03 CHT-Account               PIC X(6).
         03 CHT-Acct-Type             PIC X.
         03 CHT-Line-Idx              PIC 99.
         03 CHT-Later                 PIC S9(10)V99.
       01  CHT-Count                   PIC 9(3) VALUE ZERO.
       01  CHT-Scan-Idx                PIC 9(3) VALUE ZERO.
       01  CHT-Found-Idx               PIC 9(3) VALUE ZERO.
       01  CHT-Found-Sw                PIC X VALUE "N".
           88 CHT-Found                VALUE "Y".
       01  Chart-Account               PIC X(6).

      * Reporting lines in the order the chart first names them; a
      * line takes its section from the first account under it.
       01  Report-Line-Table.
        02  RLT-Entry OCCURS 50 TIMES.
         03 RLT-Name                  PIC X(20).
         03 RLT-Acct-Type             PIC X.
         03 RLT-Balance               PIC S9(10)V99.
       01  RLT-Count                   PIC 99 VALUE ZERO.
       01  RLT-Scan-Idx                PIC 99 VALUE ZERO.
       01  RLT-Found-Idx               PIC 99 VALUE ZERO.
       01  RLT-Found-Sw                PIC X VALUE "N".
           88 RLT-Found                VALUE "Y".
       01  Line-Name                   PIC X(20).

      * Profit and loss by reporting line - slot 1 consolidated, one
      * further slot per branch as GLMONTH.DAT names them.
       01  Statement-Table.
        02  STB-Slot OCCURS 26 TIMES.
         03 STB-Branch-Id             PIC X(3).
         03 STB-Line OCCURS 50 TIMES.
          04 STB-Month                PIC S9(10)V99.
          04 STB-Ytd                  PIC S9(10)V99.
          04 STB-Last-Year            PIC S9(10)V99.
       01  STB-Count                   PIC 99 VALUE ZERO.
       01  STB-Scan-Idx                PIC 99 VALUE ZERO.
       01  STB-Found-Idx               PIC 99 VALUE ZERO.
       01  STB-Found-Sw                PIC X VALUE "N".
           88 STB-Found                VALUE "Y".
       01  Print-Slot-Idx              PIC 99 VALUE ZERO.

       01  Line-Amount                 PIC S9(10)V99 VALUE ZERO.
       01  Trial-Total                 PIC S9(11)V99 VALUE ZERO.
       01  Uncharted-Count             PIC 9(5) VALUE ZERO.
       01  Uncharted-Balance           PIC S9(10)V99 VALUE ZERO.
       01  Branch-Overflow-Count       PIC 9(5) VALUE ZERO.
       01  Wound-Balance               PIC S9(10)V99 VALUE ZERO.
       01  Reserve-Balance             PIC S9(10)V99 VALUE ZERO.

       01  Section-Type                PIC X.
       01  Section-Totals.
        02  SCT-Month                  PIC S9(10)V99.
        02  SCT-Ytd                    PIC S9(10)V99.
        02  SCT-Last-Year              PIC S9(10)V99.
       01  Income-Totals.
        02  INC-Month                  PIC S9(10)V99.
        02  INC-Ytd                    PIC S9(10)V99.
        02  INC-Last-Year              PIC S9(10)V99.
       01  Balance-Section-Total       PIC S9(11)V99 VALUE ZERO.
       01  Total-Assets                PIC S9(11)V99 VALUE ZERO.
       01  Total-Liabilities           PIC S9(11)V99 VALUE ZERO.
       01  Total-Capital               PIC S9(11)V99 VALUE ZERO.

       01  Pl-Heading-Line.
        02  FILLER                    PIC X(26) VALUE
             "PROFIT AND LOSS ACCOUNT - ".
        02  PLH-Scope                 PIC X(16).
        02  FILLER                    PIC X(6)  VALUE "MONTH ".
        02  PLH-Month                 PIC 9(6).

       01  Pl-Topic-Line.
        02  FILLER                    PIC X(24) VALUE SPACES.
        02  FILLER                    PIC X(17) VALUE
             "     THIS MONTH".
        02  FILLER                    PIC X(17) VALUE
             "   YEAR TO DATE".
        02  FILLER                    PIC X(17) VALUE
             "  SAME MONTH LY".

       01  Section-Heading-Line.
        02  SHL-Text                  PIC X(30).

       01  Pl-Detail-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PLD-Name                  PIC X(20).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PLD-Month                 PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PLD-Ytd                   PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PLD-Last-Year             PIC ZZZ,ZZZ,ZZ9.99-.

       01  Pl-Total-Line.
        02  PLT-Name                  PIC X(24).
        02  PLT-Month                 PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PLT-Ytd                   PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PLT-Last-Year             PIC ZZZ,ZZZ,ZZ9.99-.

       01  Bs-Heading-Line.
        02  FILLER                    PIC X(30) VALUE
             "BALANCE SHEET - CONSOLIDATED".
        02  FILLER                    PIC X(13) VALUE
             "END OF MONTH".
        02  BSH-Month                 PIC 9(6).

       01  Bs-Detail-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  BSD-Name                  PIC X(30).
        02  BSD-Amount                PIC ZZZ,ZZZ,ZZ9.99-.

       01  Bs-Total-Line.
        02  BST-Name                  PIC X(32).
        02  BST-Amount                PIC ZZZ,ZZZ,ZZ9.99-.

       01  Refusal-Line.
        02  FILLER                    PIC X(35) VALUE
             "GLBAL.DAT OUT OF BALANCE BY".
        02  RFL-Amount                PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(25) VALUE
             " - NO STATEMENTS PRODUCED".

       01  Warning-Line.
        02  WRN-Count                 PIC ZZ,ZZ9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  WRN-Text                  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Load-Stmt-Parm.
           OPEN OUTPUT StmtReport.
           PERFORM Load-Gl-Chart.
           IF NOT GlChart-Present
               MOVE "NO GLCHART.DAT - STATEMENTS NEED THE CHART"
                 TO Stmt-Line
               WRITE Stmt-Line AFTER ADVANCING 1 LINE
               CLOSE StmtReport
               DISPLAY "FINSTMT1: NO CHART OF ACCOUNTS - NOT RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Prove-Trial-Balance.
           IF NOT GlBal-Present
               MOVE "NO GLBAL.DAT - NOTHING TO REPORT" TO Stmt-Line
               WRITE Stmt-Line AFTER ADVANCING 1 LINE
               CLOSE StmtReport
               GOBACK
           END-IF.
           IF Trial-Total NOT = ZERO
               MOVE Trial-Total TO RFL-Amount
               WRITE Stmt-Line FROM Refusal-Line
                AFTER ADVANCING 1 LINE
               CLOSE StmtReport
               DISPLAY "FINSTMT1: TRIAL BALANCE OUT OF BALANCE - "
                   "NOT RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 1 TO STB-Count.
           MOVE "ALL" TO STB-Branch-Id(1).
           MOVE 1 TO STB-Found-Idx.
           PERFORM Clear-Statement-Slot.
           PERFORM Load-Month-Movements.
           PERFORM Load-Balance-Sheet.

           MOVE 1 TO Print-Slot-Idx.
           PERFORM Print-Profit-And-Loss.
           PERFORM Print-Balance-Sheet.
           PERFORM VARYING Print-Slot-Idx FROM 2 BY 1
                   UNTIL Print-Slot-Idx > STB-Count
               PERFORM Print-Profit-And-Loss
           END-PERFORM.
           PERFORM Print-Warnings.
           CLOSE StmtReport.
           GOBACK.

       Load-Stmt-Parm.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           MOVE Run-Date(1:6) TO Report-Month.
           OPEN INPUT StmtParm.
           IF StmtParm-Present
               READ StmtParm
                   AT END MOVE SPACES TO Stmt-Parm-Rec
               END-READ
               IF SP-Month IS NUMERIC
                   MOVE SP-Month TO Report-Month
               END-IF
               IF SP-Year-Start IS NUMERIC
                   MOVE SP-Year-Start TO Fiscal-Start
               END-IF
               CLOSE StmtParm
           END-IF.
           IF RM-Month < 1 OR RM-Month > 12
               MOVE Run-Date(1:6) TO Report-Month
           END-IF.
           IF Fiscal-Start < 1 OR Fiscal-Start > 12
               MOVE 1 TO Fiscal-Start
           END-IF.
           MOVE Fiscal-Start TO YS-Month.
           IF RM-Month >= Fiscal-Start
               MOVE RM-Year TO YS-Year
           ELSE
               SUBTRACT 1 FROM RM-Year GIVING YS-Year
           END-IF.
           SUBTRACT 100 FROM Report-Month GIVING Last-Year-Month.

       Load-Gl-Chart.
           OPEN INPUT GlChart.
           IF GlChart-Present
               READ GlChart
                   AT END SET End-Of-Gl-Chart TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Chart
                   IF CHT-Count < 100
                       PERFORM Add-Chart-Account
                   END-IF
                   READ GlChart
                       AT END SET End-Of-Gl-Chart TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlChart
           END-IF.

       Add-Chart-Account.
           IF GC-Report-Line = SPACES
               MOVE GC-Description TO Line-Name
           ELSE
               MOVE GC-Report-Line TO Line-Name
           END-IF.
           MOVE "N" TO RLT-Found-Sw.
           MOVE ZERO TO RLT-Found-Idx.
           PERFORM VARYING RLT-Scan-Idx FROM 1 BY 1
                   UNTIL RLT-Scan-Idx > RLT-Count OR RLT-Found
               IF RLT-Name(RLT-Scan-Idx) = Line-Name
                   MOVE "Y" TO RLT-Found-Sw
                   MOVE RLT-Scan-Idx TO RLT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT RLT-Found AND RLT-Count < 50
               ADD 1 TO RLT-Count
               MOVE RLT-Count TO RLT-Found-Idx
               MOVE Line-Name TO RLT-Name(RLT-Found-Idx)
               MOVE GC-Acct-Type TO RLT-Acct-Type(RLT-Found-Idx)
               MOVE ZERO TO RLT-Balance(RLT-Found-Idx)
           END-IF.
      * Lines past the fiftieth fold into the last one rather than
      * drop out of the totals.
           IF RLT-Found-Idx = ZERO
               MOVE RLT-Count TO RLT-Found-Idx
           END-IF.
           ADD 1 TO CHT-Count.
           MOVE GC-Account TO CHT-Account(CHT-Count).
           MOVE GC-Acct-Type TO CHT-Acct-Type(CHT-Count).
           MOVE RLT-Found-Idx TO CHT-Line-Idx(CHT-Count).
           MOVE ZERO TO CHT-Later(CHT-Count).

       Find-Chart-Account.
           MOVE "N" TO CHT-Found-Sw.
           MOVE ZERO TO CHT-Found-Idx.
           PERFORM VARYING CHT-Scan-Idx FROM 1 BY 1
                   UNTIL CHT-Scan-Idx > CHT-Count OR CHT-Found
               IF CHT-Account(CHT-Scan-Idx) = Chart-Account
                   MOVE "Y" TO CHT-Found-Sw
                   MOVE CHT-Scan-Idx TO CHT-Found-Idx
               END-IF
           END-PERFORM.

      * Debit balances positive, credit negative, as GLCONS1 carries
      * them - a ledger in balance nets to zero.
       Prove-Trial-Balance.
           OPEN INPUT GlBalances.
           IF GlBal-Present
               READ GlBalances
                   AT END SET End-Of-Gl-Balances TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Balances
                   ADD GB-Balance TO Trial-Total
                   READ GlBalances
                       AT END SET End-Of-Gl-Balances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlBalances
           END-IF.

       Load-Month-Movements.
           OPEN INPUT GlMonth.
           IF GlMonth-Present
               READ GlMonth
                   AT END SET End-Of-Gl-Month TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Month
                   PERFORM Apply-One-Month-Row
                       THRU Apply-One-Month-Row-Exit
                   READ GlMonth
                       AT END SET End-Of-Gl-Month TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlMonth
           END-IF.

      * Income shows as the credit it is and expenditure as the
      * debit, both positive on the statement.
       Apply-One-Month-Row.
           MOVE GM-Account TO Chart-Account.
           PERFORM Find-Chart-Account.
           IF NOT CHT-Found
               IF GM-Month > Report-Month
                   SUBTRACT GM-Movement FROM Uncharted-Balance
               END-IF
               GO TO Apply-One-Month-Row-Exit
           END-IF.
           IF GM-Month > Report-Month
               ADD GM-Movement TO CHT-Later(CHT-Found-Idx)
               GO TO Apply-One-Month-Row-Exit
           END-IF.
           IF CHT-Acct-Type(CHT-Found-Idx) = "I"
               COMPUTE Line-Amount = ZERO - GM-Movement
           ELSE
               IF CHT-Acct-Type(CHT-Found-Idx) = "E"
                   MOVE GM-Movement TO Line-Amount
               ELSE
                   GO TO Apply-One-Month-Row-Exit
               END-IF
           END-IF.
           IF GM-Month NOT = Report-Month
              AND GM-Month < Year-Start-Month
              AND GM-Month NOT = Last-Year-Month
               GO TO Apply-One-Month-Row-Exit
           END-IF.
           MOVE CHT-Line-Idx(CHT-Found-Idx) TO RLT-Found-Idx.
           MOVE 1 TO STB-Found-Idx.
           PERFORM Add-To-Statement-Slot.
           PERFORM Find-Branch-Slot.
           IF STB-Found-Idx >= 2
               PERFORM Add-To-Statement-Slot
           END-IF.

       Apply-One-Month-Row-Exit.
           EXIT.

       Find-Branch-Slot.
           MOVE "N" TO STB-Found-Sw.
           MOVE ZERO TO STB-Found-Idx.
           PERFORM VARYING STB-Scan-Idx FROM 2 BY 1
                   UNTIL STB-Scan-Idx > STB-Count OR STB-Found
               IF STB-Branch-Id(STB-Scan-Idx) = GM-Branch
                   MOVE "Y" TO STB-Found-Sw
                   MOVE STB-Scan-Idx TO STB-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT STB-Found
               IF STB-Count < 26
                   ADD 1 TO STB-Count
                   MOVE STB-Count TO STB-Found-Idx
                   MOVE GM-Branch TO STB-Branch-Id(STB-Found-Idx)
                   PERFORM Clear-Statement-Slot
               ELSE
                   ADD 1 TO Branch-Overflow-Count
               END-IF
           END-IF.

       Clear-Statement-Slot.
           PERFORM VARYING RLT-Scan-Idx FROM 1 BY 1
                   UNTIL RLT-Scan-Idx > 50
               MOVE ZERO TO STB-Month(STB-Found-Idx, RLT-Scan-Idx)
               MOVE ZERO TO STB-Ytd(STB-Found-Idx, RLT-Scan-Idx)
               MOVE ZERO
                 TO STB-Last-Year(STB-Found-Idx, RLT-Scan-Idx)
           END-PERFORM.

       Add-To-Statement-Slot.
           IF GM-Month = Report-Month
               ADD Line-Amount
                 TO STB-Month(STB-Found-Idx, RLT-Found-Idx)
           END-IF.
           IF GM-Month >= Year-Start-Month
              AND GM-Month <= Report-Month
               ADD Line-Amount
                 TO STB-Ytd(STB-Found-Idx, RLT-Found-Idx)
           END-IF.
           IF GM-Month = Last-Year-Month
               ADD Line-Amount
                 TO STB-Last-Year(STB-Found-Idx, RLT-Found-Idx)
           END-IF.

      * Each balance less what later months moved it by; income and
      * expenditure accounts fold into the profit and loss reserve,
      * an account off the chart into suspense.
       Load-Balance-Sheet.
           MOVE SPACES TO Gl-Balance-Rec.
           OPEN INPUT GlBalances.
           READ GlBalances
               AT END SET End-Of-Gl-Balances TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Gl-Balances
               MOVE GB-Account TO Chart-Account
               PERFORM Find-Chart-Account
               IF CHT-Found
                   COMPUTE Wound-Balance = GB-Balance
                       - CHT-Later(CHT-Found-Idx)
                   MOVE CHT-Line-Idx(CHT-Found-Idx) TO RLT-Found-Idx
                   EVALUATE CHT-Acct-Type(CHT-Found-Idx)
                       WHEN "I"
                       WHEN "E"
                           SUBTRACT Wound-Balance FROM Reserve-Balance
                       WHEN "A"
                           ADD Wound-Balance
                             TO RLT-Balance(RLT-Found-Idx)
                       WHEN OTHER
                           SUBTRACT Wound-Balance
                               FROM RLT-Balance(RLT-Found-Idx)
                   END-EVALUATE
               ELSE
                   ADD 1 TO Uncharted-Count
                   ADD GB-Balance TO Uncharted-Balance
               END-IF
               READ GlBalances
                   AT END SET End-Of-Gl-Balances TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GlBalances.

       Print-Profit-And-Loss.
           IF Print-Slot-Idx = 1
               MOVE "CONSOLIDATED" TO PLH-Scope
           ELSE
               MOVE SPACES TO PLH-Scope
               STRING "BRANCH " DELIMITED BY SIZE
                      STB-Branch-Id(Print-Slot-Idx) DELIMITED BY SIZE
                      INTO PLH-Scope
           END-IF.
           MOVE Report-Month TO PLH-Month.
           WRITE Stmt-Line FROM Pl-Heading-Line
            AFTER ADVANCING PAGE.
           WRITE Stmt-Line FROM Pl-Topic-Line
            AFTER ADVANCING 2 LINES.

           MOVE "I" TO Section-Type.
           MOVE "INCOME" TO SHL-Text.
           PERFORM Print-Pl-Section.
           MOVE "TOTAL INCOME" TO PLT-Name.
           PERFORM Print-Pl-Total.
           MOVE Section-Totals TO Income-Totals.

           MOVE "E" TO Section-Type.
           MOVE "EXPENDITURE" TO SHL-Text.
           PERFORM Print-Pl-Section.
           MOVE "TOTAL EXPENDITURE" TO PLT-Name.
           PERFORM Print-Pl-Total.

           SUBTRACT SCT-Month FROM INC-Month GIVING SCT-Month.
           SUBTRACT SCT-Ytd FROM INC-Ytd GIVING SCT-Ytd.
           SUBTRACT SCT-Last-Year FROM INC-Last-Year
               GIVING SCT-Last-Year.
           MOVE "NET PROFIT (LOSS)" TO PLT-Name.
           PERFORM Print-Pl-Total.

       Print-Pl-Section.
           WRITE Stmt-Line FROM Section-Heading-Line
            AFTER ADVANCING 2 LINES.
           MOVE ZERO TO SCT-Month SCT-Ytd SCT-Last-Year.
           PERFORM VARYING RLT-Scan-Idx FROM 1 BY 1
                   UNTIL RLT-Scan-Idx > RLT-Count
               IF RLT-Acct-Type(RLT-Scan-Idx) = Section-Type
                   MOVE RLT-Name(RLT-Scan-Idx) TO PLD-Name
                   MOVE STB-Month(Print-Slot-Idx, RLT-Scan-Idx)
                     TO PLD-Month
                   MOVE STB-Ytd(Print-Slot-Idx, RLT-Scan-Idx)
                     TO PLD-Ytd
                   MOVE STB-Last-Year(Print-Slot-Idx, RLT-Scan-Idx)
                     TO PLD-Last-Year
                   WRITE Stmt-Line FROM Pl-Detail-Line
                    AFTER ADVANCING 1 LINE
                   ADD STB-Month(Print-Slot-Idx, RLT-Scan-Idx)
                     TO SCT-Month
                   ADD STB-Ytd(Print-Slot-Idx, RLT-Scan-Idx)
                     TO SCT-Ytd
                   ADD STB-Last-Year(Print-Slot-Idx, RLT-Scan-Idx)
                     TO SCT-Last-Year
               END-IF
           END-PERFORM.

       Print-Pl-Total.
           MOVE SCT-Month TO PLT-Month.
           MOVE SCT-Ytd TO PLT-Ytd.
           MOVE SCT-Last-Year TO PLT-Last-Year.
           WRITE Stmt-Line FROM Pl-Total-Line
            AFTER ADVANCING 2 LINES.

       Print-Balance-Sheet.
           MOVE Report-Month TO BSH-Month.
           WRITE Stmt-Line FROM Bs-Heading-Line
            AFTER ADVANCING PAGE.

           MOVE "A" TO Section-Type.
           MOVE "ASSETS" TO SHL-Text.
           PERFORM Print-Bs-Section.
           IF Uncharted-Balance NOT = ZERO
               MOVE "SUSPENSE - NOT ON CHART" TO BSD-Name
               MOVE Uncharted-Balance TO BSD-Amount
               WRITE Stmt-Line FROM Bs-Detail-Line
                AFTER ADVANCING 1 LINE
               ADD Uncharted-Balance TO Balance-Section-Total
           END-IF.
           MOVE Balance-Section-Total TO Total-Assets.
           MOVE "TOTAL ASSETS" TO BST-Name.
           MOVE Total-Assets TO BST-Amount.
           WRITE Stmt-Line FROM Bs-Total-Line
            AFTER ADVANCING 2 LINES.

           MOVE "L" TO Section-Type.
           MOVE "LIABILITIES" TO SHL-Text.
           PERFORM Print-Bs-Section.
           MOVE Balance-Section-Total TO Total-Liabilities.
           MOVE "TOTAL LIABILITIES" TO BST-Name.
           MOVE Total-Liabilities TO BST-Amount.
           WRITE Stmt-Line FROM Bs-Total-Line
            AFTER ADVANCING 2 LINES.

           MOVE "NET ASSETS" TO BST-Name.
           SUBTRACT Total-Liabilities FROM Total-Assets
               GIVING Balance-Section-Total.
           MOVE Balance-Section-Total TO BST-Amount.
           WRITE Stmt-Line FROM Bs-Total-Line
            AFTER ADVANCING 2 LINES.

           MOVE "C" TO Section-Type.
           MOVE "CAPITAL AND RESERVES" TO SHL-Text.
           PERFORM Print-Bs-Section.
           MOVE "PROFIT AND LOSS RESERVE" TO BSD-Name.
           MOVE Reserve-Balance TO BSD-Amount.
           WRITE Stmt-Line FROM Bs-Detail-Line
            AFTER ADVANCING 1 LINE.
           ADD Reserve-Balance TO Balance-Section-Total.
           MOVE Balance-Section-Total TO Total-Capital.
           MOVE "TOTAL CAPITAL AND RESERVES" TO BST-Name.
           MOVE Total-Capital TO BST-Amount.
           WRITE Stmt-Line FROM Bs-Total-Line
            AFTER ADVANCING 2 LINES.

      * Section C takes every balance-sheet type that is neither A nor
      * L, so an unexpected type still lands somewhere that balances.
       Print-Bs-Section.
           WRITE Stmt-Line FROM Section-Heading-Line
            AFTER ADVANCING 2 LINES.
           MOVE ZERO TO Balance-Section-Total.
           PERFORM VARYING RLT-Scan-Idx FROM 1 BY 1
                   UNTIL RLT-Scan-Idx > RLT-Count
               IF RLT-Acct-Type(RLT-Scan-Idx) = Section-Type
                  OR (Section-Type = "C"
                      AND RLT-Acct-Type(RLT-Scan-Idx) NOT = "A"
                      AND RLT-Acct-Type(RLT-Scan-Idx) NOT = "L"
                      AND RLT-Acct-Type(RLT-Scan-Idx) NOT = "I"
                      AND RLT-Acct-Type(RLT-Scan-Idx) NOT = "E")
                   MOVE RLT-Name(RLT-Scan-Idx) TO BSD-Name
                   MOVE RLT-Balance(RLT-Scan-Idx) TO BSD-Amount
                   WRITE Stmt-Line FROM Bs-Detail-Line
                    AFTER ADVANCING 1 LINE
                   ADD RLT-Balance(RLT-Scan-Idx)
                     TO Balance-Section-Total
               END-IF
           END-PERFORM.

       Print-Warnings.
           IF Uncharted-Count > ZERO
               MOVE Uncharted-Count TO WRN-Count
               MOVE "GLBAL.DAT ACCOUNTS NOT ON THE CHART - IN SUSPENSE"
                 TO WRN-Text
               WRITE Stmt-Line FROM Warning-Line
                AFTER ADVANCING 2 LINES
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF Branch-Overflow-Count > ZERO
               MOVE Branch-Overflow-Count TO WRN-Count
               MOVE "BRANCH MOVEMENTS PAST THE 25TH - CONSOLIDATED ONLY"
                 TO WRN-Text
               WRITE Stmt-Line FROM Warning-Line
                AFTER ADVANCING 2 LINES
               MOVE 1 TO RETURN-CODE
           END-IF.

       END PROGRAM FINSTMT1.
