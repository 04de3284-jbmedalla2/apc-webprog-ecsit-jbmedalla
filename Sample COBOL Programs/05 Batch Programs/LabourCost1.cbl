      ******************************************************************
      * Author:
      * Date:
      * Purpose: Labour cost by branch for the RUNPARM.DAT period -
      *          the hours, wages, employer PRSI and employer pension
      *          PAYROLL1 leaves per branch on LABOUR.DAT, set against
      *          the branch's sales income for the same period off
      *          GLPOST.DAT (the SALES rows AROMRPT1 posts per
      *          GL-Branch), with the labour cost as a percentage of
      *          those sales. Names come from BRANCH.DAT when it is on
      *          disk. The sales are read off the unconsolidated
      *          postings, so the report runs after the period's sales
      *          and payroll runs and before GLCONS1 moves them to its
      *          history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.

           SELECT LabourCost ASSIGN TO "LABOUR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LabourCost-Status.

           SELECT GlPosting ASSIGN TO "GLPOST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlPosting-Status.

           SELECT BranchMaster ASSIGN TO "BRANCH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BranchMaster-Status.

           SELECT LabourReport ASSIGN TO "LABOUR.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RunParm.
       01 Run-Parm-Rec              PIC X(20).

       FD LabourCost.
       01 Labour-Cost-Rec.
           88 End-Of-Labour-Cost    VALUE HIGH-VALUES.
        02 LC-Period                PIC X(20).
        02 LC-Branch                PIC X(3).
        02 LC-Hours                 PIC 9(6)V99.
        02 LC-Gross                 PIC 9(8)V99.
        02 LC-Er-Prsi               PIC 9(7)V99.
        02 LC-Er-Pension            PIC 9(7)V99.

       FD GlPosting.
       01 Gl-Posting-Rec.
           88 End-Of-Gl-Posting        VALUE HIGH-VALUES.
        02 GL-Account                  PIC X(6).
        02 GL-Debit                    PIC S9(7)V99.
        02 GL-Credit                   PIC S9(7)V99.
        02 GL-Period                   PIC X(20).
        02 GL-Source                   PIC X(8).
        02 GL-Branch                   PIC X(3).

       FD BranchMaster.
       01 Branch-Master-Rec.
           88 End-Of-Branch-Master     VALUE HIGH-VALUES.
        02 BRF-Branch-Id               PIC X(3).
        02 BRF-Branch-Name             PIC X(20).

       FD LabourReport.
       01 Labour-Print-Line         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-RunParm-Status         PIC XX.
           88 RunParmFile-Present    VALUE "00".
       01  WS-LabourCost-Status      PIC XX.
           88 LabourCostFile-Present VALUE "00".
       01  WS-GlPosting-Status       PIC XX.
           88 GlPostingFile-Present  VALUE "00".
       01  WS-BranchMaster-Status    PIC XX.
           88 BranchMaster-Present   VALUE "00".

       01  Report-Period             PIC X(20) VALUE SPACES.

      * One slot per branch seen on either file, named off the branch
      * master where it is listed.
       01  Branch-Cost-Table.
        02  BCT-Entry OCCURS 30 TIMES.
         03 BCT-Branch-Id            PIC X(3).
         03 BCT-Branch-Name          PIC X(20).
         03 BCT-Hours                PIC 9(7)V99.
         03 BCT-Gross                PIC 9(9)V99.
         03 BCT-Er-Prsi              PIC 9(8)V99.
         03 BCT-Er-Pension           PIC 9(8)V99.
         03 BCT-Sales                PIC S9(9)V99.
       01  BCT-Count                 PIC 99 VALUE ZERO.
       01  BCT-Scan-Idx              PIC 99 VALUE ZERO.
       01  BCT-Found-Idx             PIC 99 VALUE ZERO.
       01  BCT-Found-Sw              PIC X VALUE "N".
           88 BCT-Found              VALUE "Y".
       01  BCT-Lookup-Id             PIC X(3).
       01  Table-Overflow-Sw         PIC X VALUE "N".
           88 Table-Overflow         VALUE "Y".

       01  Branch-Cost               PIC 9(9)V99 VALUE ZERO.
       01  Cost-Percent              PIC 9(5)V9 VALUE ZERO.
       01  Total-Hours               PIC 9(8)V99 VALUE ZERO.
       01  Total-Gross               PIC 9(10)V99 VALUE ZERO.
       01  Total-Er-Prsi             PIC 9(9)V99 VALUE ZERO.
       01  Total-Er-Pension          PIC 9(9)V99 VALUE ZERO.
       01  Total-Cost                PIC 9(10)V99 VALUE ZERO.
       01  Total-Sales               PIC S9(10)V99 VALUE ZERO.

       01  Labour-Heading.
        02  FILLER                   PIC X(31) VALUE
             "LABOUR COST BY BRANCH - PERIOD ".
        02  LH-Period                PIC X(20).

       01  Labour-Topic.
        02  FILLER                   PIC X(5)  VALUE "BR".
        02  FILLER                   PIC X(21) VALUE "BRANCH NAME".
        02  FILLER                   PIC X(10) VALUE "     HOURS".
        02  FILLER                   PIC X(15) VALUE
             "          WAGES".
        02  FILLER                   PIC X(13) VALUE "   EMPR PRSI".
        02  FILLER                   PIC X(13) VALUE "  EMPR PENSN".
        02  FILLER                   PIC X(14) VALUE "  TOTAL COST".
        02  FILLER                   PIC X(15) VALUE "         SALES".
        02  FILLER                   PIC X(9)  VALUE "   COST %".

       01  Labour-Detail.
        02  LD-Branch-Id             PIC X(3).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  LD-Branch-Name           PIC X(20).
        02  FILLER                   PIC X VALUE SPACE.
        02  LD-Hours                 PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  LD-Gross                 PIC ZZ,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LD-Er-Prsi               PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LD-Er-Pension            PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LD-Cost                  PIC ZZ,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LD-Sales                 PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  LD-Percent               PIC ZZZZ9.9.
        02  LD-Percent-Text REDEFINES LD-Percent PIC X(7).

       01  Labour-Total-Line.
        02  FILLER                   PIC X(24) VALUE "TOTALS".
        02  LT-Hours                 PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LT-Gross                 PIC ZZZ,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LT-Er-Prsi               PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LT-Er-Pension            PIC Z,ZZZ,ZZ9.99.
        02  LT-Cost                  PIC ZZZ,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LT-Sales                 PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  LT-Percent               PIC ZZZZ9.9.
        02  LT-Percent-Text REDEFINES LT-Percent PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Load-Report-Period.
           PERFORM Load-Branch-Names.
           PERFORM Load-Labour-Cost.
           PERFORM Load-Branch-Sales.
           PERFORM Print-Labour-Report.
           DISPLAY "LABRPT1: " BCT-Count " BRANCH(ES) FOR PERIOD "
               Report-Period.
           IF Table-Overflow
               DISPLAY "LABRPT1: BRANCH TABLE FULL - REPORT "
                   "INCOMPLETE"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Report-Period.
           OPEN INPUT RunParm.
           IF RunParmFile-Present
               READ RunParm
                   AT END MOVE SPACES TO Run-Parm-Rec
               END-READ
               MOVE Run-Parm-Rec TO Report-Period
               CLOSE RunParm
           END-IF.

      * Every listed branch gets a line, quiet or not.
       Load-Branch-Names.
           OPEN INPUT BranchMaster.
           IF BranchMaster-Present
               READ BranchMaster
                   AT END SET End-Of-Branch-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Branch-Master
                   MOVE BRF-Branch-Id TO BCT-Lookup-Id
                   PERFORM Find-Branch-Slot
                   IF BCT-Found
                       MOVE BRF-Branch-Name
                         TO BCT-Branch-Name(BCT-Found-Idx)
                   END-IF
                   READ BranchMaster
                       AT END SET End-Of-Branch-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchMaster
           END-IF.

      * Finds the slot for BCT-Lookup-Id, opening a fresh one when
      * the branch is new.
       Find-Branch-Slot.
           MOVE "N" TO BCT-Found-Sw.
           MOVE ZERO TO BCT-Found-Idx.
           PERFORM VARYING BCT-Scan-Idx FROM 1 BY 1
                   UNTIL BCT-Scan-Idx > BCT-Count OR BCT-Found
               IF BCT-Branch-Id(BCT-Scan-Idx) = BCT-Lookup-Id
                   MOVE "Y" TO BCT-Found-Sw
                   MOVE BCT-Scan-Idx TO BCT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT BCT-Found
               IF BCT-Count < 30
                   ADD 1 TO BCT-Count
                   MOVE BCT-Count TO BCT-Found-Idx
                   MOVE "Y" TO BCT-Found-Sw
                   MOVE BCT-Lookup-Id TO BCT-Branch-Id(BCT-Count)
                   IF BCT-Lookup-Id = "HO "
                       MOVE "HEAD OFFICE" TO BCT-Branch-Name(BCT-Count)
                   ELSE
                       MOVE SPACES TO BCT-Branch-Name(BCT-Count)
                   END-IF
                   MOVE ZERO TO BCT-Hours(BCT-Count)
                   MOVE ZERO TO BCT-Gross(BCT-Count)
                   MOVE ZERO TO BCT-Er-Prsi(BCT-Count)
                   MOVE ZERO TO BCT-Er-Pension(BCT-Count)
                   MOVE ZERO TO BCT-Sales(BCT-Count)
               ELSE
                   SET Table-Overflow TO TRUE
               END-IF
           END-IF.

       Load-Labour-Cost.
           OPEN INPUT LabourCost.
           IF LabourCostFile-Present
               READ LabourCost
                   AT END SET End-Of-Labour-Cost TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Labour-Cost
                   IF LC-Period = Report-Period
                       MOVE LC-Branch TO BCT-Lookup-Id
                       PERFORM Find-Branch-Slot
                       IF BCT-Found
                           ADD LC-Hours TO BCT-Hours(BCT-Found-Idx)
                           ADD LC-Gross TO BCT-Gross(BCT-Found-Idx)
                           ADD LC-Er-Prsi
                             TO BCT-Er-Prsi(BCT-Found-Idx)
                           IF LC-Er-Pension IS NUMERIC
                               ADD LC-Er-Pension
                                 TO BCT-Er-Pension(BCT-Found-Idx)
                           END-IF
                       END-IF
                   END-IF
                   READ LabourCost
                       AT END SET End-Of-Labour-Cost TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LabourCost
           END-IF.

      * Sales income is the credit less any debit on the SALES rows
      * for the period - returns and corrections net off.
       Load-Branch-Sales.
           OPEN INPUT GlPosting.
           IF GlPostingFile-Present
               READ GlPosting
                   AT END SET End-Of-Gl-Posting TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Posting
                   IF GL-Account = "SALES "
                      AND GL-Period = Report-Period
                       MOVE GL-Branch TO BCT-Lookup-Id
                       PERFORM Find-Branch-Slot
                       IF BCT-Found
                           ADD GL-Credit TO BCT-Sales(BCT-Found-Idx)
                           SUBTRACT GL-Debit
                               FROM BCT-Sales(BCT-Found-Idx)
                       END-IF
                   END-IF
                   READ GlPosting
                       AT END SET End-Of-Gl-Posting TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlPosting
           END-IF.

       Print-Labour-Report.
           OPEN OUTPUT LabourReport.
           MOVE Report-Period TO LH-Period.
           WRITE Labour-Print-Line FROM Labour-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Labour-Print-Line FROM Labour-Topic
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING BCT-Scan-Idx FROM 1 BY 1
                   UNTIL BCT-Scan-Idx > BCT-Count
               PERFORM Print-One-Branch
           END-PERFORM.
           MOVE Total-Hours TO LT-Hours.
           MOVE Total-Gross TO LT-Gross.
           MOVE Total-Er-Prsi TO LT-Er-Prsi.
           MOVE Total-Er-Pension TO LT-Er-Pension.
           MOVE Total-Cost TO LT-Cost.
           MOVE Total-Sales TO LT-Sales.
           IF Total-Sales > ZERO
               COMPUTE Cost-Percent ROUNDED =
                   Total-Cost * 100 / Total-Sales
               MOVE Cost-Percent TO LT-Percent
           ELSE
               MOVE "    N/A" TO LT-Percent-Text
           END-IF.
           WRITE Labour-Print-Line FROM Labour-Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE LabourReport.

      * No sales to set the cost against prints N/A rather than a
      * percentage of nothing.
       Print-One-Branch.
           COMPUTE Branch-Cost = BCT-Gross(BCT-Scan-Idx)
               + BCT-Er-Prsi(BCT-Scan-Idx)
               + BCT-Er-Pension(BCT-Scan-Idx).
           MOVE BCT-Branch-Id(BCT-Scan-Idx) TO LD-Branch-Id.
           MOVE BCT-Branch-Name(BCT-Scan-Idx) TO LD-Branch-Name.
           MOVE BCT-Hours(BCT-Scan-Idx) TO LD-Hours.
           MOVE BCT-Gross(BCT-Scan-Idx) TO LD-Gross.
           MOVE BCT-Er-Prsi(BCT-Scan-Idx) TO LD-Er-Prsi.
           MOVE BCT-Er-Pension(BCT-Scan-Idx) TO LD-Er-Pension.
           MOVE Branch-Cost TO LD-Cost.
           MOVE BCT-Sales(BCT-Scan-Idx) TO LD-Sales.
           IF BCT-Sales(BCT-Scan-Idx) > ZERO
               COMPUTE Cost-Percent ROUNDED =
                   Branch-Cost * 100 / BCT-Sales(BCT-Scan-Idx)
               MOVE Cost-Percent TO LD-Percent
           ELSE
               MOVE "    N/A" TO LD-Percent-Text
           END-IF.
           WRITE Labour-Print-Line FROM Labour-Detail
            AFTER ADVANCING 1 LINE.
           ADD BCT-Hours(BCT-Scan-Idx) TO Total-Hours.
           ADD BCT-Gross(BCT-Scan-Idx) TO Total-Gross.
           ADD BCT-Er-Prsi(BCT-Scan-Idx) TO Total-Er-Prsi.
           ADD BCT-Er-Pension(BCT-Scan-Idx) TO Total-Er-Pension.
           ADD Branch-Cost TO Total-Cost.
           ADD BCT-Sales(BCT-Scan-Idx) TO Total-Sales.

       END PROGRAM LABRPT1.
