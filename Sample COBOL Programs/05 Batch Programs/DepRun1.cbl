      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly depreciation run over the fixed asset
      *          register ASSETS.DAT that ASSETMNT maintains. Every
      *          asset still held is charged each month from the month
      *          it was acquired up to the month being run - the
      *          run date's, or GLCONMTH.DAT's when month end is run
      *          after the month has turned - so a missed month is
      *          caught up rather than lost, and a rerun charges
      *          nothing twice. Straight line charges cost over the
      *          useful life in months, reducing balance the annual
      *          rate on the net book value, a twelfth at a time;
      *          neither takes the book value below nil. The charge
      *          posts to GLPOST.DAT by branch, debit the asset's
      *          depreciation expense account and credit its
      *          accumulated depreciation account. An asset ASSETMNT
      *          has marked for disposal is charged up to the month
      *          before it went, then its cost, depreciation and
      *          proceeds clear through its disposal account, leaving
      *          the profit or loss on sale there. ASSETREG.RPT lists
      *          cost, accumulated depreciation and net book value
      *          per asset and agrees each cost and depreciation
      *          account to the ledger - GLBAL.DAT plus whatever still
      *          waits on GLPOST.DAT for consolidation - with a
      *          non-zero RETURN-CODE when any account differs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRUN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssetFile ASSIGN TO "ASSETS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Asset-Status.

           SELECT AssetRegister ASSIGN TO "ASSETREG.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GlPosting ASSIGN TO "GLPOST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlPosting-Status.

           SELECT GlBalances ASSIGN TO "GLBAL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlBal-Status.

      * Optional - YYYYMM being run, when it is not the month of the
      * run date; the same file GLCONS1 takes its month from.
           SELECT GlConMonth ASSIGN TO "GLCONMTH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlConMonth-Status.

           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.

      * The period-status control file PERCLOSE maintains - a run
      * whose RUNPARM.DAT period is closed refuses to start, with
      * the refusal logged to JOBLOG.DAT.
           SELECT PeriodStatus ASSIGN TO "PERIODS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Periods-Status.

           SELECT JobLog ASSIGN TO "JOBLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-JobLog-Status.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
      * The ASSETMNT register record.
       FD AssetFile.
       01 Asset-Rec.
           88 End-Of-Asset-File     VALUE HIGH-VALUES.
        02  Ast-Id                  PIC X(6).
        02  Ast-Description         PIC X(20).
        02  Ast-Branch              PIC X(3).
        02  Ast-Cost                PIC 9(7)V99.
        02  Ast-Acq-Date            PIC 9(8).
        02  Ast-Method              PIC X.
           88 Ast-Straight-Line     VALUE "S".
           88 Ast-Reducing-Balance  VALUE "R".
        02  Ast-Life-Months         PIC 9(3).
        02  Ast-Rate                PIC 99V99.
        02  Ast-Cost-Acct           PIC X(6).
        02  Ast-Accdep-Acct         PIC X(6).
        02  Ast-Expense-Acct        PIC X(6).
        02  Ast-Disposal-Acct       PIC X(6).
        02  Ast-Acc-Dep             PIC 9(7)V99.
        02  Ast-Last-Dep-Month      PIC 9(6).
        02  Ast-Status              PIC X.
           88 Ast-Active            VALUE "A".
           88 Ast-Disposal-Pending  VALUE "P".
           88 Ast-Disposed          VALUE "D".
        02  Ast-Disp-Date           PIC 9(8).
        02  Ast-Proceeds            PIC 9(7)V99.
        02  Ast-Proceeds-Acct       PIC X(6).

       FD AssetRegister.
       01 Asset-Register-Line        PIC X(100).

       FD GlPosting.
       01 Gl-Posting-Rec.
           88 End-Of-Gl-Posting        VALUE HIGH-VALUES.
        02 GL-Account                  PIC X(6).
        02 GL-Debit                    PIC S9(7)V99.
        02 GL-Credit                   PIC S9(7)V99.
        02 GL-Period                   PIC X(20).
        02 GL-Source                   PIC X(8).
      * Which branch the posting belongs to - HO for head-office
      * level journals, per-branch on the sales income rows.
        02 GL-Branch                   PIC X(3).

       FD GlBalances.
       01 Gl-Balance-Rec.
           88 End-Of-Gl-Balances       VALUE HIGH-VALUES.
        02 GB-Account                  PIC X(6).
        02 GB-Balance                  PIC S9(9)V99.

       FD GlConMonth.
       01 Gl-Con-Month-Rec             PIC X(6).

       FD RunParm.
       01 Run-Parm-Rec                PIC X(20).

       FD PeriodStatus.
       01 Period-Status-Rec.
           88 End-Of-Periods           VALUE HIGH-VALUES.
        02 PS-Period                   PIC X(20).
        02 PS-Status                   PIC X.

      * Same record JOBORCH1 appends per step.
       FD JobLog.
       01 Job-Log-Rec.
        02 JL-Run-Date                 PIC 9(8).
        02 JL-Step-Name                PIC X(8).
        02 JL-Start-Time               PIC 9(6).
        02 JL-End-Time                 PIC 9(6).
        02 JL-Return-Code              PIC S9(4).
        02 JL-Records-Read             PIC 9(7).
        02 JL-Records-Released         PIC 9(7).
        02 JL-Decision                 PIC X(10).

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

       01  WS-Asset-Status            PIC XX.
           88 AssetFile-Present       VALUE "00".
       01  WS-GlPosting-Status        PIC XX.
           88 GlPosting-Present       VALUE "00".
       01  WS-GlBal-Status            PIC XX.
           88 GlBal-Present           VALUE "00".
       01  WS-GlConMonth-Status       PIC XX.
           88 GlConMonth-Present      VALUE "00".
       01  WS-RunParm-Status          PIC XX.
           88 RunParmFile-Present     VALUE "00".
       01  WS-Periods-Status          PIC XX.
           88 PeriodsFile-Present     VALUE "00".
       01  Period-Closed-Sw           PIC X VALUE "N".
           88 Period-Closed           VALUE "Y".
       01  WS-JobLog-Status           PIC XX.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Period                 PIC X(20) VALUE SPACES.
       01  Dep-Month                  PIC 9(6) VALUE ZERO.
       01  Target-Month               PIC 9(6) VALUE ZERO.
       01  Month-Work                 PIC 9(6) VALUE ZERO.
       01  Month-Work-Parts REDEFINES Month-Work.
        02  MW-Year                   PIC 9(4).
        02  MW-Month                  PIC 99.

      * ASSETS.DAT has no key, so the register is held here whole,
      * changed in place and written back once at the end.
       01  Asset-Table.
        02  AST-Entry OCCURS 2000 TIMES.
         03 AST-Image.
          04 AST-Asset-Id            PIC X(6).
          04 FILLER                  PIC X(111).
         03 AST-Disposed-Now         PIC X.
       01  AST-Count                  PIC 9(4) VALUE ZERO.
       01  AST-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Asset-Overflow-Sw          PIC X VALUE "N".
           88 Asset-Overflow          VALUE "Y".

      * The run's postings, netted per account and branch before they
      * go to GLPOST.DAT.
       01  Post-Table.
        02  PST-Entry OCCURS 300 TIMES.
         03 PST-Account               PIC X(6).
         03 PST-Branch                PIC X(3).
         03 PST-Debit                 PIC S9(7)V99.
         03 PST-Credit                PIC S9(7)V99.
       01  PST-Count                  PIC 9(3) VALUE ZERO.
       01  PST-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  PST-Found-Idx              PIC 9(3) VALUE ZERO.
       01  PST-Found-Sw               PIC X VALUE "N".
           88 PST-Found               VALUE "Y".
       01  Post-Full-Sw               PIC X VALUE "N".
           88 Post-Full               VALUE "Y".
       01  Post-Account               PIC X(6).
       01  Post-Amount                PIC S9(7)V99 VALUE ZERO.
       01  Post-Side                  PIC X.
           88 Post-Debit-Side         VALUE "D".
           88 Post-Credit-Side        VALUE "C".

      * Register against ledger, per cost (C) and accumulated
      * depreciation (D) account. The ledger is debit-positive;
      * depreciation compares as the credit it carries.
       01  Recon-Table.
        02  RCN-Entry OCCURS 100 TIMES.
         03 RCN-Account               PIC X(6).
         03 RCN-Kind                  PIC X.
         03 RCN-Register              PIC S9(10)V99.
         03 RCN-Ledger                PIC S9(10)V99.
       01  RCN-Count                  PIC 9(3) VALUE ZERO.
       01  RCN-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  RCN-Found-Idx              PIC 9(3) VALUE ZERO.
       01  RCN-Found-Sw               PIC X VALUE "N".
           88 RCN-Found               VALUE "Y".
       01  Recon-Account              PIC X(6).
       01  Recon-Kind                 PIC X.
       01  Recon-Amount               PIC S9(10)V99 VALUE ZERO.
       01  Recon-Difference           PIC S9(10)V99 VALUE ZERO.
       01  Recon-Fail-Count           PIC 9(3) VALUE ZERO.

       01  This-Charge                PIC S9(7)V99 VALUE ZERO.
       01  Asset-Run-Charge           PIC S9(7)V99 VALUE ZERO.
       01  Net-Book-Value             PIC S9(8)V99 VALUE ZERO.
       01  Disposal-Result            PIC S9(8)V99 VALUE ZERO.
       01  Total-Cost                 PIC S9(10)V99 VALUE ZERO.
       01  Total-Acc-Dep              PIC S9(10)V99 VALUE ZERO.
       01  Total-Nbv                  PIC S9(10)V99 VALUE ZERO.
       01  Total-Run-Charge           PIC S9(10)V99 VALUE ZERO.
       01  Assets-Charged-Count       PIC 9(4) VALUE ZERO.
       01  Assets-Disposed-Count      PIC 9(4) VALUE ZERO.

       01  Register-Heading-Line.
        02  FILLER                   PIC X(29) VALUE
             "FIXED ASSET REGISTER - MONTH".
        02  RH-Month                 PIC 9(6).
        02  FILLER                   PIC X(9)  VALUE "  PERIOD ".
        02  RH-Period                PIC X(20).

       01  Register-Topic-Line.
        02  FILLER                   PIC X(8)  VALUE "ASSET".
        02  FILLER                   PIC X(21) VALUE "DESCRIPTION".
        02  FILLER                   PIC X(4)  VALUE "BR".
        02  FILLER                   PIC X(2)  VALUE "M".
        02  FILLER                   PIC X(14) VALUE "         COST".
        02  FILLER                   PIC X(14) VALUE "      ACC DEP".
        02  FILLER                   PIC X(14) VALUE "          NBV".
        02  FILLER                   PIC X(14) VALUE "     THIS RUN".

       01  Register-Detail-Line.
        02  RD-Asset-Id              PIC X(6).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  RD-Description           PIC X(20).
        02  FILLER                   PIC X    VALUE SPACE.
        02  RD-Branch                PIC X(3).
        02  FILLER                   PIC X    VALUE SPACE.
        02  RD-Method                PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  RD-Cost                  PIC ZZ,ZZZ,ZZ9.99-.
        02  RD-Acc-Dep               PIC ZZ,ZZZ,ZZ9.99-.
        02  RD-Nbv                   PIC ZZ,ZZZ,ZZ9.99-.
        02  RD-Charge                PIC ZZ,ZZZ,ZZ9.99-.

       01  Register-Total-Line.
        02  FILLER                   PIC X(35) VALUE
             "TOTAL ASSETS HELD".
        02  RT-Cost                  PIC ZZ,ZZZ,ZZ9.99-.
        02  RT-Acc-Dep               PIC ZZ,ZZZ,ZZ9.99-.
        02  RT-Nbv                   PIC ZZ,ZZZ,ZZ9.99-.
        02  RT-Charge                PIC ZZ,ZZZ,ZZ9.99-.

       01  Disposal-Heading-Line     PIC X(30) VALUE
            "DISPOSALS POSTED THIS RUN".

       01  Disposal-Detail-Line.
        02  DD-Asset-Id              PIC X(6).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  DD-Description           PIC X(14).
        02  FILLER                   PIC X    VALUE SPACE.
        02  DD-Disp-Date             PIC 9(8).
        02  FILLER                   PIC X(5) VALUE " NBV".
        02  DD-Nbv                   PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(9)  VALUE " PROCEEDS".
        02  DD-Proceeds              PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(13) VALUE " PROFIT(LOSS)".
        02  DD-Result                PIC ZZ,ZZZ,ZZ9.99-.

       01  Recon-Heading-Line        PIC X(40) VALUE
            "REGISTER AGREED TO THE LEDGER".

       01  Recon-Topic-Line.
        02  FILLER                   PIC X(8)  VALUE "ACCOUNT".
        02  FILLER                   PIC X(10) VALUE "KIND".
        02  FILLER                   PIC X(15) VALUE "      REGISTER".
        02  FILLER                   PIC X(15) VALUE "        LEDGER".
        02  FILLER                   PIC X(15) VALUE "    DIFFERENCE".

       01  Recon-Detail-Line.
        02  RC-Account               PIC X(6).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  RC-Kind                  PIC X(8).
        02  FILLER                   PIC X    VALUE SPACE.
        02  RC-Register              PIC ZZZ,ZZZ,ZZ9.99-.
        02  RC-Ledger                PIC ZZZ,ZZZ,ZZ9.99-.
        02  RC-Difference            PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X    VALUE SPACE.
        02  RC-Note                  PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Run-Period.
           PERFORM Check-Period-Status.
           IF Period-Closed
               DISPLAY "DEPRUN1: PERIOD " Run-Period
                   " IS CLOSED - RUN REFUSED"
               PERFORM Log-Period-Refusal
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "DEPRUN1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Load-Assets.
           IF Asset-Overflow
               DISPLAY "DEPRUN1: ASSETS.DAT EXCEEDS THE ASSET "
                   "TABLE - RUN ABORTED, NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Derive-Dep-Month.

           OPEN OUTPUT AssetRegister.
           MOVE Dep-Month TO RH-Month.
           MOVE Run-Period TO RH-Period.
           WRITE Asset-Register-Line FROM Register-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Asset-Register-Line FROM Register-Topic-Line
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING AST-Scan-Idx FROM 1 BY 1
                   UNTIL AST-Scan-Idx > AST-Count
               PERFORM Depreciate-One-Asset
                   THRU Depreciate-One-Asset-Exit
           END-PERFORM.
           MOVE Total-Cost TO RT-Cost.
           MOVE Total-Acc-Dep TO RT-Acc-Dep.
           MOVE Total-Nbv TO RT-Nbv.
           MOVE Total-Run-Charge TO RT-Charge.
           WRITE Asset-Register-Line FROM Register-Total-Line
            AFTER ADVANCING 2 LINES.
           IF Assets-Disposed-Count > ZERO
               PERFORM Print-Disposals
           END-IF.

           IF Post-Full
               CLOSE AssetRegister
               DISPLAY "DEPRUN1: POSTING TABLE FULL - RUN ABORTED, "
                   "NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           IF PST-Count > ZERO
               PERFORM Post-To-Ledger
           END-IF.
           IF AST-Count > ZERO
               PERFORM Save-Assets
           END-IF.

           PERFORM Reconcile-To-Ledger.
           CLOSE AssetRegister.
           DISPLAY "DEPRUN1: " Assets-Charged-Count
               " ASSET(S) CHARGED, " Assets-Disposed-Count
               " DISPOSAL(S) POSTED".
           IF Recon-Fail-Count > ZERO
               DISPLAY "DEPRUN1: " Recon-Fail-Count
                   " ACCOUNT(S) DO NOT AGREE - SEE ASSETREG.RPT"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           PERFORM Release-Run-Lock.
           GOBACK.

       Load-Run-Period.
           OPEN INPUT RunParm.
           IF RunParmFile-Present
               READ RunParm
                   AT END MOVE SPACES TO Run-Parm-Rec
               END-READ
               MOVE Run-Parm-Rec TO Run-Period
               CLOSE RunParm
           END-IF.

      * The run's period must be open - a late file or a rerun can
      * no longer post into a period the accountant has reported.
       Check-Period-Status.
           MOVE "N" TO Period-Closed-Sw.
           OPEN INPUT PeriodStatus.
           IF PeriodsFile-Present
               READ PeriodStatus
                   AT END SET End-Of-Periods TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Periods
                   IF PS-Period = Run-Period AND PS-Status = "C"
                       SET Period-Closed TO TRUE
                   END-IF
                   READ PeriodStatus
                       AT END SET End-Of-Periods TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PeriodStatus
           END-IF.

       Log-Period-Refusal.
           ACCEPT Gate-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Run-Date TO JL-Run-Date.
           MOVE "DEPRUN1 " TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-Time(1:6) TO JL-End-Time.
           MOVE 8 TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "CLOSED" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * The month's depreciation on the job log, so the
      * close-readiness check can see it ran.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Run-Date TO JL-Run-Date.
           MOVE "DEPRUN1 " TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-End-Time(1:6) TO JL-End-Time.
           MOVE RETURN-CODE TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "RUN" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

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
           ACCEPT Lock-Time-Work FROM TIME.
           OPEN OUTPUT RunLock.
           MOVE "DEPRUN1 " TO RLK-Job-Name.
           MOVE SPACES TO RLK-Operator.
           MOVE Run-Date TO RLK-Date.
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

       Load-Assets.
           OPEN INPUT AssetFile.
           IF AssetFile-Present
               MOVE SPACES TO Asset-Rec
               READ AssetFile
                   AT END SET End-Of-Asset-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Asset-File
                   IF AST-Count < 2000
                       ADD 1 TO AST-Count
                       MOVE Asset-Rec TO AST-Image(AST-Count)
                       MOVE "N" TO AST-Disposed-Now(AST-Count)
                   ELSE
                       SET Asset-Overflow TO TRUE
                   END-IF
                   MOVE SPACES TO Asset-Rec
                   READ AssetFile
                       AT END SET End-Of-Asset-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AssetFile
           END-IF.

       Save-Assets.
           OPEN OUTPUT AssetFile.
           PERFORM VARYING AST-Scan-Idx FROM 1 BY 1
                   UNTIL AST-Scan-Idx > AST-Count
               MOVE AST-Image(AST-Scan-Idx) TO Asset-Rec
               WRITE Asset-Rec
           END-PERFORM.
           CLOSE AssetFile.

       Derive-Dep-Month.
           MOVE Run-Date(1:6) TO Dep-Month.
           OPEN INPUT GlConMonth.
           IF GlConMonth-Present
               READ GlConMonth
                   AT END MOVE SPACES TO Gl-Con-Month-Rec
               END-READ
               IF Gl-Con-Month-Rec IS NUMERIC
                   MOVE Gl-Con-Month-Rec TO Dep-Month
               END-IF
               CLOSE GlConMonth
           END-IF.

      * A full month's charge in the month of acquisition, none in
      * the month of disposal.
       Depreciate-One-Asset.
           MOVE AST-Image(AST-Scan-Idx) TO Asset-Rec.
           IF Ast-Disposed
               GO TO Depreciate-One-Asset-Exit
           END-IF.
           MOVE Dep-Month TO Target-Month.
           IF Ast-Disposal-Pending
               MOVE Ast-Disp-Date(1:6) TO Month-Work
               PERFORM Step-Back-One-Month
               IF Month-Work < Target-Month
                   MOVE Month-Work TO Target-Month
               END-IF
           END-IF.
           IF Ast-Last-Dep-Month = ZERO
               MOVE Ast-Acq-Date(1:6) TO Month-Work
           ELSE
               MOVE Ast-Last-Dep-Month TO Month-Work
               PERFORM Step-On-One-Month
           END-IF.
           MOVE ZERO TO Asset-Run-Charge.
           PERFORM Charge-One-Month
               UNTIL Month-Work > Target-Month.
           IF Asset-Run-Charge > ZERO
               ADD 1 TO Assets-Charged-Count
               MOVE Ast-Expense-Acct TO Post-Account
               MOVE Asset-Run-Charge TO Post-Amount
               MOVE "D" TO Post-Side
               PERFORM Add-To-Post-Table
               MOVE Ast-Accdep-Acct TO Post-Account
               MOVE "C" TO Post-Side
               PERFORM Add-To-Post-Table
           END-IF.
           IF Ast-Disposal-Pending
              AND Ast-Disp-Date(1:6) <= Dep-Month
               PERFORM Post-One-Disposal
           ELSE
               PERFORM Print-One-Asset
           END-IF.
           MOVE Asset-Rec TO AST-Image(AST-Scan-Idx).

       Depreciate-One-Asset-Exit.
           EXIT.

       Charge-One-Month.
           COMPUTE Net-Book-Value = Ast-Cost - Ast-Acc-Dep.
           IF Ast-Straight-Line AND Ast-Life-Months > ZERO
               DIVIDE Ast-Cost BY Ast-Life-Months
                   GIVING This-Charge ROUNDED
           ELSE
               COMPUTE This-Charge ROUNDED =
                   Net-Book-Value * Ast-Rate / 1200
           END-IF.
           IF This-Charge > Net-Book-Value
               MOVE Net-Book-Value TO This-Charge
           END-IF.
           IF This-Charge < ZERO
               MOVE ZERO TO This-Charge
           END-IF.
           ADD This-Charge TO Ast-Acc-Dep.
           ADD This-Charge TO Asset-Run-Charge.
           MOVE Month-Work TO Ast-Last-Dep-Month.
           PERFORM Step-On-One-Month.

       Step-On-One-Month.
           IF MW-Month >= 12
               ADD 1 TO MW-Year
               MOVE 1 TO MW-Month
           ELSE
               ADD 1 TO MW-Month
           END-IF.

       Step-Back-One-Month.
           IF MW-Month <= 1
               SUBTRACT 1 FROM MW-Year
               MOVE 12 TO MW-Month
           ELSE
               SUBTRACT 1 FROM MW-Month
           END-IF.

      * Cost and depreciation clear through the disposal account and
      * the proceeds land there too - what is left on it is the
      * profit (credit) or loss (debit) on sale.
       Post-One-Disposal.
           COMPUTE Net-Book-Value = Ast-Cost - Ast-Acc-Dep.
           COMPUTE Disposal-Result = Ast-Proceeds - Net-Book-Value.
           MOVE Ast-Disposal-Acct TO Post-Account.
           MOVE Ast-Cost TO Post-Amount.
           MOVE "D" TO Post-Side.
           PERFORM Add-To-Post-Table.
           MOVE Ast-Cost-Acct TO Post-Account.
           MOVE "C" TO Post-Side.
           PERFORM Add-To-Post-Table.
           IF Ast-Acc-Dep > ZERO
               MOVE Ast-Accdep-Acct TO Post-Account
               MOVE Ast-Acc-Dep TO Post-Amount
               MOVE "D" TO Post-Side
               PERFORM Add-To-Post-Table
               MOVE Ast-Disposal-Acct TO Post-Account
               MOVE "C" TO Post-Side
               PERFORM Add-To-Post-Table
           END-IF.
           IF Ast-Proceeds > ZERO
               MOVE Ast-Proceeds-Acct TO Post-Account
               MOVE Ast-Proceeds TO Post-Amount
               MOVE "D" TO Post-Side
               PERFORM Add-To-Post-Table
               MOVE Ast-Disposal-Acct TO Post-Account
               MOVE "C" TO Post-Side
               PERFORM Add-To-Post-Table
           END-IF.
           SET Ast-Disposed TO TRUE.
           MOVE "Y" TO AST-Disposed-Now(AST-Scan-Idx).
           ADD 1 TO Assets-Disposed-Count.

      * Keyed on the account and the current asset's branch.
       Add-To-Post-Table.
           MOVE "N" TO PST-Found-Sw.
           MOVE ZERO TO PST-Found-Idx.
           PERFORM VARYING PST-Scan-Idx FROM 1 BY 1
                   UNTIL PST-Scan-Idx > PST-Count OR PST-Found
               IF PST-Account(PST-Scan-Idx) = Post-Account
                  AND PST-Branch(PST-Scan-Idx) = Ast-Branch
                   MOVE "Y" TO PST-Found-Sw
                   MOVE PST-Scan-Idx TO PST-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT PST-Found
               IF PST-Count < 300
                   ADD 1 TO PST-Count
                   MOVE PST-Count TO PST-Found-Idx
                   MOVE Post-Account TO PST-Account(PST-Found-Idx)
                   MOVE Ast-Branch TO PST-Branch(PST-Found-Idx)
                   MOVE ZERO TO PST-Debit(PST-Found-Idx)
                   MOVE ZERO TO PST-Credit(PST-Found-Idx)
               ELSE
                   SET Post-Full TO TRUE
               END-IF
           END-IF.
           IF PST-Found-Idx >= 1
               IF Post-Debit-Side
                   ADD Post-Amount TO PST-Debit(PST-Found-Idx)
               ELSE
                   ADD Post-Amount TO PST-Credit(PST-Found-Idx)
               END-IF
           END-IF.

       Print-One-Asset.
           COMPUTE Net-Book-Value = Ast-Cost - Ast-Acc-Dep.
           MOVE Ast-Id TO RD-Asset-Id.
           MOVE Ast-Description TO RD-Description.
           MOVE Ast-Branch TO RD-Branch.
           MOVE Ast-Method TO RD-Method.
           MOVE Ast-Cost TO RD-Cost.
           MOVE Ast-Acc-Dep TO RD-Acc-Dep.
           MOVE Net-Book-Value TO RD-Nbv.
           MOVE Asset-Run-Charge TO RD-Charge.
           WRITE Asset-Register-Line FROM Register-Detail-Line
            AFTER ADVANCING 1 LINE.
           ADD Ast-Cost TO Total-Cost.
           ADD Ast-Acc-Dep TO Total-Acc-Dep.
           ADD Net-Book-Value TO Total-Nbv.
           ADD Asset-Run-Charge TO Total-Run-Charge.
           MOVE Ast-Cost-Acct TO Recon-Account.
           MOVE "C" TO Recon-Kind.
           MOVE Ast-Cost TO Recon-Amount.
           PERFORM Add-To-Recon-Register.
           MOVE Ast-Accdep-Acct TO Recon-Account.
           MOVE "D" TO Recon-Kind.
           MOVE Ast-Acc-Dep TO Recon-Amount.
           PERFORM Add-To-Recon-Register.

      * A second pass over the table, so the disposals print together
      * under their own heading after the assets still held.
       Print-Disposals.
           WRITE Asset-Register-Line FROM Disposal-Heading-Line
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING AST-Scan-Idx FROM 1 BY 1
                   UNTIL AST-Scan-Idx > AST-Count
               MOVE AST-Image(AST-Scan-Idx) TO Asset-Rec
               IF AST-Disposed-Now(AST-Scan-Idx) = "Y"
                   PERFORM Print-One-Disposal
               END-IF
           END-PERFORM.

       Print-One-Disposal.
           COMPUTE Net-Book-Value = Ast-Cost - Ast-Acc-Dep.
           COMPUTE Disposal-Result = Ast-Proceeds - Net-Book-Value.
           MOVE Ast-Id TO DD-Asset-Id.
           MOVE Ast-Description TO DD-Description.
           MOVE Ast-Disp-Date TO DD-Disp-Date.
           MOVE Net-Book-Value TO DD-Nbv.
           MOVE Ast-Proceeds TO DD-Proceeds.
           MOVE Disposal-Result TO DD-Result.
           WRITE Asset-Register-Line FROM Disposal-Detail-Line
            AFTER ADVANCING 1 LINE.

       Post-To-Ledger.
           OPEN EXTEND GlPosting.
           IF WS-GlPosting-Status NOT = "00"
               OPEN OUTPUT GlPosting
           END-IF.
           PERFORM VARYING PST-Scan-Idx FROM 1 BY 1
                   UNTIL PST-Scan-Idx > PST-Count
               MOVE PST-Account(PST-Scan-Idx) TO GL-Account
               MOVE PST-Debit(PST-Scan-Idx) TO GL-Debit
               MOVE PST-Credit(PST-Scan-Idx) TO GL-Credit
               MOVE Run-Period TO GL-Period
               MOVE "DEPRUN1 " TO GL-Source
               MOVE PST-Branch(PST-Scan-Idx) TO GL-Branch
               WRITE Gl-Posting-Rec
           END-PERFORM.
           CLOSE GlPosting.

       Add-To-Recon-Register.
           PERFORM Find-Recon-Entry.
           IF RCN-Found-Idx >= 1
               ADD Recon-Amount TO RCN-Register(RCN-Found-Idx)
           END-IF.

       Find-Recon-Entry.
           MOVE "N" TO RCN-Found-Sw.
           MOVE ZERO TO RCN-Found-Idx.
           PERFORM VARYING RCN-Scan-Idx FROM 1 BY 1
                   UNTIL RCN-Scan-Idx > RCN-Count OR RCN-Found
               IF RCN-Account(RCN-Scan-Idx) = Recon-Account
                  AND RCN-Kind(RCN-Scan-Idx) = Recon-Kind
                   MOVE "Y" TO RCN-Found-Sw
                   MOVE RCN-Scan-Idx TO RCN-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT RCN-Found AND RCN-Count < 100
               ADD 1 TO RCN-Count
               MOVE RCN-Count TO RCN-Found-Idx
               MOVE Recon-Account TO RCN-Account(RCN-Found-Idx)
               MOVE Recon-Kind TO RCN-Kind(RCN-Found-Idx)
               MOVE ZERO TO RCN-Register(RCN-Found-Idx)
               MOVE ZERO TO RCN-Ledger(RCN-Found-Idx)
           END-IF.

      * The ledger side is GLBAL.DAT as last consolidated plus every
      * entry still on GLPOST.DAT - this run's included - so the
      * register agrees whether or not GLCONS1 has run since.
       Reconcile-To-Ledger.
           OPEN INPUT GlBalances.
           IF GlBal-Present
               READ GlBalances
                   AT END SET End-Of-Gl-Balances TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Balances
                   MOVE GB-Account TO Recon-Account
                   MOVE GB-Balance TO Recon-Amount
                   PERFORM Add-To-Recon-Ledger
                   READ GlBalances
                       AT END SET End-Of-Gl-Balances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlBalances
           END-IF.
           MOVE SPACES TO Gl-Posting-Rec.
           OPEN INPUT GlPosting.
           IF GlPosting-Present
               READ GlPosting
                   AT END SET End-Of-Gl-Posting TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Posting
                   MOVE GL-Account TO Recon-Account
                   MOVE ZERO TO Recon-Amount
                   IF GL-Debit IS NUMERIC
                       ADD GL-Debit TO Recon-Amount
                   END-IF
                   IF GL-Credit IS NUMERIC
                       SUBTRACT GL-Credit FROM Recon-Amount
                   END-IF
                   PERFORM Add-To-Recon-Ledger
                   READ GlPosting
                       AT END SET End-Of-Gl-Posting TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlPosting
           END-IF.
           WRITE Asset-Register-Line FROM Recon-Heading-Line
            AFTER ADVANCING 2 LINES.
           WRITE Asset-Register-Line FROM Recon-Topic-Line
            AFTER ADVANCING 1 LINE.
           PERFORM VARYING RCN-Scan-Idx FROM 1 BY 1
                   UNTIL RCN-Scan-Idx > RCN-Count
               PERFORM Print-One-Recon
           END-PERFORM.

      * Only accounts the register uses are compared; an account used
      * as both cost and depreciation is matched on each row.
       Add-To-Recon-Ledger.
           PERFORM VARYING RCN-Scan-Idx FROM 1 BY 1
                   UNTIL RCN-Scan-Idx > RCN-Count
               IF RCN-Account(RCN-Scan-Idx) = Recon-Account
                   IF RCN-Kind(RCN-Scan-Idx) = "C"
                       ADD Recon-Amount
                         TO RCN-Ledger(RCN-Scan-Idx)
                   ELSE
                       SUBTRACT Recon-Amount
                           FROM RCN-Ledger(RCN-Scan-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       Print-One-Recon.
           MOVE RCN-Account(RCN-Scan-Idx) TO RC-Account.
           IF RCN-Kind(RCN-Scan-Idx) = "C"
               MOVE "COST" TO RC-Kind
           ELSE
               MOVE "ACC DEP" TO RC-Kind
           END-IF.
           MOVE RCN-Register(RCN-Scan-Idx) TO RC-Register.
           MOVE RCN-Ledger(RCN-Scan-Idx) TO RC-Ledger.
           COMPUTE Recon-Difference = RCN-Register(RCN-Scan-Idx)
               - RCN-Ledger(RCN-Scan-Idx).
           MOVE Recon-Difference TO RC-Difference.
           IF Recon-Difference = ZERO
               MOVE "AGREED" TO RC-Note
           ELSE
               MOVE "*** DIFFERS ***" TO RC-Note
               ADD 1 TO Recon-Fail-Count
           END-IF.
           WRITE Asset-Register-Line FROM Recon-Detail-Line
            AFTER ADVANCING 1 LINE.

       END PROGRAM DEPRUN1.
