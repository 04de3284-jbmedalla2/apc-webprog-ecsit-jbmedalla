      *          to a dated history file and GLPOST.DAT clears, with
      *          the rejected entries left behind on it for
      *          correction - re-running the consolidation can no
      *          longer count the same postings twice. Each
      *          consolidation also appends its accepted movement per
      *          account and branch to GLMONTH.DAT under the month it
      *          consolidates (the run date's, or GLCONMTH.DAT's when
      *          month end is consolidated after the month has
      *          turned) - the monthly and branch history FINSTMT1
      *          draws the profit and loss account from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT TrialBalance ASSIGN TO "TRIALBAL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * Movement per account, branch and month, appended each
      * consolidation and never cleared.
           SELECT GlMonth ASSIGN TO "GLMONTH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlMonth-Status.

      * Optional - YYYYMM the consolidation belongs to, when it is not
      * the month of the run date.
           SELECT GlConMonth ASSIGN TO "GLCONMTH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlConMonth-Status.

           SELECT JobLog ASSIGN TO "JOBLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-JobLog-Status.
       DATA DIVISION.
       FILE SECTION.
       FD GlPosting.
        02 GC-Account                  PIC X(6).
        02 GC-Description              PIC X(20).
        02 GC-Acct-Type                PIC X.
      * The profit and loss or balance sheet line the account prints
      * under on the financial statements.
        02 GC-Report-Line              PIC X(20).

       FD GlBalances.
       01 Gl-Balance-Rec.
       FD TrialBalance.
       01 Trial-Balance-Line           PIC X(80).

       FD GlMonth.
       01 Gl-Month-Rec.
        02 GM-Account                  PIC X(6).
        02 GM-Branch                   PIC X(3).
        02 GM-Month                    PIC 9(6).
        02 GM-Movement                 PIC S9(9)V99.

       FD GlConMonth.
       01 Gl-Con-Month-Rec             PIC X(6).

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

       WORKING-STORAGE SECTION.
       01  WS-GlPosting-Status        PIC XX.
           88 GlPosting-Present       VALUE "00".
       01  Gl-Hist-File-Name           PIC X(35).
       01  Cons-Run-Date               PIC 9(8) VALUE ZERO.
       01  Cons-Run-Time               PIC 9(8) VALUE ZERO.
       01  WS-JobLog-Status            PIC XX.
       01  Cons-Start-Date             PIC 9(8) VALUE ZERO.
       01  Cons-Start-Time             PIC 9(8) VALUE ZERO.
       01  Cons-End-Time               PIC 9(8) VALUE ZERO.
       01  Entry-Accepted-Sw           PIC X VALUE "N".
           88 Entry-Accepted           VALUE "Y".
      * Rejected entries held whole while the consolidated ones
       01  BPT-Found-Sw                PIC X VALUE "N".
           88 BPT-Found                VALUE "Y".
       01  BPT-Net                     PIC S9(9)V99 VALUE ZERO.
      * This consolidation's accepted movement (debits less credits)
      * per account and branch, for GLMONTH.DAT.
       01  Month-Movement-Table.
        02  MMT-Entry OCCURS 300 TIMES.
         03 MMT-Account               PIC X(6).
         03 MMT-Branch                PIC X(3).
         03 MMT-Movement              PIC S9(9)V99.
       01  MMT-Count                   PIC 9(3) VALUE ZERO.
       01  MMT-Scan-Idx                PIC 9(3) VALUE ZERO.
       01  MMT-Found-Idx               PIC 9(3) VALUE ZERO.
       01  MMT-Found-Sw                PIC X VALUE "N".
           88 MMT-Found                VALUE "Y".
       01  MMT-Full-Sw                 PIC X VALUE "N".
           88 MMT-Full                 VALUE "Y".
       01  WS-GlMonth-Status           PIC XX.
       01  WS-GlConMonth-Status        PIC XX.
           88 GlConMonth-Present       VALUE "00".
       01  Cons-Month                  PIC 9(6) VALUE ZERO.
       01  Trial-Opening-Total         PIC S9(10)V99 VALUE ZERO.
       01  Trial-Closing-Total         PIC S9(10)V99 VALUE ZERO.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Cons-Start-Date FROM DATE YYYYMMDD.
           ACCEPT Cons-Start-Time FROM TIME.
           PERFORM Load-Gl-Chart.
           PERFORM Load-Gl-Balances.
           OPEN OUTPUT GlSummary.
               WRITE Gl-Summary-Line AFTER ADVANCING 2 LINES
               CLOSE GlSummary
               CLOSE GlErrors
               PERFORM Log-Run-Complete
               GOBACK
           END-IF.

           PERFORM Roll-Movements-Into-Balances.
           PERFORM Print-Trial-Balance.
           PERFORM Rewrite-Gl-Balances.
           PERFORM Append-Month-Movements.
           PERFORM Archive-Consolidated-Postings.

           CLOSE GlSummary.
                   " ENTRIES REJECTED - SEE GLERROR.RPT"
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF MMT-Full
               DISPLAY "GLCONS1: MONTHLY MOVEMENT TABLE FULL - "
                   "GLMONTH.DAT INCOMPLETE FOR " Cons-Month
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           GOBACK.

      * The consolidation on the job log - rejections show as its
      * non-zero RETURN-CODE - so the close-readiness check can see
      * the ledger was brought up to date.
       Log-Run-Complete.
           ACCEPT Cons-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Cons-Start-Date TO JL-Run-Date.
           MOVE "GLCONS1 " TO JL-Step-Name.
           MOVE Cons-Start-Time(1:6) TO JL-Start-Time.
           MOVE Cons-End-Time(1:6) TO JL-End-Time.
           MOVE RETURN-CODE TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "RUN" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * Pass three, once the balances have committed: every entry
      * that consolidated moves to a dated history file, rejected
      * entries stay behind on the cleared GLPOST.DAT, so the next
                  AND SRC-Balanced-Sw(SRC-Found-Idx) = "Y"
                   PERFORM Add-To-Account-Summary
                   PERFORM Add-To-Branch-Profit
                   PERFORM Add-To-Month-Movement
               ELSE
                   MOVE "OUT OF BALANCE" TO GE-Reason
                   PERFORM Write-One-Reject
       Print-Branch-Profit-Exit.
           EXIT.

       Add-To-Month-Movement.
           MOVE "N" TO MMT-Found-Sw.
           MOVE ZERO TO MMT-Found-Idx.
           PERFORM VARYING MMT-Scan-Idx FROM 1 BY 1
                   UNTIL MMT-Scan-Idx > MMT-Count OR MMT-Found
               IF MMT-Account(MMT-Scan-Idx) = GL-Account
                  AND MMT-Branch(MMT-Scan-Idx) = GL-Branch
                   MOVE "Y" TO MMT-Found-Sw
                   MOVE MMT-Scan-Idx TO MMT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT MMT-Found
               IF MMT-Count < 300
                   ADD 1 TO MMT-Count
                   MOVE MMT-Count TO MMT-Found-Idx
                   MOVE GL-Account TO MMT-Account(MMT-Found-Idx)
                   MOVE GL-Branch TO MMT-Branch(MMT-Found-Idx)
                   MOVE ZERO TO MMT-Movement(MMT-Found-Idx)
               ELSE
                   SET MMT-Full TO TRUE
               END-IF
           END-IF.
           IF MMT-Found-Idx >= 1
               ADD GL-Debit TO MMT-Movement(MMT-Found-Idx)
               SUBTRACT GL-Credit FROM MMT-Movement(MMT-Found-Idx)
           END-IF.

      * A second consolidation in the same month appends again -
      * FINSTMT1 adds the month's rows together.
       Append-Month-Movements.
           ACCEPT Cons-Run-Date FROM DATE YYYYMMDD.
           MOVE Cons-Run-Date(1:6) TO Cons-Month.
           OPEN INPUT GlConMonth.
           IF GlConMonth-Present
               READ GlConMonth
                   AT END MOVE SPACES TO Gl-Con-Month-Rec
               END-READ
               IF Gl-Con-Month-Rec IS NUMERIC
                   MOVE Gl-Con-Month-Rec TO Cons-Month
               END-IF
               CLOSE GlConMonth
           END-IF.
           OPEN EXTEND GlMonth.
           IF WS-GlMonth-Status NOT = "00"
               OPEN OUTPUT GlMonth
           END-IF.
           PERFORM VARYING MMT-Scan-Idx FROM 1 BY 1
                   UNTIL MMT-Scan-Idx > MMT-Count
               MOVE MMT-Account(MMT-Scan-Idx) TO GM-Account
               MOVE MMT-Branch(MMT-Scan-Idx) TO GM-Branch
               MOVE Cons-Month TO GM-Month
               MOVE MMT-Movement(MMT-Scan-Idx) TO GM-Movement
               WRITE Gl-Month-Rec
           END-PERFORM.
           CLOSE GlMonth.

       Print-Account-Summary.
           WRITE Gl-Summary-Line FROM Summary-Topic
            AFTER ADVANCING 2 LINES.
