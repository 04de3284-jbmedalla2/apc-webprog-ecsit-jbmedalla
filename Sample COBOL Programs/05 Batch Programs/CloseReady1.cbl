      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end close readiness - the check PERCLOSE wants
      *          passed before it will close the period named on
      *          RUNPARM.DAT. CLOSECHK.DAT is the checklist: a P row
      *          per period gives the date the period's runs count
      *          from and how many days a bank item may stand
      *          unmatched (30 when left blank), and S rows name the
      *          steps that must have run for it - a blank period on
      *          an S row means every period. Each step must show on
      *          JOBLOG.DAT since that date, its latest run there
      *          ending with a zero RETURN-CODE - a step that never
      *          writes JOBLOG.DAT cannot be confirmed and is a
      *          blocker until the checklist drops it; VATRTN1 must
      *          also have filed the period's row on VATLEDGER.DAT.
      *          Every close also needs GLPOST.DAT to hold nothing for
      *          the period still waiting on GLCONS1, no item on
      *          BANKREC1's BANKREC-CF.DAT unmatched for longer than
      *          the period allows, and the trial balance on GLBAL.DAT
      *          to net to zero. CLOSEREADY.RPT prints each item with
      *          OK or BLOCKER and why, and the outcome is kept per
      *          period on CLOSEREADY.DAT for PERCLOSE - a period with
      *          any blocker comes back as a non-zero RETURN-CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSERDY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.

           SELECT CloseCheck ASSIGN TO "CLOSECHK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CloseCheck-Status.

           SELECT JobLog ASSIGN TO "JOBLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-JobLog-Status.

           SELECT VatLedger ASSIGN TO "VATLEDGER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VatLedger-Status.

           SELECT GlPosting ASSIGN TO "GLPOST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlPosting-Status.

           SELECT CarryForward ASSIGN TO "BANKREC-CF.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CarryFwd-Status.

           SELECT GlBalances ASSIGN TO "GLBAL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlBal-Status.

           SELECT ReadyReport ASSIGN TO "CLOSEREADY.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The latest outcome per period - PERCLOSE reads it before it
      * will close.
           SELECT CloseReady ASSIGN TO "CLOSEREADY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CloseReady-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RunParm.
       01 Run-Parm-Rec                PIC X(20).

       FD CloseCheck.
       01 Close-Check-Rec.
           88 End-Of-Close-Check       VALUE HIGH-VALUES.
        02 CK-Rec-Type                 PIC X.
           88 Period-Rec               VALUE "P".
           88 Step-Rec                 VALUE "S".
        02 CK-Period                   PIC X(20).
        02 CK-Rec-Body                 PIC X(11).
        02 CK-Period-Body REDEFINES CK-Rec-Body.
         03 CK-From-Date               PIC 9(8).
         03 CK-Bank-Age                PIC 9(3).
        02 CK-Step-Body REDEFINES CK-Rec-Body.
         03 CK-Step-Name               PIC X(8).
         03 FILLER                     PIC X(3).

       FD JobLog.
       01 Job-Log-Rec.
           88 End-Of-Job-Log           VALUE HIGH-VALUES.
        02 JL-Run-Date                 PIC 9(8).
        02 JL-Step-Name                PIC X(8).
        02 JL-Start-Time               PIC 9(6).
        02 JL-End-Time                 PIC 9(6).
        02 JL-Return-Code              PIC S9(4).
        02 JL-Records-Read             PIC 9(7).
        02 JL-Records-Released         PIC 9(7).
        02 JL-Decision                 PIC X(10).

       FD VatLedger.
       01 Vat-Ledger-Rec.
           88 End-Of-Vat-Ledger        VALUE HIGH-VALUES.
        02 VL-Period                   PIC X(20).
        02 FILLER                      PIC X(60).

       FD GlPosting.
       01 Gl-Posting-Rec.
           88 End-Of-Gl-Posting        VALUE HIGH-VALUES.
        02 GL-Account                  PIC X(6).
        02 GL-Debit                    PIC S9(7)V99.
        02 GL-Credit                   PIC S9(7)V99.
        02 GL-Period                   PIC X(20).
        02 GL-Source                   PIC X(8).
        02 GL-Branch                   PIC X(3).

       FD CarryForward.
       01 Carry-Forward-Rec.
           88 End-Of-Carry-Forward     VALUE HIGH-VALUES.
        02 CF-Side                     PIC X.
           88 Carried-Ours             VALUE "O".
           88 Carried-Theirs           VALUE "T".
           88 Carried-Balance          VALUE "B".
        02 CF-Source                   PIC X(8).
        02 CF-Dr-Cr                    PIC X.
        02 CF-Amount                   PIC 9(9)V99.
        02 CF-Reference                PIC X(10).
        02 CF-Since                    PIC 9(8).

       FD GlBalances.
       01 Gl-Balance-Rec.
           88 End-Of-Gl-Balances       VALUE HIGH-VALUES.
        02 GB-Account                  PIC X(6).
        02 GB-Balance                  PIC S9(9)V99.

       FD ReadyReport.
       01 Ready-Line                   PIC X(80).

       FD CloseReady.
       01 Close-Ready-Rec.
           88 End-Of-Close-Ready       VALUE HIGH-VALUES.
        02 CR-Period                   PIC X(20).
        02 CR-Result                   PIC X.
        02 CR-Date                     PIC 9(8).
        02 CR-Time                     PIC 9(6).
        02 CR-Blockers                 PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-RunParm-Status           PIC XX.
           88 RunParmFile-Present      VALUE "00".
       01  WS-CloseCheck-Status        PIC XX.
           88 CloseCheck-Present       VALUE "00".
       01  WS-JobLog-Status            PIC XX.
           88 JobLog-Present           VALUE "00".
       01  WS-VatLedger-Status         PIC XX.
           88 VatLedger-Present        VALUE "00".
       01  WS-GlPosting-Status         PIC XX.
           88 GlPosting-Present        VALUE "00".
       01  WS-CarryFwd-Status          PIC XX.
           88 CarryFwdFile-Present     VALUE "00".
       01  WS-GlBal-Status             PIC XX.
           88 GlBal-Present            VALUE "00".
       01  WS-CloseReady-Status        PIC XX.
           88 CloseReady-Present       VALUE "00".

       01  Run-Date                    PIC 9(8) VALUE ZERO.
       01  Run-Time                    PIC 9(8) VALUE ZERO.
       01  Run-Period                  PIC X(20) VALUE SPACES.
       01  Period-Row-Sw               PIC X VALUE "N".
           88 Period-Row-Found         VALUE "Y".
       01  Period-From-Date            PIC 9(8) VALUE ZERO.
       01  Bank-Age-Limit              PIC 9(3) VALUE 30.
       01  Blocker-Count               PIC 9(3) VALUE ZERO.

      * The steps the checklist wants for the period, each with the
      * latest run JOBLOG.DAT shows for it since the period opened.
       01  Step-Table.
        02  STP-Entry OCCURS 30 TIMES.
         03 STP-Step-Name             PIC X(8).
         03 STP-Seen-Sw               PIC X.
            88 STP-Seen               VALUE "Y".
         03 STP-Last-Date             PIC 9(8).
         03 STP-Last-RC               PIC S9(4).
         03 STP-Last-Decision         PIC X(10).
         03 STP-Logged-Sw             PIC X.
            88 STP-Logged             VALUE "Y".
       01  STP-Count                   PIC 99 VALUE ZERO.
       01  STP-Scan-Idx                PIC 99 VALUE ZERO.
       01  STP-Look-Idx                PIC 99 VALUE ZERO.
       01  STP-Found-Idx               PIC 99 VALUE ZERO.
       01  STP-Found-Sw                PIC X VALUE "N".
           88 STP-Found                VALUE "Y".

      * The steps that put a record on JOBLOG.DAT when they finish -
      * JOBORCH1's own steps and the standalone runs that log their
      * completion. Any other name on the checklist could never be
      * seen to have run.
       01  Logged-Step-Values.
        02  FILLER                    PIC X(8) VALUE "SNAPSHT1".
        02  FILLER                    PIC X(8) VALUE "INTGCHK1".
        02  FILLER                    PIC X(8) VALUE "RATECHK1".
        02  FILLER                    PIC X(8) VALUE "AROMRPT1".
        02  FILLER                    PIC X(8) VALUE "RPTDIST1".
        02  FILLER                    PIC X(8) VALUE "RPTHKP1 ".
        02  FILLER                    PIC X(8) VALUE "PAYROLL1".
        02  FILLER                    PIC X(8) VALUE "VATRTN1 ".
        02  FILLER                    PIC X(8) VALUE "FXREVAL1".
        02  FILLER                    PIC X(8) VALUE "GLCONS1 ".
        02  FILLER                    PIC X(8) VALUE "BANKREC1".
        02  FILLER                    PIC X(8) VALUE "DEPRUN1 ".
        02  FILLER                    PIC X(8) VALUE "SUPINVC1".
        02  FILLER                    PIC X(8) VALUE "SUPPAY1 ".
        02  FILLER                    PIC X(8) VALUE "TUITION1".
        02  FILLER                    PIC X(8) VALUE "TUITPLAN".
        02  FILLER                    PIC X(8) VALUE "FEEBILL1".
       01  FILLER REDEFINES Logged-Step-Values.
        02  LGS-Step-Name             PIC X(8) OCCURS 17 TIMES.
       01  LGS-Scan-Idx                PIC 99 VALUE ZERO.

       01  Vat-Row-Sw                  PIC X VALUE "N".
           88 Vat-Row-Found            VALUE "Y".
       01  Pending-Postings            PIC 9(5) VALUE ZERO.
       01  Overdue-Items               PIC 9(5) VALUE ZERO.
       01  Undated-Items               PIC 9(5) VALUE ZERO.
       01  Oldest-Since                PIC 9(8) VALUE ZERO.
       01  Run-Day-Number              PIC 9(7) VALUE ZERO.
       01  Item-Age                    PIC S9(7) VALUE ZERO.
       01  Trial-Total                 PIC S9(11)V99 VALUE ZERO.

      * Day number of a yyyymmdd date, so item ages count across
      * month and year ends.
       01  DN-Date                    PIC 9(8) VALUE ZERO.
       01  DN-Date-Parts REDEFINES DN-Date.
        02 DN-Year                    PIC 9(4).
        02 DN-Month                   PIC 99.
        02 DN-Day                     PIC 99.
       01  DN-Work-Year               PIC 9(4) VALUE ZERO.
       01  DN-Month-Shift             PIC 99 VALUE ZERO.
       01  DN-Era                     PIC 9(3) VALUE ZERO.
       01  DN-Year-Of-Era             PIC 9(3) VALUE ZERO.
       01  DN-Temp                    PIC 9(6) VALUE ZERO.
       01  DN-Day-Of-Year             PIC 9(3) VALUE ZERO.
       01  DN-Quad                    PIC 9(3) VALUE ZERO.
       01  DN-Century                 PIC 9(3) VALUE ZERO.
       01  DN-Day-Number              PIC 9(7) VALUE ZERO.

       01  Ready-Table.
        02  RDY-Entry OCCURS 100 TIMES.
         03 RDY-Period                PIC X(20).
         03 RDY-Result                PIC X.
         03 RDY-Date                  PIC 9(8).
         03 RDY-Time                  PIC 9(6).
         03 RDY-Blockers              PIC 9(3).
       01  RDY-Count                   PIC 9(3) VALUE ZERO.
       01  RDY-Scan-Idx                PIC 9(3) VALUE ZERO.
       01  RDY-Found-Idx               PIC 9(3) VALUE ZERO.
       01  RDY-Found-Sw                PIC X VALUE "N".
           88 RDY-Found                VALUE "Y".

       01  Ready-Heading.
        02  FILLER                   PIC X(28) VALUE
             "MONTH-END CLOSE READINESS - ".
        02  RH-Period                PIC X(20).
        02  FILLER                   PIC X(5)  VALUE "RUN ".
        02  RH-Date                  PIC 9(8).

       01  Ready-Column-Heading.
        02  FILLER                   PIC X(22) VALUE "ITEM".
        02  FILLER                   PIC X(9)  VALUE "STATUS".
        02  FILLER                   PIC X(30) VALUE "DETAIL".

       01  Ready-Detail.
        02  RD-Item                  PIC X(20).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  RD-Status                PIC X(7).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  RD-Detail                PIC X(49).

       01  Ready-Footing.
        02  RF-Blockers              PIC ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  RF-Text                  PIC X(40).

       01  Detail-Date                 PIC 9(8) VALUE ZERO.
       01  Detail-Count                PIC ZZZZ9.
       01  Detail-RC                   PIC -ZZZ9.
       01  Detail-Age                  PIC ZZ9.
       01  Detail-Amount               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           ACCEPT Run-Time FROM TIME.
           PERFORM Load-Run-Parm.
           IF Run-Period = SPACES
               DISPLAY "CLOSERDY: NO PERIOD ON RUNPARM.DAT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Close-Checklist.
           PERFORM Load-Job-Log.

           OPEN OUTPUT ReadyReport.
           MOVE Run-Period TO RH-Period.
           MOVE Run-Date TO RH-Date.
           WRITE Ready-Line FROM Ready-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Ready-Line FROM Ready-Column-Heading
            AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Ready-Line.
           WRITE Ready-Line AFTER ADVANCING 1 LINE.

           PERFORM Check-Period-Row.
           PERFORM VARYING STP-Scan-Idx FROM 1 BY 1
                   UNTIL STP-Scan-Idx > STP-Count
               PERFORM Check-One-Step THRU Check-One-Step-Exit
           END-PERFORM.
           PERFORM Check-Pending-Postings.
           PERFORM Check-Bank-Items.
           PERFORM Check-Trial-Balance.

           MOVE Blocker-Count TO RF-Blockers.
           IF Blocker-Count = ZERO
               MOVE "BLOCKERS - PERIOD READY TO CLOSE" TO RF-Text
           ELSE
               MOVE "BLOCKER(S) - PERIOD NOT READY TO CLOSE"
                 TO RF-Text
           END-IF.
           WRITE Ready-Line FROM Ready-Footing
            AFTER ADVANCING 2 LINES.
           CLOSE ReadyReport.

           PERFORM Record-Readiness.
           IF Blocker-Count > ZERO
               DISPLAY "CLOSERDY: PERIOD " Run-Period " NOT READY - "
                   Blocker-Count " BLOCKER(S), SEE CLOSEREADY.RPT"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "CLOSERDY: PERIOD " Run-Period
                   " READY TO CLOSE"
           END-IF.
           GOBACK.

       Load-Run-Parm.
           OPEN INPUT RunParm.
           IF RunParmFile-Present
               READ RunParm
                   AT END MOVE SPACES TO Run-Parm-Rec
               END-READ
               MOVE Run-Parm-Rec TO Run-Period
               CLOSE RunParm
           END-IF.

      * The period's own P row, and its S rows plus the every-period
      * ones - a step named twice is checked once.
       Load-Close-Checklist.
           OPEN INPUT CloseCheck.
           IF CloseCheck-Present
               READ CloseCheck
                   AT END SET End-Of-Close-Check TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Close-Check
                   EVALUATE TRUE
                       WHEN Period-Rec AND CK-Period = Run-Period
                           SET Period-Row-Found TO TRUE
                           IF CK-From-Date IS NUMERIC
                               MOVE CK-From-Date TO Period-From-Date
                           END-IF
                           IF CK-Bank-Age IS NUMERIC
                              AND CK-Bank-Age > ZERO
                               MOVE CK-Bank-Age TO Bank-Age-Limit
                           END-IF
                       WHEN Step-Rec AND (CK-Period = Run-Period
                                          OR CK-Period = SPACES)
                           PERFORM Add-Checklist-Step
                   END-EVALUATE
                   READ CloseCheck
                       AT END SET End-Of-Close-Check TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CloseCheck
           END-IF.

       Add-Checklist-Step.
           PERFORM Find-Step.
           IF NOT STP-Found AND STP-Count < 30
               ADD 1 TO STP-Count
               MOVE CK-Step-Name TO STP-Step-Name(STP-Count)
               MOVE "N" TO STP-Seen-Sw(STP-Count)
               MOVE ZERO TO STP-Last-Date(STP-Count)
               MOVE ZERO TO STP-Last-RC(STP-Count)
               MOVE SPACES TO STP-Last-Decision(STP-Count)
               MOVE "N" TO STP-Logged-Sw(STP-Count)
               PERFORM VARYING LGS-Scan-Idx FROM 1 BY 1
                       UNTIL LGS-Scan-Idx > 17
                          OR STP-Logged(STP-Count)
                   IF LGS-Step-Name(LGS-Scan-Idx) = CK-Step-Name
                       SET STP-Logged(STP-Count) TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       Find-Step.
           MOVE "N" TO STP-Found-Sw.
           MOVE ZERO TO STP-Found-Idx.
           PERFORM VARYING STP-Look-Idx FROM 1 BY 1
                   UNTIL STP-Look-Idx > STP-Count OR STP-Found
               IF STP-Step-Name(STP-Look-Idx) = CK-Step-Name
                   SET STP-Found TO TRUE
                   MOVE STP-Look-Idx TO STP-Found-Idx
               END-IF
           END-PERFORM.

      * The log is in run order, so the last record for a step since
      * the period opened is its latest run. A step the calendar
      * skipped did not run and leaves the earlier record standing.
      * Without the period's P row no run can be said to belong to
      * it.
       Load-Job-Log.
           IF NOT Period-Row-Found
               MOVE 99999999 TO Period-From-Date
           END-IF.
           OPEN INPUT JobLog.
           IF JobLog-Present
               READ JobLog
                   AT END SET End-Of-Job-Log TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Job-Log
                   MOVE JL-Step-Name TO CK-Step-Name
                   PERFORM Find-Step
                   IF STP-Found
                      AND JL-Run-Date IS NUMERIC
                      AND JL-Run-Date >= Period-From-Date
                      AND JL-Decision NOT = "SKIPPED"
                       SET STP-Seen(STP-Found-Idx) TO TRUE
                       MOVE JL-Run-Date TO STP-Last-Date(STP-Found-Idx)
                       MOVE JL-Return-Code
                         TO STP-Last-RC(STP-Found-Idx)
                       MOVE JL-Decision
                         TO STP-Last-Decision(STP-Found-Idx)
                   END-IF
                   READ JobLog
                       AT END SET End-Of-Job-Log TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JobLog
           END-IF.

       Check-Period-Row.
           MOVE "CHECKLIST" TO RD-Item.
           MOVE SPACES TO RD-Detail.
           IF Period-Row-Found
               MOVE "OK" TO RD-Status
               MOVE Period-From-Date TO Detail-Date
               MOVE Bank-Age-Limit TO Detail-Age
               STRING "PERIOD FROM " DELIMITED BY SIZE
                      Detail-Date DELIMITED BY SIZE
                      ", BANK ITEMS TO " DELIMITED BY SIZE
                      Detail-Age DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                      INTO RD-Detail
           ELSE
               MOVE "BLOCKER" TO RD-Status
               ADD 1 TO Blocker-Count
               MOVE "NO P ROW FOR THE PERIOD ON CLOSECHK.DAT"
                 TO RD-Detail
           END-IF.
           WRITE Ready-Line FROM Ready-Detail
            AFTER ADVANCING 1 LINE.

      * A run counts only when it finished clean - a refusal, an
      * abort or a held run leaves the step a blocker until rerun.
      * JOBORCH1 leaves the decision blank on a step it ran, so a
      * blank decision with a zero RETURN-CODE is a clean run too.
       Check-One-Step.
           MOVE STP-Step-Name(STP-Scan-Idx) TO RD-Item.
           MOVE SPACES TO RD-Detail.
           MOVE STP-Last-Date(STP-Scan-Idx) TO Detail-Date.
           MOVE STP-Last-RC(STP-Scan-Idx) TO Detail-RC.
           IF NOT STP-Logged(STP-Scan-Idx)
               MOVE "BLOCKER" TO RD-Status
               ADD 1 TO Blocker-Count
               MOVE "STEP WRITES NO JOBLOG.DAT RECORD - NOT CHECKABLE"
                 TO RD-Detail
               PERFORM Write-Ready-Detail
               GO TO Check-One-Step-Exit
           END-IF.
           IF NOT STP-Seen(STP-Scan-Idx)
               MOVE "BLOCKER" TO RD-Status
               ADD 1 TO Blocker-Count
               MOVE "NO RUN ON JOBLOG.DAT FOR THE PERIOD" TO RD-Detail
               PERFORM Write-Ready-Detail
               GO TO Check-One-Step-Exit
           END-IF.
           IF STP-Last-RC(STP-Scan-Idx) NOT = ZERO
              OR (STP-Last-Decision(STP-Scan-Idx) NOT = "RUN"
                  AND STP-Last-Decision(STP-Scan-Idx) NOT = "RESUMED"
                  AND STP-Last-Decision(STP-Scan-Idx) NOT = SPACES)
               MOVE "BLOCKER" TO RD-Status
               ADD 1 TO Blocker-Count
               STRING "LAST RUN " DELIMITED BY SIZE
                      Detail-Date DELIMITED BY SIZE
                      " RC" DELIMITED BY SIZE
                      Detail-RC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      STP-Last-Decision(STP-Scan-Idx)
                          DELIMITED BY SPACE
                      INTO RD-Detail
               PERFORM Write-Ready-Detail
               GO TO Check-One-Step-Exit
           END-IF.
           IF STP-Step-Name(STP-Scan-Idx) = "VATRTN1"
               PERFORM Find-Vat-Ledger-Row
               IF NOT Vat-Row-Found
                   MOVE "BLOCKER" TO RD-Status
                   ADD 1 TO Blocker-Count
                   MOVE "RUN BUT NO VATLEDGER.DAT ROW FOR THE PERIOD"
                     TO RD-Detail
                   PERFORM Write-Ready-Detail
                   GO TO Check-One-Step-Exit
               END-IF
           END-IF.
           MOVE "OK" TO RD-Status.
           STRING "RUN " DELIMITED BY SIZE
                  Detail-Date DELIMITED BY SIZE
                  " RC" DELIMITED BY SIZE
                  Detail-RC DELIMITED BY SIZE
                  INTO RD-Detail.
           PERFORM Write-Ready-Detail.

       Check-One-Step-Exit.
           EXIT.

       Write-Ready-Detail.
           WRITE Ready-Line FROM Ready-Detail
            AFTER ADVANCING 1 LINE.

       Find-Vat-Ledger-Row.
           MOVE "N" TO Vat-Row-Sw.
           OPEN INPUT VatLedger.
           IF VatLedger-Present
               READ VatLedger
                   AT END SET End-Of-Vat-Ledger TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Vat-Ledger OR Vat-Row-Found
                   IF VL-Period = Run-Period
                       SET Vat-Row-Found TO TRUE
                   END-IF
                   READ VatLedger
                       AT END SET End-Of-Vat-Ledger TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VatLedger
           END-IF.

      * GLCONS1 clears what it consolidates, so anything for the
      * period still on GLPOST.DAT has not reached the ledger.
       Check-Pending-Postings.
           MOVE ZERO TO Pending-Postings.
           OPEN INPUT GlPosting.
           IF GlPosting-Present
               READ GlPosting
                   AT END SET End-Of-Gl-Posting TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Posting
                   IF GL-Period = Run-Period
                       ADD 1 TO Pending-Postings
                   END-IF
                   READ GlPosting
                       AT END SET End-Of-Gl-Posting TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GlPosting
           END-IF.
           MOVE "GL POSTINGS" TO RD-Item.
           MOVE SPACES TO RD-Detail.
           MOVE Pending-Postings TO Detail-Count.
           IF Pending-Postings = ZERO
               MOVE "OK" TO RD-Status
               MOVE "NOTHING WAITING ON GLPOST.DAT" TO RD-Detail
           ELSE
               MOVE "BLOCKER" TO RD-Status
               ADD 1 TO Blocker-Count
               STRING Detail-Count DELIMITED BY SIZE
                      " POSTING(S) NOT CONSOLIDATED" DELIMITED BY SIZE
                      INTO RD-Detail
           END-IF.
           PERFORM Write-Ready-Detail.

      * An item BANKREC1 has carried longer than the period allows
      * is money nobody has explained; an undated one was carried
      * before the date was kept and needs BANKREC1 run to date it.
       Check-Bank-Items.
           MOVE ZERO TO Overdue-Items Undated-Items Oldest-Since.
           MOVE Run-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Run-Day-Number.
           OPEN INPUT CarryForward.
           IF CarryFwdFile-Present
               READ CarryForward
                   AT END SET End-Of-Carry-Forward TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Carry-Forward
                   IF Carried-Ours OR Carried-Theirs
                       PERFORM Age-One-Bank-Item
                   END-IF
                   READ CarryForward
                       AT END SET End-Of-Carry-Forward TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CarryForward
           END-IF.
           MOVE "BANK RECONCILIATION" TO RD-Item.
           MOVE SPACES TO RD-Detail.
           MOVE Bank-Age-Limit TO Detail-Age.
           IF Overdue-Items = ZERO AND Undated-Items = ZERO
               MOVE "OK" TO RD-Status
               STRING "NOTHING UNMATCHED OVER " DELIMITED BY SIZE
                      Detail-Age DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                      INTO RD-Detail
           ELSE
               MOVE "BLOCKER" TO RD-Status
               ADD 1 TO Blocker-Count
               IF Overdue-Items > ZERO
                   MOVE Overdue-Items TO Detail-Count
                   MOVE Oldest-Since TO Detail-Date
                   STRING Detail-Count DELIMITED BY SIZE
                          " UNMATCHED OVER " DELIMITED BY SIZE
                          Detail-Age DELIMITED BY SIZE
                          " DAYS, OLDEST " DELIMITED BY SIZE
                          Detail-Date DELIMITED BY SIZE
                          INTO RD-Detail
               ELSE
                   MOVE Undated-Items TO Detail-Count
                   STRING Detail-Count DELIMITED BY SIZE
                          " UNDATED ITEM(S) - RUN BANKREC1"
                              DELIMITED BY SIZE
                          INTO RD-Detail
               END-IF
           END-IF.
           PERFORM Write-Ready-Detail.

       Age-One-Bank-Item.
           IF CF-Since IS NOT NUMERIC OR CF-Since = ZERO
               ADD 1 TO Undated-Items
           ELSE
               MOVE CF-Since TO DN-Date
               PERFORM Date-To-Day-Number
               COMPUTE Item-Age = Run-Day-Number - DN-Day-Number
               IF Item-Age > Bank-Age-Limit
                   ADD 1 TO Overdue-Items
                   IF Oldest-Since = ZERO OR CF-Since < Oldest-Since
                       MOVE CF-Since TO Oldest-Since
                   END-IF
               END-IF
           END-IF.

      * Debit balances positive, credit negative, as GLCONS1 carries
      * them - a ledger in balance nets to zero.
       Check-Trial-Balance.
           MOVE ZERO TO Trial-Total.
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
           MOVE "TRIAL BALANCE" TO RD-Item.
           MOVE SPACES TO RD-Detail.
           EVALUATE TRUE
               WHEN NOT GlBal-Present
                   MOVE "BLOCKER" TO RD-Status
                   ADD 1 TO Blocker-Count
                   MOVE "GLBAL.DAT NOT ON DISK" TO RD-Detail
               WHEN Trial-Total NOT = ZERO
                   MOVE "BLOCKER" TO RD-Status
                   ADD 1 TO Blocker-Count
                   MOVE Trial-Total TO Detail-Amount
                   STRING "OUT OF BALANCE BY " DELIMITED BY SIZE
                          Detail-Amount DELIMITED BY SIZE
                          INTO RD-Detail
               WHEN OTHER
                   MOVE "OK" TO RD-Status
                   MOVE "GLBAL.DAT NETS TO ZERO" TO RD-Detail
           END-EVALUATE.
           PERFORM Write-Ready-Detail.

      * One row per period, the latest check replacing the last.
       Record-Readiness.
           OPEN INPUT CloseReady.
           IF CloseReady-Present
               READ CloseReady
                   AT END SET End-Of-Close-Ready TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Close-Ready
                   IF RDY-Count < 100
                       ADD 1 TO RDY-Count
                       MOVE CR-Period TO RDY-Period(RDY-Count)
                       MOVE CR-Result TO RDY-Result(RDY-Count)
                       MOVE CR-Date TO RDY-Date(RDY-Count)
                       MOVE CR-Time TO RDY-Time(RDY-Count)
                       MOVE CR-Blockers TO RDY-Blockers(RDY-Count)
                   END-IF
                   READ CloseReady
                       AT END SET End-Of-Close-Ready TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CloseReady
           END-IF.
           MOVE "N" TO RDY-Found-Sw.
           MOVE ZERO TO RDY-Found-Idx.
           PERFORM VARYING RDY-Scan-Idx FROM 1 BY 1
                   UNTIL RDY-Scan-Idx > RDY-Count OR RDY-Found
               IF RDY-Period(RDY-Scan-Idx) = Run-Period
                   SET RDY-Found TO TRUE
                   MOVE RDY-Scan-Idx TO RDY-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT RDY-Found AND RDY-Count < 100
               ADD 1 TO RDY-Count
               MOVE RDY-Count TO RDY-Found-Idx
               MOVE Run-Period TO RDY-Period(RDY-Found-Idx)
           END-IF.
           IF RDY-Found-Idx >= 1
               IF Blocker-Count = ZERO
                   MOVE "P" TO RDY-Result(RDY-Found-Idx)
               ELSE
                   MOVE "F" TO RDY-Result(RDY-Found-Idx)
               END-IF
               MOVE Run-Date TO RDY-Date(RDY-Found-Idx)
               MOVE Run-Time(1:6) TO RDY-Time(RDY-Found-Idx)
               MOVE Blocker-Count TO RDY-Blockers(RDY-Found-Idx)
           END-IF.
           OPEN OUTPUT CloseReady.
           PERFORM VARYING RDY-Scan-Idx FROM 1 BY 1
                   UNTIL RDY-Scan-Idx > RDY-Count
               MOVE RDY-Period(RDY-Scan-Idx) TO CR-Period
               MOVE RDY-Result(RDY-Scan-Idx) TO CR-Result
               MOVE RDY-Date(RDY-Scan-Idx) TO CR-Date
               MOVE RDY-Time(RDY-Scan-Idx) TO CR-Time
               MOVE RDY-Blockers(RDY-Scan-Idx) TO CR-Blockers
               WRITE Close-Ready-Rec
           END-PERFORM.
           CLOSE CloseReady.

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

       END PROGRAM CLOSERDY.
