      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fixed asset register maintenance - applies proved
      *          batches of additions (A) and disposals (D) from
      *          ASSETCHG.DAT against the asset register ASSETS.DAT,
      *          one row per asset (asset id, description, branch,
      *          cost, acquisition date, depreciation method and
      *          useful life, GL accounts, accumulated depreciation,
      *          status), in the MEMMNT1 shape: H header, D details,
      *          T trailer carrying the record count and the value
      *          of the batch (cost on additions, proceeds on
      *          disposals), an out-of-balance batch rejected whole.
      *          An addition names the method - S straight line over
      *          the useful life in months, or R reducing balance at
      *          an annual percentage - and the cost, accumulated
      *          depreciation, depreciation expense and disposal
      *          accounts it posts to. A disposal marks the asset
      *          pending with its date, proceeds and the account the
      *          proceeds were banked to; DEPRUN1 brings its
      *          depreciation up to date and posts the profit or loss
      *          on sale at the next monthly run. Anything that cannot
      *          apply goes to the error report, every applied change
      *          writes a before/after image to the audit report and,
      *          dated, to ASSETCHG-HIST.DAT. Sign-on follows the
      *          OPERATOR.DAT scheme - function letter F.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssetFile ASSIGN TO "ASSETS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Asset-Status.

      * Keyed in proved batches: H header (batch number, prepared-by,
      * date), D details and a count-and-value T trailer.
           SELECT AssetChanges ASSIGN TO "ASSETCHG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AssetChg-Status.

      * Which batch numbers have actually been applied.
           SELECT BatchRegister ASSIGN TO "BATCHREG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BatchReg-Status.

           SELECT AssetChangeErrors ASSIGN TO "ASSETCHG-ERR.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AssetChangeAudit ASSIGN TO "ASSETCHG-AUDIT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The same audit images, dated and kept across runs - the
      * report above is rewritten every run.
           SELECT AssetChangeHist ASSIGN TO "ASSETCHG-HIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AssetChgHist-Status.

      * Operator sign-on: who may run which maintenance function.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Operator-Status.

      * Every sign-on decision, allowed or refused, lands here.
           SELECT OpSecLog ASSIGN TO "OPSEC.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpSec-Status.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
      * Accumulated depreciation and the last month charged are
      * DEPRUN1's; status A active, P disposal pending, D disposed.
       FD AssetFile.
       01 Asset-Rec.
           88 End-Of-Asset-File     VALUE HIGH-VALUES.
        02  Ast-Id                  PIC X(6).
        02  Ast-Description         PIC X(20).
        02  Ast-Branch              PIC X(3).
        02  Ast-Cost                PIC 9(7)V99.
        02  Ast-Acq-Date            PIC 9(8).
        02  Ast-Method              PIC X.
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

      * The date is the acquisition or disposal date, defaulting to
      * the run date. A disposal needs only the id, date, proceeds
      * and, when there are proceeds, the account they went to.
       FD AssetChanges.
       01 Asset-Change-Rec.
           88 End-Of-Asset-Changes  VALUE HIGH-VALUES.
        02  ACH-Rec-Type             PIC X.
           88 Asset-Batch-Header     VALUE "H".
           88 Asset-Batch-Detail     VALUE "D".
           88 Asset-Batch-Trailer    VALUE "T".
        02  ACH-Body.
         03 ACH-Action               PIC X.
           88 Add-Asset              VALUE "A".
           88 Dispose-Asset          VALUE "D".
         03 ACH-Asset-Id             PIC X(6).
         03 ACH-Description          PIC X(20).
         03 ACH-Branch               PIC X(3).
         03 ACH-Cost                 PIC 9(7)V99.
         03 ACH-Date                 PIC 9(8).
         03 ACH-Method               PIC X.
           88 ACH-Straight-Line      VALUE "S".
           88 ACH-Reducing-Balance   VALUE "R".
         03 ACH-Life-Months          PIC 9(3).
         03 ACH-Rate                 PIC 99V99.
         03 ACH-Cost-Acct            PIC X(6).
         03 ACH-Accdep-Acct          PIC X(6).
         03 ACH-Expense-Acct         PIC X(6).
         03 ACH-Disposal-Acct        PIC X(6).
         03 ACH-Proceeds             PIC 9(7)V99.
         03 ACH-Proceeds-Acct        PIC X(6).
        02  ACH-Header REDEFINES ACH-Body.
         03 ACHH-Batch-Number        PIC 9(4).
         03 ACHH-Prepared-By         PIC X(3).
         03 ACHH-Date                PIC 9(8).
         03 FILLER                   PIC X(79).
        02  ACH-Trailer REDEFINES ACH-Body.
         03 ACHT-Count               PIC 9(5).
         03 ACHT-Value               PIC 9(11)V99.
         03 FILLER                   PIC X(76).

       FD AssetChangeErrors.
       01 Asset-Change-Error-Line    PIC X(60).

       FD BatchRegister.
       01 Batch-Register-Rec.
        02 BR-File-Name              PIC X(12).
        02 BR-Batch-Number           PIC 9(4).
        02 BR-Applied-Date           PIC 9(8).
        02 BR-Rec-Count              PIC 9(5).
        02 BR-Value                  PIC 9(11)V99.

       FD AssetChangeAudit.
       01 Asset-Change-Audit-Line    PIC X(100).

       FD AssetChangeHist.
       01 Asset-Change-Hist-Rec.
        02 AHH-Date                  PIC 9(8).
        02 AHH-Time                  PIC 9(6).
        02 AHH-Audit-Image           PIC X(100).

       FD OperatorFile.
       01 Operator-Rec.
           88 End-Of-Operator-File   VALUE HIGH-VALUES.
        02 OPF-Operator-Id           PIC X(5).
        02 OPF-Functions             PIC X(10).

       FD OpSecLog.
       01 Op-Sec-Rec.
        02 OSL-Date                  PIC 9(8).
        02 OSL-Time                  PIC 9(6).
        02 OSL-Operator-Id           PIC X(5).
        02 OSL-Program               PIC X(8).
        02 OSL-Decision              PIC X(8).

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
       01  WS-Operator-Status        PIC XX.
           88 OperatorFile-Present   VALUE "00".
       01  WS-OpSec-Status           PIC XX.
       01  Signon-Operator-Id        PIC X(5).
       01  Operator-Functions        PIC X(10).
       01  Operator-Found-Sw         PIC X VALUE "N".
           88 Operator-Found         VALUE "Y".
       01  Function-Allowed-Sw       PIC X VALUE "N".
           88 Function-Allowed       VALUE "Y".
       01  Function-Scan-Idx         PIC 99 VALUE ZERO.
       01  Required-Function         PIC X VALUE "F".
       01  Signon-Date               PIC 9(8) VALUE ZERO.
       01  Signon-Time               PIC 9(8) VALUE ZERO.

       01  WS-Asset-Status           PIC XX.
           88 AssetFile-Present      VALUE "00".
       01  WS-AssetChg-Status        PIC XX.
           88 AssetChgFile-Present   VALUE "00".
       01  WS-AssetChgHist-Status    PIC XX.
       01  WS-BatchReg-Status        PIC XX.

      * ASSETS.DAT has no key, so the register is held here whole,
      * changed in place and written back once at the end.
       01  Asset-Table.
        02  AST-Entry OCCURS 2000 TIMES.
         03 AST-Image.
          04 AST-Asset-Id            PIC X(6).
          04 FILLER                  PIC X(111).
       01  AST-Count                 PIC 9(4) VALUE ZERO.
       01  AST-Scan-Idx              PIC 9(4) VALUE ZERO.
       01  AST-Found-Idx             PIC 9(4) VALUE ZERO.
       01  AST-Found-Sw              PIC X VALUE "N".
           88 AST-Found              VALUE "Y".
       01  Asset-Overflow-Sw         PIC X VALUE "N".
           88 Asset-Overflow         VALUE "Y".
       01  Change-Date               PIC 9(8) VALUE ZERO.

       01  Asset-Change-Error-Detail.
        02  ACE-Action               PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ACE-Asset-Id             PIC X(6).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ACE-Reason               PIC X(34).

      * Before/after image - status and disposal date on each side,
      * with the cost and what the change was.
       01  Asset-Change-Audit-Detail.
        02  ACA-Operator             PIC X(5).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ACA-Asset-Id             PIC X(6).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ACA-Description          PIC X(20).
        02  FILLER                   PIC X    VALUE SPACE.
        02  ACA-Branch               PIC X(3).
        02  FILLER                   PIC X    VALUE SPACE.
        02  ACA-Cost                 PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ACA-Old-Status           PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ACA-Old-Disp-Date        PIC 9(8).
        02  FILLER                   PIC X(4) VALUE " TO ".
        02  ACA-New-Status           PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ACA-New-Disp-Date        PIC 9(8).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ACA-Note                 PIC X(10).

       01  Changes-Applied-Count     PIC 9(4) VALUE ZERO.
       01  Changes-Skipped-Count     PIC 9(4) VALUE ZERO.

      * The batch controls, proved in a pre-pass - the FEEBILL1
      * count-and-value scheme, since cost and proceeds ride here.
       01  Batched-Intake-Sw         PIC X VALUE "N".
           88 Batched-Intake         VALUE "Y".
       01  Batch-Verdict-Table.
        02  BVT-Entry OCCURS 20 TIMES.
         03 BVT-Number               PIC 9(4).
         03 BVT-Good-Sw              PIC X.
         03 BVT-Count                PIC 9(5).
         03 BVT-Value                PIC 9(11)V99.
       01  BVT-Count-Items           PIC 99 VALUE ZERO.
       01  BVT-Scan-Idx              PIC 99 VALUE ZERO.
       01  Prove-Batch-Number        PIC 9(4) VALUE ZERO.
       01  Prove-Rec-Count           PIC 9(5) VALUE ZERO.
       01  Prove-Value-Total         PIC 9(11)V99 VALUE ZERO.
       01  Prove-Open-Sw             PIC X VALUE "N".
           88 Prove-Batch-Open       VALUE "Y".
       01  Current-Batch-Good-Sw     PIC X VALUE "Y".
           88 Current-Batch-Good     VALUE "Y".
       01  Bad-Batch-Count           PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Operator-Sign-On.
           IF NOT Function-Allowed
               DISPLAY "ASSETMNT: OPERATOR " Signon-Operator-Id
                   " NOT AUTHORIZED FOR ASSET MAINT - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "ASSETMNT: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Load-Assets.
           IF Asset-Overflow
               DISPLAY "ASSETMNT: ASSETS.DAT EXCEEDS THE ASSET "
                   "TABLE - RUN ABORTED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Prove-Change-Batches
               THRU Prove-Change-Batches-Exit.
           IF NOT Batched-Intake
               DISPLAY "ASSETMNT: ASSETCHG.DAT MISSING OR NOT IN "
                   "BATCHES - NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Apply-Asset-Changes.
           IF Changes-Applied-Count > ZERO
               PERFORM Save-Assets
           END-IF.
           PERFORM Register-Applied-Batches
               THRU Register-Applied-Batches-Exit.
           DISPLAY "ASSET CHANGES APPLIED: " Changes-Applied-Count.
           DISPLAY "ASSET CHANGES SKIPPED: " Changes-Skipped-Count.
           IF Asset-Overflow
               DISPLAY "ASSETMNT: ASSET TABLE FULL - ADDITIONS PAST "
                   "THE LIMIT ON ASSETCHG-ERR.RPT"
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
           ACCEPT Lock-Time-Work FROM TIME.
           OPEN OUTPUT RunLock.
           MOVE "ASSETMNT" TO RLK-Job-Name.
           MOVE Signon-Operator-Id TO RLK-Operator.
           MOVE Signon-Date TO RLK-Date.
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

       Find-Asset.
           MOVE "N" TO AST-Found-Sw.
           MOVE ZERO TO AST-Found-Idx.
           PERFORM VARYING AST-Scan-Idx FROM 1 BY 1
                   UNTIL AST-Scan-Idx > AST-Count OR AST-Found
               IF AST-Asset-Id(AST-Scan-Idx) = ACH-Asset-Id
                   MOVE "Y" TO AST-Found-Sw
                   MOVE AST-Scan-Idx TO AST-Found-Idx
               END-IF
           END-PERFORM.

       Prove-Change-Batches.
           MOVE "N" TO Batched-Intake-Sw.
           MOVE ZERO TO BVT-Count-Items.
           MOVE "N" TO Prove-Open-Sw.
           OPEN INPUT AssetChanges.
           IF NOT AssetChgFile-Present
               GO TO Prove-Change-Batches-Exit
           END-IF.
           MOVE SPACES TO Asset-Change-Rec.
           READ AssetChanges
               AT END SET End-Of-Asset-Changes TO TRUE
           END-READ.
           IF End-Of-Asset-Changes
               GO TO Prove-Change-Batches-Close
           END-IF.
           IF NOT Asset-Batch-Header
               GO TO Prove-Change-Batches-Close
           END-IF.
           SET Batched-Intake TO TRUE.
           PERFORM UNTIL End-Of-Asset-Changes
               EVALUATE TRUE
                   WHEN Asset-Batch-Header
                       IF Prove-Batch-Open
                           PERFORM Judge-Unclosed-Batch
                       END-IF
                       SET Prove-Batch-Open TO TRUE
                       MOVE ACHH-Batch-Number
                         TO Prove-Batch-Number
                       MOVE ZERO TO Prove-Rec-Count
                       MOVE ZERO TO Prove-Value-Total
                   WHEN Asset-Batch-Detail
                       ADD 1 TO Prove-Rec-Count
                       IF Add-Asset AND ACH-Cost IS NUMERIC
                           ADD ACH-Cost TO Prove-Value-Total
                       END-IF
                       IF Dispose-Asset AND ACH-Proceeds IS NUMERIC
                           ADD ACH-Proceeds TO Prove-Value-Total
                       END-IF
                   WHEN Asset-Batch-Trailer
                       PERFORM Judge-One-Change-Batch
                       MOVE "N" TO Prove-Open-Sw
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES TO Asset-Change-Rec
               READ AssetChanges
                   AT END SET End-Of-Asset-Changes TO TRUE
               END-READ
           END-PERFORM.
           IF Prove-Batch-Open
               PERFORM Judge-Unclosed-Batch
           END-IF.

       Prove-Change-Batches-Close.
           CLOSE AssetChanges.

       Prove-Change-Batches-Exit.
           EXIT.

       Judge-One-Change-Batch.
           IF BVT-Count-Items < 20
               ADD 1 TO BVT-Count-Items
               MOVE Prove-Batch-Number
                 TO BVT-Number(BVT-Count-Items)
               MOVE Prove-Rec-Count TO BVT-Count(BVT-Count-Items)
               MOVE Prove-Value-Total
                 TO BVT-Value(BVT-Count-Items)
               IF ACHT-Count = Prove-Rec-Count
                  AND ACHT-Value = Prove-Value-Total
                   MOVE "Y" TO BVT-Good-Sw(BVT-Count-Items)
               ELSE
                   MOVE "N" TO BVT-Good-Sw(BVT-Count-Items)
                   ADD 1 TO Bad-Batch-Count
                   DISPLAY "ASSETMNT: CHANGE BATCH "
                       Prove-Batch-Number " OUT OF BALANCE - "
                       "REJECTED WHOLE"
               END-IF
           END-IF.

       Judge-Unclosed-Batch.
           IF BVT-Count-Items < 20
               ADD 1 TO BVT-Count-Items
               MOVE Prove-Batch-Number
                 TO BVT-Number(BVT-Count-Items)
               MOVE Prove-Rec-Count TO BVT-Count(BVT-Count-Items)
               MOVE Prove-Value-Total
                 TO BVT-Value(BVT-Count-Items)
               MOVE "N" TO BVT-Good-Sw(BVT-Count-Items)
               ADD 1 TO Bad-Batch-Count
               DISPLAY "ASSETMNT: CHANGE BATCH "
                   Prove-Batch-Number " HAS NO TRAILER - "
                   "REJECTED WHOLE"
           END-IF.

      * The apply pass only runs when the change file actually
      * opened - a failed OPEN leaves every READ failing without
      * ever raising AT END, which would loop forever.
       Apply-Asset-Changes.
           OPEN INPUT AssetChanges.
           OPEN OUTPUT AssetChangeErrors.
           OPEN OUTPUT AssetChangeAudit.
           OPEN EXTEND AssetChangeHist.
           IF WS-AssetChgHist-Status NOT = "00"
               OPEN OUTPUT AssetChangeHist
           END-IF.
           IF AssetChgFile-Present
               MOVE SPACES TO Asset-Change-Rec
               READ AssetChanges
                   AT END SET End-Of-Asset-Changes TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Asset-Changes
                   EVALUATE TRUE
                       WHEN Asset-Batch-Header
                           PERFORM Set-Current-Batch-Verdict
                       WHEN Asset-Batch-Detail
                           IF Current-Batch-Good
                               PERFORM Apply-One-Asset-Change
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE SPACES TO Asset-Change-Rec
                   READ AssetChanges
                       AT END SET End-Of-Asset-Changes TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AssetChanges.
           CLOSE AssetChangeErrors.
           CLOSE AssetChangeAudit.
           CLOSE AssetChangeHist.

       Set-Current-Batch-Verdict.
           MOVE "N" TO Current-Batch-Good-Sw.
           PERFORM VARYING BVT-Scan-Idx FROM 1 BY 1
                   UNTIL BVT-Scan-Idx > BVT-Count-Items
               IF BVT-Number(BVT-Scan-Idx) = ACHH-Batch-Number
                  AND BVT-Good-Sw(BVT-Scan-Idx) = "Y"
                   MOVE "Y" TO Current-Batch-Good-Sw
               END-IF
           END-PERFORM.

       Register-Applied-Batches.
           IF BVT-Count-Items = ZERO
               GO TO Register-Applied-Batches-Exit
           END-IF.
           OPEN EXTEND BatchRegister.
           IF WS-BatchReg-Status NOT = "00"
               OPEN OUTPUT BatchRegister
           END-IF.
           PERFORM VARYING BVT-Scan-Idx FROM 1 BY 1
                   UNTIL BVT-Scan-Idx > BVT-Count-Items
               IF BVT-Good-Sw(BVT-Scan-Idx) = "Y"
                   MOVE "ASSETCHG.DAT" TO BR-File-Name
                   MOVE BVT-Number(BVT-Scan-Idx)
                     TO BR-Batch-Number
                   MOVE Signon-Date TO BR-Applied-Date
                   MOVE BVT-Count(BVT-Scan-Idx) TO BR-Rec-Count
                   MOVE BVT-Value(BVT-Scan-Idx) TO BR-Value
                   WRITE Batch-Register-Rec
               END-IF
           END-PERFORM.
           CLOSE BatchRegister.

       Register-Applied-Batches-Exit.
           EXIT.

       Apply-One-Asset-Change.
           IF ACH-Date IS NUMERIC AND ACH-Date > ZERO
               MOVE ACH-Date TO Change-Date
           ELSE
               MOVE Signon-Date TO Change-Date
           END-IF.
           EVALUATE TRUE
               WHEN Add-Asset
                   PERFORM Apply-Asset-Addition
                       THRU Apply-Asset-Addition-Exit
               WHEN Dispose-Asset
                   PERFORM Apply-Asset-Disposal
                       THRU Apply-Asset-Disposal-Exit
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE-SKIPPED" TO ACE-Reason
                   PERFORM Log-Change-Error
           END-EVALUATE.

      * The cost itself reaches the ledger from the purchase invoice,
      * coded to the asset's cost account - the register only starts
      * depreciating it.
       Apply-Asset-Addition.
           PERFORM Find-Asset.
           IF AST-Found
               MOVE "ID ALREADY ON FILE-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Addition-Exit
           END-IF.
           IF ACH-Description = SPACES OR ACH-Branch = SPACES
               MOVE "NO DESCRIPTION OR BRANCH-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Addition-Exit
           END-IF.
           IF ACH-Cost NOT NUMERIC OR ACH-Cost = ZERO
               MOVE "NO COST-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Addition-Exit
           END-IF.
           IF NOT (ACH-Straight-Line AND ACH-Life-Months IS NUMERIC
                   AND ACH-Life-Months > ZERO)
              AND NOT (ACH-Reducing-Balance AND ACH-Rate IS NUMERIC
                   AND ACH-Rate > ZERO)
               MOVE "BAD METHOD, LIFE OR RATE-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Addition-Exit
           END-IF.
           IF ACH-Cost-Acct = SPACES OR ACH-Accdep-Acct = SPACES
              OR ACH-Expense-Acct = SPACES
              OR ACH-Disposal-Acct = SPACES
               MOVE "GL ACCOUNT MISSING-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Addition-Exit
           END-IF.
           IF AST-Count >= 2000
               SET Asset-Overflow TO TRUE
               MOVE "ASSET TABLE FULL-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Addition-Exit
           END-IF.
           MOVE SPACES TO Asset-Rec.
           MOVE ACH-Asset-Id TO Ast-Id.
           MOVE ACH-Description TO Ast-Description.
           MOVE ACH-Branch TO Ast-Branch.
           MOVE ACH-Cost TO Ast-Cost.
           MOVE Change-Date TO Ast-Acq-Date.
           MOVE ACH-Method TO Ast-Method.
           IF ACH-Straight-Line
               MOVE ACH-Life-Months TO Ast-Life-Months
               MOVE ZERO TO Ast-Rate
           ELSE
               MOVE ZERO TO Ast-Life-Months
               IF ACH-Life-Months IS NUMERIC
                   MOVE ACH-Life-Months TO Ast-Life-Months
               END-IF
               MOVE ACH-Rate TO Ast-Rate
           END-IF.
           MOVE ACH-Cost-Acct TO Ast-Cost-Acct.
           MOVE ACH-Accdep-Acct TO Ast-Accdep-Acct.
           MOVE ACH-Expense-Acct TO Ast-Expense-Acct.
           MOVE ACH-Disposal-Acct TO Ast-Disposal-Acct.
           MOVE ZERO TO Ast-Acc-Dep.
           MOVE ZERO TO Ast-Last-Dep-Month.
           SET Ast-Active TO TRUE.
           MOVE ZERO TO Ast-Disp-Date.
           MOVE ZERO TO Ast-Proceeds.
           MOVE SPACES TO Ast-Proceeds-Acct.
           ADD 1 TO AST-Count.
           MOVE Asset-Rec TO AST-Image(AST-Count).
           MOVE ACH-Asset-Id TO ACA-Asset-Id.
           MOVE SPACE TO ACA-Old-Status.
           MOVE ZERO TO ACA-Old-Disp-Date.
           MOVE "ADDED" TO ACA-Note.
           PERFORM Log-Change-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Asset-Addition-Exit.
           EXIT.

      * Pending until DEPRUN1 has charged the months up to the
      * disposal and posted the profit or loss on sale.
       Apply-Asset-Disposal.
           PERFORM Find-Asset.
           IF NOT AST-Found
               MOVE "NOT ON ASSET REGISTER-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Disposal-Exit
           END-IF.
           MOVE AST-Image(AST-Found-Idx) TO Asset-Rec.
           IF NOT Ast-Active
               MOVE "ALREADY DISPOSED-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Disposal-Exit
           END-IF.
           IF Change-Date < Ast-Acq-Date
               MOVE "DISPOSED BEFORE ACQUIRED-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Disposal-Exit
           END-IF.
           IF ACH-Proceeds NOT NUMERIC
               MOVE "BAD PROCEEDS-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Disposal-Exit
           END-IF.
           IF ACH-Proceeds > ZERO AND ACH-Proceeds-Acct = SPACES
               MOVE "NO PROCEEDS ACCOUNT-SKIPPED" TO ACE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Asset-Disposal-Exit
           END-IF.
           PERFORM Take-Old-Image.
           SET Ast-Disposal-Pending TO TRUE.
           MOVE Change-Date TO Ast-Disp-Date.
           MOVE ACH-Proceeds TO Ast-Proceeds.
           MOVE ACH-Proceeds-Acct TO Ast-Proceeds-Acct.
           MOVE Asset-Rec TO AST-Image(AST-Found-Idx).
           MOVE "DISPOSED" TO ACA-Note.
           PERFORM Log-Change-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Asset-Disposal-Exit.
           EXIT.

       Take-Old-Image.
           MOVE ACH-Asset-Id TO ACA-Asset-Id.
           MOVE Ast-Status TO ACA-Old-Status.
           IF Ast-Disp-Date IS NUMERIC
               MOVE Ast-Disp-Date TO ACA-Old-Disp-Date
           ELSE
               MOVE ZERO TO ACA-Old-Disp-Date
           END-IF.

       Log-Change-Error.
           MOVE ACH-Action TO ACE-Action.
           MOVE ACH-Asset-Id TO ACE-Asset-Id.
           WRITE Asset-Change-Error-Line
               FROM Asset-Change-Error-Detail.
           ADD 1 TO Changes-Skipped-Count.

       Log-Change-Audit.
           MOVE Signon-Operator-Id TO ACA-Operator.
           MOVE Ast-Description TO ACA-Description.
           MOVE Ast-Branch TO ACA-Branch.
           MOVE Ast-Cost TO ACA-Cost.
           MOVE Ast-Status TO ACA-New-Status.
           MOVE Ast-Disp-Date TO ACA-New-Disp-Date.
           WRITE Asset-Change-Audit-Line
               FROM Asset-Change-Audit-Detail.
           MOVE Signon-Date TO AHH-Date.
           MOVE Signon-Time(1:6) TO AHH-Time.
           MOVE Asset-Change-Audit-Detail TO AHH-Audit-Image.
           WRITE Asset-Change-Hist-Rec.

      * Sign-on against OPERATOR.DAT: the keyed ID must exist and its
      * permitted-function letters must include this program's own.
      * A missing operator file refuses everyone - maintenance with
      * no operator control on disk is the thing being prevented.
       Operator-Sign-On.
           DISPLAY "OPERATOR ID ?".
           ACCEPT Signon-Operator-Id.
           PERFORM Check-Operator-Function.
           IF Function-Allowed
               MOVE "ALLOWED " TO OSL-Decision
           ELSE
               MOVE "REFUSED " TO OSL-Decision
           END-IF.
           ACCEPT Signon-Date FROM DATE YYYYMMDD.
           ACCEPT Signon-Time FROM TIME.
           OPEN EXTEND OpSecLog.
           IF WS-OpSec-Status NOT = "00"
               OPEN OUTPUT OpSecLog
           END-IF.
           MOVE Signon-Date TO OSL-Date.
           MOVE Signon-Time(1:6) TO OSL-Time.
           MOVE Signon-Operator-Id TO OSL-Operator-Id.
           MOVE "ASSETMNT" TO OSL-Program.
           WRITE Op-Sec-Rec.
           CLOSE OpSecLog.

       Check-Operator-Function.
           MOVE "N" TO Operator-Found-Sw.
           OPEN INPUT OperatorFile.
           IF OperatorFile-Present
               READ OperatorFile
                   AT END SET End-Of-Operator-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Operator-File OR Operator-Found
                   IF OPF-Operator-Id = Signon-Operator-Id
                       MOVE "Y" TO Operator-Found-Sw
                       MOVE OPF-Functions TO Operator-Functions
                   END-IF
                   READ OperatorFile
                       AT END SET End-Of-Operator-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.
           MOVE "N" TO Function-Allowed-Sw.
           IF Operator-Found
               PERFORM VARYING Function-Scan-Idx FROM 1 BY 1
                       UNTIL Function-Scan-Idx > 10
                          OR Function-Allowed
                   IF Operator-Functions(Function-Scan-Idx:1)
                           = Required-Function
                       MOVE "Y" TO Function-Allowed-Sw
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM ASSETMNT.
