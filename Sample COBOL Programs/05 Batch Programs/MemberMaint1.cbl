      ******************************************************************
      * Author:
      * Date:
      * Purpose: Club member register maintenance - applies proved
      *          batches of joins (J), renewals (R) and lapses (L)
      *          from MEMCHG.DAT against the member register
      *          MEMBERS.DAT, one row per person (member id, club,
      *          name, address, category, join date, renewal date,
      *          status), in the EMPMNT1 shape: H header, D details,
      *          record-count T trailer, an out-of-balance batch
      *          rejected whole. A join runs a year from its join
      *          date; a renewal adds a year to the renewal date, or
      *          a year from the renewal's own date for a member who
      *          had lapsed or let the date pass. A lapse marks the
      *          member L with the lapse date rather than removing
      *          them. Joins must name a club on MEMBERSHIP.DAT and a
      *          known category (A adult, J junior, S senior, F
      *          family). Anything that cannot apply goes to the
      *          error report, every applied change writes a before/
      *          after image to the audit report and, dated, to
      *          MEMCHG-HIST.DAT. Sign-on follows the OPERATOR.DAT
      *          scheme - function letter K. FEEBILL1 bills each
      *          club off the active members held here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO "MEMBERS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Member-Status.

      * Keyed in proved batches: H header (batch number, prepared-by,
      * date), D details and a record-count T trailer.
           SELECT MemChanges ASSIGN TO "MEMCHG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MemChg-Status.

      * Which batch numbers have actually been applied.
           SELECT BatchRegister ASSIGN TO "BATCHREG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BatchReg-Status.

           SELECT MemChangeErrors ASSIGN TO "MEMCHG-ERR.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MemChangeAudit ASSIGN TO "MEMCHG-AUDIT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The same audit images, dated and kept across runs - the
      * report above is rewritten every run.
           SELECT MemChangeHist ASSIGN TO "MEMCHG-HIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MemChgHist-Status.

      * The club master FEEBILL1 bills - a join must name a club on
      * it.
           SELECT MembershipFile ASSIGN TO "MEMBERSHIP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Membership-Status.

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
      * The renewal date is the day the membership runs to - billing
      * counts a member only while it has not passed.
       FD MemberFile.
       01 Member-Rec.
           88 End-Of-Member-File    VALUE HIGH-VALUES.
        02  Mem-Id                  PIC X(6).
        02  Mem-Club-Id             PIC X(5).
        02  Mem-Name                PIC X(20).
        02  Mem-Address.
         03 Mem-Addr-Line-1         PIC X(20).
         03 Mem-Addr-Line-2         PIC X(20).
        02  Mem-Category            PIC X.
        02  Mem-Join-Date           PIC 9(8).
        02  Mem-Renewal-Date        PIC 9(8).
        02  Mem-Status              PIC X.
           88 Mem-Active            VALUE "A".
           88 Mem-Lapsed            VALUE "L".
        02  Mem-Lapse-Date          PIC 9(8).

      * A blank address or category on a renewal leaves the member's
      * as it stands. The date is the join, renewal or lapse date,
      * defaulting to the run date.
       FD MemChanges.
       01 Mem-Change-Rec.
           88 End-Of-Mem-Changes    VALUE HIGH-VALUES.
        02  MCH-Rec-Type             PIC X.
           88 Mem-Batch-Header       VALUE "H".
           88 Mem-Batch-Detail       VALUE "D".
           88 Mem-Batch-Trailer      VALUE "T".
        02  MCH-Body.
         03 MCH-Action               PIC X.
           88 Join-Member            VALUE "J".
           88 Renew-Member           VALUE "R".
           88 Lapse-Member           VALUE "L".
         03 MCH-Mem-Id               PIC X(6).
         03 MCH-Club-Id              PIC X(5).
         03 MCH-Name                 PIC X(20).
         03 MCH-Addr-Line-1          PIC X(20).
         03 MCH-Addr-Line-2          PIC X(20).
         03 MCH-Category             PIC X.
           88 MCH-Known-Category     VALUE "A", "J", "S", "F".
         03 MCH-Date                 PIC 9(8).
        02  MCH-Header REDEFINES MCH-Body.
         03 MCHH-Batch-Number        PIC 9(4).
         03 MCHH-Prepared-By         PIC X(3).
         03 MCHH-Date                PIC 9(8).
         03 FILLER                   PIC X(66).
        02  MCH-Trailer REDEFINES MCH-Body.
         03 MCHT-Count               PIC 9(5).
         03 FILLER                   PIC X(76).

       FD MemChangeErrors.
       01 Mem-Change-Error-Line      PIC X(60).

       FD BatchRegister.
       01 Batch-Register-Rec.
        02 BR-File-Name              PIC X(12).
        02 BR-Batch-Number           PIC 9(4).
        02 BR-Applied-Date           PIC 9(8).
        02 BR-Rec-Count              PIC 9(5).
        02 BR-Value                  PIC 9(11)V99.

       FD MemChangeAudit.
       01 Mem-Change-Audit-Line      PIC X(100).

       FD MemChangeHist.
       01 Mem-Change-Hist-Rec.
        02 MHH-Date                  PIC 9(8).
        02 MHH-Time                  PIC 9(6).
        02 MHH-Audit-Image           PIC X(100).

      * The FEEBILL1 club record.
       FD MembershipFile.
       01 Membership-Rec.
           88 End-Of-Membership-File VALUE HIGH-VALUES.
        02  MB-ClubId                PIC X(5).
        02  MB-ClubName              PIC X(20).
        02  MB-Fees                  PIC 9(3)V99.
        02  MB-Members               PIC 9(5).

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
       01  Required-Function         PIC X VALUE "K".
       01  Signon-Date               PIC 9(8) VALUE ZERO.
       01  Signon-Time               PIC 9(8) VALUE ZERO.

       01  WS-Member-Status          PIC XX.
           88 MemberFile-Present     VALUE "00".
       01  WS-MemChg-Status          PIC XX.
           88 MemChgFile-Present     VALUE "00".
       01  WS-MemChgHist-Status      PIC XX.
       01  WS-BatchReg-Status        PIC XX.
       01  WS-Membership-Status      PIC XX.
           88 MembershipFile-Present VALUE "00".

       01  Club-Table.
        02  CLT-Entry OCCURS 100 TIMES.
         03 CLT-Club-Id              PIC X(5).
       01  CLT-Count                 PIC 9(3) VALUE ZERO.
       01  CLT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  CLT-Found-Sw              PIC X VALUE "N".
           88 CLT-Found              VALUE "Y".

      * MEMBERS.DAT has no key, so the register is held here whole,
      * changed in place and written back once at the end.
       01  Member-Table.
        02  MMT-Entry OCCURS 2000 TIMES.
         03 MMT-Image.
          04 MMT-Mem-Id              PIC X(6).
          04 FILLER                  PIC X(91).
       01  MMT-Count                 PIC 9(4) VALUE ZERO.
       01  MMT-Scan-Idx              PIC 9(4) VALUE ZERO.
       01  MMT-Found-Idx             PIC 9(4) VALUE ZERO.
       01  MMT-Found-Sw              PIC X VALUE "N".
           88 MMT-Found              VALUE "Y".
       01  Member-Overflow-Sw        PIC X VALUE "N".
           88 Member-Overflow        VALUE "Y".

      * A year on from a date - 29 February lands on the 28th in a
      * year that has none.
       01  Year-Work                 PIC 9(8) VALUE ZERO.
       01  Year-Work-Parts REDEFINES Year-Work.
        02 Year-Work-Year            PIC 9(4).
        02 Year-Work-Month           PIC 99.
        02 Year-Work-Day             PIC 99.
       01  Change-Date               PIC 9(8) VALUE ZERO.

       01  Mem-Change-Error-Detail.
        02  MCE-Action               PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  MCE-Mem-Id               PIC X(6).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  MCE-Reason               PIC X(34).

      * Before/after image - club, category, status and renewal date
      * on each side, and what the change was.
       01  Mem-Change-Audit-Detail.
        02  MCA-Operator             PIC X(5).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  MCA-Mem-Id               PIC X(6).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  MCA-Name                 PIC X(20).
        02  FILLER                   PIC X    VALUE SPACE.
        02  MCA-Club-Id              PIC X(5).
        02  FILLER                   PIC X    VALUE SPACE.
        02  MCA-Old-Category         PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  MCA-Old-Status           PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  MCA-Old-Renewal          PIC 9(8).
        02  FILLER                   PIC X(4) VALUE " TO ".
        02  MCA-New-Category         PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  MCA-New-Status           PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  MCA-New-Renewal          PIC 9(8).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  MCA-Note                 PIC X(10).

       01  Changes-Applied-Count     PIC 9(4) VALUE ZERO.
       01  Changes-Skipped-Count     PIC 9(4) VALUE ZERO.

      * The batch controls, proved in a pre-pass - the EMPMNT1
      * scheme, count-only since no money rides here.
       01  Batched-Intake-Sw         PIC X VALUE "N".
           88 Batched-Intake         VALUE "Y".
       01  Batch-Verdict-Table.
        02  BVT-Entry OCCURS 20 TIMES.
         03 BVT-Number               PIC 9(4).
         03 BVT-Good-Sw              PIC X.
         03 BVT-Count                PIC 9(5).
       01  BVT-Count-Items           PIC 99 VALUE ZERO.
       01  BVT-Scan-Idx              PIC 99 VALUE ZERO.
       01  Prove-Batch-Number        PIC 9(4) VALUE ZERO.
       01  Prove-Rec-Count           PIC 9(5) VALUE ZERO.
       01  Prove-Open-Sw             PIC X VALUE "N".
           88 Prove-Batch-Open       VALUE "Y".
       01  Current-Batch-Good-Sw     PIC X VALUE "Y".
           88 Current-Batch-Good     VALUE "Y".
       01  Bad-Batch-Count           PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Operator-Sign-On.
           IF NOT Function-Allowed
               DISPLAY "MEMMNT1: OPERATOR " Signon-Operator-Id
                   " NOT AUTHORIZED FOR MEMBER MAINT - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "MEMMNT1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Load-Members.
           PERFORM Load-Clubs.
           IF Member-Overflow
               DISPLAY "MEMMNT1: MEMBERS.DAT EXCEEDS THE MEMBER "
                   "TABLE - RUN ABORTED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Prove-Change-Batches
               THRU Prove-Change-Batches-Exit.
           IF NOT Batched-Intake
               DISPLAY "MEMMNT1: MEMCHG.DAT MISSING OR NOT IN "
                   "BATCHES - NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Apply-Mem-Changes.
           IF Changes-Applied-Count > ZERO
               PERFORM Save-Members
           END-IF.
           PERFORM Register-Applied-Batches
               THRU Register-Applied-Batches-Exit.
           DISPLAY "MEMBER CHANGES APPLIED: " Changes-Applied-Count.
           DISPLAY "MEMBER CHANGES SKIPPED: " Changes-Skipped-Count.
           IF Member-Overflow
               DISPLAY "MEMMNT1: MEMBER TABLE FULL - JOINS PAST "
                   "THE LIMIT ON MEMCHG-ERR.RPT"
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
           MOVE "MEMMNT1 " TO RLK-Job-Name.
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

       Load-Members.
           OPEN INPUT MemberFile.
           IF MemberFile-Present
               MOVE SPACES TO Member-Rec
               READ MemberFile
                   AT END SET End-Of-Member-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Member-File
                   IF MMT-Count < 2000
                       ADD 1 TO MMT-Count
                       MOVE Member-Rec TO MMT-Image(MMT-Count)
                   ELSE
                       SET Member-Overflow TO TRUE
                   END-IF
                   MOVE SPACES TO Member-Rec
                   READ MemberFile
                       AT END SET End-Of-Member-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF.

       Save-Members.
           OPEN OUTPUT MemberFile.
           PERFORM VARYING MMT-Scan-Idx FROM 1 BY 1
                   UNTIL MMT-Scan-Idx > MMT-Count
               MOVE MMT-Image(MMT-Scan-Idx) TO Member-Rec
               WRITE Member-Rec
           END-PERFORM.
           CLOSE MemberFile.

       Load-Clubs.
           OPEN INPUT MembershipFile.
           IF MembershipFile-Present
               READ MembershipFile
                   AT END SET End-Of-Membership-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Membership-File
                   IF CLT-Count < 100
                       ADD 1 TO CLT-Count
                       MOVE MB-ClubId TO CLT-Club-Id(CLT-Count)
                   END-IF
                   READ MembershipFile
                       AT END SET End-Of-Membership-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MembershipFile
           END-IF.

       Find-Club.
           MOVE "N" TO CLT-Found-Sw.
           PERFORM VARYING CLT-Scan-Idx FROM 1 BY 1
                   UNTIL CLT-Scan-Idx > CLT-Count OR CLT-Found
               IF CLT-Club-Id(CLT-Scan-Idx) = MCH-Club-Id
                   MOVE "Y" TO CLT-Found-Sw
               END-IF
           END-PERFORM.

       Find-Member.
           MOVE "N" TO MMT-Found-Sw.
           MOVE ZERO TO MMT-Found-Idx.
           PERFORM VARYING MMT-Scan-Idx FROM 1 BY 1
                   UNTIL MMT-Scan-Idx > MMT-Count OR MMT-Found
               IF MMT-Mem-Id(MMT-Scan-Idx) = MCH-Mem-Id
                   MOVE "Y" TO MMT-Found-Sw
                   MOVE MMT-Scan-Idx TO MMT-Found-Idx
               END-IF
           END-PERFORM.

       Prove-Change-Batches.
           MOVE "N" TO Batched-Intake-Sw.
           MOVE ZERO TO BVT-Count-Items.
           MOVE "N" TO Prove-Open-Sw.
           OPEN INPUT MemChanges.
           IF NOT MemChgFile-Present
               GO TO Prove-Change-Batches-Exit
           END-IF.
           MOVE SPACES TO Mem-Change-Rec.
           READ MemChanges
               AT END SET End-Of-Mem-Changes TO TRUE
           END-READ.
           IF End-Of-Mem-Changes
               GO TO Prove-Change-Batches-Close
           END-IF.
           IF NOT Mem-Batch-Header
               GO TO Prove-Change-Batches-Close
           END-IF.
           SET Batched-Intake TO TRUE.
           PERFORM UNTIL End-Of-Mem-Changes
               EVALUATE TRUE
                   WHEN Mem-Batch-Header
                       IF Prove-Batch-Open
                           PERFORM Judge-Unclosed-Batch
                       END-IF
                       SET Prove-Batch-Open TO TRUE
                       MOVE MCHH-Batch-Number
                         TO Prove-Batch-Number
                       MOVE ZERO TO Prove-Rec-Count
                   WHEN Mem-Batch-Detail
                       ADD 1 TO Prove-Rec-Count
                   WHEN Mem-Batch-Trailer
                       PERFORM Judge-One-Change-Batch
                       MOVE "N" TO Prove-Open-Sw
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES TO Mem-Change-Rec
               READ MemChanges
                   AT END SET End-Of-Mem-Changes TO TRUE
               END-READ
           END-PERFORM.
           IF Prove-Batch-Open
               PERFORM Judge-Unclosed-Batch
           END-IF.

       Prove-Change-Batches-Close.
           CLOSE MemChanges.

       Prove-Change-Batches-Exit.
           EXIT.

       Judge-One-Change-Batch.
           IF BVT-Count-Items < 20
               ADD 1 TO BVT-Count-Items
               MOVE Prove-Batch-Number
                 TO BVT-Number(BVT-Count-Items)
               MOVE Prove-Rec-Count TO BVT-Count(BVT-Count-Items)
               IF MCHT-Count = Prove-Rec-Count
                   MOVE "Y" TO BVT-Good-Sw(BVT-Count-Items)
               ELSE
                   MOVE "N" TO BVT-Good-Sw(BVT-Count-Items)
                   ADD 1 TO Bad-Batch-Count
                   DISPLAY "MEMMNT1: CHANGE BATCH "
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
               MOVE "N" TO BVT-Good-Sw(BVT-Count-Items)
               ADD 1 TO Bad-Batch-Count
               DISPLAY "MEMMNT1: CHANGE BATCH "
                   Prove-Batch-Number " HAS NO TRAILER - "
                   "REJECTED WHOLE"
           END-IF.

      * The apply pass only runs when the change file actually
      * opened - a failed OPEN leaves every READ failing without
      * ever raising AT END, which would loop forever.
       Apply-Mem-Changes.
           OPEN INPUT MemChanges.
           OPEN OUTPUT MemChangeErrors.
           OPEN OUTPUT MemChangeAudit.
           OPEN EXTEND MemChangeHist.
           IF WS-MemChgHist-Status NOT = "00"
               OPEN OUTPUT MemChangeHist
           END-IF.
           IF MemChgFile-Present
               MOVE SPACES TO Mem-Change-Rec
               READ MemChanges
                   AT END SET End-Of-Mem-Changes TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Mem-Changes
                   EVALUATE TRUE
                       WHEN Mem-Batch-Header
                           PERFORM Set-Current-Batch-Verdict
                       WHEN Mem-Batch-Detail
                           IF Current-Batch-Good
                               PERFORM Apply-One-Mem-Change
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE SPACES TO Mem-Change-Rec
                   READ MemChanges
                       AT END SET End-Of-Mem-Changes TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MemChanges.
           CLOSE MemChangeErrors.
           CLOSE MemChangeAudit.
           CLOSE MemChangeHist.

       Set-Current-Batch-Verdict.
           MOVE "N" TO Current-Batch-Good-Sw.
           PERFORM VARYING BVT-Scan-Idx FROM 1 BY 1
                   UNTIL BVT-Scan-Idx > BVT-Count-Items
               IF BVT-Number(BVT-Scan-Idx) = MCHH-Batch-Number
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
                   MOVE "MEMCHG.DAT  " TO BR-File-Name
                   MOVE BVT-Number(BVT-Scan-Idx)
                     TO BR-Batch-Number
                   MOVE Signon-Date TO BR-Applied-Date
                   MOVE BVT-Count(BVT-Scan-Idx) TO BR-Rec-Count
                   MOVE ZERO TO BR-Value
                   WRITE Batch-Register-Rec
               END-IF
           END-PERFORM.
           CLOSE BatchRegister.

       Register-Applied-Batches-Exit.
           EXIT.

       Apply-One-Mem-Change.
           IF MCH-Date IS NUMERIC AND MCH-Date > ZERO
               MOVE MCH-Date TO Change-Date
           ELSE
               MOVE Signon-Date TO Change-Date
           END-IF.
           EVALUATE TRUE
               WHEN Join-Member
                   PERFORM Apply-Member-Join
                       THRU Apply-Member-Join-Exit
               WHEN Renew-Member
                   PERFORM Apply-Member-Renewal
                       THRU Apply-Member-Renewal-Exit
               WHEN Lapse-Member
                   PERFORM Apply-Member-Lapse
                       THRU Apply-Member-Lapse-Exit
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE-SKIPPED" TO MCE-Reason
                   PERFORM Log-Change-Error
           END-EVALUATE.

       Apply-Member-Join.
           PERFORM Find-Member.
           IF MMT-Found
               MOVE "ID ALREADY ON FILE-SKIPPED" TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Join-Exit
           END-IF.
           IF MCH-Name = SPACES
               MOVE "NO MEMBER NAME-SKIPPED" TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Join-Exit
           END-IF.
           PERFORM Find-Club.
           IF NOT CLT-Found
               MOVE "CLUB NOT ON MEMBERSHIP.DAT-SKIPPED"
                 TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Join-Exit
           END-IF.
           IF NOT MCH-Known-Category
               MOVE "UNKNOWN CATEGORY-SKIPPED" TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Join-Exit
           END-IF.
           IF MMT-Count >= 2000
               SET Member-Overflow TO TRUE
               MOVE "MEMBER TABLE FULL-SKIPPED" TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Join-Exit
           END-IF.
           MOVE SPACES TO Member-Rec.
           MOVE MCH-Mem-Id TO Mem-Id.
           MOVE MCH-Club-Id TO Mem-Club-Id.
           MOVE MCH-Name TO Mem-Name.
           MOVE MCH-Addr-Line-1 TO Mem-Addr-Line-1.
           MOVE MCH-Addr-Line-2 TO Mem-Addr-Line-2.
           MOVE MCH-Category TO Mem-Category.
           MOVE Change-Date TO Mem-Join-Date.
           MOVE Change-Date TO Year-Work.
           PERFORM Add-One-Year.
           MOVE Year-Work TO Mem-Renewal-Date.
           SET Mem-Active TO TRUE.
           MOVE ZERO TO Mem-Lapse-Date.
           ADD 1 TO MMT-Count.
           MOVE Member-Rec TO MMT-Image(MMT-Count).
           MOVE MCH-Mem-Id TO MCA-Mem-Id.
           MOVE SPACE TO MCA-Old-Category.
           MOVE SPACE TO MCA-Old-Status.
           MOVE ZERO TO MCA-Old-Renewal.
           MOVE "JOINED" TO MCA-Note.
           PERFORM Log-Change-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Member-Join-Exit.
           EXIT.

      * A member still current renews on from the date they run to,
      * so an early renewal loses nothing; one who has lapsed, or let
      * the date pass, runs a year from the renewal's own date.
       Apply-Member-Renewal.
           PERFORM Find-Member.
           IF NOT MMT-Found
               MOVE "NOT ON MEMBER REGISTER-SKIPPED" TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Renewal-Exit
           END-IF.
           IF MCH-Category NOT = SPACE AND NOT MCH-Known-Category
               MOVE "UNKNOWN CATEGORY-SKIPPED" TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Renewal-Exit
           END-IF.
           MOVE MMT-Image(MMT-Found-Idx) TO Member-Rec.
           PERFORM Take-Old-Image.
           IF Mem-Lapsed OR Mem-Renewal-Date < Change-Date
               MOVE Change-Date TO Year-Work
           ELSE
               MOVE Mem-Renewal-Date TO Year-Work
           END-IF.
           PERFORM Add-One-Year.
           MOVE Year-Work TO Mem-Renewal-Date.
           SET Mem-Active TO TRUE.
           MOVE ZERO TO Mem-Lapse-Date.
           IF MCH-Category NOT = SPACE
               MOVE MCH-Category TO Mem-Category
           END-IF.
           IF MCH-Name NOT = SPACES
               MOVE MCH-Name TO Mem-Name
           END-IF.
           IF MCH-Addr-Line-1 NOT = SPACES
              OR MCH-Addr-Line-2 NOT = SPACES
               MOVE MCH-Addr-Line-1 TO Mem-Addr-Line-1
               MOVE MCH-Addr-Line-2 TO Mem-Addr-Line-2
           END-IF.
           MOVE Member-Rec TO MMT-Image(MMT-Found-Idx).
           MOVE "RENEWED" TO MCA-Note.
           PERFORM Log-Change-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Member-Renewal-Exit.
           EXIT.

      * The member stays on file marked L - FEEBILL1 stops counting
      * them and MEMRENEW lists them under their club.
       Apply-Member-Lapse.
           PERFORM Find-Member.
           IF NOT MMT-Found
               MOVE "NOT ON MEMBER REGISTER-SKIPPED" TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Lapse-Exit
           END-IF.
           MOVE MMT-Image(MMT-Found-Idx) TO Member-Rec.
           IF Mem-Lapsed
               MOVE "ALREADY LAPSED-SKIPPED" TO MCE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Member-Lapse-Exit
           END-IF.
           PERFORM Take-Old-Image.
           SET Mem-Lapsed TO TRUE.
           MOVE Change-Date TO Mem-Lapse-Date.
           MOVE Member-Rec TO MMT-Image(MMT-Found-Idx).
           MOVE "LAPSED" TO MCA-Note.
           PERFORM Log-Change-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Member-Lapse-Exit.
           EXIT.

       Add-One-Year.
           ADD 1 TO Year-Work-Year.
           IF Year-Work-Month = 2 AND Year-Work-Day = 29
               MOVE 28 TO Year-Work-Day
           END-IF.

       Take-Old-Image.
           MOVE MCH-Mem-Id TO MCA-Mem-Id.
           MOVE Mem-Category TO MCA-Old-Category.
           MOVE Mem-Status TO MCA-Old-Status.
           IF Mem-Renewal-Date IS NUMERIC
               MOVE Mem-Renewal-Date TO MCA-Old-Renewal
           ELSE
               MOVE ZERO TO MCA-Old-Renewal
           END-IF.

       Log-Change-Error.
           MOVE MCH-Action TO MCE-Action.
           MOVE MCH-Mem-Id TO MCE-Mem-Id.
           WRITE Mem-Change-Error-Line
               FROM Mem-Change-Error-Detail.
           ADD 1 TO Changes-Skipped-Count.

       Log-Change-Audit.
           MOVE Signon-Operator-Id TO MCA-Operator.
           MOVE Mem-Name TO MCA-Name.
           MOVE Mem-Club-Id TO MCA-Club-Id.
           MOVE Mem-Category TO MCA-New-Category.
           MOVE Mem-Status TO MCA-New-Status.
           MOVE Mem-Renewal-Date TO MCA-New-Renewal.
           WRITE Mem-Change-Audit-Line
               FROM Mem-Change-Audit-Detail.
           MOVE Signon-Date TO MHH-Date.
           MOVE Signon-Time(1:6) TO MHH-Time.
           MOVE Mem-Change-Audit-Detail TO MHH-Audit-Image.
           WRITE Mem-Change-Hist-Rec.

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
           MOVE "MEMMNT1 " TO OSL-Program.
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

       END PROGRAM MEMMNT1.
