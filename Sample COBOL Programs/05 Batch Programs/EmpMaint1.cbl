      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch employee-master maintenance run - applies
      *          proved batches of starters (A), changes (C) and
      *          leavers (T) from EMPCHG.DAT against EMPLOYEE.DAT, the
      *          file PAYROLL1 pays from, in the CUSTMNT1 shape: H
      *          header, D details, record-count T trailer, an
      *          out-of-balance batch rejected whole. Transactions
      *          against an unknown employee - or a starter whose ID
      *          is already on file - go to the error report instead
      *          of applying, and every applied change writes a
      *          before/after image to the audit report and, dated, to
      *          EMPCHG-HIST.DAT. Bank details (sort code and account)
      *          on a starter or a change only apply when a second
      *          operator, holding the bank authorisation function and
      *          not the one signed on, authorises them for the run -
      *          otherwise the whole transaction is refused. A leaver
      *          is marked L with the leaving date rather than
      *          removed, so PAYROLL1 drops them from future pay runs
      *          while their PAYYTD.DAT position stays for PAYYREND.
      *          The contract's hours and leave accrual per pay period
      *          are kept here too, for PAYROLL1's leave balances,
      *          and the home branch the employee's wages cost to,
      *          checked against BRANCH.DAT when that file is on disk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO "EMPLOYEE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Employee-Status.

      * Keyed in proved batches: H header (batch number, prepared-by,
      * date), D details and a record-count T trailer.
           SELECT EmpChanges ASSIGN TO "EMPCHG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-EmpChg-Status.

      * Which batch numbers have actually been applied.
           SELECT BatchRegister ASSIGN TO "BATCHREG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BatchReg-Status.

           SELECT EmpChangeErrors ASSIGN TO "EMPCHG-ERR.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EmpChangeAudit ASSIGN TO "EMPCHG-AUDIT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The same audit images, dated and kept across runs - the
      * report above is rewritten every run.
           SELECT EmpChangeHist ASSIGN TO "EMPCHG-HIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-EmpChgHist-Status.

      * Operator sign-on: who may run which maintenance function.
      * The branch list - a home branch not on it is refused. Absent,
      * any code is taken as keyed.
           SELECT BranchMaster ASSIGN TO "BRANCH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BranchMaster-Status.

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
      * The PAYROLL1 employee record, with the leaver marker after
      * it - blank on records from before leavers were marked, which
      * reads as a current employee.
       FD EmployeeFile.
       01 Employee-Rec.
           88 End-Of-Employee-File  VALUE HIGH-VALUES.
        02  Emp-Id                  PIC X(5).
        02  Emp-Name                PIC X(20).
        02  Emp-GrossPay            PIC 9(6)V99.
        02  Emp-Tax                 PIC 9(6)V99.
        02  Emp-PRSI                PIC 9(6)V99.
        02  Emp-Pension             PIC 9(6)V99.
        02  Emp-BankSort            PIC X(6).
        02  Emp-BankAcct            PIC X(8).
        02  Emp-Pay-Type            PIC X.
           88 Hourly-Paid           VALUE "H".
        02  Emp-Hourly-Rate         PIC 9(3)V99.
        02  Emp-OT-Mult             PIC 9V99.
        02  Emp-Status              PIC X.
           88 Emp-Left              VALUE "L".
        02  Emp-Leave-Date          PIC 9(8).
      * Contract hours a pay period and leave hours accrued a period.
        02  Emp-Contract-Hours      PIC 9(3)V99.
        02  Emp-Accrual-Hours       PIC 9(3)V99.
      * The branch the wages cost to - blank reads as head office.
        02  Emp-Home-Branch         PIC X(3).

      * A blank or non-numeric field on a change leaves the employee
      * field as it stands. Pay type H makes the employee hourly, S
      * salaried. The leaving date on a T defaults to the run date.
       FD EmpChanges.
       01 Emp-Change-Rec.
           88 End-Of-Emp-Changes    VALUE HIGH-VALUES.
        02  ECH-Rec-Type             PIC X.
           88 Emp-Batch-Header       VALUE "H".
           88 Emp-Batch-Detail       VALUE "D".
           88 Emp-Batch-Trailer      VALUE "T".
        02  ECH-Body.
         03 ECH-Action               PIC X.
           88 Add-Employee           VALUE "A".
           88 Change-Employee        VALUE "C".
           88 Terminate-Employee     VALUE "T".
         03 ECH-Emp-Id               PIC X(5).
         03 ECH-Emp-Name             PIC X(20).
         03 ECH-GrossPay             PIC 9(6)V99.
         03 ECH-Tax                  PIC 9(6)V99.
         03 ECH-PRSI                 PIC 9(6)V99.
         03 ECH-Pension              PIC 9(6)V99.
         03 ECH-BankSort             PIC X(6).
         03 ECH-BankAcct             PIC X(8).
         03 ECH-Pay-Type             PIC X.
           88 ECH-Known-Pay-Type     VALUE "H", "S".
         03 ECH-Hourly-Rate          PIC 9(3)V99.
         03 ECH-OT-Mult              PIC 9V99.
         03 ECH-Leave-Date           PIC 9(8).
         03 ECH-Contract-Hours       PIC 9(3)V99.
         03 ECH-Accrual-Hours        PIC 9(3)V99.
         03 ECH-Home-Branch          PIC X(3).
        02  ECH-Header REDEFINES ECH-Body.
         03 ECHH-Batch-Number        PIC 9(4).
         03 ECHH-Prepared-By         PIC X(3).
         03 ECHH-Date                PIC 9(8).
         03 FILLER                   PIC X(87).
        02  ECH-Trailer REDEFINES ECH-Body.
         03 ECHT-Count               PIC 9(5).
         03 FILLER                   PIC X(97).

       FD EmpChangeErrors.
       01 Emp-Change-Error-Line      PIC X(60).

       FD BatchRegister.
       01 Batch-Register-Rec.
        02 BR-File-Name              PIC X(12).
        02 BR-Batch-Number           PIC 9(4).
        02 BR-Applied-Date           PIC 9(8).
        02 BR-Rec-Count              PIC 9(5).
        02 BR-Value                  PIC 9(11)V99.

       FD EmpChangeAudit.
       01 Emp-Change-Audit-Line      PIC X(120).

       FD EmpChangeHist.
       01 Emp-Change-Hist-Rec.
        02 EHH-Date                  PIC 9(8).
        02 EHH-Time                  PIC 9(6).
        02 EHH-Audit-Image           PIC X(120).

       FD BranchMaster.
       01 Branch-Master-Rec.
        02 BRF-Branch-Id               PIC X(3).
        02 BRF-Branch-Name             PIC X(20).

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
       01  Required-Function         PIC X VALUE "E".
       01  Signon-Date               PIC 9(8) VALUE ZERO.
       01  Signon-Time               PIC 9(8) VALUE ZERO.
      * The second operator for bank details - function B, and never
      * the operator already signed on.
       01  Lookup-Operator-Id        PIC X(5).
       01  Auth-Operator-Id          PIC X(5) VALUE SPACES.
       01  Bank-Function             PIC X VALUE "B".
       01  Bank-Auth-Sw              PIC X VALUE "N".
           88 Bank-Authorised        VALUE "Y".
       01  Bank-Pending-Sw           PIC X VALUE "N".
           88 Bank-Change-Pending    VALUE "Y".
       01  Bank-Change-Sw            PIC X VALUE "N".
           88 Bank-Change            VALUE "Y".

       01  WS-Employee-Status        PIC XX.
           88 EmployeeFile-Present   VALUE "00".
       01  WS-EmpChg-Status          PIC XX.
           88 EmpChgFile-Present     VALUE "00".
       01  WS-EmpChgHist-Status      PIC XX.
       01  WS-BatchReg-Status        PIC XX.
       01  WS-BranchMaster-Status     PIC XX.
           88 BranchMaster-Present    VALUE "00".
       01  BranchMaster-Eof-Sw        PIC X VALUE "N".
           88 BranchMaster-Eof        VALUE "Y".
       01  Branch-Master-Table.
        02  BRT-Entry OCCURS 20 TIMES.
         03 BRT-Branch-Id             PIC X(3).
       01  Branch-Count               PIC 99 VALUE ZERO.
       01  Branch-Master-Loaded-Sw    PIC X VALUE "N".
           88 Branch-Master-Loaded    VALUE "Y".
       01  Branch-Found-Sw            PIC X VALUE "N".
           88 Branch-Found            VALUE "Y".
       01  Branch-Scan-Idx            PIC 99 VALUE ZERO.

      * EMPLOYEE.DAT has no key, so the file is held here whole,
      * changed in place and written back once at the end.
       01  Employee-Table.
        02  EMT-Entry OCCURS 200 TIMES.
         03 EMT-Image.
          04 EMT-Emp-Id              PIC X(5).
          04 FILLER                  PIC X(97).
       01  EMT-Count                 PIC 9(3) VALUE ZERO.
       01  EMT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  EMT-Found-Idx             PIC 9(3) VALUE ZERO.
       01  EMT-Found-Sw              PIC X VALUE "N".
           88 EMT-Found              VALUE "Y".
       01  Employee-Overflow-Sw      PIC X VALUE "N".
           88 Employee-Overflow      VALUE "Y".

       01  Emp-Change-Error-Detail.
        02  ECE-Action               PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ECE-Emp-Id               PIC X(5).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ECE-Reason               PIC X(34).

      * Before/after image - name, status, gross and bank details on
      * each side, and the operator who authorised any bank change.
       01  Emp-Change-Audit-Detail.
        02  ECA-Operator             PIC X(5).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ECA-Emp-Id               PIC X(5).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ECA-Old-Name             PIC X(20).
        02  FILLER                   PIC X    VALUE SPACE.
        02  ECA-Old-Status           PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ECA-Old-Gross            PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ECA-Old-Sort             PIC X(6).
        02  ECA-Old-Acct             PIC X(8).
        02  FILLER                   PIC X(4) VALUE " TO ".
        02  ECA-New-Name             PIC X(20).
        02  FILLER                   PIC X    VALUE SPACE.
        02  ECA-New-Status           PIC X.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ECA-New-Gross            PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X    VALUE SPACE.
        02  ECA-New-Sort             PIC X(6).
        02  ECA-New-Acct             PIC X(8).
        02  FILLER                   PIC X    VALUE SPACE.
        02  ECA-Auth-Operator        PIC X(5).

       01  Changes-Applied-Count     PIC 9(4) VALUE ZERO.
       01  Changes-Skipped-Count     PIC 9(4) VALUE ZERO.

      * The batch controls, proved in a pre-pass - the CUSTMNT1
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
               DISPLAY "EMPMNT1: OPERATOR " Signon-Operator-Id
                   " NOT AUTHORIZED FOR EMPLOYEE MAINT - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "EMPMNT1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Load-Employees.
           PERFORM Load-Branch-Master.
           IF Employee-Overflow
               DISPLAY "EMPMNT1: EMPLOYEE.DAT EXCEEDS THE EMPLOYEE "
                   "TABLE - RUN ABORTED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Prove-Change-Batches
               THRU Prove-Change-Batches-Exit.
           IF NOT Batched-Intake
               DISPLAY "EMPMNT1: EMPCHG.DAT MISSING OR NOT IN "
                   "BATCHES - NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           IF Bank-Change-Pending
               PERFORM Bank-Authorisation
           END-IF.
           PERFORM Apply-Emp-Changes.
           IF Changes-Applied-Count > ZERO
               PERFORM Save-Employees
           END-IF.
           PERFORM Register-Applied-Batches
               THRU Register-Applied-Batches-Exit.
           DISPLAY "EMPLOYEE CHANGES APPLIED: " Changes-Applied-Count.
           DISPLAY "EMPLOYEE CHANGES SKIPPED: " Changes-Skipped-Count.
           IF Employee-Overflow
               DISPLAY "EMPMNT1: EMPLOYEE TABLE FULL - STARTERS PAST "
                   "THE LIMIT ON EMPCHG-ERR.RPT"
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
           MOVE "EMPMNT1 " TO RLK-Job-Name.
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

       Load-Employees.
           OPEN INPUT EmployeeFile.
           IF EmployeeFile-Present
               MOVE SPACES TO Employee-Rec
               READ EmployeeFile
                   AT END SET End-Of-Employee-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Employee-File
                   IF EMT-Count < 200
                       ADD 1 TO EMT-Count
                       MOVE Employee-Rec TO EMT-Image(EMT-Count)
                   ELSE
                       SET Employee-Overflow TO TRUE
                   END-IF
                   MOVE SPACES TO Employee-Rec
                   READ EmployeeFile
                       AT END SET End-Of-Employee-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmployeeFile
           END-IF.

       Save-Employees.
           OPEN OUTPUT EmployeeFile.
           PERFORM VARYING EMT-Scan-Idx FROM 1 BY 1
                   UNTIL EMT-Scan-Idx > EMT-Count
               MOVE EMT-Image(EMT-Scan-Idx) TO Employee-Rec
               WRITE Employee-Rec
           END-PERFORM.
           CLOSE EmployeeFile.

       Load-Branch-Master.
           OPEN INPUT BranchMaster.
           IF BranchMaster-Present
               MOVE "Y" TO Branch-Master-Loaded-Sw
               READ BranchMaster
                   AT END SET BranchMaster-Eof TO TRUE
               END-READ
               PERFORM UNTIL BranchMaster-Eof
                   IF Branch-Count < 20
                       ADD 1 TO Branch-Count
                       MOVE BRF-Branch-Id
                         TO BRT-Branch-Id(Branch-Count)
                   END-IF
                   READ BranchMaster
                       AT END SET BranchMaster-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchMaster
           END-IF.

      * Head office is always a good home; blank keeps what is on
      * file (or head office for a starter).
       Check-Branch-Code.
           MOVE "N" TO Branch-Found-Sw.
           IF ECH-Home-Branch = SPACES OR ECH-Home-Branch = "HO "
              OR NOT Branch-Master-Loaded
               MOVE "Y" TO Branch-Found-Sw
           END-IF.
           PERFORM VARYING Branch-Scan-Idx FROM 1 BY 1
                   UNTIL Branch-Scan-Idx > Branch-Count
                      OR Branch-Found
               IF BRT-Branch-Id(Branch-Scan-Idx) = ECH-Home-Branch
                   MOVE "Y" TO Branch-Found-Sw
               END-IF
           END-PERFORM.

       Find-Employee.
           MOVE "N" TO EMT-Found-Sw.
           MOVE ZERO TO EMT-Found-Idx.
           PERFORM VARYING EMT-Scan-Idx FROM 1 BY 1
                   UNTIL EMT-Scan-Idx > EMT-Count OR EMT-Found
               IF EMT-Emp-Id(EMT-Scan-Idx) = ECH-Emp-Id
                   MOVE "Y" TO EMT-Found-Sw
                   MOVE EMT-Scan-Idx TO EMT-Found-Idx
               END-IF
           END-PERFORM.

      * The pre-pass also notes whether any detail in a good batch
      * carries bank details, so the authoriser is only asked for
      * when there is something to authorise.
       Prove-Change-Batches.
           MOVE "N" TO Batched-Intake-Sw.
           MOVE ZERO TO BVT-Count-Items.
           MOVE "N" TO Prove-Open-Sw.
           OPEN INPUT EmpChanges.
           IF NOT EmpChgFile-Present
               GO TO Prove-Change-Batches-Exit
           END-IF.
           MOVE SPACES TO Emp-Change-Rec.
           READ EmpChanges
               AT END SET End-Of-Emp-Changes TO TRUE
           END-READ.
           IF End-Of-Emp-Changes
               GO TO Prove-Change-Batches-Close
           END-IF.
           IF NOT Emp-Batch-Header
               GO TO Prove-Change-Batches-Close
           END-IF.
           SET Batched-Intake TO TRUE.
           PERFORM UNTIL End-Of-Emp-Changes
               EVALUATE TRUE
                   WHEN Emp-Batch-Header
                       IF Prove-Batch-Open
                           PERFORM Judge-Unclosed-Batch
                       END-IF
                       SET Prove-Batch-Open TO TRUE
                       MOVE ECHH-Batch-Number
                         TO Prove-Batch-Number
                       MOVE ZERO TO Prove-Rec-Count
                   WHEN Emp-Batch-Detail
                       ADD 1 TO Prove-Rec-Count
                   WHEN Emp-Batch-Trailer
                       PERFORM Judge-One-Change-Batch
                       MOVE "N" TO Prove-Open-Sw
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES TO Emp-Change-Rec
               READ EmpChanges
                   AT END SET End-Of-Emp-Changes TO TRUE
               END-READ
           END-PERFORM.
           IF Prove-Batch-Open
               PERFORM Judge-Unclosed-Batch
           END-IF.
           CLOSE EmpChanges.
           PERFORM Find-Pending-Bank-Changes.
           GO TO Prove-Change-Batches-Exit.

       Prove-Change-Batches-Close.
           CLOSE EmpChanges.

       Prove-Change-Batches-Exit.
           EXIT.

       Judge-One-Change-Batch.
           IF BVT-Count-Items < 20
               ADD 1 TO BVT-Count-Items
               MOVE Prove-Batch-Number
                 TO BVT-Number(BVT-Count-Items)
               MOVE Prove-Rec-Count TO BVT-Count(BVT-Count-Items)
               IF ECHT-Count = Prove-Rec-Count
                   MOVE "Y" TO BVT-Good-Sw(BVT-Count-Items)
               ELSE
                   MOVE "N" TO BVT-Good-Sw(BVT-Count-Items)
                   ADD 1 TO Bad-Batch-Count
                   DISPLAY "EMPMNT1: CHANGE BATCH "
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
               DISPLAY "EMPMNT1: CHANGE BATCH "
                   Prove-Batch-Number " HAS NO TRAILER - "
                   "REJECTED WHOLE"
           END-IF.

       Find-Pending-Bank-Changes.
           MOVE "N" TO Bank-Pending-Sw.
           OPEN INPUT EmpChanges.
           MOVE SPACES TO Emp-Change-Rec.
           READ EmpChanges
               AT END SET End-Of-Emp-Changes TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Emp-Changes
               IF Emp-Batch-Header
                   PERFORM Set-Current-Batch-Verdict
               END-IF
               IF Emp-Batch-Detail AND Current-Batch-Good
                  AND (Add-Employee OR Change-Employee)
                  AND (ECH-BankSort NOT = SPACES
                       OR ECH-BankAcct NOT = SPACES)
                   SET Bank-Change-Pending TO TRUE
               END-IF
               MOVE SPACES TO Emp-Change-Rec
               READ EmpChanges
                   AT END SET End-Of-Emp-Changes TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EmpChanges.

      * A changed bank account is the classic payroll fraud, so the
      * operator keying the run cannot authorise it as well.
       Bank-Authorisation.
           MOVE "N" TO Bank-Auth-Sw.
           DISPLAY "BANK DETAIL CHANGES - AUTHORISING OPERATOR ID ?".
           ACCEPT Auth-Operator-Id.
           IF Auth-Operator-Id NOT = SPACES
              AND Auth-Operator-Id NOT = Signon-Operator-Id
               MOVE Auth-Operator-Id TO Lookup-Operator-Id
               MOVE Bank-Function TO Required-Function
               PERFORM Check-Operator-Function
               IF Function-Allowed
                   SET Bank-Authorised TO TRUE
               END-IF
           END-IF.
           MOVE Auth-Operator-Id TO OSL-Operator-Id.
           IF Bank-Authorised
               MOVE "BANKAUTH" TO OSL-Decision
           ELSE
               MOVE "BANKREF " TO OSL-Decision
               DISPLAY "EMPMNT1: BANK DETAILS NOT AUTHORISED - "
                   "THOSE TRANSACTIONS REFUSED"
           END-IF.
           PERFORM Write-Op-Sec-Rec.

      * The apply pass only runs when the change file actually
      * opened - a failed OPEN leaves every READ failing without
      * ever raising AT END, which would loop forever.
       Apply-Emp-Changes.
           OPEN INPUT EmpChanges.
           OPEN OUTPUT EmpChangeErrors.
           OPEN OUTPUT EmpChangeAudit.
           OPEN EXTEND EmpChangeHist.
           IF WS-EmpChgHist-Status NOT = "00"
               OPEN OUTPUT EmpChangeHist
           END-IF.
           IF EmpChgFile-Present
               MOVE SPACES TO Emp-Change-Rec
               READ EmpChanges
                   AT END SET End-Of-Emp-Changes TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Emp-Changes
                   EVALUATE TRUE
                       WHEN Emp-Batch-Header
                           PERFORM Set-Current-Batch-Verdict
                       WHEN Emp-Batch-Detail
                           IF Current-Batch-Good
                               PERFORM Apply-One-Emp-Change
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE SPACES TO Emp-Change-Rec
                   READ EmpChanges
                       AT END SET End-Of-Emp-Changes TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EmpChanges.
           CLOSE EmpChangeErrors.
           CLOSE EmpChangeAudit.
           CLOSE EmpChangeHist.

       Set-Current-Batch-Verdict.
           MOVE "N" TO Current-Batch-Good-Sw.
           PERFORM VARYING BVT-Scan-Idx FROM 1 BY 1
                   UNTIL BVT-Scan-Idx > BVT-Count-Items
               IF BVT-Number(BVT-Scan-Idx) = ECHH-Batch-Number
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
                   MOVE "EMPCHG.DAT  " TO BR-File-Name
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

       Apply-One-Emp-Change.
           EVALUATE TRUE
               WHEN Add-Employee
                   PERFORM Apply-Employee-Add
                       THRU Apply-Employee-Add-Exit
               WHEN Change-Employee
                   PERFORM Apply-Employee-Change
                       THRU Apply-Employee-Change-Exit
               WHEN Terminate-Employee
                   PERFORM Apply-Employee-Leaver
                       THRU Apply-Employee-Leaver-Exit
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE-SKIPPED" TO ECE-Reason
                   PERFORM Log-Change-Error
           END-EVALUATE.

      * A starter's bank details need the authoriser as much as a
      * change does - a ghost employee is the same fraud.
       Apply-Employee-Add.
           PERFORM Find-Employee.
           IF EMT-Found
               MOVE "ID ALREADY ON FILE-SKIPPED" TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Add-Exit
           END-IF.
           IF (ECH-BankSort NOT = SPACES OR ECH-BankAcct NOT = SPACES)
              AND NOT Bank-Authorised
               MOVE "BANK CHANGE NOT AUTHORISED-SKIPPED"
                 TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Add-Exit
           END-IF.
           PERFORM Check-Branch-Code.
           IF NOT Branch-Found
               MOVE "UNKNOWN HOME BRANCH-SKIPPED" TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Add-Exit
           END-IF.
           IF EMT-Count >= 200
               SET Employee-Overflow TO TRUE
               MOVE "EMPLOYEE TABLE FULL-SKIPPED" TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Add-Exit
           END-IF.
           MOVE SPACES TO Employee-Rec.
           MOVE ECH-Emp-Id TO Emp-Id.
           MOVE ECH-Emp-Name TO Emp-Name.
           MOVE ZERO TO Emp-GrossPay Emp-Tax Emp-PRSI Emp-Pension
                        Emp-Hourly-Rate Emp-OT-Mult
                        Emp-Contract-Hours Emp-Accrual-Hours.
           PERFORM Move-Changed-Figures.
           MOVE ECH-BankSort TO Emp-BankSort.
           MOVE ECH-BankAcct TO Emp-BankAcct.
           IF ECH-Pay-Type = "H"
               MOVE "H" TO Emp-Pay-Type
           END-IF.
           ADD 1 TO EMT-Count.
           MOVE Employee-Rec TO EMT-Image(EMT-Count).
           MOVE ECH-Emp-Id TO ECA-Emp-Id.
           MOVE "*** STARTER ***" TO ECA-Old-Name.
           MOVE SPACE TO ECA-Old-Status.
           MOVE ZERO TO ECA-Old-Gross.
           MOVE SPACES TO ECA-Old-Sort.
           MOVE SPACES TO ECA-Old-Acct.
           IF Emp-BankSort NOT = SPACES OR Emp-BankAcct NOT = SPACES
               SET Bank-Change TO TRUE
           ELSE
               MOVE "N" TO Bank-Change-Sw
           END-IF.
           PERFORM Log-Change-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Employee-Add-Exit.
           EXIT.

      * Blank fields on a change leave the employee field alone, so
      * one transaction can change just the rate or just the bank.
      * Bank details that differ from what is on file make it a bank
      * change, which stands or falls on the authorisation.
       Apply-Employee-Change.
           PERFORM Find-Employee.
           IF NOT EMT-Found
               MOVE "NOT ON EMPLOYEE FILE-SKIPPED" TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Change-Exit
           END-IF.
           MOVE EMT-Image(EMT-Found-Idx) TO Employee-Rec.
           IF Emp-Left
               MOVE "EMPLOYEE HAS LEFT-SKIPPED" TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Change-Exit
           END-IF.
           MOVE "N" TO Bank-Change-Sw.
           IF ECH-BankSort NOT = SPACES
              AND ECH-BankSort NOT = Emp-BankSort
               SET Bank-Change TO TRUE
           END-IF.
           IF ECH-BankAcct NOT = SPACES
              AND ECH-BankAcct NOT = Emp-BankAcct
               SET Bank-Change TO TRUE
           END-IF.
           IF Bank-Change AND NOT Bank-Authorised
               MOVE "BANK CHANGE NOT AUTHORISED-SKIPPED"
                 TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Change-Exit
           END-IF.
           PERFORM Check-Branch-Code.
           IF NOT Branch-Found
               MOVE "UNKNOWN HOME BRANCH-SKIPPED" TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Change-Exit
           END-IF.
           PERFORM Take-Old-Image.
           IF ECH-Emp-Name NOT = SPACES
               MOVE ECH-Emp-Name TO Emp-Name
           END-IF.
           PERFORM Move-Changed-Figures.
           IF ECH-BankSort NOT = SPACES
               MOVE ECH-BankSort TO Emp-BankSort
           END-IF.
           IF ECH-BankAcct NOT = SPACES
               MOVE ECH-BankAcct TO Emp-BankAcct
           END-IF.
           IF ECH-Pay-Type = "H"
               MOVE "H" TO Emp-Pay-Type
           END-IF.
           IF ECH-Pay-Type = "S"
               MOVE SPACE TO Emp-Pay-Type
           END-IF.
           MOVE Employee-Rec TO EMT-Image(EMT-Found-Idx).
           PERFORM Log-Change-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Employee-Change-Exit.
           EXIT.

      * The leaver stays on file marked L - PAYROLL1 skips them, and
      * PAYYREND still finds the name for their certificate.
       Apply-Employee-Leaver.
           PERFORM Find-Employee.
           IF NOT EMT-Found
               MOVE "NOT ON EMPLOYEE FILE-SKIPPED" TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Leaver-Exit
           END-IF.
           MOVE EMT-Image(EMT-Found-Idx) TO Employee-Rec.
           IF Emp-Left
               MOVE "ALREADY A LEAVER-SKIPPED" TO ECE-Reason
               PERFORM Log-Change-Error
               GO TO Apply-Employee-Leaver-Exit
           END-IF.
           MOVE "N" TO Bank-Change-Sw.
           PERFORM Take-Old-Image.
           MOVE "L" TO Emp-Status.
           IF ECH-Leave-Date IS NUMERIC AND ECH-Leave-Date > ZERO
               MOVE ECH-Leave-Date TO Emp-Leave-Date
           ELSE
               MOVE Signon-Date TO Emp-Leave-Date
           END-IF.
           MOVE Employee-Rec TO EMT-Image(EMT-Found-Idx).
           PERFORM Log-Change-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Employee-Leaver-Exit.
           EXIT.

       Take-Old-Image.
           MOVE ECH-Emp-Id TO ECA-Emp-Id.
           MOVE Emp-Name TO ECA-Old-Name.
           MOVE Emp-Status TO ECA-Old-Status.
           IF Emp-GrossPay IS NUMERIC
               MOVE Emp-GrossPay TO ECA-Old-Gross
           ELSE
               MOVE ZERO TO ECA-Old-Gross
           END-IF.
           MOVE Emp-BankSort TO ECA-Old-Sort.
           MOVE Emp-BankAcct TO ECA-Old-Acct.

       Move-Changed-Figures.
           IF ECH-GrossPay IS NUMERIC
               MOVE ECH-GrossPay TO Emp-GrossPay
           END-IF.
           IF ECH-Tax IS NUMERIC
               MOVE ECH-Tax TO Emp-Tax
           END-IF.
           IF ECH-PRSI IS NUMERIC
               MOVE ECH-PRSI TO Emp-PRSI
           END-IF.
           IF ECH-Pension IS NUMERIC
               MOVE ECH-Pension TO Emp-Pension
           END-IF.
           IF ECH-Hourly-Rate IS NUMERIC
               MOVE ECH-Hourly-Rate TO Emp-Hourly-Rate
           END-IF.
           IF ECH-OT-Mult IS NUMERIC
               MOVE ECH-OT-Mult TO Emp-OT-Mult
           END-IF.
           IF ECH-Contract-Hours IS NUMERIC
               MOVE ECH-Contract-Hours TO Emp-Contract-Hours
           END-IF.
           IF ECH-Accrual-Hours IS NUMERIC
               MOVE ECH-Accrual-Hours TO Emp-Accrual-Hours
           END-IF.
           IF ECH-Home-Branch NOT = SPACES
               MOVE ECH-Home-Branch TO Emp-Home-Branch
           END-IF.

       Log-Change-Error.
           MOVE ECH-Action TO ECE-Action.
           MOVE ECH-Emp-Id TO ECE-Emp-Id.
           WRITE Emp-Change-Error-Line
               FROM Emp-Change-Error-Detail.
           ADD 1 TO Changes-Skipped-Count.

       Log-Change-Audit.
           MOVE Signon-Operator-Id TO ECA-Operator.
           MOVE Emp-Name TO ECA-New-Name.
           MOVE Emp-Status TO ECA-New-Status.
           IF Emp-GrossPay IS NUMERIC
               MOVE Emp-GrossPay TO ECA-New-Gross
           ELSE
               MOVE ZERO TO ECA-New-Gross
           END-IF.
           MOVE Emp-BankSort TO ECA-New-Sort.
           MOVE Emp-BankAcct TO ECA-New-Acct.
           IF Bank-Change
               MOVE Auth-Operator-Id TO ECA-Auth-Operator
           ELSE
               MOVE SPACES TO ECA-Auth-Operator
           END-IF.
           WRITE Emp-Change-Audit-Line
               FROM Emp-Change-Audit-Detail.
           MOVE Signon-Date TO EHH-Date.
           MOVE Signon-Time(1:6) TO EHH-Time.
           MOVE Emp-Change-Audit-Detail TO EHH-Audit-Image.
           WRITE Emp-Change-Hist-Rec.

      * Sign-on against OPERATOR.DAT: the keyed ID must exist and its
      * permitted-function letters must include this program's own.
      * A missing operator file refuses everyone - maintenance with
      * no operator control on disk is the thing being prevented.
       Operator-Sign-On.
           DISPLAY "OPERATOR ID ?".
           ACCEPT Signon-Operator-Id.
           MOVE Signon-Operator-Id TO Lookup-Operator-Id.
           PERFORM Check-Operator-Function.
           IF Function-Allowed
               PERFORM Log-Signon-Decision-Allowed
           ELSE
               PERFORM Log-Signon-Decision-Refused
           END-IF.

       Check-Operator-Function.
           MOVE "N" TO Operator-Found-Sw.
           OPEN INPUT OperatorFile.
           IF OperatorFile-Present
               READ OperatorFile
                   AT END SET End-Of-Operator-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Operator-File OR Operator-Found
                   IF OPF-Operator-Id = Lookup-Operator-Id
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

       Log-Signon-Decision-Allowed.
           MOVE "ALLOWED " TO OSL-Decision.
           PERFORM Write-Signon-Log.

       Log-Signon-Decision-Refused.
           MOVE "REFUSED " TO OSL-Decision.
           PERFORM Write-Signon-Log.

       Write-Signon-Log.
           MOVE Signon-Operator-Id TO OSL-Operator-Id.
           PERFORM Write-Op-Sec-Rec.

       Write-Op-Sec-Rec.
           ACCEPT Signon-Date FROM DATE YYYYMMDD.
           ACCEPT Signon-Time FROM TIME.
           OPEN EXTEND OpSecLog.
           IF WS-OpSec-Status NOT = "00"
               OPEN OUTPUT OpSecLog
           END-IF.
           MOVE Signon-Date TO OSL-Date.
           MOVE Signon-Time(1:6) TO OSL-Time.
           MOVE "EMPMNT1 " TO OSL-Program.
           WRITE Op-Sec-Rec.
           CLOSE OpSecLog.

       END PROGRAM EMPMNT1.
