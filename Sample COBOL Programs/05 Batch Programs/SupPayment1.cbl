      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier payment run - the weekly bought-ledger
      *          payment. Every open invoice on the creditors file
      *          CREDITORS.DAT falls due on its invoice date plus the
      *          supplier's terms on SUPPLIER.DAT (30 days when none
      *          are keyed); whatever falls due before the next weekly
      *          run is paid now, unless the office has held it. Holds
      *          and releases are keyed onto SUPHOLD.DAT (supplier,
      *          invoice, H or R) and applied first, then archive and
      *          clear like every other keyed input. Each supplier
      *          paid gets one credit transfer on SUPPAY.DAT - the
      *          H/D/T layout of PAYROLL1's BANKPAY.DAT, trailer count
      *          and value proved against the run - and one remittance
      *          advice on SUPREMIT.RPT listing the invoices it
      *          clears. The paid invoices close on the creditors
      *          file, the payment posts creditors against bank on
      *          GLPOST.DAT, and BANKREC1 picks SUPPAY.DAT up as our
      *          side of the reconciliation the way it does the wages.
      *          A supplier with no bank details on file, or a hold
      *          for an invoice not on the ledger, lands on
      *          SUPPAY-EXCEPT.RPT instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPAY1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Creditors ASSIGN TO "CREDITORS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Creditors-Status.

      * One row per supplier/oil pairing - terms and bank details are
      * the supplier's, so the first row carrying them wins.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Supplier-Status.

           SELECT HoldInstructions ASSIGN TO "SUPHOLD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SupHold-Status.

           SELECT HoldHist ASSIGN TO Hold-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-HoldHist-Status.

      * Fixed-layout credit-transfer file for the bank: an H header,
      * one D row per supplier paid and a T trailer whose count and
      * value must equal the run's before anyone releases the file.
           SELECT SupplierPay ASSIGN TO "SUPPAY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Remittances ASSIGN TO "SUPREMIT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PayExceptions ASSIGN TO "SUPPAY-EXCEPT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GlPosting ASSIGN TO "GLPOST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlPosting-Status.

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
       FD Creditors.
       01 Creditor-Rec.
           88 End-Of-Creditors         VALUE HIGH-VALUES.
        02 CRD-Supplier-Id             PIC X(5).
        02 CRD-Invoice-No              PIC X(10).
        02 CRD-Invoice-Date            PIC 9(8).
        02 CRD-Net                     PIC 9(7)V99.
        02 CRD-Vat                     PIC 9(7)V99.
        02 CRD-Gross                   PIC 9(7)V99.
        02 CRD-Amount-Open             PIC S9(7)V99.
        02 CRD-Status                  PIC X.
      * Y while the office holds the invoice back from payment; the
      * date the payment run cleared it once paid.
        02 CRD-Hold-Sw                 PIC X.
        02 CRD-Paid-Date               PIC 9(8).

       FD SupplierFile.
       01 Supplier-Rec.
           88 End-Of-Supplier-File     VALUE HIGH-VALUES.
        02 SUP-Supplier-Id             PIC X(5).
        02 SUP-Supplier-Name           PIC X(20).
        02 SUP-Oil-Num                 PIC 99.
        02 SUP-Lead-Days               PIC 9(3).
        02 SUP-Min-Order               PIC 9(5).
        02 SUP-Terms-Days              PIC 9(3).
        02 SUP-Bank-Sort               PIC X(6).
        02 SUP-Bank-Acct               PIC X(8).

       FD HoldInstructions.
       01 Hold-Instruction-Rec.
           88 End-Of-Hold-Instructions VALUE HIGH-VALUES.
        02 SH-Supplier-Id              PIC X(5).
        02 SH-Invoice-No               PIC X(10).
        02 SH-Action                   PIC X.
           88 SH-Hold                  VALUE "H".
           88 SH-Release               VALUE "R".

       FD HoldHist.
       01 Hold-Hist-Rec               PIC X(16).

       FD SupplierPay.
       01 Supplier-Pay-Rec.
        02 SPF-Rec-Type                PIC X.
        02 SPF-Body                    PIC X(28).
        02 SPF-Header REDEFINES SPF-Body.
         03 SPF-Pay-Date               PIC 9(8).
         03 FILLER                     PIC X(20).
        02 SPF-Detail REDEFINES SPF-Body.
         03 SPF-Supplier-Id            PIC X(5).
         03 SPF-Sort                   PIC X(6).
         03 SPF-Acct                   PIC X(8).
         03 SPF-Amount                 PIC 9(7)V99.
        02 SPF-Trailer REDEFINES SPF-Body.
         03 SPF-Count                  PIC 9(5).
         03 SPF-Total                  PIC 9(9)V99.
         03 FILLER                     PIC X(12).

       FD Remittances.
       01 Remittance-Line             PIC X(70).

       FD PayExceptions.
       01 Pay-Exception-Line          PIC X(70).

       FD GlPosting.
       01 Gl-Posting-Rec.
        02 GL-Account                  PIC X(6).
        02 GL-Debit                    PIC S9(7)V99.
        02 GL-Credit                   PIC S9(7)V99.
        02 GL-Period                   PIC X(20).
        02 GL-Source                   PIC X(8).
        02 GL-Branch                   PIC X(3).

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
       01  Lock-Run-Date              PIC 9(8) VALUE ZERO.
       01  WS-Creditors-Status        PIC XX.
           88 CreditorsFile-Present   VALUE "00".
       01  WS-Supplier-Status         PIC XX.
           88 SupplierFile-Present    VALUE "00".
       01  WS-SupHold-Status          PIC XX.
           88 SupHoldFile-Present     VALUE "00".
       01  WS-HoldHist-Status         PIC XX.
       01  WS-GlPosting-Status        PIC XX.
       01  WS-RunParm-Status          PIC XX.
           88 RunParmFile-Present     VALUE "00".
       01  WS-Periods-Status          PIC XX.
           88 PeriodsFile-Present     VALUE "00".
       01  WS-JobLog-Status           PIC XX.
       01  Period-Closed-Sw           PIC X VALUE "N".
           88 Period-Closed           VALUE "Y".
       01  Run-Period                 PIC X(20) VALUE SPACES.
       01  Hold-Hist-File-Name        PIC X(35).
       01  Holds-On-File-Sw           PIC X VALUE "N".
           88 Holds-On-File           VALUE "Y".

      * One row per supplier: name, terms and where to pay them.
       01  Supplier-Table.
        02  SPT-Entry OCCURS 200 TIMES.
         03 SPT-Supplier-Id           PIC X(5).
         03 SPT-Supplier-Name         PIC X(20).
         03 SPT-Terms-Days            PIC 9(3).
         03 SPT-Bank-Sort             PIC X(6).
         03 SPT-Bank-Acct             PIC X(8).
         03 SPT-Pay-Total             PIC S9(9)V99.
       01  SPT-Count                  PIC 9(3) VALUE ZERO.
       01  SPT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  SPT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  SPT-Found-Sw               PIC X VALUE "N".
           88 SPT-Found               VALUE "Y".

      * The whole creditors ledger, paid off in storage and rewritten.
       01  Creditor-Table.
        02  CRT-Entry OCCURS 2000 TIMES.
         03 CRT-Supplier-Id           PIC X(5).
         03 CRT-Invoice-No            PIC X(10).
         03 CRT-Invoice-Date          PIC 9(8).
         03 CRT-Net                   PIC 9(7)V99.
         03 CRT-Vat                   PIC 9(7)V99.
         03 CRT-Gross                 PIC 9(7)V99.
         03 CRT-Amount-Open           PIC S9(7)V99.
         03 CRT-Status                PIC X.
         03 CRT-Hold-Sw               PIC X.
         03 CRT-Paid-Date             PIC 9(8).
         03 CRT-Pay-Now-Sw            PIC X.
       01  CRT-Count                  PIC 9(4) VALUE ZERO.
       01  CRT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  CRT-Found-Sw               PIC X VALUE "N".
           88 CRT-Found               VALUE "Y".
       01  Crd-Table-Overflow-Sw      PIC X VALUE "N".
           88 Crd-Table-Overflow      VALUE "Y".

      * Gregorian day number of a yyyymmdd date, so due dates can be
      * compared across month and year ends.
       01  DN-Date                    PIC 9(8) VALUE ZERO.
       01  DN-Date-Parts REDEFINES DN-Date.
        02 DN-Year                    PIC 9(4).
        02 DN-Month                   PIC 99.
        02 DN-Day                     PIC 99.
       01  DN-Work-Year               PIC 9(4) VALUE ZERO.
       01  DN-Month-Shift             PIC 99 VALUE ZERO.
       01  DN-Era                     PIC 9(3) VALUE ZERO.
       01  DN-Year-Of-Era             PIC 9(3) VALUE ZERO.
       01  DN-Temp                    PIC 9(5) VALUE ZERO.
       01  DN-Day-Of-Year             PIC 9(3) VALUE ZERO.
       01  DN-Quad                    PIC 9(3) VALUE ZERO.
       01  DN-Century                 PIC 9(3) VALUE ZERO.
       01  DN-Day-Number              PIC 9(7) VALUE ZERO.

      * Anything due before the next weekly run is paid in this one.
       01  Pay-Horizon-Days           PIC 9(3) VALUE 7.
       01  Default-Terms-Days         PIC 9(3) VALUE 30.
       01  Run-Day-Number             PIC 9(7) VALUE ZERO.
       01  Due-Day-Number             PIC 9(7) VALUE ZERO.

       01  Invoices-Paid-Count        PIC 9(5) VALUE ZERO.
       01  Invoices-Held-Count        PIC 9(5) VALUE ZERO.
       01  Exception-Count            PIC 9(5) VALUE ZERO.
       01  Bank-Detail-Count          PIC 9(5) VALUE ZERO.
       01  Bank-Detail-Total          PIC 9(9)V99 VALUE ZERO.
      * Built invoice by invoice as each one is closed, so it proves
      * the bank file rather than repeating it.
       01  Run-Pay-Total              PIC S9(9)V99 VALUE ZERO.
       01  Bank-File-Held-Sw          PIC X VALUE "N".
           88 Bank-File-Held          VALUE "Y".
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

       01  Remit-Heading-Line.
        02  FILLER                    PIC X(21) VALUE
             "REMITTANCE ADVICE TO ".
        02  RH-Supplier-Id            PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  RH-Supplier-Name          PIC X(20).
        02  FILLER                    PIC X(6)  VALUE " DATE".
        02  RH-Pay-Date               PIC B9(8).

       01  Remit-Topic-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(13) VALUE "INVOICE".
        02  FILLER                    PIC X(15) VALUE "INVOICE DATE".
        02  FILLER                    PIC X(14) VALUE "      AMOUNT".

       01  Remit-Detail-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Invoice-No             PIC X(10).
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  RD-Invoice-Date           PIC 9(8).
        02  FILLER                    PIC X(5)  VALUE SPACES.
        02  RD-Amount                 PIC ZZ,ZZZ,ZZ9.99.

       01  Remit-Total-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(26) VALUE
             "TOTAL PAID".
        02  RT-Amount                 PIC ZZ,ZZZ,ZZ9.99.

       01  Remit-Bank-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(26) VALUE
             "BY CREDIT TRANSFER TO".
        02  RB-Sort                   PIC X(6).
        02  FILLER                    PIC X     VALUE SPACE.
        02  RB-Acct                   PIC X(8).

       01  Pay-Exception-Detail.
        02  PX-Supplier-Id            PIC X(5).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PX-Invoice-No             PIC X(10).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PX-Amount                 PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PX-Reason                 PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Run-Parm.
           PERFORM Check-Period-Status.
           IF Period-Closed
               DISPLAY "SUPPAY1: PERIOD " Run-Period
                   " IS CLOSED - RUN REFUSED"
               PERFORM Log-Period-Refusal
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "SUPPAY1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Load-Supplier-Master.
           PERFORM Load-Creditors.
           IF Crd-Table-Overflow
               DISPLAY "SUPPAY1: CREDITORS.DAT EXCEEDS THE CREDITOR "
                   "TABLE - RUN ABORTED, NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           MOVE Run-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Run-Day-Number.

           OPEN OUTPUT PayExceptions.
           PERFORM Apply-Hold-Instructions.
           PERFORM Select-Due-Invoices.

           OPEN OUTPUT SupplierPay.
           OPEN OUTPUT Remittances.
           MOVE "H" TO SPF-Rec-Type.
           MOVE SPACES TO SPF-Body.
           MOVE Run-Date TO SPF-Pay-Date.
           WRITE Supplier-Pay-Rec.
           PERFORM VARYING SPT-Scan-Idx FROM 1 BY 1
                   UNTIL SPT-Scan-Idx > SPT-Count
               IF SPT-Pay-Total(SPT-Scan-Idx) > ZERO
                   PERFORM Pay-One-Supplier
               END-IF
           END-PERFORM.
           PERFORM Write-Bank-Trailer.
           CLOSE Remittances.
           CLOSE SupplierPay.
           CLOSE PayExceptions.

           IF Invoices-Paid-Count > ZERO
               PERFORM Rewrite-Creditors
               PERFORM Post-Payments-To-Ledger
           ELSE
               IF Holds-On-File
                   PERFORM Rewrite-Creditors
               END-IF
           END-IF.
           PERFORM Archive-Hold-Instructions
               THRU Archive-Hold-Instructions-Exit.

           DISPLAY "SUPPAY1: " Invoices-Paid-Count " INVOICE(S) PAID, "
               Bank-Detail-Count " SUPPLIER(S), "
               Invoices-Held-Count " HELD, "
               Exception-Count " EXCEPTION(S)".
           IF Exception-Count > ZERO OR Bank-File-Held
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           PERFORM Release-Run-Lock.
           GOBACK.

       Load-Run-Parm.
           MOVE SPACES TO Run-Period.
           OPEN INPUT RunParm.
           IF RunParmFile-Present
               READ RunParm
                   AT END MOVE SPACES TO Run-Parm-Rec
               END-READ
               MOVE Run-Parm-Rec TO Run-Period
               CLOSE RunParm
           END-IF.

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
           MOVE "SUPPAY1 " TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-Time(1:6) TO JL-End-Time.
           MOVE 8 TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "CLOSED" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * The payment run on the job log, so the close-readiness check
      * can see it ran.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Run-Date TO JL-Run-Date.
           MOVE "SUPPAY1 " TO JL-Step-Name.
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
           ACCEPT Lock-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Lock-Time-Work FROM TIME.
           OPEN OUTPUT RunLock.
           MOVE "SUPPAY1 " TO RLK-Job-Name.
           MOVE SPACES TO RLK-Operator.
           MOVE Lock-Run-Date TO RLK-Date.
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

      * A supplier carries several rows (one per oil); the first row
      * fixes the name, and the first row with terms or bank details
      * keyed supplies them.
       Load-Supplier-Master.
           OPEN INPUT SupplierFile.
           IF SupplierFile-Present
               READ SupplierFile
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-File
                   PERFORM Find-Supplier
                   IF NOT SPT-Found AND SPT-Count < 200
                       ADD 1 TO SPT-Count
                       MOVE SPT-Count TO SPT-Found-Idx
                       MOVE SUP-Supplier-Id
                         TO SPT-Supplier-Id(SPT-Found-Idx)
                       MOVE SUP-Supplier-Name
                         TO SPT-Supplier-Name(SPT-Found-Idx)
                       MOVE ZERO TO SPT-Terms-Days(SPT-Found-Idx)
                       MOVE SPACES TO SPT-Bank-Sort(SPT-Found-Idx)
                       MOVE SPACES TO SPT-Bank-Acct(SPT-Found-Idx)
                       MOVE ZERO TO SPT-Pay-Total(SPT-Found-Idx)
                   END-IF
                   IF SPT-Found-Idx >= 1
                       IF SPT-Terms-Days(SPT-Found-Idx) = ZERO
                          AND SUP-Terms-Days IS NUMERIC
                           MOVE SUP-Terms-Days
                             TO SPT-Terms-Days(SPT-Found-Idx)
                       END-IF
                       IF SPT-Bank-Acct(SPT-Found-Idx) = SPACES
                          AND SUP-Bank-Sort NOT = SPACES
                          AND SUP-Bank-Acct NOT = SPACES
                           MOVE SUP-Bank-Sort
                             TO SPT-Bank-Sort(SPT-Found-Idx)
                           MOVE SUP-Bank-Acct
                             TO SPT-Bank-Acct(SPT-Found-Idx)
                       END-IF
                   END-IF
                   READ SupplierFile
                       AT END SET End-Of-Supplier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.

       Find-Supplier.
           MOVE "N" TO SPT-Found-Sw.
           MOVE ZERO TO SPT-Found-Idx.
           PERFORM VARYING SPT-Scan-Idx FROM 1 BY 1
                   UNTIL SPT-Scan-Idx > SPT-Count OR SPT-Found
               IF SPT-Supplier-Id(SPT-Scan-Idx) = SUP-Supplier-Id
                   MOVE "Y" TO SPT-Found-Sw
                   MOVE SPT-Scan-Idx TO SPT-Found-Idx
               END-IF
           END-PERFORM.

       Load-Creditors.
           OPEN INPUT Creditors.
           IF CreditorsFile-Present
               READ Creditors
                   AT END SET End-Of-Creditors TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Creditors
                   IF CRT-Count >= 2000
                       SET Crd-Table-Overflow TO TRUE
                   END-IF
                   IF CRT-Count < 2000
                       ADD 1 TO CRT-Count
                       MOVE CRD-Supplier-Id
                         TO CRT-Supplier-Id(CRT-Count)
                       MOVE CRD-Invoice-No
                         TO CRT-Invoice-No(CRT-Count)
                       MOVE CRD-Invoice-Date
                         TO CRT-Invoice-Date(CRT-Count)
                       MOVE CRD-Net TO CRT-Net(CRT-Count)
                       MOVE CRD-Vat TO CRT-Vat(CRT-Count)
                       MOVE CRD-Gross TO CRT-Gross(CRT-Count)
                       MOVE CRD-Amount-Open
                         TO CRT-Amount-Open(CRT-Count)
                       MOVE CRD-Status TO CRT-Status(CRT-Count)
                       IF CRD-Hold-Sw = "Y"
                           MOVE "Y" TO CRT-Hold-Sw(CRT-Count)
                       ELSE
                           MOVE "N" TO CRT-Hold-Sw(CRT-Count)
                       END-IF
                       IF CRD-Paid-Date IS NUMERIC
                           MOVE CRD-Paid-Date
                             TO CRT-Paid-Date(CRT-Count)
                       ELSE
                           MOVE ZERO TO CRT-Paid-Date(CRT-Count)
                       END-IF
                       MOVE "N" TO CRT-Pay-Now-Sw(CRT-Count)
                   END-IF
                   READ Creditors
                       AT END SET End-Of-Creditors TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Creditors
           END-IF.

      * The office's holds and releases land on the ledger before
      * anything is picked; one naming an invoice not on the ledger
      * is reported, not guessed at.
       Apply-Hold-Instructions.
           OPEN INPUT HoldInstructions.
           IF SupHoldFile-Present
               READ HoldInstructions
                   AT END SET End-Of-Hold-Instructions TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Hold-Instructions
                   SET Holds-On-File TO TRUE
                   PERFORM Apply-One-Hold
                   READ HoldInstructions
                       AT END SET End-Of-Hold-Instructions TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HoldInstructions
           END-IF.

       Apply-One-Hold.
           MOVE "N" TO CRT-Found-Sw.
           PERFORM VARYING CRT-Scan-Idx FROM 1 BY 1
                   UNTIL CRT-Scan-Idx > CRT-Count OR CRT-Found
               IF CRT-Supplier-Id(CRT-Scan-Idx) = SH-Supplier-Id
                  AND CRT-Invoice-No(CRT-Scan-Idx) = SH-Invoice-No
                   MOVE "Y" TO CRT-Found-Sw
                   IF SH-Hold
                       MOVE "Y" TO CRT-Hold-Sw(CRT-Scan-Idx)
                   END-IF
                   IF SH-Release
                       MOVE "N" TO CRT-Hold-Sw(CRT-Scan-Idx)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CRT-Found OR NOT (SH-Hold OR SH-Release)
               MOVE SH-Supplier-Id TO PX-Supplier-Id
               MOVE SH-Invoice-No TO PX-Invoice-No
               MOVE ZERO TO PX-Amount
               IF NOT CRT-Found
                   MOVE "HOLD - INVOICE NOT ON LEDGER" TO PX-Reason
               ELSE
                   MOVE "HOLD - ACTION NOT H OR R" TO PX-Reason
               END-IF
               WRITE Pay-Exception-Line FROM Pay-Exception-Detail
               ADD 1 TO Exception-Count
           END-IF.

      * An open invoice is due on its invoice date plus the
      * supplier's terms; anything due within the pay horizon is
      * picked unless held, and its supplier must have somewhere
      * for the money to go.
       Select-Due-Invoices.
           PERFORM VARYING CRT-Scan-Idx FROM 1 BY 1
                   UNTIL CRT-Scan-Idx > CRT-Count
               IF CRT-Status(CRT-Scan-Idx) = "O"
                  AND CRT-Amount-Open(CRT-Scan-Idx) > ZERO
                   PERFORM Judge-One-Invoice
               END-IF
           END-PERFORM.

       Judge-One-Invoice.
           MOVE CRT-Supplier-Id(CRT-Scan-Idx) TO SUP-Supplier-Id.
           PERFORM Find-Supplier.
           MOVE CRT-Invoice-Date(CRT-Scan-Idx) TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Due-Day-Number.
           IF SPT-Found AND SPT-Terms-Days(SPT-Found-Idx) > ZERO
               ADD SPT-Terms-Days(SPT-Found-Idx) TO Due-Day-Number
           ELSE
               ADD Default-Terms-Days TO Due-Day-Number
           END-IF.
           IF Due-Day-Number <= Run-Day-Number + Pay-Horizon-Days
               EVALUATE TRUE
                   WHEN CRT-Hold-Sw(CRT-Scan-Idx) = "Y"
                       ADD 1 TO Invoices-Held-Count
                       MOVE "DUE BUT HELD BY OFFICE" TO PX-Reason
                       PERFORM Write-Invoice-Exception
                   WHEN NOT SPT-Found
                       MOVE "SUPPLIER NOT ON SUPPLIER.DAT"
                         TO PX-Reason
                       PERFORM Write-Invoice-Exception
                       ADD 1 TO Exception-Count
                   WHEN SPT-Bank-Acct(SPT-Found-Idx) = SPACES
                       MOVE "NO BANK DETAILS FOR SUPPLIER"
                         TO PX-Reason
                       PERFORM Write-Invoice-Exception
                       ADD 1 TO Exception-Count
                   WHEN OTHER
                       MOVE "Y" TO CRT-Pay-Now-Sw(CRT-Scan-Idx)
                       ADD CRT-Amount-Open(CRT-Scan-Idx)
                         TO SPT-Pay-Total(SPT-Found-Idx)
               END-EVALUATE
           END-IF.

       Write-Invoice-Exception.
           MOVE CRT-Supplier-Id(CRT-Scan-Idx) TO PX-Supplier-Id.
           MOVE CRT-Invoice-No(CRT-Scan-Idx) TO PX-Invoice-No.
           MOVE CRT-Amount-Open(CRT-Scan-Idx) TO PX-Amount.
           WRITE Pay-Exception-Line FROM Pay-Exception-Detail.

      * One transfer and one remittance advice per supplier, listing
      * every invoice the transfer clears.
       Pay-One-Supplier.
           MOVE SPT-Supplier-Id(SPT-Scan-Idx) TO RH-Supplier-Id.
           MOVE SPT-Supplier-Name(SPT-Scan-Idx) TO RH-Supplier-Name.
           MOVE Run-Date TO RH-Pay-Date.
           WRITE Remittance-Line FROM Remit-Heading-Line
            AFTER ADVANCING 2 LINES.
           WRITE Remittance-Line FROM Remit-Topic-Line
            AFTER ADVANCING 1 LINE.
           PERFORM VARYING CRT-Scan-Idx FROM 1 BY 1
                   UNTIL CRT-Scan-Idx > CRT-Count
               IF CRT-Pay-Now-Sw(CRT-Scan-Idx) = "Y"
                  AND CRT-Supplier-Id(CRT-Scan-Idx) =
                       SPT-Supplier-Id(SPT-Scan-Idx)
                   MOVE CRT-Invoice-No(CRT-Scan-Idx) TO RD-Invoice-No
                   MOVE CRT-Invoice-Date(CRT-Scan-Idx)
                     TO RD-Invoice-Date
                   MOVE CRT-Amount-Open(CRT-Scan-Idx) TO RD-Amount
                   WRITE Remittance-Line FROM Remit-Detail-Line
                    AFTER ADVANCING 1 LINE
                   ADD CRT-Amount-Open(CRT-Scan-Idx) TO Run-Pay-Total
                   MOVE ZERO TO CRT-Amount-Open(CRT-Scan-Idx)
                   MOVE "P" TO CRT-Status(CRT-Scan-Idx)
                   MOVE Run-Date TO CRT-Paid-Date(CRT-Scan-Idx)
                   ADD 1 TO Invoices-Paid-Count
               END-IF
           END-PERFORM.
           MOVE SPT-Pay-Total(SPT-Scan-Idx) TO RT-Amount.
           WRITE Remittance-Line FROM Remit-Total-Line
            AFTER ADVANCING 2 LINES.
           MOVE SPT-Bank-Sort(SPT-Scan-Idx) TO RB-Sort.
           MOVE SPT-Bank-Acct(SPT-Scan-Idx) TO RB-Acct.
           WRITE Remittance-Line FROM Remit-Bank-Line
            AFTER ADVANCING 1 LINE.

           MOVE "D" TO SPF-Rec-Type.
           MOVE SPACES TO SPF-Body.
           MOVE SPT-Supplier-Id(SPT-Scan-Idx) TO SPF-Supplier-Id.
           MOVE SPT-Bank-Sort(SPT-Scan-Idx) TO SPF-Sort.
           MOVE SPT-Bank-Acct(SPT-Scan-Idx) TO SPF-Acct.
           MOVE SPT-Pay-Total(SPT-Scan-Idx) TO SPF-Amount.
           WRITE Supplier-Pay-Rec.
           ADD 1 TO Bank-Detail-Count.
           ADD SPT-Pay-Total(SPT-Scan-Idx) TO Bank-Detail-Total.

      * The trailer's value must equal what the ledger paid - if not,
      * the mismatch is said out loud and the run ends non-zero so
      * the file is not released to the bank portal.
       Write-Bank-Trailer.
           MOVE "T" TO SPF-Rec-Type.
           MOVE SPACES TO SPF-Body.
           MOVE Bank-Detail-Count TO SPF-Count.
           MOVE Bank-Detail-Total TO SPF-Total.
           WRITE Supplier-Pay-Rec.
           IF Bank-Detail-Total NOT = Run-Pay-Total
               SET Bank-File-Held TO TRUE
               DISPLAY "SUPPAY1: SUPPAY.DAT TOTAL "
                   Bank-Detail-Total " DOES NOT EQUAL LEDGER PAID "
                   Run-Pay-Total " - DO NOT RELEASE"
           END-IF.

       Rewrite-Creditors.
           OPEN OUTPUT Creditors.
           PERFORM VARYING CRT-Scan-Idx FROM 1 BY 1
                   UNTIL CRT-Scan-Idx > CRT-Count
               MOVE CRT-Supplier-Id(CRT-Scan-Idx) TO CRD-Supplier-Id
               MOVE CRT-Invoice-No(CRT-Scan-Idx) TO CRD-Invoice-No
               MOVE CRT-Invoice-Date(CRT-Scan-Idx)
                 TO CRD-Invoice-Date
               MOVE CRT-Net(CRT-Scan-Idx) TO CRD-Net
               MOVE CRT-Vat(CRT-Scan-Idx) TO CRD-Vat
               MOVE CRT-Gross(CRT-Scan-Idx) TO CRD-Gross
               MOVE CRT-Amount-Open(CRT-Scan-Idx)
                 TO CRD-Amount-Open
               MOVE CRT-Status(CRT-Scan-Idx) TO CRD-Status
               MOVE CRT-Hold-Sw(CRT-Scan-Idx) TO CRD-Hold-Sw
               MOVE CRT-Paid-Date(CRT-Scan-Idx) TO CRD-Paid-Date
               WRITE Creditor-Rec
           END-PERFORM.
           CLOSE Creditors.

      * Creditors debited, bank credited, both at head office.
       Post-Payments-To-Ledger.
           OPEN EXTEND GlPosting.
           IF WS-GlPosting-Status NOT = "00"
               OPEN OUTPUT GlPosting
           END-IF.
           MOVE Run-Period TO GL-Period.
           MOVE "SUPPAY1 " TO GL-Source.
           MOVE "HO " TO GL-Branch.
           MOVE "CREDTR" TO GL-Account.
           MOVE Run-Pay-Total TO GL-Debit.
           MOVE ZERO TO GL-Credit.
           WRITE Gl-Posting-Rec.
           MOVE "BANK  " TO GL-Account.
           MOVE ZERO TO GL-Debit.
           MOVE Run-Pay-Total TO GL-Credit.
           WRITE Gl-Posting-Rec.
           CLOSE GlPosting.

      * Day number of DN-Date counted from 1 March of year zero - a
      * date that is not a date counts as day zero.
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

      * The applied holds move to a dated history file and the input
      * clears, so an instruction is never applied twice.
       Archive-Hold-Instructions.
           IF NOT Holds-On-File
               GO TO Archive-Hold-Instructions-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Hold-Hist-File-Name.
           STRING "SUPHOLD-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Hold-Hist-File-Name.
           OPEN OUTPUT HoldHist.
           OPEN INPUT HoldInstructions.
           MOVE SPACES TO Hold-Instruction-Rec.
           IF SupHoldFile-Present
               READ HoldInstructions
                   AT END SET End-Of-Hold-Instructions TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Hold-Instructions
                   MOVE Hold-Instruction-Rec TO Hold-Hist-Rec
                   WRITE Hold-Hist-Rec
                   READ HoldInstructions
                       AT END SET End-Of-Hold-Instructions TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HoldInstructions
           END-IF.
           CLOSE HoldHist.
           OPEN OUTPUT HoldInstructions.
           CLOSE HoldInstructions.

       Archive-Hold-Instructions-Exit.
           EXIT.

       END PROGRAM SUPPAY1.
