      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier invoice intake - the three-way match the
      *          bought-ledger clerk used to do by hand against the
      *          PO and the GOODSIN history. Each keyed invoice line
      *          on SUPPINV.DAT (supplier, invoice number and date,
      *          PO number, oil, size, quantity, unit price, VAT
      *          rate) is matched to its OPENPO.DAT line on
      *          PO-Number, PO-Oil-Num and PO-Unit-Size: the quantity
      *          must have been both ordered and received (less
      *          whatever earlier invoices already claimed, carried
      *          on PO-Qty-Invoiced) and the price must not exceed
      *          the agreed PO-Unit-Cost OILPURC1 stamped on the
      *          order. An invoice whose every line passes goes onto
      *          the creditors file CREDITORS.DAT as one open item,
      *          posts stock, input VAT and the creditor to
      *          GLPOST.DAT, and its lines go onto VATPURCH.DAT for
      *          VATRTN1 to reclaim. An invoice with any line over
      *          quantity, over price, for goods not yet received or
      *          already on file is held whole on SUPPINV-QRY.RPT for
      *          the buyer to take up with the supplier. The invoice
      *          file archives to a dated history and clears once
      *          matched, the GOODSIN.DAT consume-once scheme.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPINVC1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierInvoices ASSIGN TO "SUPPINV.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SuppInv-Status.

           SELECT SuppInvHist ASSIGN TO Inv-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SuppInvHist-Status.

           SELECT OpenOrders ASSIGN TO "OPENPO.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenPo-Status.

      * One row per accepted supplier invoice - the bought ledger's
      * open items, worked off by the supplier payment run.
           SELECT Creditors ASSIGN TO "CREDITORS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Creditors-Status.

      * Input VAT per accepted invoice line, appended for VATRTN1
      * the way AROMRPT1 appends its invoices to VATSALES.DAT.
           SELECT VatPurchases ASSIGN TO "VATPURCH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VatPurch-Status.

           SELECT InvoiceRegister ASSIGN TO "SUPPINV.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT InvoiceQueries ASSIGN TO "SUPPINV-QRY.RPT"
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
      * One row per invoice line; the lines of one invoice are keyed
      * together, so a change of supplier or invoice number starts
      * the next invoice.
       FD SupplierInvoices.
       01 Supplier-Invoice-Rec.
           88 End-Of-Supplier-Invoices VALUE HIGH-VALUES.
        02 SI-Supplier-Id              PIC X(5).
        02 SI-Invoice-No               PIC X(10).
        02 SI-Invoice-Date             PIC 9(8).
        02 SI-Po-Number                PIC 9(6).
        02 SI-Oil-Num                  PIC 99.
        02 SI-Unit-Size                PIC 99.
        02 SI-Qty-Invoiced             PIC 9(5).
        02 SI-Unit-Price               PIC 9(4)V99.
        02 SI-Vat-Rate                 PIC 9V99.

       FD SuppInvHist.
       01 Supp-Inv-Hist-Rec           PIC X(47).

       FD OpenOrders.
       01 Open-Order-Rec.
           88 End-Of-Open-Orders       VALUE HIGH-VALUES.
        02 PO-Number                   PIC 9(6).
        02 PO-Supplier-Id              PIC X(5).
        02 PO-Oil-Num                  PIC 99.
        02 PO-Unit-Size                PIC 99.
        02 PO-Qty-Ordered              PIC 9(5).
        02 PO-Qty-Received             PIC 9(5).
        02 PO-Order-Date               PIC 9(8).
        02 PO-Lead-Days                PIC 9(3).
        02 PO-Status                   PIC X.
        02 PO-Branch-Id                PIC X(3).
      * The agreed price off the supplier's price list when the
      * order was raised, and how much of the line the supplier
      * has invoiced so far.
        02 PO-Unit-Cost                PIC 9(4)V99.
        02 PO-Qty-Invoiced             PIC 9(5).

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
        02 CRD-Hold-Sw                 PIC X.
        02 CRD-Paid-Date               PIC 9(8).

       FD VatPurchases.
       01 Vat-Purchase-Rec.
        02 VP-Supplier-Id              PIC X(5).
        02 VP-Invoice-No               PIC X(10).
        02 VP-Net                      PIC S9(7)V99.
        02 VP-VatRate                  PIC 9V99.

       FD InvoiceRegister.
       01 Invoice-Register-Line       PIC X(80).

       FD InvoiceQueries.
       01 Invoice-Query-Line          PIC X(90).

       FD GlPosting.
       01 Gl-Posting-Rec.
        02 GL-Account                  PIC X(6).
        02 GL-Debit                    PIC S9(7)V99.
        02 GL-Credit                   PIC S9(7)V99.
        02 GL-Period                   PIC X(20).
        02 GL-Source                   PIC X(8).
      * Which branch the posting belongs to - HO for head-office
      * level journals, per-branch on the stock the order was for.
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
       01  WS-SuppInv-Status          PIC XX.
           88 SuppInvFile-Present     VALUE "00".
       01  WS-SuppInvHist-Status      PIC XX.
       01  WS-OpenPo-Status           PIC XX.
           88 OpenPoFile-Present      VALUE "00".
       01  WS-Creditors-Status        PIC XX.
           88 CreditorsFile-Present   VALUE "00".
       01  WS-VatPurch-Status         PIC XX.
       01  WS-GlPosting-Status        PIC XX.
       01  WS-RunParm-Status          PIC XX.
           88 RunParmFile-Present     VALUE "00".
       01  WS-Periods-Status          PIC XX.
           88 PeriodsFile-Present     VALUE "00".
       01  WS-JobLog-Status           PIC XX.
       01  Period-Closed-Sw           PIC X VALUE "N".
           88 Period-Closed           VALUE "Y".
       01  Run-Period                 PIC X(20) VALUE SPACES.
       01  Inv-Hist-File-Name         PIC X(35).
       01  Invoices-On-File-Sw        PIC X VALUE "N".
           88 Invoices-On-File        VALUE "Y".

      * The whole open-orders position, matched against in storage
      * and rewritten once the accepted invoices have claimed their
      * quantities. POT-Pending-Qty and POT-Pending-Value hold what
      * the invoice being matched has claimed so far - committed to
      * POT-Qty-Invoiced only if the whole invoice passes.
       01  Open-Order-Table.
        02  POT-Entry OCCURS 500 TIMES.
         03 POT-Number                PIC 9(6).
         03 POT-Supplier-Id           PIC X(5).
         03 POT-Oil-Num               PIC 99.
         03 POT-Unit-Size             PIC 99.
         03 POT-Qty-Ordered           PIC 9(5).
         03 POT-Qty-Received          PIC 9(5).
         03 POT-Order-Date            PIC 9(8).
         03 POT-Lead-Days             PIC 9(3).
         03 POT-Status                PIC X.
         03 POT-Branch-Id             PIC X(3).
         03 POT-Unit-Cost             PIC 9(4)V99.
         03 POT-Qty-Invoiced          PIC 9(5).
         03 POT-Pending-Qty           PIC 9(5).
         03 POT-Pending-Value         PIC S9(7)V99.
       01  POT-Count                  PIC 9(3) VALUE ZERO.
       01  POT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  POT-Found-Sw               PIC X VALUE "N".
           88 POT-Found               VALUE "Y".
       01  Po-Table-Overflow-Sw       PIC X VALUE "N".
           88 Po-Table-Overflow       VALUE "Y".

      * The run's invoice lines, held so each invoice can be judged
      * whole before any of it books.
       01  Invoice-Line-Table.
        02  ILT-Entry OCCURS 1000 TIMES.
         03 ILT-Supplier-Id           PIC X(5).
         03 ILT-Invoice-No            PIC X(10).
         03 ILT-Invoice-Date          PIC 9(8).
         03 ILT-Po-Number             PIC 9(6).
         03 ILT-Oil-Num               PIC 99.
         03 ILT-Unit-Size             PIC 99.
         03 ILT-Qty                   PIC 9(5).
         03 ILT-Unit-Price            PIC 9(4)V99.
         03 ILT-Vat-Rate              PIC 9V99.
         03 ILT-Net                   PIC S9(7)V99.
         03 ILT-Vat                   PIC S9(7)V99.
         03 ILT-Reason                PIC X(24).
       01  ILT-Count                  PIC 9(4) VALUE ZERO.
       01  ILT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  ILT-Next-Idx               PIC 9(4) VALUE ZERO.
       01  ILT-Group-Start            PIC 9(4) VALUE ZERO.
       01  ILT-Group-End              PIC 9(4) VALUE ZERO.
       01  Group-Ended-Sw             PIC X VALUE "N".
           88 Group-Ended             VALUE "Y".
       01  Inv-Table-Overflow-Sw      PIC X VALUE "N".
           88 Inv-Table-Overflow      VALUE "Y".

      * Supplier and invoice number of every invoice already on the
      * creditors file - a second copy of the same invoice is held,
      * not paid twice. Accepted invoices join the table as they
      * book, so a repeat within the same batch is caught as well.
       01  Creditor-Key-Table.
        02  CKT-Entry OCCURS 2000 TIMES.
         03 CKT-Supplier-Id           PIC X(5).
         03 CKT-Invoice-No            PIC X(10).
       01  CKT-Count                  PIC 9(4) VALUE ZERO.
       01  CKT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  CKT-Found-Sw               PIC X VALUE "N".
           88 CKT-Found               VALUE "Y".
       01  Crd-Table-Overflow-Sw      PIC X VALUE "N".
           88 Crd-Table-Overflow      VALUE "Y".

      * Net stock value per branch the accepted invoices cover, for
      * the per-branch STOCK debits.
       01  Branch-Post-Table.
        02  BPT-Entry OCCURS 25 TIMES.
         03 BPT-Branch-Id             PIC X(3).
         03 BPT-Net                   PIC S9(9)V99.
       01  BPT-Count                  PIC 99 VALUE ZERO.
       01  BPT-Scan-Idx               PIC 99 VALUE ZERO.
       01  BPT-Found-Idx              PIC 99 VALUE ZERO.
       01  BPT-Found-Sw               PIC X VALUE "N".
           88 BPT-Found               VALUE "Y".

      * Working figures for the line being matched.
       01  Invoice-Queried-Sw         PIC X VALUE "N".
           88 Invoice-Queried         VALUE "Y".
       01  Supplier-Mismatch-Sw       PIC X VALUE "N".
           88 Supplier-Mismatch       VALUE "Y".
       01  Line-Ordered-Open          PIC S9(7) VALUE ZERO.
       01  Line-Received-Open         PIC S9(7) VALUE ZERO.
       01  Line-Agreed-Cost           PIC 9(4)V99 VALUE ZERO.
       01  Line-Available             PIC S9(7) VALUE ZERO.
       01  Qty-To-Allocate            PIC S9(7) VALUE ZERO.
       01  Qty-Taken                  PIC S9(7) VALUE ZERO.
       01  Invoice-Net                PIC S9(7)V99 VALUE ZERO.
       01  Invoice-Vat                PIC S9(7)V99 VALUE ZERO.

       01  Invoices-Accepted-Count    PIC 9(5) VALUE ZERO.
       01  Invoices-Queried-Count     PIC 9(5) VALUE ZERO.
       01  Lines-Read-Count           PIC 9(5) VALUE ZERO.
       01  Run-Net-Total              PIC S9(9)V99 VALUE ZERO.
       01  Run-Vat-Total              PIC S9(9)V99 VALUE ZERO.
       01  Run-Gross-Total            PIC S9(9)V99 VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

       01  Register-Heading.
        02  FILLER                    PIC X(8)  VALUE "SUPPLIER".
        02  FILLER                    PIC X(12) VALUE "  INVOICE".
        02  FILLER                    PIC X(10) VALUE "DATE".
        02  FILLER                    PIC X(15) VALUE "         NET".
        02  FILLER                    PIC X(15) VALUE "         VAT".
        02  FILLER                    PIC X(15) VALUE "       GROSS".

       01  Register-Detail.
        02  RG-Supplier-Id            PIC X(5).
        02  FILLER                    PIC X(5)  VALUE SPACES.
        02  RG-Invoice-No             PIC X(10).
        02  FILLER                    PIC X(1)  VALUE SPACES.
        02  RG-Invoice-Date           PIC 9(8).
        02  FILLER                    PIC X(1)  VALUE SPACES.
        02  RG-Net                    PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(1)  VALUE SPACES.
        02  RG-Vat                    PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(1)  VALUE SPACES.
        02  RG-Gross                  PIC ZZ,ZZZ,ZZ9.99-.

       01  Register-Total-Line.
        02  FILLER                    PIC X(21) VALUE
             "TOTAL ACCEPTED".
        02  RT-Count                  PIC ZZZZ9.
        02  FILLER                    PIC X(4)  VALUE SPACES.
        02  RT-Net                    PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(1)  VALUE SPACES.
        02  RT-Vat                    PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                    PIC X(1)  VALUE SPACES.
        02  RT-Gross                  PIC ZZ,ZZZ,ZZ9.99-.

       01  Query-Heading.
        02  FILLER                    PIC X(8)  VALUE "SUPPLIER".
        02  FILLER                    PIC X(12) VALUE "  INVOICE".
        02  FILLER                    PIC X(8)  VALUE "PO NUM".
        02  FILLER                    PIC X(5)  VALUE "OIL".
        02  FILLER                    PIC X(5)  VALUE "SIZE".
        02  FILLER                    PIC X(8)  VALUE "    QTY".
        02  FILLER                    PIC X(10) VALUE "   PRICE".
        02  FILLER                    PIC X(24) VALUE "REASON".

       01  Query-Detail.
        02  QD-Supplier-Id            PIC X(5).
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  QD-Invoice-No             PIC X(10).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  QD-Po-Number              PIC 9(6).
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  QD-Oil-Num                PIC Z9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  QD-Size                   PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  QD-Qty                    PIC ZZ,ZZ9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  QD-Price                  PIC Z,ZZ9.99.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  QD-Reason                 PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Run-Parm.
           PERFORM Check-Period-Status.
           IF Period-Closed
               DISPLAY "SUPINVC1: PERIOD " Run-Period
                   " IS CLOSED - RUN REFUSED"
               PERFORM Log-Period-Refusal
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "SUPINVC1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Load-Open-Orders.
           IF Po-Table-Overflow
               DISPLAY "SUPINVC1: OPENPO.DAT EXCEEDS THE ORDER "
                   "TABLE - RUN ABORTED, NOTHING BOOKED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Creditor-Keys.
           IF Crd-Table-Overflow
               DISPLAY "SUPINVC1: CREDITORS.DAT EXCEEDS THE "
                   "CREDITOR TABLE - RUN ABORTED, NOTHING BOOKED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Supplier-Invoices.
           IF Inv-Table-Overflow
               DISPLAY "SUPINVC1: SUPPINV.DAT EXCEEDS THE INVOICE "
                   "TABLE - RUN ABORTED, NOTHING BOOKED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.

           OPEN OUTPUT InvoiceRegister.
           OPEN OUTPUT InvoiceQueries.
           WRITE Invoice-Register-Line FROM Register-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Invoice-Query-Line FROM Query-Heading
            AFTER ADVANCING 1 LINE.
           OPEN EXTEND Creditors.
           IF WS-Creditors-Status NOT = "00"
               OPEN OUTPUT Creditors
           END-IF.
           OPEN EXTEND VatPurchases.
           IF WS-VatPurch-Status NOT = "00"
               OPEN OUTPUT VatPurchases
           END-IF.
           PERFORM Match-Supplier-Invoices.
           CLOSE VatPurchases.
           CLOSE Creditors.
           PERFORM Print-Register-Totals.
           CLOSE InvoiceRegister.
           CLOSE InvoiceQueries.

           IF Invoices-Accepted-Count > ZERO
               PERFORM Rewrite-Open-Orders
               PERFORM Post-Invoices-To-Ledger
           END-IF.
           PERFORM Archive-Supplier-Invoices
               THRU Archive-Supplier-Invoices-Exit.

           DISPLAY "SUPINVC1: " Lines-Read-Count " LINE(S) READ, "
               Invoices-Accepted-Count " INVOICE(S) ACCEPTED, "
               Invoices-Queried-Count " QUERIED".
           IF Invoices-Queried-Count > ZERO
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

      * The run's period must be open - a late invoice batch can no
      * longer post into a period the accountant has reported.
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
           MOVE "SUPINVC1" TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-Time(1:6) TO JL-End-Time.
           MOVE 8 TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "CLOSED" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * The invoice run on the job log, so the close-readiness check
      * can see it ran.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Run-Date TO JL-Run-Date.
           MOVE "SUPINVC1" TO JL-Step-Name.
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
           MOVE "SUPINVC1" TO RLK-Job-Name.
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

      * An order line raised before the agreed price was carried
      * reads back with no cost and nothing invoiced.
       Load-Open-Orders.
           OPEN INPUT OpenOrders.
           IF OpenPoFile-Present
               READ OpenOrders
                   AT END SET End-Of-Open-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Orders
                   IF POT-Count >= 500
                       SET Po-Table-Overflow TO TRUE
                   END-IF
                   IF POT-Count < 500
                       ADD 1 TO POT-Count
                       MOVE PO-Number TO POT-Number(POT-Count)
                       MOVE PO-Supplier-Id
                         TO POT-Supplier-Id(POT-Count)
                       MOVE PO-Oil-Num TO POT-Oil-Num(POT-Count)
                       MOVE PO-Unit-Size
                         TO POT-Unit-Size(POT-Count)
                       MOVE PO-Qty-Ordered
                         TO POT-Qty-Ordered(POT-Count)
                       MOVE PO-Qty-Received
                         TO POT-Qty-Received(POT-Count)
                       MOVE PO-Order-Date
                         TO POT-Order-Date(POT-Count)
                       MOVE PO-Lead-Days
                         TO POT-Lead-Days(POT-Count)
                       MOVE PO-Status TO POT-Status(POT-Count)
                       MOVE PO-Branch-Id
                         TO POT-Branch-Id(POT-Count)
                       IF PO-Unit-Cost IS NUMERIC
                           MOVE PO-Unit-Cost
                             TO POT-Unit-Cost(POT-Count)
                       ELSE
                           MOVE ZERO TO POT-Unit-Cost(POT-Count)
                       END-IF
                       IF PO-Qty-Invoiced IS NUMERIC
                           MOVE PO-Qty-Invoiced
                             TO POT-Qty-Invoiced(POT-Count)
                       ELSE
                           MOVE ZERO TO POT-Qty-Invoiced(POT-Count)
                       END-IF
                       MOVE ZERO TO POT-Pending-Qty(POT-Count)
                       MOVE ZERO TO POT-Pending-Value(POT-Count)
                   END-IF
                   READ OpenOrders
                       AT END SET End-Of-Open-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenOrders
           END-IF.

       Load-Creditor-Keys.
           OPEN INPUT Creditors.
           IF CreditorsFile-Present
               READ Creditors
                   AT END SET End-Of-Creditors TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Creditors
                   IF CKT-Count >= 2000
                       SET Crd-Table-Overflow TO TRUE
                   END-IF
                   IF CKT-Count < 2000
                       ADD 1 TO CKT-Count
                       MOVE CRD-Supplier-Id
                         TO CKT-Supplier-Id(CKT-Count)
                       MOVE CRD-Invoice-No
                         TO CKT-Invoice-No(CKT-Count)
                   END-IF
                   READ Creditors
                       AT END SET End-Of-Creditors TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Creditors
           END-IF.

       Load-Supplier-Invoices.
           OPEN INPUT SupplierInvoices.
           IF SuppInvFile-Present
               READ SupplierInvoices
                   AT END SET End-Of-Supplier-Invoices TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-Invoices
                   SET Invoices-On-File TO TRUE
                   ADD 1 TO Lines-Read-Count
                   IF ILT-Count >= 1000
                       SET Inv-Table-Overflow TO TRUE
                   END-IF
                   IF ILT-Count < 1000
                       ADD 1 TO ILT-Count
                       MOVE SI-Supplier-Id
                         TO ILT-Supplier-Id(ILT-Count)
                       MOVE SI-Invoice-No
                         TO ILT-Invoice-No(ILT-Count)
                       MOVE SI-Invoice-Date
                         TO ILT-Invoice-Date(ILT-Count)
                       MOVE SI-Po-Number
                         TO ILT-Po-Number(ILT-Count)
                       MOVE SI-Oil-Num TO ILT-Oil-Num(ILT-Count)
                       MOVE SI-Unit-Size
                         TO ILT-Unit-Size(ILT-Count)
                       MOVE SI-Qty-Invoiced TO ILT-Qty(ILT-Count)
                       MOVE SI-Unit-Price
                         TO ILT-Unit-Price(ILT-Count)
                       MOVE SI-Vat-Rate TO ILT-Vat-Rate(ILT-Count)
                       MOVE ZERO TO ILT-Net(ILT-Count)
                       MOVE ZERO TO ILT-Vat(ILT-Count)
                       MOVE SPACES TO ILT-Reason(ILT-Count)
                   END-IF
                   READ SupplierInvoices
                       AT END SET End-Of-Supplier-Invoices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierInvoices
           END-IF.

      * One invoice at a time - the run of lines sharing a supplier
      * and invoice number.
       Match-Supplier-Invoices.
           MOVE 1 TO ILT-Group-Start.
           PERFORM UNTIL ILT-Group-Start > ILT-Count
               PERFORM Find-Invoice-Group-End
               PERFORM Match-One-Invoice
               COMPUTE ILT-Group-Start = ILT-Group-End + 1
           END-PERFORM.

       Find-Invoice-Group-End.
           MOVE ILT-Group-Start TO ILT-Group-End.
           MOVE "N" TO Group-Ended-Sw.
           PERFORM UNTIL Group-Ended
               IF ILT-Group-End >= ILT-Count
                   SET Group-Ended TO TRUE
               ELSE
                   COMPUTE ILT-Next-Idx = ILT-Group-End + 1
                   IF ILT-Supplier-Id(ILT-Next-Idx) =
                           ILT-Supplier-Id(ILT-Group-Start)
                      AND ILT-Invoice-No(ILT-Next-Idx) =
                           ILT-Invoice-No(ILT-Group-Start)
                       MOVE ILT-Next-Idx TO ILT-Group-End
                   ELSE
                       SET Group-Ended TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * Every line must pass for the invoice to book; what the lines
      * claim against the order lines is only pending until then.
       Match-One-Invoice.
           MOVE "N" TO Invoice-Queried-Sw.
           PERFORM VARYING POT-Scan-Idx FROM 1 BY 1
                   UNTIL POT-Scan-Idx > POT-Count
               MOVE ZERO TO POT-Pending-Qty(POT-Scan-Idx)
               MOVE ZERO TO POT-Pending-Value(POT-Scan-Idx)
           END-PERFORM.
           PERFORM Find-Creditor-Key.
           PERFORM VARYING ILT-Scan-Idx FROM ILT-Group-Start BY 1
                   UNTIL ILT-Scan-Idx > ILT-Group-End
               IF CKT-Found
                   MOVE "DUPLICATE INVOICE" TO ILT-Reason(ILT-Scan-Idx)
                   SET Invoice-Queried TO TRUE
               ELSE
                   PERFORM Match-One-Invoice-Line
               END-IF
           END-PERFORM.
           IF Invoice-Queried
               PERFORM Write-Invoice-Query
           ELSE
               PERFORM Accept-Invoice
           END-IF.

       Find-Creditor-Key.
           MOVE "N" TO CKT-Found-Sw.
           PERFORM VARYING CKT-Scan-Idx FROM 1 BY 1
                   UNTIL CKT-Scan-Idx > CKT-Count OR CKT-Found
               IF CKT-Supplier-Id(CKT-Scan-Idx) =
                       ILT-Supplier-Id(ILT-Group-Start)
                  AND CKT-Invoice-No(CKT-Scan-Idx) =
                       ILT-Invoice-No(ILT-Group-Start)
                   MOVE "Y" TO CKT-Found-Sw
               END-IF
           END-PERFORM.

      * The three-way match for one line: the PO line (or lines -
      * one order can carry the same oil and size for several
      * branches) must belong to this supplier, still have the
      * quantity ordered and received but not yet invoiced, and
      * carry an agreed price the invoice does not exceed.
       Match-One-Invoice-Line.
           COMPUTE ILT-Net(ILT-Scan-Idx) =
               ILT-Qty(ILT-Scan-Idx) * ILT-Unit-Price(ILT-Scan-Idx).
           COMPUTE ILT-Vat(ILT-Scan-Idx) ROUNDED =
               ILT-Net(ILT-Scan-Idx) * ILT-Vat-Rate(ILT-Scan-Idx).
           MOVE "N" TO POT-Found-Sw.
           MOVE "N" TO Supplier-Mismatch-Sw.
           MOVE ZERO TO Line-Ordered-Open.
           MOVE ZERO TO Line-Received-Open.
           MOVE ZERO TO Line-Agreed-Cost.
           PERFORM VARYING POT-Scan-Idx FROM 1 BY 1
                   UNTIL POT-Scan-Idx > POT-Count
               IF POT-Number(POT-Scan-Idx) =
                       ILT-Po-Number(ILT-Scan-Idx)
                  AND POT-Oil-Num(POT-Scan-Idx) =
                       ILT-Oil-Num(ILT-Scan-Idx)
                  AND POT-Unit-Size(POT-Scan-Idx) =
                       ILT-Unit-Size(ILT-Scan-Idx)
                   SET POT-Found TO TRUE
                   IF POT-Supplier-Id(POT-Scan-Idx) NOT =
                           ILT-Supplier-Id(ILT-Scan-Idx)
                       SET Supplier-Mismatch TO TRUE
                   ELSE
                       COMPUTE Line-Ordered-Open =
                           Line-Ordered-Open
                           + POT-Qty-Ordered(POT-Scan-Idx)
                           - POT-Qty-Invoiced(POT-Scan-Idx)
                           - POT-Pending-Qty(POT-Scan-Idx)
                       COMPUTE Line-Received-Open =
                           Line-Received-Open
                           + POT-Qty-Received(POT-Scan-Idx)
                           - POT-Qty-Invoiced(POT-Scan-Idx)
                           - POT-Pending-Qty(POT-Scan-Idx)
                       IF Line-Agreed-Cost = ZERO
                           MOVE POT-Unit-Cost(POT-Scan-Idx)
                             TO Line-Agreed-Cost
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT POT-Found
                   MOVE "NO MATCHING PO LINE"
                     TO ILT-Reason(ILT-Scan-Idx)
               WHEN Supplier-Mismatch
                   MOVE "PO NOT FOR THIS SUPPLIER"
                     TO ILT-Reason(ILT-Scan-Idx)
               WHEN ILT-Qty(ILT-Scan-Idx) > Line-Ordered-Open
                   MOVE "OVER QUANTITY ORDERED"
                     TO ILT-Reason(ILT-Scan-Idx)
               WHEN ILT-Qty(ILT-Scan-Idx) > Line-Received-Open
                   MOVE "GOODS NOT YET RECEIVED"
                     TO ILT-Reason(ILT-Scan-Idx)
               WHEN Line-Agreed-Cost = ZERO
                   MOVE "NO AGREED PRICE ON PO"
                     TO ILT-Reason(ILT-Scan-Idx)
               WHEN ILT-Unit-Price(ILT-Scan-Idx) > Line-Agreed-Cost
                   MOVE "OVER AGREED PRICE"
                     TO ILT-Reason(ILT-Scan-Idx)
               WHEN OTHER
                   PERFORM Allocate-Invoice-Line
           END-EVALUATE.
           IF ILT-Reason(ILT-Scan-Idx) NOT = SPACES
               SET Invoice-Queried TO TRUE
           END-IF.

      * The invoiced quantity is claimed against the received but
      * uninvoiced balance of each matching order line in turn, so
      * the stock value lands on the branch the goods went to.
       Allocate-Invoice-Line.
           MOVE ILT-Qty(ILT-Scan-Idx) TO Qty-To-Allocate.
           PERFORM VARYING POT-Scan-Idx FROM 1 BY 1
                   UNTIL POT-Scan-Idx > POT-Count
                      OR Qty-To-Allocate = ZERO
               IF POT-Number(POT-Scan-Idx) =
                       ILT-Po-Number(ILT-Scan-Idx)
                  AND POT-Oil-Num(POT-Scan-Idx) =
                       ILT-Oil-Num(ILT-Scan-Idx)
                  AND POT-Unit-Size(POT-Scan-Idx) =
                       ILT-Unit-Size(ILT-Scan-Idx)
                   COMPUTE Line-Available =
                       POT-Qty-Received(POT-Scan-Idx)
                       - POT-Qty-Invoiced(POT-Scan-Idx)
                       - POT-Pending-Qty(POT-Scan-Idx)
                   IF Line-Available > ZERO
                       IF Line-Available > Qty-To-Allocate
                           MOVE Qty-To-Allocate TO Qty-Taken
                       ELSE
                           MOVE Line-Available TO Qty-Taken
                       END-IF
                       ADD Qty-Taken
                         TO POT-Pending-Qty(POT-Scan-Idx)
                       COMPUTE POT-Pending-Value(POT-Scan-Idx) =
                           POT-Pending-Value(POT-Scan-Idx)
                           + Qty-Taken
                             * ILT-Unit-Price(ILT-Scan-Idx)
                       SUBTRACT Qty-Taken FROM Qty-To-Allocate
                   END-IF
               END-IF
           END-PERFORM.

      * A held invoice prints every line, the clean ones marked as
      * held with it, so the buyer sees the whole document.
       Write-Invoice-Query.
           ADD 1 TO Invoices-Queried-Count.
           PERFORM VARYING ILT-Scan-Idx FROM ILT-Group-Start BY 1
                   UNTIL ILT-Scan-Idx > ILT-Group-End
               MOVE ILT-Supplier-Id(ILT-Scan-Idx) TO QD-Supplier-Id
               MOVE ILT-Invoice-No(ILT-Scan-Idx) TO QD-Invoice-No
               MOVE ILT-Po-Number(ILT-Scan-Idx) TO QD-Po-Number
               MOVE ILT-Oil-Num(ILT-Scan-Idx) TO QD-Oil-Num
               MOVE ILT-Unit-Size(ILT-Scan-Idx) TO QD-Size
               MOVE ILT-Qty(ILT-Scan-Idx) TO QD-Qty
               MOVE ILT-Unit-Price(ILT-Scan-Idx) TO QD-Price
               IF ILT-Reason(ILT-Scan-Idx) = SPACES
                   MOVE "HELD WITH INVOICE" TO QD-Reason
               ELSE
                   MOVE ILT-Reason(ILT-Scan-Idx) TO QD-Reason
               END-IF
               WRITE Invoice-Query-Line FROM Query-Detail
                AFTER ADVANCING 1 LINE
           END-PERFORM.

      * The invoice's claims become invoiced quantity on the order
      * lines, the invoice goes onto the creditors file as one open
      * item and each line's net and rate onto VATPURCH.DAT.
       Accept-Invoice.
           ADD 1 TO Invoices-Accepted-Count.
           MOVE ZERO TO Invoice-Net.
           MOVE ZERO TO Invoice-Vat.
           PERFORM VARYING ILT-Scan-Idx FROM ILT-Group-Start BY 1
                   UNTIL ILT-Scan-Idx > ILT-Group-End
               ADD ILT-Net(ILT-Scan-Idx) TO Invoice-Net
               ADD ILT-Vat(ILT-Scan-Idx) TO Invoice-Vat
               MOVE ILT-Supplier-Id(ILT-Scan-Idx) TO VP-Supplier-Id
               MOVE ILT-Invoice-No(ILT-Scan-Idx) TO VP-Invoice-No
               MOVE ILT-Net(ILT-Scan-Idx) TO VP-Net
               MOVE ILT-Vat-Rate(ILT-Scan-Idx) TO VP-VatRate
               WRITE Vat-Purchase-Rec
           END-PERFORM.
           PERFORM VARYING POT-Scan-Idx FROM 1 BY 1
                   UNTIL POT-Scan-Idx > POT-Count
               IF POT-Pending-Qty(POT-Scan-Idx) > ZERO
                   ADD POT-Pending-Qty(POT-Scan-Idx)
                     TO POT-Qty-Invoiced(POT-Scan-Idx)
                   PERFORM Add-To-Branch-Post
               END-IF
           END-PERFORM.

           MOVE ILT-Supplier-Id(ILT-Group-Start) TO CRD-Supplier-Id.
           MOVE ILT-Invoice-No(ILT-Group-Start) TO CRD-Invoice-No.
           MOVE ILT-Invoice-Date(ILT-Group-Start)
             TO CRD-Invoice-Date.
           MOVE Invoice-Net TO CRD-Net.
           MOVE Invoice-Vat TO CRD-Vat.
           COMPUTE CRD-Gross = Invoice-Net + Invoice-Vat.
           MOVE CRD-Gross TO CRD-Amount-Open.
           MOVE "O" TO CRD-Status.
           MOVE "N" TO CRD-Hold-Sw.
           MOVE ZERO TO CRD-Paid-Date.
           WRITE Creditor-Rec.
           IF CKT-Count < 2000
               ADD 1 TO CKT-Count
               MOVE CRD-Supplier-Id TO CKT-Supplier-Id(CKT-Count)
               MOVE CRD-Invoice-No TO CKT-Invoice-No(CKT-Count)
           END-IF.

           MOVE CRD-Supplier-Id TO RG-Supplier-Id.
           MOVE CRD-Invoice-No TO RG-Invoice-No.
           MOVE CRD-Invoice-Date TO RG-Invoice-Date.
           MOVE CRD-Net TO RG-Net.
           MOVE CRD-Vat TO RG-Vat.
           MOVE CRD-Gross TO RG-Gross.
           WRITE Invoice-Register-Line FROM Register-Detail
            AFTER ADVANCING 1 LINE.
           ADD Invoice-Net TO Run-Net-Total.
           ADD Invoice-Vat TO Run-Vat-Total.
           ADD CRD-Gross TO Run-Gross-Total.

       Add-To-Branch-Post.
           MOVE "N" TO BPT-Found-Sw.
           MOVE ZERO TO BPT-Found-Idx.
           PERFORM VARYING BPT-Scan-Idx FROM 1 BY 1
                   UNTIL BPT-Scan-Idx > BPT-Count OR BPT-Found
               IF BPT-Branch-Id(BPT-Scan-Idx) =
                       POT-Branch-Id(POT-Scan-Idx)
                   MOVE "Y" TO BPT-Found-Sw
                   MOVE BPT-Scan-Idx TO BPT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT BPT-Found AND BPT-Count < 25
               ADD 1 TO BPT-Count
               MOVE BPT-Count TO BPT-Found-Idx
               MOVE POT-Branch-Id(POT-Scan-Idx)
                 TO BPT-Branch-Id(BPT-Found-Idx)
               MOVE ZERO TO BPT-Net(BPT-Found-Idx)
           END-IF.
           IF BPT-Found-Idx >= 1
               ADD POT-Pending-Value(POT-Scan-Idx)
                 TO BPT-Net(BPT-Found-Idx)
           END-IF.

       Print-Register-Totals.
           MOVE Invoices-Accepted-Count TO RT-Count.
           MOVE Run-Net-Total TO RT-Net.
           MOVE Run-Vat-Total TO RT-Vat.
           MOVE Run-Gross-Total TO RT-Gross.
           WRITE Invoice-Register-Line FROM Register-Total-Line
            AFTER ADVANCING 2 LINES.

       Rewrite-Open-Orders.
           OPEN OUTPUT OpenOrders.
           PERFORM VARYING POT-Scan-Idx FROM 1 BY 1
                   UNTIL POT-Scan-Idx > POT-Count
               MOVE POT-Number(POT-Scan-Idx) TO PO-Number
               MOVE POT-Supplier-Id(POT-Scan-Idx)
                 TO PO-Supplier-Id
               MOVE POT-Oil-Num(POT-Scan-Idx) TO PO-Oil-Num
               MOVE POT-Unit-Size(POT-Scan-Idx) TO PO-Unit-Size
               MOVE POT-Qty-Ordered(POT-Scan-Idx)
                 TO PO-Qty-Ordered
               MOVE POT-Qty-Received(POT-Scan-Idx)
                 TO PO-Qty-Received
               MOVE POT-Order-Date(POT-Scan-Idx) TO PO-Order-Date
               MOVE POT-Lead-Days(POT-Scan-Idx) TO PO-Lead-Days
               MOVE POT-Status(POT-Scan-Idx) TO PO-Status
               MOVE POT-Branch-Id(POT-Scan-Idx) TO PO-Branch-Id
               MOVE POT-Unit-Cost(POT-Scan-Idx) TO PO-Unit-Cost
               MOVE POT-Qty-Invoiced(POT-Scan-Idx)
                 TO PO-Qty-Invoiced
               WRITE Open-Order-Rec
           END-PERFORM.
           CLOSE OpenOrders.

      * Stock debited per branch at the invoiced net, input VAT
      * debited and the suppliers' gross credited at head office -
      * the journal balances by construction.
       Post-Invoices-To-Ledger.
           OPEN EXTEND GlPosting.
           IF WS-GlPosting-Status NOT = "00"
               OPEN OUTPUT GlPosting
           END-IF.
           MOVE Run-Period TO GL-Period.
           MOVE "SUPINVC1" TO GL-Source.
           PERFORM VARYING BPT-Scan-Idx FROM 1 BY 1
                   UNTIL BPT-Scan-Idx > BPT-Count
               MOVE "STOCK " TO GL-Account
               MOVE BPT-Net(BPT-Scan-Idx) TO GL-Debit
               MOVE ZERO TO GL-Credit
               MOVE BPT-Branch-Id(BPT-Scan-Idx) TO GL-Branch
               WRITE Gl-Posting-Rec
           END-PERFORM.
           MOVE "HO " TO GL-Branch.
           IF Run-Vat-Total NOT = ZERO
               MOVE "VATIN " TO GL-Account
               MOVE Run-Vat-Total TO GL-Debit
               MOVE ZERO TO GL-Credit
               WRITE Gl-Posting-Rec
           END-IF.
           MOVE "CREDTR" TO GL-Account.
           MOVE ZERO TO GL-Debit.
           MOVE Run-Gross-Total TO GL-Credit.
           WRITE Gl-Posting-Rec.
           CLOSE GlPosting.

      * The matched invoice lines move to a dated history file and
      * the input file clears, so no invoice can ever book twice.
       Archive-Supplier-Invoices.
           IF NOT Invoices-On-File
               GO TO Archive-Supplier-Invoices-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Inv-Hist-File-Name.
           STRING "SUPPINV-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Inv-Hist-File-Name.
           OPEN OUTPUT SuppInvHist.
           OPEN INPUT SupplierInvoices.
      * The record area still holds the HIGH-VALUES end-of-file state
      * from the load pass, so it is cleared before the first READ.
           MOVE SPACES TO Supplier-Invoice-Rec.
           IF SuppInvFile-Present
               READ SupplierInvoices
                   AT END SET End-Of-Supplier-Invoices TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-Invoices
                   MOVE Supplier-Invoice-Rec TO Supp-Inv-Hist-Rec
                   WRITE Supp-Inv-Hist-Rec
                   READ SupplierInvoices
                       AT END SET End-Of-Supplier-Invoices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierInvoices
           END-IF.
           CLOSE SuppInvHist.
           OPEN OUTPUT SupplierInvoices.
           CLOSE SupplierInvoices.

       Archive-Supplier-Invoices-Exit.
           EXIT.

       END PROGRAM SUPINVC1.
