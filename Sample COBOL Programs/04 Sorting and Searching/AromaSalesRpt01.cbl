                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-Contract-Status.

      * Marketing's promotions - open to every customer, for an oil
      * or a whole category, between two dates. The sale's own date
      * decides whether one is running.
              SELECT Promotions ASSIGN TO "PROMO.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-Promo-Status.

      * Indexed on the customer id now, the STUDENTS.DAT treatment -
      * CUSTMNT1 maintains records in place and this run streams the
      * master off the index in key order.
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-PaymentsHist-Status.

      * Names every dated payments history file written, one per
      * line in the order written, so account inquiries can find the
      * receipts again without knowing each archive's time stamp.
              SELECT PayList ASSIGN TO "PAYLIST.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-PayList-Status.

      * Carried-forward open balance per customer, aged into
      * current/30/60/90-day buckets as the business period moves on.
      * Indexed on the customer id - loaded in key order at start of
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-OpenItems-Status.

      * Each invoice a receipt clears, with the date it was raised
      * and the date of the receipt that closed it - appended at
      * commit, so CREDREV1 can work out how long customers take.
              SELECT PaidItems ASSIGN TO "PAIDITEM.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-PaidItems-Status.

      * Every amount a receipt applies to an invoice, with the receipt
      * date - appended at commit for VATRTN1's cash-basis return,
      * which declares an invoice's VAT as it is paid.
              SELECT VatCash ASSIGN TO "VATCASH.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-VatCash-Status.

      * Every invoice raised, at the net it was raised for, appended
      * as the run commits - OPENITEM.DAT only keeps what is still
      * owed, so the original amount would otherwise be lost once a
      * receipt touches it.
              SELECT InvoiceRegister ASSIGN TO "INVREG.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-InvReg-Status.

      * Receipts whose PAY-Reference names no open invoice - not
      * applied anywhere, listed here for the office to resolve.
              SELECT UnappliedCash ASSIGN TO "UNAPPLIED.RPT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-OilStock-Status.

      * The same stock broken down by supplier lot and best-before
      * date, written by GDSRCPT1 as deliveries book in. When it is
      * on file each sale draws its units first-expiring lot first,
      * the pick list names the lots, and every lot a customer was
      * sent is logged to LOTISSUE.DAT for recall tracing.
              SELECT LotStock ASSIGN TO "LOTSTOCK.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-LotStock-Status.

              SELECT LotIssue ASSIGN TO "LOTISSUE.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-LotIssue-Status.

              SELECT StockMove ASSIGN TO "STOCKMOVE.RPT"
                        ORGANIZATION IS LINE SEQUENTIAL.

                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-SalesHistory-Status.

      * Units and value by sale date, oil and size, tagged with the
      * promotion the line was priced under - appended each run for
      * PROMPERF's promotion performance report.
              SELECT DaySales ASSIGN TO "DAYSALES.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-DaySales-Status.

      * Sales value against stock cost per customer per oil, appended
      * each run for GMARGIN1's gross-margin report.
              SELECT SaleCost ASSIGN TO "SALECOST.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-SaleCost-Status.

              SELECT CurrencyRates ASSIGN TO "CURRATES.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-CurrencyRates-Status.

      * Every rate the bank feed has given, each with the date it took
      * effect - a sale converts at the rate in force on its date.
              SELECT RateHistory ASSIGN TO "RATEHIST.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-RateHist-Status.

              SELECT OilRanking ASSIGN TO OilRank-Report-Name
                        ORGANIZATION IS LINE SEQUENTIAL.

                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ArchList-Status.

      * Every dated archive this run writes, with the date and the
      * business period it belongs to - the retention run will not
      * remove an archive whose period is still open.
              SELECT ArchPeriods ASSIGN TO "ARCHPER.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-ArchPer-Status.

      * Warehouse outputs off the same priced WorkFile the finance
      * reports come from: total units to pull per oil/size in shelf
      * order, and a packing note per customer.
              SELECT DispatchNotes ASSIGN TO "DISPATCH.RPT"
                        ORGANIZATION IS LINE SEQUENTIAL.

      * Each dispatch note is numbered off DISPSEQ.DAT and every line
      * that goes out on it is logged to DISPLINE.DAT, awaiting the
      * customer's confirmation through PODINTK1. Both only move at
      * commit, the INVSEQ.DAT rule.
              SELECT DispatchSeq ASSIGN TO "DISPSEQ.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-DispSeq-Status.

              SELECT DispatchLines ASSIGN TO "DISPLINE.DAT"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WS-DispLine-Status.

              SELECT DupBatch ASSIGN TO "DUPBATCH.RPT"
                        ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        02 CPF-Price-Type              PIC X.
        02 CPF-Value                   PIC 9(4)V99.

      * An oil number of zero makes the row cover the whole category
      * named; a unit size of zero covers every size. Type F and P as
      * on CONTRACT.DAT. Start and end dates are both inclusive.
       FD Promotions.
       01 Promotion-Rec.
        02 PMF-Promo-Id                PIC X(6).
        02 PMF-Start-Date              PIC 9(8).
        02 PMF-End-Date                PIC 9(8).
        02 PMF-Oil-Num                 PIC 99.
        02 PMF-Oil-Category            PIC X.
        02 PMF-Unit-Size               PIC 99.
        02 PMF-Price-Type              PIC X.
        02 PMF-Value                   PIC 9(4)V99.
        02 PMF-Desc                    PIC X(20).

       FD CustMaster.
       01 Cust-Master-Rec.
        02 CMF-Cust-Id                 PIC X(5).
           88 CMF-Account-Closed       VALUE "C".
      * The currency the customer is billed in - blank (or EUR) means
      * home currency; anything else swings their statement lines and
      * totals into that currency at the run date's rate, with the
      * rate printed on the statement. Internal figures stay EUR.
        02 CMF-Bill-Currency           PIC X(4).
      * E marks a customer who takes invoices as structured records
       FD PaymentsHist.
       01 Payment-Hist-Rec             PIC X(45).

       FD PayList.
       01 Pay-List-Rec                 PIC X(35).

       FD BatchRegister.
       01 Batch-Register-Rec.
        02 BR-File-Name                PIC X(12).
        02 OI-Cust-Id                  PIC X(5).
        02 OI-Invoice-Id               PIC X(7).
        02 OI-Amount-Open              PIC S9(7)V99.
      * The run date the invoice was raised on - blank on an item
      * carried from before the date was kept.
        02 OI-Invoice-Date             PIC 9(8).

       FD PaidItems.
       01 Paid-Item-Rec.
        02 PI-Cust-Id                  PIC X(5).
        02 PI-Invoice-Id               PIC X(7).
        02 PI-Invoice-Date             PIC 9(8).
        02 PI-Paid-Date                PIC 9(8).

       FD VatCash.
       01 Vat-Cash-Rec.
        02 VC-Cust-Id                  PIC X(5).
        02 VC-Invoice-Id               PIC X(7).
        02 VC-Paid-Date                PIC 9(8).
        02 VC-Applied                  PIC S9(7)V99.

       FD InvoiceRegister.
       01 Invoice-Register-Rec.
        02 IR-Cust-Id                  PIC X(5).
        02 IR-Invoice-Id               PIC X(7).
        02 IR-Invoice-Date             PIC 9(8).
        02 IR-Net                      PIC S9(7)V99.

       FD UnappliedCash.
       01 Unapplied-Cash-Line          PIC X(60).
        02 OS-Qty-On-Hand              PIC S9(7).
        02 OS-Reorder-Level            PIC 9(5).
        02 OS-Branch-Id                PIC X(3).
      * Weighted-average purchase cost of one unit in the cell.
        02 OS-Avg-Cost                 PIC 9(4)V9(4).

      * LS-Xfer-Num is non-zero while the lot is on a van between
      * branches - nothing is picked from it until it is booked in.
       FD LotStock.
       01 Lot-Stock-Rec.
           88 End-Of-Lot-Stock         VALUE HIGH-VALUES.
        02 LS-Oil-Num                  PIC 99.
        02 LS-Unit-Size                PIC 99.
        02 LS-Branch-Id                PIC X(3).
        02 LS-Lot-No                   PIC X(10).
        02 LS-Expiry-Date              PIC 9(8).
        02 LS-Qty-On-Hand              PIC S9(7).
        02 LS-Received-Date            PIC 9(8).
        02 LS-Xfer-Num                 PIC 9(6).

      * One row per sale per lot it drew on - RECALL1 reads it back.
      * KITASM1 adds its kit draws to the same file, marked K.
       FD LotIssue.
       01 Lot-Issue-Rec.
        02 LI-Period                   PIC X(20).
        02 LI-Lot-No                   PIC X(10).
        02 LI-Oil-Num                  PIC 99.
        02 LI-Unit-Size                PIC 99.
        02 LI-Branch-Id                PIC X(3).
        02 LI-Cust-Id                  PIC X(5).
        02 LI-Cust-Name                PIC X(20).
        02 LI-Sale-Date                PIC 9(8).
        02 LI-Qty                      PIC 9(5).
        02 LI-Issue-Type               PIC X.
        02 LI-Kit-Lot-No               PIC X(10).

       FD StockMove.
       01 Stock-Move-Line              PIC X(70).
        02 CR-CurrencyCode             PIC X(4).
        02 CR-Rate                     PIC 9(3)V9(6).

       FD RateHistory.
       01 Rate-History-Rec.
           88 End-Of-Rate-History      VALUE HIGH-VALUES.
        02 RH-CurrencyCode             PIC X(4).
        02 RH-Eff-Date                 PIC 9(8).
        02 RH-Rate                     PIC 9(3)V9(6).

       FD OilRanking.
       01 Oil-Ranking-Line             PIC X(80).

      * reconstruct the sales-count accumulators too.
        02 SH-SaleCount                 PIC 9(5).

      * One row per sale date, oil, size and promotion per run -
      * returns net off, so the units can go negative. A blank
      * promotion id is a line priced at list or at contract.
       FD DaySales.
       01 Day-Sales-Rec.
        02 DS-Period                    PIC X(20).
        02 DS-Sale-Date                 PIC 9(8).
        02 DS-Oil-Category              PIC X.
        02 DS-Oil-Num                   PIC 99.
        02 DS-Unit-Size                 PIC 99.
        02 DS-Promo-Id                  PIC X(6).
        02 DS-Qty                       PIC S9(6).
        02 DS-Sales-Value               PIC S9(7)V99.

      * One row per customer per oil per run - the units, the sales
      * value and what those units cost at the stock cell's weighted
      * average. Units drawn from a cell with no cost yet carry zero.
       FD SaleCost.
       01 Sale-Cost-Rec.
        02 SC-Period                    PIC X(20).
        02 SC-Cust-Id                   PIC X(5).
        02 SC-Cust-Name                 PIC X(20).
        02 SC-Oil-Num                   PIC 99.
        02 SC-Qty                       PIC S9(6).
        02 SC-Sales-Value               PIC S9(7)V99.
        02 SC-Cost                      PIC S9(7)V99.

       FD ArchList.
       01 Arch-List-Rec                PIC X(30).

       FD ArchPeriods.
       01 Arch-Period-Rec.
        02 AP-File-Name                PIC X(35).
        02 AP-Archive-Date             PIC 9(8).
        02 AP-Period                   PIC X(20).

       FD DupBatch.
       01 Dup-Batch-Line               PIC X(70).

       FD DispatchNotes.
       01 Dispatch-Line                PIC X(70).

       FD DispatchSeq.
       01 Dispatch-Seq-Rec.
        02 DSQ-Last-Note-Num           PIC 9(6).

      * One row per line shipped on a note. Status blank is awaiting
      * confirmation; PODINTK1 sets D delivered, R refused, G damaged
      * or P part delivered.
       FD DispatchLines.
       01 Dispatch-Line-Rec.
        02 DL-Note-No                   PIC 9(6).
        02 DL-Line-No                   PIC 9(3).
        02 DL-Cust-Id                   PIC X(5).
        02 DL-Oil-Category              PIC X.
        02 DL-Oil-Num                   PIC 99.
        02 DL-Unit-Size                 PIC 99.
        02 DL-Qty                       PIC 999.
        02 DL-Dispatch-Date             PIC 9(8).
        02 DL-Branch-Id                 PIC X(3).
        02 DL-Status                    PIC X.
        02 DL-Qty-Delivered             PIC 999.
        02 DL-Confirm-Date              PIC 9(8).
        02 DL-Rma-Number                PIC X(6).

       FD OpsSummary.
       01 Ops-Summary-Line             PIC X(70).

      * everyone priced off the standard tables - so the statement
      * can show the deal was honored.
        02 WF-Contract-Disc         PIC S9(6)V99.
      * The promotion the line was priced under and what it saved
      * against list - blank and zero when list or contract won.
        02 WF-Promo-Id              PIC X(6).
        02 WF-Promo-Disc            PIC S9(6)V99.
      * Filled in from Customer-Value-Table ahead of the SORT, only
      * when Sort-By-Value is on, so every line item for one customer
      * carries that customer's grand total as its primary sort key -
           88 Payments-Eof          VALUE "Y".
        02  WS-PaymentsHist-Status  PIC XX.
        02  Payments-Hist-File-Name PIC X(35).
        02  WS-PayList-Status       PIC XX.
        02  Payments-On-File-Sw     PIC X VALUE "N".
           88 Payments-On-File      VALUE "Y".
        02  WS-BatchReg-Status      PIC XX.
           88 OilStockFile-Present  VALUE "00".
        02  OilStock-Eof-Sw         PIC X VALUE "N".
           88 OilStock-Eof          VALUE "Y".
        02  WS-LotStock-Status      PIC XX.
           88 LotStockFile-Present  VALUE "00".
        02  WS-LotIssue-Status      PIC XX.
        02  WS-InvSeq-Status        PIC XX.
           88 InvSeqFile-Present    VALUE "00".
        02  WS-VatRate-Status       PIC XX.
           88 VatRateFile-Present   VALUE "00".
        02  WS-VatSales-Status      PIC XX.
        02  WS-SalesHistory-Status  PIC XX.
        02  WS-SaleCost-Status      PIC XX.
        02  WS-DaySales-Status      PIC XX.
        02  WS-DispSeq-Status       PIC XX.
           88 DispSeqFile-Present   VALUE "00".
        02  WS-DispLine-Status      PIC XX.

      * The batch controls: proved in a pre-pass so nothing from an
      * out-of-balance batch applies at all.
           88 No-More-Archive-Files  VALUE "Y".
        02  WS-ArchList-Status       PIC XX.
           88 ArchListFile-Present   VALUE "00".
        02  WS-ArchPer-Status        PIC XX.

      * The reconciliation pass that catches a day's SALES.DAT being
      * dropped in twice: the last few archived batches are held as
           88 Currency-Rate-Found     VALUE "Y".
       01  Currency-Rate-Found-Idx    PIC 9(3) VALUE ZERO.

      * RATEHIST.DAT whole - the rate in force on a date is the row
      * with the latest effective date not after it. A currency the
      * history never carried still converts at the table above.
       01  WS-RateHist-Status         PIC XX.
           88 RateHistFile-Present    VALUE "00".
       01  Rate-History-Table.
        02  RHT-Entry OCCURS 5000 TIMES.
         03 RHT-CurrencyCode        PIC X(4).
         03 RHT-Eff-Date            PIC 9(8).
         03 RHT-Rate                PIC 9(3)V9(6).
       01  RHT-Count                  PIC 9(4) VALUE ZERO.
       01  RHT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Rate-Lookup-Date           PIC 9(8) VALUE ZERO.
       01  In-Force-Found-Sw          PIC X    VALUE "N".
           88 In-Force-Found          VALUE "Y".
       01  In-Force-Date              PIC 9(8) VALUE ZERO.
       01  In-Force-Rate              PIC 9(3)V9(6) VALUE ZERO.

      * Rolled up across all customers during the same Accumulate-Sale
      * pass as the rep commission table, indexed directly by oil
      * number (already range-checked to 1-30 before this is touched)
        02  DH-CustName               PIC X(20).
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  DH-CustId                 PIC X(7).
        02  FILLER                    PIC X(6)  VALUE " NOTE ".
        02  DH-Note-No                PIC 9(6).

       01  Dispatch-Detail.
        02  DD-Qty                    PIC BZZ9.
        02  FILLER                    PIC X(6)  VALUE " SIZE".
        02  DD-Size                   PIC Z9.
        02  DD-Return-Mark            PIC X(9).
        02  DD-Line-Label             PIC X(6).
        02  DD-Line-No                PIC ZZZ.

      * Bought and returned units per oil for the customer section
      * currently printing, reset at each customer break so
           88 OpenItemsFile-Present   VALUE "00".
       01  OpenItems-Eof-Sw           PIC X VALUE "N".
           88 OpenItems-Eof           VALUE "Y".
       01  WS-PaidItems-Status        PIC XX.
       01  WS-VatCash-Status          PIC XX.
       01  WS-InvReg-Status           PIC XX.
      * OIT-Raised-Net is only kept for this run's own invoices, which
      * sit past OIT-Loaded-Count - they go onto INVREG.DAT at commit.
       01  Open-Item-Table.
        02  OIT-Entry OCCURS 5000 TIMES.
         03 OIT-Cust-Id               PIC X(5).
         03 OIT-Invoice-Id            PIC X(7).
         03 OIT-Amount                PIC S9(7)V99.
         03 OIT-Invoice-Date          PIC 9(8).
         03 OIT-Paid-Date             PIC 9(8).
         03 OIT-Raised-Net            PIC S9(7)V99.
       01  OIT-Count                  PIC 9(4) VALUE ZERO.
       01  OIT-Loaded-Count           PIC 9(4) VALUE ZERO.
       01  OIT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  OIT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  OIT-Found-Sw               PIC X VALUE "N".
           88 OIT-Found               VALUE "Y".
       01  Open-Item-Pay-Left         PIC S9(8)V99 VALUE ZERO.

      * What each receipt paid off which invoice, held until commit
      * with the open items themselves.
       01  Cash-Allocation-Buffer.
        02  CAB-Entry OCCURS 5000 TIMES.
         03 CAB-Cust-Id               PIC X(5).
         03 CAB-Invoice-Id            PIC X(7).
         03 CAB-Paid-Date             PIC 9(8).
         03 CAB-Applied               PIC S9(7)V99.
       01  CAB-Count                  PIC 9(4) VALUE ZERO.
       01  CAB-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Cash-Alloc-Idx             PIC 9(4) VALUE ZERO.
       01  Cash-Applied-Amount        PIC S9(8)V99 VALUE ZERO.

      * Receipts that matched nothing, held until commit so a failed
      * run (whose payments stay on file) cannot list them twice.
       01  Unapplied-Buffer.
       01  SHB-Count                  PIC 9(4) VALUE ZERO.
       01  SHB-Scan-Idx               PIC 9(4) VALUE ZERO.

      * The run's SALECOST.DAT rows, held to the same commit rule as
      * the sales history. Cust-Oil-Cost-Table gathers the customer
      * in hand by oil until the subtotal break pushes it across.
       01  Sale-Cost-Buffer.
        02  SCB-Entry OCCURS 5000 TIMES.
         03 SCB-Cust-Id               PIC X(5).
         03 SCB-Cust-Name             PIC X(20).
         03 SCB-Oil-Num               PIC 99.
         03 SCB-Qty                   PIC S9(6).
         03 SCB-Sales-Value           PIC S9(7)V99.
         03 SCB-Cost                  PIC S9(7)V99.
       01  SCB-Count                  PIC 9(4) VALUE ZERO.
       01  SCB-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Cust-Oil-Cost-Table.
        02  COC-Entry OCCURS 30 TIMES.
         03 COC-Qty                   PIC S9(6).
         03 COC-Sales-Value           PIC S9(7)V99.
         03 COC-Cost                  PIC S9(7)V99.
       01  COC-Oil-Idx                PIC 99 VALUE ZERO.

      * The run's DISPLINE.DAT rows and the note numbering, held to
      * the same commit rule - a failed run reissues its numbers.
       01  Dispatch-Note-Num          PIC 9(6) VALUE ZERO.
       01  Dispatch-Line-Num          PIC 9(3) VALUE ZERO.
       01  Dispatch-Line-Buffer.
        02  DLB-Entry OCCURS 5000 TIMES.
         03 DLB-Note-No               PIC 9(6).
         03 DLB-Line-No               PIC 9(3).
         03 DLB-Cust-Id               PIC X(5).
         03 DLB-Oil-Category          PIC X.
         03 DLB-Oil-Num               PIC 99.
         03 DLB-Unit-Size             PIC 99.
         03 DLB-Qty                   PIC 999.
         03 DLB-Branch-Id             PIC X(3).
       01  DLB-Count                  PIC 9(4) VALUE ZERO.
       01  DLB-Scan-Idx               PIC 9(4) VALUE ZERO.

      * The run's DAYSALES.DAT rows, held to the same commit rule -
      * one cell per sale date, oil, size and promotion.
       01  Day-Sales-Buffer.
        02  DSB-Entry OCCURS 5000 TIMES.
         03 DSB-Sale-Date             PIC 9(8).
         03 DSB-Oil-Category          PIC X.
         03 DSB-Oil-Num               PIC 99.
         03 DSB-Unit-Size             PIC 99.
         03 DSB-Promo-Id              PIC X(6).
         03 DSB-Qty                   PIC S9(6).
         03 DSB-Sales-Value           PIC S9(7)V99.
       01  DSB-Count                  PIC 9(4) VALUE ZERO.
       01  DSB-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  DSB-Found-Idx              PIC 9(4) VALUE ZERO.
       01  DSB-Found-Sw               PIC X VALUE "N".
           88 DSB-Found               VALUE "Y".

       01  Invoice-Buffer-Table.
        02  IB-Entry OCCURS 5000 TIMES.
         03 IB-Invoice-Id             PIC X(7).
           05 ST-Opening-Qty         PIC S9(7).
           05 ST-Qty-On-Hand         PIC S9(7).
           05 ST-Reorder-Level       PIC 9(5).
           05 ST-Avg-Cost            PIC 9(4)V9(4).
       01  Stock-Loaded-Sw            PIC X VALUE "N".
           88 Stock-Loaded            VALUE "Y".
       01  Stock-Branch-Idx           PIC 99 VALUE ZERO.
       01  Stock-Size-Idx             PIC 9  VALUE ZERO.
       01  Stock-Movement             PIC S9(7) VALUE ZERO.

      * LOTSTOCK.DAT in storage, held in best-before order so the
      * first lot that fits a cell is always the first to expire.
      * LTT-Picked gathers what the run drew off each lot for the
      * pick list.
       01  Lot-Table.
        02  LTT-Entry OCCURS 5000 TIMES.
         03 LTT-Oil-Num               PIC 99.
         03 LTT-Unit-Size             PIC 99.
         03 LTT-Branch-Id             PIC X(3).
         03 LTT-Lot-No                PIC X(10).
         03 LTT-Expiry-Date           PIC 9(8).
         03 LTT-Qty-On-Hand           PIC S9(7).
         03 LTT-Received-Date         PIC 9(8).
         03 LTT-Xfer-Num              PIC 9(6).
         03 LTT-Picked                PIC S9(7).
       01  LTT-Count                  PIC 9(4) VALUE ZERO.
       01  LTT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  LTT-Insert-Idx             PIC 9(4) VALUE ZERO.
       01  LTT-Found-Sw               PIC X VALUE "N".
           88 LTT-Found               VALUE "Y".
       01  Lot-Loaded-Sw              PIC X VALUE "N".
           88 Lot-Loaded              VALUE "Y".
       01  Lot-Branch-Id              PIC X(3).
       01  Lot-Units-Left             PIC 9(5) VALUE ZERO.
       01  Lot-Draw-Qty               PIC 9(5) VALUE ZERO.
      * Units a sale drew that no live lot in the cell could cover -
      * the pick list shows them as having no lot on file.
       01  Lot-Unlotted-Table.
        02  LUT-Oil OCCURS 30 TIMES.
         03 LUT-Qty                   PIC S9(7) OCCURS 5 TIMES.

      * The run's LOTISSUE.DAT rows, held to the same commit rule as
      * the other buffered outputs.
       01  Lot-Issue-Buffer.
        02  LIB-Entry OCCURS 5000 TIMES.
         03 LIB-Lot-No                PIC X(10).
         03 LIB-Oil-Num               PIC 99.
         03 LIB-Unit-Size             PIC 99.
         03 LIB-Branch-Id             PIC X(3).
         03 LIB-Cust-Id               PIC X(5).
         03 LIB-Cust-Name             PIC X(20).
         03 LIB-Sale-Date             PIC 9(8).
         03 LIB-Qty                   PIC 9(5).
       01  LIB-Count                  PIC 9(4) VALUE ZERO.
       01  LIB-Scan-Idx               PIC 9(4) VALUE ZERO.

       01  Pick-Lot-Line.
        02  FILLER                    PIC X(6)  VALUE SPACES.
        02  FILLER                    PIC X(4)  VALUE "LOT ".
        02  PLL-Lot-No                PIC X(10).
        02  FILLER                    PIC X(15) VALUE
             "  BEST BEFORE ".
        02  PLL-Expiry-Date           PIC 9(8).
        02  FILLER                    PIC X(9)  VALUE "  BRANCH ".
        02  PLL-Branch-Id             PIC X(3).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PLL-Units                 PIC ZZZ,ZZ9-.

       01  Pick-Unlotted-Line.
        02  FILLER                    PIC X(6)  VALUE SPACES.
        02  FILLER                    PIC X(51) VALUE
             "NO LOT ON FILE - CHECK SHELF".
        02  PUL-Units                 PIC ZZZ,ZZ9-.
      * Cost of sales: each sale's units at its cell's average cost,
      * rolled up per stock branch slot for the COSTSL journal.
       01  Sale-Line-Cost             PIC S9(7)V99 VALUE ZERO.
       01  Run-Cost-Total             PIC S9(9)V99 VALUE ZERO.
       01  Branch-Cost-Table.
        02  BCT-Cost OCCURS 21 TIMES  PIC S9(9)V99.

       01  Stock-Move-Heading.
        02  FILLER                    PIC X(7)  VALUE "BRANCH".
        02  FILLER                    PIC X(7)  VALUE "OIL NO".
       01  CPT-Found-Size             PIC 99 VALUE ZERO.
       01  Contract-List-Value        PIC S9(6)V99 VALUE ZERO.

      * PROMO.DAT, loaded whole. A sale can fall under several rows
      * at once (an oil special inside a category week); the lowest
      * price any of them gives is the one on offer.
       01  WS-Promo-Status            PIC XX.
           88 PromoFile-Present       VALUE "00".
       01  Promo-Eof-Sw               PIC X VALUE "N".
           88 Promo-Eof               VALUE "Y".
       01  Promotion-Table.
        02  PMT-Entry OCCURS 300 TIMES.
         03 PMT-Promo-Id              PIC X(6).
         03 PMT-Start-Date            PIC 9(8).
         03 PMT-End-Date              PIC 9(8).
         03 PMT-Oil-Num               PIC 99.
         03 PMT-Oil-Category          PIC X.
         03 PMT-Unit-Size             PIC 99.
         03 PMT-Price-Type            PIC X.
         03 PMT-Value                 PIC 9(4)V99.
       01  PMT-Count                  PIC 9(3) VALUE ZERO.
       01  PMT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  PMT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  PMT-Found-Sw               PIC X VALUE "N".
           88 PMT-Found               VALUE "Y".
       01  Promo-List-Value           PIC S9(6)V99 VALUE ZERO.
       01  Promo-Line-Value           PIC S9(6)V99 VALUE ZERO.
       01  Promo-Best-Value           PIC S9(6)V99 VALUE ZERO.

      * The issued authorizations, with the quantity already drawn
      * against each one this run - a second return on the same
      * number can only take what is left. Usage resets ahead of the
             "CONTRACT DISCOUNT :".
        02  SDL-Amount                PIC $$,$$$,$$9.99-.

       01  Statement-Promo-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(19) VALUE
             "PROMOTION DISCOUNT:".
        02  SPL-Amount                PIC $$,$$$,$$9.99-.
        02  FILLER                    PIC X     VALUE SPACE.
        02  SPL-Promo-Id              PIC X(6).

      * Print page control, shared by the four printed reports: a
      * standard page header (title, RH-Period, run date, page
      * number), a fixed page depth, and each report's own column
           PERFORM Load-Branch-Master.
           PERFORM Load-Rep-Master.
           PERFORM Load-Contract-Prices.
           PERFORM Load-Promotions.
           PERFORM Load-Rma-File.
           PERFORM Validate-Customers THRU Validate-Customers-Exit.
           PERFORM Load-Sort-Option.
           PERFORM Load-Open-Items.
           PERFORM Load-Customer-Payments.
           PERFORM Load-Invoice-Sequence.
           PERFORM Load-Dispatch-Sequence.
           PERFORM Load-Vat-Rate.
           PERFORM Load-Oil-Stock.
           PERFORM Load-Lot-Stock.
           PERFORM Load-Ytd-Totals.
           PERFORM Load-Currency-Rates.
           PERFORM Check-Duplicate-Batch
      * Only reached once the reconciliation has passed: every
      * carried-forward position the run built up in storage - the
      * YTD totals, the customer balances, the stock file and the
      * buffered SALES-HISTORY and SALECOST rows - commits here, so a
      * failed run leaves all of them exactly as it found them and
      * the rerun cannot double-count.
       Commit-Run-Totals.
           PERFORM Save-Ytd-Totals.
           PERFORM Flush-Sales-History
               THRU Flush-Sales-History-Exit.
           PERFORM Flush-Sale-Costs THRU Flush-Sale-Costs-Exit.
           PERFORM Flush-Day-Sales THRU Flush-Day-Sales-Exit.
           PERFORM Flush-Dispatch-Lines THRU Flush-Dispatch-Lines-Exit.
           PERFORM Flush-Lot-Issues THRU Flush-Lot-Issues-Exit.
           PERFORM Rewrite-Customer-Balances.
           PERFORM Rewrite-Open-Items.
           PERFORM Flush-Vat-Cash THRU Flush-Vat-Cash-Exit.
           PERFORM Flush-Unapplied-Report.
           IF Stock-Loaded
               PERFORM Write-Stock-Reports
           END-IF.
           IF Lot-Loaded
               PERFORM Rewrite-Lot-Stock
           END-IF.
           PERFORM Flush-Back-Orders THRU Flush-Back-Orders-Exit.
           PERFORM Rewrite-Rma-File THRU Rewrite-Rma-File-Exit.

       Flush-Sales-History-Exit.
           EXIT.

       Flush-Sale-Costs.
           IF SCB-Count = ZERO
               GO TO Flush-Sale-Costs-Exit
           END-IF.
           OPEN EXTEND SaleCost.
           IF WS-SaleCost-Status NOT = "00"
               OPEN OUTPUT SaleCost
           END-IF.
           PERFORM VARYING SCB-Scan-Idx FROM 1 BY 1
                   UNTIL SCB-Scan-Idx > SCB-Count
               MOVE RH-Period TO SC-Period
               MOVE SCB-Cust-Id(SCB-Scan-Idx) TO SC-Cust-Id
               MOVE SCB-Cust-Name(SCB-Scan-Idx) TO SC-Cust-Name
               MOVE SCB-Oil-Num(SCB-Scan-Idx) TO SC-Oil-Num
               MOVE SCB-Qty(SCB-Scan-Idx) TO SC-Qty
               MOVE SCB-Sales-Value(SCB-Scan-Idx) TO SC-Sales-Value
               MOVE SCB-Cost(SCB-Scan-Idx) TO SC-Cost
               WRITE Sale-Cost-Rec
           END-PERFORM.
           CLOSE SaleCost.

       Flush-Sale-Costs-Exit.
           EXIT.

       Flush-Day-Sales.
           IF DSB-Count = ZERO
               GO TO Flush-Day-Sales-Exit
           END-IF.
           OPEN EXTEND DaySales.
           IF WS-DaySales-Status NOT = "00"
               OPEN OUTPUT DaySales
           END-IF.
           PERFORM VARYING DSB-Scan-Idx FROM 1 BY 1
                   UNTIL DSB-Scan-Idx > DSB-Count
               MOVE RH-Period TO DS-Period
               MOVE DSB-Sale-Date(DSB-Scan-Idx) TO DS-Sale-Date
               MOVE DSB-Oil-Category(DSB-Scan-Idx) TO DS-Oil-Category
               MOVE DSB-Oil-Num(DSB-Scan-Idx) TO DS-Oil-Num
               MOVE DSB-Unit-Size(DSB-Scan-Idx) TO DS-Unit-Size
               MOVE DSB-Promo-Id(DSB-Scan-Idx) TO DS-Promo-Id
               MOVE DSB-Qty(DSB-Scan-Idx) TO DS-Qty
               MOVE DSB-Sales-Value(DSB-Scan-Idx) TO DS-Sales-Value
               WRITE Day-Sales-Rec
           END-PERFORM.
           CLOSE DaySales.

       Flush-Day-Sales-Exit.
           EXIT.

      * The note numbers commit with the run whether or not any line
      * went out; the lines append awaiting confirmation.
       Flush-Dispatch-Lines.
           PERFORM Save-Dispatch-Sequence.
           IF DLB-Count = ZERO
               GO TO Flush-Dispatch-Lines-Exit
           END-IF.
           OPEN EXTEND DispatchLines.
           IF WS-DispLine-Status NOT = "00"
               OPEN OUTPUT DispatchLines
           END-IF.
           PERFORM VARYING DLB-Scan-Idx FROM 1 BY 1
                   UNTIL DLB-Scan-Idx > DLB-Count
               MOVE DLB-Note-No(DLB-Scan-Idx) TO DL-Note-No
               MOVE DLB-Line-No(DLB-Scan-Idx) TO DL-Line-No
               MOVE DLB-Cust-Id(DLB-Scan-Idx) TO DL-Cust-Id
               MOVE DLB-Oil-Category(DLB-Scan-Idx) TO DL-Oil-Category
               MOVE DLB-Oil-Num(DLB-Scan-Idx) TO DL-Oil-Num
               MOVE DLB-Unit-Size(DLB-Scan-Idx) TO DL-Unit-Size
               MOVE DLB-Qty(DLB-Scan-Idx) TO DL-Qty
               MOVE Run-Date TO DL-Dispatch-Date
               MOVE DLB-Branch-Id(DLB-Scan-Idx) TO DL-Branch-Id
               MOVE SPACE TO DL-Status
               MOVE ZERO TO DL-Qty-Delivered
               MOVE ZERO TO DL-Confirm-Date
               MOVE SPACES TO DL-Rma-Number
               WRITE Dispatch-Line-Rec
           END-PERFORM.
           CLOSE DispatchLines.

       Flush-Dispatch-Lines-Exit.
           EXIT.

      * A lot drawn right down drops off the file; one still on a van
      * stays whatever it holds.
       Rewrite-Lot-Stock.
           OPEN OUTPUT LotStock.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               IF LTT-Qty-On-Hand(LTT-Scan-Idx) NOT = ZERO
                  OR LTT-Xfer-Num(LTT-Scan-Idx) NOT = ZERO
                   MOVE LTT-Oil-Num(LTT-Scan-Idx) TO LS-Oil-Num
                   MOVE LTT-Unit-Size(LTT-Scan-Idx) TO LS-Unit-Size
                   MOVE LTT-Branch-Id(LTT-Scan-Idx) TO LS-Branch-Id
                   MOVE LTT-Lot-No(LTT-Scan-Idx) TO LS-Lot-No
                   MOVE LTT-Expiry-Date(LTT-Scan-Idx)
                     TO LS-Expiry-Date
                   MOVE LTT-Qty-On-Hand(LTT-Scan-Idx)
                     TO LS-Qty-On-Hand
                   MOVE LTT-Received-Date(LTT-Scan-Idx)
                     TO LS-Received-Date
                   MOVE LTT-Xfer-Num(LTT-Scan-Idx) TO LS-Xfer-Num
                   WRITE Lot-Stock-Rec
               END-IF
           END-PERFORM.
           CLOSE LotStock.

       Flush-Lot-Issues.
           IF LIB-Count = ZERO
               GO TO Flush-Lot-Issues-Exit
           END-IF.
           OPEN EXTEND LotIssue.
           IF WS-LotIssue-Status NOT = "00"
               OPEN OUTPUT LotIssue
           END-IF.
           PERFORM VARYING LIB-Scan-Idx FROM 1 BY 1
                   UNTIL LIB-Scan-Idx > LIB-Count
               MOVE RH-Period TO LI-Period
               MOVE LIB-Lot-No(LIB-Scan-Idx) TO LI-Lot-No
               MOVE LIB-Oil-Num(LIB-Scan-Idx) TO LI-Oil-Num
               MOVE LIB-Unit-Size(LIB-Scan-Idx) TO LI-Unit-Size
               MOVE LIB-Branch-Id(LIB-Scan-Idx) TO LI-Branch-Id
               MOVE LIB-Cust-Id(LIB-Scan-Idx) TO LI-Cust-Id
               MOVE LIB-Cust-Name(LIB-Scan-Idx) TO LI-Cust-Name
               MOVE LIB-Sale-Date(LIB-Scan-Idx) TO LI-Sale-Date
               MOVE LIB-Qty(LIB-Scan-Idx) TO LI-Qty
               MOVE "S" TO LI-Issue-Type
               MOVE SPACES TO LI-Kit-Lot-No
               WRITE Lot-Issue-Rec
           END-PERFORM.
           CLOSE LotIssue.

       Flush-Lot-Issues-Exit.
           EXIT.

      * Only reached once the reconciliation has passed: the buffered
      * invoices go onto VATSALES.DAT and the sequence commits to
      * INVSEQ.DAT, so a failed run leaves both files as they were.
      * per branch with activity (the Branch-Totals-Table figures,
      * which cross-add to Total_SalesValue); the debtor and VAT
      * rows, and everything when no branch master is on file, carry
      * the head-office branch code. The units drawn off stock then
      * move at average cost from STOCK to COSTSL, one pair per stock
      * branch slot (the UNASSIGNED slot books to head office); a
      * slot whose returns outweigh its sales reverses the pair.
       Post-Run-To-Ledger.
           IF Total_SalesValue = ZERO AND Run-Vat-Total = ZERO
              AND Run-Cost-Total = ZERO
               GO TO Post-Run-To-Ledger-Exit
           END-IF.
           OPEN EXTEND GlPosting.
           MOVE Run-Vat-Total TO GL-Credit.
           MOVE "HO " TO GL-Branch.
           WRITE Gl-Posting-Rec.
           PERFORM VARYING Stock-Branch-Idx FROM 1 BY 1
                   UNTIL Stock-Branch-Idx > 21
               IF BCT-Cost(Stock-Branch-Idx) NOT = ZERO
                   PERFORM Post-Branch-Cost-Of-Sales
               END-IF
           END-PERFORM.
           CLOSE GlPosting.

       Post-Run-To-Ledger-Exit.
           EXIT.

       Post-Branch-Cost-Of-Sales.
           IF Stock-Branch-Idx > Branch-Count
               MOVE "HO " TO GL-Branch
           ELSE
               MOVE BRT-Branch-Id(Stock-Branch-Idx) TO GL-Branch
           END-IF.
           MOVE "COSTSL" TO GL-Account.
           IF BCT-Cost(Stock-Branch-Idx) > ZERO
               MOVE BCT-Cost(Stock-Branch-Idx) TO GL-Debit
               MOVE ZERO TO GL-Credit
           ELSE
               MOVE ZERO TO GL-Debit
               COMPUTE GL-Credit = 0 - BCT-Cost(Stock-Branch-Idx)
           END-IF.
           WRITE Gl-Posting-Rec.
           MOVE "STOCK " TO GL-Account.
           IF BCT-Cost(Stock-Branch-Idx) > ZERO
               MOVE ZERO TO GL-Debit
               MOVE BCT-Cost(Stock-Branch-Idx) TO GL-Credit
           ELSE
               COMPUTE GL-Debit = 0 - BCT-Cost(Stock-Branch-Idx)
               MOVE ZERO TO GL-Credit
           END-IF.
           WRITE Gl-Posting-Rec.

      * Seeds Oil-Cost-Table-2D with the size-independent base price so
      * every oil/size cell has a sane default before OILPRICE.DAT (if
      * any) supplies real per-size pricing.
               MOVE Oil-Rank-Idx TO OT-Oil-Num(Oil-Rank-Idx)
               MOVE ZERO TO OT-QtySold(Oil-Rank-Idx)
               MOVE ZERO TO OT-SalesValue(Oil-Rank-Idx)
               MOVE ZERO TO COC-Qty(Oil-Rank-Idx)
               MOVE ZERO TO COC-Sales-Value(Oil-Rank-Idx)
               MOVE ZERO TO COC-Cost(Oil-Rank-Idx)
           END-PERFORM.

      * OILPRICE.DAT, when present, overrides the compiled-in
       Apply-Contract-Price-Exit.
           EXIT.

       Load-Promotions.
           MOVE ZERO TO PMT-Count.
           OPEN INPUT Promotions.
           IF PromoFile-Present
               READ Promotions
                   AT END SET Promo-Eof TO TRUE
               END-READ
               PERFORM UNTIL Promo-Eof
                   IF PMT-Count >= 300
                       MOVE "PROMOTION" TO Full-Table-Name
                       PERFORM Report-Table-Full
                   END-IF
                   IF PMT-Count < 300
                       ADD 1 TO PMT-Count
                       MOVE PMF-Promo-Id TO PMT-Promo-Id(PMT-Count)
                       MOVE PMF-Start-Date
                         TO PMT-Start-Date(PMT-Count)
                       MOVE PMF-End-Date TO PMT-End-Date(PMT-Count)
                       MOVE PMF-Oil-Num TO PMT-Oil-Num(PMT-Count)
                       MOVE PMF-Oil-Category
                         TO PMT-Oil-Category(PMT-Count)
                       MOVE PMF-Unit-Size
                         TO PMT-Unit-Size(PMT-Count)
                       MOVE PMF-Price-Type
                         TO PMT-Price-Type(PMT-Count)
                       MOVE PMF-Value TO PMT-Value(PMT-Count)
                   END-IF
                   READ Promotions
                       AT END SET Promo-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promotions
           END-IF.

      * Cheapest promotion running on the sale's date for the sale in
      * WF: the oil itself, or its category on a whole-category row,
      * in the sale's size or on an all-sizes row. Prices are worked
      * off Promo-List-Value; an earlier row keeps a tie.
       Find-Promotion.
           MOVE "N" TO PMT-Found-Sw.
           MOVE ZERO TO PMT-Found-Idx.
           MOVE ZERO TO Promo-Best-Value.
           PERFORM VARYING PMT-Scan-Idx FROM 1 BY 1
                   UNTIL PMT-Scan-Idx > PMT-Count
               IF WF-Sale-Date >= PMT-Start-Date(PMT-Scan-Idx)
                  AND WF-Sale-Date <= PMT-End-Date(PMT-Scan-Idx)
                  AND (PMT-Oil-Num(PMT-Scan-Idx) = WF-Oil-Num
                       OR (PMT-Oil-Num(PMT-Scan-Idx) = 0
                           AND PMT-Oil-Category(PMT-Scan-Idx)
                               = WF-Oil-Category))
                  AND (PMT-Unit-Size(PMT-Scan-Idx) = WF-Unit-Size
                       OR PMT-Unit-Size(PMT-Scan-Idx) = 0)
                   IF PMT-Price-Type(PMT-Scan-Idx) = "F"
                       COMPUTE Promo-Line-Value =
                           PMT-Value(PMT-Scan-Idx) * WF-Units-Sold
                   ELSE
                       COMPUTE Promo-Line-Value ROUNDED =
                           Promo-List-Value
                           - (Promo-List-Value
                              * PMT-Value(PMT-Scan-Idx) / 100)
                   END-IF
                   IF NOT PMT-Found
                      OR Promo-Line-Value < Promo-Best-Value
                       MOVE "Y" TO PMT-Found-Sw
                       MOVE PMT-Scan-Idx TO PMT-Found-Idx
                       MOVE Promo-Line-Value TO Promo-Best-Value
                   END-IF
               END-IF
           END-PERFORM.

      * Contract and promotion never stack: the customer pays the
      * lower of the contract price and the best promotion, each
      * worked off list. The contract keeps a tie, so a contract
      * customer's statement still shows the deal they signed. A
      * promotion that would not beat the price already on the line
      * is passed over, whatever its type.
       Apply-Promotion-Price.
           IF PMT-Count = ZERO OR WF-Sale-Date = ZERO
               GO TO Apply-Promotion-Price-Exit
           END-IF.
           PERFORM Find-Promotion.
           IF NOT PMT-Found
               GO TO Apply-Promotion-Price-Exit
           END-IF.
           IF Promo-Best-Value NOT < WF-Sales-Value
               GO TO Apply-Promotion-Price-Exit
           END-IF.
           MOVE Promo-Best-Value TO WF-Sales-Value.
           MOVE ZERO TO WF-Contract-Disc.
           MOVE PMT-Promo-Id(PMT-Found-Idx) TO WF-Promo-Id.
           COMPUTE WF-Promo-Disc = Promo-List-Value - WF-Sales-Value.

       Apply-Promotion-Price-Exit.
           EXIT.

      * OILMAST.DAT, when present, is the live list of oils - the
      * description prints on the ranking and statement lines, and the
      * category letters found here replace the compiled-in
       Load-Oil-Stock.
           PERFORM VARYING Stock-Branch-Idx FROM 1 BY 1
                   UNTIL Stock-Branch-Idx > 21
               MOVE ZERO TO BCT-Cost(Stock-Branch-Idx)
               PERFORM VARYING Stock-Oil-Idx FROM 1 BY 1
                       UNTIL Stock-Oil-Idx > 30
                   PERFORM VARYING Stock-Size-Idx FROM 1 BY 1
                       MOVE ZERO TO ST-Reorder-Level
                           (Stock-Branch-Idx, Stock-Oil-Idx,
                            Stock-Size-Idx)
                       MOVE ZERO TO ST-Avg-Cost
                           (Stock-Branch-Idx, Stock-Oil-Idx,
                            Stock-Size-Idx)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
                           MOVE OS-Reorder-Level TO ST-Reorder-Level
                               (Stock-Branch-Idx, OS-Oil-Num,
                                Size-Idx)
                           IF OS-Avg-Cost IS NUMERIC
                               MOVE OS-Avg-Cost TO ST-Avg-Cost
                                   (Stock-Branch-Idx, OS-Oil-Num,
                                    Size-Idx)
                           END-IF
                       END-IF
                   END-IF
                   READ OilStock
               CLOSE OilStock
           END-IF.

      * Each lot row goes into the table in best-before order - a
      * later-expiring row already held moves down one to make room.
       Load-Lot-Stock.
           OPEN INPUT LotStock.
           IF LotStockFile-Present
               MOVE "Y" TO Lot-Loaded-Sw
               READ LotStock
                   AT END SET End-Of-Lot-Stock TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Lot-Stock
                   IF LTT-Count >= 5000
                       MOVE "LOT STOCK" TO Full-Table-Name
                       PERFORM Report-Table-Full
                   ELSE
                       PERFORM Insert-Lot-Row
                   END-IF
                   READ LotStock
                       AT END SET End-Of-Lot-Stock TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotStock
           END-IF.

       Insert-Lot-Row.
           ADD 1 TO LTT-Count.
           MOVE LTT-Count TO LTT-Insert-Idx.
           MOVE "N" TO LTT-Found-Sw.
           PERFORM UNTIL LTT-Found
               IF LTT-Insert-Idx = 1
                   MOVE "Y" TO LTT-Found-Sw
               ELSE
                   IF LTT-Expiry-Date(LTT-Insert-Idx - 1)
                           <= LS-Expiry-Date
                       MOVE "Y" TO LTT-Found-Sw
                   ELSE
                       MOVE LTT-Entry(LTT-Insert-Idx - 1)
                         TO LTT-Entry(LTT-Insert-Idx)
                       SUBTRACT 1 FROM LTT-Insert-Idx
                   END-IF
               END-IF
           END-PERFORM.
           MOVE LS-Oil-Num TO LTT-Oil-Num(LTT-Insert-Idx).
           MOVE LS-Unit-Size TO LTT-Unit-Size(LTT-Insert-Idx).
           MOVE LS-Branch-Id TO LTT-Branch-Id(LTT-Insert-Idx).
           MOVE LS-Lot-No TO LTT-Lot-No(LTT-Insert-Idx).
           MOVE LS-Expiry-Date TO LTT-Expiry-Date(LTT-Insert-Idx).
           MOVE LS-Qty-On-Hand TO LTT-Qty-On-Hand(LTT-Insert-Idx).
           MOVE LS-Received-Date TO LTT-Received-Date(LTT-Insert-Idx).
           MOVE LS-Xfer-Num TO LTT-Xfer-Num(LTT-Insert-Idx).
           MOVE ZERO TO LTT-Picked(LTT-Insert-Idx).

      * Which branch slot a stock row (or a sale's depletion) uses:
      * a known code gets its master slot, anything else - blank ids
      * on old rows, or any code with no master loaded - lands on
           WRITE Invoice-Seq-Rec.
           CLOSE InvoiceSeq.

       Load-Dispatch-Sequence.
           MOVE ZERO TO Dispatch-Note-Num.
           OPEN INPUT DispatchSeq.
           IF DispSeqFile-Present
               READ DispatchSeq
                   AT END MOVE ZERO TO DSQ-Last-Note-Num
               END-READ
               IF DSQ-Last-Note-Num IS NUMERIC
                   MOVE DSQ-Last-Note-Num TO Dispatch-Note-Num
               END-IF
               CLOSE DispatchSeq
           END-IF.

       Save-Dispatch-Sequence.
           OPEN OUTPUT DispatchSeq.
           MOVE Dispatch-Note-Num TO DSQ-Last-Note-Num.
           WRITE Dispatch-Seq-Rec.
           CLOSE DispatchSeq.

       Load-Vat-Rate.
           OPEN INPUT VatRateFile.
           IF VatRateFile-Present
                   PERFORM Buffer-Unapplied-Receipt
                   GO TO Apply-One-Payment-Exit
               END-IF
               IF PAY-Amount < OIT-Amount(OIT-Found-Idx)
                   MOVE PAY-Amount TO Cash-Applied-Amount
               ELSE
                   MOVE OIT-Amount(OIT-Found-Idx)
                     TO Cash-Applied-Amount
               END-IF
               MOVE OIT-Found-Idx TO Cash-Alloc-Idx
               PERFORM Buffer-Cash-Allocation
               SUBTRACT PAY-Amount
                   FROM OIT-Amount(OIT-Found-Idx)
               IF OIT-Amount(OIT-Found-Idx) NOT > ZERO
                   MOVE PAY-Date TO OIT-Paid-Date(OIT-Found-Idx)
               END-IF
      * An overpayment of the named invoice closes it and leaves
      * the rest on account against the next-oldest items.
               IF OIT-Amount(OIT-Found-Idx) < ZERO
                      OR Open-Item-Pay-Left NOT > ZERO
               IF OIT-Cust-Id(OIT-Scan-Idx) = PAY-Cust-Id
                  AND OIT-Amount(OIT-Scan-Idx) > ZERO
                   MOVE OIT-Scan-Idx TO Cash-Alloc-Idx
                   IF Open-Item-Pay-Left >=
                           OIT-Amount(OIT-Scan-Idx)
                       MOVE OIT-Amount(OIT-Scan-Idx)
                         TO Cash-Applied-Amount
                       PERFORM Buffer-Cash-Allocation
                       SUBTRACT OIT-Amount(OIT-Scan-Idx)
                           FROM Open-Item-Pay-Left
                       MOVE ZERO TO OIT-Amount(OIT-Scan-Idx)
                       MOVE PAY-Date TO OIT-Paid-Date(OIT-Scan-Idx)
                   ELSE
                       MOVE Open-Item-Pay-Left TO Cash-Applied-Amount
                       PERFORM Buffer-Cash-Allocation
                       SUBTRACT Open-Item-Pay-Left
                           FROM OIT-Amount(OIT-Scan-Idx)
                       MOVE ZERO TO Open-Item-Pay-Left
               END-IF
           END-PERFORM.

      * Cash-Applied-Amount of the receipt in hand went onto the open
      * item at Cash-Alloc-Idx.
       Buffer-Cash-Allocation.
           IF CAB-Count >= 5000
               MOVE "VAT CASH" TO Full-Table-Name
               PERFORM Report-Table-Full
           ELSE
               ADD 1 TO CAB-Count
               MOVE OIT-Cust-Id(Cash-Alloc-Idx)
                 TO CAB-Cust-Id(CAB-Count)
               MOVE OIT-Invoice-Id(Cash-Alloc-Idx)
                 TO CAB-Invoice-Id(CAB-Count)
               MOVE PAY-Date TO CAB-Paid-Date(CAB-Count)
               MOVE Cash-Applied-Amount TO CAB-Applied(CAB-Count)
           END-IF.

       Buffer-Unapplied-Receipt.
           IF UAB-Count >= 200
               DISPLAY "AROMRPT1: UNAPPLIED-CASH BUFFER FULL - "
                       MOVE OI-Invoice-Id
                         TO OIT-Invoice-Id(OIT-Count)
                       MOVE OI-Amount-Open TO OIT-Amount(OIT-Count)
                       IF OI-Invoice-Date IS NUMERIC
                           MOVE OI-Invoice-Date
                             TO OIT-Invoice-Date(OIT-Count)
                       ELSE
                           MOVE ZERO TO OIT-Invoice-Date(OIT-Count)
                       END-IF
                       MOVE ZERO TO OIT-Paid-Date(OIT-Count)
                       MOVE ZERO TO OIT-Raised-Net(OIT-Count)
                   END-IF
                   READ OpenItems
                       AT END SET OpenItems-Eof TO TRUE
               END-PERFORM
               CLOSE OpenItems
           END-IF.
           MOVE OIT-Count TO OIT-Loaded-Count.

      * Only items still carrying an amount go back out - a paid
      * invoice is done with, and one this run's receipts cleared
      * goes onto PAIDITEM.DAT instead. Appended items from this
      * run's invoices ride along at the tail, oldest first for next
      * time.
       Rewrite-Open-Items.
           OPEN OUTPUT OpenItems.
           OPEN EXTEND PaidItems.
           IF WS-PaidItems-Status NOT = "00"
               OPEN OUTPUT PaidItems
           END-IF.
           PERFORM VARYING OIT-Scan-Idx FROM 1 BY 1
                   UNTIL OIT-Scan-Idx > OIT-Count
               IF OIT-Amount(OIT-Scan-Idx) NOT = ZERO
                   MOVE OIT-Invoice-Id(OIT-Scan-Idx)
                     TO OI-Invoice-Id
                   MOVE OIT-Amount(OIT-Scan-Idx) TO OI-Amount-Open
                   MOVE OIT-Invoice-Date(OIT-Scan-Idx)
                     TO OI-Invoice-Date
                   WRITE Open-Item-Rec
               ELSE
                   IF OIT-Paid-Date(OIT-Scan-Idx) NOT = ZERO
                       MOVE OIT-Cust-Id(OIT-Scan-Idx) TO PI-Cust-Id
                       MOVE OIT-Invoice-Id(OIT-Scan-Idx)
                         TO PI-Invoice-Id
                       MOVE OIT-Invoice-Date(OIT-Scan-Idx)
                         TO PI-Invoice-Date
                       MOVE OIT-Paid-Date(OIT-Scan-Idx)
                         TO PI-Paid-Date
                       WRITE Paid-Item-Rec
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OpenItems.
           CLOSE PaidItems.
           OPEN EXTEND InvoiceRegister.
           IF WS-InvReg-Status NOT = "00"
               OPEN OUTPUT InvoiceRegister
           END-IF.
           PERFORM VARYING OIT-Scan-Idx FROM 1 BY 1
                   UNTIL OIT-Scan-Idx > OIT-Count
               IF OIT-Scan-Idx > OIT-Loaded-Count
                   MOVE OIT-Cust-Id(OIT-Scan-Idx) TO IR-Cust-Id
                   MOVE OIT-Invoice-Id(OIT-Scan-Idx)
                     TO IR-Invoice-Id
                   MOVE OIT-Invoice-Date(OIT-Scan-Idx)
                     TO IR-Invoice-Date
                   MOVE OIT-Raised-Net(OIT-Scan-Idx) TO IR-Net
                   WRITE Invoice-Register-Rec
               END-IF
           END-PERFORM.
           CLOSE InvoiceRegister.

       Flush-Vat-Cash.
           IF CAB-Count = ZERO
               GO TO Flush-Vat-Cash-Exit
           END-IF.
           OPEN EXTEND VatCash.
           IF WS-VatCash-Status NOT = "00"
               OPEN OUTPUT VatCash
           END-IF.
           PERFORM VARYING CAB-Scan-Idx FROM 1 BY 1
                   UNTIL CAB-Scan-Idx > CAB-Count
               MOVE CAB-Cust-Id(CAB-Scan-Idx) TO VC-Cust-Id
               MOVE CAB-Invoice-Id(CAB-Scan-Idx) TO VC-Invoice-Id
               MOVE CAB-Paid-Date(CAB-Scan-Idx) TO VC-Paid-Date
               MOVE CAB-Applied(CAB-Scan-Idx) TO VC-Applied
               WRITE Vat-Cash-Rec
           END-PERFORM.
           CLOSE VatCash.

       Flush-Vat-Cash-Exit.
           EXIT.

       Flush-Unapplied-Report.
           OPEN OUTPUT UnappliedCash.
               CLOSE Payments
           END-IF.
           CLOSE PaymentsHist.
           OPEN EXTEND PayList.
           IF WS-PayList-Status NOT = "00"
               OPEN OUTPUT PayList
           END-IF.
           MOVE Payments-Hist-File-Name TO Pay-List-Rec.
           WRITE Pay-List-Rec.
           CLOSE PayList.
           MOVE Payments-Hist-File-Name TO AP-File-Name.
           PERFORM Register-Archive-Period.
           OPEN OUTPUT Payments.
           PERFORM VARYING Retain-Scan-Idx FROM 1 BY 1
                   UNTIL Retain-Scan-Idx > Retain-Count
       Archive-Processed-Payments-Exit.
           EXIT.

      * Callers move the archive's name to AP-File-Name first.
       Register-Archive-Period.
           MOVE Run-Date TO AP-Archive-Date.
           MOVE RH-Period TO AP-Period.
           OPEN EXTEND ArchPeriods.
           IF WS-ArchPer-Status NOT = "00"
               OPEN OUTPUT ArchPeriods
           END-IF.
           WRITE Arch-Period-Rec.
           CLOSE ArchPeriods.

       Retain-One-Payment-Record.
           IF Retain-Count >= 200
               DISPLAY "AROMRPT1: REJECTED-BATCH RETENTION FULL - "
               END-PERFORM
               CLOSE CurrencyRates
           END-IF.
           PERFORM Load-Rate-History.

       Load-Rate-History.
           OPEN INPUT RateHistory.
           IF RateHistFile-Present
               READ RateHistory
                   AT END SET End-Of-Rate-History TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Rate-History
                   IF RHT-Count < 5000
                       ADD 1 TO RHT-Count
                       MOVE RH-CurrencyCode
                         TO RHT-CurrencyCode(RHT-Count)
                       MOVE RH-Eff-Date TO RHT-Eff-Date(RHT-Count)
                       MOVE RH-Rate TO RHT-Rate(RHT-Count)
                   ELSE
                       MOVE "RATE HISTORY" TO Full-Table-Name
                       PERFORM Report-Table-Full
                       SET End-Of-Rate-History TO TRUE
                   END-IF
                   IF NOT End-Of-Rate-History
                       READ RateHistory
                           AT END SET End-Of-Rate-History TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE RateHistory
           END-IF.

       Apply-Currency-Rate-Override.
           PERFORM Find-Currency-Rate.
               END-IF
           END-PERFORM.

      * The rate for CR-CurrencyCode in force on Rate-Lookup-Date -
      * the latest history row effective on or before it, the later
      * row on file standing where a day was reloaded. Not found in
      * the history falls back to the current-rate table, so In-Force-
      * Found means either; In-Force-Date stays zero on the fallback.
       Find-Rate-In-Force.
           MOVE "N" TO In-Force-Found-Sw.
           MOVE ZERO TO In-Force-Date.
           PERFORM VARYING RHT-Scan-Idx FROM 1 BY 1
                   UNTIL RHT-Scan-Idx > RHT-Count
               IF RHT-CurrencyCode(RHT-Scan-Idx) = CR-CurrencyCode
                  AND RHT-Eff-Date(RHT-Scan-Idx) NOT > Rate-Lookup-Date
                  AND RHT-Eff-Date(RHT-Scan-Idx) NOT < In-Force-Date
                   MOVE "Y" TO In-Force-Found-Sw
                   MOVE RHT-Eff-Date(RHT-Scan-Idx) TO In-Force-Date
                   MOVE RHT-Rate(RHT-Scan-Idx) TO In-Force-Rate
               END-IF
           END-PERFORM.
           IF NOT In-Force-Found
               PERFORM Find-Currency-Rate
               IF Currency-Rate-Found
                   MOVE "Y" TO In-Force-Found-Sw
                   MOVE CRT-Rate(Currency-Rate-Found-Idx)
                     TO In-Force-Rate
               END-IF
           END-IF.

      * Flags every S-Cust-Id on the sales extract(s) that is not on
      * CUSTMAST.DAT before Select-Essential-Oils is trusted to run -
      * a typo'd or closed customer ID is caught here, not buried in
           MOVE Sales-Hist-File-Name TO Arch-List-Rec.
           WRITE Arch-List-Rec.
           CLOSE ArchList.
           MOVE Sales-Hist-File-Name TO AP-File-Name.
           PERFORM Register-Archive-Period.

           MOVE "SALES.DAT" TO Sales-File-Name.
           OPEN INPUT SalesFileList.
           MOVE Pricing-Sale-Date TO WF-Sale-Date.
           MOVE ZERO TO WF-Sales-Value.
           MOVE ZERO TO WF-Contract-Disc.
           MOVE SPACES TO WF-Promo-Id.
           MOVE ZERO TO WF-Promo-Disc.
           IF WF-Oil-Num >= 1 AND WF-Oil-Num <= 30
               PERFORM Find-Dated-Price
               IF Dated-Price-Found
                           OIL-COST(WF-Oil-Num) * WF-Units-Sold
                   END-IF
               END-IF
               MOVE WF-Sales-Value TO Promo-List-Value
               PERFORM Apply-Contract-Price
                   THRU Apply-Contract-Price-Exit
               PERFORM Apply-Promotion-Price
                   THRU Apply-Promotion-Price-Exit
               PERFORM Convert-To-Home-Currency
      * A return is priced like the matching sale, then carried as a
      * negative value so it nets out of everything downstream.
      * just get added together as if they were the same unit - this
      * rolls WF-Sales-Value into Home-Currency-Code before it's ever
      * summed, the same Amount / Rate conversion CurrencyConv1.cbl
      * uses for the Example6 currency fields. The rate is the one in
      * force on the sale date - an undated sale takes today's.
       Convert-To-Home-Currency.
           IF WF-Currency-Code NOT = SPACES
                   AND WF-Currency-Code NOT = Home-Currency-Code
               MOVE WF-Currency-Code TO CR-CurrencyCode
               IF WF-Sale-Date > ZERO
                   MOVE WF-Sale-Date TO Rate-Lookup-Date
               ELSE
                   MOVE Run-Date TO Rate-Lookup-Date
               END-IF
               PERFORM Find-Rate-In-Force
               IF In-Force-Found
                   COMPUTE WF-Sales-Value ROUNDED =
                       WF-Sales-Value / In-Force-Rate
      * The contract saving converts at the same rate as the value
      * it came off, so the statement's discount line stays true.
                   COMPUTE WF-Contract-Disc ROUNDED =
                       WF-Contract-Disc / In-Force-Rate
                   COMPUTE WF-Promo-Disc ROUNDED =
                       WF-Promo-Disc / In-Force-Rate
               END-IF
           END-IF.

               PERFORM VARYING Pick-Size-Idx FROM 1 BY 1
                       UNTIL Pick-Size-Idx > 5
                   MOVE ZERO TO PK-Qty(Pick-Oil-Idx, Pick-Size-Idx)
                   MOVE ZERO TO LUT-Qty(Pick-Oil-Idx, Pick-Size-Idx)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING COM-Idx FROM 1 BY 1 UNTIL COM-Idx > 30
                         TO PKD-Units
                       WRITE Pick-List-Line FROM Pick-List-Detail
                        AFTER ADVANCING 1 LINE
                       IF Lot-Loaded
                           PERFORM Write-Pick-Lot-Lines
                       END-IF
                       ADD PK-Qty(Pick-Oil-Idx, Pick-Size-Idx)
                         TO Pick-Total-Units
                   END-IF
           WRITE Pick-List-Line FROM Pick-Total-Line
            AFTER ADVANCING 2 LINES.

      * Under each pick line, the lots to take the units from in the
      * order they expire, branch by branch, then anything no lot on
      * file covered.
       Write-Pick-Lot-Lines.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
               IF LTT-Oil-Num(LTT-Scan-Idx) = Pick-Oil-Idx
                  AND LTT-Unit-Size(LTT-Scan-Idx)
                       = Unit-Size-Band(Pick-Size-Idx)
                  AND LTT-Picked(LTT-Scan-Idx) NOT = ZERO
                   MOVE LTT-Lot-No(LTT-Scan-Idx) TO PLL-Lot-No
                   MOVE LTT-Expiry-Date(LTT-Scan-Idx)
                     TO PLL-Expiry-Date
                   MOVE LTT-Branch-Id(LTT-Scan-Idx) TO PLL-Branch-Id
                   MOVE LTT-Picked(LTT-Scan-Idx) TO PLL-Units
                   WRITE Pick-List-Line FROM Pick-Lot-Line
                    AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           IF LUT-Qty(Pick-Oil-Idx, Pick-Size-Idx) NOT = ZERO
               MOVE LUT-Qty(Pick-Oil-Idx, Pick-Size-Idx) TO PUL-Units
               WRITE Pick-List-Line FROM Pick-Unlotted-Line
                AFTER ADVANCING 1 LINE
           END-IF.

      * The run's stock position: every controlled cell goes back out
      * to a fresh OILSTOCK.DAT, cells that moved print on the
      * movement report, and cells sitting below their reorder level
           MOVE ST-Reorder-Level(Stock-Branch-Idx, Stock-Oil-Idx,
                Stock-Size-Idx)
             TO OS-Reorder-Level.
           MOVE ST-Avg-Cost(Stock-Branch-Idx, Stock-Oil-Idx,
                Stock-Size-Idx)
             TO OS-Avg-Cost.
           IF Stock-Branch-Idx > Branch-Count
               MOVE SPACES TO OS-Branch-Id
           ELSE
                   ADD WF-Units-Sold TO COM-Bought-Qty(WF-Oil-Num)
               END-IF
               ADD WF-Sales-Value TO OT-SalesValue(WF-Oil-Num)
               MOVE ZERO TO Sale-Line-Cost
               IF Stock-Loaded
                   PERFORM Deplete-Oil-Stock
               END-IF
               PERFORM Accumulate-Customer-Oil-Cost
               PERFORM Accumulate-Day-Sales
                   THRU Accumulate-Day-Sales-Exit
           END-IF.
           PERFORM Accumulate-Pick-Qty.
           IF Branch-Master-Loaded
                   THRU Accumulate-Branch-Figures-Exit
           END-IF.

      * The customer in hand's units, value and cost by oil - the
      * subtotal break moves them onto the SALECOST.DAT buffer.
       Accumulate-Customer-Oil-Cost.
           IF Return-Work-Rec
               SUBTRACT WF-Units-Sold FROM COC-Qty(WF-Oil-Num)
           ELSE
               ADD WF-Units-Sold TO COC-Qty(WF-Oil-Num)
           END-IF.
           ADD WF-Sales-Value TO COC-Sales-Value(WF-Oil-Num).
           ADD Sale-Line-Cost TO COC-Cost(WF-Oil-Num).

      * The line into its sale-date / oil / size / promotion cell on
      * the DAYSALES.DAT buffer.
       Accumulate-Day-Sales.
           MOVE "N" TO DSB-Found-Sw.
           MOVE ZERO TO DSB-Found-Idx.
           PERFORM VARYING DSB-Scan-Idx FROM 1 BY 1
                   UNTIL DSB-Scan-Idx > DSB-Count OR DSB-Found
               IF DSB-Sale-Date(DSB-Scan-Idx) = WF-Sale-Date
                  AND DSB-Oil-Num(DSB-Scan-Idx) = WF-Oil-Num
                  AND DSB-Unit-Size(DSB-Scan-Idx) = WF-Unit-Size
                  AND DSB-Promo-Id(DSB-Scan-Idx) = WF-Promo-Id
                  AND DSB-Oil-Category(DSB-Scan-Idx)
                      = WF-Oil-Category
                   MOVE "Y" TO DSB-Found-Sw
                   MOVE DSB-Scan-Idx TO DSB-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT DSB-Found
               IF DSB-Count >= 5000
                   MOVE "DAY SALES" TO Full-Table-Name
                   PERFORM Report-Table-Full
                   GO TO Accumulate-Day-Sales-Exit
               END-IF
               ADD 1 TO DSB-Count
               MOVE DSB-Count TO DSB-Found-Idx
               MOVE WF-Sale-Date TO DSB-Sale-Date(DSB-Found-Idx)
               MOVE WF-Oil-Category TO DSB-Oil-Category(DSB-Found-Idx)
               MOVE WF-Oil-Num TO DSB-Oil-Num(DSB-Found-Idx)
               MOVE WF-Unit-Size TO DSB-Unit-Size(DSB-Found-Idx)
               MOVE WF-Promo-Id TO DSB-Promo-Id(DSB-Found-Idx)
               MOVE ZERO TO DSB-Qty(DSB-Found-Idx)
               MOVE ZERO TO DSB-Sales-Value(DSB-Found-Idx)
           END-IF.
           IF Return-Work-Rec
               SUBTRACT WF-Units-Sold FROM DSB-Qty(DSB-Found-Idx)
           ELSE
               ADD WF-Units-Sold TO DSB-Qty(DSB-Found-Idx)
           END-IF.
           ADD WF-Sales-Value TO DSB-Sales-Value(DSB-Found-Idx).

       Accumulate-Day-Sales-Exit.
           EXIT.

      * Rolls the sale into its branch's own totals, rep cell and oil
      * cell so each shop can be judged on its own numbers.
       Accumulate-Branch-Figures.
               PERFORM Resolve-Stock-Branch
               IF ST-Controlled-Sw(Stock-Branch-Idx, WF-Oil-Num,
                       Size-Idx) = "Y"
                   PERFORM Cost-Sale-Line
                   IF Lot-Loaded
                       PERFORM Resolve-Lot-Branch
                       IF Return-Work-Rec
                           PERFORM Return-To-Lot
                       ELSE
                           PERFORM Draw-From-Lots
                       END-IF
                   END-IF
                   IF Return-Work-Rec
                       ADD WF-Units-Sold
                         TO ST-Qty-On-Hand(Stock-Branch-Idx,
               END-IF
           END-IF.

      * The units go out (or a return comes back) at the cell's
      * current weighted-average cost, so a return leaves the
      * average where it was.
       Cost-Sale-Line.
           COMPUTE Sale-Line-Cost ROUNDED = WF-Units-Sold
               * ST-Avg-Cost(Stock-Branch-Idx, WF-Oil-Num, Size-Idx).
           IF Return-Work-Rec
               COMPUTE Sale-Line-Cost = 0 - Sale-Line-Cost
           END-IF.
           ADD Sale-Line-Cost TO BCT-Cost(Stock-Branch-Idx).
           ADD Sale-Line-Cost TO Run-Cost-Total.

      * Lot rows carry the branch code itself; the UNASSIGNED slot's
      * stock is the blank-branch rows.
       Resolve-Lot-Branch.
           IF Stock-Branch-Idx > Branch-Count
               MOVE SPACES TO Lot-Branch-Id
           ELSE
               MOVE BRT-Branch-Id(Stock-Branch-Idx) TO Lot-Branch-Id
           END-IF.

      * First-expiring first: the table is in best-before order, so
      * the sale takes what it can from each live lot in the cell in
      * turn. A lot already past its date on the day of the sale is
      * never picked - it stays on the file for the expiry report.
       Draw-From-Lots.
           MOVE WF-Units-Sold TO Lot-Units-Left.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count
                      OR Lot-Units-Left = ZERO
               IF LTT-Oil-Num(LTT-Scan-Idx) = WF-Oil-Num
                  AND LTT-Unit-Size(LTT-Scan-Idx) = WF-Unit-Size
                  AND LTT-Branch-Id(LTT-Scan-Idx) = Lot-Branch-Id
                  AND LTT-Xfer-Num(LTT-Scan-Idx) = ZERO
                  AND LTT-Qty-On-Hand(LTT-Scan-Idx) > ZERO
                  AND LTT-Expiry-Date(LTT-Scan-Idx) >= WF-Sale-Date
                   IF LTT-Qty-On-Hand(LTT-Scan-Idx) < Lot-Units-Left
                       MOVE LTT-Qty-On-Hand(LTT-Scan-Idx)
                         TO Lot-Draw-Qty
                   ELSE
                       MOVE Lot-Units-Left TO Lot-Draw-Qty
                   END-IF
                   SUBTRACT Lot-Draw-Qty
                       FROM LTT-Qty-On-Hand(LTT-Scan-Idx)
                   SUBTRACT Lot-Draw-Qty FROM Lot-Units-Left
                   ADD Lot-Draw-Qty TO LTT-Picked(LTT-Scan-Idx)
                   PERFORM Buffer-Lot-Issue
               END-IF
           END-PERFORM.
           IF Lot-Units-Left > ZERO
               ADD Lot-Units-Left TO LUT-Qty(WF-Oil-Num, Size-Idx)
           END-IF.

      * Which lot a returned bottle came from is not keyed, so it goes
      * back on the cell's first-expiring lot still on file - the one
      * that will be picked next. A cell with no lot rows takes the
      * return on the cell quantity only.
       Return-To-Lot.
           MOVE "N" TO LTT-Found-Sw.
           PERFORM VARYING LTT-Scan-Idx FROM 1 BY 1
                   UNTIL LTT-Scan-Idx > LTT-Count OR LTT-Found
               IF LTT-Oil-Num(LTT-Scan-Idx) = WF-Oil-Num
                  AND LTT-Unit-Size(LTT-Scan-Idx) = WF-Unit-Size
                  AND LTT-Branch-Id(LTT-Scan-Idx) = Lot-Branch-Id
                  AND LTT-Xfer-Num(LTT-Scan-Idx) = ZERO
                   MOVE "Y" TO LTT-Found-Sw
                   ADD WF-Units-Sold
                     TO LTT-Qty-On-Hand(LTT-Scan-Idx)
               END-IF
           END-PERFORM.

       Buffer-Lot-Issue.
           IF LIB-Count >= 5000
               MOVE "LOT ISSUE" TO Full-Table-Name
               PERFORM Report-Table-Full
           ELSE
               ADD 1 TO LIB-Count
               MOVE LTT-Lot-No(LTT-Scan-Idx) TO LIB-Lot-No(LIB-Count)
               MOVE WF-Oil-Num TO LIB-Oil-Num(LIB-Count)
               MOVE WF-Unit-Size TO LIB-Unit-Size(LIB-Count)
               MOVE Lot-Branch-Id TO LIB-Branch-Id(LIB-Count)
               MOVE WF-Cust-Id TO LIB-Cust-Id(LIB-Count)
               MOVE WF-Cust-Name TO LIB-Cust-Name(LIB-Count)
               MOVE WF-Sale-Date TO LIB-Sale-Date(LIB-Count)
               MOVE Lot-Draw-Qty TO LIB-Qty(LIB-Count)
           END-IF.

      * The quantity the sale oversold - never more than the sale
      * itself - goes on the back-order buffer with enough of the
      * sale to rebuild it when stock arrives. The buffer filling up
           PERFORM Buffer-Statement-Line.
           MOVE WF-Cust-Name TO DH-CustName.
           MOVE WF-Cust-Id TO DH-CustId.
           ADD 1 TO Dispatch-Note-Num.
           MOVE ZERO TO Dispatch-Line-Num.
           MOVE Dispatch-Note-Num TO DH-Note-No.
           WRITE Dispatch-Line FROM Dispatch-Heading
            AFTER ADVANCING 2 LINES.

      * A foreign billing currency on the customer's master record,
      * priced at the rate in force on the run date - no rate on file
      * for the code leaves the statement in EUR.
       Set-Statement-Currency.
           MOVE "N" TO Stmt-Currency-Active-Sw.
           MOVE 1 TO Stmt-Currency-Rate.
           IF Cust-Terms-Bill-Currency NOT = SPACES
              AND Cust-Terms-Bill-Currency NOT = Home-Currency-Code
               MOVE Cust-Terms-Bill-Currency TO CR-CurrencyCode
               MOVE Run-Date TO Rate-Lookup-Date
               PERFORM Find-Rate-In-Force
               IF In-Force-Found
                   SET Stmt-Currency-Active TO TRUE
                   MOVE Cust-Terms-Bill-Currency
                     TO Stmt-Currency-Code
                   MOVE In-Force-Rate TO Stmt-Currency-Rate
               END-IF
           END-IF.

               MOVE Statement-Discount-Line TO SB-Stage-Line
               PERFORM Buffer-Statement-Line
           END-IF.
           IF WF-Promo-Disc NOT = ZERO
               MOVE WF-Promo-Disc TO Stmt-Amount-Work
               IF Stmt-Currency-Active
                   PERFORM Convert-Stmt-Amount
               END-IF
               MOVE Stmt-Amount-Work TO SPL-Amount
               MOVE WF-Promo-Id TO SPL-Promo-Id
               MOVE Statement-Promo-Line TO SB-Stage-Line
               PERFORM Buffer-Statement-Line
           END-IF.
           MOVE WF-Units-Sold TO DD-Qty.
           MOVE CSD-OilDesc TO DD-Oil-Desc.
           MOVE WF-Oil-Num TO DD-Oil-Num.
                   MOVE SPACES TO DD-Return-Mark
               END-IF
           END-IF.
           MOVE SPACES TO DD-Line-Label.
           MOVE ZERO TO DD-Line-No.
           IF NOT Return-Work-Rec AND WF-Units-Sold > ZERO
               PERFORM Buffer-Dispatch-Line
                   THRU Buffer-Dispatch-Line-Exit
           END-IF.
           WRITE Dispatch-Line FROM Dispatch-Detail
            AFTER ADVANCING 1 LINE.

      * Goods going out get a line number on the note, the reference
      * the signed copy or the courier quotes back; returns coming in
      * are not delivered anywhere and take none.
       Buffer-Dispatch-Line.
           IF DLB-Count >= 5000
               MOVE "DISPATCH LINE" TO Full-Table-Name
               PERFORM Report-Table-Full
               GO TO Buffer-Dispatch-Line-Exit
           END-IF.
           ADD 1 TO Dispatch-Line-Num.
           MOVE " LINE " TO DD-Line-Label.
           MOVE Dispatch-Line-Num TO DD-Line-No.
           ADD 1 TO DLB-Count.
           MOVE Dispatch-Note-Num TO DLB-Note-No(DLB-Count).
           MOVE Dispatch-Line-Num TO DLB-Line-No(DLB-Count).
           MOVE WF-Cust-Id TO DLB-Cust-Id(DLB-Count).
           MOVE WF-Oil-Category TO DLB-Oil-Category(DLB-Count).
           MOVE WF-Oil-Num TO DLB-Oil-Num(DLB-Count).
           MOVE WF-Unit-Size TO DLB-Unit-Size(DLB-Count).
           MOVE WF-Units-Sold TO DLB-Qty(DLB-Count).
           MOVE WF-Branch-Id TO DLB-Branch-Id(DLB-Count).

       Buffer-Dispatch-Line-Exit.
           EXIT.

      * One L record per sale line, staged until the customer's
      * break decides whether an invoice is raised at all - EUR
      * values, same basis as the printed figures before the
               MOVE This-Invoice-Net TO ECB-Net(ECB-Count)
           END-IF.

      * Each oil the customer moved goes onto the SALECOST.DAT buffer
      * and the customer's oil cells clear for the next one.
       Buffer-Sale-Costs.
           PERFORM VARYING COC-Oil-Idx FROM 1 BY 1
                   UNTIL COC-Oil-Idx > 30
               IF COC-Qty(COC-Oil-Idx) NOT = ZERO
                  OR COC-Sales-Value(COC-Oil-Idx) NOT = ZERO
                  OR COC-Cost(COC-Oil-Idx) NOT = ZERO
                   IF SCB-Count >= 5000
                       MOVE "SALE COST" TO Full-Table-Name
                       PERFORM Report-Table-Full
                   ELSE
                       ADD 1 TO SCB-Count
                       MOVE Prev_CustId TO SCB-Cust-Id(SCB-Count)
                       MOVE Hold_CustName TO SCB-Cust-Name(SCB-Count)
                       MOVE COC-Oil-Idx TO SCB-Oil-Num(SCB-Count)
                       MOVE COC-Qty(COC-Oil-Idx) TO SCB-Qty(SCB-Count)
                       MOVE COC-Sales-Value(COC-Oil-Idx)
                         TO SCB-Sales-Value(SCB-Count)
                       MOVE COC-Cost(COC-Oil-Idx) TO SCB-Cost(SCB-Count)
                   END-IF
                   MOVE ZERO TO COC-Qty(COC-Oil-Idx)
                   MOVE ZERO TO COC-Sales-Value(COC-Oil-Idx)
                   MOVE ZERO TO COC-Cost(COC-Oil-Idx)
               END-IF
           END-PERFORM.

      * Fires on the WF-Cust-Name control break driven by the SORT key
      * below - one subtotal line per customer, ahead of the grand
      * totals written by Print-Grand-Totals.
               MOVE ValueOfSale TO SHB-SalesValue(SHB-Count)
               MOVE Sale_Count TO SHB-SaleCount(SHB-Count)
           END-IF.
           PERFORM Buffer-Sale-Costs.

           PERFORM Write-Customer-Invoice
               THRU Write-Customer-Invoice-Exit.
               MOVE IB-Invoice-Id(IB-Count)
                 TO OIT-Invoice-Id(OIT-Count)
               MOVE This-Invoice-Net TO OIT-Amount(OIT-Count)
               MOVE Run-Date TO OIT-Invoice-Date(OIT-Count)
               MOVE ZERO TO OIT-Paid-Date(OIT-Count)
               MOVE This-Invoice-Net TO OIT-Raised-Net(OIT-Count)
           END-IF.

           IF Stmt-Ebill-Active
