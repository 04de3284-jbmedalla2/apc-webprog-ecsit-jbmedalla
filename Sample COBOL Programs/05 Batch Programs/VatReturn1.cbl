      *          ledger positions to date - quarterly rows and the
      *          running annual total - print at the foot of the
      *          return, so year-end stops depending on old printouts.
      *          Input VAT on the supplier invoices SUPINVC1 accepts
      *          (VATPURCH.DAT) is reclaimed against the output VAT,
      *          so the return shows the net amount payable and the
      *          ledger carries both sides. VATBASIS.DAT reading CASH
      *          puts the return on the cash receipts basis: output
      *          VAT is then declared as customers pay, from the
      *          receipts AROMRPT1 applies to open invoices
      *          (VATCASH.DAT), each paid amount taking its invoice's
      *          rate - so an amount written off is never paid and
      *          never declared. Every invoice returned is kept on
      *          VATINV.DAT with the basis in force when it was
      *          raised, and one already declared on issue is not
      *          declared again when paid. A cash return still prints
      *          the invoice-basis figures for comparison, and each
      *          ledger row records the basis it was filed on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT VatReturnReport ASSIGN TO "VATRETURN.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * Optional - CASH on the first record selects the cash receipts
      * basis, anything else (or no file) the invoice basis.
           SELECT VatBasis ASSIGN TO "VATBASIS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VatBasis-Status.

      * Receipts applied to invoices, appended by AROMRPT1 and
      * consumed here like VATSALES.DAT.
           SELECT VatCashFile ASSIGN TO "VATCASH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VatCash-Status.

           SELECT VatCashHist ASSIGN TO Vat-Cash-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VatCashHist-Status.

      * Every invoice ever returned, with its rate and the basis the
      * return it went on was filed on - never cleared.
           SELECT VatInvoices ASSIGN TO "VATINV.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VatInv-Status.

           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-JobLog-Status.

      * Input VAT per accepted supplier invoice line, appended by the
      * invoice intake and consumed here like VATSALES.DAT.
           SELECT VatPurchFile ASSIGN TO "VATPURCH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VatPurch-Status.

           SELECT VatPurchHist ASSIGN TO Vat-Purch-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-VatPurchHist-Status.

      * One row per period, appended each run, so prior positions
      * can be printed without re-finding old reports.
           SELECT VatSalesHist ASSIGN TO Vat-Hist-File-Name
        02  VS-Sales                 PIC S9(6)V99.
        02  VS-VatRate               PIC 9(1)V99.

       FD VatPurchFile.
       01 Vat-Purchase-Rec.
           88 End-Of-Vat-Purch-File  VALUE HIGH-VALUES.
        02  VP-Supplier-Id           PIC X(5).
        02  VP-Invoice-No            PIC X(10).
        02  VP-Net                   PIC S9(7)V99.
        02  VP-VatRate               PIC 9(1)V99.

       FD VatPurchHist.
       01 Vat-Purch-Hist-Rec         PIC X(27).

       FD VatBasis.
       01 Vat-Basis-Rec              PIC X(10).

       FD VatCashFile.
       01 Vat-Cash-Rec.
           88 End-Of-Vat-Cash-File   VALUE HIGH-VALUES.
        02  VC-Cust-Id               PIC X(5).
        02  VC-Invoice-Id            PIC X(7).
        02  VC-Paid-Date             PIC 9(8).
        02  VC-Applied               PIC S9(7)V99.

       FD VatCashHist.
       01 Vat-Cash-Hist-Rec          PIC X(29).

       FD VatInvoices.
       01 Vat-Invoice-Rec.
           88 End-Of-Vat-Invoices    VALUE HIGH-VALUES.
        02  VI-InvoiceId             PIC X(7).
        02  VI-Sales                 PIC S9(6)V99.
        02  VI-VatRate               PIC 9(1)V99.
        02  VI-Basis                 PIC X.

       FD VatReturnReport.
       01 Print-Line                 PIC X(80).

        02 VL-Period                 PIC X(20).
        02 VL-Net                    PIC S9(8)V99.
        02 VL-Vat                    PIC S9(8)V99.
      * Input VAT reclaimed in the period - blank on rows written
      * before purchases were reclaimed, read as zero.
        02 VL-Input-Vat              PIC S9(8)V99.
      * C for a period filed on the cash basis, I on the invoice
      * basis - blank on rows written before the basis was kept.
        02 VL-Basis                  PIC X.
           88 VL-Cash-Basis          VALUE "C".

       FD GlPosting.
       01 Gl-Posting-Rec.
             "TOTAL VAT DUE    :".
        02  VT-TotalVat               PIC Z,ZZZ,ZZ9.99-.

       01  Basis-Line.
        02  FILLER                   PIC X(8)  VALUE "BASIS : ".
        02  BL-Basis                 PIC X(30).

       01  Cash-Declared-Line.
        02  CDL-InvoiceId            PIC X(7).
        02  FILLER                   PIC X(5) VALUE SPACES.
        02  CDL-Applied              PIC Z,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(4) VALUE SPACES.
        02  FILLER                   PIC X(30) VALUE
             "VAT ALREADY DECLARED ON ISSUE".

       01  Compare-Heading-Line      PIC X(30)
            VALUE "INVOICE BASIS FOR COMPARISON".

       01  Input-Heading-Line        PIC X(30)
            VALUE "INPUT VAT ON PURCHASES".

       01  Input-Topic-Heading.
        02  FILLER                  PIC X(8)  VALUE "SUPPLIER".
        02  FILLER                  PIC X(12) VALUE "  INVOICE".
        02  FILLER                  PIC X(14) VALUE "     NET".
        02  FILLER                  PIC X(8)  VALUE "RATE".
        02  FILLER                  PIC X(12) VALUE "VAT".

       01  Input-Detail-Line.
        02  ID-Supplier-Id           PIC X(5).
        02  FILLER                   PIC X(3) VALUE SPACES.
        02  ID-Invoice-No            PIC X(10).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ID-Net                   PIC Z,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ID-VatRate               PIC Z9.99.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  ID-Vat                   PIC Z,ZZZ,ZZ9.99-.

       01  Input-Vat-Line.
        02  FILLER                   PIC X(21) VALUE SPACES.
        02  FILLER                   PIC X(18) VALUE
             "TOTAL INPUT VAT  :".
        02  VT-InputVat               PIC Z,ZZZ,ZZ9.99-.

       01  Net-Payable-Line.
        02  FILLER                   PIC X(21) VALUE SPACES.
        02  FILLER                   PIC X(18) VALUE
             "NET VAT PAYABLE  :".
        02  VT-NetPayable             PIC Z,ZZZ,ZZ9.99-.

       01  WS-RunParm-Status           PIC XX.
           88 RunParmFile-Present      VALUE "00".
       01  WS-VatLedger-Status         PIC XX.
           88 VatLedger-Present        VALUE "00".
       01  WS-VatHist-Status           PIC XX.
       01  WS-VatPurch-Status          PIC XX.
           88 VatPurchFile-Present     VALUE "00".
       01  WS-VatPurchHist-Status      PIC XX.
       01  Vat-Purch-Hist-File-Name    PIC X(35).
       01  Vat-Purchases-Seen-Sw       PIC X VALUE "N".
           88 Vat-Purchases-Seen       VALUE "Y".
       01  Vat-Hist-File-Name          PIC X(35).
       01  WS-VatBasis-Status          PIC XX.
           88 VatBasisFile-Present     VALUE "00".
       01  WS-VatCash-Status           PIC XX.
           88 VatCashFile-Present      VALUE "00".
       01  WS-VatCashHist-Status       PIC XX.
       01  WS-VatInv-Status            PIC XX.
           88 VatInvFile-Present       VALUE "00".
       01  Vat-Cash-Hist-File-Name     PIC X(35).
       01  Vat-Basis-Sw                PIC X VALUE "I".
           88 Cash-Basis               VALUE "C".
           88 Invoice-Basis            VALUE "I".

      * This period's receipts against invoices, each to be matched
      * to its invoice's rate and basis - C declares now, I was
      * declared when the invoice was raised, blank is an invoice
      * returned before the register was kept, also declared then.
       01  Cash-Allocation-Table.
        02  CAT-Entry OCCURS 5000 TIMES.
         03 CAT-Invoice-Id            PIC X(7).
         03 CAT-Applied               PIC S9(7)V99.
         03 CAT-Rate                  PIC 9V99.
         03 CAT-Basis                 PIC X.
       01  CAT-Count                   PIC 9(4) VALUE ZERO.
       01  CAT-Scan-Idx                PIC 9(4) VALUE ZERO.
       01  Cash-Overflow-Sw            PIC X VALUE "N".
           88 Cash-Overflow            VALUE "Y".
       01  Match-Invoice-Id            PIC X(7).
       01  Match-Rate                  PIC 9V99.
       01  Match-Basis                 PIC X.
       01  Invoice-Basis-Net           PIC S9(8)V99 VALUE ZERO.
       01  Invoice-Basis-Vat           PIC S9(8)V99 VALUE ZERO.
       01  Band-Rate                   PIC 9V99 VALUE ZERO.
       01  Band-Net                    PIC S9(8)V99 VALUE ZERO.
       01  Vat-Run-Date                PIC 9(8) VALUE ZERO.
       01  Vat-Run-Time                PIC 9(8) VALUE ZERO.
       01  Vat-Invoices-Seen-Sw        PIC X VALUE "N".
        02  LDL-Net                  PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LDL-Vat                  PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LDL-Input-Vat            PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LDL-Basis                PIC X(7).
       01  Ledger-Total-Line.
        02  FILLER                   PIC X(20) VALUE
             "ANNUAL TOTAL       :".
        02  LTL-Net                  PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LTL-Vat                  PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(1)  VALUE SPACES.
        02  LTL-Input-Vat            PIC ZZZ,ZZZ,ZZ9.99-.
       01  Ledger-Net-Total           PIC S9(9)V99 VALUE ZERO.
       01  Ledger-Vat-Total           PIC S9(9)V99 VALUE ZERO.
       01  Ledger-Input-Total         PIC S9(9)V99 VALUE ZERO.
       01  WS-GlPosting-Status         PIC XX.
       01  Vat-Period                  PIC X(20) VALUE SPACES.

           88 Period-Closed           VALUE "Y".
       01  WS-JobLog-Status           PIC XX.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

       01  This-Vat-Amount             PIC S9(6)V99 VALUE ZERO.
       01  This-Gross-Amount           PIC S9(6)V99 VALUE ZERO.
       01  Total-Sales-For-Period      PIC S9(8)V99 VALUE ZERO.
       01  Total-Vat-For-Period        PIC S9(8)V99 VALUE ZERO.
       01  This-Input-Vat              PIC S9(7)V99 VALUE ZERO.
       01  Total-Input-Vat             PIC S9(8)V99 VALUE ZERO.
       01  Net-Vat-Payable             PIC S9(8)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Vat-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Vat-Period.
           PERFORM Check-Period-Status.
           IF Period-Closed
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Vat-Basis.
           IF Cash-Basis
               PERFORM Load-Cash-Allocations
               IF Cash-Overflow
                   DISPLAY "VATRTN1: VATCASH.DAT EXCEEDS THE RECEIPT "
                       "TABLE - RUN ABORTED, NOTHING FILED"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT VatSalesFile.
           OPEN OUTPUT VatReturnReport.
           PERFORM Print-Report-Heading.

           PERFORM UNTIL End-Of-Vat-Sales-File
               SET Vat-Invoices-Seen TO TRUE
               IF Cash-Basis
                   PERFORM Hold-Cash-Basis-Invoice
               ELSE
                   PERFORM Process-One-Vat-Sale
               END-IF
               READ VatSalesFile
                   AT END SET End-Of-Vat-Sales-File TO TRUE
               END-READ
           END-PERFORM.
           IF Cash-Basis
               PERFORM Match-Registered-Invoices
               PERFORM VARYING CAT-Scan-Idx FROM 1 BY 1
                       UNTIL CAT-Scan-Idx > CAT-Count
                   PERFORM Process-One-Receipt
               END-PERFORM
           END-IF.

           PERFORM Print-Vat-Return-Totals.
           PERFORM Print-Rate-Band-Summary.
           IF Cash-Basis
               PERFORM Print-Invoice-Comparison
           END-IF.
           PERFORM Process-Input-Vat.
           PERFORM Append-To-Vat-Ledger.
           PERFORM Print-Vat-Ledger.
           PERFORM Post-Vat-To-Ledger THRU Post-Vat-To-Ledger-Exit.
           CLOSE VatSalesFile.
           CLOSE VatReturnReport.
           PERFORM Archive-Vat-Sales THRU Archive-Vat-Sales-Exit.
           PERFORM Archive-Vat-Purchases
               THRU Archive-Vat-Purchases-Exit.
           PERFORM Archive-Vat-Cash THRU Archive-Vat-Cash-Exit.
           PERFORM Log-Run-Complete.
           GOBACK.

       Load-Vat-Period.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * The filed return on the job log, so the close-readiness check
      * can see the period's VAT went in.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Vat-Run-Date TO JL-Run-Date.
           MOVE "VATRTN1 " TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-End-Time(1:6) TO JL-End-Time.
           MOVE RETURN-CODE TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "RUN" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

       Load-Vat-Basis.
           MOVE "I" TO Vat-Basis-Sw.
           OPEN INPUT VatBasis.
           IF VatBasisFile-Present
               READ VatBasis
                   AT END MOVE SPACES TO Vat-Basis-Rec
               END-READ
               IF Vat-Basis-Rec(1:4) = "CASH"
                   SET Cash-Basis TO TRUE
               END-IF
               CLOSE VatBasis
           END-IF.

       Load-Cash-Allocations.
           OPEN INPUT VatCashFile.
           IF VatCashFile-Present
               READ VatCashFile
                   AT END SET End-Of-Vat-Cash-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Vat-Cash-File
                   IF CAT-Count < 5000
                       ADD 1 TO CAT-Count
                       MOVE VC-Invoice-Id
                         TO CAT-Invoice-Id(CAT-Count)
                       MOVE VC-Applied TO CAT-Applied(CAT-Count)
                       MOVE ZERO TO CAT-Rate(CAT-Count)
                       MOVE SPACE TO CAT-Basis(CAT-Count)
                   ELSE
                       SET Cash-Overflow TO TRUE
                   END-IF
                   READ VatCashFile
                       AT END SET End-Of-Vat-Cash-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VatCashFile
           END-IF.

       Print-Report-Heading.
           WRITE Print-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Print-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           IF Cash-Basis
               MOVE "CASH RECEIPTS" TO BL-Basis
           ELSE
               MOVE "INVOICE" TO BL-Basis
           END-IF.
           WRITE Print-Line FROM Basis-Line
            AFTER ADVANCING 2 LINES.
           WRITE Print-Line FROM Topic-Heading
            AFTER ADVANCING 3 LINES.


           ADD VS-Sales TO Total-Sales-For-Period.
           ADD This-Vat-Amount TO Total-Vat-For-Period.
           MOVE VS-VatRate TO Band-Rate.
           MOVE VS-Sales TO Band-Net.
           PERFORM Accumulate-Rate-Band.

      * On the cash basis this period's invoices only count towards
      * the invoice-basis comparison; any receipt against one already
      * takes its rate and is declared now.
       Hold-Cash-Basis-Invoice.
           MULTIPLY VS-Sales BY VS-VatRate GIVING This-Vat-Amount
               ROUNDED.
           ADD VS-Sales TO Invoice-Basis-Net.
           ADD This-Vat-Amount TO Invoice-Basis-Vat.
           MOVE VS-InvoiceId TO Match-Invoice-Id.
           MOVE VS-VatRate TO Match-Rate.
           MOVE "C" TO Match-Basis.
           PERFORM Match-Invoice-To-Receipts.

      * Every receipt still unmatched against Match-Invoice-Id takes
      * the invoice's rate and basis.
       Match-Invoice-To-Receipts.
           PERFORM VARYING CAT-Scan-Idx FROM 1 BY 1
                   UNTIL CAT-Scan-Idx > CAT-Count
               IF CAT-Invoice-Id(CAT-Scan-Idx) = Match-Invoice-Id
                  AND CAT-Basis(CAT-Scan-Idx) = SPACE
                   MOVE Match-Rate TO CAT-Rate(CAT-Scan-Idx)
                   MOVE Match-Basis TO CAT-Basis(CAT-Scan-Idx)
               END-IF
           END-PERFORM.

      * Invoices from earlier returns - a row with no basis was filed
      * before the basis was kept, on the invoice basis.
       Match-Registered-Invoices.
           OPEN INPUT VatInvoices.
           IF VatInvFile-Present
               READ VatInvoices
                   AT END SET End-Of-Vat-Invoices TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Vat-Invoices
                   MOVE VI-InvoiceId TO Match-Invoice-Id
                   MOVE VI-VatRate TO Match-Rate
                   IF VI-Basis = "C"
                       MOVE "C" TO Match-Basis
                   ELSE
                       MOVE "I" TO Match-Basis
                   END-IF
                   PERFORM Match-Invoice-To-Receipts
                   READ VatInvoices
                       AT END SET End-Of-Vat-Invoices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VatInvoices
           END-IF.

      * The paid amount is net, as the open items carry it, so its VAT
      * is the invoice's VAT in proportion - paid net times the rate.
      * A receipt against an invoice declared on issue, or one never
      * returned here at all, prints but adds nothing.
       Process-One-Receipt.
           IF CAT-Basis(CAT-Scan-Idx) = "C"
               MULTIPLY CAT-Applied(CAT-Scan-Idx)
                   BY CAT-Rate(CAT-Scan-Idx)
                   GIVING This-Vat-Amount ROUNDED
               ADD CAT-Applied(CAT-Scan-Idx) This-Vat-Amount
                   GIVING This-Gross-Amount
               MOVE CAT-Invoice-Id(CAT-Scan-Idx) TO VD-InvoiceId
               MOVE CAT-Applied(CAT-Scan-Idx) TO VD-Sales
               MOVE CAT-Rate(CAT-Scan-Idx) TO VD-VatRate
               MOVE This-Vat-Amount TO VD-Vat
               MOVE This-Gross-Amount TO VD-Gross
               WRITE Print-Line FROM Vat-Detail-Line
                AFTER ADVANCING 1 LINE
               ADD CAT-Applied(CAT-Scan-Idx) TO Total-Sales-For-Period
               ADD This-Vat-Amount TO Total-Vat-For-Period
               MOVE CAT-Rate(CAT-Scan-Idx) TO Band-Rate
               MOVE CAT-Applied(CAT-Scan-Idx) TO Band-Net
               PERFORM Accumulate-Rate-Band
           ELSE
               MOVE CAT-Invoice-Id(CAT-Scan-Idx) TO CDL-InvoiceId
               MOVE CAT-Applied(CAT-Scan-Idx) TO CDL-Applied
               WRITE Print-Line FROM Cash-Declared-Line
                AFTER ADVANCING 1 LINE
           END-IF.

      * The invoice's net and VAT onto its own rate's row - a rate
      * not seen before this run opens a new band.
       Accumulate-Rate-Band.
           MOVE ZERO TO RBT-Found-Idx.
           PERFORM VARYING RBT-Scan-Idx FROM 1 BY 1
                   UNTIL RBT-Scan-Idx > RBT-Count OR RBT-Found
               IF RBT-Rate(RBT-Scan-Idx) = Band-Rate
                   MOVE "Y" TO RBT-Found-Sw
                   MOVE RBT-Scan-Idx TO RBT-Found-Idx
               END-IF
           IF NOT RBT-Found AND RBT-Count < 10
               ADD 1 TO RBT-Count
               MOVE RBT-Count TO RBT-Found-Idx
               MOVE Band-Rate TO RBT-Rate(RBT-Found-Idx)
               MOVE ZERO TO RBT-Net(RBT-Found-Idx)
               MOVE ZERO TO RBT-Vat(RBT-Found-Idx)
           END-IF.
           IF RBT-Found-Idx >= 1
               ADD Band-Net TO RBT-Net(RBT-Found-Idx)
               ADD This-Vat-Amount TO RBT-Vat(RBT-Found-Idx)
           END-IF.

           WRITE Print-Line FROM Vat-Due-Line
            AFTER ADVANCING 1 LINE.

       Print-Invoice-Comparison.
           WRITE Print-Line FROM Compare-Heading-Line
            AFTER ADVANCING 2 LINES.
           MOVE Invoice-Basis-Net TO VT-TotalSales.
           WRITE Print-Line FROM Vat-Totals-Line
            AFTER ADVANCING 1 LINE.
           MOVE Invoice-Basis-Vat TO VT-TotalVat.
           WRITE Print-Line FROM Vat-Due-Line
            AFTER ADVANCING 1 LINE.

       Print-Rate-Band-Summary.
           WRITE Print-Line FROM Band-Heading-Line
            AFTER ADVANCING 2 LINES.
                AFTER ADVANCING 1 LINE
           END-PERFORM.

      * Each accepted supplier invoice line's VAT at its own rate,
      * worked the same way as the sales side so the reclaim agrees
      * with what the invoice intake posted to VATIN. No file means
      * nothing to reclaim this period.
       Process-Input-Vat.
           OPEN INPUT VatPurchFile.
           IF VatPurchFile-Present
               WRITE Print-Line FROM Input-Heading-Line
                AFTER ADVANCING 2 LINES
               WRITE Print-Line FROM Input-Topic-Heading
                AFTER ADVANCING 1 LINE
               READ VatPurchFile
                   AT END SET End-Of-Vat-Purch-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Vat-Purch-File
                   SET Vat-Purchases-Seen TO TRUE
                   MULTIPLY VP-Net BY VP-VatRate
                       GIVING This-Input-Vat ROUNDED
                   MOVE VP-Supplier-Id TO ID-Supplier-Id
                   MOVE VP-Invoice-No TO ID-Invoice-No
                   MOVE VP-Net TO ID-Net
                   MOVE VP-VatRate TO ID-VatRate
                   MOVE This-Input-Vat TO ID-Vat
                   WRITE Print-Line FROM Input-Detail-Line
                    AFTER ADVANCING 1 LINE
                   ADD This-Input-Vat TO Total-Input-Vat
                   READ VatPurchFile
                       AT END SET End-Of-Vat-Purch-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VatPurchFile
           END-IF.
           COMPUTE Net-Vat-Payable =
               Total-Vat-For-Period - Total-Input-Vat.
           MOVE Total-Input-Vat TO VT-InputVat.
           WRITE Print-Line FROM Input-Vat-Line
            AFTER ADVANCING 2 LINES.
           MOVE Net-Vat-Payable TO VT-NetPayable.
           WRITE Print-Line FROM Net-Payable-Line
            AFTER ADVANCING 1 LINE.

      * The period caption comes off RUNPARM.DAT (read for the GL
      * posting below as well) - each run appends its own row.
       Append-To-Vat-Ledger.
           MOVE Vat-Period TO VL-Period.
           MOVE Total-Sales-For-Period TO VL-Net.
           MOVE Total-Vat-For-Period TO VL-Vat.
           MOVE Total-Input-Vat TO VL-Input-Vat.
           MOVE Vat-Basis-Sw TO VL-Basis.
           WRITE Vat-Ledger-Rec.
           CLOSE VatLedger.

            AFTER ADVANCING 2 LINES.
           MOVE ZERO TO Ledger-Net-Total.
           MOVE ZERO TO Ledger-Vat-Total.
           MOVE ZERO TO Ledger-Input-Total.
           MOVE "N" TO VatLedger-Eof-Sw.
           OPEN INPUT VatLedger.
           IF VatLedger-Present
                   MOVE VL-Period TO LDL-Period
                   MOVE VL-Net TO LDL-Net
                   MOVE VL-Vat TO LDL-Vat
                   IF VL-Input-Vat IS NOT NUMERIC
                       MOVE ZERO TO VL-Input-Vat
                   END-IF
                   MOVE VL-Input-Vat TO LDL-Input-Vat
                   IF VL-Cash-Basis
                       MOVE "CASH" TO LDL-Basis
                   ELSE
                       MOVE "INVOICE" TO LDL-Basis
                   END-IF
                   WRITE Print-Line FROM Ledger-Detail-Line
                    AFTER ADVANCING 1 LINE
                   ADD VL-Net TO Ledger-Net-Total
                   ADD VL-Vat TO Ledger-Vat-Total
                   ADD VL-Input-Vat TO Ledger-Input-Total
                   READ VatLedger
                       AT END SET VatLedger-Eof TO TRUE
                   END-READ
           END-IF.
           MOVE Ledger-Net-Total TO LTL-Net.
           MOVE Ledger-Vat-Total TO LTL-Vat.
           MOVE Ledger-Input-Total TO LTL-Input-Vat.
           WRITE Print-Line FROM Ledger-Total-Line
            AFTER ADVANCING 1 LINE.

      * The returned invoices move to a dated history file and
      * VATSALES.DAT clears, so the sales runs that follow start the
      * next period's file from empty and nothing is returned twice.
      * Each also goes onto VATINV.DAT under this return's basis.
       Archive-Vat-Sales.
           IF NOT Vat-Invoices-Seen
               GO TO Archive-Vat-Sales-Exit
                  ".DAT" DELIMITED BY SIZE
                  INTO Vat-Hist-File-Name.
           OPEN OUTPUT VatSalesHist.
           OPEN EXTEND VatInvoices.
           IF WS-VatInv-Status NOT = "00"
               OPEN OUTPUT VatInvoices
           END-IF.
           OPEN INPUT VatSalesFile.
      * The record area still holds the HIGH-VALUES end-of-file state
      * from the return pass, so it is cleared before the first READ.
           PERFORM UNTIL End-Of-Vat-Sales-File
               MOVE Vat-Sales-Rec TO Vat-Sales-Hist-Rec
               WRITE Vat-Sales-Hist-Rec
               MOVE VS-InvoiceId TO VI-InvoiceId
               MOVE VS-Sales TO VI-Sales
               MOVE VS-VatRate TO VI-VatRate
               MOVE Vat-Basis-Sw TO VI-Basis
               WRITE Vat-Invoice-Rec
               READ VatSalesFile
                   AT END SET End-Of-Vat-Sales-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE VatSalesFile.
           CLOSE VatSalesHist.
           CLOSE VatInvoices.
           OPEN OUTPUT VatSalesFile.
           CLOSE VatSalesFile.

           EXIT.

       Post-Vat-To-Ledger.
           IF Total-Vat-For-Period = ZERO AND Total-Input-Vat = ZERO
               GO TO Post-Vat-To-Ledger-Exit
           END-IF.
           OPEN INPUT RunParm.
           MOVE Vat-Period TO GL-Period.
           MOVE "VATRTN1 " TO GL-Source.
           MOVE "HO " TO GL-Branch.
           IF Total-Vat-For-Period NOT = ZERO
               MOVE "VATOUT" TO GL-Account
               MOVE Total-Vat-For-Period TO GL-Debit
               MOVE ZERO TO GL-Credit
               WRITE Gl-Posting-Rec
               MOVE "VATDUE" TO GL-Account
               MOVE ZERO TO GL-Debit
               MOVE Total-Vat-For-Period TO GL-Credit
               WRITE Gl-Posting-Rec
           END-IF.
      * The reclaimed input VAT comes off the liability the same way.
           IF Total-Input-Vat NOT = ZERO
               MOVE "VATDUE" TO GL-Account
               MOVE Total-Input-Vat TO GL-Debit
               MOVE ZERO TO GL-Credit
               WRITE Gl-Posting-Rec
               MOVE "VATIN " TO GL-Account
               MOVE ZERO TO GL-Debit
               MOVE Total-Input-Vat TO GL-Credit
               WRITE Gl-Posting-Rec
           END-IF.
           CLOSE GlPosting.

       Post-Vat-To-Ledger-Exit.
           EXIT.

      * The reclaimed purchase lines archive and VATPURCH.DAT clears
      * the same way, so no invoice is reclaimed twice.
       Archive-Vat-Purchases.
           IF NOT Vat-Purchases-Seen
               GO TO Archive-Vat-Purchases-Exit
           END-IF.
           ACCEPT Vat-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Vat-Run-Time FROM TIME.
           MOVE SPACES TO Vat-Purch-Hist-File-Name.
           STRING "VATPURCH-HIST-" DELIMITED BY SIZE
                  Vat-Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Vat-Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Vat-Purch-Hist-File-Name.
           OPEN OUTPUT VatPurchHist.
           OPEN INPUT VatPurchFile.
           MOVE SPACES TO Vat-Purchase-Rec.
           READ VatPurchFile
               AT END SET End-Of-Vat-Purch-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Vat-Purch-File
               MOVE Vat-Purchase-Rec TO Vat-Purch-Hist-Rec
               WRITE Vat-Purch-Hist-Rec
               READ VatPurchFile
                   AT END SET End-Of-Vat-Purch-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE VatPurchFile.
           CLOSE VatPurchHist.
           OPEN OUTPUT VatPurchFile.
           CLOSE VatPurchFile.

       Archive-Vat-Purchases-Exit.
           EXIT.

      * The period's receipts archive and VATCASH.DAT clears on either
      * basis - an invoice-basis period has declared them already, so
      * they must not carry into a later cash-basis return.
       Archive-Vat-Cash.
           OPEN INPUT VatCashFile.
           IF NOT VatCashFile-Present
               GO TO Archive-Vat-Cash-Exit
           END-IF.
           ACCEPT Vat-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Vat-Run-Time FROM TIME.
           MOVE SPACES TO Vat-Cash-Hist-File-Name.
           STRING "VATCASH-HIST-" DELIMITED BY SIZE
                  Vat-Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Vat-Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Vat-Cash-Hist-File-Name.
           OPEN OUTPUT VatCashHist.
           MOVE SPACES TO Vat-Cash-Rec.
           READ VatCashFile
               AT END SET End-Of-Vat-Cash-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Vat-Cash-File
               MOVE Vat-Cash-Rec TO Vat-Cash-Hist-Rec
               WRITE Vat-Cash-Hist-Rec
               READ VatCashFile
                   AT END SET End-Of-Vat-Cash-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE VatCashFile.
           CLOSE VatCashHist.
           OPEN OUTPUT VatCashFile.
           CLOSE VatCashFile.

       Archive-Vat-Cash-Exit.
           EXIT.

       END PROGRAM VATRTN1.
