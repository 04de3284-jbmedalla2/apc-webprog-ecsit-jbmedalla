      ******************************************************************
      * Author:
      * Date:
      * Purpose: Thirteen-week cash-flow forecast - run weekly, it
      *          projects what comes in and goes out of the bank week
      *          by week for the thirteen weeks from the run date,
      *          starting from the cleared balance BANKREC1 carries on
      *          BANKREC-CF.DAT, with our own items the bank has not
      *          yet cleared landing in the first week.
      *          Receipts: each open invoice on OPENITEM.DAT at its
      *          invoice date plus the customer's average days to pay
      *          over PAIDITEM.DAT (30 days with no history); every
      *          STANDORD.DAT order falling due in the horizon, priced
      *          at the OILPRICE.DAT list price in force that day and
      *          received the customer's days to pay later; and the
      *          unpaid part of each TUITSCHED.DAT installment on its
      *          due date. Payments: each open CREDITORS.DAT invoice
      *          at its invoice date plus the supplier's SUPPLIER.DAT
      *          terms (30 days when none are keyed), the part of each
      *          OPENPO.DAT line not yet invoiced at its order date
      *          plus lead time plus terms, and the payroll - net pay
      *          as the last PAYROLL1 run paid it on BANKPAY.DAT with
      *          the tax, PRSI and pension a pay period averages on
      *          PAYYTD.DAT - on every pay day of the cycle. Anything
      *          already overdue counts in the first week. CASHFC.RPT
      *          shows each week's opening, flows and closing, and
      *          flags every week whose closing balance falls below
      *          the floor on CASHFC-PARM.DAT (which also carries the
      *          payroll cycle, W F or M, and the next pay date; nil,
      *          weekly and the run date when it is not on disk), with
      *          a non-zero RETURN-CODE when any week does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFC1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ForecastParm ASSIGN TO "CASHFC-PARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ForecastParm-Status.

           SELECT CarryForward ASSIGN TO "BANKREC-CF.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CarryFwd-Status.

           SELECT OpenItems ASSIGN TO "OPENITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenItems-Status.

           SELECT PaidItems ASSIGN TO "PAIDITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PaidItems-Status.

           SELECT StandingOrders ASSIGN TO "STANDORD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-StandOrd-Status.

           SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilPrice-Status.

           SELECT TuitionSchedule ASSIGN TO "TUITSCHED.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TuitSched-Status.

           SELECT Creditors ASSIGN TO "CREDITORS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Creditors-Status.

      * One row per supplier/oil pairing - terms are the supplier's,
      * so the first row carrying them wins.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Supplier-Status.

           SELECT OpenOrders ASSIGN TO "OPENPO.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenPo-Status.

           SELECT PayYtd ASSIGN TO "PAYYTD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PayYtd-Status.

           SELECT BankPay ASSIGN TO "BANKPAY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BankPay-Status.

           SELECT ForecastReport ASSIGN TO "CASHFC.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ForecastParm.
       01 Forecast-Parm-Rec.
        02 CFP-Floor                   PIC 9(9)V99.
        02 CFP-Pay-Cycle               PIC X.
        02 CFP-Next-Pay-Date           PIC 9(8).

      * BANKREC1's carry-forward - the B row is the cleared balance,
      * O rows our items the bank has not yet cleared.
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
        02 CF-Balance-Date REDEFINES CF-Reference.
         03 CF-Bal-Date                PIC 9(8).
         03 FILLER                     PIC X(2).
      * On an O or T row, the date the item has stood unmatched since.
        02 CF-Since                    PIC 9(8).

       FD OpenItems.
       01 Open-Item-Rec.
           88 End-Of-Open-Items        VALUE HIGH-VALUES.
        02 OI-Cust-Id                  PIC X(5).
        02 OI-Invoice-Id               PIC X(7).
        02 OI-Amount-Open              PIC S9(7)V99.
        02 OI-Invoice-Date             PIC 9(8).

       FD PaidItems.
       01 Paid-Item-Rec.
           88 End-Of-Paid-Items        VALUE HIGH-VALUES.
        02 PI-Cust-Id                  PIC X(5).
        02 PI-Invoice-Id               PIC X(7).
        02 PI-Invoice-Date             PIC 9(8).
        02 PI-Paid-Date                PIC 9(8).

       FD StandingOrders.
       01 Standing-Order-Rec.
           88 End-Of-Standing-Orders   VALUE HIGH-VALUES.
        02 SO-Cust-Id                  PIC X(5).
        02 SO-Oil-Num                  PIC 99.
        02 SO-Unit-Size                PIC 99.
        02 SO-Units                    PIC 999.
        02 SO-Frequency                PIC X.
           88 Weekly-Order             VALUE "W".
           88 Monthly-Order            VALUE "M".
        02 SO-Start-Date               PIC 9(8).
        02 SO-End-Date                 PIC 9(8).
        02 SO-Rep-Id                   PIC X(5).
        02 SO-Branch-Id                PIC X(3).
        02 SO-Oil-Category             PIC X.

       FD OilPriceFile.
       01 Oil-Price-Rec.
        02 OP-Oil-Num                  PIC 99.
        02 OP-Unit-Size                PIC 99.
        02 OP-Price                    PIC 9(4).
        02 OP-Eff-Date                 PIC 9(8).

       FD TuitionSchedule.
       01 Tuition-Schedule-Rec.
           88 End-Of-Schedule          VALUE HIGH-VALUES.
        02 TU-StudentId               PIC 9(7).
        02 TU-Seq                     PIC 9.
        02 TU-Due-Date                PIC 9(8).
        02 TU-Amount                  PIC 9(5)V99.
        02 TU-Paid                    PIC 9(5)V99.

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
        02 PO-Unit-Cost                PIC 9(4)V99.
        02 PO-Qty-Invoiced             PIC 9(5).

       FD PayYtd.
       01 Pay-Ytd-Rec.
           88 End-Of-Pay-Ytd        VALUE HIGH-VALUES.
        02 PY-Emp-Id                PIC X(5).
        02 PY-Gross                 PIC 9(8)V99.
        02 PY-Tax                   PIC 9(8)V99.
        02 PY-Net                   PIC 9(8)V99.
        02 PY-Periods               PIC 9(3).
        02 PY-Prsi                  PIC 9(8)V99.
        02 PY-Pension               PIC 9(8)V99.

       FD BankPay.
       01 Bank-Pay-Rec.
           88 End-Of-Bank-Pay       VALUE HIGH-VALUES.
        02 BP-Rec-Type              PIC X.
        02 BP-Body                  PIC X(28).
        02 BP-Detail REDEFINES BP-Body.
         03 BP-Emp-Id               PIC X(5).
         03 BP-Sort                 PIC X(6).
         03 BP-Acct                 PIC X(8).
         03 BP-Amount               PIC 9(7)V99.

       FD ForecastReport.
       01 Forecast-Report-Line         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ForecastParm-Status     PIC XX.
           88 ForecastParm-Present    VALUE "00".
       01  WS-CarryFwd-Status         PIC XX.
           88 CarryFwdFile-Present    VALUE "00".
       01  WS-OpenItems-Status        PIC XX.
           88 OpenItems-Present       VALUE "00".
       01  WS-PaidItems-Status        PIC XX.
           88 PaidItems-Present       VALUE "00".
       01  WS-StandOrd-Status         PIC XX.
           88 StandOrd-Present        VALUE "00".
       01  WS-OilPrice-Status         PIC XX.
           88 OilPriceFile-Present    VALUE "00".
       01  OilPrice-Eof-Sw            PIC X VALUE "N".
           88 OilPrice-Eof            VALUE "Y".
       01  WS-TuitSched-Status        PIC XX.
           88 TuitSched-Present       VALUE "00".
       01  WS-Creditors-Status        PIC XX.
           88 Creditors-Present       VALUE "00".
       01  WS-Supplier-Status         PIC XX.
           88 SupplierFile-Present    VALUE "00".
       01  WS-OpenPo-Status           PIC XX.
           88 OpenPo-Present          VALUE "00".
       01  WS-PayYtd-Status           PIC XX.
           88 PayYtd-Present          VALUE "00".
       01  WS-BankPay-Status          PIC XX.
           88 BankPayFile-Present     VALUE "00".

       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Day-Number             PIC 9(7) VALUE ZERO.
       01  Floor-Balance              PIC S9(9)V99 VALUE ZERO.
       01  Pay-Cycle                  PIC X VALUE "W".
           88 Weekly-Pay              VALUE "W".
           88 Fortnightly-Pay         VALUE "F".
           88 Monthly-Pay             VALUE "M".
       01  Next-Pay-Date              PIC 9(8) VALUE ZERO.
       01  Default-Pay-Days           PIC 9(3) VALUE 30.
       01  Default-Terms-Days         PIC 9(3) VALUE 30.

      * Day number of a yyyymmdd date, so due dates count across
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
       01  DN-Day-Of-Era              PIC 9(6) VALUE ZERO.
       01  DN-Temp                    PIC 9(6) VALUE ZERO.
       01  DN-Day-Of-Year             PIC 9(3) VALUE ZERO.
       01  DN-Quad                    PIC 9(3) VALUE ZERO.
       01  DN-Century                 PIC 9(3) VALUE ZERO.
       01  DN-Day-Number              PIC 9(7) VALUE ZERO.

       01  Days-In-Month-Values        PIC X(24) VALUE
            "312831303130313130313031".
       01  FILLER REDEFINES Days-In-Month-Values.
        02  Days-In-Month              PIC 99 OCCURS 12 TIMES.
       01  Month-Last-Day             PIC 99 VALUE ZERO.
       01  Leap-Quotient              PIC 9(4) VALUE ZERO.
       01  Leap-Remainder             PIC 9(4) VALUE ZERO.

      * The horizon's ninety-one days, for the standing orders.
       01  Horizon-Table.
        02  HZ-Entry OCCURS 91 TIMES.
         03 HZ-Date                   PIC 9(8).
         03 HZ-Date-Parts REDEFINES HZ-Date.
          04 HZ-Year                  PIC 9(4).
          04 HZ-Month                 PIC 99.
          04 HZ-Day                   PIC 99.
         03 HZ-Day-Number             PIC 9(7).
       01  HZ-Scan-Idx                PIC 99 VALUE ZERO.

      * Thirteen weeks of flows. Receipts and payments are held
      * positive; the uncleared column is signed, in positive.
       01  Week-Table.
        02  WK-Entry OCCURS 13 TIMES.
         03 WK-Start-Date             PIC 9(8).
         03 WK-Opening                PIC S9(9)V99.
         03 WK-Debtors                PIC S9(9)V99.
         03 WK-Standing               PIC S9(9)V99.
         03 WK-Tuition                PIC S9(9)V99.
         03 WK-Suppliers              PIC S9(9)V99.
         03 WK-Payroll                PIC S9(9)V99.
         03 WK-Uncleared              PIC S9(9)V99.
         03 WK-Closing                PIC S9(9)V99.
       01  WK-Scan-Idx                PIC 99 VALUE ZERO.
       01  Week-Idx                   PIC 9(5) VALUE ZERO.
       01  Days-Ahead                 PIC 9(5) VALUE ZERO.
       01  Beyond-Receipts            PIC S9(9)V99 VALUE ZERO.
       01  Beyond-Payments            PIC S9(9)V99 VALUE ZERO.
       01  Weeks-Below-Floor          PIC 99 VALUE ZERO.
       01  First-Week-Below           PIC 99 VALUE ZERO.

      * One flow on its way into the week table - the day it is
      * expected, the amount and the column: 1 debtors, 2 standing
      * orders, 3 tuition, 4 suppliers, 5 payroll, 6 uncleared.
       01  Flow-Day-Number            PIC 9(7) VALUE ZERO.
       01  Flow-Amount                PIC S9(9)V99 VALUE ZERO.
       01  Flow-Kind                  PIC 9 VALUE ZERO.

       01  Opening-Balance            PIC S9(9)V99 VALUE ZERO.
       01  Opening-Balance-Date       PIC 9(8) VALUE ZERO.
       01  Balance-Carried-Sw         PIC X VALUE "N".
           88 Balance-Carried         VALUE "Y".

      * Days to pay per customer, from the invoices already settled.
       01  Cust-Pay-Table.
        02  CPD-Entry OCCURS 5000 TIMES.
         03 CPD-Cust-Id               PIC X(5).
         03 CPD-Days-Total            PIC 9(9).
         03 CPD-Paid-Count            PIC 9(5).
       01  CPD-Count                  PIC 9(4) VALUE ZERO.
       01  CPD-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  CPD-Found-Idx              PIC 9(4) VALUE ZERO.
       01  CPD-Found-Sw               PIC X VALUE "N".
           88 CPD-Found               VALUE "Y".
       01  Lookup-Cust-Id             PIC X(5).
       01  Cust-Pay-Days              PIC 9(4) VALUE ZERO.
       01  Invoice-Day-Number         PIC 9(7) VALUE ZERO.
       01  Days-Work                  PIC S9(7) VALUE ZERO.

       01  Supplier-Terms-Table.
        02  SPT-Entry OCCURS 500 TIMES.
         03 SPT-Supplier-Id           PIC X(5).
         03 SPT-Terms-Days            PIC 9(3).
       01  SPT-Count                  PIC 9(3) VALUE ZERO.
       01  SPT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  SPT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  SPT-Found-Sw               PIC X VALUE "N".
           88 SPT-Found               VALUE "Y".
       01  Lookup-Supplier-Id         PIC X(5).
       01  Supplier-Terms-Days        PIC 9(3) VALUE ZERO.
       01  Commit-Qty                 PIC S9(5) VALUE ZERO.

       01  Table-Overflow-Sw          PIC X VALUE "N".
           88 Table-Overflow          VALUE "Y".
       01  Overflow-Table-Name        PIC X(12) VALUE SPACES.

      * List prices the way the sales run prices them - compiled
      * defaults per oil, OILPRICE.DAT per size over them, and the
      * dated rows in force on the day.
       01  Oils-Table.
        02  Oil-Cost-Values.
         03 FILLER               PIC X(40)
                VALUE "0041003200450050002910250055003900650075".
         03 FILLER               PIC X(40)
                VALUE "0080004400500063006500550085004812500065".
         03 FILLER               PIC X(40)
                VALUE "0060005500670072006501250085006511150105".
        02  FILLER REDEFINES Oil-Cost-Values.
         03 OIL-COST           PIC 99V99 OCCURS 30 TIMES.

       01  Unit-Size-Band-Values       PIC X(10) VALUE "1020305075".
       01  Unit-Size-Bands REDEFINES Unit-Size-Band-Values.
        02 Unit-Size-Band          PIC 99 OCCURS 5 TIMES.

       01  Oil-Cost-Table-2D.
        02  OC2-Oil OCCURS 30 TIMES.
         03 OC2-Size               PIC 99V99 OCCURS 5 TIMES.

       01  Price-Version-Table.
        02  OPV-Entry OCCURS 200 TIMES INDEXED BY OPV-Idx.
         03 OPV-Oil-Num             PIC 99.
         03 OPV-Unit-Size           PIC 99.
         03 OPV-Eff-Date            PIC 9(8).
         03 OPV-Price               PIC 99V99.
       01  OPV-Count                  PIC 9(3) VALUE ZERO.
       01  Dated-Price-Found-Sw       PIC X    VALUE "N".
           88 Dated-Price-Found       VALUE "Y".
       01  Dated-Price                PIC 99V99 VALUE ZERO.
       01  Dated-Price-Best-Date      PIC 9(8) VALUE ZERO.
       01  Dated-Price-Best-Size      PIC 99 VALUE ZERO.
       01  Pricing-Sale-Date          PIC 9(8) VALUE ZERO.
       01  Price-Oil-Idx              PIC 99 VALUE ZERO.
       01  Size-Idx                   PIC 9    VALUE ZERO.
       01  Size-Scan-Idx              PIC 9    VALUE ZERO.
       01  Unit-Size-Found-Sw         PIC X    VALUE "N".
           88 Unit-Size-Found         VALUE "Y".

       01  Order-Start-Day-Number     PIC 9(7) VALUE ZERO.
       01  Order-Due-Sw               PIC X VALUE "N".
           88 Order-Due               VALUE "Y".
       01  Start-Day-Of-Month         PIC 99 VALUE ZERO.
       01  Gap-Weeks                  PIC 9(5) VALUE ZERO.
       01  Gap-Remainder              PIC 9 VALUE ZERO.
       01  Order-Value                PIC S9(9)V99 VALUE ZERO.

      * The payroll as one figure per pay day.
       01  Run-Net-Pay                PIC S9(9)V99 VALUE ZERO.
       01  Run-Deductions             PIC S9(9)V99 VALUE ZERO.
       01  Employee-Deductions        PIC S9(9)V99 VALUE ZERO.
       01  Ytd-Net-Per-Period         PIC S9(9)V99 VALUE ZERO.
       01  Pay-Day-Number             PIC 9(7) VALUE ZERO.
       01  Pay-Day-Of-Month           PIC 99 VALUE ZERO.
       01  Pay-Days-Counted           PIC 99 VALUE ZERO.
       01  Horizon-End-Day-Number     PIC 9(7) VALUE ZERO.

       01  Forecast-Heading-Line.
        02  FILLER                   PIC X(34) VALUE
             "THIRTEEN-WEEK CASH FORECAST FROM".
        02  FH-Run-Date              PIC 9(8).
        02  FILLER                   PIC X(9)  VALUE "  FLOOR".
        02  FH-Floor                 PIC ZZZ,ZZZ,ZZ9.99-.

       01  Opening-Line.
        02  FILLER                   PIC X(31) VALUE
             "OPENING CLEARED BALANCE AT".
        02  OL-Date                  PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  OL-Amount                PIC ZZZ,ZZZ,ZZ9.99-.

       01  No-Balance-Line.
        02  FILLER                   PIC X(44) VALUE
             "NO CLEARED BALANCE CARRIED ON BANKREC-CF.DAT".
        02  FILLER                   PIC X(18) VALUE
             " - OPENING AT NIL".

       01  Payroll-Basis-Line.
        02  FILLER                   PIC X(18) VALUE
             "PAYROLL PER RUN  ".
        02  FILLER                   PIC X(5)  VALUE "NET".
        02  PB-Net                   PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(13) VALUE "  DEDUCTIONS".
        02  PB-Deductions            PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(8)  VALUE "  CYCLE ".
        02  PB-Cycle                 PIC X.
        02  FILLER                   PIC X(10) VALUE "  NEXT PAY".
        02  FILLER                   PIC X     VALUE SPACE.
        02  PB-Next-Pay              PIC 9(8).

       01  Forecast-Topic-Line.
        02  FILLER                   PIC X(3)  VALUE "WK".
        02  FILLER                   PIC X(8)  VALUE "FROM".
        02  FILLER                   PIC X(12) VALUE "     OPENING".
        02  FILLER                   PIC X(12) VALUE "     DEBTORS".
        02  FILLER                   PIC X(12) VALUE "   ST ORDERS".
        02  FILLER                   PIC X(12) VALUE "     TUITION".
        02  FILLER                   PIC X(12) VALUE "   SUPPLIERS".
        02  FILLER                   PIC X(12) VALUE "     PAYROLL".
        02  FILLER                   PIC X(12) VALUE "   UNCLEARED".
        02  FILLER                   PIC X(12) VALUE "     CLOSING".

       01  Forecast-Detail-Line.
        02  FD-Week                  PIC Z9.
        02  FILLER                   PIC X     VALUE SPACE.
        02  FD-From                  PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Opening               PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Debtors               PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Standing              PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Tuition               PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Suppliers             PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Payroll               PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Uncleared             PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Closing               PIC Z,ZZZ,ZZ9-.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FD-Flag                  PIC X(11).

       01  Beyond-Line.
        02  FD-Beyond-Caption        PIC X(36).
        02  FD-Beyond-Amount         PIC ZZZ,ZZZ,ZZ9.99-.

       01  Floor-Summary-Line.
        02  FILLER                   PIC X(23) VALUE
             "WEEKS BELOW THE FLOOR:".
        02  FS-Count                 PIC Z9.
        02  FILLER                   PIC X(16) VALUE "   FIRST IS WEEK".
        02  FILLER                   PIC X     VALUE SPACE.
        02  FS-First                 PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           MOVE Run-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Run-Day-Number.
           COMPUTE Horizon-End-Day-Number = Run-Day-Number + 91.
           PERFORM Load-Forecast-Parm.
           PERFORM Build-Week-Table.

           PERFORM Load-Pay-History.
           PERFORM Load-Supplier-Terms.
           IF Table-Overflow
               DISPLAY "CASHFC1: " Overflow-Table-Name
                   " EXCEEDS ITS TABLE - RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Init-2D-Price-Table.
           PERFORM Load-Oil-Prices.

           PERFORM Load-Bank-Position.
           PERFORM Project-Open-Items.
           PERFORM Project-Standing-Orders.
           PERFORM Project-Tuition.
           PERFORM Project-Creditors.
           PERFORM Project-Open-Orders.
           PERFORM Project-Payroll.
           PERFORM Roll-Weeks.
           PERFORM Print-Forecast.

           IF Weeks-Below-Floor > ZERO
               DISPLAY "CASHFC1: " Weeks-Below-Floor
                   " WEEK(S) BELOW THE FLOOR - FIRST IS WEEK "
                   First-Week-Below
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "CASHFC1: NO WEEK BELOW THE FLOOR"
           END-IF.
           GOBACK.

       Load-Forecast-Parm.
           MOVE Run-Date TO Next-Pay-Date.
           OPEN INPUT ForecastParm.
           IF ForecastParm-Present
               READ ForecastParm
                   AT END MOVE SPACES TO Forecast-Parm-Rec
               END-READ
               IF CFP-Floor IS NUMERIC
                   MOVE CFP-Floor TO Floor-Balance
               END-IF
               IF CFP-Pay-Cycle = "W" OR "F" OR "M"
                   MOVE CFP-Pay-Cycle TO Pay-Cycle
               END-IF
               IF CFP-Next-Pay-Date IS NUMERIC
                  AND CFP-Next-Pay-Date > ZERO
                   MOVE CFP-Next-Pay-Date TO Next-Pay-Date
               END-IF
               CLOSE ForecastParm
           END-IF.

      * Week one runs from the run date; each later week seven days
      * on. The horizon days are built on the same pass.
       Build-Week-Table.
           PERFORM VARYING HZ-Scan-Idx FROM 1 BY 1
                   UNTIL HZ-Scan-Idx > 91
               COMPUTE DN-Day-Number =
                   Run-Day-Number + HZ-Scan-Idx - 1
               MOVE DN-Day-Number TO HZ-Day-Number(HZ-Scan-Idx)
               PERFORM Day-Number-To-Date
               MOVE DN-Date TO HZ-Date(HZ-Scan-Idx)
           END-PERFORM.
           PERFORM VARYING WK-Scan-Idx FROM 1 BY 1
                   UNTIL WK-Scan-Idx > 13
               COMPUTE HZ-Scan-Idx = (WK-Scan-Idx - 1) * 7 + 1
               MOVE HZ-Date(HZ-Scan-Idx) TO WK-Start-Date(WK-Scan-Idx)
               MOVE ZERO TO WK-Opening(WK-Scan-Idx)
               MOVE ZERO TO WK-Debtors(WK-Scan-Idx)
               MOVE ZERO TO WK-Standing(WK-Scan-Idx)
               MOVE ZERO TO WK-Tuition(WK-Scan-Idx)
               MOVE ZERO TO WK-Suppliers(WK-Scan-Idx)
               MOVE ZERO TO WK-Payroll(WK-Scan-Idx)
               MOVE ZERO TO WK-Uncleared(WK-Scan-Idx)
               MOVE ZERO TO WK-Closing(WK-Scan-Idx)
           END-PERFORM.

      * Average days to pay per customer over every invoice the
      * receipts have cleared.
       Load-Pay-History.
           OPEN INPUT PaidItems.
           IF PaidItems-Present
               READ PaidItems
                   AT END SET End-Of-Paid-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Paid-Items
                   PERFORM Hold-One-Paid-Item
                   READ PaidItems
                       AT END SET End-Of-Paid-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaidItems
           END-IF.

       Hold-One-Paid-Item.
           MOVE PI-Invoice-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Invoice-Day-Number.
           MOVE PI-Paid-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           IF Invoice-Day-Number > ZERO AND DN-Day-Number > ZERO
               COMPUTE Days-Work = DN-Day-Number - Invoice-Day-Number
               IF Days-Work < ZERO
                   MOVE ZERO TO Days-Work
               END-IF
               MOVE PI-Cust-Id TO Lookup-Cust-Id
               PERFORM Find-Cust-Pay-Entry
               IF NOT CPD-Found
                   IF CPD-Count < 5000
                       ADD 1 TO CPD-Count
                       MOVE CPD-Count TO CPD-Found-Idx
                       MOVE PI-Cust-Id TO CPD-Cust-Id(CPD-Found-Idx)
                       MOVE ZERO TO CPD-Days-Total(CPD-Found-Idx)
                       MOVE ZERO TO CPD-Paid-Count(CPD-Found-Idx)
                       SET CPD-Found TO TRUE
                   ELSE
                       SET Table-Overflow TO TRUE
                       MOVE "PAIDITEM.DAT" TO Overflow-Table-Name
                   END-IF
               END-IF
               IF CPD-Found
                   ADD Days-Work TO CPD-Days-Total(CPD-Found-Idx)
                   ADD 1 TO CPD-Paid-Count(CPD-Found-Idx)
               END-IF
           END-IF.

       Find-Cust-Pay-Entry.
           MOVE "N" TO CPD-Found-Sw.
           MOVE ZERO TO CPD-Found-Idx.
           PERFORM VARYING CPD-Scan-Idx FROM 1 BY 1
                   UNTIL CPD-Scan-Idx > CPD-Count OR CPD-Found
               IF CPD-Cust-Id(CPD-Scan-Idx) = Lookup-Cust-Id
                   MOVE "Y" TO CPD-Found-Sw
                   MOVE CPD-Scan-Idx TO CPD-Found-Idx
               END-IF
           END-PERFORM.

       Find-Cust-Pay-Days.
           MOVE Default-Pay-Days TO Cust-Pay-Days.
           PERFORM Find-Cust-Pay-Entry.
           IF CPD-Found AND CPD-Paid-Count(CPD-Found-Idx) > ZERO
               DIVIDE CPD-Days-Total(CPD-Found-Idx)
                   BY CPD-Paid-Count(CPD-Found-Idx)
                   GIVING Cust-Pay-Days ROUNDED
           END-IF.

       Load-Supplier-Terms.
           OPEN INPUT SupplierFile.
           IF SupplierFile-Present
               READ SupplierFile
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-File
                   MOVE SUP-Supplier-Id TO Lookup-Supplier-Id
                   PERFORM Find-Supplier-Entry
                   IF NOT SPT-Found
                       IF SPT-Count < 500
                           ADD 1 TO SPT-Count
                           MOVE SPT-Count TO SPT-Found-Idx
                           MOVE SUP-Supplier-Id
                             TO SPT-Supplier-Id(SPT-Found-Idx)
                           MOVE ZERO TO SPT-Terms-Days(SPT-Found-Idx)
                           SET SPT-Found TO TRUE
                       ELSE
                           SET Table-Overflow TO TRUE
                           MOVE "SUPPLIER.DAT" TO Overflow-Table-Name
                       END-IF
                   END-IF
                   IF SPT-Found
                       IF SPT-Terms-Days(SPT-Found-Idx) = ZERO
                          AND SUP-Terms-Days IS NUMERIC
                           MOVE SUP-Terms-Days
                             TO SPT-Terms-Days(SPT-Found-Idx)
                       END-IF
                   END-IF
                   READ SupplierFile
                       AT END SET End-Of-Supplier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.

       Find-Supplier-Entry.
           MOVE "N" TO SPT-Found-Sw.
           MOVE ZERO TO SPT-Found-Idx.
           PERFORM VARYING SPT-Scan-Idx FROM 1 BY 1
                   UNTIL SPT-Scan-Idx > SPT-Count OR SPT-Found
               IF SPT-Supplier-Id(SPT-Scan-Idx) = Lookup-Supplier-Id
                   MOVE "Y" TO SPT-Found-Sw
                   MOVE SPT-Scan-Idx TO SPT-Found-Idx
               END-IF
           END-PERFORM.

       Find-Supplier-Terms.
           MOVE Default-Terms-Days TO Supplier-Terms-Days.
           PERFORM Find-Supplier-Entry.
           IF SPT-Found AND SPT-Terms-Days(SPT-Found-Idx) > ZERO
               MOVE SPT-Terms-Days(SPT-Found-Idx)
                 TO Supplier-Terms-Days
           END-IF.

      * The cleared balance opens week one; our items still waiting
      * on the bank clear in it. Their unmatched lines are already
      * in the balance.
       Load-Bank-Position.
           OPEN INPUT CarryForward.
           IF CarryFwdFile-Present
               READ CarryForward
                   AT END SET End-Of-Carry-Forward TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Carry-Forward
                   EVALUATE TRUE
                       WHEN Carried-Balance
                           PERFORM Load-Carried-Balance
                       WHEN Carried-Ours
                           IF CF-Amount IS NUMERIC
                               MOVE Run-Day-Number TO Flow-Day-Number
                               MOVE CF-Amount TO Flow-Amount
                               IF CF-Dr-Cr = "D"
                                   COMPUTE Flow-Amount =
                                       ZERO - Flow-Amount
                               END-IF
                               MOVE 6 TO Flow-Kind
                               PERFORM Place-Flow
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ CarryForward
                       AT END SET End-Of-Carry-Forward TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CarryForward
           END-IF.

       Load-Carried-Balance.
           SET Balance-Carried TO TRUE.
           IF CF-Amount IS NUMERIC
               MOVE CF-Amount TO Opening-Balance
               IF CF-Dr-Cr = "D"
                   COMPUTE Opening-Balance = ZERO - Opening-Balance
               END-IF
           END-IF.
           IF CF-Bal-Date IS NUMERIC
               MOVE CF-Bal-Date TO Opening-Balance-Date
           END-IF.

       Project-Open-Items.
           OPEN INPUT OpenItems.
           IF OpenItems-Present
               READ OpenItems
                   AT END SET End-Of-Open-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Items
                   IF OI-Amount-Open IS NUMERIC
                      AND OI-Amount-Open NOT = ZERO
                       MOVE OI-Cust-Id TO Lookup-Cust-Id
                       PERFORM Find-Cust-Pay-Days
                       MOVE OI-Invoice-Date TO DN-Date
                       PERFORM Date-To-Day-Number
                       IF DN-Day-Number = ZERO
                           MOVE Run-Day-Number TO Flow-Day-Number
                       ELSE
                           COMPUTE Flow-Day-Number =
                               DN-Day-Number + Cust-Pay-Days
                       END-IF
                       MOVE OI-Amount-Open TO Flow-Amount
                       MOVE 1 TO Flow-Kind
                       PERFORM Place-Flow
                   END-IF
                   READ OpenItems
                       AT END SET End-Of-Open-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItems
           END-IF.

      * Each order is tried against every day of the horizon by the
      * STORDER1 rules - weekly every seventh day from its start,
      * monthly on the start's day clamped to the month's last.
       Project-Standing-Orders.
           OPEN INPUT StandingOrders.
           IF StandOrd-Present
               READ StandingOrders
                   AT END SET End-Of-Standing-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Standing-Orders
                   IF (Weekly-Order OR Monthly-Order)
                      AND SO-Units IS NUMERIC
                       MOVE SO-Start-Date TO DN-Date
                       PERFORM Date-To-Day-Number
                       MOVE DN-Day-Number TO Order-Start-Day-Number
                       MOVE DN-Day TO Start-Day-Of-Month
                       MOVE SO-Cust-Id TO Lookup-Cust-Id
                       PERFORM Find-Cust-Pay-Days
                       PERFORM VARYING HZ-Scan-Idx FROM 1 BY 1
                               UNTIL HZ-Scan-Idx > 91
                           PERFORM Project-One-Order-Day
                       END-PERFORM
                   END-IF
                   READ StandingOrders
                       AT END SET End-Of-Standing-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StandingOrders
           END-IF.

       Project-One-Order-Day.
           MOVE "N" TO Order-Due-Sw.
           IF HZ-Date(HZ-Scan-Idx) >= SO-Start-Date
              AND (SO-End-Date = ZERO
                   OR HZ-Date(HZ-Scan-Idx) <= SO-End-Date)
               IF Weekly-Order
                   COMPUTE Days-Work = HZ-Day-Number(HZ-Scan-Idx)
                       - Order-Start-Day-Number
                   DIVIDE Days-Work BY 7
                       GIVING Gap-Weeks REMAINDER Gap-Remainder
                   IF Gap-Remainder = ZERO
                       SET Order-Due TO TRUE
                   END-IF
               ELSE
                   MOVE HZ-Date(HZ-Scan-Idx) TO DN-Date
                   PERFORM Compute-Month-Last-Day
                   IF HZ-Day(HZ-Scan-Idx) = Start-Day-Of-Month
                      OR (HZ-Day(HZ-Scan-Idx) = Month-Last-Day
                          AND Start-Day-Of-Month > Month-Last-Day)
                       SET Order-Due TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF Order-Due
               MOVE HZ-Date(HZ-Scan-Idx) TO Pricing-Sale-Date
               PERFORM Price-Standing-Order
               COMPUTE Flow-Day-Number =
                   HZ-Day-Number(HZ-Scan-Idx) + Cust-Pay-Days
               MOVE Order-Value TO Flow-Amount
               MOVE 2 TO Flow-Kind
               PERFORM Place-Flow
           END-IF.

       Price-Standing-Order.
           MOVE ZERO TO Order-Value.
           IF SO-Oil-Num >= 1 AND SO-Oil-Num <= 30
               PERFORM Find-Dated-Price
               IF Dated-Price-Found
                   COMPUTE Order-Value = Dated-Price * SO-Units
               ELSE
                   MOVE SO-Unit-Size TO OP-Unit-Size
                   PERFORM Find-Unit-Size-Index
                   IF Unit-Size-Found
                       COMPUTE Order-Value =
                           OC2-Size(SO-Oil-Num, Size-Idx) * SO-Units
                   ELSE
                       COMPUTE Order-Value =
                           OIL-COST(SO-Oil-Num) * SO-Units
                   END-IF
               END-IF
           END-IF.

       Project-Tuition.
           OPEN INPUT TuitionSchedule.
           IF TuitSched-Present
               READ TuitionSchedule
                   AT END SET End-Of-Schedule TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Schedule
                   IF TU-Amount IS NUMERIC AND TU-Paid IS NUMERIC
                      AND TU-Amount > TU-Paid
                       MOVE TU-Due-Date TO DN-Date
                       PERFORM Date-To-Day-Number
                       MOVE DN-Day-Number TO Flow-Day-Number
                       COMPUTE Flow-Amount = TU-Amount - TU-Paid
                       MOVE 3 TO Flow-Kind
                       PERFORM Place-Flow
                   END-IF
                   READ TuitionSchedule
                       AT END SET End-Of-Schedule TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TuitionSchedule
           END-IF.

      * Held invoices are counted too - a hold delays a payment, it
      * does not cancel it.
       Project-Creditors.
           OPEN INPUT Creditors.
           IF Creditors-Present
               READ Creditors
                   AT END SET End-Of-Creditors TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Creditors
                   IF CRD-Status = "O" AND CRD-Amount-Open IS NUMERIC
                      AND CRD-Amount-Open > ZERO
                       MOVE CRD-Supplier-Id TO Lookup-Supplier-Id
                       PERFORM Find-Supplier-Terms
                       MOVE CRD-Invoice-Date TO DN-Date
                       PERFORM Date-To-Day-Number
                       IF DN-Day-Number = ZERO
                           MOVE Run-Day-Number TO Flow-Day-Number
                       ELSE
                           COMPUTE Flow-Day-Number =
                               DN-Day-Number + Supplier-Terms-Days
                       END-IF
                       MOVE CRD-Amount-Open TO Flow-Amount
                       MOVE 4 TO Flow-Kind
                       PERFORM Place-Flow
                   END-IF
                   READ Creditors
                       AT END SET End-Of-Creditors TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Creditors
           END-IF.

      * What is ordered but not yet invoiced is still to be paid - a
      * closed line only for what was actually received. It is due
      * the supplier's terms after the goods are expected.
       Project-Open-Orders.
           OPEN INPUT OpenOrders.
           IF OpenPo-Present
               READ OpenOrders
                   AT END SET End-Of-Open-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Orders
                   PERFORM Project-One-Open-Order
                   READ OpenOrders
                       AT END SET End-Of-Open-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenOrders
           END-IF.

       Project-One-Open-Order.
           IF PO-Qty-Ordered IS NUMERIC AND PO-Qty-Received IS NUMERIC
              AND PO-Unit-Cost IS NUMERIC
               IF PO-Status = "C"
                   MOVE PO-Qty-Received TO Commit-Qty
               ELSE
                   MOVE PO-Qty-Ordered TO Commit-Qty
               END-IF
               IF PO-Qty-Invoiced IS NUMERIC
                   SUBTRACT PO-Qty-Invoiced FROM Commit-Qty
               END-IF
               IF Commit-Qty > ZERO
                   MOVE PO-Supplier-Id TO Lookup-Supplier-Id
                   PERFORM Find-Supplier-Terms
                   MOVE PO-Order-Date TO DN-Date
                   PERFORM Date-To-Day-Number
                   IF DN-Day-Number = ZERO
                       MOVE Run-Day-Number TO Flow-Day-Number
                   ELSE
                       COMPUTE Flow-Day-Number =
                           DN-Day-Number + Supplier-Terms-Days
                       IF PO-Lead-Days IS NUMERIC
                           ADD PO-Lead-Days TO Flow-Day-Number
                       END-IF
                   END-IF
                   COMPUTE Flow-Amount = Commit-Qty * PO-Unit-Cost
                   MOVE 4 TO Flow-Kind
                   PERFORM Place-Flow
               END-IF
           END-IF.

      * Net pay as the last run paid it; the deductions an average
      * period of the year so far has taken, paid over with it.
       Project-Payroll.
           OPEN INPUT BankPay.
           IF BankPayFile-Present
               READ BankPay
                   AT END SET End-Of-Bank-Pay TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Bank-Pay
                   IF BP-Rec-Type = "D" AND BP-Amount IS NUMERIC
                       ADD BP-Amount TO Run-Net-Pay
                   END-IF
                   READ BankPay
                       AT END SET End-Of-Bank-Pay TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BankPay
           END-IF.
           OPEN INPUT PayYtd.
           IF PayYtd-Present
               READ PayYtd
                   AT END SET End-Of-Pay-Ytd TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Pay-Ytd
                   PERFORM Average-One-Employee
                   READ PayYtd
                       AT END SET End-Of-Pay-Ytd TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayYtd
           END-IF.
      * No wages file from the last run - the year's average net.
           IF Run-Net-Pay = ZERO
               MOVE Ytd-Net-Per-Period TO Run-Net-Pay
           END-IF.

           MOVE Next-Pay-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Pay-Day-Number.
           MOVE DN-Day TO Pay-Day-Of-Month.
           IF Pay-Day-Number = ZERO
               MOVE Run-Day-Number TO Pay-Day-Number
           END-IF.
           PERFORM Step-Pay-Day
               UNTIL Pay-Day-Number >= Run-Day-Number.
           MOVE ZERO TO Pay-Days-Counted.
           PERFORM Place-Pay-Day
               UNTIL Pay-Day-Number >= Horizon-End-Day-Number.

       Average-One-Employee.
           IF PY-Periods IS NUMERIC AND PY-Periods > ZERO
               MOVE ZERO TO Employee-Deductions
               IF PY-Tax IS NUMERIC
                   ADD PY-Tax TO Employee-Deductions
               END-IF
               IF PY-Prsi IS NUMERIC
                   ADD PY-Prsi TO Employee-Deductions
               END-IF
               IF PY-Pension IS NUMERIC
                   ADD PY-Pension TO Employee-Deductions
               END-IF
               COMPUTE Run-Deductions ROUNDED = Run-Deductions
                   + Employee-Deductions / PY-Periods
               IF PY-Net IS NUMERIC
                   COMPUTE Ytd-Net-Per-Period ROUNDED =
                       Ytd-Net-Per-Period + PY-Net / PY-Periods
               END-IF
           END-IF.

       Place-Pay-Day.
           MOVE Pay-Day-Number TO Flow-Day-Number.
           COMPUTE Flow-Amount = Run-Net-Pay + Run-Deductions.
           MOVE 5 TO Flow-Kind.
           PERFORM Place-Flow.
           ADD 1 TO Pay-Days-Counted.
           PERFORM Step-Pay-Day.

      * Monthly pay keeps its day of the month, the month's last day
      * when the month is shorter.
       Step-Pay-Day.
           EVALUATE TRUE
               WHEN Fortnightly-Pay
                   ADD 14 TO Pay-Day-Number
               WHEN Monthly-Pay
                   MOVE Pay-Day-Number TO DN-Day-Number
                   PERFORM Day-Number-To-Date
                   IF DN-Month >= 12
                       ADD 1 TO DN-Year
                       MOVE 1 TO DN-Month
                   ELSE
                       ADD 1 TO DN-Month
                   END-IF
                   PERFORM Compute-Month-Last-Day
                   IF Pay-Day-Of-Month > Month-Last-Day
                       MOVE Month-Last-Day TO DN-Day
                   ELSE
                       MOVE Pay-Day-Of-Month TO DN-Day
                   END-IF
                   PERFORM Date-To-Day-Number
                   MOVE DN-Day-Number TO Pay-Day-Number
               WHEN OTHER
                   ADD 7 TO Pay-Day-Number
           END-EVALUATE.

      * Drops one flow into its week - anything already overdue in
      * week one, anything past week thirteen onto the memo totals.
       Place-Flow.
           IF Flow-Day-Number < Run-Day-Number
               MOVE ZERO TO Days-Ahead
           ELSE
               COMPUTE Days-Ahead = Flow-Day-Number - Run-Day-Number
           END-IF.
           DIVIDE Days-Ahead BY 7 GIVING Week-Idx.
           ADD 1 TO Week-Idx.
           IF Week-Idx > 13
               IF Flow-Kind <= 3
                   ADD Flow-Amount TO Beyond-Receipts
               ELSE
                   ADD Flow-Amount TO Beyond-Payments
               END-IF
           ELSE
               EVALUATE Flow-Kind
                   WHEN 1
                       ADD Flow-Amount TO WK-Debtors(Week-Idx)
                   WHEN 2
                       ADD Flow-Amount TO WK-Standing(Week-Idx)
                   WHEN 3
                       ADD Flow-Amount TO WK-Tuition(Week-Idx)
                   WHEN 4
                       ADD Flow-Amount TO WK-Suppliers(Week-Idx)
                   WHEN 5
                       ADD Flow-Amount TO WK-Payroll(Week-Idx)
                   WHEN OTHER
                       ADD Flow-Amount TO WK-Uncleared(Week-Idx)
               END-EVALUATE
           END-IF.

       Roll-Weeks.
           MOVE Opening-Balance TO WK-Opening(1).
           PERFORM VARYING WK-Scan-Idx FROM 1 BY 1
                   UNTIL WK-Scan-Idx > 13
               IF WK-Scan-Idx > 1
                   MOVE WK-Closing(WK-Scan-Idx - 1)
                     TO WK-Opening(WK-Scan-Idx)
               END-IF
               COMPUTE WK-Closing(WK-Scan-Idx) =
                   WK-Opening(WK-Scan-Idx)
                   + WK-Debtors(WK-Scan-Idx)
                   + WK-Standing(WK-Scan-Idx)
                   + WK-Tuition(WK-Scan-Idx)
                   - WK-Suppliers(WK-Scan-Idx)
                   - WK-Payroll(WK-Scan-Idx)
                   + WK-Uncleared(WK-Scan-Idx)
               IF WK-Closing(WK-Scan-Idx) < Floor-Balance
                   ADD 1 TO Weeks-Below-Floor
                   IF First-Week-Below = ZERO
                       MOVE WK-Scan-Idx TO First-Week-Below
                   END-IF
               END-IF
           END-PERFORM.

       Print-Forecast.
           OPEN OUTPUT ForecastReport.
           MOVE Run-Date TO FH-Run-Date.
           MOVE Floor-Balance TO FH-Floor.
           WRITE Forecast-Report-Line FROM Forecast-Heading-Line
            AFTER ADVANCING 1 LINE.
           IF Balance-Carried
               MOVE Opening-Balance-Date TO OL-Date
               MOVE Opening-Balance TO OL-Amount
               WRITE Forecast-Report-Line FROM Opening-Line
                AFTER ADVANCING 2 LINES
           ELSE
               WRITE Forecast-Report-Line FROM No-Balance-Line
                AFTER ADVANCING 2 LINES
           END-IF.
           MOVE Run-Net-Pay TO PB-Net.
           MOVE Run-Deductions TO PB-Deductions.
           MOVE Pay-Cycle TO PB-Cycle.
           MOVE Next-Pay-Date TO PB-Next-Pay.
           WRITE Forecast-Report-Line FROM Payroll-Basis-Line
            AFTER ADVANCING 1 LINE.
           WRITE Forecast-Report-Line FROM Forecast-Topic-Line
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING WK-Scan-Idx FROM 1 BY 1
                   UNTIL WK-Scan-Idx > 13
               PERFORM Print-One-Week
           END-PERFORM.
           MOVE "RECEIPTS EXPECTED AFTER WEEK 13" TO FD-Beyond-Caption.
           MOVE Beyond-Receipts TO FD-Beyond-Amount.
           WRITE Forecast-Report-Line FROM Beyond-Line
            AFTER ADVANCING 2 LINES.
           MOVE "PAYMENTS DUE AFTER WEEK 13" TO FD-Beyond-Caption.
           MOVE Beyond-Payments TO FD-Beyond-Amount.
           WRITE Forecast-Report-Line FROM Beyond-Line
            AFTER ADVANCING 1 LINE.
           MOVE Weeks-Below-Floor TO FS-Count.
           MOVE First-Week-Below TO FS-First.
           WRITE Forecast-Report-Line FROM Floor-Summary-Line
            AFTER ADVANCING 2 LINES.
           CLOSE ForecastReport.

       Print-One-Week.
           MOVE WK-Scan-Idx TO FD-Week.
           MOVE WK-Start-Date(WK-Scan-Idx) TO FD-From.
           MOVE WK-Opening(WK-Scan-Idx) TO FD-Opening.
           MOVE WK-Debtors(WK-Scan-Idx) TO FD-Debtors.
           MOVE WK-Standing(WK-Scan-Idx) TO FD-Standing.
           MOVE WK-Tuition(WK-Scan-Idx) TO FD-Tuition.
           MOVE WK-Suppliers(WK-Scan-Idx) TO FD-Suppliers.
           MOVE WK-Payroll(WK-Scan-Idx) TO FD-Payroll.
           MOVE WK-Uncleared(WK-Scan-Idx) TO FD-Uncleared.
           MOVE WK-Closing(WK-Scan-Idx) TO FD-Closing.
           IF WK-Closing(WK-Scan-Idx) < Floor-Balance
               MOVE "BELOW FLOOR" TO FD-Flag
           ELSE
               MOVE SPACES TO FD-Flag
           END-IF.
           WRITE Forecast-Report-Line FROM Forecast-Detail-Line
            AFTER ADVANCING 1 LINE.

       Init-2D-Price-Table.
           PERFORM VARYING Price-Oil-Idx FROM 1 BY 1
                   UNTIL Price-Oil-Idx > 30
               PERFORM VARYING Size-Idx FROM 1 BY 1 UNTIL Size-Idx > 5
                   MOVE OIL-COST(Price-Oil-Idx)
                     TO OC2-Size(Price-Oil-Idx, Size-Idx)
               END-PERFORM
           END-PERFORM.

       Load-Oil-Prices.
           OPEN INPUT OilPriceFile.
           IF OilPriceFile-Present
               READ OilPriceFile
                   AT END SET OilPrice-Eof TO TRUE
               END-READ
               PERFORM UNTIL OilPrice-Eof
                   IF OP-Oil-Num >= 1 AND OP-Oil-Num <= 30
                       IF OP-Eff-Date IS NUMERIC AND OP-Eff-Date > 0
                           PERFORM Hold-Dated-Price-Version
                       ELSE
                           PERFORM Apply-Undated-Price
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END SET OilPrice-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

       Apply-Undated-Price.
           IF OP-Unit-Size = 0
               MOVE OP-Price TO OIL-COST(OP-Oil-Num)
               PERFORM VARYING Size-Idx FROM 1 BY 1
                       UNTIL Size-Idx > 5
                   MOVE OP-Price
                     TO OC2-Size(OP-Oil-Num, Size-Idx)
               END-PERFORM
           ELSE
               PERFORM Find-Unit-Size-Index
               IF Unit-Size-Found
                   MOVE OP-Price
                     TO OC2-Size(OP-Oil-Num, Size-Idx)
               END-IF
           END-IF.

       Hold-Dated-Price-Version.
           IF OPV-Count < 200
               ADD 1 TO OPV-Count
               MOVE OP-Oil-Num TO OPV-Oil-Num(OPV-Count)
               MOVE OP-Unit-Size TO OPV-Unit-Size(OPV-Count)
               MOVE OP-Eff-Date TO OPV-Eff-Date(OPV-Count)
               MOVE OP-Price TO OPV-Price(OPV-Count)
           END-IF.

       Find-Unit-Size-Index.
           MOVE "N" TO Unit-Size-Found-Sw.
           MOVE ZERO TO Size-Idx.
           PERFORM VARYING Size-Scan-Idx FROM 1 BY 1
                   UNTIL Size-Scan-Idx > 5 OR Unit-Size-Found
               IF Unit-Size-Band(Size-Scan-Idx) = OP-Unit-Size
                   MOVE "Y" TO Unit-Size-Found-Sw
                   MOVE Size-Scan-Idx TO Size-Idx
               END-IF
           END-PERFORM.

       Find-Dated-Price.
           MOVE "N" TO Dated-Price-Found-Sw.
           MOVE ZERO TO Dated-Price-Best-Date.
           MOVE ZERO TO Dated-Price-Best-Size.
           PERFORM VARYING OPV-Idx FROM 1 BY 1
                   UNTIL OPV-Idx > OPV-Count
               IF OPV-Oil-Num(OPV-Idx) = SO-Oil-Num
                  AND OPV-Eff-Date(OPV-Idx) NOT > Pricing-Sale-Date
                  AND (OPV-Unit-Size(OPV-Idx) = SO-Unit-Size
                       OR OPV-Unit-Size(OPV-Idx) = 0)
                   IF OPV-Eff-Date(OPV-Idx) > Dated-Price-Best-Date
                      OR (OPV-Eff-Date(OPV-Idx) = Dated-Price-Best-Date
                          AND OPV-Unit-Size(OPV-Idx) >
                              Dated-Price-Best-Size)
                       MOVE "Y" TO Dated-Price-Found-Sw
                       MOVE OPV-Eff-Date(OPV-Idx)
                         TO Dated-Price-Best-Date
                       MOVE OPV-Unit-Size(OPV-Idx)
                         TO Dated-Price-Best-Size
                       MOVE OPV-Price(OPV-Idx) TO Dated-Price
                   END-IF
               END-IF
           END-PERFORM.

      * Last day of DN-Date's month, February by the Gregorian leap
      * rules.
       Compute-Month-Last-Day.
           MOVE Days-In-Month(DN-Month) TO Month-Last-Day.
           IF DN-Month = 2
               DIVIDE DN-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder
               IF Leap-Remainder = ZERO
                   MOVE 29 TO Month-Last-Day
                   DIVIDE DN-Year BY 100 GIVING Leap-Quotient
                       REMAINDER Leap-Remainder
                   IF Leap-Remainder = ZERO
                       MOVE 28 TO Month-Last-Day
                       DIVIDE DN-Year BY 400 GIVING Leap-Quotient
                           REMAINDER Leap-Remainder
                       IF Leap-Remainder = ZERO
                           MOVE 29 TO Month-Last-Day
                       END-IF
                   END-IF
               END-IF
           END-IF.

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

      * The reverse - DN-Day-Number back to a yyyymmdd DN-Date.
       Day-Number-To-Date.
           DIVIDE DN-Day-Number BY 146097 GIVING DN-Era
               REMAINDER DN-Day-Of-Era.
           DIVIDE DN-Day-Of-Era BY 1460 GIVING DN-Quad.
           DIVIDE DN-Day-Of-Era BY 36524 GIVING DN-Century.
           DIVIDE DN-Day-Of-Era BY 146096 GIVING DN-Temp.
           COMPUTE DN-Temp =
               DN-Day-Of-Era - DN-Quad + DN-Century - DN-Temp.
           DIVIDE DN-Temp BY 365 GIVING DN-Year-Of-Era.
           DIVIDE DN-Year-Of-Era BY 4 GIVING DN-Quad.
           DIVIDE DN-Year-Of-Era BY 100 GIVING DN-Century.
           COMPUTE DN-Day-Of-Year = DN-Day-Of-Era
               - (365 * DN-Year-Of-Era + DN-Quad - DN-Century).
           COMPUTE DN-Temp = 5 * DN-Day-Of-Year + 2.
           DIVIDE DN-Temp BY 153 GIVING DN-Month-Shift.
           COMPUTE DN-Temp = 153 * DN-Month-Shift + 2.
           DIVIDE DN-Temp BY 5 GIVING DN-Temp.
           COMPUTE DN-Day = DN-Day-Of-Year - DN-Temp + 1.
           COMPUTE DN-Year = DN-Era * 400 + DN-Year-Of-Era.
           IF DN-Month-Shift < 10
               COMPUTE DN-Month = DN-Month-Shift + 3
           ELSE
               COMPUTE DN-Month = DN-Month-Shift - 9
               ADD 1 TO DN-Year
           END-IF.

       END PROGRAM CASHFC1.
