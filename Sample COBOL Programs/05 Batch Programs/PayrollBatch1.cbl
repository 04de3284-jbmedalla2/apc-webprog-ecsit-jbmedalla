      *          gross/tax/net position per Emp-Id is carried on
      *          PAYYTD.DAT the way AROMRPT1 carries YTD-TOTALS.DAT,
      *          and PAYROLL.RPT shows period and year-to-date columns
      *          side by side. Absence lines on TIMESHEET.DAT (H
      *          holiday, S sick, U unpaid) pay holidays at the normal
      *          rate against the hours balance on LEAVEBAL.DAT, which
      *          accrues each period by the contract's Emp-Accrual-
      *          Hours; holiday beyond the balance holds the employee,
      *          unpaid hours come off a salary pro rata to the
      *          contract hours, and every absence line paid through
      *          lands on ABSENCE-HIST.DAT for LEAVRPT1.
      *          Wages cost to branches: each employee's gross and
      *          employer PRSI (PRSIRATE.DAT's employer rate) split
      *          across the branches on their worked timesheet lines
      *          by the pay each line earned, holiday and untimed
      *          salary falling to the Emp-Home-Branch, and post to
      *          GLPOST.DAT per GL-Branch; the period's hours and
      *          cost per branch land on LABOUR.DAT for LABRPT1.
      *          Pension scheme members on PENSCHEME.DAT have their
      *          deduction and the employer's contribution computed
      *          from the scheme rates on gross; the employer's share
      *          costs to the branches like wages, both land on the
      *          PENSN liability, and the period's contributions go
      *          to the provider on PENSCONT.DAT (header, a detail
      *          per member, count-and-totals trailer) with a total
      *          per scheme kept on PENSHIST.DAT for PENSREC1.
      *          Standing deductions on DEDUCTION.DAT - attachment of
      *          earnings orders and staff loans - come off net pay
      *          in priority order, never taking net below the
      *          protected figure, each bringing its balance down
      *          and stopping once cleared; DEDREG.RPT lists what
      *          each payee is owed, posted to the DEDPAY liability
      *          (loan repayments to STLOAN) until it is paid over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PayYtd-Status.

      * Leave balance in hours per employee, carried run to run.
           SELECT LeaveBalances ASSIGN TO "LEAVEBAL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LeaveBal-Status.

      * Every absence line paid through, kept across runs.
           SELECT AbsenceHist ASSIGN TO "ABSENCE-HIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AbsenceHist-Status.

      * The branch list - a timesheet line for a branch not on it
      * holds the employee. Absent, any code is taken as keyed.
           SELECT BranchMaster ASSIGN TO "BRANCH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BranchMaster-Status.

      * Scheme membership: employee and employer rates on gross,
      * joined and left dates. An employee not on it keeps the
      * pension keyed on the employee file, with nothing from the
      * employer.
           SELECT PensionScheme ASSIGN TO "PENSCHEME.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PensionScheme-Status.

      * The provider's contribution file - rewritten each run, like
      * the bank file.
           SELECT PensionCont ASSIGN TO "PENSCONT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * What each run deducted and owes per scheme, kept across runs
      * for the remittance reconciliation.
           SELECT PensionHist ASSIGN TO "PENSHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PensionHist-Status.

      * Standing deductions per employee - type, reference, amount
      * or percentage of net a period, balance owed, protected net
      * pay and payee - carried run to run like the leave balances.
           SELECT Deductions ASSIGN TO "DEDUCTION.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Deductions-Status.

      * What this run deducted, grouped by the payee it is owed to.
           SELECT DeductionRegister ASSIGN TO "DEDREG.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * Hours and wage cost per branch per period, kept across runs.
           SELECT LabourCost ASSIGN TO "LABOUR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LabourCost-Status.

           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.
           88 Hourly-Paid           VALUE "H".
        02  Emp-Hourly-Rate         PIC 9(3)V99.
        02  Emp-OT-Mult             PIC 9V99.
      * L marks a leaver, set by EMPMNT1 - off every future run, while
      * their PAYYTD.DAT position stays for the year-end certificates.
        02  Emp-Status              PIC X.
           88 Emp-Left              VALUE "L".
        02  Emp-Leave-Date          PIC 9(8).
      * The contract: standard hours a pay period (what a salary is
      * divided by for unpaid leave) and leave hours earned a pay
      * period - blank on older records, which accrue nothing.
        02  Emp-Contract-Hours      PIC 9(3)V99.
        02  Emp-Accrual-Hours       PIC 9(3)V99.
      * The branch the wages cost to - blank reads as head office.
        02  Emp-Home-Branch         PIC X(3).

       FD Payslips.
       01 Payslip-Line              PIC X(60).
        02 TS-Period                PIC X(20).
        02 TS-Ord-Hours             PIC 9(3)V99.
        02 TS-OT-Hours              PIC 9(3)V99.
      * Blank for hours worked. An absence line carries its hours in
      * TS-Ord-Hours and the day it fell on - one line per day off.
        02 TS-Absence-Type          PIC X.
           88 TS-Worked             VALUE SPACE.
           88 TS-Holiday            VALUE "H".
           88 TS-Sick               VALUE "S".
           88 TS-Unpaid             VALUE "U".
        02 TS-Absence-Date          PIC 9(8).
      * The branch a worked line's hours were put in at - blank for
      * the employee's home branch. One worked line per branch.
        02 TS-Branch                PIC X(3).

       FD PayrollExceptions.
       01 Payroll-Exception-Line   PIC X(60).
       01 Prsi-Rate-Rec.
        02 PR-Rate                  PIC 9V99.
        02 PR-Exempt-Below          PIC 9(5)V99.
      * The employer's rate on gross - blank keeps the default.
        02 PR-Employer-Rate         PIC 9V9999.

       FD PayYtd.
       01 Pay-Ytd-Rec.
        02 PY-Prsi                  PIC 9(8)V99.
        02 PY-Pension               PIC 9(8)V99.

       FD LeaveBalances.
       01 Leave-Balance-Rec.
           88 End-Of-Leave-Balances VALUE HIGH-VALUES.
        02 LB-Emp-Id                PIC X(5).
        02 LB-Balance               PIC 9(4)V99.
        02 LB-Accrued-Ytd           PIC 9(4)V99.
        02 LB-Taken-Ytd             PIC 9(4)V99.

       FD AbsenceHist.
       01 Absence-Hist-Rec.
        02 AH-Emp-Id                PIC X(5).
        02 AH-Date                  PIC 9(8).
        02 AH-Type                  PIC X.
        02 AH-Hours                 PIC 9(3)V99.
        02 AH-Period                PIC X(20).

       FD BranchMaster.
       01 Branch-Master-Rec.
           88 End-Of-Branch-Master  VALUE HIGH-VALUES.
        02 BRF-Branch-Id            PIC X(3).
        02 BRF-Branch-Name          PIC X(20).

       FD LabourCost.
       01 Labour-Cost-Rec.
        02 LC-Period                PIC X(20).
        02 LC-Branch                PIC X(3).
        02 LC-Hours                 PIC 9(6)V99.
        02 LC-Gross                 PIC 9(8)V99.
        02 LC-Er-Prsi               PIC 9(7)V99.
        02 LC-Er-Pension            PIC 9(7)V99.

       FD PensionScheme.
       01 Pension-Scheme-Rec.
           88 End-Of-Pension-Schemes VALUE HIGH-VALUES.
        02 PSC-Emp-Id               PIC X(5).
        02 PSC-Scheme               PIC X(6).
        02 PSC-Member-Ref           PIC X(10).
        02 PSC-Ee-Rate              PIC 9V9999.
        02 PSC-Er-Rate              PIC 9V9999.
        02 PSC-Joined               PIC 9(8).
        02 PSC-Left                 PIC 9(8).

      * H header (period, run date), D detail per member, T trailer
      * (count, employee total, employer total).
       FD PensionCont.
       01 Pension-Cont-Rec.
        02 PC-Rec-Type              PIC X.
        02 PC-Body                  PIC X(70).
        02 PC-Header REDEFINES PC-Body.
         03 PCH-Period              PIC X(20).
         03 PCH-Run-Date            PIC 9(8).
         03 FILLER                  PIC X(42).
        02 PC-Detail REDEFINES PC-Body.
         03 PCD-Scheme              PIC X(6).
         03 PCD-Member-Ref          PIC X(10).
         03 PCD-Emp-Id              PIC X(5).
         03 PCD-Emp-Name            PIC X(20).
         03 PCD-Pensionable         PIC 9(7)V99.
         03 PCD-Ee-Amount           PIC 9(6)V99.
         03 PCD-Er-Amount           PIC 9(6)V99.
         03 FILLER                  PIC X(4).
        02 PC-Trailer REDEFINES PC-Body.
         03 PCT-Count               PIC 9(5).
         03 PCT-Ee-Total            PIC 9(9)V99.
         03 PCT-Er-Total            PIC 9(9)V99.
         03 FILLER                  PIC X(43).

       FD PensionHist.
       01 Pension-Hist-Rec.
        02 PH-Period                PIC X(20).
        02 PH-Scheme                PIC X(6).
        02 PH-Run-Date              PIC 9(8).
        02 PH-Members               PIC 9(5).
        02 PH-Ee-Total              PIC 9(8)V99.
        02 PH-Er-Total              PIC 9(8)V99.

      * A attachment of earnings, L staff loan. The amount is taken
      * each period, or with no amount the percentage of net pay
      * after tax, PRSI and pension. A total owed of zero runs until
      * stopped; otherwise the balance comes down (a new row keyed
      * with a blank balance starts at the total owed) and the row
      * is marked C once it reaches zero. Lowest priority first.
       FD Deductions.
       01 Deduction-Rec.
        02 DED-Emp-Id               PIC X(5).
        02 DED-Type                 PIC X.
        02 DED-Reference            PIC X(12).
        02 DED-Priority             PIC 99.
        02 DED-Amount               PIC 9(5)V99.
        02 DED-Percent              PIC 99V99.
        02 DED-Total-Owed           PIC 9(7)V99.
        02 DED-Balance              PIC 9(7)V99.
        02 DED-Protected-Net        PIC 9(5)V99.
        02 DED-Payee                PIC X(6).
        02 DED-Payee-Name           PIC X(20).
        02 DED-Status               PIC X.

       FD DeductionRegister.
       01 Deduction-Register-Line   PIC X(100).

       FD RunParm.
       01 Run-Parm-Rec              PIC X(20).

         03 TST-Ord-Hours            PIC 9(3)V99.
         03 TST-OT-Hours             PIC 9(3)V99.
         03 TST-Dup-Sw               PIC X.
      * Absence lines add into the same slot; the worked switch says
      * whether an hours sheet has been seen, so only a second one
      * counts as a duplicate.
         03 TST-Worked-Sw            PIC X.
         03 TST-Hol-Hours            PIC 9(3)V99.
         03 TST-Sick-Hours           PIC 9(3)V99.
         03 TST-Unpaid-Hours         PIC 9(3)V99.
      * The worked hours by the branch they were put in at - U in the
      * bad-branch switch for a code off the branch list, M for more
      * branches than the slots hold.
         03 TST-Branch-Bad-Sw        PIC X.
         03 TST-Split-Count          PIC 9.
         03 TST-Split OCCURS 6 TIMES.
          04 TST-Br-Id               PIC X(3).
          04 TST-Br-Ord              PIC 9(3)V99.
          04 TST-Br-OT               PIC 9(3)V99.
       01  TST-Count                 PIC 9(3) VALUE ZERO.
       01  TST-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  TST-Found-Idx             PIC 9(3) VALUE ZERO.
       01  TST-Found-Sw              PIC X VALUE "N".
           88 TST-Found              VALUE "Y".
       01  TST-Split-Idx             PIC 9 VALUE ZERO.
       01  TST-Split-Found-Sw        PIC X VALUE "N".
           88 TST-Split-Found        VALUE "Y".
       01  Employee-Held-Sw          PIC X VALUE "N".
           88 Employee-Held          VALUE "Y".
       01  Employees-Held-Count      PIC 9(4) VALUE ZERO.
       01  Leavers-Skipped-Count     PIC 9(4) VALUE ZERO.

       01  Payroll-Exception-Detail.
        02  PE-Emp-Id               PIC X(5).
        02  FILLER                  PIC X(2) VALUE SPACES.
        02  PE-Reason               PIC X(28).
       01  Computed-Prsi             PIC 9(6)V99 VALUE ZERO.

      * Leave balances, loaded from LEAVEBAL.DAT and rewritten at end
      * of run alongside PAYYTD.DAT.
       01  WS-LeaveBal-Status        PIC XX.
           88 LeaveBalFile-Present   VALUE "00".
       01  WS-AbsenceHist-Status     PIC XX.
       01  Leave-Table.
        02  LVT-Entry OCCURS 200 TIMES.
         03 LVT-Emp-Id               PIC X(5).
         03 LVT-Balance              PIC 9(4)V99.
         03 LVT-Accrued-Ytd          PIC 9(4)V99.
         03 LVT-Taken-Ytd            PIC 9(4)V99.
       01  LVT-Count                 PIC 9(3) VALUE ZERO.
       01  LVT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  LVT-Found-Idx             PIC 9(3) VALUE ZERO.
       01  LVT-Found-Sw              PIC X VALUE "N".
           88 LVT-Found              VALUE "Y".
       01  Leave-Overflow-Sw         PIC X VALUE "N".
           88 Leave-Overflow         VALUE "Y".
       01  LeaveBal-Eof-Sw           PIC X VALUE "N".
           88 LeaveBal-Eof           VALUE "Y".
       01  Leave-Available           PIC 9(5)V99 VALUE ZERO.
       01  This-Accrual              PIC 9(3)V99 VALUE ZERO.
       01  This-Hol-Hours            PIC 9(3)V99 VALUE ZERO.
       01  Unpaid-Deduction          PIC 9(6)V99 VALUE ZERO.

      * This period's absence lines, held until the run stands and
      * then written to ABSENCE-HIST.DAT for the employees paid.
       01  Absence-Table.
        02  ABT-Entry OCCURS 500 TIMES.
         03 ABT-Emp-Id               PIC X(5).
         03 ABT-Date                 PIC 9(8).
         03 ABT-Type                 PIC X.
         03 ABT-Hours                PIC 9(3)V99.
         03 ABT-Paid-Sw              PIC X.
       01  ABT-Count                 PIC 9(3) VALUE ZERO.
       01  ABT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  This-Tax                  PIC 9(6)V99 VALUE ZERO.
       01  This-Prsi                 PIC 9(6)V99 VALUE ZERO.
       01  Employer-Prsi-Rate        PIC 9V9999 VALUE .1105.
       01  This-Er-Pension           PIC 9(6)V99 VALUE ZERO.
       01  Total-Er-Pension-Pay      PIC 9(8)V99 VALUE ZERO.

      * Members in the scheme on the run date.
       01  WS-PensionScheme-Status   PIC XX.
           88 PensionSchemeFile-Present VALUE "00".
       01  WS-PensionHist-Status     PIC XX.
       01  Pension-Member-Table.
        02  PMT-Entry OCCURS 200 TIMES.
         03 PMT-Emp-Id               PIC X(5).
         03 PMT-Scheme               PIC X(6).
         03 PMT-Member-Ref           PIC X(10).
         03 PMT-Ee-Rate              PIC 9V9999.
         03 PMT-Er-Rate              PIC 9V9999.
       01  PMT-Count                 PIC 9(3) VALUE ZERO.
       01  PMT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  PMT-Found-Idx             PIC 9(3) VALUE ZERO.
       01  PMT-Found-Sw              PIC X VALUE "N".
           88 PMT-Found              VALUE "Y".

      * The run's contributions per scheme - blank for pensions keyed
      * on the employee file outside any scheme.
       01  Pension-Scheme-Totals.
        02  PST-Entry OCCURS 10 TIMES.
         03 PST-Scheme               PIC X(6).
         03 PST-Members              PIC 9(5).
         03 PST-Ee-Total             PIC 9(8)V99.
         03 PST-Er-Total             PIC 9(8)V99.
       01  PST-Count                 PIC 99 VALUE ZERO.
       01  PST-Scan-Idx              PIC 99 VALUE ZERO.
       01  PST-Found-Idx             PIC 99 VALUE ZERO.
       01  Pension-Detail-Count      PIC 9(5) VALUE ZERO.
       01  Pension-Ee-Total          PIC 9(9)V99 VALUE ZERO.
       01  Pension-Er-Total          PIC 9(9)V99 VALUE ZERO.
       01  This-Er-Prsi              PIC 9(6)V99 VALUE ZERO.
       01  Total-Er-Prsi-Pay         PIC 9(8)V99 VALUE ZERO.

       01  WS-BranchMaster-Status    PIC XX.
           88 BranchMaster-Present   VALUE "00".
       01  Branch-Master-Table.
        02  BRT-Entry OCCURS 20 TIMES.
         03 BRT-Branch-Id            PIC X(3).
       01  Branch-Count              PIC 99 VALUE ZERO.
       01  Branch-Master-Loaded-Sw   PIC X VALUE "N".
           88 Branch-Master-Loaded   VALUE "Y".
       01  Branch-Found-Sw           PIC X VALUE "N".
           88 Branch-Found           VALUE "Y".
       01  Branch-Scan-Idx           PIC 99 VALUE ZERO.

      * One employee's cost split: a part per branch, weighted by
      * the pay its hours earned (overtime at the multiplier), so an
      * hourly employee's gross divides exactly as it was built.
       01  Employee-Branch-Parts.
        02  EBP-Entry OCCURS 7 TIMES.
         03 EBP-Branch               PIC X(3).
         03 EBP-Hours                PIC 9(4)V99.
         03 EBP-Weight               PIC 9(5)V9999.
       01  EBP-Count                 PIC 9 VALUE ZERO.
       01  EBP-Scan-Idx              PIC 9 VALUE ZERO.
       01  EBP-Found-Idx             PIC 9 VALUE ZERO.
       01  Home-Branch               PIC X(3) VALUE SPACES.
       01  Part-Branch               PIC X(3) VALUE SPACES.
       01  Part-Hours                PIC 9(4)V99 VALUE ZERO.
       01  Part-Weight               PIC 9(5)V9999 VALUE ZERO.
       01  Part-Gross                PIC 9(6)V99 VALUE ZERO.
       01  Part-Er-Prsi              PIC 9(6)V99 VALUE ZERO.
       01  Part-Er-Pension           PIC 9(6)V99 VALUE ZERO.
       01  Weight-Total              PIC 9(6)V9999 VALUE ZERO.
       01  Ot-Weight-Mult            PIC 9V99 VALUE ZERO.
       01  Gross-Left                PIC 9(6)V99 VALUE ZERO.
       01  Er-Prsi-Left              PIC 9(6)V99 VALUE ZERO.
       01  Er-Pension-Left           PIC 9(6)V99 VALUE ZERO.

      * The run's hours and cost per branch - slot 1 is head office,
      * which also takes anything past the table.
       01  WS-LabourCost-Status      PIC XX.
       01  Labour-Branch-Table.
        02  LBT-Entry OCCURS 30 TIMES.
         03 LBT-Branch               PIC X(3).
         03 LBT-Hours                PIC 9(6)V99.
         03 LBT-Gross                PIC 9(8)V99.
         03 LBT-Er-Prsi              PIC 9(7)V99.
         03 LBT-Er-Pension           PIC 9(7)V99.
       01  LBT-Count                 PIC 99 VALUE ZERO.
       01  LBT-Scan-Idx              PIC 99 VALUE ZERO.
       01  LBT-Found-Idx             PIC 99 VALUE ZERO.
       01  LBT-Found-Sw              PIC X VALUE "N".
           88 LBT-Found              VALUE "Y".

      * Standing deductions, loaded from DEDUCTION.DAT and rewritten
      * at end of run alongside LEAVEBAL.DAT. The taken switch marks
      * the rows already dealt with for the employee in hand.
       01  WS-Deductions-Status      PIC XX.
           88 DeductionsFile-Present VALUE "00".
       01  Deduction-Table.
        02  DDT-Entry OCCURS 300 TIMES.
         03 DDT-Emp-Id               PIC X(5).
         03 DDT-Type                 PIC X.
         03 DDT-Reference            PIC X(12).
         03 DDT-Priority             PIC 99.
         03 DDT-Amount               PIC 9(5)V99.
         03 DDT-Percent              PIC 99V99.
         03 DDT-Total-Owed           PIC 9(7)V99.
         03 DDT-Balance              PIC 9(7)V99.
         03 DDT-Protected-Net        PIC 9(5)V99.
         03 DDT-Payee                PIC X(6).
         03 DDT-Payee-Name           PIC X(20).
         03 DDT-Status               PIC X.
         03 DDT-Emp-Name             PIC X(20).
         03 DDT-This-Amount          PIC 9(6)V99.
         03 DDT-Taken-Sw             PIC X.
         03 DDT-Short-Sw             PIC X.
       01  DDT-Count                 PIC 9(3) VALUE ZERO.
       01  DDT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  DDT-Found-Idx             PIC 9(3) VALUE ZERO.
       01  Deductions-Eof-Sw         PIC X VALUE "N".
           88 Deductions-Eof         VALUE "Y".
       01  Deduction-Overflow-Sw     PIC X VALUE "N".
           88 Deduction-Overflow     VALUE "Y".
       01  Deductions-Done-Sw        PIC X VALUE "N".
           88 Deductions-Done        VALUE "Y".
       01  Deduction-Short-Sw        PIC X VALUE "N".
           88 Deduction-Short        VALUE "Y".
       01  Attachable-Net            PIC 9(6)V99 VALUE ZERO.
       01  Protected-Net             PIC 9(5)V99 VALUE ZERO.
       01  Deduction-Wanted          PIC 9(7)V99 VALUE ZERO.
       01  Deduction-Available       PIC 9(6)V99 VALUE ZERO.
       01  Deduction-Taken           PIC 9(6)V99 VALUE ZERO.
       01  Other-Deductions          PIC 9(6)V99 VALUE ZERO.
       01  Total-Third-Party-Pay     PIC 9(8)V99 VALUE ZERO.
       01  Total-Loan-Pay            PIC 9(8)V99 VALUE ZERO.

      * The payees with something deducted this run, in the order
      * first met - the register's grouping.
       01  Deduction-Payee-Table.
        02  DPT-Entry OCCURS 300 TIMES.
         03 DPT-Payee                PIC X(6).
         03 DPT-Payee-Name           PIC X(20).
       01  DPT-Count                 PIC 9(3) VALUE ZERO.
       01  DPT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  DPT-Found-Idx             PIC 9(3) VALUE ZERO.
       01  Payee-Total               PIC 9(8)V99 VALUE ZERO.
       01  Register-Total            PIC 9(8)V99 VALUE ZERO.

       01  Register-Heading.
        02  FILLER                   PIC X(38) VALUE
             "DEDUCTIONS REGISTER BY PAYEE - PERIOD ".
        02  RGH-Period               PIC X(20).

       01  Register-Payee-Line.
        02  FILLER                   PIC X(6) VALUE "PAYEE ".
        02  RGP-Payee                PIC X(6).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  RGP-Payee-Name           PIC X(20).

       01  Register-Topic.
        02  FILLER                   PIC X(9)  VALUE "  EMP-ID".
        02  FILLER                   PIC X(21) VALUE "EMPLOYEE NAME".
        02  FILLER                   PIC X(11) VALUE "TYPE".
        02  FILLER                   PIC X(13) VALUE "REFERENCE".
        02  FILLER                   PIC X(11) VALUE "  DEDUCTED".
        02  FILLER                   PIC X(13) VALUE "     BALANCE".

       01  Register-Detail.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  RGD-Emp-Id               PIC X(5).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  RGD-Emp-Name             PIC X(20).
        02  FILLER                   PIC X VALUE SPACE.
        02  RGD-Type                 PIC X(10).
        02  FILLER                   PIC X VALUE SPACE.
        02  RGD-Reference            PIC X(12).
        02  FILLER                   PIC X VALUE SPACE.
        02  RGD-Amount               PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  RGD-Balance              PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  RGD-Note                 PIC X(8).

       01  Register-Total-Line.
        02  FILLER                   PIC X(42) VALUE SPACES.
        02  RGT-Caption              PIC X(12).
        02  RGT-Amount               PIC ZZZ,ZZ9.99.

       01  Bank-Detail-Count         PIC 9(5) VALUE ZERO.
       01  Bank-Detail-Total         PIC 9(9)V99 VALUE ZERO.
        02  PSM-Caption              PIC X(14).
        02  PSM-Amount               PIC ZZZ,ZZ9.99.

       01  Payslip-Deduction-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  PSD-Caption              PIC X(14).
        02  PSD-Amount               PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  PSD-Reference            PIC X(12).
        02  PSD-Balance-Part.
         03 PSD-Bal-Caption          PIC X(5)  VALUE " BAL ".
         03 PSD-Balance              PIC Z,ZZZ,ZZ9.99.

       01  Payslip-Note-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  PSN-Text                 PIC X(40).
       01  WS-JobLog-Status           PIC XX.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-Run-Date              PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Gate-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Pay-Period.
           PERFORM Check-Period-Status.
           IF Period-Closed
           PERFORM Load-Tax-Bands.
           PERFORM Load-Prsi-Rules.
           PERFORM Load-Pay-Ytd.
           PERFORM Load-Leave-Balances.
           PERFORM Load-Branch-Master.
           PERFORM Load-Pension-Members.
           PERFORM Load-Deductions.
           PERFORM Load-Timesheets.
           MOVE 1 TO LBT-Count.
           MOVE "HO " TO LBT-Branch(1).
           MOVE ZERO TO LBT-Hours(1) LBT-Gross(1) LBT-Er-Prsi(1)
                        LBT-Er-Pension(1).
           IF Pay-Ytd-Overflow
               DISPLAY "PAYROLL1: PAYYTD.DAT EXCEEDS THE CUMULATIVE "
                   "TABLE - RUN ABORTED, NOTHING PAID"
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           IF Leave-Overflow
               DISPLAY "PAYROLL1: LEAVEBAL.DAT EXCEEDS THE LEAVE "
                   "TABLE - RUN ABORTED, NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           IF Deduction-Overflow
               DISPLAY "PAYROLL1: DEDUCTION.DAT EXCEEDS THE DEDUCTION "
                   "TABLE - RUN ABORTED, NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           OPEN INPUT EmployeeFile.
           OPEN OUTPUT PayrollReport.
           OPEN OUTPUT Payslips.
           OPEN OUTPUT BankPay.
           OPEN OUTPUT PensionCont.
           PERFORM Write-Pension-Header.
           OPEN OUTPUT PayrollExceptions.
           PERFORM Print-Report-Heading.

           END-PERFORM.

           PERFORM Print-Payroll-Totals.
           PERFORM Print-Deduction-Register.
      * A new employee past a table mid-run: every carried file is
      * left at its prior position and nothing is booked, so the
      * rerun starts from where this one did. The run is held before
      * the trailers go out so the bank file says so.
           IF Pay-Ytd-Overflow
               DISPLAY "PAYROLL1: PAY YTD TABLE FULL - PAYYTD.DAT "
                   "NOT UPDATED THIS RUN"
               SET Bank-File-Held TO TRUE
           END-IF.
           IF Leave-Overflow
               DISPLAY "PAYROLL1: LEAVE TABLE FULL - LEAVEBAL.DAT "
                   "NOT UPDATED THIS RUN"
               SET Bank-File-Held TO TRUE
           END-IF.
           IF Deduction-Overflow
               DISPLAY "PAYROLL1: DEDUCTION TABLE FULL - DEDUCTION.DAT "
                   "NOT UPDATED THIS RUN"
               SET Bank-File-Held TO TRUE
           END-IF.
           PERFORM Write-Bank-Trailer.
           PERFORM Write-Pension-Trailer.
           IF Pay-Ytd-Overflow OR Leave-Overflow OR Deduction-Overflow
               DISPLAY "PAYROLL1: NO FILE UPDATED AND NOTHING POSTED "
                   "THIS RUN"
           ELSE
               PERFORM Save-Pay-Ytd
               PERFORM Save-Leave-Balances
               PERFORM Save-Deductions
               PERFORM Save-Absence-History
                   THRU Save-Absence-History-Exit
      * The journal only posts when the run stood - a held run's
      * rerun must not find these wages already booked.
               PERFORM Post-Payroll-To-Ledger
                   THRU Post-Payroll-To-Ledger-Exit
               PERFORM Save-Labour-Cost
                   THRU Save-Labour-Cost-Exit
               PERFORM Save-Pension-History
                   THRU Save-Pension-History-Exit
           END-IF.

           CLOSE EmployeeFile.
           CLOSE PayrollReport.
           CLOSE Payslips.
           CLOSE BankPay.
           CLOSE PensionCont.
           CLOSE PayrollExceptions.
           IF Employees-Held-Count > ZERO
               DISPLAY "PAYROLL1: " Employees-Held-Count
                   " EMPLOYEE(S) HELD - SEE PAYROLL-EXCEPT.RPT"
           END-IF.
           IF Leavers-Skipped-Count > ZERO
               DISPLAY "PAYROLL1: " Leavers-Skipped-Count
                   " LEAVER(S) NOT PAID"
           END-IF.
           IF Bank-File-Held
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
           PERFORM Release-Run-Lock.
           GOBACK.

           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * The pay run itself on the job log - a held bank file shows
      * as its non-zero RETURN-CODE - so the close-readiness check
      * can see the month was paid.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Gate-Run-Date TO JL-Run-Date.
           MOVE "PAYROLL1" TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-End-Time(1:6) TO JL-End-Time.
           MOVE RETURN-CODE TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE Bank-Detail-Count TO JL-Records-Released.
           MOVE "RUN" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

       Print-Report-Heading.
           WRITE Print-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
      * stays as keyed, and the employee's cumulative position rolls
      * forward.
       Process-One-Employee.
           IF Emp-Left
               ADD 1 TO Leavers-Skipped-Count
               GO TO Process-One-Employee-Exit
           END-IF.
           PERFORM Resolve-Gross-Pay THRU Resolve-Gross-Pay-Exit.
           IF Employee-Held
               GO TO Process-One-Employee-Exit
           PERFORM Compute-Employee-Tax
               THRU Compute-Employee-Tax-Exit.
           PERFORM Compute-Employee-Prsi.
           COMPUTE This-Er-Prsi ROUNDED =
               Emp-GrossPay * Employer-Prsi-Rate.
           PERFORM Compute-Employee-Pension.
           ADD This-Tax This-Prsi Emp-Pension
               GIVING Total-Deductions.
           SUBTRACT Total-Deductions FROM Emp-GrossPay
               GIVING Net-Pay.
           PERFORM Take-Employee-Deductions.
           ADD Other-Deductions TO Total-Deductions.

           PERFORM Roll-Employee-Ytd.
           PERFORM Roll-Employee-Leave.

           MOVE Emp-Id TO PD-EmpId.
           MOVE Emp-Name TO PD-EmpName.

           PERFORM Write-One-Payslip.
           PERFORM Write-One-Bank-Detail.
           PERFORM Write-One-Pension-Detail.

           ADD Net-Pay TO Total-Net-Pay.
           ADD Emp-GrossPay TO Total-Gross-Pay.
           ADD This-Tax TO Total-Tax-Pay.
           ADD This-Prsi TO Total-PRSI-Pay.
           ADD Emp-Pension TO Total-Pension-Pay.
           ADD This-Er-Prsi TO Total-Er-Prsi-Pay.
           ADD This-Er-Pension TO Total-Er-Pension-Pay.
           PERFORM Distribute-Labour-Cost.

       Process-One-Employee-Exit.
           EXIT.
      * an hourly employee with no timesheet, or two, is held out of
      * the whole run (report, payslip, bank file alike) so the bank
      * trailer still proves against the report.
      * Holiday is checked for everyone first - hours beyond the
      * balance plus this period's accrual hold the employee.
       Resolve-Gross-Pay.
           MOVE "N" TO Employee-Held-Sw.
           PERFORM Find-Employee-Timesheet.
           PERFORM Check-Holiday-Balance.
           IF Employee-Held
               GO TO Resolve-Gross-Pay-Exit
           END-IF.
           IF TST-Found
              AND TST-Branch-Bad-Sw(TST-Found-Idx) = "U"
               MOVE "UNKNOWN BRANCH ON TIMESHEET" TO PE-Reason
               PERFORM Hold-One-Employee
               GO TO Resolve-Gross-Pay-Exit
           END-IF.
           IF TST-Found
              AND TST-Branch-Bad-Sw(TST-Found-Idx) = "M"
               MOVE "TOO MANY BRANCHES ON SHEET" TO PE-Reason
               PERFORM Hold-One-Employee
               GO TO Resolve-Gross-Pay-Exit
           END-IF.
           IF NOT Hourly-Paid
               PERFORM Deduct-Unpaid-Leave
                   THRU Deduct-Unpaid-Leave-Exit
               GO TO Resolve-Gross-Pay-Exit
           END-IF.
           IF NOT TST-Found
               MOVE "NO TIMESHEET THIS PERIOD" TO PE-Reason
               PERFORM Hold-One-Employee
               PERFORM Hold-One-Employee
               GO TO Resolve-Gross-Pay-Exit
           END-IF.
      * Holiday hours pay at the ordinary rate; sick and unpaid
      * hours are simply not worked hours.
           COMPUTE Emp-GrossPay ROUNDED =
               TST-Ord-Hours(TST-Found-Idx) * Emp-Hourly-Rate
               + TST-Hol-Hours(TST-Found-Idx) * Emp-Hourly-Rate
               + TST-OT-Hours(TST-Found-Idx) * Emp-Hourly-Rate
                   * Emp-OT-Mult.

       Resolve-Gross-Pay-Exit.
           EXIT.

       Check-Holiday-Balance.
           MOVE ZERO TO This-Hol-Hours.
           MOVE ZERO TO This-Accrual.
           IF TST-Found
               MOVE TST-Hol-Hours(TST-Found-Idx) TO This-Hol-Hours
           END-IF.
           IF Emp-Accrual-Hours IS NUMERIC
               MOVE Emp-Accrual-Hours TO This-Accrual
           END-IF.
           PERFORM Find-Employee-Leave.
           MOVE This-Accrual TO Leave-Available.
           IF LVT-Found
               ADD LVT-Balance(LVT-Found-Idx) TO Leave-Available
           END-IF.
           IF This-Hol-Hours > Leave-Available
               MOVE "HOLIDAY BEYOND LEAVE BALANCE" TO PE-Reason
               PERFORM Hold-One-Employee
           END-IF.

      * A salary pays the same for a holiday; unpaid hours come off
      * pro rata to the contract's hours for the period.
       Deduct-Unpaid-Leave.
           IF NOT TST-Found
               GO TO Deduct-Unpaid-Leave-Exit
           END-IF.
           IF TST-Unpaid-Hours(TST-Found-Idx) = ZERO
               GO TO Deduct-Unpaid-Leave-Exit
           END-IF.
           IF Emp-Contract-Hours IS NOT NUMERIC
              OR Emp-Contract-Hours = ZERO
               MOVE "NO CONTRACT HOURS FOR UNPAID" TO PE-Reason
               PERFORM Hold-One-Employee
               GO TO Deduct-Unpaid-Leave-Exit
           END-IF.
           COMPUTE Unpaid-Deduction ROUNDED =
               Emp-GrossPay * TST-Unpaid-Hours(TST-Found-Idx)
                   / Emp-Contract-Hours.
           IF Unpaid-Deduction > Emp-GrossPay
               MOVE ZERO TO Emp-GrossPay
           ELSE
               SUBTRACT Unpaid-Deduction FROM Emp-GrossPay
           END-IF.

       Deduct-Unpaid-Leave-Exit.
           EXIT.

      * Worked lines cost to their branch (blank to home), holiday
      * hours to home; with nothing timed - a salary with no sheet -
      * the whole cost goes home against the contract hours. The
      * last part takes what rounding leaves, so the parts add back
      * to the employee's figures exactly.
       Distribute-Labour-Cost.
           MOVE Emp-Home-Branch TO Home-Branch.
           IF Home-Branch = SPACES
               MOVE "HO " TO Home-Branch
           END-IF.
           MOVE 1 TO Ot-Weight-Mult.
           IF Hourly-Paid AND Emp-OT-Mult IS NUMERIC
               MOVE Emp-OT-Mult TO Ot-Weight-Mult
           END-IF.
           MOVE ZERO TO EBP-Count.
           MOVE ZERO TO Weight-Total.
           PERFORM Find-Employee-Timesheet.
           IF TST-Found
               PERFORM VARYING TST-Split-Idx FROM 1 BY 1
                       UNTIL TST-Split-Idx >
                             TST-Split-Count(TST-Found-Idx)
                   IF TST-Br-Id(TST-Found-Idx, TST-Split-Idx) = SPACES
                       MOVE Home-Branch TO Part-Branch
                   ELSE
                       MOVE TST-Br-Id(TST-Found-Idx, TST-Split-Idx)
                         TO Part-Branch
                   END-IF
                   COMPUTE Part-Hours =
                       TST-Br-Ord(TST-Found-Idx, TST-Split-Idx)
                       + TST-Br-OT(TST-Found-Idx, TST-Split-Idx)
                   COMPUTE Part-Weight =
                       TST-Br-Ord(TST-Found-Idx, TST-Split-Idx)
                       + TST-Br-OT(TST-Found-Idx, TST-Split-Idx)
                           * Ot-Weight-Mult
                   PERFORM Add-Employee-Part
               END-PERFORM
               IF TST-Hol-Hours(TST-Found-Idx) > ZERO
                   MOVE Home-Branch TO Part-Branch
                   MOVE TST-Hol-Hours(TST-Found-Idx) TO Part-Hours
                   MOVE TST-Hol-Hours(TST-Found-Idx) TO Part-Weight
                   PERFORM Add-Employee-Part
               END-IF
           END-IF.
           IF Weight-Total = ZERO
               MOVE Home-Branch TO Part-Branch
               MOVE ZERO TO Part-Hours
               IF NOT Hourly-Paid AND Emp-Contract-Hours IS NUMERIC
                   MOVE Emp-Contract-Hours TO Part-Hours
               END-IF
               MOVE 1 TO Part-Weight
               PERFORM Add-Employee-Part
           END-IF.
           MOVE Emp-GrossPay TO Gross-Left.
           MOVE This-Er-Prsi TO Er-Prsi-Left.
           MOVE This-Er-Pension TO Er-Pension-Left.
           PERFORM VARYING EBP-Scan-Idx FROM 1 BY 1
                   UNTIL EBP-Scan-Idx > EBP-Count
               IF EBP-Scan-Idx = EBP-Count
                   MOVE Gross-Left TO Part-Gross
                   MOVE Er-Prsi-Left TO Part-Er-Prsi
                   MOVE Er-Pension-Left TO Part-Er-Pension
               ELSE
                   COMPUTE Part-Gross ROUNDED = Emp-GrossPay
                       * EBP-Weight(EBP-Scan-Idx) / Weight-Total
                   COMPUTE Part-Er-Prsi ROUNDED = This-Er-Prsi
                       * EBP-Weight(EBP-Scan-Idx) / Weight-Total
                   IF Part-Gross > Gross-Left
                       MOVE Gross-Left TO Part-Gross
                   END-IF
                   COMPUTE Part-Er-Pension ROUNDED = This-Er-Pension
                       * EBP-Weight(EBP-Scan-Idx) / Weight-Total
                   IF Part-Er-Prsi > Er-Prsi-Left
                       MOVE Er-Prsi-Left TO Part-Er-Prsi
                   END-IF
                   IF Part-Er-Pension > Er-Pension-Left
                       MOVE Er-Pension-Left TO Part-Er-Pension
                   END-IF
                   SUBTRACT Part-Gross FROM Gross-Left
                   SUBTRACT Part-Er-Prsi FROM Er-Prsi-Left
                   SUBTRACT Part-Er-Pension FROM Er-Pension-Left
               END-IF
               PERFORM Add-To-Labour-Branch
           END-PERFORM.

       Add-Employee-Part.
           MOVE ZERO TO EBP-Found-Idx.
           PERFORM VARYING EBP-Scan-Idx FROM 1 BY 1
                   UNTIL EBP-Scan-Idx > EBP-Count
                      OR EBP-Found-Idx > ZERO
               IF EBP-Branch(EBP-Scan-Idx) = Part-Branch
                   MOVE EBP-Scan-Idx TO EBP-Found-Idx
               END-IF
           END-PERFORM.
           IF EBP-Found-Idx = ZERO AND EBP-Count < 7
               ADD 1 TO EBP-Count
               MOVE EBP-Count TO EBP-Found-Idx
               MOVE Part-Branch TO EBP-Branch(EBP-Found-Idx)
               MOVE ZERO TO EBP-Hours(EBP-Found-Idx)
               MOVE ZERO TO EBP-Weight(EBP-Found-Idx)
           END-IF.
           IF EBP-Found-Idx > ZERO
               ADD Part-Hours TO EBP-Hours(EBP-Found-Idx)
               ADD Part-Weight TO EBP-Weight(EBP-Found-Idx)
               ADD Part-Weight TO Weight-Total
           END-IF.

       Add-To-Labour-Branch.
           MOVE "N" TO LBT-Found-Sw.
           MOVE 1 TO LBT-Found-Idx.
           PERFORM VARYING LBT-Scan-Idx FROM 1 BY 1
                   UNTIL LBT-Scan-Idx > LBT-Count OR LBT-Found
               IF LBT-Branch(LBT-Scan-Idx) = EBP-Branch(EBP-Scan-Idx)
                   MOVE "Y" TO LBT-Found-Sw
                   MOVE LBT-Scan-Idx TO LBT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT LBT-Found AND LBT-Count < 30
               ADD 1 TO LBT-Count
               MOVE LBT-Count TO LBT-Found-Idx
               MOVE EBP-Branch(EBP-Scan-Idx)
                 TO LBT-Branch(LBT-Found-Idx)
               MOVE ZERO TO LBT-Hours(LBT-Found-Idx)
               MOVE ZERO TO LBT-Gross(LBT-Found-Idx)
               MOVE ZERO TO LBT-Er-Prsi(LBT-Found-Idx)
               MOVE ZERO TO LBT-Er-Pension(LBT-Found-Idx)
           END-IF.
           ADD EBP-Hours(EBP-Scan-Idx) TO LBT-Hours(LBT-Found-Idx).
           ADD Part-Gross TO LBT-Gross(LBT-Found-Idx).
           ADD Part-Er-Prsi TO LBT-Er-Prsi(LBT-Found-Idx).
           ADD Part-Er-Pension TO LBT-Er-Pension(LBT-Found-Idx).

       Find-Employee-Timesheet.
           MOVE "N" TO TST-Found-Sw.
           MOVE ZERO TO TST-Found-Idx.
                   MOVE TST-Scan-Idx TO TST-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT TST-Found AND TST-Count < 200
               ADD 1 TO TST-Count
               MOVE TST-Count TO TST-Found-Idx
               MOVE "Y" TO TST-Found-Sw
               MOVE TS-Emp-Id TO TST-Emp-Id(TST-Count)
               MOVE ZERO TO TST-Ord-Hours(TST-Count)
               MOVE ZERO TO TST-OT-Hours(TST-Count)
               MOVE SPACE TO TST-Dup-Sw(TST-Count)
               MOVE "N" TO TST-Worked-Sw(TST-Count)
               MOVE ZERO TO TST-Hol-Hours(TST-Count)
               MOVE ZERO TO TST-Sick-Hours(TST-Count)
               MOVE ZERO TO TST-Unpaid-Hours(TST-Count)
               MOVE SPACE TO TST-Branch-Bad-Sw(TST-Count)
               MOVE ZERO TO TST-Split-Count(TST-Count)
           END-IF.
           IF TST-Found
               EVALUATE TRUE
                   WHEN TS-Worked
                       PERFORM Hold-Worked-Line
                   WHEN TS-Holiday
                       ADD TS-Ord-Hours TO TST-Hol-Hours(TST-Found-Idx)
                       PERFORM Hold-Absence-Line
                   WHEN TS-Sick
                       ADD TS-Ord-Hours
                         TO TST-Sick-Hours(TST-Found-Idx)
                       PERFORM Hold-Absence-Line
                   WHEN TS-Unpaid
                       ADD TS-Ord-Hours
                         TO TST-Unpaid-Hours(TST-Found-Idx)
                       PERFORM Hold-Absence-Line
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * A second worked line for a branch already on the sheet is
      * the duplicate; lines for different branches add together.
       Hold-Worked-Line.
           MOVE "Y" TO TST-Worked-Sw(TST-Found-Idx).
           PERFORM Check-Branch-Code.
           IF NOT Branch-Found
               MOVE "U" TO TST-Branch-Bad-Sw(TST-Found-Idx)
           END-IF.
           MOVE "N" TO TST-Split-Found-Sw.
           PERFORM VARYING TST-Split-Idx FROM 1 BY 1
                   UNTIL TST-Split-Idx > TST-Split-Count(TST-Found-Idx)
                      OR TST-Split-Found
               IF TST-Br-Id(TST-Found-Idx, TST-Split-Idx) = TS-Branch
                   MOVE "Y" TO TST-Split-Found-Sw
               END-IF
           END-PERFORM.
           IF TST-Split-Found
               MOVE "Y" TO TST-Dup-Sw(TST-Found-Idx)
           ELSE
               IF TST-Split-Count(TST-Found-Idx) < 6
                   ADD 1 TO TST-Split-Count(TST-Found-Idx)
                   MOVE TST-Split-Count(TST-Found-Idx)
                     TO TST-Split-Idx
                   MOVE TS-Branch
                     TO TST-Br-Id(TST-Found-Idx, TST-Split-Idx)
                   MOVE TS-Ord-Hours
                     TO TST-Br-Ord(TST-Found-Idx, TST-Split-Idx)
                   MOVE TS-OT-Hours
                     TO TST-Br-OT(TST-Found-Idx, TST-Split-Idx)
                   ADD TS-Ord-Hours TO TST-Ord-Hours(TST-Found-Idx)
                   ADD TS-OT-Hours TO TST-OT-Hours(TST-Found-Idx)
               ELSE
                   MOVE "M" TO TST-Branch-Bad-Sw(TST-Found-Idx)
               END-IF
           END-IF.

       Load-Branch-Master.
           OPEN INPUT BranchMaster.
           IF BranchMaster-Present
               MOVE "Y" TO Branch-Master-Loaded-Sw
               READ BranchMaster
                   AT END SET End-Of-Branch-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Branch-Master
                   IF Branch-Count < 20
                       ADD 1 TO Branch-Count
                       MOVE BRF-Branch-Id
                         TO BRT-Branch-Id(Branch-Count)
                   END-IF
                   READ BranchMaster
                       AT END SET End-Of-Branch-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchMaster
           END-IF.

      * Blank (the home branch) and head office are always good.
       Check-Branch-Code.
           MOVE "N" TO Branch-Found-Sw.
           IF TS-Branch = SPACES OR TS-Branch = "HO "
              OR NOT Branch-Master-Loaded
               MOVE "Y" TO Branch-Found-Sw
           END-IF.
           PERFORM VARYING Branch-Scan-Idx FROM 1 BY 1
                   UNTIL Branch-Scan-Idx > Branch-Count
                      OR Branch-Found
               IF BRT-Branch-Id(Branch-Scan-Idx) = TS-Branch
                   MOVE "Y" TO Branch-Found-Sw
               END-IF
           END-PERFORM.

      * An absence line with no usable date is taken as the run date.
       Hold-Absence-Line.
           IF ABT-Count < 500
               ADD 1 TO ABT-Count
               MOVE TS-Emp-Id TO ABT-Emp-Id(ABT-Count)
               IF TS-Absence-Date IS NUMERIC
                  AND TS-Absence-Date > ZERO
                   MOVE TS-Absence-Date TO ABT-Date(ABT-Count)
               ELSE
                   MOVE Gate-Run-Date TO ABT-Date(ABT-Count)
               END-IF
               MOVE TS-Absence-Type TO ABT-Type(ABT-Count)
               MOVE TS-Ord-Hours TO ABT-Hours(ABT-Count)
               MOVE "N" TO ABT-Paid-Sw(ABT-Count)
           END-IF.

       Write-One-Payslip.
           MOVE Emp-Pension TO PSM-Amount.
           WRITE Payslip-Line FROM Payslip-Money-Line
            AFTER ADVANCING 1 LINE.
           IF This-Er-Pension > ZERO
               MOVE "EMPR PENSION :" TO PSM-Caption
               MOVE This-Er-Pension TO PSM-Amount
               WRITE Payslip-Line FROM Payslip-Money-Line
                AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING DDT-Scan-Idx FROM 1 BY 1
                   UNTIL DDT-Scan-Idx > DDT-Count
               IF DDT-Emp-Id(DDT-Scan-Idx) = Emp-Id
                  AND DDT-Taken-Sw(DDT-Scan-Idx) = "Y"
                   PERFORM Write-One-Payslip-Deduction
               END-IF
           END-PERFORM.
           MOVE "NET PAY      :" TO PSM-Caption.
           MOVE Net-Pay TO PSM-Amount.
           WRITE Payslip-Line FROM Payslip-Money-Line
            AFTER ADVANCING 1 LINE.
           IF This-Hol-Hours > ZERO
               MOVE "HOLIDAY HRS  :" TO PSM-Caption
               MOVE This-Hol-Hours TO PSM-Amount
               WRITE Payslip-Line FROM Payslip-Money-Line
                AFTER ADVANCING 1 LINE
           END-IF.
           IF LVT-Found-Idx >= 1
               MOVE "LEAVE BAL HRS:" TO PSM-Caption
               MOVE LVT-Balance(LVT-Found-Idx) TO PSM-Amount
               WRITE Payslip-Line FROM Payslip-Money-Line
                AFTER ADVANCING 1 LINE
           END-IF.
           IF Emp-BankSort = SPACES OR Emp-BankAcct = SPACES
               MOVE "** NO BANK DETAILS - PAY BY CHEQUE **"
                 TO PSN-Text
               WRITE Payslip-Line FROM Payslip-Note-Line
                AFTER ADVANCING 1 LINE
           END-IF.
           IF Deduction-Short
               MOVE "** DEDUCTION LIMITED BY PROTECTED PAY **"
                 TO PSN-Text
               WRITE Payslip-Line FROM Payslip-Note-Line
                AFTER ADVANCING 1 LINE
           END-IF.

      * The balance shows only where there is a total owed to count
      * down - an open-ended order has none.
       Write-One-Payslip-Deduction.
           EVALUATE DDT-Type(DDT-Scan-Idx)
               WHEN "A"
                   MOVE "ATTACHMENT   :" TO PSD-Caption
               WHEN "L"
                   MOVE "LOAN REPAYMT :" TO PSD-Caption
               WHEN OTHER
                   MOVE "DEDUCTION    :" TO PSD-Caption
           END-EVALUATE.
           MOVE DDT-This-Amount(DDT-Scan-Idx) TO PSD-Amount.
           MOVE DDT-Reference(DDT-Scan-Idx) TO PSD-Reference.
           IF DDT-Total-Owed(DDT-Scan-Idx) > ZERO
               MOVE " BAL " TO PSD-Bal-Caption
               MOVE DDT-Balance(DDT-Scan-Idx) TO PSD-Balance
           ELSE
               MOVE SPACES TO PSD-Balance-Part
           END-IF.
           WRITE Payslip-Line FROM Payslip-Deduction-Line
            AFTER ADVANCING 1 LINE.

       Write-One-Bank-Detail.
           IF Emp-BankSort = SPACES OR Emp-BankAcct = SPACES
           IF Bank-Detail-Total NOT = Total-Net-Pay
               SET Bank-File-Held TO TRUE
           END-IF.
           IF Bank-Detail-Total NOT = Total-Net-Pay
               DISPLAY "PAYROLL1: BANKPAY.DAT TOTAL "
                   Bank-Detail-Total " DOES NOT EQUAL REPORT NET "
                   Total-Net-Pay " - DO NOT RELEASE"
           ELSE
               IF Bank-File-Held
                   DISPLAY "PAYROLL1: BANKPAY.DAT HELD - DO NOT RELEASE"
               END-IF
           END-IF.

      * A member counts from the joined date up to (not including)
      * the left date; blank dates are open-ended.
       Load-Pension-Members.
           OPEN INPUT PensionScheme.
           IF PensionSchemeFile-Present
               READ PensionScheme
                   AT END SET End-Of-Pension-Schemes TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Pension-Schemes
                   IF (PSC-Joined IS NOT NUMERIC
                       OR PSC-Joined NOT > Gate-Run-Date)
                      AND (PSC-Left IS NOT NUMERIC
                       OR PSC-Left = ZERO
                       OR PSC-Left > Gate-Run-Date)
                      AND PMT-Count < 200
                       ADD 1 TO PMT-Count
                       MOVE PSC-Emp-Id TO PMT-Emp-Id(PMT-Count)
                       MOVE PSC-Scheme TO PMT-Scheme(PMT-Count)
                       MOVE PSC-Member-Ref TO PMT-Member-Ref(PMT-Count)
                       MOVE ZERO TO PMT-Ee-Rate(PMT-Count)
                       MOVE ZERO TO PMT-Er-Rate(PMT-Count)
                       IF PSC-Ee-Rate IS NUMERIC
                           MOVE PSC-Ee-Rate TO PMT-Ee-Rate(PMT-Count)
                       END-IF
                       IF PSC-Er-Rate IS NUMERIC
                           MOVE PSC-Er-Rate TO PMT-Er-Rate(PMT-Count)
                       END-IF
                   END-IF
                   READ PensionScheme
                       AT END SET End-Of-Pension-Schemes TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PensionScheme
           END-IF.

       Find-Pension-Member.
           MOVE "N" TO PMT-Found-Sw.
           MOVE ZERO TO PMT-Found-Idx.
           PERFORM VARYING PMT-Scan-Idx FROM 1 BY 1
                   UNTIL PMT-Scan-Idx > PMT-Count OR PMT-Found
               IF PMT-Emp-Id(PMT-Scan-Idx) = Emp-Id
                   MOVE "Y" TO PMT-Found-Sw
                   MOVE PMT-Scan-Idx TO PMT-Found-Idx
               END-IF
           END-PERFORM.

      * A member's deduction replaces the keyed Emp-Pension for this
      * run; the employer's share rides alongside.
       Compute-Employee-Pension.
           MOVE ZERO TO This-Er-Pension.
           PERFORM Find-Pension-Member.
           IF PMT-Found
               COMPUTE Emp-Pension ROUNDED =
                   Emp-GrossPay * PMT-Ee-Rate(PMT-Found-Idx)
               COMPUTE This-Er-Pension ROUNDED =
                   Emp-GrossPay * PMT-Er-Rate(PMT-Found-Idx)
           END-IF.

       Write-Pension-Header.
           MOVE "H" TO PC-Rec-Type.
           MOVE SPACES TO PC-Body.
           MOVE Pay-Period TO PCH-Period.
           MOVE Gate-Run-Date TO PCH-Run-Date.
           WRITE Pension-Cont-Rec.

       Write-One-Pension-Detail.
           PERFORM Find-Pension-Member.
           IF PMT-Found OR Emp-Pension > ZERO
               MOVE "D" TO PC-Rec-Type
               MOVE SPACES TO PC-Body
               IF PMT-Found
                   MOVE PMT-Scheme(PMT-Found-Idx) TO PCD-Scheme
                   MOVE PMT-Member-Ref(PMT-Found-Idx)
                     TO PCD-Member-Ref
               END-IF
               MOVE Emp-Id TO PCD-Emp-Id
               MOVE Emp-Name TO PCD-Emp-Name
               MOVE Emp-GrossPay TO PCD-Pensionable
               MOVE Emp-Pension TO PCD-Ee-Amount
               MOVE This-Er-Pension TO PCD-Er-Amount
               WRITE Pension-Cont-Rec
               ADD 1 TO Pension-Detail-Count
               ADD Emp-Pension TO Pension-Ee-Total
               ADD This-Er-Pension TO Pension-Er-Total
               PERFORM Add-To-Pension-Scheme
           END-IF.

      * Schemes past the table fold into the last slot's total.
       Add-To-Pension-Scheme.
           MOVE ZERO TO PST-Found-Idx.
           PERFORM VARYING PST-Scan-Idx FROM 1 BY 1
                   UNTIL PST-Scan-Idx > PST-Count
                      OR PST-Found-Idx > ZERO
               IF PST-Scheme(PST-Scan-Idx) = PCD-Scheme
                   MOVE PST-Scan-Idx TO PST-Found-Idx
               END-IF
           END-PERFORM.
           IF PST-Found-Idx = ZERO
               IF PST-Count < 10
                   ADD 1 TO PST-Count
                   MOVE PCD-Scheme TO PST-Scheme(PST-Count)
                   MOVE ZERO TO PST-Members(PST-Count)
                   MOVE ZERO TO PST-Ee-Total(PST-Count)
                   MOVE ZERO TO PST-Er-Total(PST-Count)
               END-IF
               MOVE PST-Count TO PST-Found-Idx
           END-IF.
           ADD 1 TO PST-Members(PST-Found-Idx).
           ADD Emp-Pension TO PST-Ee-Total(PST-Found-Idx).
           ADD This-Er-Pension TO PST-Er-Total(PST-Found-Idx).

       Write-Pension-Trailer.
           MOVE "T" TO PC-Rec-Type.
           MOVE SPACES TO PC-Body.
           MOVE Pension-Detail-Count TO PCT-Count.
           MOVE Pension-Ee-Total TO PCT-Ee-Total.
           MOVE Pension-Er-Total TO PCT-Er-Total.
           WRITE Pension-Cont-Rec.

      * A row with a total owed and nothing left on it is cleared,
      * however the status was keyed.
       Load-Deductions.
           OPEN INPUT Deductions.
           IF DeductionsFile-Present
               READ Deductions
                   AT END SET Deductions-Eof TO TRUE
               END-READ
               PERFORM UNTIL Deductions-Eof
                   IF DDT-Count < 300
                       ADD 1 TO DDT-Count
                       PERFORM Load-One-Deduction
                   ELSE
                       SET Deduction-Overflow TO TRUE
                   END-IF
                   READ Deductions
                       AT END SET Deductions-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Deductions
           END-IF.

       Load-One-Deduction.
           MOVE DED-Emp-Id TO DDT-Emp-Id(DDT-Count).
           MOVE DED-Type TO DDT-Type(DDT-Count).
           MOVE DED-Reference TO DDT-Reference(DDT-Count).
           MOVE DED-Payee TO DDT-Payee(DDT-Count).
           MOVE DED-Payee-Name TO DDT-Payee-Name(DDT-Count).
           MOVE DED-Status TO DDT-Status(DDT-Count).
           MOVE 99 TO DDT-Priority(DDT-Count).
           IF DED-Priority IS NUMERIC
               MOVE DED-Priority TO DDT-Priority(DDT-Count)
           END-IF.
           MOVE ZERO TO DDT-Amount(DDT-Count).
           IF DED-Amount IS NUMERIC
               MOVE DED-Amount TO DDT-Amount(DDT-Count)
           END-IF.
           MOVE ZERO TO DDT-Percent(DDT-Count).
           IF DED-Percent IS NUMERIC
               MOVE DED-Percent TO DDT-Percent(DDT-Count)
           END-IF.
           MOVE ZERO TO DDT-Total-Owed(DDT-Count).
           IF DED-Total-Owed IS NUMERIC
               MOVE DED-Total-Owed TO DDT-Total-Owed(DDT-Count)
           END-IF.
           IF DED-Balance IS NUMERIC
               MOVE DED-Balance TO DDT-Balance(DDT-Count)
           ELSE
               MOVE DDT-Total-Owed(DDT-Count) TO DDT-Balance(DDT-Count)
           END-IF.
           MOVE ZERO TO DDT-Protected-Net(DDT-Count).
           IF DED-Protected-Net IS NUMERIC
               MOVE DED-Protected-Net TO DDT-Protected-Net(DDT-Count)
           END-IF.
           IF DDT-Total-Owed(DDT-Count) > ZERO
              AND DDT-Balance(DDT-Count) = ZERO
               MOVE "C" TO DDT-Status(DDT-Count)
           END-IF.
           MOVE SPACES TO DDT-Emp-Name(DDT-Count).
           MOVE ZERO TO DDT-This-Amount(DDT-Count).
           MOVE "N" TO DDT-Taken-Sw(DDT-Count).
           MOVE "N" TO DDT-Short-Sw(DDT-Count).

      * The employee's protected net pay is the highest any of their
      * open deductions carries - the order that protects the most
      * binds them all. A percentage works on net after the
      * statutory deductions, before any of these.
       Take-Employee-Deductions.
           MOVE ZERO TO Other-Deductions.
           MOVE "N" TO Deduction-Short-Sw.
           MOVE Net-Pay TO Attachable-Net.
           MOVE ZERO TO Protected-Net.
           PERFORM VARYING DDT-Scan-Idx FROM 1 BY 1
                   UNTIL DDT-Scan-Idx > DDT-Count
               IF DDT-Emp-Id(DDT-Scan-Idx) = Emp-Id
                  AND DDT-Status(DDT-Scan-Idx) NOT = "C"
                  AND DDT-Protected-Net(DDT-Scan-Idx) > Protected-Net
                   MOVE DDT-Protected-Net(DDT-Scan-Idx) TO Protected-Net
               END-IF
           END-PERFORM.
           MOVE "N" TO Deductions-Done-Sw.
           PERFORM Take-Next-Deduction THRU Take-Next-Deduction-Exit
               UNTIL Deductions-Done.

      * The open row with the lowest priority not yet dealt with
      * (file order between equals) takes what it asks for, capped
      * by its balance and by the net pay left above the protected
      * figure - a part or nil deduction is marked short.
       Take-Next-Deduction.
           MOVE ZERO TO DDT-Found-Idx.
           PERFORM VARYING DDT-Scan-Idx FROM 1 BY 1
                   UNTIL DDT-Scan-Idx > DDT-Count
               IF DDT-Emp-Id(DDT-Scan-Idx) = Emp-Id
                  AND DDT-Status(DDT-Scan-Idx) NOT = "C"
                  AND DDT-Taken-Sw(DDT-Scan-Idx) NOT = "Y"
                   IF DDT-Found-Idx = ZERO
                       MOVE DDT-Scan-Idx TO DDT-Found-Idx
                   ELSE
                       IF DDT-Priority(DDT-Scan-Idx) <
                          DDT-Priority(DDT-Found-Idx)
                           MOVE DDT-Scan-Idx TO DDT-Found-Idx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF DDT-Found-Idx = ZERO
               SET Deductions-Done TO TRUE
               GO TO Take-Next-Deduction-Exit
           END-IF.
           MOVE "Y" TO DDT-Taken-Sw(DDT-Found-Idx).
           MOVE Emp-Name TO DDT-Emp-Name(DDT-Found-Idx).
           IF DDT-Amount(DDT-Found-Idx) > ZERO
               MOVE DDT-Amount(DDT-Found-Idx) TO Deduction-Wanted
           ELSE
               COMPUTE Deduction-Wanted ROUNDED = Attachable-Net
                   * DDT-Percent(DDT-Found-Idx) / 100
           END-IF.
           IF DDT-Total-Owed(DDT-Found-Idx) > ZERO
              AND Deduction-Wanted > DDT-Balance(DDT-Found-Idx)
               MOVE DDT-Balance(DDT-Found-Idx) TO Deduction-Wanted
           END-IF.
           MOVE ZERO TO Deduction-Available.
           IF Net-Pay > Protected-Net
               COMPUTE Deduction-Available = Net-Pay - Protected-Net
           END-IF.
           IF Deduction-Wanted > Deduction-Available
               MOVE Deduction-Available TO Deduction-Taken
               MOVE "Y" TO DDT-Short-Sw(DDT-Found-Idx)
               SET Deduction-Short TO TRUE
           ELSE
               MOVE Deduction-Wanted TO Deduction-Taken
           END-IF.
           MOVE Deduction-Taken TO DDT-This-Amount(DDT-Found-Idx).
           SUBTRACT Deduction-Taken FROM Net-Pay.
           ADD Deduction-Taken TO Other-Deductions.
           IF DDT-Type(DDT-Found-Idx) = "L"
               ADD Deduction-Taken TO Total-Loan-Pay
           ELSE
               ADD Deduction-Taken TO Total-Third-Party-Pay
           END-IF.
           IF DDT-Total-Owed(DDT-Found-Idx) > ZERO
               SUBTRACT Deduction-Taken FROM DDT-Balance(DDT-Found-Idx)
               IF DDT-Balance(DDT-Found-Idx) = ZERO
                   MOVE "C" TO DDT-Status(DDT-Found-Idx)
               END-IF
           END-IF.

       Take-Next-Deduction-Exit.
           EXIT.

       Load-Tax-Bands.
           OPEN INPUT TaxBands.
           IF TaxBandsFile-Present
                       MOVE PR-Exempt-Below TO Prsi-Exempt-Below
                   END-IF
               END-IF
               IF PR-Employer-Rate IS NUMERIC
                   MOVE PR-Employer-Rate TO Employer-Prsi-Rate
               END-IF
               CLOSE PrsiRates
           END-IF.

           END-PERFORM.
           CLOSE PayYtd.

       Load-Leave-Balances.
           OPEN INPUT LeaveBalances.
           IF LeaveBalFile-Present
               READ LeaveBalances
                   AT END SET LeaveBal-Eof TO TRUE
               END-READ
               PERFORM UNTIL LeaveBal-Eof
                   IF LVT-Count < 200
                       ADD 1 TO LVT-Count
                       MOVE LB-Emp-Id TO LVT-Emp-Id(LVT-Count)
                       MOVE ZERO TO LVT-Balance(LVT-Count)
                       MOVE ZERO TO LVT-Accrued-Ytd(LVT-Count)
                       MOVE ZERO TO LVT-Taken-Ytd(LVT-Count)
                       IF LB-Balance IS NUMERIC
                           MOVE LB-Balance TO LVT-Balance(LVT-Count)
                       END-IF
                       IF LB-Accrued-Ytd IS NUMERIC
                           MOVE LB-Accrued-Ytd
                             TO LVT-Accrued-Ytd(LVT-Count)
                       END-IF
                       IF LB-Taken-Ytd IS NUMERIC
                           MOVE LB-Taken-Ytd
                             TO LVT-Taken-Ytd(LVT-Count)
                       END-IF
                   ELSE
                       SET Leave-Overflow TO TRUE
                   END-IF
                   READ LeaveBalances
                       AT END SET LeaveBal-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LeaveBalances
           END-IF.

       Find-Employee-Leave.
           MOVE "N" TO LVT-Found-Sw.
           MOVE ZERO TO LVT-Found-Idx.
           PERFORM VARYING LVT-Scan-Idx FROM 1 BY 1
                   UNTIL LVT-Scan-Idx > LVT-Count OR LVT-Found
               IF LVT-Emp-Id(LVT-Scan-Idx) = Emp-Id
                   MOVE "Y" TO LVT-Found-Sw
                   MOVE LVT-Scan-Idx TO LVT-Found-Idx
               END-IF
           END-PERFORM.

      * The period's accrual goes on and the holiday taken comes off;
      * the employee's absence lines are marked for the history.
       Roll-Employee-Leave.
           PERFORM Find-Employee-Leave.
           IF NOT LVT-Found AND LVT-Count >= 200
               SET Leave-Overflow TO TRUE
           END-IF.
           IF NOT LVT-Found AND LVT-Count < 200
               ADD 1 TO LVT-Count
               MOVE LVT-Count TO LVT-Found-Idx
               MOVE Emp-Id TO LVT-Emp-Id(LVT-Found-Idx)
               MOVE ZERO TO LVT-Balance(LVT-Found-Idx)
               MOVE ZERO TO LVT-Accrued-Ytd(LVT-Found-Idx)
               MOVE ZERO TO LVT-Taken-Ytd(LVT-Found-Idx)
           END-IF.
           IF LVT-Found-Idx >= 1
               ADD This-Accrual TO LVT-Balance(LVT-Found-Idx)
               ADD This-Accrual TO LVT-Accrued-Ytd(LVT-Found-Idx)
               SUBTRACT This-Hol-Hours FROM LVT-Balance(LVT-Found-Idx)
               ADD This-Hol-Hours TO LVT-Taken-Ytd(LVT-Found-Idx)
           END-IF.
           PERFORM VARYING ABT-Scan-Idx FROM 1 BY 1
                   UNTIL ABT-Scan-Idx > ABT-Count
               IF ABT-Emp-Id(ABT-Scan-Idx) = Emp-Id
                   MOVE "Y" TO ABT-Paid-Sw(ABT-Scan-Idx)
               END-IF
           END-PERFORM.

      * Only reached when every employee had a slot - a full table
      * holds the whole run in MAIN-PROCEDURE.
       Save-Leave-Balances.
           OPEN OUTPUT LeaveBalances.
           PERFORM VARYING LVT-Scan-Idx FROM 1 BY 1
                   UNTIL LVT-Scan-Idx > LVT-Count
               MOVE LVT-Emp-Id(LVT-Scan-Idx) TO LB-Emp-Id
               MOVE LVT-Balance(LVT-Scan-Idx) TO LB-Balance
               MOVE LVT-Accrued-Ytd(LVT-Scan-Idx) TO LB-Accrued-Ytd
               MOVE LVT-Taken-Ytd(LVT-Scan-Idx) TO LB-Taken-Ytd
               WRITE Leave-Balance-Rec
           END-PERFORM.
           CLOSE LeaveBalances.

      * As for the leave balances; cleared rows stay on as C.
       Save-Deductions.
           IF DDT-Count > ZERO
               OPEN OUTPUT Deductions
               PERFORM VARYING DDT-Scan-Idx FROM 1 BY 1
                       UNTIL DDT-Scan-Idx > DDT-Count
                   PERFORM Save-One-Deduction
               END-PERFORM
               CLOSE Deductions
           END-IF.

       Save-One-Deduction.
           MOVE DDT-Emp-Id(DDT-Scan-Idx) TO DED-Emp-Id.
           MOVE DDT-Type(DDT-Scan-Idx) TO DED-Type.
           MOVE DDT-Reference(DDT-Scan-Idx) TO DED-Reference.
           MOVE DDT-Priority(DDT-Scan-Idx) TO DED-Priority.
           MOVE DDT-Amount(DDT-Scan-Idx) TO DED-Amount.
           MOVE DDT-Percent(DDT-Scan-Idx) TO DED-Percent.
           MOVE DDT-Total-Owed(DDT-Scan-Idx) TO DED-Total-Owed.
           MOVE DDT-Balance(DDT-Scan-Idx) TO DED-Balance.
           MOVE DDT-Protected-Net(DDT-Scan-Idx) TO DED-Protected-Net.
           MOVE DDT-Payee(DDT-Scan-Idx) TO DED-Payee.
           MOVE DDT-Payee-Name(DDT-Scan-Idx) TO DED-Payee-Name.
           MOVE DDT-Status(DDT-Scan-Idx) TO DED-Status.
           WRITE Deduction-Rec.

       Save-Absence-History.
           IF ABT-Count = ZERO
               GO TO Save-Absence-History-Exit
           END-IF.
           OPEN EXTEND AbsenceHist.
           IF WS-AbsenceHist-Status NOT = "00"
               OPEN OUTPUT AbsenceHist
           END-IF.
           PERFORM VARYING ABT-Scan-Idx FROM 1 BY 1
                   UNTIL ABT-Scan-Idx > ABT-Count
               IF ABT-Paid-Sw(ABT-Scan-Idx) = "Y"
                   MOVE ABT-Emp-Id(ABT-Scan-Idx) TO AH-Emp-Id
                   MOVE ABT-Date(ABT-Scan-Idx) TO AH-Date
                   MOVE ABT-Type(ABT-Scan-Idx) TO AH-Type
                   MOVE ABT-Hours(ABT-Scan-Idx) TO AH-Hours
                   MOVE Pay-Period TO AH-Period
                   WRITE Absence-Hist-Rec
               END-IF
           END-PERFORM.
           CLOSE AbsenceHist.

       Save-Absence-History-Exit.
           EXIT.

       Print-Payroll-Totals.
           MOVE Total-Net-Pay TO PT-TotalNetPay.
           WRITE Print-Line FROM Payroll-Totals-Line
            AFTER ADVANCING 2 LINES.

      * Every deduction dealt with this run, under the payee it is
      * owed to, with the payee's total - what is to be paid over.
       Print-Deduction-Register.
           OPEN OUTPUT DeductionRegister.
           MOVE Pay-Period TO RGH-Period.
           WRITE Deduction-Register-Line FROM Register-Heading
            AFTER ADVANCING 1 LINE.
           MOVE ZERO TO DPT-Count.
           MOVE ZERO TO Register-Total.
           PERFORM VARYING DDT-Scan-Idx FROM 1 BY 1
                   UNTIL DDT-Scan-Idx > DDT-Count
               IF DDT-Taken-Sw(DDT-Scan-Idx) = "Y"
                   PERFORM Add-Register-Payee
               END-IF
           END-PERFORM.
           PERFORM VARYING DPT-Scan-Idx FROM 1 BY 1
                   UNTIL DPT-Scan-Idx > DPT-Count
               PERFORM Print-One-Payee
           END-PERFORM.
           MOVE "RUN TOTAL   " TO RGT-Caption.
           MOVE Register-Total TO RGT-Amount.
           WRITE Deduction-Register-Line FROM Register-Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE DeductionRegister.

       Add-Register-Payee.
           MOVE ZERO TO DPT-Found-Idx.
           PERFORM VARYING DPT-Scan-Idx FROM 1 BY 1
                   UNTIL DPT-Scan-Idx > DPT-Count
                      OR DPT-Found-Idx > ZERO
               IF DPT-Payee(DPT-Scan-Idx) = DDT-Payee(DDT-Scan-Idx)
                   MOVE DPT-Scan-Idx TO DPT-Found-Idx
               END-IF
           END-PERFORM.
           IF DPT-Found-Idx = ZERO
               ADD 1 TO DPT-Count
               MOVE DDT-Payee(DDT-Scan-Idx) TO DPT-Payee(DPT-Count)
               MOVE DDT-Payee-Name(DDT-Scan-Idx)
                 TO DPT-Payee-Name(DPT-Count)
           END-IF.

       Print-One-Payee.
           MOVE DPT-Payee(DPT-Scan-Idx) TO RGP-Payee.
           MOVE DPT-Payee-Name(DPT-Scan-Idx) TO RGP-Payee-Name.
           WRITE Deduction-Register-Line FROM Register-Payee-Line
            AFTER ADVANCING 2 LINES.
           WRITE Deduction-Register-Line FROM Register-Topic
            AFTER ADVANCING 1 LINE.
           MOVE ZERO TO Payee-Total.
           PERFORM VARYING DDT-Scan-Idx FROM 1 BY 1
                   UNTIL DDT-Scan-Idx > DDT-Count
               IF DDT-Taken-Sw(DDT-Scan-Idx) = "Y"
                  AND DDT-Payee(DDT-Scan-Idx) = DPT-Payee(DPT-Scan-Idx)
                   PERFORM Print-One-Register-Line
               END-IF
           END-PERFORM.
           MOVE "PAYEE TOTAL " TO RGT-Caption.
           MOVE Payee-Total TO RGT-Amount.
           WRITE Deduction-Register-Line FROM Register-Total-Line
            AFTER ADVANCING 1 LINE.
           ADD Payee-Total TO Register-Total.

       Print-One-Register-Line.
           MOVE DDT-Emp-Id(DDT-Scan-Idx) TO RGD-Emp-Id.
           MOVE DDT-Emp-Name(DDT-Scan-Idx) TO RGD-Emp-Name.
           EVALUATE DDT-Type(DDT-Scan-Idx)
               WHEN "A"
                   MOVE "ATTACHMENT" TO RGD-Type
               WHEN "L"
                   MOVE "STAFF LOAN" TO RGD-Type
               WHEN OTHER
                   MOVE "OTHER" TO RGD-Type
           END-EVALUATE.
           MOVE DDT-Reference(DDT-Scan-Idx) TO RGD-Reference.
           MOVE DDT-This-Amount(DDT-Scan-Idx) TO RGD-Amount.
           IF DDT-Total-Owed(DDT-Scan-Idx) > ZERO
               MOVE DDT-Balance(DDT-Scan-Idx) TO RGD-Balance
           ELSE
               MOVE ZERO TO RGD-Balance
           END-IF.
           EVALUATE TRUE
               WHEN DDT-Status(DDT-Scan-Idx) = "C"
                   MOVE "CLEARED" TO RGD-Note
               WHEN DDT-Short-Sw(DDT-Scan-Idx) = "Y"
                   MOVE "SHORT" TO RGD-Note
               WHEN OTHER
                   MOVE SPACES TO RGD-Note
           END-EVALUATE.
           WRITE Deduction-Register-Line FROM Register-Detail
            AFTER ADVANCING 1 LINE.
           ADD DDT-This-Amount(DDT-Scan-Idx) TO Payee-Total.

      * Gross wages debit, each deduction and the bank credit -
      * balanced by construction since net is gross less deductions.
      * Wages and the employer's PRSI and pension debit per branch,
      * the PRSI and pension liabilities taking both shares; the
      * liabilities and the bank stay with head office. Standing
      * deductions owed to third parties credit DEDPAY until paid
      * over; staff loan repayments credit the STLOAN debtor.
       Post-Payroll-To-Ledger.
           IF Total-Gross-Pay = ZERO
               GO TO Post-Payroll-To-Ledger-Exit
           END-IF.
           MOVE Pay-Period TO GL-Period.
           MOVE "PAYROLL1" TO GL-Source.
           MOVE ZERO TO GL-Credit.
           PERFORM VARYING LBT-Scan-Idx FROM 1 BY 1
                   UNTIL LBT-Scan-Idx > LBT-Count
               MOVE LBT-Branch(LBT-Scan-Idx) TO GL-Branch
               IF LBT-Gross(LBT-Scan-Idx) NOT = ZERO
                   MOVE "WAGES " TO GL-Account
                   MOVE LBT-Gross(LBT-Scan-Idx) TO GL-Debit
                   WRITE Gl-Posting-Rec
               END-IF
               IF LBT-Er-Prsi(LBT-Scan-Idx) NOT = ZERO
                   MOVE "ERPRSI" TO GL-Account
                   MOVE LBT-Er-Prsi(LBT-Scan-Idx) TO GL-Debit
                   WRITE Gl-Posting-Rec
               END-IF
               IF LBT-Er-Pension(LBT-Scan-Idx) NOT = ZERO
                   MOVE "ERPENS" TO GL-Account
                   MOVE LBT-Er-Pension(LBT-Scan-Idx) TO GL-Debit
                   WRITE Gl-Posting-Rec
               END-IF
           END-PERFORM.
           MOVE "HO " TO GL-Branch.
           MOVE "PAYE  " TO GL-Account.
           MOVE ZERO TO GL-Debit.
           MOVE Total-Tax-Pay TO GL-Credit.
           WRITE Gl-Posting-Rec.
           MOVE "PRSI  " TO GL-Account.
           COMPUTE GL-Credit = Total-PRSI-Pay + Total-Er-Prsi-Pay.
           WRITE Gl-Posting-Rec.
           MOVE "PENSN " TO GL-Account.
           COMPUTE GL-Credit = Total-Pension-Pay + Total-Er-Pension-Pay.
           WRITE Gl-Posting-Rec.
           IF Total-Third-Party-Pay NOT = ZERO
               MOVE "DEDPAY" TO GL-Account
               MOVE Total-Third-Party-Pay TO GL-Credit
               WRITE Gl-Posting-Rec
           END-IF.
           IF Total-Loan-Pay NOT = ZERO
               MOVE "STLOAN" TO GL-Account
               MOVE Total-Loan-Pay TO GL-Credit
               WRITE Gl-Posting-Rec
           END-IF.
           MOVE "BANK  " TO GL-Account.
           MOVE Total-Net-Pay TO GL-Credit.
           WRITE Gl-Posting-Rec.
       Post-Payroll-To-Ledger-Exit.
           EXIT.

      * The period's hours and cost per branch for LABRPT1 - written
      * when the run stands, the same as the journal.
       Save-Labour-Cost.
           IF Total-Gross-Pay = ZERO
               GO TO Save-Labour-Cost-Exit
           END-IF.
           OPEN EXTEND LabourCost.
           IF WS-LabourCost-Status NOT = "00"
               OPEN OUTPUT LabourCost
           END-IF.
           PERFORM VARYING LBT-Scan-Idx FROM 1 BY 1
                   UNTIL LBT-Scan-Idx > LBT-Count
               IF LBT-Gross(LBT-Scan-Idx) NOT = ZERO
                  OR LBT-Hours(LBT-Scan-Idx) NOT = ZERO
                   MOVE Pay-Period TO LC-Period
                   MOVE LBT-Branch(LBT-Scan-Idx) TO LC-Branch
                   MOVE LBT-Hours(LBT-Scan-Idx) TO LC-Hours
                   MOVE LBT-Gross(LBT-Scan-Idx) TO LC-Gross
                   MOVE LBT-Er-Prsi(LBT-Scan-Idx) TO LC-Er-Prsi
                   MOVE LBT-Er-Pension(LBT-Scan-Idx) TO LC-Er-Pension
                   WRITE Labour-Cost-Rec
               END-IF
           END-PERFORM.
           CLOSE LabourCost.

       Save-Labour-Cost-Exit.
           EXIT.

      * One row per scheme per run - what PENSREC1 expects to see
      * remitted for the period.
       Save-Pension-History.
           IF PST-Count = ZERO
               GO TO Save-Pension-History-Exit
           END-IF.
           OPEN EXTEND PensionHist.
           IF WS-PensionHist-Status NOT = "00"
               OPEN OUTPUT PensionHist
           END-IF.
           PERFORM VARYING PST-Scan-Idx FROM 1 BY 1
                   UNTIL PST-Scan-Idx > PST-Count
               MOVE Pay-Period TO PH-Period
               MOVE PST-Scheme(PST-Scan-Idx) TO PH-Scheme
               MOVE Gate-Run-Date TO PH-Run-Date
               MOVE PST-Members(PST-Scan-Idx) TO PH-Members
               MOVE PST-Ee-Total(PST-Scan-Idx) TO PH-Ee-Total
               MOVE PST-Er-Total(PST-Scan-Idx) TO PH-Er-Total
               WRITE Pension-Hist-Rec
           END-PERFORM.
           CLOSE PensionHist.

       Save-Pension-History-Exit.
           EXIT.

       END PROGRAM PAYROLL1.
