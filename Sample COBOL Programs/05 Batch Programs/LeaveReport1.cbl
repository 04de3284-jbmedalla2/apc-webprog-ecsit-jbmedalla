      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leave reporting off the files PAYROLL1 carries.
      *          LEAVEBAL.RPT lists every employee on EMPLOYEE.DAT
      *          with the contract's accrual a period, the hours
      *          accrued and taken this leave year and the untaken
      *          balance on LEAVEBAL.DAT, valued at the employee's
      *          hourly rate (a salary divided by its contract hours)
      *          so year-end untaken leave is a figure, not a guess.
      *          ABSENCE.RPT is the managers' summary: sick days and
      *          hours, holiday days and unpaid days per employee
      *          over the twelve months to the run date, counted off
      *          ABSENCE-HIST.DAT (one line per day off).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO "EMPLOYEE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Employee-Status.

           SELECT LeaveBalances ASSIGN TO "LEAVEBAL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LeaveBal-Status.

           SELECT AbsenceHist ASSIGN TO "ABSENCE-HIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AbsenceHist-Status.

           SELECT LeaveReport ASSIGN TO "LEAVEBAL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AbsenceReport ASSIGN TO "ABSENCE.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
        02  Emp-Contract-Hours      PIC 9(3)V99.
        02  Emp-Accrual-Hours       PIC 9(3)V99.
        02  Emp-Home-Branch         PIC X(3).

       FD LeaveBalances.
       01 Leave-Balance-Rec.
           88 End-Of-Leave-Balances VALUE HIGH-VALUES.
        02 LB-Emp-Id                PIC X(5).
        02 LB-Balance               PIC 9(4)V99.
        02 LB-Accrued-Ytd           PIC 9(4)V99.
        02 LB-Taken-Ytd             PIC 9(4)V99.

       FD AbsenceHist.
       01 Absence-Hist-Rec.
           88 End-Of-Absence-Hist   VALUE HIGH-VALUES.
        02 AH-Emp-Id                PIC X(5).
        02 AH-Date                  PIC 9(8).
        02 AH-Type                  PIC X.
           88 AH-Holiday            VALUE "H".
           88 AH-Sick               VALUE "S".
           88 AH-Unpaid             VALUE "U".
        02 AH-Hours                 PIC 9(3)V99.
        02 AH-Period                PIC X(20).

       FD LeaveReport.
       01 Leave-Print-Line          PIC X(100).

       FD AbsenceReport.
       01 Absence-Print-Line        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Employee-Status        PIC XX.
           88 EmployeeFile-Present   VALUE "00".
       01  WS-LeaveBal-Status        PIC XX.
           88 LeaveBalFile-Present   VALUE "00".
       01  WS-AbsenceHist-Status     PIC XX.
           88 AbsenceHistFile-Present VALUE "00".

       01  Run-Date                  PIC 9(8) VALUE ZERO.
       01  Window-Start-Date         PIC 9(8) VALUE ZERO.

      * One slot per employee, in EMPLOYEE.DAT order; an id on the
      * leave or absence files but no longer on the employee file
      * still gets a slot so no hours drop out of the totals.
       01  Employee-Table.
        02  EMT-Entry OCCURS 200 TIMES.
         03 EMT-Emp-Id               PIC X(5).
         03 EMT-Emp-Name             PIC X(20).
         03 EMT-Status               PIC X.
         03 EMT-Accrual              PIC 9(3)V99.
         03 EMT-Hour-Value           PIC 9(5)V99.
         03 EMT-Balance              PIC 9(4)V99.
         03 EMT-Accrued-Ytd          PIC 9(4)V99.
         03 EMT-Taken-Ytd            PIC 9(4)V99.
         03 EMT-Sick-Days            PIC 9(3).
         03 EMT-Sick-Hours           PIC 9(4)V99.
         03 EMT-Hol-Days             PIC 9(3).
         03 EMT-Unpaid-Days          PIC 9(3).
       01  EMT-Count                 PIC 9(3) VALUE ZERO.
       01  EMT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  EMT-Found-Idx             PIC 9(3) VALUE ZERO.
       01  EMT-Found-Sw              PIC X VALUE "N".
           88 EMT-Found              VALUE "Y".
       01  EMT-Lookup-Id             PIC X(5).
       01  Table-Overflow-Sw         PIC X VALUE "N".
           88 Table-Overflow         VALUE "Y".

       01  Untaken-Value             PIC 9(7)V99 VALUE ZERO.
       01  Total-Balance             PIC 9(6)V99 VALUE ZERO.
       01  Total-Untaken-Value       PIC 9(8)V99 VALUE ZERO.
       01  Total-Sick-Days           PIC 9(5) VALUE ZERO.
       01  Total-Sick-Hours          PIC 9(6)V99 VALUE ZERO.
       01  Total-Hol-Days            PIC 9(5) VALUE ZERO.
       01  Total-Unpaid-Days         PIC 9(5) VALUE ZERO.

       01  Leave-Heading.
        02  FILLER                   PIC X(23) VALUE
             "LEAVE BALANCE REPORT - ".
        02  LH-Run-Date              PIC 9(8).

       01  Leave-Topic.
        02  FILLER                   PIC X(7)  VALUE "EMP-ID".
        02  FILLER                   PIC X(21) VALUE "EMPLOYEE NAME".
        02  FILLER                   PIC X(8)  VALUE "STATUS".
        02  FILLER                   PIC X(10) VALUE "ACCR/PER".
        02  FILLER                   PIC X(11) VALUE "ACCRUED".
        02  FILLER                   PIC X(11) VALUE "TAKEN".
        02  FILLER                   PIC X(11) VALUE "BALANCE".
        02  FILLER                   PIC X(13) VALUE "UNTAKEN VALUE".

       01  Leave-Detail.
        02  LD-Emp-Id                PIC X(5).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  LD-Emp-Name              PIC X(20).
        02  FILLER                   PIC X VALUE SPACE.
        02  LD-Status                PIC X(6).
        02  FILLER                   PIC X VALUE SPACE.
        02  LD-Accrual               PIC ZZZ9.99.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  LD-Accrued               PIC Z,ZZ9.99.
        02  FILLER                   PIC X(3) VALUE SPACES.
        02  LD-Taken                 PIC Z,ZZ9.99.
        02  FILLER                   PIC X(3) VALUE SPACES.
        02  LD-Balance               PIC Z,ZZ9.99.
        02  FILLER                   PIC X(3) VALUE SPACES.
        02  LD-Value                 PIC Z,ZZZ,ZZ9.99.

       01  Leave-Total-Line.
        02  FILLER                   PIC X(30) VALUE SPACES.
        02  FILLER                   PIC X(35) VALUE
             "TOTAL UNTAKEN HOURS AND VALUE :".
        02  LT-Balance               PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  LT-Value                 PIC ZZ,ZZZ,ZZ9.99.

       01  Absence-Heading.
        02  FILLER                   PIC X(30) VALUE
             "ABSENCE SUMMARY - 12 MONTHS ".
        02  FILLER                   PIC X(5) VALUE "FROM ".
        02  AHD-From                 PIC 9(8).
        02  FILLER                   PIC X(4) VALUE " TO ".
        02  AHD-To                   PIC 9(8).

       01  Absence-Topic.
        02  FILLER                   PIC X(7)  VALUE "EMP-ID".
        02  FILLER                   PIC X(21) VALUE "EMPLOYEE NAME".
        02  FILLER                   PIC X(11) VALUE "SICK DAYS".
        02  FILLER                   PIC X(11) VALUE "SICK HRS".
        02  FILLER                   PIC X(10) VALUE "HOL DAYS".
        02  FILLER                   PIC X(11) VALUE "UNPAID DAYS".

       01  Absence-Detail.
        02  AD-Emp-Id                PIC X(5).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  AD-Emp-Name              PIC X(20).
        02  FILLER                   PIC X(4) VALUE SPACES.
        02  AD-Sick-Days             PIC ZZ9.
        02  FILLER                   PIC X(4) VALUE SPACES.
        02  AD-Sick-Hours            PIC Z,ZZ9.99.
        02  FILLER                   PIC X(5) VALUE SPACES.
        02  AD-Hol-Days              PIC ZZ9.
        02  FILLER                   PIC X(8) VALUE SPACES.
        02  AD-Unpaid-Days           PIC ZZ9.

       01  Absence-Total-Line.
        02  FILLER                   PIC X(7) VALUE "TOTALS".
        02  FILLER                   PIC X(22) VALUE SPACES.
        02  AT-Sick-Days             PIC ZZZZ9.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  AT-Sick-Hours            PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X(3) VALUE SPACES.
        02  AT-Hol-Days              PIC ZZZZ9.
        02  FILLER                   PIC X(6) VALUE SPACES.
        02  AT-Unpaid-Days           PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
      * Twelve months back is the same day a year earlier.
           COMPUTE Window-Start-Date = Run-Date - 10000.
           PERFORM Load-Employees.
           PERFORM Load-Leave-Balances.
           PERFORM Load-Absence-History.
           PERFORM Print-Leave-Report.
           PERFORM Print-Absence-Report.
           DISPLAY "LEAVRPT1: " EMT-Count " EMPLOYEE(S) REPORTED".
           IF Table-Overflow
               DISPLAY "LEAVRPT1: EMPLOYEE TABLE FULL - REPORTS "
                   "INCOMPLETE"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The hour's value: the hourly rate for hourly staff, the
      * salary over the contract hours for salaried staff, and zero
      * when the contract gives no hours to divide by.
       Load-Employees.
           OPEN INPUT EmployeeFile.
           IF EmployeeFile-Present
               MOVE SPACES TO Employee-Rec
               READ EmployeeFile
                   AT END SET End-Of-Employee-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Employee-File
                   MOVE Emp-Id TO EMT-Lookup-Id
                   PERFORM Add-Employee-Slot
                   IF EMT-Found
                       MOVE Emp-Name TO EMT-Emp-Name(EMT-Found-Idx)
                       MOVE Emp-Status TO EMT-Status(EMT-Found-Idx)
                       IF Emp-Accrual-Hours IS NUMERIC
                           MOVE Emp-Accrual-Hours
                             TO EMT-Accrual(EMT-Found-Idx)
                       END-IF
                       PERFORM Value-One-Hour
                   END-IF
                   MOVE SPACES TO Employee-Rec
                   READ EmployeeFile
                       AT END SET End-Of-Employee-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EmployeeFile
           END-IF.

       Value-One-Hour.
           IF Hourly-Paid
               IF Emp-Hourly-Rate IS NUMERIC
                   MOVE Emp-Hourly-Rate
                     TO EMT-Hour-Value(EMT-Found-Idx)
               END-IF
           ELSE
               IF Emp-Contract-Hours IS NUMERIC
                  AND Emp-Contract-Hours > ZERO
                  AND Emp-GrossPay IS NUMERIC
                   COMPUTE EMT-Hour-Value(EMT-Found-Idx) ROUNDED =
                       Emp-GrossPay / Emp-Contract-Hours
               END-IF
           END-IF.

      * Finds the slot for EMT-Lookup-Id, opening a fresh one when
      * the id is new.
       Add-Employee-Slot.
           MOVE "N" TO EMT-Found-Sw.
           MOVE ZERO TO EMT-Found-Idx.
           PERFORM VARYING EMT-Scan-Idx FROM 1 BY 1
                   UNTIL EMT-Scan-Idx > EMT-Count OR EMT-Found
               IF EMT-Emp-Id(EMT-Scan-Idx) = EMT-Lookup-Id
                   MOVE "Y" TO EMT-Found-Sw
                   MOVE EMT-Scan-Idx TO EMT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT EMT-Found
               IF EMT-Count < 200
                   ADD 1 TO EMT-Count
                   MOVE EMT-Count TO EMT-Found-Idx
                   MOVE "Y" TO EMT-Found-Sw
                   MOVE EMT-Lookup-Id TO EMT-Emp-Id(EMT-Count)
                   MOVE "** NOT ON EMPLOYEE FILE **"
                     TO EMT-Emp-Name(EMT-Count)
                   MOVE SPACE TO EMT-Status(EMT-Count)
                   MOVE ZERO TO EMT-Accrual(EMT-Count)
                   MOVE ZERO TO EMT-Hour-Value(EMT-Count)
                   MOVE ZERO TO EMT-Balance(EMT-Count)
                   MOVE ZERO TO EMT-Accrued-Ytd(EMT-Count)
                   MOVE ZERO TO EMT-Taken-Ytd(EMT-Count)
                   MOVE ZERO TO EMT-Sick-Days(EMT-Count)
                   MOVE ZERO TO EMT-Sick-Hours(EMT-Count)
                   MOVE ZERO TO EMT-Hol-Days(EMT-Count)
                   MOVE ZERO TO EMT-Unpaid-Days(EMT-Count)
               ELSE
                   SET Table-Overflow TO TRUE
               END-IF
           END-IF.

       Load-Leave-Balances.
           OPEN INPUT LeaveBalances.
           IF LeaveBalFile-Present
               READ LeaveBalances
                   AT END SET End-Of-Leave-Balances TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Leave-Balances
                   MOVE LB-Emp-Id TO EMT-Lookup-Id
                   PERFORM Add-Employee-Slot
                   IF EMT-Found
                       IF LB-Balance IS NUMERIC
                           MOVE LB-Balance
                             TO EMT-Balance(EMT-Found-Idx)
                       END-IF
                       IF LB-Accrued-Ytd IS NUMERIC
                           MOVE LB-Accrued-Ytd
                             TO EMT-Accrued-Ytd(EMT-Found-Idx)
                       END-IF
                       IF LB-Taken-Ytd IS NUMERIC
                           MOVE LB-Taken-Ytd
                             TO EMT-Taken-Ytd(EMT-Found-Idx)
                       END-IF
                   END-IF
                   READ LeaveBalances
                       AT END SET End-Of-Leave-Balances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LeaveBalances
           END-IF.

       Load-Absence-History.
           OPEN INPUT AbsenceHist.
           IF AbsenceHistFile-Present
               READ AbsenceHist
                   AT END SET End-Of-Absence-Hist TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Absence-Hist
                   IF AH-Date IS NUMERIC
                      AND AH-Date > Window-Start-Date
                      AND AH-Date NOT > Run-Date
                       PERFORM Count-One-Absence
                   END-IF
                   READ AbsenceHist
                       AT END SET End-Of-Absence-Hist TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AbsenceHist
           END-IF.

       Count-One-Absence.
           MOVE AH-Emp-Id TO EMT-Lookup-Id.
           PERFORM Add-Employee-Slot.
           IF EMT-Found
               EVALUATE TRUE
                   WHEN AH-Sick
                       ADD 1 TO EMT-Sick-Days(EMT-Found-Idx)
                       IF AH-Hours IS NUMERIC
                           ADD AH-Hours
                             TO EMT-Sick-Hours(EMT-Found-Idx)
                       END-IF
                   WHEN AH-Holiday
                       ADD 1 TO EMT-Hol-Days(EMT-Found-Idx)
                   WHEN AH-Unpaid
                       ADD 1 TO EMT-Unpaid-Days(EMT-Found-Idx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       Print-Leave-Report.
           OPEN OUTPUT LeaveReport.
           MOVE Run-Date TO LH-Run-Date.
           WRITE Leave-Print-Line FROM Leave-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Leave-Print-Line FROM Leave-Topic
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING EMT-Scan-Idx FROM 1 BY 1
                   UNTIL EMT-Scan-Idx > EMT-Count
               PERFORM Print-One-Leave-Line
           END-PERFORM.
           MOVE Total-Balance TO LT-Balance.
           MOVE Total-Untaken-Value TO LT-Value.
           WRITE Leave-Print-Line FROM Leave-Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE LeaveReport.

       Print-One-Leave-Line.
           MOVE EMT-Emp-Id(EMT-Scan-Idx) TO LD-Emp-Id.
           MOVE EMT-Emp-Name(EMT-Scan-Idx) TO LD-Emp-Name.
           IF EMT-Status(EMT-Scan-Idx) = "L"
               MOVE "LEAVER" TO LD-Status
           ELSE
               MOVE SPACES TO LD-Status
           END-IF.
           MOVE EMT-Accrual(EMT-Scan-Idx) TO LD-Accrual.
           MOVE EMT-Accrued-Ytd(EMT-Scan-Idx) TO LD-Accrued.
           MOVE EMT-Taken-Ytd(EMT-Scan-Idx) TO LD-Taken.
           MOVE EMT-Balance(EMT-Scan-Idx) TO LD-Balance.
           COMPUTE Untaken-Value ROUNDED =
               EMT-Balance(EMT-Scan-Idx) * EMT-Hour-Value(EMT-Scan-Idx).
           MOVE Untaken-Value TO LD-Value.
           WRITE Leave-Print-Line FROM Leave-Detail
            AFTER ADVANCING 1 LINE.
           ADD EMT-Balance(EMT-Scan-Idx) TO Total-Balance.
           ADD Untaken-Value TO Total-Untaken-Value.

       Print-Absence-Report.
           OPEN OUTPUT AbsenceReport.
           MOVE Window-Start-Date TO AHD-From.
           MOVE Run-Date TO AHD-To.
           WRITE Absence-Print-Line FROM Absence-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Absence-Print-Line FROM Absence-Topic
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING EMT-Scan-Idx FROM 1 BY 1
                   UNTIL EMT-Scan-Idx > EMT-Count
               PERFORM Print-One-Absence-Line
           END-PERFORM.
           MOVE Total-Sick-Days TO AT-Sick-Days.
           MOVE Total-Sick-Hours TO AT-Sick-Hours.
           MOVE Total-Hol-Days TO AT-Hol-Days.
           MOVE Total-Unpaid-Days TO AT-Unpaid-Days.
           WRITE Absence-Print-Line FROM Absence-Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE AbsenceReport.

      * A leaver with nothing in the window is left off; everyone
      * current is listed, nil returns included.
       Print-One-Absence-Line.
           IF EMT-Status(EMT-Scan-Idx) = "L"
              AND EMT-Sick-Days(EMT-Scan-Idx) = ZERO
              AND EMT-Hol-Days(EMT-Scan-Idx) = ZERO
              AND EMT-Unpaid-Days(EMT-Scan-Idx) = ZERO
               CONTINUE
           ELSE
               MOVE EMT-Emp-Id(EMT-Scan-Idx) TO AD-Emp-Id
               MOVE EMT-Emp-Name(EMT-Scan-Idx) TO AD-Emp-Name
               MOVE EMT-Sick-Days(EMT-Scan-Idx) TO AD-Sick-Days
               MOVE EMT-Sick-Hours(EMT-Scan-Idx) TO AD-Sick-Hours
               MOVE EMT-Hol-Days(EMT-Scan-Idx) TO AD-Hol-Days
               MOVE EMT-Unpaid-Days(EMT-Scan-Idx) TO AD-Unpaid-Days
               WRITE Absence-Print-Line FROM Absence-Detail
                AFTER ADVANCING 1 LINE
               ADD EMT-Sick-Days(EMT-Scan-Idx) TO Total-Sick-Days
               ADD EMT-Sick-Hours(EMT-Scan-Idx) TO Total-Sick-Hours
               ADD EMT-Hol-Days(EMT-Scan-Idx) TO Total-Hol-Days
               ADD EMT-Unpaid-Days(EMT-Scan-Idx) TO Total-Unpaid-Days
           END-IF.

       END PROGRAM LEAVRPT1.
