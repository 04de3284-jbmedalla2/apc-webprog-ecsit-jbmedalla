      *          prints are out, PAYYTD.DAT rolls to a dated archive
      *          (the SALES.DAT archive scheme) and restarts empty,
      *          so January's first payroll starts the new year from
      *          zero instead of accumulating onto last year. The
      *          leave year turns with it: LEAVEBAL.DAT keeps each
      *          employee's untaken balance but its accrued and taken
      *          year-to-date hours restart at zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Employee-Status.

           SELECT LeaveBalances ASSIGN TO "LEAVEBAL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LeaveBal-Status.

           SELECT EarnCerts ASSIGN TO "EARNCERT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

        02 Emp-Pay-Type                PIC X.
        02 Emp-Hourly-Rate             PIC 9(3)V99.
        02 Emp-OT-Mult                 PIC 9V99.
        02 Emp-Status                  PIC X.
        02 Emp-Leave-Date              PIC 9(8).
        02 Emp-Contract-Hours          PIC 9(3)V99.
        02 Emp-Accrual-Hours           PIC 9(3)V99.
        02 Emp-Home-Branch             PIC X(3).

      * PAYROLL1's leave balance in hours.
       FD LeaveBalances.
       01 Leave-Balance-Rec.
           88 End-Of-Leave-Balances    VALUE HIGH-VALUES.
        02 LB-Emp-Id                   PIC X(5).
        02 LB-Balance                  PIC 9(4)V99.
        02 LB-Accrued-Ytd              PIC 9(4)V99.
        02 LB-Taken-Ytd                PIC 9(4)V99.

       FD EarnCerts.
       01 Earn-Cert-Line              PIC X(70).
       01  WS-Employee-Status         PIC XX.
           88 EmployeeFile-Present    VALUE "00".
       01  Ytd-Archive-File-Name      PIC X(35).
       01  WS-LeaveBal-Status         PIC XX.
           88 LeaveBalFile-Present    VALUE "00".

       01  Leave-Table.
        02  LVT-Entry OCCURS 200 TIMES.
         03 LVT-Emp-Id                PIC X(5).
         03 LVT-Balance               PIC 9(4)V99.
       01  LVT-Count                  PIC 9(3) VALUE ZERO.
       01  LVT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  Leave-Overflow-Sw          PIC X VALUE "N".
           88 Leave-Overflow          VALUE "Y".

       01  Employee-Name-Table.
        02  ENT-Entry OCCURS 200 TIMES.
           CLOSE EmployerReturn.

           PERFORM Archive-And-Reset-Ytd.
           PERFORM Reset-Leave-Year THRU Reset-Leave-Year-Exit.
           DISPLAY "PAYYREND: " Certs-Printed-Count
               " CERTIFICATE(S), YTD ARCHIVED TO "
               Ytd-Archive-File-Name.
           OPEN OUTPUT PayYtd.
           CLOSE PayYtd.

      * Balances carry into the new year untouched; only the year's
      * accrued and taken hours restart. A file too long for the
      * table is left exactly as it was.
       Reset-Leave-Year.
           OPEN INPUT LeaveBalances.
           IF NOT LeaveBalFile-Present
               GO TO Reset-Leave-Year-Exit
           END-IF.
           READ LeaveBalances
               AT END SET End-Of-Leave-Balances TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Leave-Balances
               IF LVT-Count < 200
                   ADD 1 TO LVT-Count
                   MOVE LB-Emp-Id TO LVT-Emp-Id(LVT-Count)
                   IF LB-Balance IS NUMERIC
                       MOVE LB-Balance TO LVT-Balance(LVT-Count)
                   ELSE
                       MOVE ZERO TO LVT-Balance(LVT-Count)
                   END-IF
               ELSE
                   SET Leave-Overflow TO TRUE
               END-IF
               READ LeaveBalances
                   AT END SET End-Of-Leave-Balances TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LeaveBalances.
           IF Leave-Overflow
               DISPLAY "PAYYREND: LEAVEBAL.DAT EXCEEDS THE LEAVE "
                   "TABLE - LEAVE YEAR NOT RESET"
               MOVE 1 TO RETURN-CODE
               GO TO Reset-Leave-Year-Exit
           END-IF.
           OPEN OUTPUT LeaveBalances.
           PERFORM VARYING LVT-Scan-Idx FROM 1 BY 1
                   UNTIL LVT-Scan-Idx > LVT-Count
               MOVE LVT-Emp-Id(LVT-Scan-Idx) TO LB-Emp-Id
               MOVE LVT-Balance(LVT-Scan-Idx) TO LB-Balance
               MOVE ZERO TO LB-Accrued-Ytd
               MOVE ZERO TO LB-Taken-Ytd
               WRITE Leave-Balance-Rec
           END-PERFORM.
           CLOSE LeaveBalances.

       Reset-Leave-Year-Exit.
           EXIT.

       END PROGRAM PAYYREND.
