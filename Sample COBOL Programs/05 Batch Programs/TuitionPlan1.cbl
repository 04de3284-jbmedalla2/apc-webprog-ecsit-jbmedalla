      *          shows paid, due and
      *          overdue per installment per student, and students
      *          with anything overdue also flag on TUIT-OVERDUE.RPT
      *          for the registrar, the TUITION-EXCEPT.RPT way. The
      *          fee planned is the COURSEFEE.DAT total of the
      *          student's active enrollments on ENROLL.DAT, not the
      *          single CourseCode on the student record. Each
      *          withdrawal STUMNT1 notices on TUITWDRN.DAT settles
      *          against the student's schedule under the refund
      *          policy (REFPOLICY.DAT: within so many weeks of the
      *          course's CRS-Term-Start, so much per cent back). The
      *          share released cancels what is still unpaid, latest
      *          installment first, and whatever of it was already
      *          paid goes back through the refund payment file
      *          TUITREFUND.DAT that BANKREC1 matches. TUITWDRN.RPT
      *          lists every notice; the notices archive and clear,
      *          bar any whose course has no term start, which stay
      *          for the next run. Receipts, cancellations and refunds
      *          post to GLPOST.DAT for the RUNPARM.DAT period, and a
      *          run whose period PERCLOSE has closed refuses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CourseFee-Status.

      * One row per student per course, read through in key order.
           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS EN-Key
                     FILE STATUS IS WS-Enroll-Status.

      * How many installments and when they fall due.
           SELECT PlanParm ASSIGN TO "PLANPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL

           SELECT OverdueReport ASSIGN TO "TUIT-OVERDUE.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The course master, for each course's term start.
           SELECT CoursesFile ASSIGN TO "COURSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Courses-Status.

      * Weeks into the term and the per cent refunded, earliest band
      * first.
           SELECT RefundPolicy ASSIGN TO "REFPOLICY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RefPolicy-Status.

      * Withdrawal notices STUMNT1 appends, one per student.
           SELECT TuitionWithdrawals ASSIGN TO "TUITWDRN.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TuitWdrn-Status.

           SELECT WithdrawalHist ASSIGN TO Wdrn-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-WdrnHist-Status.

      * Refunds out to the students - the SUPPAY.DAT H/D/T shape,
      * rewritten each run, that BANKREC1 matches to the statement.
           SELECT TuitionRefunds ASSIGN TO "TUITREFUND.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TuitRefund-Status.

           SELECT WithdrawalReport ASSIGN TO "TUITWDRN.RPT"
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
       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
        02 CF-Course-Code             PIC X(4).
        02 CF-Fee                     PIC 9(5)V99.

      * Status A active, D dropped, W withdrawn - the ENRLCNV1 layout.
       FD EnrollFile.
       01 Enrollment-Rec.
           88 End-Of-Enrollments       VALUE HIGH-VALUES.
        02 EN-Key.
         03 EN-StudentId               PIC 9(7).
         03 EN-Course-Code             PIC X(4).
        02 EN-Enrol-Date               PIC 9(8).
        02 EN-Status                   PIC X.
        02 EN-Status-Date              PIC 9(8).

       FD PlanParm.
       01 Plan-Parm-Rec.
        02 PP-Installments            PIC 99.
       FD OverdueReport.
       01 Overdue-Report-Line        PIC X(60).

       FD CoursesFile.
       01 Course-Master-Rec.
           88 End-Of-Courses           VALUE HIGH-VALUES.
        02 CRS-Code                    PIC X(4).
        02 CRS-Title                   PIC X(20).
        02 CRS-Capacity                PIC 9(3).
        02 CRS-Term-Start              PIC 9(8).

       FD RefundPolicy.
       01 Refund-Policy-Rec.
           88 End-Of-Refund-Policy     VALUE HIGH-VALUES.
        02 RP-Weeks                    PIC 9(3).
        02 RP-Refund-Pct               PIC 9(3).

      * The layout STUMNT1 appends.
       FD TuitionWithdrawals.
       01 Tuition-Withdrawal-Rec.
           88 End-Of-Withdrawals       VALUE HIGH-VALUES.
        02 TW-StudentId                PIC 9(7).
        02 TW-Course                   PIC X(4).
        02 TW-Date                     PIC 9(8).

       FD WithdrawalHist.
       01 Withdrawal-Hist-Rec         PIC X(19).

       FD TuitionRefunds.
       01 Tuition-Refund-Rec.
        02 TRF-Rec-Type                PIC X.
        02 TRF-Body                    PIC X(28).
        02 TRF-Header REDEFINES TRF-Body.
         03 TRF-Pay-Date               PIC 9(8).
         03 FILLER                     PIC X(20).
        02 TRF-Detail REDEFINES TRF-Body.
         03 TRF-StudentId              PIC 9(7).
         03 FILLER                     PIC X(12).
         03 TRF-Amount                 PIC 9(7)V99.
        02 TRF-Trailer REDEFINES TRF-Body.
         03 TRF-Count                  PIC 9(5).
         03 TRF-Total                  PIC 9(9)V99.
         03 FILLER                     PIC X(12).

       FD WithdrawalReport.
       01 Withdrawal-Report-Line     PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  WS-Student-Status          PIC XX.
           88 StudentFile-Present     VALUE "00".
       01  Rcpt-Hist-File-Name        PIC X(35).
       01  Receipts-On-File-Sw        PIC X VALUE "N".
           88 Receipts-On-File        VALUE "Y".
       01  WS-Courses-Status          PIC XX.
           88 CoursesFile-Present     VALUE "00".
       01  WS-RefPolicy-Status        PIC XX.
           88 RefPolicyFile-Present   VALUE "00".
       01  WS-TuitWdrn-Status         PIC XX.
           88 TuitWdrnFile-Present    VALUE "00".
       01  WS-WdrnHist-Status         PIC XX.
       01  Wdrn-Hist-File-Name        PIC X(35).
       01  WS-TuitRefund-Status       PIC XX.
       01  WS-GlPosting-Status        PIC XX.
       01  WS-RunParm-Status          PIC XX.
           88 RunParmFile-Present     VALUE "00".
       01  WS-Periods-Status          PIC XX.
           88 PeriodsFile-Present     VALUE "00".
       01  WS-JobLog-Status           PIC XX.
       01  Period-Closed-Sw           PIC X VALUE "N".
           88 Period-Closed           VALUE "Y".
       01  Run-Period                 PIC X(20) VALUE SPACES.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

       01  Course-Fee-Table.
        02  CFT-Entry OCCURS 20 TIMES.
       01  CFT-Scan-Idx               PIC 99 VALUE ZERO.
       01  CFT-Found-Sw               PIC X VALUE "N".
           88 CFT-Found               VALUE "Y".
       01  Course-Priced-Sw           PIC X VALUE "N".
           88 Course-Priced           VALUE "Y".
       01  Student-Fee                PIC 9(5)V99 VALUE ZERO.

       01  WS-Enroll-Status           PIC XX.
           88 EnrollFile-Present      VALUE "00".
       01  Enrollment-Table.
        02  ENT-Entry OCCURS 2000 TIMES.
         03 ENT-StudentId             PIC 9(7).
         03 ENT-Course-Code           PIC X(4).
         03 ENT-Status                PIC X.
            88 ENT-Active             VALUE "A".
       01  ENT-Count                  PIC 9(4) VALUE ZERO.
       01  ENT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Enrollment-Overflow-Sw     PIC X VALUE "N".
           88 Enrollment-Overflow     VALUE "Y".

      * Three pieces unless PLANPARM.DAT says otherwise. With no
      * parameter file the due dates stay zero, which means "no due
      * date set yet": such installments show DUE and can never go
       01  Student-Has-Schedule-Sw    PIC X VALUE "N".
           88 Student-Has-Schedule    VALUE "Y".

      * Each course's term start, off the course master.
       01  Course-Start-Table.
        02  CRM-Entry OCCURS 10 TIMES.
         03 CRM-Course-Code           PIC X(4).
         03 CRM-Term-Start            PIC 9(8).
       01  CRM-Count                  PIC 99 VALUE ZERO.
       01  CRM-Scan-Idx               PIC 99 VALUE ZERO.

      * Two weeks in for the whole fee back, four for half, nothing
      * after, unless REFPOLICY.DAT says otherwise. A student who
      * leaves before the term starts always has the whole fee back.
       01  Refund-Policy-Table.
        02  RPT-Entry OCCURS 10 TIMES.
         03 RPT-Weeks                 PIC 9(3).
         03 RPT-Refund-Pct            PIC 9(3).
       01  RPT-Count                  PIC 99 VALUE ZERO.
       01  RPT-Scan-Idx               PIC 99 VALUE ZERO.
       01  RPT-Found-Sw               PIC X VALUE "N".
           88 RPT-Found               VALUE "Y".

      * The notices, loaded whole - a held notice is written back for
      * the next run when the file archives.
       01  Withdrawal-Table.
        02  WDT-Entry OCCURS 200 TIMES.
         03 WDT-StudentId             PIC 9(7).
         03 WDT-Course                PIC X(4).
         03 WDT-Date                  PIC 9(8).
         03 WDT-Held-Sw               PIC X.
            88 WDT-Held               VALUE "Y".
       01  WDT-Count                  PIC 9(3) VALUE ZERO.
       01  WDT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  Withdrawal-Overflow-Sw     PIC X VALUE "N".
           88 Withdrawal-Overflow     VALUE "Y".

       01  Wdrn-Term-Start            PIC 9(8) VALUE ZERO.
       01  Wdrn-Start-Day             PIC 9(7) VALUE ZERO.
       01  Wdrn-Leave-Day             PIC 9(7) VALUE ZERO.
       01  Wdrn-Days-In               PIC 9(7) VALUE ZERO.
       01  Wdrn-Weeks-In              PIC 9(5) VALUE ZERO.
       01  Wdrn-Refund-Pct            PIC 9(3) VALUE ZERO.
       01  Wdrn-Fee                   PIC 9(6)V99 VALUE ZERO.
       01  Wdrn-Paid                  PIC 9(6)V99 VALUE ZERO.
       01  Wdrn-Released              PIC 9(6)V99 VALUE ZERO.
       01  Wdrn-Cancelled             PIC 9(6)V99 VALUE ZERO.
       01  Wdrn-Refunded              PIC 9(6)V99 VALUE ZERO.
       01  Adjust-Left                PIC 9(6)V99 VALUE ZERO.
       01  Adjust-Piece               PIC 9(5)V99 VALUE ZERO.

       01  Withdrawals-Settled-Count  PIC 9(4) VALUE ZERO.
       01  Withdrawals-Held-Count     PIC 9(4) VALUE ZERO.
       01  Refunds-Count              PIC 9(5) VALUE ZERO.
       01  Run-Receipts-Total         PIC 9(7)V99 VALUE ZERO.
       01  Run-Released-Total         PIC 9(7)V99 VALUE ZERO.
       01  Run-Cancelled-Total        PIC 9(7)V99 VALUE ZERO.
       01  Run-Refund-Total           PIC 9(9)V99 VALUE ZERO.

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

       01  Piece-Amount               PIC 9(5)V99 VALUE ZERO.
       01  Amount-Scheduled           PIC 9(6)V99 VALUE ZERO.
       01  Receipt-Left               PIC 9(6)V99 VALUE ZERO.
        02  FILLER                   PIC X(10) VALUE " OVERDUE".
        02  OD-Amount                PIC ZZ,ZZ9.99.

       01  Withdrawal-Heading-Line   PIC X(40)
            VALUE "     TUITION WITHDRAWALS SETTLED".

       01  Withdrawal-Topic-Heading.
        02  FILLER                   PIC X(9)  VALUE "STUDENT".
        02  FILLER                   PIC X(6)  VALUE "CRSE".
        02  FILLER                   PIC X(10) VALUE "LEFT ON".
        02  FILLER                   PIC X(5)  VALUE "WEEK".
        02  FILLER                   PIC X(3)  VALUE "PCT".
        02  FILLER                   PIC X(11) VALUE "        FEE".
        02  FILLER                   PIC X(11) VALUE "       PAID".
        02  FILLER                   PIC X(11) VALUE "  CANCELLED".
        02  FILLER                   PIC X(11) VALUE "   REFUNDED".
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FILLER                   PIC X(4)  VALUE "NOTE".

       01  Withdrawal-Detail.
        02  WD-StudentId             PIC 9(7).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  WD-Course                PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  WD-Date                  PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  WD-Week                  PIC ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  WD-Pct                   PIC ZZ9.
        02  FILLER                   PIC X     VALUE SPACE.
        02  WD-Fee                   PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X     VALUE SPACE.
        02  WD-Paid                  PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X     VALUE SPACE.
        02  WD-Cancelled             PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X     VALUE SPACE.
        02  WD-Refunded              PIC ZZZ,ZZ9.99.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  WD-Note                  PIC X(20).

       01  Withdrawal-Total-Line.
        02  FILLER                   PIC X(22) VALUE
             "WITHDRAWALS SETTLED : ".
        02  WT-Settled               PIC ZZZ9.
        02  FILLER                   PIC X(13) VALUE "   CANCELLED ".
        02  WT-Cancelled             PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X(12) VALUE "   REFUNDED ".
        02  WT-Refunded              PIC Z,ZZZ,ZZ9.99.

       01  Withdrawal-Held-Line.
        02  FILLER                   PIC X(22) VALUE
             "WITHDRAWALS HELD    : ".
        02  WT-Held                  PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Run-Parm.
           PERFORM Check-Period-Status.
           IF Period-Closed
               DISPLAY "TUITPLAN: PERIOD " Run-Period
                   " IS CLOSED - RUN REFUSED"
               PERFORM Log-Period-Refusal
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Course-Fees.
           IF CFT-Count = ZERO
               DISPLAY "TUITPLAN: COURSEFEE.DAT MISSING OR EMPTY"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Enrollments.
           IF NOT EnrollFile-Present
               DISPLAY "TUITPLAN: ENROLL.DAT NOT FOUND"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF Enrollment-Overflow
               DISPLAY "TUITPLAN: ENROLL.DAT EXCEEDS THE TABLE - "
                   "RUN ABORTED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Plan-Parm.
           PERFORM Load-Schedule.
           IF Schedule-Overflow
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Withdrawals.
           IF Withdrawal-Overflow
               DISPLAY "TUITPLAN: TUITWDRN.DAT EXCEEDS THE TABLE "
                   "- RUN ABORTED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Course-Starts.
           PERFORM Load-Refund-Policy.

      * First pass builds any missing schedules, so a new student's
      * first receipt has a plan to land on before the money moves.
           PERFORM Apply-Receipts.
           CLOSE ReceiptErrors.

      * Withdrawals settle once the receipts have landed, so a
      * refund is worked from everything the student has paid.
           PERFORM Settle-Withdrawals.

      * Second pass prints the bursar's position now that the
      * receipts have settled onto the schedules. The record area
      * still holds the HIGH-VALUES end-of-file state from the
           CLOSE OverdueReport.
           PERFORM Rewrite-Schedule.
           PERFORM Archive-Receipts THRU Archive-Receipts-Exit.
           PERFORM Archive-Withdrawals THRU Archive-Withdrawals-Exit.
           PERFORM Post-Tuition-To-Ledger
               THRU Post-Tuition-To-Ledger-Exit.

           DISPLAY "TUITPLAN: " Schedules-Built-Count " PLAN(S) "
               "BUILT, " Receipts-Applied-Count " RECEIPT(S) "
               "APPLIED, " Receipts-Rejected-Count " REJECTED, "
               Overdue-Students-Count " OVERDUE".
           DISPLAY "TUITPLAN: " Withdrawals-Settled-Count
               " WITHDRAWAL(S) SETTLED, " Refunds-Count
               " REFUND(S), " Withdrawals-Held-Count " HELD".
           IF Receipts-Rejected-Count > ZERO
              OR Withdrawals-Held-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Log-Run-Complete.
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
           MOVE "TUITPLAN" TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-Time(1:6) TO JL-End-Time.
           MOVE 8 TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "CLOSED" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * The plan run on the job log, so the close-readiness check
      * can see it ran.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Run-Date TO JL-Run-Date.
           MOVE "TUITPLAN" TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-End-Time(1:6) TO JL-End-Time.
           MOVE RETURN-CODE TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "RUN" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

       Load-Course-Fees.
           OPEN INPUT CourseFees.
           IF CourseFees-Present
               CLOSE CourseFees
           END-IF.

       Load-Enrollments.
           OPEN INPUT EnrollFile.
           IF EnrollFile-Present
               READ EnrollFile NEXT
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Enrollments
                   IF ENT-Count >= 2000
                       SET Enrollment-Overflow TO TRUE
                   ELSE
                       ADD 1 TO ENT-Count
                       MOVE EN-StudentId TO ENT-StudentId(ENT-Count)
                       MOVE EN-Course-Code
                         TO ENT-Course-Code(ENT-Count)
                       MOVE EN-Status TO ENT-Status(ENT-Count)
                   END-IF
                   READ EnrollFile NEXT
                       AT END SET End-Of-Enrollments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EnrollFile
           END-IF.

       Load-Plan-Parm.
           OPEN INPUT PlanParm.
           IF PlanParmFile-Present
               CLOSE TuitionSchedule
           END-IF.

       Load-Withdrawals.
           OPEN INPUT TuitionWithdrawals.
           IF TuitWdrnFile-Present
               READ TuitionWithdrawals
                   AT END SET End-Of-Withdrawals TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Withdrawals
                   IF WDT-Count >= 200
                       SET Withdrawal-Overflow TO TRUE
                   ELSE
                       ADD 1 TO WDT-Count
                       MOVE TW-StudentId TO WDT-StudentId(WDT-Count)
                       MOVE TW-Course TO WDT-Course(WDT-Count)
                       MOVE TW-Date TO WDT-Date(WDT-Count)
                       MOVE "N" TO WDT-Held-Sw(WDT-Count)
                   END-IF
                   READ TuitionWithdrawals
                       AT END SET End-Of-Withdrawals TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TuitionWithdrawals
           END-IF.

       Load-Course-Starts.
           OPEN INPUT CoursesFile.
           IF CoursesFile-Present
               READ CoursesFile
                   AT END SET End-Of-Courses TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Courses
                   IF CRM-Count < 10
                       ADD 1 TO CRM-Count
                       MOVE CRS-Code
                         TO CRM-Course-Code(CRM-Count)
                       IF CRS-Term-Start IS NUMERIC
                           MOVE CRS-Term-Start
                             TO CRM-Term-Start(CRM-Count)
                       ELSE
                           MOVE ZERO TO CRM-Term-Start(CRM-Count)
                       END-IF
                   END-IF
                   READ CoursesFile
                       AT END SET End-Of-Courses TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

      * A band that is not numeric, or refunds more than the whole
      * fee, is skipped; an empty or missing file takes the defaults.
       Load-Refund-Policy.
           OPEN INPUT RefundPolicy.
           IF RefPolicyFile-Present
               READ RefundPolicy
                   AT END SET End-Of-Refund-Policy TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Refund-Policy
                   IF RP-Weeks IS NUMERIC
                      AND RP-Refund-Pct IS NUMERIC
                      AND RP-Refund-Pct <= 100
                      AND RPT-Count < 10
                       ADD 1 TO RPT-Count
                       MOVE RP-Weeks TO RPT-Weeks(RPT-Count)
                       MOVE RP-Refund-Pct
                         TO RPT-Refund-Pct(RPT-Count)
                   END-IF
                   READ RefundPolicy
                       AT END SET End-Of-Refund-Policy TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RefundPolicy
           END-IF.
           IF RPT-Count = ZERO
               MOVE 2 TO RPT-Count
               MOVE 2 TO RPT-Weeks(1)
               MOVE 100 TO RPT-Refund-Pct(1)
               MOVE 4 TO RPT-Weeks(2)
               MOVE 50 TO RPT-Refund-Pct(2)
           END-IF.

      * Each receipt pays its student's installments oldest first -
      * file order is due order since the plan built that way. A
      * receipt naming a student with no schedule row (a mistyped
      * id, or a student with no priced course) applies nowhere and
      * rejects to the error report instead of vanishing.
       Apply-Receipts.
           OPEN INPUT TuitionReceipts.
               WRITE Receipt-Error-Line FROM Receipt-Error-Detail
               ADD 1 TO Receipts-Rejected-Count
           ELSE
               ADD TR-Amount TO Run-Receipts-Total
               MOVE TR-Amount TO Receipt-Left
               PERFORM VARYING SCH-Scan-Idx FROM 1 BY 1
                       UNTIL SCH-Scan-Idx > SCH-Count
               MOVE ZERO TO Receipt-Left
           END-IF.

      * The refund file carries a header dated today, a detail row
      * per student refunded and a count-and-total trailer, written
      * even when nobody is refunded so BANKREC1 always finds a
      * proper batch.
       Settle-Withdrawals.
           OPEN OUTPUT TuitionRefunds.
           OPEN OUTPUT WithdrawalReport.
           MOVE SPACES TO Tuition-Refund-Rec.
           MOVE "H" TO TRF-Rec-Type.
           MOVE Run-Date TO TRF-Pay-Date.
           WRITE Tuition-Refund-Rec.
           WRITE Withdrawal-Report-Line FROM Withdrawal-Heading-Line
            AFTER ADVANCING PAGE.
           WRITE Withdrawal-Report-Line FROM Withdrawal-Topic-Heading
            AFTER ADVANCING 2 LINES.
           PERFORM Settle-One-Withdrawal
               THRU Settle-One-Withdrawal-Exit
               VARYING WDT-Scan-Idx FROM 1 BY 1
               UNTIL WDT-Scan-Idx > WDT-Count.
           MOVE SPACES TO Tuition-Refund-Rec.
           MOVE "T" TO TRF-Rec-Type.
           MOVE Refunds-Count TO TRF-Count.
           MOVE Run-Refund-Total TO TRF-Total.
           WRITE Tuition-Refund-Rec.
           MOVE Withdrawals-Settled-Count TO WT-Settled.
           MOVE Run-Cancelled-Total TO WT-Cancelled.
           MOVE Run-Refund-Total TO WT-Refunded.
           WRITE Withdrawal-Report-Line FROM Withdrawal-Total-Line
            AFTER ADVANCING 2 LINES.
           MOVE Withdrawals-Held-Count TO WT-Held.
           WRITE Withdrawal-Report-Line FROM Withdrawal-Held-Line
            AFTER ADVANCING 1 LINE.
           CLOSE TuitionRefunds.
           CLOSE WithdrawalReport.

      * The share of the fee the policy releases cancels what is
      * still unpaid first; only what is left of it once nothing is
      * owed goes back as a refund. A notice for a student already
      * withdrawn (STUMNT1 records the course left as WDRN) or with
      * no schedule settles with nothing to do. A course with no
      * term start cannot be judged, so its notice is held.
       Settle-One-Withdrawal.
           MOVE WDT-StudentId(WDT-Scan-Idx) TO WD-StudentId.
           MOVE WDT-Course(WDT-Scan-Idx) TO WD-Course.
           MOVE WDT-Date(WDT-Scan-Idx) TO WD-Date.
           MOVE ZERO TO Wdrn-Weeks-In.
           MOVE ZERO TO Wdrn-Refund-Pct.
           MOVE ZERO TO Wdrn-Released.
           MOVE ZERO TO Wdrn-Cancelled.
           MOVE ZERO TO Wdrn-Refunded.
           PERFORM Total-Withdrawn-Schedule.
           IF WDT-Course(WDT-Scan-Idx) = "WDRN"
               MOVE "ALREADY WITHDRAWN" TO WD-Note
               ADD 1 TO Withdrawals-Settled-Count
               PERFORM Print-Withdrawal
               GO TO Settle-One-Withdrawal-Exit
           END-IF.
           IF NOT Student-Has-Schedule
               MOVE "NO TUITION SCHEDULE" TO WD-Note
               ADD 1 TO Withdrawals-Settled-Count
               PERFORM Print-Withdrawal
               GO TO Settle-One-Withdrawal-Exit
           END-IF.
           PERFORM Find-Term-Start.
           MOVE Wdrn-Term-Start TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Wdrn-Start-Day.
           MOVE WDT-Date(WDT-Scan-Idx) TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Wdrn-Leave-Day.
           IF Wdrn-Start-Day = ZERO OR Wdrn-Leave-Day = ZERO
               SET WDT-Held(WDT-Scan-Idx) TO TRUE
               MOVE "HELD - NO TERM START" TO WD-Note
               ADD 1 TO Withdrawals-Held-Count
               PERFORM Print-Withdrawal
               GO TO Settle-One-Withdrawal-Exit
           END-IF.
           IF Wdrn-Leave-Day < Wdrn-Start-Day
               MOVE 100 TO Wdrn-Refund-Pct
           ELSE
               COMPUTE Wdrn-Days-In = Wdrn-Leave-Day - Wdrn-Start-Day
               DIVIDE Wdrn-Days-In BY 7 GIVING Wdrn-Weeks-In
               ADD 1 TO Wdrn-Weeks-In
               PERFORM Find-Refund-Pct
           END-IF.
           COMPUTE Wdrn-Released ROUNDED =
               Wdrn-Fee * Wdrn-Refund-Pct / 100.
           IF Wdrn-Released > Wdrn-Fee - Wdrn-Paid
               COMPUTE Wdrn-Cancelled = Wdrn-Fee - Wdrn-Paid
               COMPUTE Wdrn-Refunded = Wdrn-Released - Wdrn-Cancelled
           ELSE
               MOVE Wdrn-Released TO Wdrn-Cancelled
           END-IF.
           IF Wdrn-Cancelled > ZERO
               PERFORM Cancel-Installments
           END-IF.
           IF Wdrn-Refunded > ZERO
               PERFORM Refund-Installments
               PERFORM Write-Refund-Detail
           END-IF.
           ADD Wdrn-Released TO Run-Released-Total.
           ADD Wdrn-Cancelled TO Run-Cancelled-Total.
           IF Wdrn-Released = ZERO
               MOVE "NOTHING RELEASED" TO WD-Note
           ELSE
               MOVE "SETTLED" TO WD-Note
           END-IF.
           ADD 1 TO Withdrawals-Settled-Count.
           PERFORM Print-Withdrawal.

       Settle-One-Withdrawal-Exit.
           EXIT.

      * The fee is what the schedule still carries for the student,
      * and the paid side everything received against it.
       Total-Withdrawn-Schedule.
           MOVE "N" TO Student-Has-Schedule-Sw.
           MOVE ZERO TO Wdrn-Fee.
           MOVE ZERO TO Wdrn-Paid.
           PERFORM VARYING SCH-Scan-Idx FROM 1 BY 1
                   UNTIL SCH-Scan-Idx > SCH-Count
               IF SCH-StudentId(SCH-Scan-Idx) =
                       WDT-StudentId(WDT-Scan-Idx)
                   SET Student-Has-Schedule TO TRUE
                   ADD SCH-Amount(SCH-Scan-Idx) TO Wdrn-Fee
                   ADD SCH-Paid(SCH-Scan-Idx) TO Wdrn-Paid
               END-IF
           END-PERFORM.

       Find-Term-Start.
           MOVE ZERO TO Wdrn-Term-Start.
           PERFORM VARYING CRM-Scan-Idx FROM 1 BY 1
                   UNTIL CRM-Scan-Idx > CRM-Count
               IF CRM-Course-Code(CRM-Scan-Idx) =
                       WDT-Course(WDT-Scan-Idx)
                   MOVE CRM-Term-Start(CRM-Scan-Idx)
                     TO Wdrn-Term-Start
               END-IF
           END-PERFORM.

      * The first band the week the student left falls within - the
      * bands run earliest first, and past the last nothing is due
      * back.
       Find-Refund-Pct.
           MOVE "N" TO RPT-Found-Sw.
           MOVE ZERO TO Wdrn-Refund-Pct.
           PERFORM VARYING RPT-Scan-Idx FROM 1 BY 1
                   UNTIL RPT-Scan-Idx > RPT-Count OR RPT-Found
               IF Wdrn-Weeks-In <= RPT-Weeks(RPT-Scan-Idx)
                   MOVE "Y" TO RPT-Found-Sw
                   MOVE RPT-Refund-Pct(RPT-Scan-Idx)
                     TO Wdrn-Refund-Pct
               END-IF
           END-PERFORM.

      * Latest installment first, so what stays owed is what fell
      * due earliest.
       Cancel-Installments.
           MOVE Wdrn-Cancelled TO Adjust-Left.
           PERFORM VARYING SCH-Scan-Idx FROM SCH-Count BY -1
                   UNTIL SCH-Scan-Idx < 1
                      OR Adjust-Left NOT > ZERO
               IF SCH-StudentId(SCH-Scan-Idx) =
                       WDT-StudentId(WDT-Scan-Idx)
                  AND SCH-Paid(SCH-Scan-Idx) <
                       SCH-Amount(SCH-Scan-Idx)
                   PERFORM Cancel-One-Installment
               END-IF
           END-PERFORM.

       Cancel-One-Installment.
           COMPUTE Still-Owed = SCH-Amount(SCH-Scan-Idx)
               - SCH-Paid(SCH-Scan-Idx).
           IF Adjust-Left >= Still-Owed
               SUBTRACT Still-Owed FROM SCH-Amount(SCH-Scan-Idx)
               SUBTRACT Still-Owed FROM Adjust-Left
           ELSE
               SUBTRACT Adjust-Left FROM SCH-Amount(SCH-Scan-Idx)
               MOVE ZERO TO Adjust-Left
           END-IF.

      * Nothing is owed by now, so each installment comes down paid
      * and charged alike.
       Refund-Installments.
           MOVE Wdrn-Refunded TO Adjust-Left.
           PERFORM VARYING SCH-Scan-Idx FROM SCH-Count BY -1
                   UNTIL SCH-Scan-Idx < 1
                      OR Adjust-Left NOT > ZERO
               IF SCH-StudentId(SCH-Scan-Idx) =
                       WDT-StudentId(WDT-Scan-Idx)
                  AND SCH-Paid(SCH-Scan-Idx) > ZERO
                   PERFORM Refund-One-Installment
               END-IF
           END-PERFORM.

       Refund-One-Installment.
           IF Adjust-Left >= SCH-Paid(SCH-Scan-Idx)
               MOVE SCH-Paid(SCH-Scan-Idx) TO Adjust-Piece
           ELSE
               MOVE Adjust-Left TO Adjust-Piece
           END-IF.
           SUBTRACT Adjust-Piece FROM SCH-Paid(SCH-Scan-Idx).
           SUBTRACT Adjust-Piece FROM SCH-Amount(SCH-Scan-Idx).
           SUBTRACT Adjust-Piece FROM Adjust-Left.

       Write-Refund-Detail.
           MOVE SPACES TO Tuition-Refund-Rec.
           MOVE "D" TO TRF-Rec-Type.
           MOVE WDT-StudentId(WDT-Scan-Idx) TO TRF-StudentId.
           MOVE Wdrn-Refunded TO TRF-Amount.
           WRITE Tuition-Refund-Rec.
           ADD 1 TO Refunds-Count.
           ADD Wdrn-Refunded TO Run-Refund-Total.

       Print-Withdrawal.
           MOVE Wdrn-Weeks-In TO WD-Week.
           MOVE Wdrn-Refund-Pct TO WD-Pct.
           MOVE Wdrn-Fee TO WD-Fee.
           MOVE Wdrn-Paid TO WD-Paid.
           MOVE Wdrn-Cancelled TO WD-Cancelled.
           MOVE Wdrn-Refunded TO WD-Refunded.
           WRITE Withdrawal-Report-Line FROM Withdrawal-Detail
            AFTER ADVANCING 1 LINE.

      * Pass one: a withdrawn student plans nothing; a student with
      * a priced active enrollment and no schedule yet gets one built.
       Build-One-Student-Schedule.
           IF Student-Withdrawn
               GO TO Build-One-Student-Schedule-Exit
           END-IF.
           PERFORM Check-Student-Schedule.
           IF NOT Student-Has-Schedule
               PERFORM Find-Student-Fee
               IF CFT-Found
                   PERFORM Build-One-Schedule
               END-IF
       Build-One-Student-Schedule-Exit.
           EXIT.

      * Pass two: everyone with a schedule prints their position - a
      * withdrawn student too, since whatever the withdrawal left
      * them owing is still owed.
       Plan-One-Student.
           PERFORM Check-Student-Schedule.
           IF NOT Student-Has-Schedule
               GO TO Plan-One-Student-Exit
               END-IF
           END-PERFORM.

      * The fee is the total over the student's active enrollments -
      * CFT-Found says at least one of them is on the fee master.
       Find-Student-Fee.
           MOVE "N" TO CFT-Found-Sw.
           MOVE ZERO TO Student-Fee.
           PERFORM VARYING ENT-Scan-Idx FROM 1 BY 1
                   UNTIL ENT-Scan-Idx > ENT-Count
               IF ENT-StudentId(ENT-Scan-Idx) = StudentId
                  AND ENT-Active(ENT-Scan-Idx)
                   PERFORM Add-Course-Fee
               END-IF
           END-PERFORM.

       Add-Course-Fee.
           MOVE "N" TO Course-Priced-Sw.
           PERFORM VARYING CFT-Scan-Idx FROM 1 BY 1
                   UNTIL CFT-Scan-Idx > CFT-Count OR Course-Priced
               IF CFT-Course-Code(CFT-Scan-Idx) =
                       ENT-Course-Code(ENT-Scan-Idx)
                   MOVE "Y" TO Course-Priced-Sw
                   MOVE "Y" TO CFT-Found-Sw
                   ADD CFT-Fee(CFT-Scan-Idx) TO Student-Fee
               END-IF
           END-PERFORM.

       Archive-Receipts-Exit.
           EXIT.

      * Every notice read moves to a dated history file; the input
      * is rewritten with only the held ones, so a settled notice
      * never settles twice and a held one is tried again.
       Archive-Withdrawals.
           IF WDT-Count = ZERO
               GO TO Archive-Withdrawals-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Wdrn-Hist-File-Name.
           STRING "TUITWDRN-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Wdrn-Hist-File-Name.
           OPEN OUTPUT WithdrawalHist.
           OPEN OUTPUT TuitionWithdrawals.
           PERFORM VARYING WDT-Scan-Idx FROM 1 BY 1
                   UNTIL WDT-Scan-Idx > WDT-Count
               MOVE WDT-StudentId(WDT-Scan-Idx) TO TW-StudentId
               MOVE WDT-Course(WDT-Scan-Idx) TO TW-Course
               MOVE WDT-Date(WDT-Scan-Idx) TO TW-Date
               MOVE Tuition-Withdrawal-Rec TO Withdrawal-Hist-Rec
               WRITE Withdrawal-Hist-Rec
               IF WDT-Held(WDT-Scan-Idx)
                   WRITE Tuition-Withdrawal-Rec
               END-IF
           END-PERFORM.
           CLOSE WithdrawalHist.
           CLOSE TuitionWithdrawals.

       Archive-Withdrawals-Exit.
           EXIT.

      * Receipts in: bank debited, tuition debtors credited. The fee
      * a withdrawal releases comes off tuition income against the
      * debtors, and the part refunded goes back out of the bank.
      * All at head office.
       Post-Tuition-To-Ledger.
           IF Run-Receipts-Total = ZERO
              AND Run-Released-Total = ZERO
               GO TO Post-Tuition-To-Ledger-Exit
           END-IF.
           OPEN EXTEND GlPosting.
           IF WS-GlPosting-Status NOT = "00"
               OPEN OUTPUT GlPosting
           END-IF.
           MOVE Run-Period TO GL-Period.
           MOVE "TUITPLAN" TO GL-Source.
           MOVE "HO " TO GL-Branch.
           IF Run-Receipts-Total > ZERO
               MOVE "BANK  " TO GL-Account
               MOVE Run-Receipts-Total TO GL-Debit
               MOVE ZERO TO GL-Credit
               WRITE Gl-Posting-Rec
               MOVE "TUITDR" TO GL-Account
               MOVE ZERO TO GL-Debit
               MOVE Run-Receipts-Total TO GL-Credit
               WRITE Gl-Posting-Rec
           END-IF.
           IF Run-Released-Total > ZERO
               MOVE "TUITIN" TO GL-Account
               MOVE Run-Released-Total TO GL-Debit
               MOVE ZERO TO GL-Credit
               WRITE Gl-Posting-Rec
               MOVE "TUITDR" TO GL-Account
               MOVE ZERO TO GL-Debit
               MOVE Run-Released-Total TO GL-Credit
               WRITE Gl-Posting-Rec
           END-IF.
           IF Run-Refund-Total > ZERO
               MOVE "TUITDR" TO GL-Account
               MOVE Run-Refund-Total TO GL-Debit
               MOVE ZERO TO GL-Credit
               WRITE Gl-Posting-Rec
               MOVE "BANK  " TO GL-Account
               MOVE ZERO TO GL-Debit
               MOVE Run-Refund-Total TO GL-Credit
               WRITE Gl-Posting-Rec
           END-IF.
           CLOSE GlPosting.

       Post-Tuition-To-Ledger-Exit.
           EXIT.

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

       END PROGRAM TUITPLAN.
