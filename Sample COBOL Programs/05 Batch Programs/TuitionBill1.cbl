      *          is not on the fee master lands on the exception
      *          report instead of being billed at zero, and a
      *          withdrawn student (course WDRN) is listed there too
      *          rather than billed. Billing works off the enrollment
      *          file ENROLL.DAT rather than the single CourseCode: a
      *          student is billed once per active enrollment, and a
      *          dropped, withdrawn or completed enrollment is listed
      *          on the exception report as not billed. The term's
      *          billing posts to GLPOST.DAT - tuition debtors debited,
      *          tuition income credited - for the RUNPARM.DAT period,
      *          and a run whose period PERCLOSE has closed refuses
      *          before anything prints or posts.
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

           SELECT TuitionReport ASSIGN TO "TUITION.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TuitionExceptions ASSIGN TO "TUITION-EXCEPT.RPT"
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
           88 End-Of-Enrollments      VALUE HIGH-VALUES.
        02 EN-Key.
         03 EN-StudentId              PIC 9(7).
         03 EN-Course-Code            PIC X(4).
        02 EN-Enrol-Date              PIC 9(8).
        02 EN-Status                  PIC X.
        02 EN-Status-Date             PIC 9(8).

       FD TuitionReport.
       01 Print-Line                  PIC X(80).

       FD TuitionExceptions.
       01 Tuition-Exception-Line      PIC X(60).

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
           88 CourseFees-Present      VALUE "00".
       01  CourseFees-Eof-Sw          PIC X VALUE "N".
           88 CourseFees-Eof          VALUE "Y".
       01  WS-Enroll-Status           PIC XX.
           88 EnrollFile-Present      VALUE "00".

      * Every enrollment, loaded whole so each student's rows can be
      * picked out as the register streams past.
       01  Enrollment-Table.
        02  ENT-Entry OCCURS 2000 TIMES.
         03 ENT-StudentId             PIC 9(7).
         03 ENT-Course-Code           PIC X(4).
         03 ENT-Status                PIC X.
            88 ENT-Active             VALUE "A".
            88 ENT-Dropped            VALUE "D".
            88 ENT-Withdrawn          VALUE "W".
            88 ENT-Completed          VALUE "C".
       01  ENT-Count                  PIC 9(4) VALUE ZERO.
       01  ENT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Enrollment-Overflow-Sw     PIC X VALUE "N".
           88 Enrollment-Overflow     VALUE "Y".
       01  Student-Enrollment-Count   PIC 9(3) VALUE ZERO.
       01  Student-Billed-Sw          PIC X VALUE "N".
           88 Student-Billed          VALUE "Y".
       01  Bill-Course                PIC X(4) VALUE SPACES.
       01  WS-GlPosting-Status        PIC XX.
       01  WS-RunParm-Status          PIC XX.
           88 RunParmFile-Present     VALUE "00".
       01  WS-Periods-Status          PIC XX.
           88 PeriodsFile-Present     VALUE "00".
       01  WS-JobLog-Status           PIC XX.
       01  Period-Closed-Sw           PIC X VALUE "N".
           88 Period-Closed           VALUE "Y".
       01  Run-Period                 PIC X(20) VALUE SPACES.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

      * The fee master plus a billed-total cell per course, rolled up
      * as the students stream past.

       01  Grand-Total-Billed         PIC 9(8)V99 VALUE ZERO.
       01  Students-Billed-Count      PIC 9(5) VALUE ZERO.
       01  Enrollments-Billed-Count   PIC 9(5) VALUE ZERO.
       01  Exceptions-Count           PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Run-Parm.
           PERFORM Check-Period-Status.
           IF Period-Closed
               DISPLAY "TUITION1: PERIOD " Run-Period
                   " IS CLOSED - RUN REFUSED"
               PERFORM Log-Period-Refusal
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Course-Fees.
           IF CFT-Count = ZERO
               DISPLAY "TUITION1: COURSEFEE.DAT MISSING OR EMPTY"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Enrollments.
           IF NOT EnrollFile-Present
               DISPLAY "TUITION1: ENROLL.DAT NOT FOUND"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF Enrollment-Overflow
               DISPLAY "TUITION1: ENROLL.DAT EXCEEDS THE TABLE - "
                   "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT StudentFile.
           IF NOT StudentFile-Present
           CLOSE StudentFile.
           CLOSE TuitionReport.
           CLOSE TuitionExceptions.
           IF Grand-Total-Billed > ZERO
               PERFORM Post-Billing-To-Ledger
           END-IF.
           DISPLAY "STUDENTS BILLED    : " Students-Billed-Count.
           DISPLAY "ENROLLMENTS BILLED : " Enrollments-Billed-Count.
           DISPLAY "EXCEPTIONS LISTED  : " Exceptions-Count.
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
           MOVE "TUITION1" TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-Time(1:6) TO JL-End-Time.
           MOVE 8 TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "CLOSED" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * The term's billing on the job log, so the close-readiness check
      * can see it ran.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Run-Date TO JL-Run-Date.
           MOVE "TUITION1" TO JL-Step-Name.
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

       Print-Report-Heading.
           WRITE Print-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Print-Line FROM Topic-Heading
            AFTER ADVANCING 3 LINES.

      * One bill line per active enrollment. A student holding no
      * enrollment at all is listed rather than silently skipped.
       Bill-One-Student.
           MOVE "N" TO Student-Billed-Sw.
           MOVE ZERO TO Student-Enrollment-Count.
           PERFORM VARYING ENT-Scan-Idx FROM 1 BY 1
                   UNTIL ENT-Scan-Idx > ENT-Count
               IF ENT-StudentId(ENT-Scan-Idx) = StudentId
                   ADD 1 TO Student-Enrollment-Count
                   PERFORM Bill-One-Enrollment
               END-IF
           END-PERFORM.
           IF Student-Enrollment-Count = ZERO
               MOVE CourseCode TO Bill-Course
               IF Student-Withdrawn
                   MOVE "WITHDRAWN - NOT BILLED" TO TX-Reason
               ELSE
                   MOVE "NO ENROLLMENTS - NOT BILLED" TO TX-Reason
               END-IF
               PERFORM Write-Tuition-Exception
           END-IF.
           IF Student-Billed
               ADD 1 TO Students-Billed-Count
           END-IF.

       Bill-One-Enrollment.
           MOVE ENT-Course-Code(ENT-Scan-Idx) TO Bill-Course.
           EVALUATE TRUE
               WHEN ENT-Withdrawn(ENT-Scan-Idx)
                   MOVE "WITHDRAWN - NOT BILLED" TO TX-Reason
                   PERFORM Write-Tuition-Exception
               WHEN ENT-Dropped(ENT-Scan-Idx)
                   MOVE "DROPPED - NOT BILLED" TO TX-Reason
                   PERFORM Write-Tuition-Exception
               WHEN ENT-Completed(ENT-Scan-Idx)
                   MOVE "COMPLETED - NOT BILLED" TO TX-Reason
                   PERFORM Write-Tuition-Exception
               WHEN OTHER
                   PERFORM Find-Course-Fee
                   IF CFT-Found
                       PERFORM Write-Tuition-Detail
                   ELSE
                       MOVE "COURSE NOT ON FEE MASTER" TO TX-Reason
                       PERFORM Write-Tuition-Exception
                   END-IF
           END-EVALUATE.

       Write-Tuition-Detail.
           MOVE StudentId TO TD-StudentId.
           MOVE Surname TO TD-Surname.
           MOVE Initials TO TD-Initials.
           MOVE Bill-Course TO TD-Course.
           MOVE CFT-Fee(CFT-Found-Idx) TO TD-Fee.
           WRITE Print-Line FROM Tuition-Detail-Line
            AFTER ADVANCING 1 LINE.
           ADD 1 TO CFT-Student-Count(CFT-Found-Idx).
           ADD CFT-Fee(CFT-Found-Idx)
             TO CFT-Billed-Total(CFT-Found-Idx).
           ADD CFT-Fee(CFT-Found-Idx) TO Grand-Total-Billed.
           ADD 1 TO Enrollments-Billed-Count.
           SET Student-Billed TO TRUE.

      * Bill-Course carries the course the line is about.
       Write-Tuition-Exception.
           MOVE StudentId TO TX-StudentId.
           MOVE Bill-Course TO TX-Course.
           WRITE Tuition-Exception-Line
               FROM Tuition-Exception-Detail.
           ADD 1 TO Exceptions-Count.

       Find-Course-Fee.
           MOVE "N" TO CFT-Found-Sw.
           MOVE ZERO TO CFT-Found-Idx.
           PERFORM VARYING CFT-Scan-Idx FROM 1 BY 1
                   UNTIL CFT-Scan-Idx > CFT-Count OR CFT-Found
               IF CFT-Course-Code(CFT-Scan-Idx) = Bill-Course
                   MOVE "Y" TO CFT-Found-Sw
                   MOVE CFT-Scan-Idx TO CFT-Found-Idx
               END-IF
           WRITE Print-Line FROM Grand-Total-Line
            AFTER ADVANCING 2 LINES.

      * The term's tuition raised: tuition debtors debited, tuition
      * income credited, both at head office.
       Post-Billing-To-Ledger.
           OPEN EXTEND GlPosting.
           IF WS-GlPosting-Status NOT = "00"
               OPEN OUTPUT GlPosting
           END-IF.
           MOVE Run-Period TO GL-Period.
           MOVE "TUITION1" TO GL-Source.
           MOVE "HO " TO GL-Branch.
           MOVE "TUITDR" TO GL-Account.
           MOVE Grand-Total-Billed TO GL-Debit.
           MOVE ZERO TO GL-Credit.
           WRITE Gl-Posting-Rec.
           MOVE "TUITIN" TO GL-Account.
           MOVE ZERO TO GL-Debit.
           MOVE Grand-Total-Billed TO GL-Credit.
           WRITE Gl-Posting-Rec.
           CLOSE GlPosting.

       END PROGRAM TUITION1.
