      *          with the signed-on operator, and the run ends with an
      *          applied/skipped trailer. Sign-on follows the
      *          OPERATOR.DAT scheme the other maintenance runs use -
      *          function letter S. Courses are held on the enrollment
      *          file ENROLL.DAT (student id plus course code): A adds
      *          an enrollment on a further course and R drops one,
      *          both against capacity and the waitlist; C moves the
      *          student's enrollment from the home course to the new
      *          one, W ends every enrollment the student holds and D
      *          removes them with the record - each freed seat offers
      *          to the top of that course's waitlist. P is the term-end
      *          progression PROGRUN1 batches: the course passed ends
      *          as C completed and the student moves on to the next
      *          course in sequence (none at the end of the sequence).
      *          Every withdrawal also leaves a notice on TUITWDRN.DAT
      *          for TUITPLAN to settle the student's tuition schedule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT WaitOffers ASSIGN TO "WAITOFFER.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * Withdrawal notices the tuition run refunds or cancels from -
      * appended to, and cleared by TUITPLAN once settled.
           SELECT TuitionWithdrawals ASSIGN TO "TUITWDRN.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TuitWdrn-Status.

      * One row per student per course - DYNAMIC so the seat census
      * reads it through and a student's rows can be walked in key
      * order from the first.
           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EN-Key
                     FILE STATUS IS WS-Enroll-Status.
       DATA DIVISION.
       FILE SECTION.
      * The layout STUREG1 writes and SeqReadNo88.cbl reads.
           88 Change-Course-Tran      VALUE "C".
           88 Withdraw-Tran           VALUE "W".
           88 Delete-Tran             VALUE "D".
           88 Add-Course-Tran         VALUE "A".
           88 Drop-Course-Tran        VALUE "R".
           88 Progress-Tran           VALUE "P".
        02 TC-StudentId               PIC 9(7).
        02 TC-NewCourse               PIC X(4).
      * The course being left - a P transaction only.
        02 TC-From-Course             PIC X(4).
      * The same record area read as a batch-controlled row - the
      * keyed intake carries no money, so the trailer proves the
      * record count alone.
           88 Change-Batch-Header     VALUE "H".
           88 Change-Batch-Detail     VALUE "D".
           88 Change-Batch-Trailer    VALUE "T".
        02 SCB-Body                   PIC X(19).
        02 SCB-Header REDEFINES SCB-Body.
         03 SCBH-Batch-Number         PIC 9(4).
         03 SCBH-Prepared-By          PIC X(3).
         03 SCBH-Date                 PIC 9(8).
         03 FILLER                    PIC X(4).
        02 SCB-Trailer REDEFINES SCB-Body.
         03 SCBT-Count                PIC 9(5).
         03 FILLER                    PIC X(14).

      * The full course-master layout - this run needs the code and
      * the seat capacity.
       FD CoursesFile.
       01 Course-Master-Rec.
        02 CRS-Code                   PIC X(4).
       FD WaitOffers.
       01 Wait-Offer-Line           PIC X(60).

      * Status A active, D dropped, W withdrawn - the ENRLCNV1 layout.
       FD EnrollFile.
       01 Enrollment-Rec.
        02 EN-Key.
         03 EN-StudentId             PIC 9(7).
         03 EN-Course-Code           PIC X(4).
        02 EN-Enrol-Date             PIC 9(8).
        02 EN-Status                 PIC X.
           88 EN-Active              VALUE "A".
           88 EN-Dropped             VALUE "D".
           88 EN-Withdrawn           VALUE "W".
           88 EN-Completed           VALUE "C".
        02 EN-Status-Date            PIC 9(8).

       FD StuChangeErrors.
       01 Stu-Change-Error-Line      PIC X(60).

        02 OSL-Program               PIC X(8).
        02 OSL-Decision              PIC X(8).

       FD TuitionWithdrawals.
       01 Tuition-Withdrawal-Rec.
        02 TW-StudentId              PIC 9(7).
        02 TW-Course                 PIC X(4).
        02 TW-Date                   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-Student-Status         PIC XX.
           88 Student-Io-Ok          VALUE "00".
       01  Course-Master-Table.
        02  CRM-Entry OCCURS 10 TIMES INDEXED BY CRM-Idx.
         03 CRM-Course-Code          PIC X(4).
         03 CRM-Capacity             PIC 9(3).
         03 CRM-Enrolled             PIC 9(3).
       01  CRM-Count                  PIC 99 VALUE ZERO.
       01  CRM-Found-Idx              PIC 99 VALUE ZERO.
       01  Course-Full-Sw             PIC X VALUE "N".
           88 Course-Full            VALUE "Y".
       01  Course-Master-Found-Sw     PIC X VALUE "N".
           88 Course-Master-Found    VALUE "Y".
       01  Course-Master-Loaded-Sw   PIC X VALUE "N".
       01  WS-Operator-Status        PIC XX.
           88 OperatorFile-Present   VALUE "00".
       01  WS-OpSec-Status           PIC XX.
       01  WS-TuitWdrn-Status        PIC XX.
       01  Signon-Operator-Id        PIC X(5).
       01  Operator-Functions        PIC X(10).
       01  Operator-Found-Sw         PIC X VALUE "N".
       01  Current-Batch-Good-Sw     PIC X VALUE "Y".
           88 Current-Batch-Good     VALUE "Y".
       01  Bad-Batch-Count           PIC 99 VALUE ZERO.
       01  Change-Stage              PIC X(19) VALUE SPACES.

      * The waitlist rides through each promotion whole - the top
      * entry for the freed course comes off, the rest go back in
           88 WLT-Found              VALUE "Y".
       01  Offers-Made-Count         PIC 9(4) VALUE ZERO.

      * The enrollment being added, and how a student's rows end -
      * W withdrawn with the student, D deleted with the record.
       01  WS-Enroll-Status          PIC XX.
           88 Enroll-Io-Ok           VALUE "00".
           88 Duplicate-Enrollment   VALUE "22".
       01  Enroll-Eof-Sw             PIC X VALUE "N".
           88 Enroll-Eof             VALUE "Y".
       01  Enroll-Course             PIC X(4) VALUE SPACES.
       01  Release-Status            PIC X VALUE SPACE.
       01  Release-Mode-Sw           PIC X VALUE SPACE.
           88 Release-Withdrawing    VALUE "W".
           88 Release-Deleting       VALUE "D".
       01  Next-Enrolled-Sw          PIC X VALUE "N".
           88 Next-Already-Enrolled  VALUE "Y".
       01  Hold-Enroll-Status        PIC X VALUE SPACE.
           88 Held-Enrollment-Active VALUE "A".

       01  Wait-Offer-Detail.
        02  FILLER                  PIC X(6)  VALUE "OFFER ".
        02  WO-Course-Code          PIC X(4).
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O EnrollFile.
           IF WS-Enroll-Status = "35"
               OPEN OUTPUT EnrollFile
               CLOSE EnrollFile
               OPEN I-O EnrollFile
           END-IF.
           IF NOT Enroll-Io-Ok
               DISPLAY "STUMNT1: CANNOT OPEN ENROLL.DAT - STATUS "
                   WS-Enroll-Status
               CLOSE StudentFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Count-Active-Enrollments.

           PERFORM Prove-Change-Batches
               THRU Prove-Change-Batches-Exit.
           CLOSE StuChangeAudit.
           CLOSE WaitOffers.
           CLOSE StudentFile.
           CLOSE EnrollFile.
           PERFORM Rewrite-Waitlist.
           PERFORM Register-Applied-Batches
               THRU Register-Applied-Batches-Exit.
               WHEN Change-Batch-Detail
                   IF Current-Batch-Good
                       MOVE SCB-Body TO Change-Stage
                       MOVE Change-Stage(1:16)
                         TO Student-Change-Rec
                       PERFORM Apply-One-Transaction
                           THRU Apply-One-Transaction-Exit
                       ADD 1 TO CRM-Count
                       MOVE CRS-Code
                        TO CRM-Course-Code(CRM-Count)
                       IF CRS-Capacity IS NUMERIC
                           MOVE CRS-Capacity
                             TO CRM-Capacity(CRM-Count)
                       ELSE
                           MOVE ZERO TO CRM-Capacity(CRM-Count)
                       END-IF
                       MOVE ZERO TO CRM-Enrolled(CRM-Count)
                   END-IF
                   READ CoursesFile
                       AT END SET Courses-Eof TO TRUE
               CLOSE CoursesFile
           END-IF.

      * Seats taken per course, counted off the active enrollments
      * before any change applies and kept current as they do.
       Count-Active-Enrollments.
           MOVE "N" TO Enroll-Eof-Sw.
           PERFORM UNTIL Enroll-Eof
               READ EnrollFile NEXT
                   AT END SET Enroll-Eof TO TRUE
               END-READ
               IF NOT Enroll-Io-Ok
                   SET Enroll-Eof TO TRUE
               END-IF
               IF NOT Enroll-Eof AND EN-Active
                   PERFORM VARYING CRM-Idx FROM 1 BY 1
                           UNTIL CRM-Idx > CRM-Count
                       IF CRM-Course-Code(CRM-Idx) = EN-Course-Code
                           ADD 1 TO CRM-Enrolled(CRM-Idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Keyed READ picks the student straight off the index - an
      * unknown id comes back status 23 and the transaction skips.
       Apply-One-Transaction.
                   PERFORM Apply-Withdrawal
               WHEN Delete-Tran
                   PERFORM Apply-Deletion
               WHEN Add-Course-Tran
                   PERFORM Apply-Course-Add
                       THRU Apply-Course-Add-Exit
               WHEN Drop-Course-Tran
                   PERFORM Apply-Course-Drop
                       THRU Apply-Course-Drop-Exit
               WHEN Progress-Tran
                   PERFORM Apply-Progression
                       THRU Apply-Progression-Exit
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE-SKIPPED" TO SCE-Reason
                   PERFORM Log-Transaction-Error

      * The old image is captured before the REWRITE overwrites it,
      * but the audit line is only written once the I-O has stood -
      * the way CUSTMNT1 only audits changes actually applied. The
      * student's enrollment moves with the home course: the new
      * course must have a seat, and the old one's seat is freed.
       Apply-Course-Change.
           PERFORM Check-Course-Code.
           MOVE TC-NewCourse TO Enroll-Course.
           PERFORM Check-Course-Seat.
           EVALUATE TRUE
               WHEN NOT Course-Master-Found
                   MOVE "NEW COURSE CODE UNKNOWN" TO SCE-Reason
                   PERFORM Log-Transaction-Error
               WHEN TC-NewCourse = CourseCode
                   MOVE "ALREADY ON THAT COURSE" TO SCE-Reason
                   PERFORM Log-Transaction-Error
               WHEN Course-Full
                   MOVE "COURSE FULL-USE THE WAITLIST" TO SCE-Reason
                   PERFORM Log-Transaction-Error
               WHEN OTHER
                   MOVE CourseCode TO SCA-Old-Course
                   MOVE TC-NewCourse TO SCA-New-Course
                   MOVE "COURSE CHANGE" TO SCA-Note
                   MOVE TC-NewCourse TO CourseCode
                   REWRITE StudentDetails
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF Student-Io-Ok
                       PERFORM Log-Transaction-Audit
                       ADD 1 TO Changes-Applied-Count
                       PERFORM Move-Home-Enrollment
                   ELSE
                       MOVE "REWRITE FAILED" TO SCE-Reason
                       PERFORM Log-Transaction-Error
                   END-IF
           END-EVALUATE.

      * SCA-Old-Course holds the course being left. An already
      * active row on the new course stands as it is.
       Move-Home-Enrollment.
           PERFORM Read-Enrollment.
           IF NOT (Enroll-Io-Ok AND EN-Active)
               PERFORM Enroll-On-Course
           END-IF.
           MOVE SCA-Old-Course TO Enroll-Course.
           PERFORM Read-Enrollment.
           IF Enroll-Io-Ok AND EN-Active
               MOVE "D" TO Release-Status
               PERFORM Release-Enrollment
           END-IF.

      * A further course for a student already on file. A withdrawn
      * student enrolling again takes it as the home course.
       Apply-Course-Add.
           PERFORM Check-Course-Code.
           IF NOT Course-Master-Found
               MOVE "COURSE CODE UNKNOWN" TO SCE-Reason
               PERFORM Log-Transaction-Error
               GO TO Apply-Course-Add-Exit
           END-IF.
           MOVE TC-NewCourse TO Enroll-Course.
           PERFORM Read-Enrollment.
           IF Enroll-Io-Ok AND EN-Active
               MOVE "ALREADY ENROLLED ON COURSE" TO SCE-Reason
               PERFORM Log-Transaction-Error
               GO TO Apply-Course-Add-Exit
           END-IF.
           PERFORM Check-Course-Seat.
           IF Course-Full
               MOVE "COURSE FULL-USE THE WAITLIST" TO SCE-Reason
               PERFORM Log-Transaction-Error
               GO TO Apply-Course-Add-Exit
           END-IF.
           PERFORM Enroll-On-Course.
           IF NOT Enroll-Io-Ok
               MOVE "ENROLLMENT WRITE FAILED" TO SCE-Reason
               PERFORM Log-Transaction-Error
               GO TO Apply-Course-Add-Exit
           END-IF.
           IF CourseCode = "WDRN" OR CourseCode = SPACES
               MOVE TC-NewCourse TO CourseCode
               REWRITE StudentDetails
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           MOVE SPACES TO SCA-Old-Course.
           MOVE TC-NewCourse TO SCA-New-Course.
           MOVE "COURSE ADDED" TO SCA-Note.
           PERFORM Log-Transaction-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Course-Add-Exit.
           EXIT.

      * Dropping one course leaves the student and the rest of the
      * enrollments alone; the row stays on file marked D.
       Apply-Course-Drop.
           MOVE TC-NewCourse TO Enroll-Course.
           PERFORM Read-Enrollment.
           IF NOT (Enroll-Io-Ok AND EN-Active)
               MOVE "NOT ENROLLED ON COURSE" TO SCE-Reason
               PERFORM Log-Transaction-Error
               GO TO Apply-Course-Drop-Exit
           END-IF.
           MOVE "D" TO Release-Status.
           PERFORM Release-Enrollment.
           IF NOT Enroll-Io-Ok
               MOVE "ENROLLMENT REWRITE FAILED" TO SCE-Reason
               PERFORM Log-Transaction-Error
               GO TO Apply-Course-Drop-Exit
           END-IF.
           MOVE TC-NewCourse TO SCA-Old-Course.
           MOVE SPACES TO SCA-New-Course.
           MOVE "COURSE DROPPED" TO SCA-Note.
           PERFORM Log-Transaction-Audit.
           ADD 1 TO Changes-Applied-Count.

       Apply-Course-Drop-Exit.
           EXIT.

      * The next course is proved - known, with a seat or already
      * held - before the course passed is marked completed, so a
      * progression either applies whole or not at all. The next
      * course becomes the home course when the one passed was.
       Apply-Progression.
           MOVE TC-From-Course TO Enroll-Course.
           PERFORM Read-Enrollment.
           IF NOT (Enroll-Io-Ok AND EN-Active)
               MOVE "NOT ENROLLED ON COURSE" TO SCE-Reason
               PERFORM Log-Transaction-Error
               GO TO Apply-Progression-Exit
           END-IF.
           MOVE "N" TO Next-Enrolled-Sw.
           IF TC-NewCourse NOT = SPACES
               PERFORM Check-Course-Code
               IF NOT Course-Master-Found
                   MOVE "NEXT COURSE CODE UNKNOWN" TO SCE-Reason
                   PERFORM Log-Transaction-Error
                   GO TO Apply-Progression-Exit
               END-IF
               MOVE TC-NewCourse TO Enroll-Course
               PERFORM Read-Enrollment
               IF Enroll-Io-Ok AND EN-Active
                   SET Next-Already-Enrolled TO TRUE
               ELSE
                   PERFORM Check-Course-Seat
                   IF Course-Full
                       MOVE "NEXT COURSE FULL-USE WAITLIST"
                         TO SCE-Reason
                       PERFORM Log-Transaction-Error
                       GO TO Apply-Progression-Exit
                   END-IF
               END-IF
           END-IF.
           MOVE TC-From-Course TO Enroll-Course.
           PERFORM Read-Enrollment.
           MOVE "C" TO Release-Status.
           PERFORM Release-Enrollment.
           IF NOT Enroll-Io-Ok
               MOVE "ENROLLMENT REWRITE FAILED" TO SCE-Reason
               PERFORM Log-Transaction-Error
               GO TO Apply-Progression-Exit
           END-IF.
           MOVE TC-From-Course TO SCA-Old-Course.
           MOVE TC-NewCourse TO SCA-New-Course.
           IF TC-NewCourse = SPACES
               MOVE "COURSE COMPLETED" TO SCA-Note
           ELSE
               MOVE "PROGRESSED" TO SCA-Note
           END-IF.
           PERFORM Log-Transaction-Audit.
           ADD 1 TO Changes-Applied-Count.
           IF TC-NewCourse = SPACES
               GO TO Apply-Progression-Exit
           END-IF.
           IF NOT Next-Already-Enrolled
               MOVE TC-NewCourse TO Enroll-Course
               PERFORM Enroll-On-Course
               IF NOT Enroll-Io-Ok
                   MOVE "NEXT ENROLLMENT WRITE FAILED" TO SCE-Reason
                   PERFORM Log-Transaction-Error
                   GO TO Apply-Progression-Exit
               END-IF
           END-IF.
           IF CourseCode = TC-From-Course
               MOVE TC-NewCourse TO CourseCode
               REWRITE StudentDetails
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       Apply-Progression-Exit.
           EXIT.

      * A withdrawal keeps the record on file for the registrar but
      * parks the course as WDRN, the marker the roster and billing
           IF Student-Io-Ok
               PERFORM Log-Transaction-Audit
               ADD 1 TO Changes-Applied-Count
               PERFORM Log-Tuition-Withdrawal
               MOVE "W" TO Release-Mode-Sw
               PERFORM Release-Student-Enrollments
           ELSE
               MOVE "REWRITE FAILED" TO SCE-Reason
               PERFORM Log-Transaction-Error
           END-IF.

      * The home course left carries the term start the refund is
      * worked from.
       Log-Tuition-Withdrawal.
           OPEN EXTEND TuitionWithdrawals.
           IF WS-TuitWdrn-Status NOT = "00"
               OPEN OUTPUT TuitionWithdrawals
           END-IF.
           MOVE StudentId TO TW-StudentId.
           MOVE SCA-Old-Course TO TW-Course.
           MOVE Signon-Date TO TW-Date.
           WRITE Tuition-Withdrawal-Rec.
           CLOSE TuitionWithdrawals.

       Apply-Deletion.
           MOVE CourseCode TO SCA-Old-Course.
           MOVE SPACES TO SCA-New-Course.
           IF Student-Io-Ok
               PERFORM Log-Transaction-Audit
               ADD 1 TO Changes-Applied-Count
               MOVE "D" TO Release-Mode-Sw
               PERFORM Release-Student-Enrollments
           ELSE
               MOVE "DELETE FAILED" TO SCE-Reason
               PERFORM Log-Transaction-Error

      * File order is first-come order - the first waiting entry
      * for the freed course gets the offer and comes off the list.
      * SCA-Old-Course holds the course whose seat was freed.
       Promote-From-Waitlist.
           MOVE "N" TO WLT-Found-Sw.
           MOVE ZERO TO WLT-Found-Idx.
               DISPLAY "WAITLIST OFFERS MADE   : " Offers-Made-Count
           END-IF.

      * The matching slot index is captured while the scan is on it.
       Check-Course-Code.
           MOVE "N" TO Course-Master-Found-Sw.
           MOVE ZERO TO CRM-Found-Idx.
           IF Course-Master-Loaded
               PERFORM VARYING CRM-Idx FROM 1 BY 1
                       UNTIL CRM-Idx > CRM-Count
                          OR Course-Master-Found
                   IF CRM-Course-Code(CRM-Idx) = TC-NewCourse
                       MOVE "Y" TO Course-Master-Found-Sw
                       SET CRM-Found-Idx TO CRM-Idx
                   END-IF
               END-PERFORM
           ELSE
               END-IF
           END-IF.

      * Capacity zero means no seat limit, as STUREG1 reads it; a
      * course known only from the compiled-in list has no limit.
       Check-Course-Seat.
           MOVE "N" TO Course-Full-Sw.
           IF CRM-Found-Idx > ZERO
               IF CRM-Capacity(CRM-Found-Idx) > ZERO
                  AND CRM-Enrolled(CRM-Found-Idx) >=
                       CRM-Capacity(CRM-Found-Idx)
                   SET Course-Full TO TRUE
               END-IF
           END-IF.

       Read-Enrollment.
           MOVE TC-StudentId TO EN-StudentId.
           MOVE Enroll-Course TO EN-Course-Code.
           READ EnrollFile
               INVALID KEY CONTINUE
           END-READ.

      * The key allows one row per student per course, so a course
      * dropped earlier and taken up again reactivates its old row.
      * The student comes off that course's waitlist once seated.
       Enroll-On-Course.
           MOVE TC-StudentId TO EN-StudentId.
           MOVE Enroll-Course TO EN-Course-Code.
           MOVE Signon-Date TO EN-Enrol-Date.
           SET EN-Active TO TRUE.
           MOVE ZERO TO EN-Status-Date.
           WRITE Enrollment-Rec
               INVALID KEY CONTINUE
           END-WRITE.
           IF Duplicate-Enrollment
               REWRITE Enrollment-Rec
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF Enroll-Io-Ok
               IF CRM-Found-Idx > ZERO
                   ADD 1 TO CRM-Enrolled(CRM-Found-Idx)
               END-IF
               PERFORM VARYING WLT-Scan-Idx FROM 1 BY 1
                       UNTIL WLT-Scan-Idx > WLT-Count
                   IF WLT-StudentId(WLT-Scan-Idx) = TC-StudentId
                      AND WLT-Course-Code(WLT-Scan-Idx) =
                           Enroll-Course
                       MOVE SPACES TO WLT-Course-Code(WLT-Scan-Idx)
                   END-IF
               END-PERFORM
           END-IF.

      * The active row in the record area ends with Release-Status
      * and its seat goes to the top of the course's waitlist.
       Release-Enrollment.
           MOVE EN-Course-Code TO SCA-Old-Course.
           MOVE Release-Status TO EN-Status.
           MOVE Signon-Date TO EN-Status-Date.
           REWRITE Enrollment-Rec
               INVALID KEY CONTINUE
           END-REWRITE.
           IF Enroll-Io-Ok
               PERFORM Free-Course-Seat
           END-IF.

      * SCA-Old-Course holds the course whose seat comes free.
       Free-Course-Seat.
           PERFORM VARYING CRM-Idx FROM 1 BY 1
                   UNTIL CRM-Idx > CRM-Count
               IF CRM-Course-Code(CRM-Idx) = SCA-Old-Course
                  AND CRM-Enrolled(CRM-Idx) > ZERO
                   SUBTRACT 1 FROM CRM-Enrolled(CRM-Idx)
               END-IF
           END-PERFORM.
           PERFORM Promote-From-Waitlist.

      * Every row the student holds, walked in key order from the
      * first - withdrawal ends the active ones as W, deletion takes
      * them all off the file with the record.
       Release-Student-Enrollments.
           MOVE "N" TO Enroll-Eof-Sw.
           MOVE TC-StudentId TO EN-StudentId.
           MOVE LOW-VALUES TO EN-Course-Code.
           START EnrollFile KEY IS NOT LESS THAN EN-Key
               INVALID KEY SET Enroll-Eof TO TRUE
           END-START.
           PERFORM UNTIL Enroll-Eof
               READ EnrollFile NEXT
                   AT END SET Enroll-Eof TO TRUE
               END-READ
               IF NOT Enroll-Io-Ok
                   SET Enroll-Eof TO TRUE
               END-IF
               IF NOT Enroll-Eof
                   IF EN-StudentId NOT = TC-StudentId
                       SET Enroll-Eof TO TRUE
                   ELSE
                       PERFORM End-One-Student-Enrollment
                   END-IF
               END-IF
           END-PERFORM.

       End-One-Student-Enrollment.
           MOVE EN-Status TO Hold-Enroll-Status.
           IF Release-Deleting
               MOVE EN-Course-Code TO SCA-Old-Course
               DELETE EnrollFile
                   INVALID KEY CONTINUE
               END-DELETE
               IF Enroll-Io-Ok
                   MOVE SPACES TO SCA-New-Course
                   MOVE "DELETED IN ERROR" TO SCA-Note
                   PERFORM Log-Transaction-Audit
                   IF Held-Enrollment-Active
                       PERFORM Free-Course-Seat
                   END-IF
               END-IF
           ELSE
               IF Held-Enrollment-Active
                   MOVE "W" TO Release-Status
                   PERFORM Release-Enrollment
                   IF Enroll-Io-Ok
                       MOVE "WDRN" TO SCA-New-Course
                       MOVE "ENROLLMENT ENDED" TO SCA-Note
                       PERFORM Log-Transaction-Audit
                   END-IF
               END-IF
           END-IF.
           IF NOT Enroll-Io-Ok
               DISPLAY "STUMNT1: ENROLLMENT " EN-StudentId SPACE
                   EN-Course-Code " NOT UPDATED - STATUS "
                   WS-Enroll-Status
           END-IF.

       Log-Transaction-Error.
           MOVE Signon-Operator-Id TO SCE-Operator.
           MOVE TC-Action TO SCE-Action.
