      *          indexed STUDENTS.DAT keyed on StudentId. A duplicate
      *          key comes back as file status 22 and the clerk is
      *          told the ID is already taken instead of the file
      *          being corrupted. Courses are taken through the
      *          enrollment file ENROLL.DAT (student id plus course
      *          code, enrollment date, status) - a new student is
      *          enrolled on the course keyed, and keying the id of a
      *          student already on file enrolls them on a further
      *          course instead. Capacity counts the active
      *          enrollments per course.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT WaitlistFile ASSIGN TO "WAITLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Waitlist-Status.

      * One row per student per course - DYNAMIC so the capacity
      * census reads it through before the keyed writes start.
           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EN-Key
                     FILE STATUS IS WS-Enroll-Status.
       DATA DIVISION.
       FILE SECTION.
      * Same layout SeqReadNo88.cbl reads back.
        02 WL-Date                  PIC 9(8).
        02 WL-Time                  PIC 9(6).

      * Status A active, D dropped, W withdrawn - the ENRLCNV1 layout.
       FD EnrollFile.
       01 Enrollment-Rec.
        02 EN-Key.
         03 EN-StudentId            PIC 9(7).
         03 EN-Course-Code          PIC X(4).
        02 EN-Enrol-Date            PIC 9(8).
        02 EN-Status                PIC X.
           88 EN-Active             VALUE "A".
           88 EN-Dropped            VALUE "D".
           88 EN-Withdrawn          VALUE "W".
        02 EN-Status-Date           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-Student-Status     PIC XX.
           88 Student-Write-Ok    VALUE "00".
           88 Duplicate-StudentId VALUE "22".
           88 Student-On-Register VALUE "00".
       01  WS-Enroll-Status      PIC XX.
           88 Enroll-Io-Ok        VALUE "00".
           88 Duplicate-Enrollment VALUE "22".
       01  Student-On-File-Sw    PIC X    VALUE "N".
           88 Student-On-File     VALUE "Y".
       01  Already-Enrolled-Sw   PIC X    VALUE "N".
           88 Already-Enrolled    VALUE "Y".
       01  Courses-Enrolled-Count PIC 9(4) VALUE ZERO.
       01  WS-Courses-Status     PIC XX.
           88 CoursesFile-Present  VALUE "00".
       01  Courses-Eof-Sw        PIC X    VALUE "N".
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
               DISPLAY "STUREG1: CANNOT OPEN ENROLL.DAT - STATUS "
                   WS-Enroll-Status
               CLOSE StudentFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "STUDENT REGISTRATION - ENTER END AT STUDENT ID".
           DISPLAY "TO FINISH".
               UNTIL No-More-Entries.

           CLOSE StudentFile.
           CLOSE EnrollFile.
           DISPLAY "STUDENTS REGISTERED: " Registered-Count.
           DISPLAY "COURSES ENROLLED   : " Courses-Enrolled-Count.
           DISPLAY "STUDENTS WAITLISTED: " Waitlisted-Count.
           GOBACK.

               CLOSE CoursesFile
           END-IF.

      * One sequential pass over the enrollments, counting the
      * active rows on each course, so the capacity check refuses
      * the forty-first student onto thirty seats. Dropped and
      * withdrawn rows hold no seat.
       Count-Current-Enrollment.
           OPEN INPUT EnrollFile.
           IF Enroll-Io-Ok
               READ EnrollFile NEXT
                   AT END MOVE HIGH-VALUES TO Enrollment-Rec
               END-READ
               PERFORM UNTIL Enrollment-Rec = HIGH-VALUES
                   IF EN-Active
                       PERFORM VARYING CRM-Idx FROM 1 BY 1
                               UNTIL CRM-Idx > CRM-Count
                           IF CRM-Course-Code(CRM-Idx) = EN-Course-Code
                               ADD 1 TO CRM-Enrolled(CRM-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ EnrollFile NEXT
                       AT END MOVE HIGH-VALUES TO Enrollment-Rec
                   END-READ
               END-PERFORM
               CLOSE EnrollFile
           END-IF.

       Register-One-Student.
           IF No-More-Entries
               GO TO Register-One-Student-Exit
           END-IF.
      * A student already on the register is taking a further
      * course - the record stands and only the enrollment is added.
           MOVE "N" TO Student-On-File-Sw.
           READ StudentFile
               INVALID KEY CONTINUE
           END-READ.
           IF Student-On-Register
               SET Student-On-File TO TRUE
               DISPLAY "STUDENT " StudentId SPACE Surname
                   " IS ON FILE - ENROLLING ON A FURTHER COURSE"
               PERFORM Prompt-Course-Code
               IF NOT Student-Waitlisted
                   PERFORM Write-Enrollment
               END-IF
               GO TO Register-One-Student-Exit
           END-IF.
           MOVE Entry-StudentId TO StudentId.
           PERFORM Prompt-Student-Name.
           PERFORM Prompt-Date-Of-Birth.
           PERFORM Prompt-Course-Code.
               DISPLAY "COURSE CODE ?"
               ACCEPT Entry-CourseCode
               PERFORM Check-Course-Code
               PERFORM Check-Already-Enrolled
               EVALUATE TRUE
                   WHEN NOT Course-Master-Found
                       DISPLAY "UNKNOWN COURSE CODE: " Entry-CourseCode
                   WHEN Already-Enrolled
                       DISPLAY "ALREADY ENROLLED ON " Entry-CourseCode
                   WHEN CRM-Found-Idx > ZERO
                      AND CRM-Capacity(CRM-Found-Idx) > ZERO
                      AND CRM-Enrolled(CRM-Found-Idx) >=
                           CRM-Capacity(CRM-Found-Idx)
                          OR Waitlist-Answer = "y"
                           PERFORM Add-To-Waitlist
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO Field-Valid-Sw
                       MOVE Entry-CourseCode TO CourseCode
               END-EVALUATE
           END-PERFORM.

      * Only a student already on file can hold an enrollment - a
      * dropped or withdrawn row may be taken up again.
       Check-Already-Enrolled.
           MOVE "N" TO Already-Enrolled-Sw.
           IF Student-On-File AND Course-Master-Found
               MOVE StudentId TO EN-StudentId
               MOVE Entry-CourseCode TO EN-Course-Code
               READ EnrollFile
                   INVALID KEY CONTINUE
               END-READ
               IF Enroll-Io-Ok AND EN-Active
                   MOVE "Y" TO Already-Enrolled-Sw
               END-IF
           END-IF.

       Add-To-Waitlist.
           ACCEPT Census-Time FROM TIME.
           OPEN EXTEND WaitlistFile.
           END-WRITE.
           IF Student-Write-Ok
               ADD 1 TO Registered-Count
               DISPLAY "REGISTERED " StudentId SPACE Surname
               PERFORM Write-Enrollment
           ELSE
               IF Duplicate-StudentId
                   DISPLAY "STUDENT ID " StudentId
               END-IF
           END-IF.

      * The key allows one row per student per course, so a course
      * dropped earlier and taken up again reactivates its old row
      * with the new enrollment date.
       Write-Enrollment.
           MOVE StudentId TO EN-StudentId.
           MOVE Entry-CourseCode TO EN-Course-Code.
           MOVE CurrentDate-Num TO EN-Enrol-Date.
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
               ADD 1 TO Courses-Enrolled-Count
               IF CRM-Found-Idx > ZERO
                   ADD 1 TO CRM-Enrolled(CRM-Found-Idx)
               END-IF
               DISPLAY "ENROLLED " StudentId " ON " Entry-CourseCode
           ELSE
               DISPLAY "ENROLLMENT WRITE FAILED - STATUS "
                   WS-Enroll-Status
           END-IF.

       END PROGRAM STUREG1.
