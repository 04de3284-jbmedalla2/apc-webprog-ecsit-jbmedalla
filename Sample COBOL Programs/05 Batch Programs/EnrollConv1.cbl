      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion from the single CourseCode each
      *          STUDENTS.DAT record carries to the enrollment file
      *          ENROLL.DAT, keyed on student id plus course code, that
      *          registration, maintenance, billing, grades intake and
      *          transcripts now work from. Every student with a live
      *          course gets one active enrollment dated from the
      *          course's term start on COURSES.DAT (the run date when
      *          the course carries none). A withdrawn student (WDRN)
      *          or one with no course has nothing to carry over and is
      *          counted, not converted. Run once at the changeover -
      *          an ENROLL.DAT already on file is left alone and the
      *          run refuses, the way a second CUSTIDX1 would only do
      *          harm.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLCNV1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS StudentId
                     FILE STATUS IS WS-Student-Status.

           SELECT CoursesFile ASSIGN TO "COURSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Courses-Status.

      * One row per student per course - the key is the pair.
           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS EN-Key
                     FILE STATUS IS WS-Enroll-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       01 StudentDetails.
           88 End-Of-Student-File      VALUE HIGH-VALUES.
        02  StudentId       PIC 9(7).
        02  StudentName.
         03 Surname      PIC X(8).
         03 Initials     PIC XX.
        02  DateOfBirth.
         03 YOBirth      PIC 9(4).
         03 MOBirth      PIC 9(2).
         03 DOBirth      PIC 9(2).
        02  CourseCode      PIC X(4).
           88 Student-Withdrawn VALUE "WDRN".
        02  Gender          PIC X.

       FD CoursesFile.
       01 Course-Master-Rec.
           88 End-Of-Courses           VALUE HIGH-VALUES.
        02 CRS-Code                    PIC X(4).
        02 CRS-Title                   PIC X(20).
        02 CRS-Capacity                PIC 9(3).
        02 CRS-Term-Start              PIC 9(8).

      * Status A active, D dropped by the registrar, W withdrawn with
      * the student - dropped and withdrawn rows stay on file so the
      * transcript still shows the course was taken.
       FD EnrollFile.
       01 Enrollment-Rec.
        02 EN-Key.
         03 EN-StudentId               PIC 9(7).
         03 EN-Course-Code             PIC X(4).
        02 EN-Enrol-Date               PIC 9(8).
        02 EN-Status                   PIC X.
           88 EN-Active                VALUE "A".
           88 EN-Dropped               VALUE "D".
           88 EN-Withdrawn             VALUE "W".
        02 EN-Status-Date              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-Student-Status          PIC XX.
           88 StudentFile-Present     VALUE "00".
       01  WS-Courses-Status          PIC XX.
           88 CoursesFile-Present     VALUE "00".
       01  WS-Enroll-Status           PIC XX.
           88 Enroll-Io-Ok            VALUE "00".
           88 EnrollFile-Missing      VALUE "35".

       01  Course-Start-Table.
        02  CRM-Entry OCCURS 10 TIMES INDEXED BY CRM-Idx.
         03 CRM-Course-Code           PIC X(4).
         03 CRM-Term-Start            PIC 9(8).
       01  CRM-Count                  PIC 99 VALUE ZERO.
       01  Hold-Enrol-Date            PIC 9(8) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.

       01  Enrollments-Written-Count  PIC 9(5) VALUE ZERO.
       01  Enrollments-Rejected-Count PIC 9(5) VALUE ZERO.
       01  Withdrawn-Count            PIC 9(5) VALUE ZERO.
       01  No-Course-Count            PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           OPEN INPUT EnrollFile.
           IF NOT EnrollFile-Missing
               IF Enroll-Io-Ok
                   CLOSE EnrollFile
               END-IF
               DISPLAY "ENRLCNV1: ENROLL.DAT ALREADY ON FILE - "
                   "NOTHING CONVERTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT StudentFile.
           IF NOT StudentFile-Present
               DISPLAY "ENRLCNV1: STUDENTS.DAT NOT FOUND"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Course-Starts.

           OPEN OUTPUT EnrollFile.
           CLOSE EnrollFile.
           OPEN I-O EnrollFile.
           READ StudentFile NEXT
               AT END SET End-Of-Student-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Student-File
               PERFORM Convert-One-Student
                   THRU Convert-One-Student-Exit
               READ StudentFile NEXT
                   AT END SET End-Of-Student-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EnrollFile.
           CLOSE StudentFile.

           DISPLAY "ENRLCNV1: " Enrollments-Written-Count
               " ENROLLMENT(S) CONVERTED, "
               Enrollments-Rejected-Count " REJECTED".
           DISPLAY "ENRLCNV1: " Withdrawn-Count " WITHDRAWN, "
               No-Course-Count " WITH NO COURSE - NOT CONVERTED".
           IF Enrollments-Rejected-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

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

       Convert-One-Student.
           IF Student-Withdrawn
               ADD 1 TO Withdrawn-Count
               GO TO Convert-One-Student-Exit
           END-IF.
           IF CourseCode = SPACES
               ADD 1 TO No-Course-Count
               GO TO Convert-One-Student-Exit
           END-IF.
           PERFORM Find-Course-Start.
           MOVE StudentId TO EN-StudentId.
           MOVE CourseCode TO EN-Course-Code.
           MOVE Hold-Enrol-Date TO EN-Enrol-Date.
           SET EN-Active TO TRUE.
           MOVE ZERO TO EN-Status-Date.
           WRITE Enrollment-Rec
               INVALID KEY CONTINUE
           END-WRITE.
           IF Enroll-Io-Ok
               ADD 1 TO Enrollments-Written-Count
           ELSE
               DISPLAY "ENRLCNV1: ENROLLMENT REJECTED, ID "
                   StudentId " COURSE " CourseCode
                   " STATUS " WS-Enroll-Status
               ADD 1 TO Enrollments-Rejected-Count
           END-IF.

       Convert-One-Student-Exit.
           EXIT.

      * The course's own term start where the master carries one, so
      * the converted row reads as the day the student actually began.
       Find-Course-Start.
           MOVE Run-Date TO Hold-Enrol-Date.
           PERFORM VARYING CRM-Idx FROM 1 BY 1
                   UNTIL CRM-Idx > CRM-Count
               IF CRM-Course-Code(CRM-Idx) = CourseCode
                  AND CRM-Term-Start(CRM-Idx) > ZERO
                   MOVE CRM-Term-Start(CRM-Idx) TO Hold-Enrol-Date
               END-IF
           END-PERFORM.

       END PROGRAM ENRLCNV1.
