      *          mark past 100, goes to GRADES-ERR.RPT with its
      *          reason - the STUCHG-ERR.RPT scheme. The intake file
      *          archives to a dated history and clears once applied,
      *          so no mark can post twice. A mark also needs an
      *          active enrollment for that student on that course on
      *          ENROLL.DAT - a course the student never took, or
      *          has dropped, rejects.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     RECORD KEY IS StudentId
                     FILE STATUS IS WS-Student-Status.

           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS EN-Key
                     FILE STATUS IS WS-Enroll-Status.

           SELECT CoursesFile ASSIGN TO "COURSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Courses-Status.
        02  CourseCode      PIC X(4).
        02  Gender          PIC X.

      * Status A active, D dropped, W withdrawn - the ENRLCNV1 layout.
       FD EnrollFile.
       01 Enrollment-Rec.
        02 EN-Key.
         03 EN-StudentId               PIC 9(7).
         03 EN-Course-Code             PIC X(4).
        02 EN-Enrol-Date               PIC 9(8).
        02 EN-Status                   PIC X.
           88 EN-Active                VALUE "A".
        02 EN-Status-Date              PIC 9(8).

       FD CoursesFile.
       01 Course-Master-Rec.
           88 End-Of-Courses           VALUE HIGH-VALUES.
           88 Student-Not-Found       VALUE "23".
       01  WS-Courses-Status          PIC XX.
           88 CoursesFile-Present     VALUE "00".
       01  WS-Enroll-Status           PIC XX.
           88 Enroll-Io-Ok            VALUE "00".
           88 Enrollment-Not-Found    VALUE "23".
       01  WS-Results-Status          PIC XX.
       01  Grades-Hist-File-Name      PIC X(35).
       01  Grades-On-File-Sw          PIC X VALUE "N".
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EnrollFile.
           IF NOT Enroll-Io-Ok
               DISPLAY "GRADEIN1: CANNOT OPEN ENROLL.DAT - "
                   "STATUS " WS-Enroll-Status
               CLOSE StudentFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GradeErrors.
           OPEN EXTEND Results.
           CLOSE Results.
           CLOSE GradeErrors.
           CLOSE StudentFile.
           CLOSE EnrollFile.
           PERFORM Archive-Grades THRU Archive-Grades-Exit.

           DISPLAY "GRADEIN1: " Marks-Posted-Count " POSTED, "
               PERFORM Log-Grade-Error
               GO TO Apply-One-Grade-Exit
           END-IF.
           MOVE GR-StudentId TO EN-StudentId.
           MOVE GR-Course-Code TO EN-Course-Code.
           READ EnrollFile
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Enroll-Io-Ok
               IF Enrollment-Not-Found
                   MOVE "NOT ENROLLED ON COURSE" TO GE-Reason
               ELSE
                   MOVE "ENROLLMENT READ FAILED" TO GE-Reason
               END-IF
               PERFORM Log-Grade-Error
               GO TO Apply-One-Grade-Exit
           END-IF.
           IF NOT EN-Active
               MOVE "ENROLLMENT NOT ACTIVE" TO GE-Reason
               PERFORM Log-Grade-Error
               GO TO Apply-One-Grade-Exit
           END-IF.
           IF GR-Mark IS NOT NUMERIC OR GR-Mark > 100
               MOVE "MARK NOT 000-100" TO GE-Reason
               PERFORM Log-Grade-Error
