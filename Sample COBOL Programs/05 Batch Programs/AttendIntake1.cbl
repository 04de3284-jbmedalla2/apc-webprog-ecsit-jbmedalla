      ******************************************************************
      * Author:
      * Date:
      * Purpose: Attendance batch intake - the lecturers' paper
      *          registers keyed as ATTEND.DAT (student id, course
      *          code, session date, P present / A absent / E
      *          excused) and validated the GRADEIN1 way: the student
      *          by key against the indexed STUDENTS.DAT, the course
      *          against COURSES.DAT and an active enrollment on
      *          ENROLL.DAT, a real session date not in the future and
      *          a known attendance code. Good rows append to the
      *          cumulative attendance history ATTENDANCE.DAT that
      *          ATTNDWRN works the percentages from; a bad row goes
      *          to ATTEND-ERR.RPT with its reason. The intake file
      *          archives to a dated history and clears once applied,
      *          so no session can post twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNDIN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Attendance ASSIGN TO "ATTEND.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Attend-Status.

           SELECT AttendArchive ASSIGN TO Attend-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AttendArch-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
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

      * The cumulative attendance history, appended to batch by batch.
           SELECT AttendHistory ASSIGN TO "ATTENDANCE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AttendHist-Status.

           SELECT AttendErrors ASSIGN TO "ATTEND-ERR.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD Attendance.
       01 Attend-Rec.
           88 End-Of-Attendance        VALUE HIGH-VALUES.
        02 AT-StudentId                PIC 9(7).
        02 AT-Course-Code              PIC X(4).
        02 AT-Session-Date             PIC 9(8).
        02 AT-Session-Split REDEFINES AT-Session-Date.
         03 AT-Session-Year            PIC 9(4).
         03 AT-Session-Month           PIC 99.
         03 AT-Session-Day             PIC 99.
        02 AT-Mark                     PIC X.
           88 AT-Mark-Valid            VALUE "P", "A", "E".

       FD AttendArchive.
       01 Attend-Archive-Rec          PIC X(20).

       FD StudentFile.
       01 StudentDetails.
        02  StudentId       PIC 9(7).
        02  StudentName.
         03 Surname      PIC X(8).
         03 Initials     PIC XX.
        02  DateOfBirth.
         03 YOBirth      PIC 9(4).
         03 MOBirth      PIC 9(2).
         03 DOBirth      PIC 9(2).
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
        02 CRS-Code                    PIC X(4).
        02 CRS-Title                   PIC X(20).
        02 CRS-Capacity                PIC 9(3).
        02 CRS-Term-Start              PIC 9(8).

      * Same fields as the intake row - what ATTNDWRN reads back.
       FD AttendHistory.
       01 Attend-History-Rec.
        02 AH-StudentId                PIC 9(7).
        02 AH-Course-Code              PIC X(4).
        02 AH-Session-Date             PIC 9(8).
        02 AH-Mark                     PIC X.

       FD AttendErrors.
       01 Attend-Error-Line           PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-Attend-Status           PIC XX.
           88 AttendFile-Present      VALUE "00".
       01  WS-AttendArch-Status       PIC XX.
       01  WS-Student-Status          PIC XX.
           88 Student-Io-Ok           VALUE "00".
           88 Student-Not-Found       VALUE "23".
       01  WS-Enroll-Status           PIC XX.
           88 Enroll-Io-Ok            VALUE "00".
           88 Enrollment-Not-Found    VALUE "23".
       01  WS-Courses-Status          PIC XX.
           88 CoursesFile-Present     VALUE "00".
       01  WS-AttendHist-Status       PIC XX.
       01  Attend-Hist-File-Name      PIC X(35).
       01  Attend-On-File-Sw          PIC X VALUE "N".
           88 Attend-On-File          VALUE "Y".

       01  Course-Master-Table.
        02  CRM-Entry OCCURS 10 TIMES INDEXED BY CRM-Idx.
         03 CRM-Course-Code           PIC X(4).
       01  CRM-Count                  PIC 99 VALUE ZERO.
       01  Course-Found-Sw            PIC X VALUE "N".
           88 Course-Found            VALUE "Y".

       01  Sessions-Posted-Count      PIC 9(5) VALUE ZERO.
       01  Sessions-Rejected-Count    PIC 9(5) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.

       01  Attend-Error-Detail.
        02  AE-StudentId             PIC 9(7).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  AE-Course-Code           PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  AE-Session-Date          PIC X(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  AE-Mark                  PIC X.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  AE-Reason                PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Course-Master.
           OPEN INPUT StudentFile.
           IF NOT Student-Io-Ok
               DISPLAY "ATTNDIN1: CANNOT OPEN STUDENTS.DAT - "
                   "STATUS " WS-Student-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EnrollFile.
           IF NOT Enroll-Io-Ok
               DISPLAY "ATTNDIN1: CANNOT OPEN ENROLL.DAT - "
                   "STATUS " WS-Enroll-Status
               CLOSE StudentFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT AttendErrors.
           OPEN EXTEND AttendHistory.
           IF WS-AttendHist-Status NOT = "00"
               OPEN OUTPUT AttendHistory
           END-IF.
           PERFORM Apply-Attendance-Batch.
           CLOSE AttendHistory.
           CLOSE AttendErrors.
           CLOSE StudentFile.
           CLOSE EnrollFile.
           PERFORM Archive-Attendance THRU Archive-Attendance-Exit.

           DISPLAY "ATTNDIN1: " Sessions-Posted-Count " POSTED, "
               Sessions-Rejected-Count " REJECTED".
           IF Sessions-Rejected-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Course-Master.
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
                   END-IF
                   READ CoursesFile
                       AT END SET End-Of-Courses TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

       Apply-Attendance-Batch.
           OPEN INPUT Attendance.
           IF AttendFile-Present
               READ Attendance
                   AT END SET End-Of-Attendance TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Attendance
                   SET Attend-On-File TO TRUE
                   PERFORM Apply-One-Session
                       THRU Apply-One-Session-Exit
                   READ Attendance
                       AT END SET End-Of-Attendance TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Attendance
           END-IF.

      * The keyed READs pick the student and the enrollment straight
      * off their indexes - status 23 on either and the row rejects.
       Apply-One-Session.
           MOVE AT-StudentId TO StudentId.
           READ StudentFile
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Student-Io-Ok
               IF Student-Not-Found
                   MOVE "STUDENT NOT ON FILE" TO AE-Reason
               ELSE
                   MOVE "STUDENT READ FAILED" TO AE-Reason
               END-IF
               PERFORM Log-Attend-Error
               GO TO Apply-One-Session-Exit
           END-IF.
           PERFORM Check-Course-Code.
           IF NOT Course-Found
               MOVE "COURSE CODE UNKNOWN" TO AE-Reason
               PERFORM Log-Attend-Error
               GO TO Apply-One-Session-Exit
           END-IF.
           MOVE AT-StudentId TO EN-StudentId.
           MOVE AT-Course-Code TO EN-Course-Code.
           READ EnrollFile
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Enroll-Io-Ok
               IF Enrollment-Not-Found
                   MOVE "NOT ENROLLED ON COURSE" TO AE-Reason
               ELSE
                   MOVE "ENROLLMENT READ FAILED" TO AE-Reason
               END-IF
               PERFORM Log-Attend-Error
               GO TO Apply-One-Session-Exit
           END-IF.
           IF NOT EN-Active
               MOVE "ENROLLMENT NOT ACTIVE" TO AE-Reason
               PERFORM Log-Attend-Error
               GO TO Apply-One-Session-Exit
           END-IF.
           IF AT-Session-Date IS NOT NUMERIC
               MOVE "SESSION DATE NOT CCYYMMDD" TO AE-Reason
               PERFORM Log-Attend-Error
               GO TO Apply-One-Session-Exit
           END-IF.
           IF AT-Session-Month < 1 OR AT-Session-Month > 12
              OR AT-Session-Day < 1 OR AT-Session-Day > 31
              OR AT-Session-Year < 1901
               MOVE "SESSION DATE NOT A REAL DATE" TO AE-Reason
               PERFORM Log-Attend-Error
               GO TO Apply-One-Session-Exit
           END-IF.
           IF AT-Session-Date > Run-Date
               MOVE "SESSION DATE IN THE FUTURE" TO AE-Reason
               PERFORM Log-Attend-Error
               GO TO Apply-One-Session-Exit
           END-IF.
           IF NOT AT-Mark-Valid
               MOVE "ATTENDANCE CODE NOT P/A/E" TO AE-Reason
               PERFORM Log-Attend-Error
               GO TO Apply-One-Session-Exit
           END-IF.
           MOVE AT-StudentId TO AH-StudentId.
           MOVE AT-Course-Code TO AH-Course-Code.
           MOVE AT-Session-Date TO AH-Session-Date.
           MOVE AT-Mark TO AH-Mark.
           WRITE Attend-History-Rec.
           ADD 1 TO Sessions-Posted-Count.

       Apply-One-Session-Exit.
           EXIT.

       Check-Course-Code.
           MOVE "N" TO Course-Found-Sw.
           PERFORM VARYING CRM-Idx FROM 1 BY 1
                   UNTIL CRM-Idx > CRM-Count OR Course-Found
               IF CRM-Course-Code(CRM-Idx) = AT-Course-Code
                   MOVE "Y" TO Course-Found-Sw
               END-IF
           END-PERFORM.

       Log-Attend-Error.
           MOVE AT-StudentId TO AE-StudentId.
           MOVE AT-Course-Code TO AE-Course-Code.
           MOVE AT-Session-Date TO AE-Session-Date.
           MOVE AT-Mark TO AE-Mark.
           WRITE Attend-Error-Line FROM Attend-Error-Detail.
           ADD 1 TO Sessions-Rejected-Count.

      * The applied batch moves to a dated history file and the
      * input file clears, so no session can post twice.
       Archive-Attendance.
           IF NOT Attend-On-File
               GO TO Archive-Attendance-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Attend-Hist-File-Name.
           STRING "ATTEND-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Attend-Hist-File-Name.
           OPEN OUTPUT AttendArchive.
           OPEN INPUT Attendance.
      * The record area still holds the HIGH-VALUES end-of-file state
      * from the apply pass, so it is cleared before the first READ.
           MOVE SPACES TO Attend-Rec.
           IF AttendFile-Present
               READ Attendance
                   AT END SET End-Of-Attendance TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Attendance
                   MOVE Attend-Rec TO Attend-Archive-Rec
                   WRITE Attend-Archive-Rec
                   READ Attendance
                       AT END SET End-Of-Attendance TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Attendance
           END-IF.
           CLOSE AttendArchive.
           OPEN OUTPUT Attendance.
           CLOSE Attendance.

       Archive-Attendance-Exit.
           EXIT.

       END PROGRAM ATTNDIN1.
