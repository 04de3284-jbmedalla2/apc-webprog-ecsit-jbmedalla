      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly attendance run - works each student's
      *          attendance percentage per course off the cumulative
      *          ATTENDANCE.DAT ATTNDIN1 builds (present over present
      *          plus absent - an excused session counts neither way)
      *          and drafts warning letters on ATTENDLTR.RPT addressed
      *          from the student's STUDENTS.DAT record: a first
      *          warning once attendance falls below 80%, a final
      *          warning below 70%. Like the DUNNING1 levels, the last
      *          warning sent per student per course is remembered on
      *          ATTWARN.DAT, a letter only goes out when the level
      *          rises, and it never rises more than one step a run -
      *          no final warning without a first. A student back at
      *          80% or better resets to no warning. Letters wait for
      *          five counted sessions, and only an active enrollment
      *          on ENROLL.DAT is warned. ATTENDSUM.RPT gives the head
      *          of department the course-by-course summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTNDWRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AttendHistory ASSIGN TO "ATTENDANCE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-AttendHist-Status.

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

      * Last warning level sent per student per course - the
      * escalation memory, the DUNLEVEL.DAT way.
           SELECT WarnLevels ASSIGN TO "ATTWARN.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-WarnLevel-Status.

           SELECT WarningLetters ASSIGN TO "ATTENDLTR.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AttendSummary ASSIGN TO "ATTENDSUM.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AttendHistory.
       01 Attend-History-Rec.
           88 End-Of-Attend-History    VALUE HIGH-VALUES.
        02 AH-StudentId                PIC 9(7).
        02 AH-Course-Code              PIC X(4).
        02 AH-Session-Date             PIC 9(8).
        02 AH-Mark                     PIC X.
           88 AH-Present               VALUE "P".
           88 AH-Absent                VALUE "A".
           88 AH-Excused               VALUE "E".

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

       FD WarnLevels.
       01 Warn-Level-Rec.
           88 End-Of-Warn-Levels       VALUE HIGH-VALUES.
        02 AW-StudentId                PIC 9(7).
        02 AW-Course-Code              PIC X(4).
        02 AW-Level                    PIC 9.

       FD WarningLetters.
       01 Warning-Letter-Line         PIC X(80).

       FD AttendSummary.
       01 Attend-Summary-Line         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AttendHist-Status       PIC XX.
           88 AttendHistFile-Present  VALUE "00".
       01  WS-Student-Status          PIC XX.
           88 Student-Io-Ok           VALUE "00".
       01  WS-Enroll-Status           PIC XX.
           88 Enroll-Io-Ok            VALUE "00".
       01  WS-Courses-Status          PIC XX.
           88 CoursesFile-Present     VALUE "00".
       01  WS-WarnLevel-Status        PIC XX.
           88 WarnLevelFile-Present   VALUE "00".

      * The attendance policy - warn below these percentages, and
      * not before this many sessions have counted.
       01  First-Warning-Pct          PIC 9(3) VALUE 80.
       01  Final-Warning-Pct          PIC 9(3) VALUE 70.
       01  Minimum-Sessions           PIC 9(3) VALUE 5.

      * Sessions per student per course, rolled up off the history.
       01  Attendance-Table.
        02  ASC-Entry OCCURS 2000 TIMES.
         03 ASC-StudentId             PIC 9(7).
         03 ASC-Course-Code           PIC X(4).
         03 ASC-Present               PIC 9(4).
         03 ASC-Absent                PIC 9(4).
         03 ASC-Excused               PIC 9(4).
       01  ASC-Count                  PIC 9(4) VALUE ZERO.
       01  ASC-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  ASC-Found-Idx              PIC 9(4) VALUE ZERO.
       01  ASC-Found-Sw               PIC X VALUE "N".
           88 ASC-Found               VALUE "Y".
       01  Attendance-Overflow-Sw     PIC X VALUE "N".
           88 Attendance-Overflow     VALUE "Y".

       01  Warn-Level-Table.
        02  AWT-Entry OCCURS 2000 TIMES.
         03 AWT-StudentId             PIC 9(7).
         03 AWT-Course-Code           PIC X(4).
         03 AWT-Level                 PIC 9.
         03 AWT-Seen-Sw               PIC X.
       01  AWT-Count                  PIC 9(4) VALUE ZERO.
       01  AWT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  AWT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  AWT-Found-Sw               PIC X VALUE "N".
           88 AWT-Found               VALUE "Y".
       01  Level-Overflow-Sw          PIC X VALUE "N".
           88 Level-Overflow          VALUE "Y".

      * The course master plus the head of department's summary
      * cells per course.
       01  Course-Summary-Table.
        02  CST-Entry OCCURS 10 TIMES.
         03 CST-Course-Code           PIC X(4).
         03 CST-Title                 PIC X(20).
         03 CST-Students              PIC 9(5).
         03 CST-Present               PIC 9(6).
         03 CST-Absent                PIC 9(6).
         03 CST-Excused               PIC 9(6).
         03 CST-Below-First           PIC 9(5).
         03 CST-Below-Final           PIC 9(5).
         03 CST-First-Sent            PIC 9(5).
         03 CST-Final-Sent            PIC 9(5).
       01  CST-Count                  PIC 99 VALUE ZERO.
       01  CST-Scan-Idx               PIC 99 VALUE ZERO.
       01  CST-Found-Idx              PIC 99 VALUE ZERO.

       01  Counted-Sessions           PIC 9(5) VALUE ZERO.
       01  Attendance-Pct             PIC 9(3)V9 VALUE ZERO.
       01  Prior-Level                PIC 9 VALUE ZERO.
       01  Computed-Level             PIC 9 VALUE ZERO.
       01  Sent-Level                 PIC 9 VALUE ZERO.
       01  Hold-Course-Title          PIC X(20) VALUE SPACES.
       01  Letters-Sent-Count         PIC 9(5) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.

       01  Total-Students             PIC 9(6) VALUE ZERO.
       01  Total-Present              PIC 9(7) VALUE ZERO.
       01  Total-Absent               PIC 9(7) VALUE ZERO.
       01  Total-Excused              PIC 9(7) VALUE ZERO.
       01  Total-First-Sent           PIC 9(6) VALUE ZERO.
       01  Total-Final-Sent           PIC 9(6) VALUE ZERO.

       01  Letter-Heading.
        02  FILLER                   PIC X(11) VALUE "LETTER TO: ".
        02  LH-Initials              PIC XX.
        02  FILLER                   PIC X     VALUE SPACE.
        02  LH-Surname               PIC X(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LH-StudentId             PIC 9(7).
        02  FILLER                   PIC X(6)  VALUE " DATE".
        02  LH-Run-Date              PIC B9(8).

       01  Letter-Course-Line.
        02  FILLER                   PIC X(11) VALUE "COURSE   : ".
        02  LC-Course-Code           PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LC-Title                 PIC X(20).

       01  Letter-Body-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LB-Text                  PIC X(60).

       01  Letter-Count-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LK-Caption               PIC X(19).
        02  LK-Sessions              PIC ZZZ9.

       01  Letter-Pct-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FILLER                   PIC X(19) VALUE
             "ATTENDANCE        :".
        02  LP-Pct                   PIC ZZ9.9.
        02  FILLER                   PIC X     VALUE "%".

       01  Summary-Heading-1.
        02  FILLER                   PIC X(30) VALUE
             "ATTENDANCE SUMMARY BY COURSE".
        02  FILLER                   PIC X(5)  VALUE "DATE".
        02  SH-Run-Date              PIC 9(8).

       01  Summary-Heading-2.
        02  FILLER                   PIC X(6)  VALUE "CRSE".
        02  FILLER                   PIC X(19) VALUE "TITLE".
        02  FILLER                   PIC X(10) VALUE "STUDENTS".
        02  FILLER                   PIC X(8)  VALUE "PRESENT".
        02  FILLER                   PIC X(8)  VALUE " ABSENT".
        02  FILLER                   PIC X(9)  VALUE "EXCUSED".
        02  FILLER                   PIC X(8)  VALUE "ATTEND".
        02  FILLER                   PIC X(8)  VALUE " BELOW".
        02  FILLER                   PIC X(8)  VALUE " BELOW".
        02  FILLER                   PIC X(8)  VALUE " FIRST".
        02  FILLER                   PIC X(8)  VALUE " FINAL".

       01  Summary-Heading-3.
        02  FILLER                   PIC X(68) VALUE SPACES.
        02  FILLER                   PIC X(8)  VALUE "  80%".
        02  FILLER                   PIC X(8)  VALUE "  70%".
        02  FILLER                   PIC X(8)  VALUE " SENT".
        02  FILLER                   PIC X(8)  VALUE " SENT".

       01  Summary-Detail.
        02  SD-Course-Code           PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  SD-Title                 PIC X(20).
        02  FILLER                   PIC X     VALUE SPACE.
        02  SD-Students              PIC ZZ,ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  SD-Present               PIC ZZZ,ZZ9.
        02  FILLER                   PIC X     VALUE SPACE.
        02  SD-Absent                PIC ZZZ,ZZ9.
        02  FILLER                   PIC X     VALUE SPACE.
        02  SD-Excused               PIC ZZZ,ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  SD-Pct                   PIC ZZ9.9.
        02  FILLER                   PIC X     VALUE "%".
        02  FILLER                   PIC X     VALUE SPACE.
        02  SD-Below-First           PIC ZZ,ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  SD-Below-Final           PIC ZZ,ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  SD-First-Sent            PIC ZZ,ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  SD-Final-Sent            PIC ZZ,ZZ9.

       01  Summary-Total-Line.
        02  FILLER                   PIC X(27) VALUE
             "ALL COURSES".
        02  ST-Students              PIC ZZ,ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  ST-Present               PIC ZZZ,ZZ9.
        02  FILLER                   PIC X     VALUE SPACE.
        02  ST-Absent                PIC ZZZ,ZZ9.
        02  FILLER                   PIC X     VALUE SPACE.
        02  ST-Excused               PIC ZZZ,ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  ST-Pct                   PIC ZZ9.9.
        02  FILLER                   PIC X     VALUE "%".
        02  FILLER                   PIC X(17) VALUE SPACES.
        02  ST-First-Sent            PIC ZZ,ZZ9.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  ST-Final-Sent            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Course-Master.
           PERFORM Load-Attendance.
           IF Attendance-Overflow
               DISPLAY "ATTNDWRN: ATTENDANCE.DAT EXCEEDS THE TABLE - "
                   "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Warn-Levels.
           IF Level-Overflow
               DISPLAY "ATTNDWRN: ATTWARN.DAT EXCEEDS THE TABLE - "
                   "RUN ABORTED, NOTHING SENT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT StudentFile.
           IF NOT Student-Io-Ok
               DISPLAY "ATTNDWRN: CANNOT OPEN STUDENTS.DAT - "
                   "STATUS " WS-Student-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EnrollFile.
           IF NOT Enroll-Io-Ok
               DISPLAY "ATTNDWRN: CANNOT OPEN ENROLL.DAT - "
                   "STATUS " WS-Enroll-Status
               CLOSE StudentFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT WarningLetters.
           PERFORM VARYING ASC-Scan-Idx FROM 1 BY 1
                   UNTIL ASC-Scan-Idx > ASC-Count
               PERFORM Judge-One-Attendance
                   THRU Judge-One-Attendance-Exit
           END-PERFORM.
           CLOSE WarningLetters.
           CLOSE StudentFile.
           CLOSE EnrollFile.

           OPEN OUTPUT AttendSummary.
           PERFORM Print-Attendance-Summary.
           CLOSE AttendSummary.
           PERFORM Rewrite-Warn-Levels.
           DISPLAY "ATTNDWRN: " Letters-Sent-Count
               " WARNING LETTER(S) DRAFTED".
           GOBACK.

       Load-Course-Master.
           OPEN INPUT CoursesFile.
           IF CoursesFile-Present
               READ CoursesFile
                   AT END SET End-Of-Courses TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Courses
                   IF CST-Count < 10
                       ADD 1 TO CST-Count
                       MOVE CRS-Code TO CST-Course-Code(CST-Count)
                       MOVE CRS-Title TO CST-Title(CST-Count)
                       MOVE ZERO TO CST-Students(CST-Count)
                       MOVE ZERO TO CST-Present(CST-Count)
                       MOVE ZERO TO CST-Absent(CST-Count)
                       MOVE ZERO TO CST-Excused(CST-Count)
                       MOVE ZERO TO CST-Below-First(CST-Count)
                       MOVE ZERO TO CST-Below-Final(CST-Count)
                       MOVE ZERO TO CST-First-Sent(CST-Count)
                       MOVE ZERO TO CST-Final-Sent(CST-Count)
                   END-IF
                   READ CoursesFile
                       AT END SET End-Of-Courses TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

      * One row per student per course, however many sessions the
      * history carries for them.
       Load-Attendance.
           OPEN INPUT AttendHistory.
           IF AttendHistFile-Present
               READ AttendHistory
                   AT END SET End-Of-Attend-History TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Attend-History
                   PERFORM Add-One-Session
                   READ AttendHistory
                       AT END SET End-Of-Attend-History TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AttendHistory
           END-IF.

       Add-One-Session.
           MOVE "N" TO ASC-Found-Sw.
           MOVE ZERO TO ASC-Found-Idx.
           PERFORM VARYING ASC-Scan-Idx FROM 1 BY 1
                   UNTIL ASC-Scan-Idx > ASC-Count OR ASC-Found
               IF ASC-StudentId(ASC-Scan-Idx) = AH-StudentId
                  AND ASC-Course-Code(ASC-Scan-Idx) = AH-Course-Code
                   MOVE "Y" TO ASC-Found-Sw
                   MOVE ASC-Scan-Idx TO ASC-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT ASC-Found
               IF ASC-Count >= 2000
                   SET Attendance-Overflow TO TRUE
               ELSE
                   ADD 1 TO ASC-Count
                   MOVE ASC-Count TO ASC-Found-Idx
                   MOVE AH-StudentId TO ASC-StudentId(ASC-Count)
                   MOVE AH-Course-Code TO ASC-Course-Code(ASC-Count)
                   MOVE ZERO TO ASC-Present(ASC-Count)
                   MOVE ZERO TO ASC-Absent(ASC-Count)
                   MOVE ZERO TO ASC-Excused(ASC-Count)
               END-IF
           END-IF.
           IF ASC-Found-Idx > ZERO
               EVALUATE TRUE
                   WHEN AH-Present
                       ADD 1 TO ASC-Present(ASC-Found-Idx)
                   WHEN AH-Absent
                       ADD 1 TO ASC-Absent(ASC-Found-Idx)
                   WHEN AH-Excused
                       ADD 1 TO ASC-Excused(ASC-Found-Idx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       Load-Warn-Levels.
           OPEN INPUT WarnLevels.
           IF WarnLevelFile-Present
               READ WarnLevels
                   AT END SET End-Of-Warn-Levels TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Warn-Levels
                   IF AWT-Count >= 2000
                       SET Level-Overflow TO TRUE
                   ELSE
                       ADD 1 TO AWT-Count
                       MOVE AW-StudentId TO AWT-StudentId(AWT-Count)
                       MOVE AW-Course-Code
                         TO AWT-Course-Code(AWT-Count)
                       IF AW-Level IS NUMERIC
                           MOVE AW-Level TO AWT-Level(AWT-Count)
                       ELSE
                           MOVE ZERO TO AWT-Level(AWT-Count)
                       END-IF
                       MOVE SPACE TO AWT-Seen-Sw(AWT-Count)
                   END-IF
                   READ WarnLevels
                       AT END SET End-Of-Warn-Levels TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WarnLevels
           END-IF.

      * Every student-course rolls into the summary; only an active
      * enrollment with enough counted sessions is judged for a
      * letter, and the level sent never jumps past the next step.
       Judge-One-Attendance.
           PERFORM Find-Course-Summary.
           COMPUTE Counted-Sessions = ASC-Present(ASC-Scan-Idx)
               + ASC-Absent(ASC-Scan-Idx).
           IF Counted-Sessions = ZERO
               MOVE 100 TO Attendance-Pct
           ELSE
               COMPUTE Attendance-Pct ROUNDED =
                   ASC-Present(ASC-Scan-Idx) * 100
                   / Counted-Sessions
           END-IF.
           IF CST-Found-Idx > ZERO
               ADD 1 TO CST-Students(CST-Found-Idx)
               ADD ASC-Present(ASC-Scan-Idx)
                 TO CST-Present(CST-Found-Idx)
               ADD ASC-Absent(ASC-Scan-Idx)
                 TO CST-Absent(CST-Found-Idx)
               ADD ASC-Excused(ASC-Scan-Idx)
                 TO CST-Excused(CST-Found-Idx)
               IF Attendance-Pct < First-Warning-Pct
                   ADD 1 TO CST-Below-First(CST-Found-Idx)
               END-IF
               IF Attendance-Pct < Final-Warning-Pct
                   ADD 1 TO CST-Below-Final(CST-Found-Idx)
               END-IF
           END-IF.

           MOVE ASC-StudentId(ASC-Scan-Idx) TO EN-StudentId.
           MOVE ASC-Course-Code(ASC-Scan-Idx) TO EN-Course-Code.
           READ EnrollFile
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Enroll-Io-Ok OR NOT EN-Active
               GO TO Judge-One-Attendance-Exit
           END-IF.
           PERFORM Find-Or-Add-Warn-Level.
           IF AWT-Found-Idx = ZERO
               GO TO Judge-One-Attendance-Exit
           END-IF.
           MOVE "Y" TO AWT-Seen-Sw(AWT-Found-Idx).
           IF Counted-Sessions < Minimum-Sessions
               GO TO Judge-One-Attendance-Exit
           END-IF.
           MOVE ZERO TO Computed-Level.
           IF Attendance-Pct < First-Warning-Pct
               MOVE 1 TO Computed-Level
           END-IF.
           IF Attendance-Pct < Final-Warning-Pct
               MOVE 2 TO Computed-Level
           END-IF.
           IF Computed-Level = ZERO
               MOVE ZERO TO AWT-Level(AWT-Found-Idx)
               GO TO Judge-One-Attendance-Exit
           END-IF.
           MOVE AWT-Level(AWT-Found-Idx) TO Prior-Level.
           IF Computed-Level NOT > Prior-Level
               GO TO Judge-One-Attendance-Exit
           END-IF.
           COMPUTE Sent-Level = Prior-Level + 1.
           MOVE Sent-Level TO AWT-Level(AWT-Found-Idx).
           PERFORM Write-One-Letter.
           ADD 1 TO Letters-Sent-Count.
           IF CST-Found-Idx > ZERO
               IF Sent-Level = 1
                   ADD 1 TO CST-First-Sent(CST-Found-Idx)
               ELSE
                   ADD 1 TO CST-Final-Sent(CST-Found-Idx)
               END-IF
           END-IF.

       Judge-One-Attendance-Exit.
           EXIT.

       Find-Course-Summary.
           MOVE ZERO TO CST-Found-Idx.
           MOVE SPACES TO Hold-Course-Title.
           PERFORM VARYING CST-Scan-Idx FROM 1 BY 1
                   UNTIL CST-Scan-Idx > CST-Count
                      OR CST-Found-Idx > ZERO
               IF CST-Course-Code(CST-Scan-Idx) =
                       ASC-Course-Code(ASC-Scan-Idx)
                   MOVE CST-Scan-Idx TO CST-Found-Idx
                   MOVE CST-Title(CST-Scan-Idx) TO Hold-Course-Title
               END-IF
           END-PERFORM.

       Find-Or-Add-Warn-Level.
           MOVE "N" TO AWT-Found-Sw.
           MOVE ZERO TO AWT-Found-Idx.
           PERFORM VARYING AWT-Scan-Idx FROM 1 BY 1
                   UNTIL AWT-Scan-Idx > AWT-Count OR AWT-Found
               IF AWT-StudentId(AWT-Scan-Idx) =
                       ASC-StudentId(ASC-Scan-Idx)
                  AND AWT-Course-Code(AWT-Scan-Idx) =
                       ASC-Course-Code(ASC-Scan-Idx)
                   MOVE "Y" TO AWT-Found-Sw
                   MOVE AWT-Scan-Idx TO AWT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT AWT-Found AND AWT-Count < 2000
               ADD 1 TO AWT-Count
               MOVE AWT-Count TO AWT-Found-Idx
               MOVE ASC-StudentId(ASC-Scan-Idx)
                 TO AWT-StudentId(AWT-Found-Idx)
               MOVE ASC-Course-Code(ASC-Scan-Idx)
                 TO AWT-Course-Code(AWT-Found-Idx)
               MOVE ZERO TO AWT-Level(AWT-Found-Idx)
               MOVE "Y" TO AWT-Seen-Sw(AWT-Found-Idx)
           END-IF.

      * Addressed from the student record, read by key - a student
      * no longer on file still gets the letter drafted by id.
       Write-One-Letter.
           MOVE ASC-StudentId(ASC-Scan-Idx) TO StudentId.
           READ StudentFile
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Student-Io-Ok
               MOVE SPACES TO StudentName
           END-IF.
           MOVE Initials TO LH-Initials.
           MOVE Surname TO LH-Surname.
           MOVE ASC-StudentId(ASC-Scan-Idx) TO LH-StudentId.
           MOVE Run-Date TO LH-Run-Date.
           WRITE Warning-Letter-Line FROM Letter-Heading
            AFTER ADVANCING 3 LINES.
           MOVE ASC-Course-Code(ASC-Scan-Idx) TO LC-Course-Code.
           MOVE Hold-Course-Title TO LC-Title.
           WRITE Warning-Letter-Line FROM Letter-Course-Line
            AFTER ADVANCING 1 LINE.
           IF Sent-Level = 1
               MOVE "FIRST WARNING - YOUR ATTENDANCE ON THIS COURSE"
                 TO LB-Text
               WRITE Warning-Letter-Line FROM Letter-Body-Line
                AFTER ADVANCING 2 LINES
               MOVE "HAS FALLEN BELOW 80%. PLEASE SEE YOUR LECTURER."
                 TO LB-Text
           ELSE
               MOVE "FINAL WARNING - YOUR ATTENDANCE ON THIS COURSE"
                 TO LB-Text
               WRITE Warning-Letter-Line FROM Letter-Body-Line
                AFTER ADVANCING 2 LINES
               MOVE "HAS FALLEN BELOW 70%. FURTHER ABSENCE MAY LEAD"
                 TO LB-Text
               WRITE Warning-Letter-Line FROM Letter-Body-Line
                AFTER ADVANCING 1 LINE
               MOVE "TO REMOVAL FROM THE COURSE." TO LB-Text
           END-IF.
           WRITE Warning-Letter-Line FROM Letter-Body-Line
            AFTER ADVANCING 1 LINE.
           MOVE "SESSIONS PRESENT  :" TO LK-Caption.
           MOVE ASC-Present(ASC-Scan-Idx) TO LK-Sessions.
           WRITE Warning-Letter-Line FROM Letter-Count-Line
            AFTER ADVANCING 2 LINES.
           MOVE "SESSIONS ABSENT   :" TO LK-Caption.
           MOVE ASC-Absent(ASC-Scan-Idx) TO LK-Sessions.
           WRITE Warning-Letter-Line FROM Letter-Count-Line
            AFTER ADVANCING 1 LINE.
           MOVE "SESSIONS EXCUSED  :" TO LK-Caption.
           MOVE ASC-Excused(ASC-Scan-Idx) TO LK-Sessions.
           WRITE Warning-Letter-Line FROM Letter-Count-Line
            AFTER ADVANCING 1 LINE.
           MOVE Attendance-Pct TO LP-Pct.
           WRITE Warning-Letter-Line FROM Letter-Pct-Line
            AFTER ADVANCING 1 LINE.

      * Attendance per course is present over present plus absent,
      * the same rule the letters use.
       Print-Attendance-Summary.
           MOVE Run-Date TO SH-Run-Date.
           WRITE Attend-Summary-Line FROM Summary-Heading-1
            AFTER ADVANCING 1 LINE.
           WRITE Attend-Summary-Line FROM Summary-Heading-2
            AFTER ADVANCING 2 LINES.
           WRITE Attend-Summary-Line FROM Summary-Heading-3
            AFTER ADVANCING 1 LINE.
           PERFORM VARYING CST-Scan-Idx FROM 1 BY 1
                   UNTIL CST-Scan-Idx > CST-Count
               IF CST-Students(CST-Scan-Idx) > ZERO
                   PERFORM Print-One-Course-Summary
               END-IF
           END-PERFORM.
           MOVE Total-Students TO ST-Students.
           MOVE Total-Present TO ST-Present.
           MOVE Total-Absent TO ST-Absent.
           MOVE Total-Excused TO ST-Excused.
           IF Total-Present + Total-Absent = ZERO
               MOVE ZERO TO Attendance-Pct
           ELSE
               COMPUTE Attendance-Pct ROUNDED =
                   Total-Present * 100
                   / (Total-Present + Total-Absent)
           END-IF.
           MOVE Attendance-Pct TO ST-Pct.
           MOVE Total-First-Sent TO ST-First-Sent.
           MOVE Total-Final-Sent TO ST-Final-Sent.
           WRITE Attend-Summary-Line FROM Summary-Total-Line
            AFTER ADVANCING 2 LINES.

       Print-One-Course-Summary.
           MOVE CST-Course-Code(CST-Scan-Idx) TO SD-Course-Code.
           MOVE CST-Title(CST-Scan-Idx) TO SD-Title.
           MOVE CST-Students(CST-Scan-Idx) TO SD-Students.
           MOVE CST-Present(CST-Scan-Idx) TO SD-Present.
           MOVE CST-Absent(CST-Scan-Idx) TO SD-Absent.
           MOVE CST-Excused(CST-Scan-Idx) TO SD-Excused.
           IF CST-Present(CST-Scan-Idx) + CST-Absent(CST-Scan-Idx)
                   = ZERO
               MOVE ZERO TO Attendance-Pct
           ELSE
               COMPUTE Attendance-Pct ROUNDED =
                   CST-Present(CST-Scan-Idx) * 100
                   / (CST-Present(CST-Scan-Idx)
                      + CST-Absent(CST-Scan-Idx))
           END-IF.
           MOVE Attendance-Pct TO SD-Pct.
           MOVE CST-Below-First(CST-Scan-Idx) TO SD-Below-First.
           MOVE CST-Below-Final(CST-Scan-Idx) TO SD-Below-Final.
           MOVE CST-First-Sent(CST-Scan-Idx) TO SD-First-Sent.
           MOVE CST-Final-Sent(CST-Scan-Idx) TO SD-Final-Sent.
           WRITE Attend-Summary-Line FROM Summary-Detail
            AFTER ADVANCING 1 LINE.
           ADD CST-Students(CST-Scan-Idx) TO Total-Students.
           ADD CST-Present(CST-Scan-Idx) TO Total-Present.
           ADD CST-Absent(CST-Scan-Idx) TO Total-Absent.
           ADD CST-Excused(CST-Scan-Idx) TO Total-Excused.
           ADD CST-First-Sent(CST-Scan-Idx) TO Total-First-Sent.
           ADD CST-Final-Sent(CST-Scan-Idx) TO Total-Final-Sent.

      * Every active student-course the run judged goes back out
      * with its level - rows whose enrollment has ended drop off.
       Rewrite-Warn-Levels.
           OPEN OUTPUT WarnLevels.
           PERFORM VARYING AWT-Scan-Idx FROM 1 BY 1
                   UNTIL AWT-Scan-Idx > AWT-Count
               IF AWT-Seen-Sw(AWT-Scan-Idx) = "Y"
                   MOVE AWT-StudentId(AWT-Scan-Idx) TO AW-StudentId
                   MOVE AWT-Course-Code(AWT-Scan-Idx)
                     TO AW-Course-Code
                   MOVE AWT-Level(AWT-Scan-Idx) TO AW-Level
                   WRITE Warn-Level-Rec
               END-IF
           END-PERFORM.
           CLOSE WarnLevels.

       END PROGRAM ATTNDWRN.
