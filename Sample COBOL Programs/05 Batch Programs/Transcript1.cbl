      *          the course titled off COURSES.DAT, a pass/fail flag
      *          per assessment (pass at 40), and the student's
      *          overall average. Students with no marks yet print
      *          with a NO RESULTS line rather than vanishing. The
      *          transcript is laid out by the student's enrollments on
      *          ENROLL.DAT - each course taken, with its enrollment
      *          date and status, and its marks beneath it - and any
      *          mark on a course with no enrollment row still prints
      *          under its own heading at the end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Results-Status.

      * One row per student per course, read through in key order.
           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS EN-Key
                     FILE STATUS IS WS-Enroll-Status.

           SELECT CoursesFile ASSIGN TO "COURSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Courses-Status.
        02 RS-Assessment               PIC X(8).
        02 RS-Mark                     PIC 9(3).

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

       FD CoursesFile.
       01 Course-Master-Rec.
           88 End-Of-Courses           VALUE HIGH-VALUES.
           88 ResultsFile-Present     VALUE "00".
       01  WS-Courses-Status          PIC XX.
           88 CoursesFile-Present     VALUE "00".
       01  WS-Enroll-Status           PIC XX.
           88 EnrollFile-Present      VALUE "00".

       01  Enrollment-Table.
        02  ENT-Entry OCCURS 2000 TIMES.
         03 ENT-StudentId             PIC 9(7).
         03 ENT-Course-Code           PIC X(4).
         03 ENT-Enrol-Date            PIC 9(8).
         03 ENT-Status                PIC X.
            88 ENT-Active             VALUE "A".
            88 ENT-Dropped            VALUE "D".
            88 ENT-Withdrawn          VALUE "W".
            88 ENT-Completed          VALUE "C".
       01  ENT-Count                  PIC 9(4) VALUE ZERO.
       01  ENT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  ENT-Check-Idx              PIC 9(4) VALUE ZERO.
       01  Enrollment-Overflow-Sw     PIC X VALUE "N".
           88 Enrollment-Overflow     VALUE "Y".
       01  Result-Enrolled-Sw         PIC X VALUE "N".
           88 Result-Enrolled         VALUE "Y".
       01  Other-Heading-Sw           PIC X VALUE "N".
           88 Other-Heading-Printed   VALUE "Y".

       01  Results-Table.
        02  RST-Entry OCCURS 1000 TIMES.
         03 CRM-Title                 PIC X(20).
       01  CRM-Count                  PIC 99 VALUE ZERO.
       01  Hold-Course-Title          PIC X(20) VALUE SPACES.
       01  Title-Course-Code          PIC X(4) VALUE SPACES.

       01  Pass-Mark                  PIC 9(3) VALUE 40.
       01  Student-Mark-Total         PIC 9(6) VALUE ZERO.
        02  FILLER                   PIC X(3)  VALUE SPACES.
        02  TD-Pass-Fail             PIC X(4).

       01  Transcript-Enrollment-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  TE-Course-Code           PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  TE-Title                 PIC X(20).
        02  FILLER                   PIC X(10) VALUE " ENROLLED ".
        02  TE-Enrol-Date            PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  TE-Status                PIC X(9).

       01  Other-Results-Heading      PIC X(40) VALUE
            "  RESULTS WITH NO ENROLLMENT ON FILE".

       01  Transcript-Average-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FILLER                   PIC X(18) VALUE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
      * With no ENROLL.DAT every mark still prints, under the
      * no-enrollment heading.
           PERFORM Load-Enrollments.
           IF Enrollment-Overflow
               DISPLAY "TRNSCRPT: ENROLL.DAT EXCEEDS THE TABLE - "
                   "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Course-Titles.
           OPEN INPUT StudentFile.
           IF NOT StudentFile-Present
               CLOSE Results
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
                       MOVE EN-Enrol-Date TO ENT-Enrol-Date(ENT-Count)
                       MOVE EN-Status TO ENT-Status(ENT-Count)
                   END-IF
                   READ EnrollFile NEXT
                       AT END SET End-Of-Enrollments TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EnrollFile
           END-IF.

       Load-Course-Titles.
           OPEN INPUT CoursesFile.
           IF CoursesFile-Present
           MOVE SPACES TO Hold-Course-Title.
           PERFORM VARYING CRM-Idx FROM 1 BY 1
                   UNTIL CRM-Idx > CRM-Count
               IF CRM-Course-Code(CRM-Idx) = Title-Course-Code
                   MOVE CRM-Title(CRM-Idx) TO Hold-Course-Title
               END-IF
           END-PERFORM.
            AFTER ADVANCING 1 LINE.
           MOVE ZERO TO Student-Mark-Total.
           MOVE ZERO TO Student-Mark-Count.
           MOVE "N" TO Other-Heading-Sw.
           PERFORM VARYING ENT-Scan-Idx FROM 1 BY 1
                   UNTIL ENT-Scan-Idx > ENT-Count
               IF ENT-StudentId(ENT-Scan-Idx) = StudentId
                   PERFORM Print-One-Enrollment
               END-IF
           END-PERFORM.
           PERFORM VARYING RST-Scan-Idx FROM 1 BY 1
                   UNTIL RST-Scan-Idx > RST-Count
               IF RST-StudentId(RST-Scan-Idx) = StudentId
                   PERFORM Check-Result-Enrolled
                   IF NOT Result-Enrolled
                       PERFORM Print-Other-Result
                   END-IF
               END-IF
           END-PERFORM.
           IF Student-Mark-Count = ZERO
           END-IF.
           ADD 1 TO Students-Printed-Count.

      * The course line, then every mark on that course beneath it.
       Print-One-Enrollment.
           MOVE ENT-Course-Code(ENT-Scan-Idx) TO Title-Course-Code.
           PERFORM Find-Course-Title.
           MOVE ENT-Course-Code(ENT-Scan-Idx) TO TE-Course-Code.
           MOVE Hold-Course-Title TO TE-Title.
           MOVE ENT-Enrol-Date(ENT-Scan-Idx) TO TE-Enrol-Date.
           EVALUATE TRUE
               WHEN ENT-Active(ENT-Scan-Idx)
                   MOVE "ACTIVE" TO TE-Status
               WHEN ENT-Dropped(ENT-Scan-Idx)
                   MOVE "DROPPED" TO TE-Status
               WHEN ENT-Withdrawn(ENT-Scan-Idx)
                   MOVE "WITHDRAWN" TO TE-Status
               WHEN ENT-Completed(ENT-Scan-Idx)
                   MOVE "COMPLETED" TO TE-Status
               WHEN OTHER
                   MOVE ENT-Status(ENT-Scan-Idx) TO TE-Status
           END-EVALUATE.
           WRITE Transcript-Line FROM Transcript-Enrollment-Line
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING RST-Scan-Idx FROM 1 BY 1
                   UNTIL RST-Scan-Idx > RST-Count
               IF RST-StudentId(RST-Scan-Idx) = StudentId
                  AND RST-Course-Code(RST-Scan-Idx) =
                       ENT-Course-Code(ENT-Scan-Idx)
                   PERFORM Print-One-Result
               END-IF
           END-PERFORM.

       Check-Result-Enrolled.
           MOVE "N" TO Result-Enrolled-Sw.
           PERFORM VARYING ENT-Check-Idx FROM 1 BY 1
                   UNTIL ENT-Check-Idx > ENT-Count
                      OR Result-Enrolled
               IF ENT-StudentId(ENT-Check-Idx) = StudentId
                  AND ENT-Course-Code(ENT-Check-Idx) =
                       RST-Course-Code(RST-Scan-Idx)
                   MOVE "Y" TO Result-Enrolled-Sw
               END-IF
           END-PERFORM.

       Print-Other-Result.
           IF NOT Other-Heading-Printed
               WRITE Transcript-Line FROM Other-Results-Heading
                AFTER ADVANCING 2 LINES
               SET Other-Heading-Printed TO TRUE
           END-IF.
           PERFORM Print-One-Result.

       Print-One-Result.
           MOVE RST-Course-Code(RST-Scan-Idx) TO Title-Course-Code.
           PERFORM Find-Course-Title.
           MOVE RST-Course-Code(RST-Scan-Idx) TO TD-Course-Code.
           MOVE Hold-Course-Title TO TD-Title.
