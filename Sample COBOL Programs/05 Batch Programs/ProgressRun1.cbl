      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term-end progression and award run. Each course's
      *          progression rules come off PROGRULE.DAT - the pass
      *          mark, the merit and distinction bands, the repeat
      *          floor below which a student fails outright, up to
      *          four assessments that must be sat and passed, and
      *          the next course in the sequence. Every active
      *          enrollment on ENROLL.DAT is judged on that course's
      *          RESULTS.DAT marks: PASS (classed DISTINCTION, MERIT
      *          or PASS), REPEAT (average short of the pass mark but
      *          not under the floor, or a required assessment not
      *          sat or not passed) or FAIL. PROGRESS.RPT lists every
      *          outcome, CERTS.RPT prints an award certificate for
      *          each pass addressed from STUDENTS.DAT, and
      *          GRADLIST.RPT is the graduation list by course. The
      *          passes go onto STUCHG.DAT as one numbered H/D/T batch
      *          of P transactions, the CREDREV1 way, so the move to
      *          the next course reaches the register through STUMNT1's
      *          audited path.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRUN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProgressRules ASSIGN TO "PROGRULE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ProgRule-Status.

           SELECT Results ASSIGN TO "RESULTS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Results-Status.

      * One row per student per course, read through in key order.
           SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS EN-Key
                     FILE STATUS IS WS-Enroll-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS StudentId
                     FILE STATUS IS WS-Student-Status.

           SELECT CoursesFile ASSIGN TO "COURSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Courses-Status.

           SELECT StudentChanges ASSIGN TO "STUCHG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-StuChg-Status.

           SELECT BatchRegister ASSIGN TO "BATCHREG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BatchReg-Status.

           SELECT ProgressReport ASSIGN TO "PROGRESS.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Certificates ASSIGN TO "CERTS.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GraduationList ASSIGN TO "GRADLIST.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One row per course. A band or floor of zero is not used; a
      * blank next course ends the sequence.
       FD ProgressRules.
       01 Progress-Rule-Rec.
           88 End-Of-Progress-Rules    VALUE HIGH-VALUES.
        02 PR-Course-Code              PIC X(4).
        02 PR-Pass-Mark                PIC 9(3).
        02 PR-Merit-Mark               PIC 9(3).
        02 PR-Distinction-Mark         PIC 9(3).
        02 PR-Repeat-Floor             PIC 9(3).
        02 PR-Next-Course              PIC X(4).
        02 PR-Required                 PIC X(8) OCCURS 4 TIMES.

       FD Results.
       01 Result-Rec.
           88 End-Of-Results           VALUE HIGH-VALUES.
        02 RS-StudentId                PIC 9(7).
        02 RS-Course-Code              PIC X(4).
        02 RS-Assessment               PIC X(8).
        02 RS-Mark                     PIC 9(3).

      * Status A active, D dropped, W withdrawn, C completed - the
      * ENRLCNV1 layout.
       FD EnrollFile.
       01 Enrollment-Rec.
           88 End-Of-Enrollments       VALUE HIGH-VALUES.
        02 EN-Key.
         03 EN-StudentId               PIC 9(7).
         03 EN-Course-Code             PIC X(4).
        02 EN-Enrol-Date               PIC 9(8).
        02 EN-Status                   PIC X.
           88 EN-Active                VALUE "A".
        02 EN-Status-Date              PIC 9(8).

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

       FD CoursesFile.
       01 Course-Master-Rec.
           88 End-Of-Courses           VALUE HIGH-VALUES.
        02 CRS-Code                    PIC X(4).
        02 CRS-Title                   PIC X(20).
        02 CRS-Capacity                PIC 9(3).
        02 CRS-Term-Start              PIC 9(8).

      * STUMNT1's batched change row - H header, D detail carrying
      * the transaction, T trailer with the record count.
       FD StudentChanges.
       01 Batched-Change-Rec.
           88 End-Of-Student-Changes   VALUE HIGH-VALUES.
        02 SCB-Rec-Type                PIC X.
           88 Change-Batch-Header      VALUE "H".
           88 Change-Batch-Detail      VALUE "D".
           88 Change-Batch-Trailer     VALUE "T".
        02 SCB-Body                    PIC X(19).
        02 SCB-Header REDEFINES SCB-Body.
         03 SCBH-Batch-Number          PIC 9(4).
         03 SCBH-Prepared-By           PIC X(3).
         03 SCBH-Date                  PIC 9(8).
         03 FILLER                     PIC X(4).
        02 SCB-Trailer REDEFINES SCB-Body.
         03 SCBT-Count                 PIC 9(5).
         03 FILLER                     PIC X(14).

       FD BatchRegister.
       01 Batch-Register-Rec.
           88 End-Of-Batch-Register    VALUE HIGH-VALUES.
        02 BR-File-Name                PIC X(12).
        02 BR-Batch-Number             PIC 9(4).
        02 BR-Applied-Date             PIC 9(8).
        02 BR-Rec-Count                PIC 9(5).
        02 BR-Value                    PIC 9(11)V99.

       FD ProgressReport.
       01 Progress-Line               PIC X(100).

       FD Certificates.
       01 Certificate-Line            PIC X(70).

       FD GraduationList.
       01 Graduation-Line             PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-ProgRule-Status         PIC XX.
           88 ProgRuleFile-Present    VALUE "00".
       01  WS-Results-Status          PIC XX.
           88 ResultsFile-Present     VALUE "00".
       01  WS-Enroll-Status           PIC XX.
           88 EnrollFile-Present      VALUE "00".
       01  WS-Student-Status          PIC XX.
           88 Student-Io-Ok           VALUE "00".
       01  WS-Courses-Status          PIC XX.
           88 CoursesFile-Present     VALUE "00".
       01  WS-StuChg-Status           PIC XX.
           88 StuChgFile-Present      VALUE "00".
       01  WS-BatchReg-Status         PIC XX.
           88 BatchRegFile-Present    VALUE "00".

       01  Progress-Rule-Table.
        02  PRT-Entry OCCURS 10 TIMES.
         03 PRT-Course-Code           PIC X(4).
         03 PRT-Pass-Mark             PIC 9(3).
         03 PRT-Merit-Mark            PIC 9(3).
         03 PRT-Distinction-Mark      PIC 9(3).
         03 PRT-Repeat-Floor          PIC 9(3).
         03 PRT-Next-Course           PIC X(4).
         03 PRT-Required              PIC X(8) OCCURS 4 TIMES.
       01  PRT-Count                  PIC 99 VALUE ZERO.
       01  PRT-Scan-Idx               PIC 99 VALUE ZERO.
       01  PRT-Found-Idx              PIC 99 VALUE ZERO.
       01  Rules-Rejected-Count       PIC 99 VALUE ZERO.
       01  Req-Idx                    PIC 9 VALUE ZERO.

       01  Results-Table.
        02  RST-Entry OCCURS 1000 TIMES.
         03 RST-StudentId             PIC 9(7).
         03 RST-Course-Code           PIC X(4).
         03 RST-Assessment            PIC X(8).
         03 RST-Mark                  PIC 9(3).
       01  RST-Count                  PIC 9(4) VALUE ZERO.
       01  RST-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Results-Overflow-Sw        PIC X VALUE "N".
           88 Results-Overflow        VALUE "Y".

      * The active enrollments, loaded first so the passes the run
      * holds for the graduation list and the batch can never
      * outgrow their table.
       01  Enrollment-Table.
        02  ENT-Entry OCCURS 2000 TIMES.
         03 ENT-StudentId             PIC 9(7).
         03 ENT-Course-Code           PIC X(4).
       01  ENT-Count                  PIC 9(4) VALUE ZERO.
       01  ENT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Enrollment-Overflow-Sw     PIC X VALUE "N".
           88 Enrollment-Overflow     VALUE "Y".

       01  Pass-Table.
        02  PST-Entry OCCURS 2000 TIMES.
         03 PST-StudentId             PIC 9(7).
         03 PST-Course-Code           PIC X(4).
         03 PST-Next-Course           PIC X(4).
         03 PST-Surname               PIC X(8).
         03 PST-Initials              PIC XX.
         03 PST-Class                 PIC X(11).
         03 PST-Average               PIC 9(3)V9.
       01  PST-Count                  PIC 9(4) VALUE ZERO.
       01  PST-Scan-Idx               PIC 9(4) VALUE ZERO.

       01  Course-Title-Table.
        02  CRM-Entry OCCURS 10 TIMES INDEXED BY CRM-Idx.
         03 CRM-Course-Code           PIC X(4).
         03 CRM-Title                 PIC X(20).
       01  CRM-Count                  PIC 99 VALUE ZERO.
       01  Hold-Course-Title          PIC X(20) VALUE SPACES.
       01  Title-Course-Code          PIC X(4) VALUE SPACES.

      * One enrollment's marks, and what became of it.
       01  Mark-Total                 PIC 9(6) VALUE ZERO.
       01  Mark-Count                 PIC 9(3) VALUE ZERO.
       01  Average-Mark               PIC 9(3)V9 VALUE ZERO.
       01  Required-Best-Table.
        02  RQB-Entry OCCURS 4 TIMES.
         03 RQB-Sat-Sw                PIC X.
            88 RQB-Sat                VALUE "Y".
         03 RQB-Best-Mark             PIC 9(3).
       01  Outcome                    PIC X(10) VALUE SPACES.
           88 Outcome-Pass            VALUE "PASS".
       01  Outcome-Note               PIC X(30) VALUE SPACES.
       01  Award-Class                PIC X(11) VALUE SPACES.

       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Next-Batch-Number          PIC 9(4) VALUE ZERO.
       01  Bare-Changes-Pending-Sw    PIC X VALUE "N".
           88 Bare-Changes-Pending    VALUE "Y".
       01  Change-Stage.
        02  CS-Action                 PIC X.
        02  CS-StudentId              PIC 9(7).
        02  CS-Next-Course            PIC X(4).
        02  CS-From-Course            PIC X(4).
        02  FILLER                    PIC X(3).

       01  Passed-Count               PIC 9(5) VALUE ZERO.
       01  Repeat-Count               PIC 9(5) VALUE ZERO.
       01  Failed-Count               PIC 9(5) VALUE ZERO.
       01  Not-Judged-Count           PIC 9(5) VALUE ZERO.
       01  Progressing-Count          PIC 9(5) VALUE ZERO.
       01  Course-Graduate-Count      PIC 9(5) VALUE ZERO.

       01  Progress-Heading-1.
        02  FILLER                   PIC X(38) VALUE
             "TERM-END PROGRESSION OUTCOMES".
        02  FILLER                   PIC X(5)  VALUE "DATE".
        02  PH-Run-Date              PIC 9(8).

       01  Progress-Heading-2.
        02  FILLER                   PIC X(9)  VALUE "STUDENT".
        02  FILLER                   PIC X(12) VALUE "NAME".
        02  FILLER                   PIC X(6)  VALUE "CRSE".
        02  FILLER                   PIC X(6)  VALUE "MARKS".
        02  FILLER                   PIC X(8)  VALUE "AVERAGE".
        02  FILLER                   PIC X(11) VALUE "OUTCOME".
        02  FILLER                   PIC X(31) VALUE
             "CLASS / REASON".
        02  FILLER                   PIC X(4)  VALUE "NEXT".

       01  Progress-Detail.
        02  PD-StudentId             PIC 9(7).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  PD-Surname               PIC X(8).
        02  FILLER                   PIC X     VALUE SPACE.
        02  PD-Initials              PIC XX.
        02  FILLER                   PIC X     VALUE SPACE.
        02  PD-Course-Code           PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  PD-Mark-Count            PIC ZZ9.
        02  FILLER                   PIC X(3)  VALUE SPACES.
        02  PD-Average               PIC ZZ9.9.
        02  FILLER                   PIC X(3)  VALUE SPACES.
        02  PD-Outcome               PIC X(10).
        02  FILLER                   PIC X     VALUE SPACE.
        02  PD-Note                  PIC X(30).
        02  FILLER                   PIC X     VALUE SPACE.
        02  PD-Next-Course           PIC X(4).

       01  Progress-Total-Line.
        02  PT-Caption               PIC X(30).
        02  PT-Count                 PIC ZZ,ZZ9.

       01  Cert-Rule-Line             PIC X(60) VALUE ALL "*".
       01  Cert-Text-Line.
        02  FILLER                   PIC X(10) VALUE SPACES.
        02  CT-Text                  PIC X(50).
       01  Cert-Name-Line.
        02  FILLER                   PIC X(14) VALUE SPACES.
        02  CN-Initials              PIC XX.
        02  FILLER                   PIC X     VALUE SPACE.
        02  CN-Surname               PIC X(8).
        02  FILLER                   PIC X(2)  VALUE " (".
        02  CN-StudentId             PIC 9(7).
        02  FILLER                   PIC X     VALUE ")".
       01  Cert-Course-Line.
        02  FILLER                   PIC X(14) VALUE SPACES.
        02  CC-Course-Code           PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  CC-Title                 PIC X(20).
       01  Cert-Award-Line.
        02  FILLER                   PIC X(10) VALUE SPACES.
        02  FILLER                   PIC X(13) VALUE
             "AVERAGE MARK".
        02  CA-Average               PIC ZZ9.9.
        02  FILLER                   PIC X(12) VALUE
             "   AWARDED ".
        02  CA-Run-Date              PIC 9(8).

       01  Grad-Heading.
        02  FILLER                   PIC X(34) VALUE
             "GRADUATION LIST BY COURSE".
        02  FILLER                   PIC X(5)  VALUE "DATE".
        02  GH-Run-Date              PIC 9(8).
       01  Grad-Course-Heading.
        02  GC-Course-Code           PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  GC-Title                 PIC X(20).
       01  Grad-Detail.
        02  FILLER                   PIC X(4)  VALUE SPACES.
        02  GD-StudentId             PIC 9(7).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  GD-Surname               PIC X(8).
        02  FILLER                   PIC X     VALUE SPACE.
        02  GD-Initials              PIC XX.
        02  FILLER                   PIC X(3)  VALUE SPACES.
        02  GD-Class                 PIC X(11).
        02  FILLER                   PIC X(3)  VALUE SPACES.
        02  GD-Average               PIC ZZ9.9.
        02  FILLER                   PIC X(3)  VALUE SPACES.
        02  GD-Next-Course           PIC X(4).
       01  Grad-Course-Total.
        02  FILLER                   PIC X(4)  VALUE SPACES.
        02  GT-Count                 PIC ZZ,ZZ9.
        02  FILLER                   PIC X(12) VALUE " GRADUATE(S)".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Progress-Rules.
           IF PRT-Count = ZERO
               DISPLAY "PROGRUN1: NO PROGRESSION RULES ON PROGRULE.DAT"
                   " - RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Results.
           IF Results-Overflow
               DISPLAY "PROGRUN1: RESULTS.DAT EXCEEDS THE TABLE - "
                   "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Enrollments.
           IF Enrollment-Overflow
               DISPLAY "PROGRUN1: ENROLL.DAT EXCEEDS THE TABLE - "
                   "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Course-Titles.
           OPEN INPUT StudentFile.
           IF NOT Student-Io-Ok
               DISPLAY "PROGRUN1: CANNOT OPEN STUDENTS.DAT - "
                   "STATUS " WS-Student-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ProgressReport.
           OPEN OUTPUT Certificates.
           MOVE Run-Date TO PH-Run-Date.
           WRITE Progress-Line FROM Progress-Heading-1
            AFTER ADVANCING 1 LINE.
           WRITE Progress-Line FROM Progress-Heading-2
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING ENT-Scan-Idx FROM 1 BY 1
                   UNTIL ENT-Scan-Idx > ENT-Count
               PERFORM Judge-One-Enrollment
                   THRU Judge-One-Enrollment-Exit
           END-PERFORM.
           PERFORM Print-Progress-Totals.
           CLOSE Certificates.
           CLOSE ProgressReport.
           CLOSE StudentFile.

           OPEN OUTPUT GraduationList.
           PERFORM Print-Graduation-List.
           CLOSE GraduationList.

           PERFORM Batch-Progressions THRU Batch-Progressions-Exit.
           DISPLAY "PROGRUN1: " Passed-Count " PASSED, "
               Repeat-Count " TO REPEAT, " Failed-Count " FAILED".
           IF Rules-Rejected-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A rule row with a mark that is not a number, or a course
      * already ruled, is refused and shown - the first row stands.
       Load-Progress-Rules.
           OPEN INPUT ProgressRules.
           IF ProgRuleFile-Present
               READ ProgressRules
                   AT END SET End-Of-Progress-Rules TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Progress-Rules
                   PERFORM Take-One-Rule
                   READ ProgressRules
                       AT END SET End-Of-Progress-Rules TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProgressRules
           END-IF.

       Take-One-Rule.
           MOVE PR-Course-Code TO Title-Course-Code.
           PERFORM Find-Progress-Rule.
           EVALUATE TRUE
               WHEN PR-Pass-Mark IS NOT NUMERIC
                 OR PR-Merit-Mark IS NOT NUMERIC
                 OR PR-Distinction-Mark IS NOT NUMERIC
                 OR PR-Repeat-Floor IS NOT NUMERIC
                   DISPLAY "PROGRUN1: RULE FOR " PR-Course-Code
                       " HAS A MARK NOT NUMERIC - REFUSED"
                   ADD 1 TO Rules-Rejected-Count
               WHEN PRT-Found-Idx > ZERO
                   DISPLAY "PROGRUN1: SECOND RULE FOR "
                       PR-Course-Code " - REFUSED"
                   ADD 1 TO Rules-Rejected-Count
               WHEN PRT-Count >= 10
                   DISPLAY "PROGRUN1: RULE FOR " PR-Course-Code
                       " EXCEEDS THE TABLE - REFUSED"
                   ADD 1 TO Rules-Rejected-Count
               WHEN OTHER
                   ADD 1 TO PRT-Count
                   MOVE PR-Course-Code TO PRT-Course-Code(PRT-Count)
                   MOVE PR-Pass-Mark TO PRT-Pass-Mark(PRT-Count)
                   MOVE PR-Merit-Mark TO PRT-Merit-Mark(PRT-Count)
                   MOVE PR-Distinction-Mark
                     TO PRT-Distinction-Mark(PRT-Count)
                   MOVE PR-Repeat-Floor TO PRT-Repeat-Floor(PRT-Count)
                   MOVE PR-Next-Course TO PRT-Next-Course(PRT-Count)
                   PERFORM VARYING Req-Idx FROM 1 BY 1
                           UNTIL Req-Idx > 4
                       MOVE PR-Required(Req-Idx)
                         TO PRT-Required(PRT-Count, Req-Idx)
                   END-PERFORM
           END-EVALUATE.

       Find-Progress-Rule.
           MOVE ZERO TO PRT-Found-Idx.
           PERFORM VARYING PRT-Scan-Idx FROM 1 BY 1
                   UNTIL PRT-Scan-Idx > PRT-Count
                      OR PRT-Found-Idx > ZERO
               IF PRT-Course-Code(PRT-Scan-Idx) = Title-Course-Code
                   MOVE PRT-Scan-Idx TO PRT-Found-Idx
               END-IF
           END-PERFORM.

       Load-Results.
           OPEN INPUT Results.
           IF ResultsFile-Present
               READ Results
                   AT END SET End-Of-Results TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Results
                   IF RST-Count >= 1000
                       SET Results-Overflow TO TRUE
                   ELSE
                       ADD 1 TO RST-Count
                       MOVE RS-StudentId
                         TO RST-StudentId(RST-Count)
                       MOVE RS-Course-Code
                         TO RST-Course-Code(RST-Count)
                       MOVE RS-Assessment
                         TO RST-Assessment(RST-Count)
                       MOVE RS-Mark TO RST-Mark(RST-Count)
                   END-IF
                   READ Results
                       AT END SET End-Of-Results TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Results
           END-IF.

      * Only the active rows - a course completed, dropped or ended
      * with a withdrawal has nothing left to decide.
       Load-Enrollments.
           OPEN INPUT EnrollFile.
           IF EnrollFile-Present
               READ EnrollFile NEXT
                   AT END SET End-Of-Enrollments TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Enrollments
                   IF EN-Active
                       IF ENT-Count >= 2000
                           SET Enrollment-Overflow TO TRUE
                       ELSE
                           ADD 1 TO ENT-Count
                           MOVE EN-StudentId
                             TO ENT-StudentId(ENT-Count)
                           MOVE EN-Course-Code
                             TO ENT-Course-Code(ENT-Count)
                       END-IF
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
               READ CoursesFile
                   AT END SET End-Of-Courses TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Courses
                   IF CRM-Count < 10
                       ADD 1 TO CRM-Count
                       MOVE CRS-Code
                         TO CRM-Course-Code(CRM-Count)
                       MOVE CRS-Title TO CRM-Title(CRM-Count)
                   END-IF
                   READ CoursesFile
                       AT END SET End-Of-Courses TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

       Find-Course-Title.
           MOVE SPACES TO Hold-Course-Title.
           PERFORM VARYING CRM-Idx FROM 1 BY 1
                   UNTIL CRM-Idx > CRM-Count
               IF CRM-Course-Code(CRM-Idx) = Title-Course-Code
                   MOVE CRM-Title(CRM-Idx) TO Hold-Course-Title
               END-IF
           END-PERFORM.

      * The floor is tested first - a student under it fails however
      * the required assessments went. Above it, short of the pass
      * mark or a required assessment not sat or not passed means a
      * repeat; otherwise a pass, classed by the bands.
       Judge-One-Enrollment.
           MOVE ENT-StudentId(ENT-Scan-Idx) TO StudentId.
           READ StudentFile
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Student-Io-Ok
               MOVE SPACES TO StudentName
           END-IF.
           MOVE ENT-Course-Code(ENT-Scan-Idx) TO Title-Course-Code.
           PERFORM Find-Progress-Rule.
           PERFORM Gather-Enrollment-Marks.
           MOVE SPACES TO Outcome-Note.
           MOVE SPACES TO Award-Class.
           EVALUATE TRUE
               WHEN NOT Student-Io-Ok
                   MOVE "NOT JUDGED" TO Outcome
                   MOVE "STUDENT NOT ON FILE" TO Outcome-Note
               WHEN PRT-Found-Idx = ZERO
                   MOVE "NOT JUDGED" TO Outcome
                   MOVE "NO PROGRESSION RULE FOR COURSE"
                     TO Outcome-Note
               WHEN Mark-Count = ZERO
                   MOVE "NOT JUDGED" TO Outcome
                   MOVE "NO MARKS ON FILE" TO Outcome-Note
               WHEN Average-Mark < PRT-Repeat-Floor(PRT-Found-Idx)
                   MOVE "FAIL" TO Outcome
                   MOVE "AVERAGE BELOW THE REPEAT FLOOR"
                     TO Outcome-Note
               WHEN Average-Mark < PRT-Pass-Mark(PRT-Found-Idx)
                   MOVE "REPEAT" TO Outcome
                   MOVE "AVERAGE BELOW THE PASS MARK"
                     TO Outcome-Note
               WHEN OTHER
                   PERFORM Check-Required-Assessments
           END-EVALUATE.
           IF Outcome = "NOT JUDGED"
               ADD 1 TO Not-Judged-Count
           END-IF.
           IF Outcome = "FAIL"
               ADD 1 TO Failed-Count
           END-IF.
           IF Outcome = "REPEAT"
               ADD 1 TO Repeat-Count
           END-IF.
           PERFORM Write-Progress-Detail.
           IF NOT Outcome-Pass
               GO TO Judge-One-Enrollment-Exit
           END-IF.
           ADD 1 TO Passed-Count.
           ADD 1 TO PST-Count.
           MOVE ENT-StudentId(ENT-Scan-Idx) TO PST-StudentId(PST-Count).
           MOVE ENT-Course-Code(ENT-Scan-Idx)
             TO PST-Course-Code(PST-Count).
           MOVE PRT-Next-Course(PRT-Found-Idx)
             TO PST-Next-Course(PST-Count).
           MOVE Surname TO PST-Surname(PST-Count).
           MOVE Initials TO PST-Initials(PST-Count).
           MOVE Award-Class TO PST-Class(PST-Count).
           MOVE Average-Mark TO PST-Average(PST-Count).
           PERFORM Print-Certificate.

       Judge-One-Enrollment-Exit.
           EXIT.

      * The average runs over every mark on the course; a required
      * assessment counts as passed on its best mark, resits and all.
       Gather-Enrollment-Marks.
           MOVE ZERO TO Mark-Total.
           MOVE ZERO TO Mark-Count.
           MOVE ZERO TO Average-Mark.
           PERFORM VARYING Req-Idx FROM 1 BY 1 UNTIL Req-Idx > 4
               MOVE "N" TO RQB-Sat-Sw(Req-Idx)
               MOVE ZERO TO RQB-Best-Mark(Req-Idx)
           END-PERFORM.
           PERFORM VARYING RST-Scan-Idx FROM 1 BY 1
                   UNTIL RST-Scan-Idx > RST-Count
               IF RST-StudentId(RST-Scan-Idx) =
                       ENT-StudentId(ENT-Scan-Idx)
                  AND RST-Course-Code(RST-Scan-Idx) =
                       ENT-Course-Code(ENT-Scan-Idx)
                   ADD RST-Mark(RST-Scan-Idx) TO Mark-Total
                   ADD 1 TO Mark-Count
                   IF PRT-Found-Idx > ZERO
                       PERFORM Note-Required-Mark
                   END-IF
               END-IF
           END-PERFORM.
           IF Mark-Count > ZERO
               COMPUTE Average-Mark ROUNDED =
                   Mark-Total / Mark-Count
           END-IF.

       Note-Required-Mark.
           PERFORM VARYING Req-Idx FROM 1 BY 1 UNTIL Req-Idx > 4
               IF PRT-Required(PRT-Found-Idx, Req-Idx) NOT = SPACES
                  AND PRT-Required(PRT-Found-Idx, Req-Idx) =
                       RST-Assessment(RST-Scan-Idx)
                   MOVE "Y" TO RQB-Sat-Sw(Req-Idx)
                   IF RST-Mark(RST-Scan-Idx) > RQB-Best-Mark(Req-Idx)
                       MOVE RST-Mark(RST-Scan-Idx)
                         TO RQB-Best-Mark(Req-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       Check-Required-Assessments.
           MOVE "PASS" TO Outcome.
           PERFORM VARYING Req-Idx FROM 1 BY 1
                   UNTIL Req-Idx > 4 OR NOT Outcome-Pass
               IF PRT-Required(PRT-Found-Idx, Req-Idx) NOT = SPACES
                   IF NOT RQB-Sat(Req-Idx)
                       MOVE "REPEAT" TO Outcome
                       STRING PRT-Required(PRT-Found-Idx, Req-Idx)
                                  DELIMITED BY SPACE
                              " NOT SAT" DELIMITED BY SIZE
                         INTO Outcome-Note
                   ELSE
                       IF RQB-Best-Mark(Req-Idx) <
                               PRT-Pass-Mark(PRT-Found-Idx)
                           MOVE "REPEAT" TO Outcome
                           STRING PRT-Required(PRT-Found-Idx, Req-Idx)
                                      DELIMITED BY SPACE
                                  " NOT PASSED" DELIMITED BY SIZE
                             INTO Outcome-Note
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF Outcome-Pass
               EVALUATE TRUE
                   WHEN PRT-Distinction-Mark(PRT-Found-Idx) > ZERO
                    AND Average-Mark >=
                        PRT-Distinction-Mark(PRT-Found-Idx)
                       MOVE "DISTINCTION" TO Award-Class
                   WHEN PRT-Merit-Mark(PRT-Found-Idx) > ZERO
                    AND Average-Mark >= PRT-Merit-Mark(PRT-Found-Idx)
                       MOVE "MERIT" TO Award-Class
                   WHEN OTHER
                       MOVE "PASS" TO Award-Class
               END-EVALUATE
               MOVE Award-Class TO Outcome-Note
           END-IF.

       Write-Progress-Detail.
           MOVE ENT-StudentId(ENT-Scan-Idx) TO PD-StudentId.
           MOVE Surname TO PD-Surname.
           MOVE Initials TO PD-Initials.
           MOVE ENT-Course-Code(ENT-Scan-Idx) TO PD-Course-Code.
           MOVE Mark-Count TO PD-Mark-Count.
           MOVE Average-Mark TO PD-Average.
           MOVE Outcome TO PD-Outcome.
           MOVE Outcome-Note TO PD-Note.
           MOVE SPACES TO PD-Next-Course.
           IF Outcome-Pass
               MOVE PRT-Next-Course(PRT-Found-Idx) TO PD-Next-Course
           END-IF.
           WRITE Progress-Line FROM Progress-Detail
            AFTER ADVANCING 1 LINE.

       Print-Progress-Totals.
           MOVE "PASSED" TO PT-Caption.
           MOVE Passed-Count TO PT-Count.
           WRITE Progress-Line FROM Progress-Total-Line
            AFTER ADVANCING 3 LINES.
           MOVE "TO REPEAT" TO PT-Caption.
           MOVE Repeat-Count TO PT-Count.
           WRITE Progress-Line FROM Progress-Total-Line
            AFTER ADVANCING 1 LINE.
           MOVE "FAILED" TO PT-Caption.
           MOVE Failed-Count TO PT-Count.
           WRITE Progress-Line FROM Progress-Total-Line
            AFTER ADVANCING 1 LINE.
           MOVE "NOT JUDGED" TO PT-Caption.
           MOVE Not-Judged-Count TO PT-Count.
           WRITE Progress-Line FROM Progress-Total-Line
            AFTER ADVANCING 1 LINE.

      * One page per certificate.
       Print-Certificate.
           WRITE Certificate-Line FROM Cert-Rule-Line
            AFTER ADVANCING PAGE.
           MOVE "CERTIFICATE OF ACHIEVEMENT" TO CT-Text.
           WRITE Certificate-Line FROM Cert-Text-Line
            AFTER ADVANCING 2 LINES.
           MOVE "THIS IS TO CERTIFY THAT" TO CT-Text.
           WRITE Certificate-Line FROM Cert-Text-Line
            AFTER ADVANCING 3 LINES.
           MOVE Initials TO CN-Initials.
           MOVE Surname TO CN-Surname.
           MOVE ENT-StudentId(ENT-Scan-Idx) TO CN-StudentId.
           WRITE Certificate-Line FROM Cert-Name-Line
            AFTER ADVANCING 2 LINES.
           MOVE "HAS SUCCESSFULLY COMPLETED" TO CT-Text.
           WRITE Certificate-Line FROM Cert-Text-Line
            AFTER ADVANCING 2 LINES.
           MOVE ENT-Course-Code(ENT-Scan-Idx) TO CC-Course-Code.
           PERFORM Find-Course-Title.
           MOVE Hold-Course-Title TO CC-Title.
           WRITE Certificate-Line FROM Cert-Course-Line
            AFTER ADVANCING 2 LINES.
           EVALUATE Award-Class
               WHEN "DISTINCTION"
                   MOVE "WITH DISTINCTION" TO CT-Text
               WHEN "MERIT"
                   MOVE "WITH MERIT" TO CT-Text
               WHEN OTHER
                   MOVE "AT PASS LEVEL" TO CT-Text
           END-EVALUATE.
           WRITE Certificate-Line FROM Cert-Text-Line
            AFTER ADVANCING 2 LINES.
           MOVE Average-Mark TO CA-Average.
           MOVE Run-Date TO CA-Run-Date.
           WRITE Certificate-Line FROM Cert-Award-Line
            AFTER ADVANCING 3 LINES.
           WRITE Certificate-Line FROM Cert-Rule-Line
            AFTER ADVANCING 2 LINES.

      * Course by course in PROGRULE.DAT order, each course's passes
      * in student id order as the enrollments came off the index.
       Print-Graduation-List.
           MOVE Run-Date TO GH-Run-Date.
           WRITE Graduation-Line FROM Grad-Heading
            AFTER ADVANCING 1 LINE.
           PERFORM VARYING PRT-Scan-Idx FROM 1 BY 1
                   UNTIL PRT-Scan-Idx > PRT-Count
               PERFORM Print-One-Course-Graduates
           END-PERFORM.

       Print-One-Course-Graduates.
           MOVE ZERO TO Course-Graduate-Count.
           PERFORM VARYING PST-Scan-Idx FROM 1 BY 1
                   UNTIL PST-Scan-Idx > PST-Count
               IF PST-Course-Code(PST-Scan-Idx) =
                       PRT-Course-Code(PRT-Scan-Idx)
                   ADD 1 TO Course-Graduate-Count
               END-IF
           END-PERFORM.
           IF Course-Graduate-Count > ZERO
               MOVE PRT-Course-Code(PRT-Scan-Idx) TO Title-Course-Code
               PERFORM Find-Course-Title
               MOVE PRT-Course-Code(PRT-Scan-Idx) TO GC-Course-Code
               MOVE Hold-Course-Title TO GC-Title
               WRITE Graduation-Line FROM Grad-Course-Heading
                AFTER ADVANCING 3 LINES
               PERFORM VARYING PST-Scan-Idx FROM 1 BY 1
                       UNTIL PST-Scan-Idx > PST-Count
                   IF PST-Course-Code(PST-Scan-Idx) =
                           PRT-Course-Code(PRT-Scan-Idx)
                       PERFORM Print-One-Graduate
                   END-IF
               END-PERFORM
               MOVE Course-Graduate-Count TO GT-Count
               WRITE Graduation-Line FROM Grad-Course-Total
                AFTER ADVANCING 2 LINES
           END-IF.

       Print-One-Graduate.
           MOVE PST-StudentId(PST-Scan-Idx) TO GD-StudentId.
           MOVE PST-Surname(PST-Scan-Idx) TO GD-Surname.
           MOVE PST-Initials(PST-Scan-Idx) TO GD-Initials.
           MOVE PST-Class(PST-Scan-Idx) TO GD-Class.
           MOVE PST-Average(PST-Scan-Idx) TO GD-Average.
           MOVE PST-Next-Course(PST-Scan-Idx) TO GD-Next-Course.
           WRITE Graduation-Line FROM Grad-Detail
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * The passes out as one STUCHG.DAT batch of P transactions -
      * the course passed, and the next course (blank at the end of
      * the sequence, when the enrollment simply completes).
      ******************************************************************
       Batch-Progressions.
           IF PST-Count = ZERO
               DISPLAY "PROGRUN1: NO PASSES - NOTHING BATCHED"
               GO TO Batch-Progressions-Exit
           END-IF.
           PERFORM Find-Next-Batch-Number.
      * A bare-format change file waiting for STUMNT1 cannot take a
      * batch behind it - STUMNT1 reads a file one way or the other.
           IF Bare-Changes-Pending
               DISPLAY "PROGRUN1: STUCHG.DAT HOLDS UNBATCHED CHANGES"
                   " - APPLY THEM FIRST, NOTHING BATCHED"
               MOVE 1 TO RETURN-CODE
               GO TO Batch-Progressions-Exit
           END-IF.
           PERFORM Write-Change-Batch.
           DISPLAY "PROGRUN1: BATCH " Next-Batch-Number " - "
               PST-Count " PROGRESSION(S) ON STUCHG.DAT".

       Batch-Progressions-Exit.
           EXIT.

      * One past the highest STUCHG.DAT batch number either applied
      * (BATCHREG.DAT) or still waiting on the change file.
       Find-Next-Batch-Number.
           MOVE ZERO TO Next-Batch-Number.
           OPEN INPUT BatchRegister.
           IF BatchRegFile-Present
               READ BatchRegister
                   AT END SET End-Of-Batch-Register TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Batch-Register
                   IF BR-File-Name = "STUCHG.DAT"
                      AND BR-Batch-Number IS NUMERIC
                      AND BR-Batch-Number > Next-Batch-Number
                       MOVE BR-Batch-Number TO Next-Batch-Number
                   END-IF
                   READ BatchRegister
                       AT END SET End-Of-Batch-Register TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BatchRegister
           END-IF.
           MOVE "N" TO Bare-Changes-Pending-Sw.
           OPEN INPUT StudentChanges.
           IF StuChgFile-Present
               READ StudentChanges
                   AT END SET End-Of-Student-Changes TO TRUE
               END-READ
               IF NOT End-Of-Student-Changes
                  AND NOT Change-Batch-Header
                   SET Bare-Changes-Pending TO TRUE
               END-IF
               PERFORM UNTIL End-Of-Student-Changes
                   IF Change-Batch-Header
                      AND SCBH-Batch-Number IS NUMERIC
                      AND SCBH-Batch-Number > Next-Batch-Number
                       MOVE SCBH-Batch-Number TO Next-Batch-Number
                   END-IF
                   READ StudentChanges
                       AT END SET End-Of-Student-Changes TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StudentChanges
           END-IF.
           ADD 1 TO Next-Batch-Number.

       Write-Change-Batch.
           OPEN EXTEND StudentChanges.
           IF WS-StuChg-Status NOT = "00"
               OPEN OUTPUT StudentChanges
           END-IF.
           MOVE SPACES TO Batched-Change-Rec.
           MOVE "H" TO SCB-Rec-Type.
           MOVE Next-Batch-Number TO SCBH-Batch-Number.
           MOVE "PRG" TO SCBH-Prepared-By.
           MOVE Run-Date TO SCBH-Date.
           WRITE Batched-Change-Rec.
           PERFORM VARYING PST-Scan-Idx FROM 1 BY 1
                   UNTIL PST-Scan-Idx > PST-Count
               MOVE SPACES TO Change-Stage
               MOVE "P" TO CS-Action
               MOVE PST-StudentId(PST-Scan-Idx) TO CS-StudentId
               MOVE PST-Next-Course(PST-Scan-Idx) TO CS-Next-Course
               MOVE PST-Course-Code(PST-Scan-Idx) TO CS-From-Course
               MOVE SPACES TO Batched-Change-Rec
               MOVE "D" TO SCB-Rec-Type
               MOVE Change-Stage TO SCB-Body
               WRITE Batched-Change-Rec
               IF PST-Next-Course(PST-Scan-Idx) NOT = SPACES
                   ADD 1 TO Progressing-Count
               END-IF
           END-PERFORM.
           MOVE SPACES TO Batched-Change-Rec.
           MOVE "T" TO SCB-Rec-Type.
           MOVE PST-Count TO SCBT-Count.
           WRITE Batched-Change-Rec.
           CLOSE StudentChanges.
           DISPLAY "PROGRUN1: " Progressing-Count
               " MOVING TO A NEXT COURSE".

       END PROGRAM PROGRUN1.
