      *          amounts due go out as a direct-debit collection file
      *          (CLUBDD.DAT) with a count-and-value control trailer -
      *          so collections stop depending on the notebook.
      *          Where the member register MEMBERS.DAT (MEMMNT1) is on
      *          file, each club's billable count is no longer the
      *          keyed MB-Members figure but its members active on the
      *          billing date, priced per member category from
      *          MEMFEE.DAT (a category with no fee row bills at the
      *          club's MB-Fees), with a line per category under the
      *          club. With no register on file MB-Members bills as
      *          before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MembershipFile ASSIGN TO "MEMBERSHIP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The member register MEMMNT1 keeps, and the fee per member
      * category per club.
           SELECT MemberFile ASSIGN TO "MEMBERS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Member-Status.

           SELECT MemberFees ASSIGN TO "MEMFEE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MemFee-Status.

           SELECT FeeBillingReport ASSIGN TO "FEEBILL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

        02  MB-Fees                  PIC 9(3)V99.
        02  MB-Members               PIC 9(5).

      * The MEMMNT1 register layout.
       FD MemberFile.
       01 Member-Rec.
           88 End-Of-Member-File     VALUE HIGH-VALUES.
        02  Mem-Id                   PIC X(6).
        02  Mem-Club-Id              PIC X(5).
        02  Mem-Name                 PIC X(20).
        02  Mem-Address              PIC X(40).
        02  Mem-Category             PIC X.
        02  Mem-Join-Date            PIC 9(8).
        02  Mem-Renewal-Date         PIC 9(8).
        02  Mem-Status               PIC X.
           88 Mem-Active             VALUE "A".
        02  Mem-Lapse-Date           PIC 9(8).

       FD MemberFees.
       01 Member-Fee-Rec.
           88 End-Of-Member-Fees     VALUE HIGH-VALUES.
        02  MF-Club-Id               PIC X(5).
        02  MF-Category              PIC X.
        02  MF-Fee                   PIC 9(3)V99.

       FD FeeBillingReport.
       01 Print-Line                 PIC X(80).

        02  FILLER                   PIC X(2) VALUE SPACES.
        02  BD-TotalFees             PIC ZZ,ZZ9.99.

      * One line per member category under a register-billed club,
      * its figures under the club line's own columns.
       01  Category-Detail-Line.
        02  FILLER                   PIC X(10) VALUE SPACES.
        02  FILLER                   PIC X(9)  VALUE "CATEGORY ".
        02  CD-Category              PIC X.
        02  FILLER                   PIC X(10) VALUE SPACES.
        02  CD-Fees                  PIC Z,ZZ9.99.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  CD-Members               PIC ZZ,ZZ9.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  CD-TotalFees             PIC ZZ,ZZ9.99.

       01  Billing-Totals-Line.
        02  FILLER                   PIC X(32) VALUE SPACES.
        02  FILLER                   PIC X(19) VALUE
             VALUE "TOTAL FEES SIZE ERROR".

       01  This-Total-Fees            PIC 9(5)V99 VALUE ZERO.
       01  Billable-Members           PIC 9(5) VALUE ZERO.

       01  WS-Member-Status           PIC XX.
           88 MemberFile-Present      VALUE "00".
       01  WS-MemFee-Status           PIC XX.
           88 MemFeeFile-Present      VALUE "00".
       01  Register-In-Use-Sw         PIC X VALUE "N".
           88 Register-In-Use         VALUE "Y".
      * Active members on the billing date per club and category,
      * with the fee and total each bills at.
       01  Member-Count-Table.
        02  MCT-Entry OCCURS 400 TIMES.
         03 MCT-Club-Id              PIC X(5).
         03 MCT-Category             PIC X.
         03 MCT-Members              PIC 9(5).
         03 MCT-Fee                  PIC 9(3)V99.
         03 MCT-Total                PIC 9(5)V99.
       01  MCT-Count                  PIC 9(3) VALUE ZERO.
       01  MCT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  MCT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  MCT-Found-Sw               PIC X VALUE "N".
           88 MCT-Found               VALUE "Y".
       01  Member-Count-Overflow-Sw   PIC X VALUE "N".
           88 Member-Count-Overflow   VALUE "Y".
       01  Member-Fee-Table.
        02  MFT-Entry OCCURS 200 TIMES.
         03 MFT-Club-Id              PIC X(5).
         03 MFT-Category             PIC X.
         03 MFT-Fee                  PIC 9(3)V99.
       01  MFT-Count                  PIC 9(3) VALUE ZERO.
       01  MFT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  Club-Price-Failed-Sw       PIC X VALUE "N".
           88 Club-Price-Failed       VALUE "Y".
       01  Grand-Total-Fees           PIC 9(7)V99 VALUE ZERO.
       01  WS-ClubBal-Status          PIC XX.
           88 ClubBalFile-Present     VALUE "00".
           88 Period-Closed           VALUE "Y".
       01  WS-JobLog-Status           PIC XX.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Fee-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Fee-Period.
           PERFORM Check-Period-Status.
           IF Period-Closed
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Member-Register.
           IF Member-Count-Overflow
               DISPLAY "FEEBILL1: MEMBERS.DAT EXCEEDS THE CATEGORY "
                   "TABLE - RUN ABORTED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Member-Fees.
           PERFORM Apply-Club-Receipts.
           PERFORM Load-Bounce-Counts.
           OPEN INPUT MembershipFile.
           CLOSE MembershipFile.
           CLOSE FeeBillingReport.
           CLOSE FeesError.
           PERFORM Log-Run-Complete.
           PERFORM Release-Run-Lock.
           GOBACK.

           WRITE Job-Log-Rec.
           CLOSE JobLog.

      * The fee billing on the job log, so the close-readiness check
      * can see it ran.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Fee-Run-Date TO JL-Run-Date.
           MOVE "FEEBILL1" TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-End-Time(1:6) TO JL-End-Time.
           MOVE RETURN-CODE TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "RUN" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

       Print-Report-Heading.
           WRITE Print-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
            AFTER ADVANCING 3 LINES.

       Process-One-Club.
           IF Register-In-Use
               PERFORM Price-From-Register
               IF Club-Price-Failed
                   PERFORM Log-Fees-Error
                   GO TO Process-One-Club-Exit
               END-IF
           ELSE
               MOVE MB-Members TO Billable-Members
               MULTIPLY MB-Fees BY MB-Members GIVING This-Total-Fees
                   ON SIZE ERROR
                       PERFORM Log-Fees-Error
                       GO TO Process-One-Club-Exit
               END-MULTIPLY
           END-IF.

           MOVE MB-ClubId TO BD-ClubId.
           MOVE MB-ClubName TO BD-ClubName.
           MOVE MB-Fees TO BD-Fees.
           MOVE Billable-Members TO BD-Members.
           MOVE This-Total-Fees TO BD-TotalFees.
           WRITE Print-Line FROM Billing-Detail-Line
            AFTER ADVANCING 1 LINE.
           IF Register-In-Use
               PERFORM Print-Category-Lines
           END-IF.

           ADD This-Total-Fees TO Grand-Total-Fees.
           MOVE MB-ClubId TO CBT-Lookup-Id.
       Process-One-Club-Exit.
           EXIT.

      * A member counts while active on the billing date: status A,
      * joined on or before it and renewed up to at least it.
       Load-Member-Register.
           MOVE ZERO TO MCT-Count.
           OPEN INPUT MemberFile.
           IF MemberFile-Present
               SET Register-In-Use TO TRUE
               READ MemberFile
                   AT END SET End-Of-Member-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Member-File
                   IF Mem-Active
                      AND Mem-Join-Date NOT > Fee-Run-Date
                      AND Mem-Renewal-Date NOT < Fee-Run-Date
                       PERFORM Count-One-Member
                   END-IF
                   READ MemberFile
                       AT END SET End-Of-Member-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MemberFile
           END-IF.

       Count-One-Member.
           MOVE "N" TO MCT-Found-Sw.
           MOVE ZERO TO MCT-Found-Idx.
           PERFORM VARYING MCT-Scan-Idx FROM 1 BY 1
                   UNTIL MCT-Scan-Idx > MCT-Count OR MCT-Found
               IF MCT-Club-Id(MCT-Scan-Idx) = Mem-Club-Id
                  AND MCT-Category(MCT-Scan-Idx) = Mem-Category
                   MOVE "Y" TO MCT-Found-Sw
                   MOVE MCT-Scan-Idx TO MCT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT MCT-Found
               IF MCT-Count < 400
                   ADD 1 TO MCT-Count
                   MOVE MCT-Count TO MCT-Found-Idx
                   MOVE Mem-Club-Id TO MCT-Club-Id(MCT-Count)
                   MOVE Mem-Category TO MCT-Category(MCT-Count)
                   MOVE ZERO TO MCT-Members(MCT-Count)
                   MOVE ZERO TO MCT-Fee(MCT-Count)
                   MOVE ZERO TO MCT-Total(MCT-Count)
               ELSE
                   SET Member-Count-Overflow TO TRUE
               END-IF
           END-IF.
           IF MCT-Found-Idx >= 1
               ADD 1 TO MCT-Members(MCT-Found-Idx)
           END-IF.

       Load-Member-Fees.
           MOVE ZERO TO MFT-Count.
           OPEN INPUT MemberFees.
           IF MemFeeFile-Present
               READ MemberFees
                   AT END SET End-Of-Member-Fees TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Member-Fees
                   IF MFT-Count < 200 AND MF-Fee IS NUMERIC
                       ADD 1 TO MFT-Count
                       MOVE MF-Club-Id TO MFT-Club-Id(MFT-Count)
                       MOVE MF-Category TO MFT-Category(MFT-Count)
                       MOVE MF-Fee TO MFT-Fee(MFT-Count)
                   END-IF
                   READ MemberFees
                       AT END SET End-Of-Member-Fees TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MemberFees
           END-IF.

      * The club's bill is the sum over its categories of members
      * times the category fee - the same SIZE ERROR guard as the
      * headcount multiply, on each category and on the sum.
       Price-From-Register.
           MOVE "N" TO Club-Price-Failed-Sw.
           MOVE ZERO TO This-Total-Fees.
           MOVE ZERO TO Billable-Members.
           PERFORM VARYING MCT-Scan-Idx FROM 1 BY 1
                   UNTIL MCT-Scan-Idx > MCT-Count
               IF MCT-Club-Id(MCT-Scan-Idx) = MB-ClubId
                   PERFORM Price-One-Category
               END-IF
           END-PERFORM.

       Price-One-Category.
           MOVE MB-Fees TO MCT-Fee(MCT-Scan-Idx).
           PERFORM VARYING MFT-Scan-Idx FROM 1 BY 1
                   UNTIL MFT-Scan-Idx > MFT-Count
               IF MFT-Club-Id(MFT-Scan-Idx) = MB-ClubId
                  AND MFT-Category(MFT-Scan-Idx)
                      = MCT-Category(MCT-Scan-Idx)
                   MOVE MFT-Fee(MFT-Scan-Idx)
                     TO MCT-Fee(MCT-Scan-Idx)
               END-IF
           END-PERFORM.
           ADD MCT-Members(MCT-Scan-Idx) TO Billable-Members
               ON SIZE ERROR
                   SET Club-Price-Failed TO TRUE
           END-ADD.
           MULTIPLY MCT-Fee(MCT-Scan-Idx)
               BY MCT-Members(MCT-Scan-Idx)
               GIVING MCT-Total(MCT-Scan-Idx)
               ON SIZE ERROR
                   SET Club-Price-Failed TO TRUE
           END-MULTIPLY.
           ADD MCT-Total(MCT-Scan-Idx) TO This-Total-Fees
               ON SIZE ERROR
                   SET Club-Price-Failed TO TRUE
           END-ADD.

       Print-Category-Lines.
           PERFORM VARYING MCT-Scan-Idx FROM 1 BY 1
                   UNTIL MCT-Scan-Idx > MCT-Count
               IF MCT-Club-Id(MCT-Scan-Idx) = MB-ClubId
                   MOVE MCT-Category(MCT-Scan-Idx) TO CD-Category
                   MOVE MCT-Fee(MCT-Scan-Idx) TO CD-Fees
                   MOVE MCT-Members(MCT-Scan-Idx) TO CD-Members
                   MOVE MCT-Total(MCT-Scan-Idx) TO CD-TotalFees
                   WRITE Print-Line FROM Category-Detail-Line
                    AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       Load-Club-Balances.
           MOVE ZERO TO CBT-Count.
           OPEN INPUT ClubBalances.
           MOVE MB-ClubId TO FE-ClubId.
           MOVE MB-ClubName TO FE-ClubName.
           MOVE MB-Fees TO FE-Fees.
           MOVE Billable-Members TO FE-Members.
           WRITE Fees-Error-Line FROM Fees-Error-Detail.

       Print-Billing-Totals.
