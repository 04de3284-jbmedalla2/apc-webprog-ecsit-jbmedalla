      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly member renewal run off the MEMMNT1 register
      *          MEMBERS.DAT. Every active member whose renewal date
      *          falls within the next 30 days gets a renewal notice
      *          on MEMRENEW.RPT, addressed from the register, with
      *          the club, the date due and the fee for their
      *          category (MEMFEE.DAT, else the club's MB-Fees on
      *          MEMBERSHIP.DAT). MEMLAPSED.RPT starts a page per club
      *          listing its lapsed members - those MEMMNT1 has
      *          marked L, and those still active whose renewal date
      *          has already passed, shown as not renewed - with a
      *          count per club. Nothing is updated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMRENEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO "MEMBERS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Member-Status.

           SELECT MembershipFile ASSIGN TO "MEMBERSHIP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Membership-Status.

           SELECT MemberFees ASSIGN TO "MEMFEE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MemFee-Status.

           SELECT RenewalNotices ASSIGN TO "MEMRENEW.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LapsedReport ASSIGN TO "MEMLAPSED.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortLapsed ASSIGN TO "MEMLAPSED-SORT.TMP".

       DATA DIVISION.
       FILE SECTION.
      * The MEMMNT1 register layout.
       FD MemberFile.
       01 Member-Rec.
           88 End-Of-Member-File     VALUE HIGH-VALUES.
        02  Mem-Id                   PIC X(6).
        02  Mem-Club-Id              PIC X(5).
        02  Mem-Name                 PIC X(20).
        02  Mem-Address.
         03 Mem-Addr-Line-1          PIC X(20).
         03 Mem-Addr-Line-2          PIC X(20).
        02  Mem-Category             PIC X.
        02  Mem-Join-Date            PIC 9(8).
        02  Mem-Renewal-Date         PIC 9(8).
        02  Mem-Status               PIC X.
           88 Mem-Active             VALUE "A".
           88 Mem-Lapsed             VALUE "L".
        02  Mem-Lapse-Date           PIC 9(8).

      * The FEEBILL1 club record.
       FD MembershipFile.
       01 Membership-Rec.
           88 End-Of-Membership-File VALUE HIGH-VALUES.
        02  MB-ClubId                PIC X(5).
        02  MB-ClubName              PIC X(20).
        02  MB-Fees                  PIC 9(3)V99.
        02  MB-Members               PIC 9(5).

       FD MemberFees.
       01 Member-Fee-Rec.
           88 End-Of-Member-Fees     VALUE HIGH-VALUES.
        02  MF-Club-Id               PIC X(5).
        02  MF-Category              PIC X.
        02  MF-Fee                   PIC 9(3)V99.

       FD RenewalNotices.
       01 Renewal-Notice-Line        PIC X(80).

       FD LapsedReport.
       01 Lapsed-Report-Line         PIC X(80).

       SD SortLapsed.
       01 Work-Rec.
           88 End-Of-Work-File       VALUE HIGH-VALUES.
        02 WF-Club-Id                PIC X(5).
        02 WF-Mem-Id                 PIC X(6).
        02 WF-Name                   PIC X(20).
        02 WF-Category               PIC X.
        02 WF-Join-Date              PIC 9(8).
        02 WF-Renewal-Date           PIC 9(8).
        02 WF-Status                 PIC X.
           88 WF-Lapsed              VALUE "L".
        02 WF-Lapse-Date             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-Member-Status          PIC XX.
           88 MemberFile-Present     VALUE "00".
       01  WS-Membership-Status      PIC XX.
           88 MembershipFile-Present VALUE "00".
       01  WS-MemFee-Status          PIC XX.
           88 MemFeeFile-Present     VALUE "00".

       01  Run-Date                  PIC 9(8) VALUE ZERO.
       01  Run-Day                   PIC 9(7) VALUE ZERO.
       01  Notice-Window-Days        PIC 9(3) VALUE 30.
       01  Notice-Last-Day           PIC 9(7) VALUE ZERO.
       01  Renewal-Day               PIC 9(7) VALUE ZERO.
       01  Table-Overflow-Sw         PIC X VALUE "N".
           88 Table-Overflow         VALUE "Y".

       01  Club-Table.
        02  CLT-Entry OCCURS 100 TIMES.
         03 CLT-Club-Id              PIC X(5).
         03 CLT-Club-Name            PIC X(20).
         03 CLT-Fees                 PIC 9(3)V99.
       01  CLT-Count                 PIC 9(3) VALUE ZERO.
       01  CLT-Scan-Idx              PIC 9(3) VALUE ZERO.

       01  Member-Fee-Table.
        02  MFT-Entry OCCURS 200 TIMES.
         03 MFT-Club-Id              PIC X(5).
         03 MFT-Category             PIC X.
         03 MFT-Fee                  PIC 9(3)V99.
       01  MFT-Count                 PIC 9(3) VALUE ZERO.
       01  MFT-Scan-Idx              PIC 9(3) VALUE ZERO.

       01  Hold-Club-Name            PIC X(20) VALUE SPACES.
       01  Hold-Fee                  PIC 9(3)V99 VALUE ZERO.

       01  Notices-Sent-Count        PIC 9(5) VALUE ZERO.
       01  Lapsed-Count              PIC 9(5) VALUE ZERO.
       01  Not-Renewed-Count         PIC 9(5) VALUE ZERO.
       01  Club-Line-Count           PIC 9(5) VALUE ZERO.
       01  Prev-Club-Id              PIC X(5) VALUE SPACES.
       01  First-Line-Sw             PIC X VALUE "Y".
           88 First-Line             VALUE "Y".

       01  DN-Date                    PIC 9(8) VALUE ZERO.
       01  DN-Date-Parts REDEFINES DN-Date.
        02 DN-Year                    PIC 9(4).
        02 DN-Month                   PIC 99.
        02 DN-Day                     PIC 99.
       01  DN-Work-Year               PIC 9(4) VALUE ZERO.
       01  DN-Month-Shift             PIC 99 VALUE ZERO.
       01  DN-Era                     PIC 9(3) VALUE ZERO.
       01  DN-Year-Of-Era             PIC 9(3) VALUE ZERO.
       01  DN-Temp                    PIC 9(5) VALUE ZERO.
       01  DN-Day-Of-Year             PIC 9(3) VALUE ZERO.
       01  DN-Quad                    PIC 9(3) VALUE ZERO.
       01  DN-Century                 PIC 9(3) VALUE ZERO.
       01  DN-Day-Number              PIC 9(7) VALUE ZERO.

       01  Letter-Heading.
        02  FILLER                   PIC X(11) VALUE "LETTER TO: ".
        02  LH-Name                  PIC X(20).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LH-Mem-Id                PIC X(6).
        02  FILLER                   PIC X(6)  VALUE " DATE".
        02  LH-Run-Date              PIC B9(8).

       01  Letter-Address-Line.
        02  FILLER                   PIC X(11) VALUE SPACES.
        02  LA-Address               PIC X(20).

       01  Letter-Club-Line.
        02  FILLER                   PIC X(11) VALUE "CLUB     : ".
        02  LC-Club-Id               PIC X(5).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LC-Club-Name             PIC X(20).

       01  Letter-Body-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LB-Text                  PIC X(60).

       01  Letter-Date-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FILLER                   PIC X(19) VALUE
             "RENEWAL DUE       :".
        02  LR-Due-Date          PIC B9(8).

       01  Letter-Fee-Line.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FILLER                   PIC X(19) VALUE
             "RENEWAL FEE       :".
        02  LF-Fee                   PIC Z,ZZ9.99.
        02  FILLER                   PIC X(11) VALUE "  CATEGORY ".
        02  LF-Category              PIC X.

       01  Report-Heading-Line.
        02  FILLER                   PIC X(19)
             VALUE "   LAPSED MEMBERS -".
        02  RH-Run-Date              PIC B9(8).
        02  FILLER                   PIC X(8)  VALUE "   CLUB ".
        02  RH-Club-Id               PIC X(6).
        02  RH-Club-Name             PIC X(20).

       01  Column-Heading.
        02  FILLER                   PIC X(8)  VALUE "MEMBER".
        02  FILLER                   PIC X(21) VALUE "NAME".
        02  FILLER                   PIC X(5)  VALUE "CAT".
        02  FILLER                   PIC X(10) VALUE "JOINED".
        02  FILLER                   PIC X(10) VALUE "RENEWAL".
        02  FILLER                   PIC X(12) VALUE "LAPSED".

       01  Lapsed-Detail-Line.
        02  LD-Mem-Id                PIC X(8).
        02  LD-Name                  PIC X(21).
        02  LD-Category              PIC X(5).
        02  LD-Join-Date             PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LD-Renew-Date            PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  LD-Lapse-Note            PIC X(12).

       01  Club-Total-Line.
        02  FILLER                   PIC X(8)  VALUE SPACES.
        02  FILLER                   PIC X(22)
             VALUE "LAPSED MEMBERS      : ".
        02  CT-Count                 PIC ZZZZ9.

       01  Final-Total-Line.
        02  FILLER                   PIC X(14) VALUE "LAPSED      : ".
        02  FT-Lapsed                PIC ZZZZ9.
        02  FILLER                   PIC X(17)
             VALUE "   NOT RENEWED : ".
        02  FT-Not-Renewed           PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           MOVE Run-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Run-Day.
           COMPUTE Notice-Last-Day = Run-Day + Notice-Window-Days.
           OPEN INPUT MemberFile.
           IF NOT MemberFile-Present
               DISPLAY "MEMRENEW: MEMBERS.DAT NOT FOUND - NO NOTICES"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Clubs.
           PERFORM Load-Member-Fees.
           OPEN OUTPUT RenewalNotices.

           SORT SortLapsed
               ON ASCENDING KEY WF-Club-Id WF-Mem-Id
               INPUT PROCEDURE IS Release-Members
               OUTPUT PROCEDURE IS Print-Lapsed-Lists.

           CLOSE RenewalNotices.
           CLOSE MemberFile.
           DISPLAY "MEMRENEW: " Notices-Sent-Count " RENEWAL NOTICES, "
               Lapsed-Count " LAPSED, " Not-Renewed-Count
               " NOT RENEWED".
           IF Table-Overflow
               DISPLAY "MEMRENEW: A TABLE FILLED - ROWS PAST THE LIMIT "
                   "ARE LEFT OUT"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Clubs.
           OPEN INPUT MembershipFile.
           IF MembershipFile-Present
               READ MembershipFile
                   AT END SET End-Of-Membership-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Membership-File
                   IF CLT-Count < 100
                       ADD 1 TO CLT-Count
                       MOVE MB-ClubId TO CLT-Club-Id(CLT-Count)
                       MOVE MB-ClubName TO CLT-Club-Name(CLT-Count)
                       MOVE MB-Fees TO CLT-Fees(CLT-Count)
                   ELSE
                       SET Table-Overflow TO TRUE
                   END-IF
                   READ MembershipFile
                       AT END SET End-Of-Membership-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MembershipFile
           END-IF.

       Load-Member-Fees.
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

      * One pass of the register: notices go straight out, lapsed
      * and overdue members go to the sort for the per-club list.
       Release-Members.
           READ MemberFile
               AT END SET End-Of-Member-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Member-File
               MOVE Mem-Renewal-Date TO DN-Date
               PERFORM Date-To-Day-Number
               MOVE DN-Day-Number TO Renewal-Day
               IF Mem-Lapsed
                   ADD 1 TO Lapsed-Count
                   PERFORM Release-One-Member
               ELSE
                   IF Mem-Active AND Renewal-Day < Run-Day
                       ADD 1 TO Not-Renewed-Count
                       PERFORM Release-One-Member
                   END-IF
                   IF Mem-Active AND Renewal-Day >= Run-Day
                      AND Renewal-Day <= Notice-Last-Day
                       PERFORM Write-One-Notice
                       ADD 1 TO Notices-Sent-Count
                   END-IF
               END-IF
               READ MemberFile
                   AT END SET End-Of-Member-File TO TRUE
               END-READ
           END-PERFORM.

       Release-One-Member.
           MOVE Mem-Club-Id TO WF-Club-Id.
           MOVE Mem-Id TO WF-Mem-Id.
           MOVE Mem-Name TO WF-Name.
           MOVE Mem-Category TO WF-Category.
           MOVE Mem-Join-Date TO WF-Join-Date.
           MOVE Mem-Renewal-Date TO WF-Renewal-Date.
           MOVE Mem-Status TO WF-Status.
           MOVE Mem-Lapse-Date TO WF-Lapse-Date.
           RELEASE Work-Rec.

      * The fee quoted is what FEEBILL1 would bill the member at -
      * the category's own fee for the club, else the club's fee.
       Write-One-Notice.
           MOVE SPACES TO Hold-Club-Name.
           MOVE ZERO TO Hold-Fee.
           PERFORM VARYING CLT-Scan-Idx FROM 1 BY 1
                   UNTIL CLT-Scan-Idx > CLT-Count
               IF CLT-Club-Id(CLT-Scan-Idx) = Mem-Club-Id
                   MOVE CLT-Club-Name(CLT-Scan-Idx) TO Hold-Club-Name
                   MOVE CLT-Fees(CLT-Scan-Idx) TO Hold-Fee
               END-IF
           END-PERFORM.
           PERFORM VARYING MFT-Scan-Idx FROM 1 BY 1
                   UNTIL MFT-Scan-Idx > MFT-Count
               IF MFT-Club-Id(MFT-Scan-Idx) = Mem-Club-Id
                  AND MFT-Category(MFT-Scan-Idx) = Mem-Category
                   MOVE MFT-Fee(MFT-Scan-Idx) TO Hold-Fee
               END-IF
           END-PERFORM.
           MOVE Mem-Name TO LH-Name.
           MOVE Mem-Id TO LH-Mem-Id.
           MOVE Run-Date TO LH-Run-Date.
           WRITE Renewal-Notice-Line FROM Letter-Heading
            AFTER ADVANCING 3 LINES.
           MOVE Mem-Addr-Line-1 TO LA-Address.
           WRITE Renewal-Notice-Line FROM Letter-Address-Line
            AFTER ADVANCING 1 LINE.
           MOVE Mem-Addr-Line-2 TO LA-Address.
           WRITE Renewal-Notice-Line FROM Letter-Address-Line
            AFTER ADVANCING 1 LINE.
           MOVE Mem-Club-Id TO LC-Club-Id.
           MOVE Hold-Club-Name TO LC-Club-Name.
           WRITE Renewal-Notice-Line FROM Letter-Club-Line
            AFTER ADVANCING 2 LINES.
           MOVE "YOUR MEMBERSHIP OF THE CLUB IS DUE FOR RENEWAL."
             TO LB-Text.
           WRITE Renewal-Notice-Line FROM Letter-Body-Line
            AFTER ADVANCING 2 LINES.
           MOVE "PLEASE RENEW BY THE DATE BELOW TO KEEP IT ACTIVE."
             TO LB-Text.
           WRITE Renewal-Notice-Line FROM Letter-Body-Line
            AFTER ADVANCING 1 LINE.
           MOVE Mem-Renewal-Date TO LR-Due-Date.
           WRITE Renewal-Notice-Line FROM Letter-Date-Line
            AFTER ADVANCING 2 LINES.
           MOVE Hold-Fee TO LF-Fee.
           MOVE Mem-Category TO LF-Category.
           WRITE Renewal-Notice-Line FROM Letter-Fee-Line
            AFTER ADVANCING 1 LINE.

       Print-Lapsed-Lists.
           OPEN OUTPUT LapsedReport.
           MOVE Run-Date TO RH-Run-Date.
           RETURN SortLapsed INTO Work-Rec
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN.
           PERFORM UNTIL End-Of-Work-File
               IF First-Line
                   MOVE "N" TO First-Line-Sw
                   PERFORM Print-Club-Heading
               ELSE
                   IF WF-Club-Id NOT = Prev-Club-Id
                       PERFORM Print-Club-Total
                       PERFORM Print-Club-Heading
                   END-IF
               END-IF
               PERFORM Print-Lapsed-Line
               RETURN SortLapsed INTO Work-Rec
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.
           IF First-Line
               MOVE SPACES TO RH-Club-Id
               MOVE "NO LAPSED MEMBERS" TO RH-Club-Name
               WRITE Lapsed-Report-Line FROM Report-Heading-Line
                AFTER ADVANCING 1 LINE
           ELSE
               PERFORM Print-Club-Total
           END-IF.
           MOVE Lapsed-Count TO FT-Lapsed.
           MOVE Not-Renewed-Count TO FT-Not-Renewed.
           WRITE Lapsed-Report-Line FROM Final-Total-Line
            AFTER ADVANCING 3 LINES.
           CLOSE LapsedReport.

       Print-Club-Heading.
           MOVE WF-Club-Id TO Prev-Club-Id.
           MOVE ZERO TO Club-Line-Count.
           MOVE WF-Club-Id TO RH-Club-Id.
           MOVE "NOT ON MEMBERSHIP.DAT" TO RH-Club-Name.
           PERFORM VARYING CLT-Scan-Idx FROM 1 BY 1
                   UNTIL CLT-Scan-Idx > CLT-Count
               IF CLT-Club-Id(CLT-Scan-Idx) = WF-Club-Id
                   MOVE CLT-Club-Name(CLT-Scan-Idx) TO RH-Club-Name
               END-IF
           END-PERFORM.
           WRITE Lapsed-Report-Line FROM Report-Heading-Line
            AFTER ADVANCING PAGE.
           WRITE Lapsed-Report-Line FROM Column-Heading
            AFTER ADVANCING 2 LINES.

       Print-Lapsed-Line.
           ADD 1 TO Club-Line-Count.
           MOVE WF-Mem-Id TO LD-Mem-Id.
           MOVE WF-Name TO LD-Name.
           MOVE WF-Category TO LD-Category.
           MOVE WF-Join-Date TO LD-Join-Date.
           MOVE WF-Renewal-Date TO LD-Renew-Date.
           IF WF-Lapsed
               MOVE WF-Lapse-Date TO LD-Lapse-Note
           ELSE
               MOVE "NOT RENEWED" TO LD-Lapse-Note
           END-IF.
           WRITE Lapsed-Report-Line FROM Lapsed-Detail-Line
            AFTER ADVANCING 1 LINE.

       Print-Club-Total.
           MOVE Club-Line-Count TO CT-Count.
           WRITE Lapsed-Report-Line FROM Club-Total-Line
            AFTER ADVANCING 2 LINES.

      * Day number of DN-Date counted from 1 March of year zero - a
      * date that is not a date counts as day zero.
       Date-To-Day-Number.
           MOVE ZERO TO DN-Day-Number.
           IF DN-Date IS NUMERIC AND DN-Month >= 1 AND DN-Month <= 12
              AND DN-Day >= 1
               MOVE DN-Year TO DN-Work-Year
               IF DN-Month <= 2
                   SUBTRACT 1 FROM DN-Work-Year
                   COMPUTE DN-Month-Shift = DN-Month + 9
               ELSE
                   COMPUTE DN-Month-Shift = DN-Month - 3
               END-IF
               DIVIDE DN-Work-Year BY 400 GIVING DN-Era
                   REMAINDER DN-Year-Of-Era
               COMPUTE DN-Temp = 153 * DN-Month-Shift + 2
               DIVIDE DN-Temp BY 5 GIVING DN-Day-Of-Year
               COMPUTE DN-Day-Of-Year = DN-Day-Of-Year + DN-Day - 1
               DIVIDE DN-Year-Of-Era BY 4 GIVING DN-Quad
               DIVIDE DN-Year-Of-Era BY 100 GIVING DN-Century
               COMPUTE DN-Day-Number = DN-Era * 146097
                   + DN-Year-Of-Era * 365 + DN-Quad - DN-Century
                   + DN-Day-Of-Year
           END-IF.

       END PROGRAM MEMRENEW.
