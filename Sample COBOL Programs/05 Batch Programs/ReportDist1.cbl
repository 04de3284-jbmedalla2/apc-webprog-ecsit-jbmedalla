      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report distribution - splits the night's AROMASALES,
      *          STOCKMOVE, REORDER, PICKLIST and TILLRECON output per
      *          recipient, so a branch manager gets their own shop's
      *          lines instead of the whole run. DISTLIST.DAT names
      *          each recipient, their branch (blank for head office,
      *          who get every branch) and the reports they want as
      *          letters: S sales summary, M stock movement, R
      *          reorder, P pick list, T till reconciliation.
      *          The split keys off the branch the reports already
      *          print - the code in a report's branch column (the
      *          first three on the sales summary's branch totals,
      *          the stock, reorder and till lines; the lot lines'
      *          branch on the pick list) - and a line printing
      *          another branch's code is left out. Headings, totals
      *          and lines printing no branch go to everyone; on the
      *          till report the voucher counts under a branch's
      *          line go with it. Each split lands on
      *          <REPORT>-G<generation>-<branch>-<recipient>.RPT with
      *          a cover page naming the recipient, the RUNPARM.DAT
      *          business period and the report generation (the
      *          AROMASALES generation REPGEN-CUR.DAT points at - the
      *          other four are the copies that run produced), and
      *          every split sent, or not, is appended to DISTLOG.DAT
      *          as the proof of who was sent what. A DISTLIST.DAT
      *          row naming a branch BRANCH.DAT does not know, or a
      *          report letter there is no report for, is refused
      *          and comes back as a non-zero RETURN-CODE; a report
      *          not on disk is logged and skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DistList ASSIGN TO "DISTLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DistList-Status.

           SELECT BranchMaster ASSIGN TO "BRANCH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BranchMaster-Status.

           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.

           SELECT ReportGenPtr ASSIGN TO "REPGEN-CUR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ReportGenPtr-Status.

           SELECT SourceReport ASSIGN TO Source-Report-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SourceReport-Status.

           SELECT SplitReport ASSIGN TO Split-Report-Name
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DistLog ASSIGN TO "DISTLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DistLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DistList.
       01 Dist-List-Rec.
           88 End-Of-Dist-List         VALUE HIGH-VALUES.
        02 DL-Recipient-Id             PIC X(5).
        02 DL-Recipient-Name           PIC X(20).
        02 DL-Branch-Id                PIC X(3).
        02 DL-Reports                  PIC X(5).

       FD BranchMaster.
       01 Branch-Master-Rec.
           88 End-Of-Branch-Master     VALUE HIGH-VALUES.
        02 BRF-Branch-Id               PIC X(3).
        02 BRF-Branch-Name             PIC X(20).

       FD RunParm.
       01 Run-Parm-Rec                 PIC X(20).

       FD ReportGenPtr.
       01 Report-Gen-Ptr-Rec           PIC X(30).

       FD SourceReport.
       01 Source-Line.
           88 End-Of-Source-Report     VALUE HIGH-VALUES.
        02 FILLER                      PIC X(80).

       FD SplitReport.
       01 Split-Line                   PIC X(80).

       FD DistLog.
       01 Dist-Log-Rec.
        02 DLG-Run-Date                PIC 9(8).
        02 DLG-Time                    PIC 9(6).
        02 DLG-Recipient-Id            PIC X(5).
        02 DLG-Branch-Id               PIC X(3).
        02 DLG-Report                  PIC X(10).
        02 DLG-Generation              PIC 9(4).
        02 DLG-File-Name               PIC X(40).
        02 DLG-Branch-Lines            PIC 9(5).
        02 DLG-Decision                PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-DistList-Status          PIC XX.
           88 DistList-Present         VALUE "00".
       01  WS-BranchMaster-Status      PIC XX.
           88 BranchMaster-Present     VALUE "00".
       01  WS-RunParm-Status           PIC XX.
           88 RunParmFile-Present      VALUE "00".
       01  WS-ReportGenPtr-Status      PIC XX.
           88 ReportGenPtr-Present     VALUE "00".
       01  WS-SourceReport-Status      PIC XX.
           88 SourceReport-Present     VALUE "00".
       01  WS-DistLog-Status           PIC XX.

       01  Run-Date                    PIC 9(8) VALUE ZERO.
       01  Run-Time                    PIC 9(8) VALUE ZERO.
       01  Run-Period                  PIC X(20) VALUE SPACES.
       01  Report-Generation           PIC 9(4) VALUE ZERO.
       01  Source-Report-Name          PIC X(30) VALUE SPACES.
       01  Split-Report-Name           PIC X(40) VALUE SPACES.

      * The five distributed reports - letter, name stem, the file
      * the run left it on, the column its branch code prints in and
      * whether indented lines under a branch's line go with it. The
      * sales summary's file name is filled in from REPGEN-CUR.DAT.
       01  Dist-Report-Values.
        02  FILLER                    PIC X(44) VALUE
             "SAROMASALES                              01N".
        02  FILLER                    PIC X(44) VALUE
             "MSTOCKMOVE STOCKMOVE.RPT                 01N".
        02  FILLER                    PIC X(44) VALUE
             "RREORDER   REORDER.RPT                   01N".
        02  FILLER                    PIC X(44) VALUE
             "PPICKLIST  PICKLIST.RPT                  53N".
        02  FILLER                    PIC X(44) VALUE
             "TTILLRECON TILLRECON.RPT                 01Y".
       01  FILLER REDEFINES Dist-Report-Values.
        02  DR-Entry OCCURS 5 TIMES.
         03 DR-Letter                 PIC X.
         03 DR-Stem                   PIC X(10).
         03 DR-File-Name              PIC X(30).
         03 DR-Branch-Col             PIC 99.
         03 DR-Follow-Sw              PIC X.
       01  DR-Scan-Idx                 PIC 9 VALUE ZERO.
       01  DR-Found-Idx                PIC 9 VALUE ZERO.
       01  DR-Found-Sw                 PIC X VALUE "N".
           88 DR-Found                 VALUE "Y".
       01  Wanted-Scan-Idx             PIC 9 VALUE ZERO.
       01  Wanted-Letter               PIC X VALUE SPACE.

       01  Branch-Master-Table.
        02  BRT-Entry OCCURS 20 TIMES.
         03 BRT-Branch-Id             PIC X(3).
         03 BRT-Branch-Name           PIC X(20).
       01  Branch-Count                PIC 99 VALUE ZERO.
       01  Branch-Scan-Idx             PIC 99 VALUE ZERO.
       01  Branch-Found-Sw             PIC X VALUE "N".
           88 Branch-Found             VALUE "Y".
       01  Branch-Found-Idx            PIC 99 VALUE ZERO.
       01  Branch-Lookup-Id            PIC X(3).

      * Whose line the report line just read is - spaces for a line
      * every recipient gets.
       01  Line-Branch-Id              PIC X(3) VALUE SPACES.
       01  Owner-Branch-Id             PIC X(3) VALUE SPACES.
       01  Branch-Col                  PIC 99 VALUE ZERO.
       01  Recipient-Branch-Id         PIC X(3) VALUE SPACES.
       01  Recipient-Branch-Name       PIC X(20) VALUE SPACES.
       01  Split-Branch-Key            PIC X(3) VALUE SPACES.
       01  First-Report-Line-Sw        PIC X VALUE "Y".
           88 First-Report-Line        VALUE "Y".
       01  Branch-Lines-Count          PIC 9(5) VALUE ZERO.

       01  Splits-Sent-Count           PIC 9(5) VALUE ZERO.
       01  Splits-Missing-Count        PIC 9(5) VALUE ZERO.
       01  Rows-Refused-Count          PIC 9(5) VALUE ZERO.
       01  Log-Decision                PIC X(10) VALUE SPACES.

       01  Cover-Title-Line.
        02  FILLER                   PIC X(25) VALUE
             "AROMAMORA DISTRIBUTION -".
        02  CT-Report                PIC X(10).

       01  Cover-Detail-Line.
        02  CD-Caption               PIC X(14).
        02  CD-Value                 PIC X(40).

       01  Cover-Id-Name.
        02  CIN-Id                   PIC X(5).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  CIN-Name                 PIC X(20).

       01  Cover-Generation.
        02  CG-Generation            PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           ACCEPT Run-Time FROM TIME.
           PERFORM Load-Run-Parm.
           PERFORM Load-Branch-Master.
           PERFORM Load-Report-Generation.

           OPEN INPUT DistList.
           IF NOT DistList-Present
               DISPLAY "RPTDIST1: DISTLIST.DAT NOT FOUND - NOTHING "
                   "TO DISTRIBUTE"
               GOBACK
           END-IF.
           READ DistList
               AT END SET End-Of-Dist-List TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Dist-List
               PERFORM Distribute-To-Recipient
                   THRU Distribute-To-Recipient-Exit
               READ DistList
                   AT END SET End-Of-Dist-List TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DistList.

           DISPLAY "RPTDIST1: " Splits-Sent-Count " SPLIT(S) SENT, "
               Splits-Missing-Count " REPORT(S) NOT ON DISK, "
               Rows-Refused-Count " REFUSED".
           IF Rows-Refused-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Run-Parm.
           OPEN INPUT RunParm.
           IF RunParmFile-Present
               READ RunParm
                   AT END MOVE SPACES TO Run-Parm-Rec
               END-READ
               MOVE Run-Parm-Rec TO Run-Period
               CLOSE RunParm
           END-IF.

       Load-Branch-Master.
           OPEN INPUT BranchMaster.
           IF BranchMaster-Present
               READ BranchMaster
                   AT END SET End-Of-Branch-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Branch-Master
                   IF Branch-Count < 20
                       ADD 1 TO Branch-Count
                       MOVE BRF-Branch-Id
                         TO BRT-Branch-Id(Branch-Count)
                       MOVE BRF-Branch-Name
                         TO BRT-Branch-Name(Branch-Count)
                   END-IF
                   READ BranchMaster
                       AT END SET End-Of-Branch-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchMaster
           END-IF.

      * The first name on the pointer is the sales summary of the
      * last set actually produced - its stamp is the generation.
       Load-Report-Generation.
           OPEN INPUT ReportGenPtr.
           IF ReportGenPtr-Present
               READ ReportGenPtr
                   AT END MOVE SPACES TO Report-Gen-Ptr-Rec
               END-READ
               MOVE Report-Gen-Ptr-Rec TO DR-File-Name(1)
               IF Report-Gen-Ptr-Rec(13:4) IS NUMERIC
                   MOVE Report-Gen-Ptr-Rec(13:4) TO Report-Generation
               END-IF
               CLOSE ReportGenPtr
           END-IF.

      * A recipient on a branch nobody knows is refused whole - a
      * mistyped code would otherwise send them nothing but
      * headings and look like a quiet night.
       Distribute-To-Recipient.
           MOVE DL-Branch-Id TO Recipient-Branch-Id.
           MOVE SPACES TO Recipient-Branch-Name.
           IF Recipient-Branch-Id NOT = SPACES
               MOVE Recipient-Branch-Id TO Branch-Lookup-Id
               PERFORM Find-Branch
               IF NOT Branch-Found
                   MOVE SPACES TO DLG-Report
                   MOVE SPACES TO Split-Report-Name
                   MOVE ZERO TO Branch-Lines-Count
                   MOVE "BAD BRANCH" TO Log-Decision
                   PERFORM Write-Dist-Log
                   ADD 1 TO Rows-Refused-Count
                   DISPLAY "RPTDIST1: " DL-Recipient-Id
                       " REFUSED - BRANCH " Recipient-Branch-Id
                       " NOT ON BRANCH.DAT"
                   GO TO Distribute-To-Recipient-Exit
               END-IF
               MOVE BRT-Branch-Name(Branch-Found-Idx)
                 TO Recipient-Branch-Name
           END-IF.
           PERFORM VARYING Wanted-Scan-Idx FROM 1 BY 1
                   UNTIL Wanted-Scan-Idx > 5
               MOVE DL-Reports(Wanted-Scan-Idx:1) TO Wanted-Letter
               IF Wanted-Letter NOT = SPACE
                   PERFORM Distribute-One-Report
               END-IF
           END-PERFORM.

       Distribute-To-Recipient-Exit.
           EXIT.

       Distribute-One-Report.
           MOVE "N" TO DR-Found-Sw.
           MOVE ZERO TO DR-Found-Idx.
           PERFORM VARYING DR-Scan-Idx FROM 1 BY 1
                   UNTIL DR-Scan-Idx > 5 OR DR-Found
               IF DR-Letter(DR-Scan-Idx) = Wanted-Letter
                   SET DR-Found TO TRUE
                   MOVE DR-Scan-Idx TO DR-Found-Idx
               END-IF
           END-PERFORM.
           MOVE ZERO TO Branch-Lines-Count.
           IF NOT DR-Found
               MOVE Wanted-Letter TO DLG-Report
               MOVE SPACES TO Split-Report-Name
               MOVE "BAD REPORT" TO Log-Decision
               PERFORM Write-Dist-Log
               ADD 1 TO Rows-Refused-Count
               DISPLAY "RPTDIST1: " DL-Recipient-Id " REFUSED - NO "
                   "REPORT " Wanted-Letter
           ELSE
               PERFORM Split-One-Report
           END-IF.

       Split-One-Report.
           MOVE DR-Stem(DR-Found-Idx) TO DLG-Report.
           MOVE DR-File-Name(DR-Found-Idx) TO Source-Report-Name.
           IF Recipient-Branch-Id = SPACES
               MOVE "ALL" TO Split-Branch-Key
           ELSE
               MOVE Recipient-Branch-Id TO Split-Branch-Key
           END-IF.
           MOVE SPACES TO Split-Report-Name.
           STRING DR-Stem(DR-Found-Idx) DELIMITED BY SPACE
                  "-G" DELIMITED BY SIZE
                  Report-Generation DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Split-Branch-Key DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  DL-Recipient-Id DELIMITED BY SPACE
                  ".RPT" DELIMITED BY SIZE
                  INTO Split-Report-Name.
           IF Source-Report-Name = SPACES
               MOVE "99" TO WS-SourceReport-Status
           ELSE
               OPEN INPUT SourceReport
           END-IF.
           IF NOT SourceReport-Present
               MOVE SPACES TO Split-Report-Name
               MOVE "NO REPORT" TO Log-Decision
               PERFORM Write-Dist-Log
               ADD 1 TO Splits-Missing-Count
               DISPLAY "RPTDIST1: " DR-Stem(DR-Found-Idx)
                   " NOT ON DISK - NOT SENT TO " DL-Recipient-Id
           ELSE
               OPEN OUTPUT SplitReport
               PERFORM Write-Cover-Page
               MOVE DR-Branch-Col(DR-Found-Idx) TO Branch-Col
               MOVE SPACES TO Owner-Branch-Id
               MOVE "Y" TO First-Report-Line-Sw
               READ SourceReport
                   AT END SET End-Of-Source-Report TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Source-Report
                   PERFORM Copy-One-Line
                   READ SourceReport
                       AT END SET End-Of-Source-Report TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SourceReport
               CLOSE SplitReport
               MOVE "SENT" TO Log-Decision
               PERFORM Write-Dist-Log
               ADD 1 TO Splits-Sent-Count
           END-IF.

      * A line whose branch column holds a BRANCH.DAT code belongs to
      * that branch; an indented line under it follows it where the
      * report prints that way; anything else is everyone's.
       Copy-One-Line.
           MOVE Source-Line(Branch-Col:3) TO Line-Branch-Id.
           MOVE Line-Branch-Id TO Branch-Lookup-Id.
           PERFORM Find-Branch.
           IF Branch-Found AND Line-Branch-Id NOT = SPACES
               MOVE Line-Branch-Id TO Owner-Branch-Id
           ELSE
               IF DR-Follow-Sw(DR-Found-Idx) = "Y"
                  AND Source-Line(1:7) = SPACES
                  AND Source-Line NOT = SPACES
                   CONTINUE
               ELSE
                   MOVE SPACES TO Owner-Branch-Id
               END-IF
           END-IF.
           IF Owner-Branch-Id = SPACES
              OR Recipient-Branch-Id = SPACES
              OR Owner-Branch-Id = Recipient-Branch-Id
               IF Owner-Branch-Id NOT = SPACES
                   ADD 1 TO Branch-Lines-Count
               END-IF
               IF First-Report-Line
                   WRITE Split-Line FROM Source-Line
                    AFTER ADVANCING PAGE
                   MOVE "N" TO First-Report-Line-Sw
               ELSE
                   WRITE Split-Line FROM Source-Line
                    AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       Find-Branch.
           MOVE "N" TO Branch-Found-Sw.
           MOVE ZERO TO Branch-Found-Idx.
           PERFORM VARYING Branch-Scan-Idx FROM 1 BY 1
                   UNTIL Branch-Scan-Idx > Branch-Count OR Branch-Found
               IF BRT-Branch-Id(Branch-Scan-Idx) = Branch-Lookup-Id
                   SET Branch-Found TO TRUE
                   MOVE Branch-Scan-Idx TO Branch-Found-Idx
               END-IF
           END-PERFORM.

       Write-Cover-Page.
           MOVE DR-Stem(DR-Found-Idx) TO CT-Report.
           WRITE Split-Line FROM Cover-Title-Line
            AFTER ADVANCING 1 LINE.
           MOVE "RECIPIENT   :" TO CD-Caption.
           MOVE DL-Recipient-Id TO CIN-Id.
           MOVE DL-Recipient-Name TO CIN-Name.
           MOVE Cover-Id-Name TO CD-Value.
           WRITE Split-Line FROM Cover-Detail-Line
            AFTER ADVANCING 3 LINES.
           MOVE "BRANCH      :" TO CD-Caption.
           IF Recipient-Branch-Id = SPACES
               MOVE "ALL BRANCHES" TO CD-Value
           ELSE
               MOVE Recipient-Branch-Id TO CIN-Id
               MOVE Recipient-Branch-Name TO CIN-Name
               MOVE Cover-Id-Name TO CD-Value
           END-IF.
           WRITE Split-Line FROM Cover-Detail-Line
            AFTER ADVANCING 1 LINE.
           MOVE "PERIOD      :" TO CD-Caption.
           MOVE Run-Period TO CD-Value.
           WRITE Split-Line FROM Cover-Detail-Line
            AFTER ADVANCING 1 LINE.
           MOVE "GENERATION  :" TO CD-Caption.
           MOVE Report-Generation TO CG-Generation.
           MOVE Cover-Generation TO CD-Value.
           WRITE Split-Line FROM Cover-Detail-Line
            AFTER ADVANCING 1 LINE.
           MOVE "SOURCE      :" TO CD-Caption.
           MOVE Source-Report-Name TO CD-Value.
           WRITE Split-Line FROM Cover-Detail-Line
            AFTER ADVANCING 1 LINE.
           MOVE "RUN DATE    :" TO CD-Caption.
           MOVE Run-Date TO CD-Value.
           WRITE Split-Line FROM Cover-Detail-Line
            AFTER ADVANCING 1 LINE.

      * One record per split, sent or not - the proof of what each
      * recipient was given.
       Write-Dist-Log.
           OPEN EXTEND DistLog.
           IF WS-DistLog-Status NOT = "00"
               OPEN OUTPUT DistLog
           END-IF.
           MOVE Run-Date TO DLG-Run-Date.
           MOVE Run-Time(1:6) TO DLG-Time.
           MOVE DL-Recipient-Id TO DLG-Recipient-Id.
           MOVE DL-Branch-Id TO DLG-Branch-Id.
           MOVE Report-Generation TO DLG-Generation.
           MOVE Split-Report-Name TO DLG-File-Name.
           MOVE Branch-Lines-Count TO DLG-Branch-Lines.
           MOVE Log-Decision TO DLG-Decision.
           WRITE Dist-Log-Rec.
           CLOSE DistLog.

       END PROGRAM RPTDIST1.
