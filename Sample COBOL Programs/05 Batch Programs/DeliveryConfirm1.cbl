      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proof-of-delivery intake - closes the loop on the
      *          dispatch notes AROMRPT1 prints. Every line shipped on
      *          a note is on DISPLINE.DAT awaiting confirmation; this
      *          run applies what came back, from the office keying
      *          the signed notes onto PODCONF.DAT and from the
      *          courier's own file, COURIER.CSV (note, line, status
      *          word, units accepted, date, signed by). A line can
      *          be delivered (D), refused (R), damaged (G) or part
      *          delivered (P); the units accepted in good order go
      *          with G and P, D takes the full line and R none. Line
      *          zero confirms the whole note delivered or refused.
      *          Every status change appends to DISPHIST.DAT, the
      *          dispatch status history, and prints on PODINTK.RPT.
      *          A refusal raises a draft returns authorization on
      *          RMAFILE.DAT for the refused units, numbered D plus
      *          RMASEQ.DAT's sequence and valid for 30 days, so the
      *          credit can be keyed against it before the customer
      *          is chased for goods they never took. Lines still
      *          unconfirmed more than five days after dispatch list
      *          on UNDELIV.RPT. Both intakes archive to a dated
      *          history and clear; confirmed lines older than 60
      *          days drop off DISPLINE.DAT, the history keeping them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODINTK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PodConfirms ASSIGN TO "PODCONF.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PodConf-Status.

           SELECT PodConfirmHist ASSIGN TO Pod-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PodHist-Status.

      * The courier's comma-separated delivery file, as sent.
           SELECT CourierFile ASSIGN TO "COURIER.CSV"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Courier-Status.

           SELECT CourierHist ASSIGN TO Courier-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CourierHist-Status.

           SELECT DispatchLines ASSIGN TO "DISPLINE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DispLine-Status.

           SELECT DispatchHistory ASSIGN TO "DISPHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DispHist-Status.

           SELECT RmaFile ASSIGN TO "RMAFILE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RmaFile-Status.

      * Last draft authorization number raised here.
           SELECT RmaSequence ASSIGN TO "RMASEQ.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RmaSeq-Status.

           SELECT PodRegister ASSIGN TO "PODINTK.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UndeliveredReport ASSIGN TO "UNDELIV.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PodConfirms.
       01 Pod-Confirm-Rec.
           88 End-Of-Pod-Confirms      VALUE HIGH-VALUES.
        02 PC-Note-No                  PIC 9(6).
        02 PC-Line-No                  PIC 9(3).
        02 PC-Status                   PIC X.
        02 PC-Qty-Accepted             PIC 999.
        02 PC-Confirm-Date             PIC 9(8).
        02 PC-Signed-By                PIC X(15).

       FD PodConfirmHist.
       01 Pod-Confirm-Hist-Rec        PIC X(36).

       FD CourierFile.
       01 Courier-Csv-Rec.
           88 End-Of-Courier-File      VALUE HIGH-VALUES.
        02 FILLER                      PIC X(80).

       FD CourierHist.
       01 Courier-Hist-Rec            PIC X(80).

      * The layout AROMRPT1 appends - one row per line on a note.
       FD DispatchLines.
       01 Dispatch-Line-Rec.
           88 End-Of-Dispatch-Lines    VALUE HIGH-VALUES.
        02 DL-Note-No                  PIC 9(6).
        02 DL-Line-No                  PIC 9(3).
        02 DL-Cust-Id                  PIC X(5).
        02 DL-Oil-Category             PIC X.
        02 DL-Oil-Num                  PIC 99.
        02 DL-Unit-Size                PIC 99.
        02 DL-Qty                      PIC 999.
        02 DL-Dispatch-Date            PIC 9(8).
        02 DL-Branch-Id                PIC X(3).
        02 DL-Status                   PIC X.
        02 DL-Qty-Delivered            PIC 999.
        02 DL-Confirm-Date             PIC 9(8).
        02 DL-Rma-Number               PIC X(6).

      * One row per status change, in the order they were applied.
       FD DispatchHistory.
       01 Dispatch-History-Rec.
        02 DH-Note-No                  PIC 9(6).
        02 DH-Line-No                  PIC 9(3).
        02 DH-Cust-Id                  PIC X(5).
        02 DH-Old-Status               PIC X.
        02 DH-New-Status               PIC X.
        02 DH-Qty-Delivered            PIC 999.
        02 DH-Event-Date               PIC 9(8).
        02 DH-Source                   PIC X.
        02 DH-Signed-By                PIC X(15).
        02 DH-Run-Date                 PIC 9(8).
        02 DH-Rma-Number               PIC X(6).

      * Same layout AROMRPT1 validates returns against.
       FD RmaFile.
       01 Rma-Rec.
        02 RMA-Number                  PIC X(6).
        02 RMA-Cust-Id                 PIC X(5).
        02 RMA-Oil-Num                 PIC 99.
        02 RMA-Qty                     PIC 9(5).
        02 RMA-Expiry                  PIC 9(8).

       FD RmaSequence.
       01 Rma-Sequence-Rec.
        02 RSQ-Last-Rma-Num            PIC 9(5).

       FD PodRegister.
       01 Pod-Register-Line           PIC X(100).

       FD UndeliveredReport.
       01 Undelivered-Line            PIC X(80).

       FD RunLock.
       01 Run-Lock-Rec.
           88 End-Of-Run-Lock          VALUE HIGH-VALUES.
        02 RLK-Job-Name                PIC X(8).
        02 RLK-Operator                PIC X(5).
        02 RLK-Date                    PIC 9(8).
        02 RLK-Time                    PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-RunLock-Status          PIC XX.
           88 RunLockFile-Present     VALUE "00".
       01  Lock-Held-Sw               PIC X VALUE "N".
           88 Lock-Held               VALUE "Y".
       01  Lock-Owned-Sw              PIC X VALUE "N".
           88 Lock-Owned              VALUE "Y".
       01  Lock-Holder                PIC X(8) VALUE SPACES.
       01  Lock-Time-Work             PIC 9(8) VALUE ZERO.
       01  Lock-Run-Date              PIC 9(8) VALUE ZERO.
       01  WS-PodConf-Status          PIC XX.
           88 PodConfFile-Present     VALUE "00".
       01  WS-PodHist-Status          PIC XX.
       01  WS-Courier-Status          PIC XX.
           88 CourierFile-Present     VALUE "00".
       01  WS-CourierHist-Status      PIC XX.
       01  WS-DispLine-Status         PIC XX.
           88 DispLineFile-Present    VALUE "00".
       01  WS-DispHist-Status         PIC XX.
       01  WS-RmaFile-Status          PIC XX.
       01  WS-RmaSeq-Status           PIC XX.
           88 RmaSeqFile-Present      VALUE "00".
       01  Pod-Hist-File-Name         PIC X(35).
       01  Courier-Hist-File-Name     PIC X(35).
       01  Pod-On-File-Sw             PIC X VALUE "N".
           88 Pod-On-File             VALUE "Y".
       01  Courier-On-File-Sw         PIC X VALUE "N".
           88 Courier-On-File         VALUE "Y".
       01  History-Open-Sw            PIC X VALUE "N".
           88 History-Open            VALUE "Y".
       01  Rma-Open-Sw                PIC X VALUE "N".
           88 Rma-Open                VALUE "Y".

       01  Dispatch-Line-Table.
        02  DLT-Entry OCCURS 5000 TIMES.
         03 DLT-Note-No               PIC 9(6).
         03 DLT-Line-No               PIC 9(3).
         03 DLT-Cust-Id               PIC X(5).
         03 DLT-Oil-Category          PIC X.
         03 DLT-Oil-Num               PIC 99.
         03 DLT-Unit-Size             PIC 99.
         03 DLT-Qty                   PIC 999.
         03 DLT-Dispatch-Date         PIC 9(8).
         03 DLT-Branch-Id             PIC X(3).
         03 DLT-Status                PIC X.
            88 DLT-Awaiting           VALUE SPACE.
         03 DLT-Qty-Delivered         PIC 999.
         03 DLT-Confirm-Date          PIC 9(8).
         03 DLT-Rma-Number            PIC X(6).
       01  DLT-Count                  PIC 9(4) VALUE ZERO.
       01  DLT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  DLT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  DLT-Found-Sw               PIC X VALUE "N".
           88 DLT-Found               VALUE "Y".
       01  Line-Table-Overflow-Sw     PIC X VALUE "N".
           88 Line-Table-Overflow     VALUE "Y".
       01  Note-Lines-Hit             PIC 9(3) VALUE ZERO.
       01  Note-Lines-Seen            PIC 9(3) VALUE ZERO.

      * One confirmation, whichever intake it came from.
       01  Confirm-Work.
        02  CW-Note-No                PIC 9(6) VALUE ZERO.
        02  CW-Line-No                PIC 9(3) VALUE ZERO.
        02  CW-Status                 PIC X VALUE SPACE.
           88 CW-Delivered            VALUE "D".
           88 CW-Refused              VALUE "R".
           88 CW-Damaged              VALUE "G".
           88 CW-Part-Delivered       VALUE "P".
           88 CW-Known-Status         VALUE "D", "R", "G", "P".
        02  CW-Qty-Accepted           PIC 999 VALUE ZERO.
        02  CW-Confirm-Date           PIC 9(8) VALUE ZERO.
        02  CW-Signed-By              PIC X(15) VALUE SPACES.
        02  CW-Source                 PIC X VALUE SPACE.
       01  Line-Qty-Accepted          PIC 999 VALUE ZERO.
       01  Old-Status                 PIC X VALUE SPACE.

      * The courier's columns, left-justified text as sent.
       01  Courier-Fields.
        02  CC-Note-No                PIC X(10).
        02  CC-Line-No                PIC X(10).
        02  CC-Status-Word            PIC X(10).
        02  CC-Qty                    PIC X(10).
        02  CC-Date                   PIC X(10).
        02  CC-Signed-By              PIC X(15).

       01  Digit-Parse-Areas.
        02  PD-Text                  PIC X(10).
        02  PD-Value                 PIC 9(8) VALUE ZERO.
        02  PD-Idx                   PIC 99 VALUE ZERO.
        02  PD-Digit-Count           PIC 99 VALUE ZERO.
        02  PD-One-Digit             PIC 9  VALUE ZERO.
        02  PD-Done-Sw               PIC X VALUE "N".
           88 PD-Done                VALUE "Y".
        02  PD-Ok-Sw                 PIC X VALUE "N".
           88 PD-Ok                  VALUE "Y".

      * Gregorian day number of a yyyymmdd date and back again, so
      * the five-day chase and the RMA expiry hold across month and
      * year ends.
       01  DN-Date                    PIC 9(8) VALUE ZERO.
       01  DN-Date-Parts REDEFINES DN-Date.
        02 DN-Year                    PIC 9(4).
        02 DN-Month                   PIC 99.
        02 DN-Day                     PIC 99.
       01  DN-Work-Year               PIC 9(4) VALUE ZERO.
       01  DN-Month-Shift             PIC 99 VALUE ZERO.
       01  DN-Era                     PIC 9(3) VALUE ZERO.
       01  DN-Year-Of-Era             PIC 9(3) VALUE ZERO.
       01  DN-Day-Of-Era              PIC 9(6) VALUE ZERO.
       01  DN-Temp                    PIC 9(6) VALUE ZERO.
       01  DN-Day-Of-Year             PIC 9(3) VALUE ZERO.
       01  DN-Quad                    PIC 9(3) VALUE ZERO.
       01  DN-Century                 PIC 9(3) VALUE ZERO.
       01  DN-Day-Number              PIC 9(7) VALUE ZERO.

       01  Undelivered-Days           PIC 99 VALUE 5.
       01  Rma-Valid-Days             PIC 99 VALUE 30.
       01  Keep-Confirmed-Days        PIC 99 VALUE 60.
       01  Run-Day-Number             PIC 9(7) VALUE ZERO.
       01  Days-Out                   PIC S9(5) VALUE ZERO.
       01  Rma-Sequence-Num           PIC 9(5) VALUE ZERO.
       01  Rma-Sequence-Used-Sw       PIC X VALUE "N".
           88 Rma-Sequence-Used       VALUE "Y".
       01  Draft-Rma-Number           PIC X(6) VALUE SPACES.

       01  Refuse-Reason              PIC X(30) VALUE SPACES.
       01  Confirms-Read-Count        PIC 9(5) VALUE ZERO.
       01  Confirms-Applied-Count     PIC 9(5) VALUE ZERO.
       01  Confirms-Refused-Count     PIC 9(5) VALUE ZERO.
       01  Lines-Delivered-Count      PIC 9(5) VALUE ZERO.
       01  Lines-Refused-Count        PIC 9(5) VALUE ZERO.
       01  Lines-Damaged-Count        PIC 9(5) VALUE ZERO.
       01  Lines-Part-Count           PIC 9(5) VALUE ZERO.
       01  Rmas-Raised-Count          PIC 9(5) VALUE ZERO.
       01  Undelivered-Count          PIC 9(5) VALUE ZERO.
       01  Undelivered-Units          PIC 9(7) VALUE ZERO.
       01  Lines-Dropped-Count        PIC 9(5) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                    PIC X(32)
             VALUE "   PROOF OF DELIVERY INTAKE -  ".
        02  RH-Run-Date               PIC 9(8).

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(37) VALUE ALL "-".

       01  Confirm-Detail.
        02  CD-Source                 PIC X.
        02  FILLER                    PIC X(6)  VALUE " NOTE ".
        02  CD-Note-No                PIC 9(6).
        02  FILLER                    PIC X(6)  VALUE " LINE ".
        02  CD-Line-No                PIC ZZ9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  CD-Cust-Id                PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  CD-Oil-Category           PIC X.
        02  CD-Oil-Num                PIC 99.
        02  FILLER                    PIC X(6)  VALUE " SENT ".
        02  CD-Qty                    PIC ZZ9.
        02  FILLER                    PIC X(5)  VALUE " ACC ".
        02  CD-Accepted               PIC ZZ9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  CD-Status-Word            PIC X(10).
        02  CD-Outcome                PIC X(8).
        02  CD-Reason                 PIC X(30).

       01  Rma-Raised-Line.
        02  FILLER                    PIC X(8)  VALUE SPACES.
        02  FILLER                    PIC X(26)
             VALUE "DRAFT RETURN AUTHORIZATION".
        02  FILLER                    PIC X     VALUE SPACE.
        02  RR-Rma-Number             PIC X(6).
        02  FILLER                    PIC X(7)  VALUE " UNITS ".
        02  RR-Qty                    PIC ZZ9.
        02  FILLER                    PIC X(8)  VALUE " EXPIRY ".
        02  RR-Expiry                 PIC 9(8).

       01  Total-Line-1.
        02  FILLER                    PIC X(30) VALUE
             "CONFIRMATIONS APPLIED      :".
        02  TL-Applied                PIC ZZZZ9.
        02  FILLER                    PIC X(12) VALUE "   REFUSED ".
        02  TL-Refused                PIC ZZZZ9.

       01  Total-Line-2.
        02  FILLER                    PIC X(30) VALUE
             "LINES DELIVERED/PART/DAMAGED:".
        02  TL-Delivered              PIC ZZZZ9.
        02  FILLER                    PIC X     VALUE "/".
        02  TL-Part                   PIC ZZZZ9.
        02  FILLER                    PIC X     VALUE "/".
        02  TL-Damaged                PIC ZZZZ9.

       01  Total-Line-3.
        02  FILLER                    PIC X(30) VALUE
             "LINES REFUSED BY CUSTOMER  :".
        02  TL-Lines-Refused          PIC ZZZZ9.
        02  FILLER                    PIC X(17)
             VALUE "   DRAFT RMAS    ".
        02  TL-Rmas                   PIC ZZZZ9.

       01  Undelivered-Heading.
        02  FILLER                    PIC X(30)
             VALUE "   UNDELIVERED GOODS AS AT    ".
        02  UH-Run-Date               PIC 9(8).
        02  FILLER                    PIC X(23)
             VALUE "  - NO CONFIRMATION IN ".
        02  UH-Days                   PIC 9.
        02  FILLER                    PIC X(5)  VALUE " DAYS".

       01  Undelivered-Columns.
        02  FILLER                    PIC X(8)  VALUE "NOTE".
        02  FILLER                    PIC X(5)  VALUE "LINE".
        02  FILLER                    PIC X(6)  VALUE "CUST".
        02  FILLER                    PIC X(5)  VALUE "OIL".
        02  FILLER                    PIC X(5)  VALUE "SIZE".
        02  FILLER                    PIC X(6)  VALUE "UNITS".
        02  FILLER                    PIC X(4)  VALUE "BR".
        02  FILLER                    PIC X(11) VALUE "DISPATCHED".
        02  FILLER                    PIC X(9)  VALUE "DAYS OUT".

       01  Undelivered-Detail.
        02  UD-Note-No                PIC 9(6).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  UD-Line-No                PIC ZZ9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  UD-Cust-Id                PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  UD-Oil-Category           PIC X.
        02  UD-Oil-Num                PIC 99.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  UD-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  UD-Qty                    PIC ZZ9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  UD-Branch-Id              PIC X(3).
        02  FILLER                    PIC X     VALUE SPACE.
        02  UD-Dispatch-Date          PIC 9(8).
        02  FILLER                    PIC X(5)  VALUE SPACES.
        02  UD-Days-Out               PIC ZZZZ9.

       01  Undelivered-Total.
        02  FILLER                    PIC X(30) VALUE
             "LINES AWAITING CONFIRMATION:".
        02  UT-Lines                  PIC ZZZZ9.
        02  FILLER                    PIC X(9)  VALUE "   UNITS ".
        02  UT-Units                  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "PODINTK1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           MOVE Run-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Run-Day-Number.
           PERFORM Load-Dispatch-Lines.
           IF Line-Table-Overflow
               DISPLAY "PODINTK1: DISPLINE.DAT EXCEEDS THE DISPATCH "
                   "LINE TABLE - RUN ABORTED, NOTHING APPLIED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Rma-Sequence.

           OPEN OUTPUT PodRegister.
           MOVE Run-Date TO RH-Run-Date.
           WRITE Pod-Register-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Pod-Register-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           PERFORM Apply-Keyed-Confirms.
           PERFORM Apply-Courier-File.
           MOVE Confirms-Applied-Count TO TL-Applied.
           MOVE Confirms-Refused-Count TO TL-Refused.
           WRITE Pod-Register-Line FROM Total-Line-1
            AFTER ADVANCING 3 LINES.
           MOVE Lines-Delivered-Count TO TL-Delivered.
           MOVE Lines-Part-Count TO TL-Part.
           MOVE Lines-Damaged-Count TO TL-Damaged.
           WRITE Pod-Register-Line FROM Total-Line-2
            AFTER ADVANCING 1 LINE.
           MOVE Lines-Refused-Count TO TL-Lines-Refused.
           MOVE Rmas-Raised-Count TO TL-Rmas.
           WRITE Pod-Register-Line FROM Total-Line-3
            AFTER ADVANCING 1 LINE.
           CLOSE PodRegister.
           IF History-Open
               CLOSE DispatchHistory
           END-IF.
           IF Rma-Open
               CLOSE RmaFile
           END-IF.
           IF Rma-Sequence-Used
               PERFORM Save-Rma-Sequence
           END-IF.

           PERFORM Print-Undelivered-Goods.
           IF DispLineFile-Present
               PERFORM Rewrite-Dispatch-Lines
           END-IF.
           PERFORM Archive-Pod-Confirms THRU Archive-Pod-Confirms-Exit.
           PERFORM Archive-Courier-File THRU Archive-Courier-File-Exit.

           DISPLAY "PODINTK1: " Confirms-Read-Count
               " CONFIRMATION(S), " Confirms-Applied-Count
               " APPLIED, " Confirms-Refused-Count " REFUSED, "
               Undelivered-Count " LINE(S) UNDELIVERED".
           IF Confirms-Refused-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Release-Run-Lock.
           GOBACK.

       Check-Run-Lock.
           MOVE "N" TO Lock-Held-Sw.
           MOVE SPACES TO Lock-Holder.
           OPEN INPUT RunLock.
           IF RunLockFile-Present
               READ RunLock
                   AT END SET End-Of-Run-Lock TO TRUE
               END-READ
               IF NOT End-Of-Run-Lock
                  AND Run-Lock-Rec NOT = SPACES
                   SET Lock-Held TO TRUE
                   MOVE RLK-Job-Name TO Lock-Holder
               END-IF
               CLOSE RunLock
           END-IF.

       Acquire-Run-Lock.
           ACCEPT Lock-Run-Date FROM DATE YYYYMMDD.
           ACCEPT Lock-Time-Work FROM TIME.
           OPEN OUTPUT RunLock.
           MOVE "PODINTK1" TO RLK-Job-Name.
           MOVE SPACES TO RLK-Operator.
           MOVE Lock-Run-Date TO RLK-Date.
           MOVE Lock-Time-Work(1:6) TO RLK-Time.
           WRITE Run-Lock-Rec.
           CLOSE RunLock.
           SET Lock-Owned TO TRUE.

      * Only the run that took the lock gives it back.
       Release-Run-Lock.
           IF Lock-Owned
               OPEN OUTPUT RunLock
               CLOSE RunLock
               MOVE "N" TO Lock-Owned-Sw
           END-IF.

       Load-Dispatch-Lines.
           OPEN INPUT DispatchLines.
           IF DispLineFile-Present
               READ DispatchLines
                   AT END SET End-Of-Dispatch-Lines TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Dispatch-Lines
                   IF DLT-Count >= 5000
                       SET Line-Table-Overflow TO TRUE
                   END-IF
                   IF DLT-Count < 5000
                       ADD 1 TO DLT-Count
                       MOVE Dispatch-Line-Rec TO DLT-Entry(DLT-Count)
                   END-IF
                   READ DispatchLines
                       AT END SET End-Of-Dispatch-Lines TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DispatchLines
           END-IF.

       Load-Rma-Sequence.
           MOVE ZERO TO Rma-Sequence-Num.
           OPEN INPUT RmaSequence.
           IF RmaSeqFile-Present
               READ RmaSequence
                   AT END MOVE ZERO TO RSQ-Last-Rma-Num
               END-READ
               IF RSQ-Last-Rma-Num IS NUMERIC
                   MOVE RSQ-Last-Rma-Num TO Rma-Sequence-Num
               END-IF
               CLOSE RmaSequence
           END-IF.

       Save-Rma-Sequence.
           OPEN OUTPUT RmaSequence.
           MOVE Rma-Sequence-Num TO RSQ-Last-Rma-Num.
           WRITE Rma-Sequence-Rec.
           CLOSE RmaSequence.

       Apply-Keyed-Confirms.
           OPEN INPUT PodConfirms.
           IF PodConfFile-Present
               SET Pod-On-File TO TRUE
               READ PodConfirms
                   AT END SET End-Of-Pod-Confirms TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Pod-Confirms
                   ADD 1 TO Confirms-Read-Count
                   MOVE SPACES TO Refuse-Reason
                   MOVE "K" TO CW-Source
                   MOVE PC-Status TO CW-Status
                   MOVE PC-Signed-By TO CW-Signed-By
                   IF PC-Note-No IS NUMERIC
                       MOVE PC-Note-No TO CW-Note-No
                   ELSE
                       MOVE ZERO TO CW-Note-No
                   END-IF
                   IF PC-Line-No IS NUMERIC
                       MOVE PC-Line-No TO CW-Line-No
                   ELSE
                       MOVE ZERO TO CW-Line-No
                   END-IF
                   IF PC-Qty-Accepted IS NUMERIC
                       MOVE PC-Qty-Accepted TO CW-Qty-Accepted
                   ELSE
                       MOVE ZERO TO CW-Qty-Accepted
                   END-IF
                   IF PC-Confirm-Date IS NUMERIC
                       MOVE PC-Confirm-Date TO CW-Confirm-Date
                   ELSE
                       MOVE "BAD CONFIRMATION DATE" TO Refuse-Reason
                   END-IF
                   PERFORM Apply-One-Confirm
                       THRU Apply-One-Confirm-Exit
                   READ PodConfirms
                       AT END SET End-Of-Pod-Confirms TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PodConfirms
           END-IF.

      * The courier sends plain words and unpadded numbers; each
      * column is mapped onto the keyed layout before it applies.
       Apply-Courier-File.
           OPEN INPUT CourierFile.
           IF CourierFile-Present
               SET Courier-On-File TO TRUE
               READ CourierFile
                   AT END SET End-Of-Courier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Courier-File
                   IF Courier-Csv-Rec NOT = SPACES
                       ADD 1 TO Confirms-Read-Count
                       PERFORM Map-Courier-Row
                       PERFORM Apply-One-Confirm
                           THRU Apply-One-Confirm-Exit
                   END-IF
                   READ CourierFile
                       AT END SET End-Of-Courier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourierFile
           END-IF.

       Map-Courier-Row.
           MOVE SPACES TO Refuse-Reason.
           MOVE SPACES TO Courier-Fields.
           MOVE "C" TO CW-Source.
           UNSTRING Courier-Csv-Rec DELIMITED BY ","
               INTO CC-Note-No CC-Line-No CC-Status-Word CC-Qty
                    CC-Date CC-Signed-By.
           MOVE CC-Signed-By TO CW-Signed-By.
           MOVE CC-Note-No TO PD-Text.
           PERFORM Parse-Unsigned-Number.
           IF PD-Ok AND PD-Value <= 999999
               MOVE PD-Value TO CW-Note-No
           ELSE
               MOVE ZERO TO CW-Note-No
               MOVE "NOTE NUMBER NOT NUMERIC" TO Refuse-Reason
           END-IF.
           MOVE ZERO TO CW-Line-No.
           IF CC-Line-No NOT = SPACES
               MOVE CC-Line-No TO PD-Text
               PERFORM Parse-Unsigned-Number
               IF PD-Ok AND PD-Value <= 999
                   MOVE PD-Value TO CW-Line-No
               ELSE
                   MOVE "LINE NUMBER NOT NUMERIC" TO Refuse-Reason
               END-IF
           END-IF.
           EVALUATE CC-Status-Word
               WHEN "DELIVERED"
                   MOVE "D" TO CW-Status
               WHEN "REFUSED"
                   MOVE "R" TO CW-Status
               WHEN "DAMAGED"
                   MOVE "G" TO CW-Status
               WHEN "PARTIAL"
                   MOVE "P" TO CW-Status
               WHEN OTHER
                   MOVE SPACE TO CW-Status
           END-EVALUATE.
           MOVE ZERO TO CW-Qty-Accepted.
           IF CC-Qty NOT = SPACES
               MOVE CC-Qty TO PD-Text
               PERFORM Parse-Unsigned-Number
               IF PD-Ok AND PD-Value <= 999
                   MOVE PD-Value TO CW-Qty-Accepted
               ELSE
                   MOVE "UNITS NOT NUMERIC" TO Refuse-Reason
               END-IF
           END-IF.
           MOVE ZERO TO CW-Confirm-Date.
           IF CC-Date NOT = SPACES
               IF CC-Date(1:8) IS NUMERIC
                   MOVE CC-Date(1:8) TO CW-Confirm-Date
               ELSE
                   MOVE "DATE NOT CCYYMMDD" TO Refuse-Reason
               END-IF
           END-IF.

      * Line zero takes the whole note - delivered or refused only,
      * since a part or damaged delivery needs its line and count.
       Apply-One-Confirm.
           MOVE CW-Source TO CD-Source.
           MOVE CW-Note-No TO CD-Note-No.
           MOVE CW-Line-No TO CD-Line-No.
           MOVE SPACES TO CD-Cust-Id.
           MOVE SPACE TO CD-Oil-Category.
           MOVE ZERO TO CD-Oil-Num.
           MOVE ZERO TO CD-Qty.
           MOVE CW-Qty-Accepted TO CD-Accepted.
           PERFORM Set-Status-Word.
           IF Refuse-Reason NOT = SPACES
               GO TO Apply-One-Confirm-Refused
           END-IF.
           IF NOT CW-Known-Status
               MOVE "STATUS NOT D R G OR P" TO Refuse-Reason
               GO TO Apply-One-Confirm-Refused
           END-IF.
           IF CW-Confirm-Date = ZERO
               MOVE Run-Date TO CW-Confirm-Date
           END-IF.
           MOVE CW-Confirm-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           IF DN-Day-Number = ZERO OR CW-Confirm-Date > Run-Date
               MOVE "CONFIRMATION DATE NOT VALID" TO Refuse-Reason
               GO TO Apply-One-Confirm-Refused
           END-IF.

           IF CW-Line-No = ZERO
               IF CW-Damaged OR CW-Part-Delivered
                   MOVE "PART/DAMAGED NEEDS A LINE" TO Refuse-Reason
                   GO TO Apply-One-Confirm-Refused
               END-IF
               MOVE ZERO TO Note-Lines-Hit
               MOVE ZERO TO Note-Lines-Seen
               PERFORM VARYING DLT-Scan-Idx FROM 1 BY 1
                       UNTIL DLT-Scan-Idx > DLT-Count
                   IF DLT-Note-No(DLT-Scan-Idx) = CW-Note-No
                       ADD 1 TO Note-Lines-Seen
                       IF DLT-Awaiting(DLT-Scan-Idx)
                          AND CW-Confirm-Date >=
                              DLT-Dispatch-Date(DLT-Scan-Idx)
                           ADD 1 TO Note-Lines-Hit
                       END-IF
                   END-IF
               END-PERFORM
               IF Note-Lines-Seen = ZERO
                   MOVE "NOTE NOT ON DISPLINE.DAT" TO Refuse-Reason
                   GO TO Apply-One-Confirm-Refused
               END-IF
               IF Note-Lines-Hit = ZERO
                   MOVE "NO LINES AWAITING ON NOTE" TO Refuse-Reason
                   GO TO Apply-One-Confirm-Refused
               END-IF
               MOVE ZERO TO CD-Accepted
               MOVE "APPLIED " TO CD-Outcome
               MOVE SPACES TO CD-Reason
               STRING "WHOLE NOTE - " DELIMITED BY SIZE
                      Note-Lines-Hit DELIMITED BY SIZE
                      " LINE(S)" DELIMITED BY SIZE
                      INTO CD-Reason
               WRITE Pod-Register-Line FROM Confirm-Detail
                AFTER ADVANCING 1 LINE
               PERFORM VARYING DLT-Scan-Idx FROM 1 BY 1
                       UNTIL DLT-Scan-Idx > DLT-Count
                   IF DLT-Note-No(DLT-Scan-Idx) = CW-Note-No
                      AND DLT-Awaiting(DLT-Scan-Idx)
                      AND CW-Confirm-Date >=
                          DLT-Dispatch-Date(DLT-Scan-Idx)
                       MOVE DLT-Scan-Idx TO DLT-Found-Idx
                       PERFORM Confirm-Dispatch-Line
                       IF Draft-Rma-Number NOT = SPACES
                           PERFORM Print-Rma-Raised
                       END-IF
                   END-IF
               END-PERFORM
               ADD 1 TO Confirms-Applied-Count
               GO TO Apply-One-Confirm-Exit
           END-IF.

           PERFORM Find-Dispatch-Line.
           IF NOT DLT-Found
               MOVE "LINE NOT ON DISPLINE.DAT" TO Refuse-Reason
               GO TO Apply-One-Confirm-Refused
           END-IF.
           MOVE DLT-Cust-Id(DLT-Found-Idx) TO CD-Cust-Id.
           MOVE DLT-Oil-Category(DLT-Found-Idx) TO CD-Oil-Category.
           MOVE DLT-Oil-Num(DLT-Found-Idx) TO CD-Oil-Num.
           MOVE DLT-Qty(DLT-Found-Idx) TO CD-Qty.
           IF CW-Confirm-Date < DLT-Dispatch-Date(DLT-Found-Idx)
               MOVE "DATED BEFORE IT WAS DISPATCHED" TO Refuse-Reason
               GO TO Apply-One-Confirm-Refused
           END-IF.
           IF (CW-Part-Delivered AND CW-Qty-Accepted = ZERO)
              OR ((CW-Part-Delivered OR CW-Damaged)
                  AND CW-Qty-Accepted >= DLT-Qty(DLT-Found-Idx))
               MOVE "UNITS ACCEPTED DO NOT FIT" TO Refuse-Reason
               GO TO Apply-One-Confirm-Refused
           END-IF.
           PERFORM Confirm-Dispatch-Line.
           MOVE Line-Qty-Accepted TO CD-Accepted.
           MOVE "APPLIED " TO CD-Outcome.
           IF Old-Status = SPACE
               MOVE SPACES TO CD-Reason
           ELSE
               MOVE "CORRECTS AN EARLIER STATUS" TO CD-Reason
           END-IF.
           WRITE Pod-Register-Line FROM Confirm-Detail
            AFTER ADVANCING 1 LINE.
           IF Draft-Rma-Number NOT = SPACES
               PERFORM Print-Rma-Raised
           END-IF.
           ADD 1 TO Confirms-Applied-Count.
           GO TO Apply-One-Confirm-Exit.

       Apply-One-Confirm-Refused.
           ADD 1 TO Confirms-Refused-Count.
           MOVE "REFUSED " TO CD-Outcome.
           MOVE Refuse-Reason TO CD-Reason.
           WRITE Pod-Register-Line FROM Confirm-Detail
            AFTER ADVANCING 1 LINE.

       Apply-One-Confirm-Exit.
           EXIT.

       Set-Status-Word.
           EVALUATE TRUE
               WHEN CW-Delivered
                   MOVE "DELIVERED" TO CD-Status-Word
               WHEN CW-Refused
                   MOVE "REFUSED" TO CD-Status-Word
               WHEN CW-Damaged
                   MOVE "DAMAGED" TO CD-Status-Word
               WHEN CW-Part-Delivered
                   MOVE "PART" TO CD-Status-Word
               WHEN OTHER
                   MOVE "UNKNOWN" TO CD-Status-Word
           END-EVALUATE.

       Find-Dispatch-Line.
           MOVE "N" TO DLT-Found-Sw.
           MOVE ZERO TO DLT-Found-Idx.
           PERFORM VARYING DLT-Scan-Idx FROM 1 BY 1
                   UNTIL DLT-Scan-Idx > DLT-Count OR DLT-Found
               IF DLT-Note-No(DLT-Scan-Idx) = CW-Note-No
                  AND DLT-Line-No(DLT-Scan-Idx) = CW-Line-No
                   SET DLT-Found TO TRUE
                   MOVE DLT-Scan-Idx TO DLT-Found-Idx
               END-IF
           END-PERFORM.

      * Sets the line's new status and logs the change. A later
      * confirmation corrects an earlier one; a refusal raises its
      * draft authorization once only, however often it is re-sent.
       Confirm-Dispatch-Line.
           MOVE SPACES TO Draft-Rma-Number.
           MOVE DLT-Status(DLT-Found-Idx) TO Old-Status.
           EVALUATE TRUE
               WHEN CW-Delivered
                   MOVE DLT-Qty(DLT-Found-Idx) TO Line-Qty-Accepted
                   ADD 1 TO Lines-Delivered-Count
               WHEN CW-Refused
                   MOVE ZERO TO Line-Qty-Accepted
                   ADD 1 TO Lines-Refused-Count
               WHEN CW-Damaged
                   MOVE CW-Qty-Accepted TO Line-Qty-Accepted
                   ADD 1 TO Lines-Damaged-Count
               WHEN CW-Part-Delivered
                   MOVE CW-Qty-Accepted TO Line-Qty-Accepted
                   ADD 1 TO Lines-Part-Count
           END-EVALUATE.
           MOVE CW-Status TO DLT-Status(DLT-Found-Idx).
           MOVE Line-Qty-Accepted TO DLT-Qty-Delivered(DLT-Found-Idx).
           MOVE CW-Confirm-Date TO DLT-Confirm-Date(DLT-Found-Idx).
           IF CW-Refused AND DLT-Rma-Number(DLT-Found-Idx) = SPACES
               PERFORM Raise-Draft-Rma
           END-IF.
           PERFORM Log-Status-Change.

       Raise-Draft-Rma.
           ADD 1 TO Rma-Sequence-Num.
           SET Rma-Sequence-Used TO TRUE.
           MOVE SPACES TO Draft-Rma-Number.
           STRING "D" DELIMITED BY SIZE
                  Rma-Sequence-Num DELIMITED BY SIZE
                  INTO Draft-Rma-Number.
           MOVE Draft-Rma-Number TO DLT-Rma-Number(DLT-Found-Idx).
           IF NOT Rma-Open
               OPEN EXTEND RmaFile
               IF WS-RmaFile-Status NOT = "00"
                   OPEN OUTPUT RmaFile
               END-IF
               SET Rma-Open TO TRUE
           END-IF.
           MOVE Draft-Rma-Number TO RMA-Number.
           MOVE DLT-Cust-Id(DLT-Found-Idx) TO RMA-Cust-Id.
           MOVE DLT-Oil-Num(DLT-Found-Idx) TO RMA-Oil-Num.
           MOVE DLT-Qty(DLT-Found-Idx) TO RMA-Qty.
           MOVE CW-Confirm-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           ADD Rma-Valid-Days TO DN-Day-Number.
           PERFORM Day-Number-To-Date.
           MOVE DN-Date TO RMA-Expiry.
           WRITE Rma-Rec.
           ADD 1 TO Rmas-Raised-Count.

       Print-Rma-Raised.
           MOVE Draft-Rma-Number TO RR-Rma-Number.
           MOVE RMA-Qty TO RR-Qty.
           MOVE RMA-Expiry TO RR-Expiry.
           WRITE Pod-Register-Line FROM Rma-Raised-Line
            AFTER ADVANCING 1 LINE.

       Log-Status-Change.
           IF NOT History-Open
               OPEN EXTEND DispatchHistory
               IF WS-DispHist-Status NOT = "00"
                   OPEN OUTPUT DispatchHistory
               END-IF
               SET History-Open TO TRUE
           END-IF.
           MOVE DLT-Note-No(DLT-Found-Idx) TO DH-Note-No.
           MOVE DLT-Line-No(DLT-Found-Idx) TO DH-Line-No.
           MOVE DLT-Cust-Id(DLT-Found-Idx) TO DH-Cust-Id.
           MOVE Old-Status TO DH-Old-Status.
           MOVE CW-Status TO DH-New-Status.
           MOVE Line-Qty-Accepted TO DH-Qty-Delivered.
           MOVE CW-Confirm-Date TO DH-Event-Date.
           MOVE CW-Source TO DH-Source.
           MOVE CW-Signed-By TO DH-Signed-By.
           MOVE Run-Date TO DH-Run-Date.
           MOVE DLT-Rma-Number(DLT-Found-Idx) TO DH-Rma-Number.
           WRITE Dispatch-History-Rec.

      * Anything still awaiting confirmation more than the chase
      * days after it went out.
       Print-Undelivered-Goods.
           OPEN OUTPUT UndeliveredReport.
           MOVE Run-Date TO UH-Run-Date.
           MOVE Undelivered-Days TO UH-Days.
           WRITE Undelivered-Line FROM Undelivered-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Undelivered-Line FROM Undelivered-Columns
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING DLT-Scan-Idx FROM 1 BY 1
                   UNTIL DLT-Scan-Idx > DLT-Count
               IF DLT-Awaiting(DLT-Scan-Idx)
                   MOVE DLT-Dispatch-Date(DLT-Scan-Idx) TO DN-Date
                   PERFORM Date-To-Day-Number
                   COMPUTE Days-Out = Run-Day-Number - DN-Day-Number
                   IF Days-Out > Undelivered-Days
                       PERFORM Print-Undelivered-Line
                   END-IF
               END-IF
           END-PERFORM.
           MOVE Undelivered-Count TO UT-Lines.
           MOVE Undelivered-Units TO UT-Units.
           WRITE Undelivered-Line FROM Undelivered-Total
            AFTER ADVANCING 2 LINES.
           CLOSE UndeliveredReport.

       Print-Undelivered-Line.
           MOVE DLT-Note-No(DLT-Scan-Idx) TO UD-Note-No.
           MOVE DLT-Line-No(DLT-Scan-Idx) TO UD-Line-No.
           MOVE DLT-Cust-Id(DLT-Scan-Idx) TO UD-Cust-Id.
           MOVE DLT-Oil-Category(DLT-Scan-Idx) TO UD-Oil-Category.
           MOVE DLT-Oil-Num(DLT-Scan-Idx) TO UD-Oil-Num.
           MOVE DLT-Unit-Size(DLT-Scan-Idx) TO UD-Unit-Size.
           MOVE DLT-Qty(DLT-Scan-Idx) TO UD-Qty.
           MOVE DLT-Branch-Id(DLT-Scan-Idx) TO UD-Branch-Id.
           MOVE DLT-Dispatch-Date(DLT-Scan-Idx) TO UD-Dispatch-Date.
           MOVE Days-Out TO UD-Days-Out.
           WRITE Undelivered-Line FROM Undelivered-Detail
            AFTER ADVANCING 1 LINE.
           ADD 1 TO Undelivered-Count.
           ADD DLT-Qty(DLT-Scan-Idx) TO Undelivered-Units.

      * Confirmed lines stay long enough for a late correction, then
      * leave the working file - DISPHIST.DAT still holds them.
       Rewrite-Dispatch-Lines.
           OPEN OUTPUT DispatchLines.
           PERFORM VARYING DLT-Scan-Idx FROM 1 BY 1
                   UNTIL DLT-Scan-Idx > DLT-Count
               MOVE ZERO TO Days-Out
               IF NOT DLT-Awaiting(DLT-Scan-Idx)
                   MOVE DLT-Confirm-Date(DLT-Scan-Idx) TO DN-Date
                   PERFORM Date-To-Day-Number
                   COMPUTE Days-Out = Run-Day-Number - DN-Day-Number
               END-IF
               IF Days-Out > Keep-Confirmed-Days
                   ADD 1 TO Lines-Dropped-Count
               ELSE
                   MOVE DLT-Entry(DLT-Scan-Idx) TO Dispatch-Line-Rec
                   WRITE Dispatch-Line-Rec
               END-IF
           END-PERFORM.
           CLOSE DispatchLines.

      * The applied confirmations move to a dated history file and
      * the input file clears, so nothing applies twice.
       Archive-Pod-Confirms.
           IF NOT Pod-On-File
               GO TO Archive-Pod-Confirms-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Pod-Hist-File-Name.
           STRING "PODCONF-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Pod-Hist-File-Name.
           OPEN OUTPUT PodConfirmHist.
           OPEN INPUT PodConfirms.
      * The record area still holds the HIGH-VALUES end-of-file state
      * from the apply pass, so it is cleared before the first READ.
           MOVE SPACES TO Pod-Confirm-Rec.
           IF PodConfFile-Present
               READ PodConfirms
                   AT END SET End-Of-Pod-Confirms TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Pod-Confirms
                   MOVE Pod-Confirm-Rec TO Pod-Confirm-Hist-Rec
                   WRITE Pod-Confirm-Hist-Rec
                   READ PodConfirms
                       AT END SET End-Of-Pod-Confirms TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PodConfirms
           END-IF.
           CLOSE PodConfirmHist.
           OPEN OUTPUT PodConfirms.
           CLOSE PodConfirms.

       Archive-Pod-Confirms-Exit.
           EXIT.

       Archive-Courier-File.
           IF NOT Courier-On-File
               GO TO Archive-Courier-File-Exit
           END-IF.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Courier-Hist-File-Name.
           STRING "COURIER-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".CSV" DELIMITED BY SIZE
                  INTO Courier-Hist-File-Name.
           OPEN OUTPUT CourierHist.
           OPEN INPUT CourierFile.
           MOVE SPACES TO Courier-Csv-Rec.
           IF CourierFile-Present
               READ CourierFile
                   AT END SET End-Of-Courier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Courier-File
                   MOVE Courier-Csv-Rec TO Courier-Hist-Rec
                   WRITE Courier-Hist-Rec
                   READ CourierFile
                       AT END SET End-Of-Courier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CourierFile
           END-IF.
           CLOSE CourierHist.
           OPEN OUTPUT CourierFile.
           CLOSE CourierFile.

       Archive-Courier-File-Exit.
           EXIT.

      * Left-justified digits, nothing after the first space - the
      * parsed value comes back in PD-Value.
       Parse-Unsigned-Number.
           MOVE ZERO TO PD-Value.
           MOVE ZERO TO PD-Digit-Count.
           MOVE "N" TO PD-Done-Sw.
           MOVE "Y" TO PD-Ok-Sw.
           PERFORM VARYING PD-Idx FROM 1 BY 1
                   UNTIL PD-Idx > 10 OR PD-Done OR NOT PD-Ok
               IF PD-Text(PD-Idx:1) = SPACE
                   SET PD-Done TO TRUE
               ELSE
                   IF PD-Text(PD-Idx:1) >= "0"
                      AND PD-Text(PD-Idx:1) <= "9"
                       MOVE PD-Text(PD-Idx:1) TO PD-One-Digit
                       COMPUTE PD-Value = PD-Value * 10
                           + PD-One-Digit
                       ADD 1 TO PD-Digit-Count
                   ELSE
                       MOVE "N" TO PD-Ok-Sw
                   END-IF
               END-IF
           END-PERFORM.
           IF PD-Digit-Count = ZERO
               MOVE "N" TO PD-Ok-Sw
           END-IF.

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

      * The reverse - DN-Day-Number back to a yyyymmdd DN-Date.
       Day-Number-To-Date.
           DIVIDE DN-Day-Number BY 146097 GIVING DN-Era
               REMAINDER DN-Day-Of-Era.
           DIVIDE DN-Day-Of-Era BY 1460 GIVING DN-Quad.
           DIVIDE DN-Day-Of-Era BY 36524 GIVING DN-Century.
           DIVIDE DN-Day-Of-Era BY 146096 GIVING DN-Temp.
           COMPUTE DN-Temp =
               DN-Day-Of-Era - DN-Quad + DN-Century - DN-Temp.
           DIVIDE DN-Temp BY 365 GIVING DN-Year-Of-Era.
           DIVIDE DN-Year-Of-Era BY 4 GIVING DN-Quad.
           DIVIDE DN-Year-Of-Era BY 100 GIVING DN-Century.
           COMPUTE DN-Day-Of-Year = DN-Day-Of-Era
               - (365 * DN-Year-Of-Era + DN-Quad - DN-Century).
           COMPUTE DN-Temp = 5 * DN-Day-Of-Year + 2.
           DIVIDE DN-Temp BY 153 GIVING DN-Month-Shift.
           COMPUTE DN-Temp = 153 * DN-Month-Shift + 2.
           DIVIDE DN-Temp BY 5 GIVING DN-Temp.
           COMPUTE DN-Day = DN-Day-Of-Year - DN-Temp + 1.
           COMPUTE DN-Year = DN-Era * 400 + DN-Year-Of-Era.
           IF DN-Month-Shift < 10
               COMPUTE DN-Month = DN-Month-Shift + 3
           ELSE
               COMPUTE DN-Month = DN-Month-Shift - 9
               ADD 1 TO DN-Year
           END-IF.

       END PROGRAM PODINTK1.
