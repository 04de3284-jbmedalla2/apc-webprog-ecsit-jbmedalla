      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end gift voucher release - a voucher nobody
      *          redeemed before its expiry is no longer owed, so the
      *          liability comes off the books. Every voucher still
      *          outstanding on VOUCHER.DAT whose expiry is before the
      *          run date is marked released (status E, which POSINTK1
      *          refuses at the till), listed on VCHREL.RPT under the
      *          branch that sold it, and the total per branch posts
      *          to GLPOST.DAT as Dr VOUCHR / Cr VCHINC (voucher
      *          breakage income).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHREL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VoucherFile ASSIGN TO "VOUCHER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Voucher-Status.

           SELECT ReleaseReport ASSIGN TO "VCHREL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.

           SELECT GlPosting ASSIGN TO "GLPOST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlPosting-Status.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
      * Same layout POSINTK1 keeps.
       FD VoucherFile.
       01 Voucher-Rec.
           88 End-Of-Voucher-File      VALUE HIGH-VALUES.
        02 VR-Voucher-No               PIC X(10).
        02 VR-Value                    PIC 9(5)V99.
        02 VR-Issue-Date               PIC 9(8).
        02 VR-Branch-Id                PIC X(3).
        02 VR-Expiry-Date              PIC 9(8).
        02 VR-Status                   PIC X.
        02 VR-Redeem-Date              PIC 9(8).
        02 VR-Redeem-Branch            PIC X(3).

       FD ReleaseReport.
       01 Release-Line                 PIC X(80).

       FD RunParm.
       01 Run-Parm-Rec                PIC X(20).

       FD GlPosting.
       01 Gl-Posting-Rec.
        02 GL-Account                  PIC X(6).
        02 GL-Debit                    PIC S9(7)V99.
        02 GL-Credit                   PIC S9(7)V99.
        02 GL-Period                   PIC X(20).
        02 GL-Source                   PIC X(8).
        02 GL-Branch                   PIC X(3).

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
       01  WS-Voucher-Status          PIC XX.
           88 VoucherFile-Present     VALUE "00".
       01  WS-RunParm-Status          PIC XX.
           88 RunParmFile-Present     VALUE "00".
       01  WS-GlPosting-Status        PIC XX.
       01  Run-Period                 PIC X(20) VALUE SPACES.
       01  Run-Date                   PIC 9(8) VALUE ZERO.

       01  Voucher-Table.
        02  VRT-Entry OCCURS 5000 TIMES.
         03 VRT-Voucher-No            PIC X(10).
         03 VRT-Value                 PIC 9(5)V99.
         03 VRT-Issue-Date            PIC 9(8).
         03 VRT-Branch-Id             PIC X(3).
         03 VRT-Expiry-Date           PIC 9(8).
         03 VRT-Status                PIC X.
            88 VRT-Outstanding        VALUE "O".
            88 VRT-Released           VALUE "E".
         03 VRT-Redeem-Date           PIC 9(8).
         03 VRT-Redeem-Branch         PIC X(3).
       01  VRT-Count                  PIC 9(4) VALUE ZERO.
       01  VRT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  Voucher-Overflow-Sw        PIC X VALUE "N".
           88 Voucher-Overflow        VALUE "Y".

      * Released value per selling branch, for the report's branch
      * totals and the ledger.
       01  Release-Branch-Table.
        02  RBT-Entry OCCURS 20 TIMES.
         03 RBT-Branch-Id             PIC X(3).
         03 RBT-Count                 PIC 9(5).
         03 RBT-Value                 PIC S9(8)V99.
       01  RBT-Count-Used             PIC 99 VALUE ZERO.
       01  RBT-Scan-Idx               PIC 99 VALUE ZERO.
       01  RBT-Found-Idx              PIC 99 VALUE ZERO.
       01  RBT-Found-Sw               PIC X VALUE "N".
           88 RBT-Found               VALUE "Y".
       01  Branch-Overflow-Sw         PIC X VALUE "N".
           88 Branch-Overflow         VALUE "Y".

       01  Released-Count             PIC 9(5) VALUE ZERO.
       01  Released-Value             PIC S9(8)V99 VALUE ZERO.

       01  Release-Heading-Line       PIC X(40)
            VALUE "   GIFT VOUCHERS RELEASED TO INCOME".

       01  Release-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(34) VALUE ALL "-".

       01  Cutoff-Line.
        02  FILLER                    PIC X(26) VALUE
             "EXPIRED BEFORE          :".
        02  CL-Run-Date               PIC 9(8).
        02  FILLER                    PIC X(11) VALUE "   PERIOD ".
        02  CL-Period                 PIC X(20).

       01  Release-Topic.
        02  FILLER                    PIC X(8)  VALUE "BRANCH".
        02  FILLER                    PIC X(12) VALUE "VOUCHER".
        02  FILLER                    PIC X(10) VALUE "ISSUED".
        02  FILLER                    PIC X(10) VALUE "EXPIRED".
        02  FILLER                    PIC X(11) VALUE "      VALUE".

       01  Release-Detail.
        02  RD-Branch-Id              PIC X(3).
        02  FILLER                    PIC X(5)  VALUE SPACES.
        02  RD-Voucher-No             PIC X(10).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Issue-Date             PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Expiry-Date            PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Value                  PIC ZZ,ZZ9.99.

       01  Branch-Total-Line.
        02  FILLER                    PIC X(8)  VALUE "BRANCH".
        02  BT-Branch-Id              PIC X(3).
        02  FILLER                    PIC X(11) VALUE " RELEASED".
        02  BT-Count                  PIC ZZZZ9.
        02  FILLER                    PIC X(13) VALUE " VOUCHER(S)".
        02  BT-Value                  PIC ZZZ,ZZZ,ZZ9.99.

       01  Grand-Total-Line.
        02  FILLER                    PIC X(22) VALUE
             "TOTAL RELEASED      :".
        02  GT-Count                  PIC ZZZZ9.
        02  FILLER                    PIC X(13) VALUE " VOUCHER(S)".
        02  GT-Value                  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "VCHREL1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Load-Run-Parm.
           PERFORM Load-Vouchers.
           IF NOT VoucherFile-Present
               DISPLAY "VCHREL1: VOUCHER.DAT NOT FOUND"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           IF Voucher-Overflow
               DISPLAY "VCHREL1: VOUCHER.DAT EXCEEDS TABLE - "
                   "RUN ABORTED, NOTHING RELEASED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.

           OPEN OUTPUT ReleaseReport.
           WRITE Release-Line FROM Release-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Release-Line FROM Release-Heading-Underline
            AFTER ADVANCING 1 LINE.
           MOVE Run-Date TO CL-Run-Date.
           MOVE Run-Period TO CL-Period.
           WRITE Release-Line FROM Cutoff-Line
            AFTER ADVANCING 2 LINES.
           WRITE Release-Line FROM Release-Topic
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING VRT-Scan-Idx FROM 1 BY 1
                   UNTIL VRT-Scan-Idx > VRT-Count OR Branch-Overflow
               IF VRT-Outstanding(VRT-Scan-Idx)
                  AND VRT-Expiry-Date(VRT-Scan-Idx) < Run-Date
                   PERFORM Release-One-Voucher
               END-IF
           END-PERFORM.
           IF Branch-Overflow
               DISPLAY "VCHREL1: MORE THAN 20 BRANCHES - RUN ABORTED, "
                   "NOTHING RELEASED"
               CLOSE ReleaseReport
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM VARYING RBT-Scan-Idx FROM 1 BY 1
                   UNTIL RBT-Scan-Idx > RBT-Count-Used
               MOVE RBT-Branch-Id(RBT-Scan-Idx) TO BT-Branch-Id
               MOVE RBT-Count(RBT-Scan-Idx) TO BT-Count
               MOVE RBT-Value(RBT-Scan-Idx) TO BT-Value
               WRITE Release-Line FROM Branch-Total-Line
                AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE Released-Count TO GT-Count.
           MOVE Released-Value TO GT-Value.
           WRITE Release-Line FROM Grand-Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE ReleaseReport.

           IF Released-Count > ZERO
               PERFORM Rewrite-Vouchers
               PERFORM Post-Release-To-Ledger
           END-IF.
           DISPLAY "VCHREL1: " Released-Count " VOUCHER(S) RELEASED".
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
           MOVE "VCHREL1 " TO RLK-Job-Name.
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

       Load-Run-Parm.
           MOVE SPACES TO Run-Period.
           OPEN INPUT RunParm.
           IF RunParmFile-Present
               READ RunParm
                   AT END MOVE SPACES TO Run-Parm-Rec
               END-READ
               MOVE Run-Parm-Rec TO Run-Period
               CLOSE RunParm
           END-IF.

       Load-Vouchers.
           OPEN INPUT VoucherFile.
           IF VoucherFile-Present
               READ VoucherFile
                   AT END SET End-Of-Voucher-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Voucher-File
                   IF VRT-Count >= 5000
                       SET Voucher-Overflow TO TRUE
                   ELSE
                       ADD 1 TO VRT-Count
                       MOVE VR-Voucher-No TO VRT-Voucher-No(VRT-Count)
                       MOVE VR-Value TO VRT-Value(VRT-Count)
                       MOVE VR-Issue-Date TO VRT-Issue-Date(VRT-Count)
                       MOVE VR-Branch-Id TO VRT-Branch-Id(VRT-Count)
                       MOVE VR-Expiry-Date
                         TO VRT-Expiry-Date(VRT-Count)
                       MOVE VR-Status TO VRT-Status(VRT-Count)
                       MOVE VR-Redeem-Date
                         TO VRT-Redeem-Date(VRT-Count)
                       MOVE VR-Redeem-Branch
                         TO VRT-Redeem-Branch(VRT-Count)
                   END-IF
                   READ VoucherFile
                       AT END SET End-Of-Voucher-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VoucherFile
           END-IF.

       Release-One-Voucher.
           MOVE "N" TO RBT-Found-Sw.
           MOVE ZERO TO RBT-Found-Idx.
           PERFORM VARYING RBT-Scan-Idx FROM 1 BY 1
                   UNTIL RBT-Scan-Idx > RBT-Count-Used OR RBT-Found
               IF RBT-Branch-Id(RBT-Scan-Idx) =
                       VRT-Branch-Id(VRT-Scan-Idx)
                   MOVE "Y" TO RBT-Found-Sw
                   MOVE RBT-Scan-Idx TO RBT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT RBT-Found
               IF RBT-Count-Used >= 20
                   SET Branch-Overflow TO TRUE
               ELSE
                   ADD 1 TO RBT-Count-Used
                   MOVE RBT-Count-Used TO RBT-Found-Idx
                   MOVE VRT-Branch-Id(VRT-Scan-Idx)
                     TO RBT-Branch-Id(RBT-Found-Idx)
                   MOVE ZERO TO RBT-Count(RBT-Found-Idx)
                   MOVE ZERO TO RBT-Value(RBT-Found-Idx)
               END-IF
           END-IF.
           IF NOT Branch-Overflow
               SET VRT-Released(VRT-Scan-Idx) TO TRUE
               ADD 1 TO RBT-Count(RBT-Found-Idx)
               ADD VRT-Value(VRT-Scan-Idx) TO RBT-Value(RBT-Found-Idx)
               ADD 1 TO Released-Count
               ADD VRT-Value(VRT-Scan-Idx) TO Released-Value
               MOVE VRT-Branch-Id(VRT-Scan-Idx) TO RD-Branch-Id
               MOVE VRT-Voucher-No(VRT-Scan-Idx) TO RD-Voucher-No
               MOVE VRT-Issue-Date(VRT-Scan-Idx) TO RD-Issue-Date
               MOVE VRT-Expiry-Date(VRT-Scan-Idx) TO RD-Expiry-Date
               MOVE VRT-Value(VRT-Scan-Idx) TO RD-Value
               WRITE Release-Line FROM Release-Detail
                AFTER ADVANCING 1 LINE
           END-IF.

       Rewrite-Vouchers.
           OPEN OUTPUT VoucherFile.
           PERFORM VARYING VRT-Scan-Idx FROM 1 BY 1
                   UNTIL VRT-Scan-Idx > VRT-Count
               MOVE VRT-Voucher-No(VRT-Scan-Idx) TO VR-Voucher-No
               MOVE VRT-Value(VRT-Scan-Idx) TO VR-Value
               MOVE VRT-Issue-Date(VRT-Scan-Idx) TO VR-Issue-Date
               MOVE VRT-Branch-Id(VRT-Scan-Idx) TO VR-Branch-Id
               MOVE VRT-Expiry-Date(VRT-Scan-Idx) TO VR-Expiry-Date
               MOVE VRT-Status(VRT-Scan-Idx) TO VR-Status
               MOVE VRT-Redeem-Date(VRT-Scan-Idx) TO VR-Redeem-Date
               MOVE VRT-Redeem-Branch(VRT-Scan-Idx)
                 TO VR-Redeem-Branch
               WRITE Voucher-Rec
           END-PERFORM.
           CLOSE VoucherFile.

       Post-Release-To-Ledger.
           OPEN EXTEND GlPosting.
           IF WS-GlPosting-Status NOT = "00"
               OPEN OUTPUT GlPosting
           END-IF.
           MOVE Run-Period TO GL-Period.
           MOVE "VCHREL1 " TO GL-Source.
           PERFORM VARYING RBT-Scan-Idx FROM 1 BY 1
                   UNTIL RBT-Scan-Idx > RBT-Count-Used
               MOVE RBT-Branch-Id(RBT-Scan-Idx) TO GL-Branch
               MOVE "VOUCHR" TO GL-Account
               MOVE RBT-Value(RBT-Scan-Idx) TO GL-Debit
               MOVE ZERO TO GL-Credit
               WRITE Gl-Posting-Rec
               MOVE "VCHINC" TO GL-Account
               MOVE ZERO TO GL-Debit
               MOVE RBT-Value(RBT-Scan-Idx) TO GL-Credit
               WRITE Gl-Posting-Rec
           END-PERFORM.
           CLOSE GlPosting.

       END PROGRAM VCHREL1.
