      *          file clears - a declaration can never reconcile
      *          twice - while other-dated rows stay behind for
      *          their own day.
      *          Gift vouchers come through the same export: a type V
      *          row is a voucher sold and a type U row a voucher
      *          taken in payment, with the voucher number in the oil
      *          column and the value in the unit size column. Sold
      *          vouchers go onto the VOUCHER.DAT register (number,
      *          value, issue date, branch, expiry a year on); a
      *          redemption of a voucher unknown, already used or out
      *          of date rejects, as does any voucher row whose branch
      *          finds no room in the reconciliation. Both move the
      *          cashier's valued takings, post the liability to
      *          GLPOST.DAT, and each branch's voucher movement prints
      *          on TILLRECON.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT CashierReport ASSIGN TO "CASHOS.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The gift voucher register - every voucher ever sold, used or
      * not, so a second redemption of the same number is caught.
           SELECT VoucherFile ASSIGN TO "VOUCHER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Voucher-Status.

           SELECT RunParm ASSIGN TO "RUNPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunParm-Status.

           SELECT GlPosting ASSIGN TO "GLPOST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GlPosting-Status.
       DATA DIVISION.
       FILE SECTION.
       FD PosExport.
       FD CashierReport.
       01 Cashier-Report-Line          PIC X(60).

      * Status O outstanding, R redeemed, E expired and released to
      * income by the year-end VCHREL1 run.
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

       WORKING-STORAGE SECTION.
       01  WS-PosExport-Status        PIC XX.
           88 PosExport-Present       VALUE "00".
        02  PD-Ok-Sw                 PIC X VALUE "N".
           88 PD-Ok                  VALUE "Y".

      * A value column ("25", "25.5" or "25.00") parses into
      * PD-Money - whole units then at most two decimal places.
        02  PD-Money                 PIC 9(6)V99 VALUE ZERO.
        02  PD-Money-Parts REDEFINES PD-Money.
         03 PD-Money-Units           PIC 9(6).
         03 PD-Money-Cents           PIC 99.
        02  PD-Decimals              PIC 9 VALUE ZERO.
        02  PD-Point-Sw              PIC X VALUE "N".
           88 PD-Point-Seen          VALUE "Y".

       01  Work-Numerics.
        02  WN-Unit-Size             PIC 99 VALUE ZERO.
        02  WN-Units-Sold            PIC 999 VALUE ZERO.

       01  Till-Over-Short            PIC S9(7)V99 VALUE ZERO.
       01  Decls-Reconciled-Count     PIC 9(4) VALUE ZERO.
      * The branch and cashier whose takings This-Row-Value moves.
       01  Till-Cell-Branch           PIC X(3).
       01  Till-Cell-Cashier          PIC X(5).

       01  WS-Voucher-Status          PIC XX.
           88 VoucherFile-Present     VALUE "00".
       01  WS-RunParm-Status          PIC XX.
           88 RunParmFile-Present     VALUE "00".
       01  WS-GlPosting-Status        PIC XX.
       01  Run-Period                 PIC X(20) VALUE SPACES.
       01  Voucher-Table.
        02  VRT-Entry OCCURS 5000 TIMES.
         03 VRT-Voucher-No            PIC X(10).
         03 VRT-Value                 PIC 9(5)V99.
         03 VRT-Issue-Date            PIC 9(8).
         03 VRT-Branch-Id             PIC X(3).
         03 VRT-Expiry-Date           PIC 9(8).
         03 VRT-Status                PIC X.
            88 VRT-Outstanding        VALUE "O".
            88 VRT-Redeemed           VALUE "R".
            88 VRT-Released           VALUE "E".
         03 VRT-Redeem-Date           PIC 9(8).
         03 VRT-Redeem-Branch         PIC X(3).
       01  VRT-Count                  PIC 9(4) VALUE ZERO.
       01  VRT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  VRT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  VRT-Found-Sw               PIC X VALUE "N".
           88 VRT-Found               VALUE "Y".
       01  Voucher-Overflow-Sw        PIC X VALUE "N".
           88 Voucher-Overflow        VALUE "Y".
       01  Vouchers-Changed-Sw        PIC X VALUE "N".
           88 Vouchers-Changed        VALUE "Y".
      * A voucher is good for this many years from the day it sold.
       01  Voucher-Valid-Years        PIC 9 VALUE 1.
       01  Voucher-Date               PIC 9(8) VALUE ZERO.
       01  Voucher-Expiry             PIC 9(8) VALUE ZERO.
       01  Voucher-Expiry-Parts REDEFINES Voucher-Expiry.
        02 VE-Year                    PIC 9(4).
        02 VE-Month-Day               PIC 9(4).
       01  Vouchers-Sold-Count        PIC 9(5) VALUE ZERO.
       01  Vouchers-Redeemed-Count    PIC 9(5) VALUE ZERO.

      * The voucher movement per branch - opening and closing by the
      * branch that sold the voucher, which is where the liability
      * sits; TAKEN is what this branch accepted in payment, for
      * vouchers sold anywhere.
       01  Voucher-Branch-Table.
        02  VBT-Entry OCCURS 20 TIMES.
         03 VBT-Branch-Id             PIC X(3).
         03 VBT-Open-Count            PIC 9(5).
         03 VBT-Open-Value            PIC S9(8)V99.
         03 VBT-Sold-Count            PIC 9(5).
         03 VBT-Sold-Value            PIC S9(8)V99.
         03 VBT-Used-Count            PIC 9(5).
         03 VBT-Used-Value            PIC S9(8)V99.
         03 VBT-Taken-Value           PIC S9(8)V99.
         03 VBT-Close-Count           PIC 9(5).
         03 VBT-Close-Value           PIC S9(8)V99.
       01  VBT-Count                  PIC 99 VALUE ZERO.
       01  VBT-Scan-Idx               PIC 99 VALUE ZERO.
       01  VBT-Found-Idx              PIC 99 VALUE ZERO.
       01  VBT-Found-Sw               PIC X VALUE "N".
           88 VBT-Found               VALUE "Y".
       01  Voucher-Branch-Key         PIC X(3).
       01  Voucher-Lost-Count         PIC 9(5) VALUE ZERO.
       01  VBT-Sold-Idx               PIC 99 VALUE ZERO.

       01  Till-Recon-Heading.
        02  FILLER                   PIC X(7)  VALUE "BRANCH".
        02  FILLER                   PIC X(6)  VALUE SPACES.
        02  CR-Cum-Over-Short        PIC ZZZ,ZZ9.99-.

       01  Voucher-Control-Detail.
        02  FILLER                   PIC X(15) VALUE "VOUCHERS SOLD:".
        02  VC-Sold                  PIC ZZ,ZZ9.
        02  FILLER                   PIC X(11) VALUE "  REDEEMED:".
        02  VC-Redeemed              PIC ZZ,ZZ9.

       01  Voucher-Recon-Title.
        02  FILLER                   PIC X(30) VALUE
             "GIFT VOUCHER RECONCILIATION".

       01  Voucher-Recon-Heading.
        02  FILLER                   PIC X(7)  VALUE "BRANCH".
        02  FILLER                   PIC X(11) VALUE "    OPENING".
        02  FILLER                   PIC X(11) VALUE "       SOLD".
        02  FILLER                   PIC X(11) VALUE "   REDEEMED".
        02  FILLER                   PIC X(11) VALUE "    CLOSING".
        02  FILLER                   PIC X(11) VALUE "      TAKEN".

       01  Voucher-Recon-Detail.
        02  VRD-Branch               PIC X(3).
        02  FILLER                   PIC X(4)  VALUE SPACES.
        02  VRD-Open                 PIC ZZZ,ZZ9.99-.
        02  VRD-Sold                 PIC ZZZ,ZZ9.99-.
        02  VRD-Used                 PIC ZZZ,ZZ9.99-.
        02  VRD-Close                PIC ZZZ,ZZ9.99-.
        02  VRD-Taken                PIC ZZZ,ZZ9.99-.

       01  Voucher-Recon-Counts.
        02  FILLER                   PIC X(7)  VALUE SPACES.
        02  VRC-Open                 PIC ZZZZZZ9.
        02  FILLER                   PIC X(4)  VALUE SPACES.
        02  VRC-Sold                 PIC ZZZZZZ9.
        02  FILLER                   PIC X(4)  VALUE SPACES.
        02  VRC-Used                 PIC ZZZZZZ9.
        02  FILLER                   PIC X(4)  VALUE SPACES.
        02  VRC-Close                PIC ZZZZZZ9.
        02  FILLER                   PIC X(10) VALUE "  VOUCHERS".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Intake-Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Run-Parm.
           PERFORM Init-Price-Tables.
           PERFORM Load-Oil-Prices.
           PERFORM Load-Customer-Master.
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Vouchers.
           IF Voucher-Overflow
               DISPLAY "POSINTK1: VOUCHER.DAT EXCEEDS TABLE - "
                   "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PosExport.
           IF NOT PosExport-Present
               DISPLAY "POSINTK1: POSEXPORT.CSV NOT FOUND"
           MOVE Rows-Rejected-Count TO PC-Rejected.
           WRITE Pos-Control-Line FROM Pos-Control-Detail.
           DISPLAY "POS INTAKE " Pos-Control-Detail.
           IF Vouchers-Sold-Count > ZERO
              OR Vouchers-Redeemed-Count > ZERO
               MOVE Vouchers-Sold-Count TO VC-Sold
               MOVE Vouchers-Redeemed-Count TO VC-Redeemed
               WRITE Pos-Control-Line FROM Voucher-Control-Detail
               DISPLAY "POS INTAKE " Voucher-Control-Detail
           END-IF.

           CLOSE PosExport.
           CLOSE Sales.
           CLOSE PosRejects.
           CLOSE PosControl.

           IF Vouchers-Changed
               PERFORM Rewrite-Vouchers
               PERFORM Post-Vouchers-To-Ledger
           END-IF.
           PERFORM Close-Voucher-Branches.

           OPEN OUTPUT TillRecon.
           PERFORM Reconcile-Till-Declarations
               THRU Reconcile-Till-Declarations-Exit.
           IF VBT-Count > ZERO
               PERFORM Print-Voucher-Reconciliation
           END-IF.
           CLOSE TillRecon.
           IF Decls-Reconciled-Count > ZERO
               PERFORM Rewrite-Cashier-Positions
               PERFORM Print-Cashier-Report
               PERFORM Archive-Till-Declarations
           END-IF.
           IF Voucher-Lost-Count > ZERO
               DISPLAY "POSINTK1: " Voucher-Lost-Count
                   " VOUCHER ROW(S) OUTSIDE THE BRANCH TABLE - "
                   "MISSING FROM THE VOUCHER RECONCILIATION"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

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

       Init-Price-Tables.
           PERFORM VARYING Price-Oil-Idx FROM 1 BY 1
                   UNTIL Price-Oil-Idx > 30
           IF S-Rec-Type = "R"
               COMPUTE This-Row-Value = 0 - This-Row-Value
           END-IF.
           MOVE S-Branch-Id TO Till-Cell-Branch.
           MOVE S-Rep-Id TO Till-Cell-Cashier.
           PERFORM Add-To-Till-Cell.

      * This-Row-Value onto the Till-Cell-Branch / Till-Cell-Cashier
      * cell, opening the cell on its first row.
       Add-To-Till-Cell.
           MOVE "N" TO TVT-Found-Sw.
           MOVE ZERO TO TVT-Found-Idx.
           PERFORM VARYING TVT-Scan-Idx FROM 1 BY 1
                   UNTIL TVT-Scan-Idx > TVT-Count OR TVT-Found
               IF TVT-Branch-Id(TVT-Scan-Idx) = Till-Cell-Branch
                  AND TVT-Cashier-Id(TVT-Scan-Idx) = Till-Cell-Cashier
                   MOVE "Y" TO TVT-Found-Sw
                   MOVE TVT-Scan-Idx TO TVT-Found-Idx
               END-IF
           IF NOT TVT-Found AND TVT-Count < 100
               ADD 1 TO TVT-Count
               MOVE TVT-Count TO TVT-Found-Idx
               MOVE Till-Cell-Branch TO TVT-Branch-Id(TVT-Found-Idx)
               MOVE Till-Cell-Cashier
                 TO TVT-Cashier-Id(TVT-Found-Idx)
               MOVE ZERO TO TVT-Value(TVT-Found-Idx)
           END-IF.
           IF TVT-Found-Idx >= 1
               GO TO Reconcile-Till-Declarations-Exit
           END-IF.
           PERFORM Load-Cashier-Positions.
           WRITE Till-Recon-Line FROM Till-Recon-Heading
            AFTER ADVANCING 1 LINE.
           READ TillDeclarations
                   AT END SET End-Of-Till-Decls TO TRUE
               END-READ
           END-PERFORM.

       Reconcile-Till-Declarations-Exit.
           CLOSE TillDeclarations.
               INTO CF-Cust-Id CF-Oil-Id CF-Unit-Size CF-Units-Sold
                    CF-Rep-Id CF-Currency CF-Sale-Date CF-Rec-Type
                    CF-Branch-Id CF-Rma-Number.
           IF CF-Rec-Type(1:1) = "V" OR CF-Rec-Type(1:1) = "U"
               PERFORM Apply-Voucher-Row THRU Apply-Voucher-Row-Exit
           ELSE
               PERFORM Validate-Csv-Row THRU Validate-Csv-Row-Exit
               IF Row-Valid
                   PERFORM Write-Sales-Record
               END-IF
           END-IF.
           IF Row-Valid
               ADD 1 TO Rows-Accepted-Count
           ELSE
               MOVE Rows-In-Count TO PR-Row-Number
           END-IF.

           IF Branch-Master-Loaded AND CF-Branch-Id NOT = SPACES
               PERFORM Check-Branch-Code
               IF NOT Branch-Found
                   MOVE "UNKNOWN BRANCH CODE" TO Reject-Reason
                   GO TO Validate-Csv-Row-Exit
       Validate-Csv-Row-Exit.
           EXIT.

       Check-Branch-Code.
           MOVE "N" TO Branch-Found-Sw.
           PERFORM VARYING Branch-Scan-Idx FROM 1 BY 1
                   UNTIL Branch-Scan-Idx > Branch-Count
                      OR Branch-Found
               IF BRT-Branch-Id(Branch-Scan-Idx) = CF-Branch-Id(1:3)
                   MOVE "Y" TO Branch-Found-Sw
               END-IF
           END-PERFORM.

      * A voucher row sells (V) or takes in payment (U) one voucher.
      * It never reaches SALES.DAT - the oil the voucher paid for
      * comes through as its own S row - but it moves the cashier's
      * takings: cash in for a voucher sold, none in for the part
      * of a sale a voucher covered. Edits stop at the first failure
      * as Validate-Csv-Row does.
       Apply-Voucher-Row.
           MOVE "N" TO Row-Valid-Sw.
           MOVE SPACES TO Reject-Reason.
           IF CF-Oil-Id = SPACES
               MOVE "VOUCHER NUMBER MISSING" TO Reject-Reason
               GO TO Apply-Voucher-Row-Exit
           END-IF.
           IF CF-Rep-Id = SPACES
               MOVE "REP ID MISSING" TO Reject-Reason
               GO TO Apply-Voucher-Row-Exit
           END-IF.
           IF CF-Rep-Id(6:5) NOT = SPACES
               MOVE "REP ID TOO LONG" TO Reject-Reason
               GO TO Apply-Voucher-Row-Exit
           END-IF.
           IF CF-Branch-Id = SPACES
               MOVE "VOUCHER ROW WITHOUT BRANCH" TO Reject-Reason
               GO TO Apply-Voucher-Row-Exit
           END-IF.
           IF Branch-Master-Loaded
               PERFORM Check-Branch-Code
               IF NOT Branch-Found
                   MOVE "UNKNOWN BRANCH CODE" TO Reject-Reason
                   GO TO Apply-Voucher-Row-Exit
               END-IF
           END-IF.
           IF CF-Sale-Date = SPACES
               MOVE Intake-Run-Date TO Voucher-Date
           ELSE
               IF CF-Sale-Date(1:8) NOT NUMERIC
                   MOVE "SALE DATE NOT CCYYMMDD" TO Reject-Reason
                   GO TO Apply-Voucher-Row-Exit
               END-IF
               MOVE CF-Sale-Date(1:8) TO Voucher-Date
           END-IF.
           PERFORM Find-Voucher.
           IF CF-Rec-Type(1:1) = "V"
               PERFORM Issue-Voucher THRU Issue-Voucher-Exit
           ELSE
               PERFORM Redeem-Voucher THRU Redeem-Voucher-Exit
           END-IF.

       Apply-Voucher-Row-Exit.
           EXIT.

      * Good for Voucher-Valid-Years to the day; one sold on 29
      * February runs out on the 28th.
       Issue-Voucher.
           MOVE CF-Unit-Size TO PD-Text.
           PERFORM Parse-Money-Amount.
           IF NOT PD-Ok OR PD-Money = ZERO OR PD-Money > 99999.99
               MOVE "VOUCHER VALUE BAD" TO Reject-Reason
               GO TO Issue-Voucher-Exit
           END-IF.
           IF VRT-Found
               MOVE "VOUCHER ALREADY ISSUED" TO Reject-Reason
               GO TO Issue-Voucher-Exit
           END-IF.
           IF VRT-Count >= 5000
               MOVE "VOUCHER REGISTER FULL" TO Reject-Reason
               GO TO Issue-Voucher-Exit
           END-IF.
           MOVE CF-Branch-Id(1:3) TO Voucher-Branch-Key.
           PERFORM Find-Voucher-Branch.
           IF NOT VBT-Found
               MOVE "VOUCHER BRANCH TABLE FULL" TO Reject-Reason
               GO TO Issue-Voucher-Exit
           END-IF.
           MOVE Voucher-Date TO Voucher-Expiry.
           ADD Voucher-Valid-Years TO VE-Year.
           IF VE-Month-Day = 0229
               MOVE 0228 TO VE-Month-Day
           END-IF.
           ADD 1 TO VRT-Count.
           MOVE CF-Oil-Id TO VRT-Voucher-No(VRT-Count).
           MOVE PD-Money TO VRT-Value(VRT-Count).
           MOVE Voucher-Date TO VRT-Issue-Date(VRT-Count).
           MOVE CF-Branch-Id(1:3) TO VRT-Branch-Id(VRT-Count).
           MOVE Voucher-Expiry TO VRT-Expiry-Date(VRT-Count).
           SET VRT-Outstanding(VRT-Count) TO TRUE.
           MOVE ZERO TO VRT-Redeem-Date(VRT-Count).
           MOVE SPACES TO VRT-Redeem-Branch(VRT-Count).
           ADD 1 TO VBT-Sold-Count(VBT-Found-Idx).
           ADD PD-Money TO VBT-Sold-Value(VBT-Found-Idx).
           MOVE PD-Money TO This-Row-Value.
           MOVE CF-Branch-Id(1:3) TO Till-Cell-Branch.
           MOVE CF-Rep-Id(1:5) TO Till-Cell-Cashier.
           PERFORM Add-To-Till-Cell.
           ADD 1 TO Vouchers-Sold-Count.
           SET Vouchers-Changed TO TRUE.
           MOVE "Y" TO Row-Valid-Sw.

       Issue-Voucher-Exit.
           EXIT.

      * The whole face value is spent at once - a paper voucher
      * gives no change and cannot be part-used. A voucher is out of
      * date once the day it is offered is past its expiry.
       Redeem-Voucher.
           IF NOT VRT-Found
               MOVE "VOUCHER NOT ON REGISTER" TO Reject-Reason
               GO TO Redeem-Voucher-Exit
           END-IF.
           IF VRT-Redeemed(VRT-Found-Idx)
               MOVE "VOUCHER ALREADY REDEEMED" TO Reject-Reason
               GO TO Redeem-Voucher-Exit
           END-IF.
           IF VRT-Released(VRT-Found-Idx)
              OR Voucher-Date > VRT-Expiry-Date(VRT-Found-Idx)
               MOVE "VOUCHER EXPIRED" TO Reject-Reason
               GO TO Redeem-Voucher-Exit
           END-IF.
           MOVE VRT-Branch-Id(VRT-Found-Idx) TO Voucher-Branch-Key.
           PERFORM Find-Voucher-Branch.
           IF NOT VBT-Found
               MOVE "VOUCHER BRANCH TABLE FULL" TO Reject-Reason
               GO TO Redeem-Voucher-Exit
           END-IF.
           MOVE VBT-Found-Idx TO VBT-Sold-Idx.
           MOVE CF-Branch-Id(1:3) TO Voucher-Branch-Key.
           PERFORM Find-Voucher-Branch.
           IF NOT VBT-Found
               MOVE "VOUCHER BRANCH TABLE FULL" TO Reject-Reason
               GO TO Redeem-Voucher-Exit
           END-IF.
           SET VRT-Redeemed(VRT-Found-Idx) TO TRUE.
           MOVE Voucher-Date TO VRT-Redeem-Date(VRT-Found-Idx).
           MOVE CF-Branch-Id(1:3) TO VRT-Redeem-Branch(VRT-Found-Idx).
           ADD 1 TO VBT-Used-Count(VBT-Sold-Idx).
           ADD VRT-Value(VRT-Found-Idx) TO VBT-Used-Value(VBT-Sold-Idx).
           ADD VRT-Value(VRT-Found-Idx)
             TO VBT-Taken-Value(VBT-Found-Idx).
           COMPUTE This-Row-Value = 0 - VRT-Value(VRT-Found-Idx).
           MOVE CF-Branch-Id(1:3) TO Till-Cell-Branch.
           MOVE CF-Rep-Id(1:5) TO Till-Cell-Cashier.
           PERFORM Add-To-Till-Cell.
           ADD 1 TO Vouchers-Redeemed-Count.
           SET Vouchers-Changed TO TRUE.
           MOVE "Y" TO Row-Valid-Sw.

       Redeem-Voucher-Exit.
           EXIT.

       Find-Voucher.
           MOVE "N" TO VRT-Found-Sw.
           MOVE ZERO TO VRT-Found-Idx.
           PERFORM VARYING VRT-Scan-Idx FROM 1 BY 1
                   UNTIL VRT-Scan-Idx > VRT-Count OR VRT-Found
               IF VRT-Voucher-No(VRT-Scan-Idx) = CF-Oil-Id
                   MOVE "Y" TO VRT-Found-Sw
                   MOVE VRT-Scan-Idx TO VRT-Found-Idx
               END-IF
           END-PERFORM.

      * Finds or opens Voucher-Branch-Key's reconciliation cell.
      * The ledger posts only from these cells, so a voucher row
      * that cannot have one is rejected before the register moves.
      * A register row read in or closed out without one is lost
      * from the report only, and the run ends RC 1.
       Find-Voucher-Branch.
           MOVE "N" TO VBT-Found-Sw.
           MOVE ZERO TO VBT-Found-Idx.
           PERFORM VARYING VBT-Scan-Idx FROM 1 BY 1
                   UNTIL VBT-Scan-Idx > VBT-Count OR VBT-Found
               IF VBT-Branch-Id(VBT-Scan-Idx) = Voucher-Branch-Key
                   MOVE "Y" TO VBT-Found-Sw
                   MOVE VBT-Scan-Idx TO VBT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT VBT-Found
               IF VBT-Count < 20
                   ADD 1 TO VBT-Count
                   MOVE VBT-Count TO VBT-Found-Idx
                   MOVE "Y" TO VBT-Found-Sw
                   MOVE Voucher-Branch-Key
                     TO VBT-Branch-Id(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Open-Count(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Open-Value(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Sold-Count(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Sold-Value(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Used-Count(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Used-Value(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Taken-Value(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Close-Count(VBT-Found-Idx)
                   MOVE ZERO TO VBT-Close-Value(VBT-Found-Idx)
               END-IF
           END-IF.

      * Digits, then optionally a point and no more than two more
      * digits, nothing after the first space.
       Parse-Money-Amount.
           MOVE ZERO TO PD-Money.
           MOVE ZERO TO PD-Digit-Count.
           MOVE ZERO TO PD-Decimals.
           MOVE "N" TO PD-Point-Sw.
           MOVE "N" TO PD-Done-Sw.
           MOVE "Y" TO PD-Ok-Sw.
           PERFORM VARYING PD-Idx FROM 1 BY 1
                   UNTIL PD-Idx > 10 OR PD-Done OR NOT PD-Ok
               IF PD-Text(PD-Idx:1) = SPACE
                   SET PD-Done TO TRUE
               ELSE
                   IF PD-Text(PD-Idx:1) = "." AND NOT PD-Point-Seen
                       SET PD-Point-Seen TO TRUE
                   ELSE
                       IF PD-Text(PD-Idx:1) >= "0"
                          AND PD-Text(PD-Idx:1) <= "9"
                           MOVE PD-Text(PD-Idx:1) TO PD-One-Digit
                           PERFORM Add-Money-Digit
                       ELSE
                           MOVE "N" TO PD-Ok-Sw
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF PD-Digit-Count = ZERO
               MOVE "N" TO PD-Ok-Sw
           END-IF.

       Add-Money-Digit.
           IF PD-Point-Seen
               ADD 1 TO PD-Decimals
               EVALUATE PD-Decimals
                   WHEN 1
                       COMPUTE PD-Money-Cents = PD-One-Digit * 10
                   WHEN 2
                       ADD PD-One-Digit TO PD-Money-Cents
                   WHEN OTHER
                       MOVE "N" TO PD-Ok-Sw
               END-EVALUATE
           ELSE
               IF PD-Money-Units > 99999
                   MOVE "N" TO PD-Ok-Sw
               ELSE
                   COMPUTE PD-Money-Units =
                       PD-Money-Units * 10 + PD-One-Digit
               END-IF
           END-IF.
           ADD 1 TO PD-Digit-Count.

      * Left-justified digits, nothing after the first space - the
      * parsed value comes back in PD-Value.
       Parse-Unsigned-Number.
               CLOSE BranchMaster
           END-IF.

      * The register whole, with each branch's outstanding vouchers
      * taken as the reconciliation's opening position.
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
                       PERFORM Store-One-Voucher
                   END-IF
                   READ VoucherFile
                       AT END SET End-Of-Voucher-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VoucherFile
           END-IF.

       Store-One-Voucher.
           MOVE VR-Voucher-No TO VRT-Voucher-No(VRT-Count).
           MOVE VR-Value TO VRT-Value(VRT-Count).
           MOVE VR-Issue-Date TO VRT-Issue-Date(VRT-Count).
           MOVE VR-Branch-Id TO VRT-Branch-Id(VRT-Count).
           MOVE VR-Expiry-Date TO VRT-Expiry-Date(VRT-Count).
           MOVE VR-Status TO VRT-Status(VRT-Count).
           MOVE VR-Redeem-Date TO VRT-Redeem-Date(VRT-Count).
           MOVE VR-Redeem-Branch TO VRT-Redeem-Branch(VRT-Count).
           IF VRT-Outstanding(VRT-Count)
               MOVE VR-Branch-Id TO Voucher-Branch-Key
               PERFORM Find-Voucher-Branch
               IF VBT-Found
                   ADD 1 TO VBT-Open-Count(VBT-Found-Idx)
                   ADD VR-Value TO VBT-Open-Value(VBT-Found-Idx)
               ELSE
                   ADD 1 TO Voucher-Lost-Count
               END-IF
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

      * The closing position per branch, straight off the register
      * as it now stands.
       Close-Voucher-Branches.
           PERFORM VARYING VRT-Scan-Idx FROM 1 BY 1
                   UNTIL VRT-Scan-Idx > VRT-Count
               IF VRT-Outstanding(VRT-Scan-Idx)
                   MOVE VRT-Branch-Id(VRT-Scan-Idx)
                     TO Voucher-Branch-Key
                   PERFORM Find-Voucher-Branch
                   IF VBT-Found
                       ADD 1 TO VBT-Close-Count(VBT-Found-Idx)
                       ADD VRT-Value(VRT-Scan-Idx)
                         TO VBT-Close-Value(VBT-Found-Idx)
                   ELSE
                       ADD 1 TO Voucher-Lost-Count
                   END-IF
               END-IF
           END-PERFORM.

      * Per branch: a voucher sold is cash banked against the
      * liability (Dr BANK, Cr VOUCHR); a voucher redeemed clears the
      * liability at the branch that sold it (Dr VOUCHR) and settles
      * the sale the sales run books to DEBTOR at the branch that
      * took it (Cr DEBTOR). VOUCHR per branch so stays equal to the
      * branch's outstanding vouchers on the register.
       Post-Vouchers-To-Ledger.
           OPEN EXTEND GlPosting.
           IF WS-GlPosting-Status NOT = "00"
               OPEN OUTPUT GlPosting
           END-IF.
           MOVE Run-Period TO GL-Period.
           MOVE "POSINTK1" TO GL-Source.
           PERFORM VARYING VBT-Scan-Idx FROM 1 BY 1
                   UNTIL VBT-Scan-Idx > VBT-Count
               MOVE VBT-Branch-Id(VBT-Scan-Idx) TO GL-Branch
               IF VBT-Sold-Value(VBT-Scan-Idx) NOT = ZERO
                   MOVE "BANK  " TO GL-Account
                   MOVE VBT-Sold-Value(VBT-Scan-Idx) TO GL-Debit
                   MOVE ZERO TO GL-Credit
                   WRITE Gl-Posting-Rec
                   MOVE "VOUCHR" TO GL-Account
                   MOVE ZERO TO GL-Debit
                   MOVE VBT-Sold-Value(VBT-Scan-Idx) TO GL-Credit
                   WRITE Gl-Posting-Rec
               END-IF
               IF VBT-Used-Value(VBT-Scan-Idx) NOT = ZERO
                   MOVE "VOUCHR" TO GL-Account
                   MOVE VBT-Used-Value(VBT-Scan-Idx) TO GL-Debit
                   MOVE ZERO TO GL-Credit
                   WRITE Gl-Posting-Rec
               END-IF
               IF VBT-Taken-Value(VBT-Scan-Idx) NOT = ZERO
                   MOVE "DEBTOR" TO GL-Account
                   MOVE ZERO TO GL-Debit
                   MOVE VBT-Taken-Value(VBT-Scan-Idx) TO GL-Credit
                   WRITE Gl-Posting-Rec
               END-IF
           END-PERFORM.
           CLOSE GlPosting.

       Print-Voucher-Reconciliation.
           WRITE Till-Recon-Line FROM Voucher-Recon-Title
            AFTER ADVANCING 3 LINES.
           WRITE Till-Recon-Line FROM Voucher-Recon-Heading
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING VBT-Scan-Idx FROM 1 BY 1
                   UNTIL VBT-Scan-Idx > VBT-Count
               MOVE VBT-Branch-Id(VBT-Scan-Idx) TO VRD-Branch
               MOVE VBT-Open-Value(VBT-Scan-Idx) TO VRD-Open
               MOVE VBT-Sold-Value(VBT-Scan-Idx) TO VRD-Sold
               MOVE VBT-Used-Value(VBT-Scan-Idx) TO VRD-Used
               MOVE VBT-Close-Value(VBT-Scan-Idx) TO VRD-Close
               MOVE VBT-Taken-Value(VBT-Scan-Idx) TO VRD-Taken
               WRITE Till-Recon-Line FROM Voucher-Recon-Detail
                AFTER ADVANCING 1 LINE
               MOVE VBT-Open-Count(VBT-Scan-Idx) TO VRC-Open
               MOVE VBT-Sold-Count(VBT-Scan-Idx) TO VRC-Sold
               MOVE VBT-Used-Count(VBT-Scan-Idx) TO VRC-Used
               MOVE VBT-Close-Count(VBT-Scan-Idx) TO VRC-Close
               WRITE Till-Recon-Line FROM Voucher-Recon-Counts
                AFTER ADVANCING 1 LINE
           END-PERFORM.

       END PROGRAM POSINTK1.
