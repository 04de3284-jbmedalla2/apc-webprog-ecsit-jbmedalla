      * Date:
      * Purpose: Bank reconciliation - finally checks what the bank
      *          actually cleared against what we pushed out
      *          (BANKPAY.DAT, CLUBDD.DAT, SUPPAY.DAT and TUITPLAN's
      *          tuition refunds on TUITREFUND.DAT) and took in
      *          (PAYMENTS.DAT, CLUBRCPT.DAT). Reads the bank's
      *          statement file BANKSTMT.DAT and matches each line
      *          to one of our records by direction, amount and
      *          reference - reading
      *          PAYMENTS.DAT and CLUBRCPT.DAT in either their old
      *          bare form or the batched H/D/T form the office keys
      *          now (an H first record marks the batched form, and
      *          side carry forward on BANKREC-CF.DAT, so a payment
      *          that clears three days later matches then instead of
      *          being re-flagged forever - and a live item already
      *          carried from a prior run is not loaded twice. Each
      *          carried item keeps the date it has stood unmatched
      *          since, so the month-end close can age it. The
      *          cleared balance carries on the same file as a B row,
      *          moved on by every statement line read and dated by
      *          the latest of them, so CASHFC1 knows the position
      *          the bank holds; the first B row is keyed from the
      *          bank's own statement when the balance is taken on.
      *          The statement file archives to a dated history and
      *          clears once reconciled, and the run is recorded on
      *          JOBLOG.DAT for the month-end close check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BankPay-Status.

           SELECT SupplierPay ASSIGN TO "SUPPAY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SupPay-Status.

           SELECT TuitionRefunds ASSIGN TO "TUITREFUND.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TuitRefund-Status.

           SELECT ClubDirectDebit ASSIGN TO "CLUBDD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ClubDd-Status.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ClubRcpt-Status.

      * Unmatched items from prior runs, both sides, and the
      * cleared balance.
           SELECT CarryForward ASSIGN TO "BANKREC-CF.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CarryFwd-Status.

           SELECT ReconReport ASSIGN TO "BANKREC.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JobLog ASSIGN TO "JOBLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-JobLog-Status.
       DATA DIVISION.
       FILE SECTION.
      * One cleared line per row: D money out of the account,
         03 BP-Acct                    PIC X(8).
         03 BP-Amount                  PIC 9(7)V99.

      * SUPPAY1's supplier credit transfers - same H/D/T shape as
      * the wages file, one D row per supplier paid.
       FD SupplierPay.
       01 Supplier-Pay-Rec.
           88 End-Of-Supplier-Pay      VALUE HIGH-VALUES.
        02 SPF-Rec-Type                PIC X.
        02 SPF-Body                    PIC X(28).
        02 SPF-Detail REDEFINES SPF-Body.
         03 SPF-Supplier-Id            PIC X(5).
         03 SPF-Sort                   PIC X(6).
         03 SPF-Acct                   PIC X(8).
         03 SPF-Amount                 PIC 9(7)V99.

      * TUITPLAN's refunds to withdrawn students - the same H/D/T
      * shape, one D row per student refunded.
       FD TuitionRefunds.
       01 Tuition-Refund-Rec.
           88 End-Of-Tuition-Refunds   VALUE HIGH-VALUES.
        02 TRF-Rec-Type                PIC X.
        02 TRF-Body                    PIC X(28).
        02 TRF-Detail REDEFINES TRF-Body.
         03 TRF-StudentId              PIC 9(7).
         03 FILLER                     PIC X(12).
         03 TRF-Amount                 PIC 9(7)V99.

       FD ClubDirectDebit.
       01 Club-Dd-Rec.
           88 End-Of-Club-Dd           VALUE HIGH-VALUES.
        02 CF-Side                     PIC X.
           88 Carried-Ours             VALUE "O".
           88 Carried-Theirs           VALUE "T".
           88 Carried-Balance          VALUE "B".
        02 CF-Source                   PIC X(8).
      * On the B row, C in funds and D overdrawn.
        02 CF-Dr-Cr                    PIC X.
        02 CF-Amount                   PIC 9(9)V99.
      * On the B row, the date of the latest statement line taken
      * into the balance.
        02 CF-Reference                PIC X(10).
        02 CF-Balance-Date REDEFINES CF-Reference.
         03 CF-Bal-Date                PIC 9(8).
         03 FILLER                     PIC X(2).
      * On an O or T row, the date the item has stood unmatched
      * since - the statement date for the bank's, the run that first
      * carried it for ours. Blank on rows carried before the date
      * was kept, which take the run date they are next carried on.
        02 CF-Since                    PIC 9(8).

       FD ReconReport.
       01 Recon-Report-Line           PIC X(70).

      * Same record JOBORCH1 appends per step.
       FD JobLog.
       01 Job-Log-Rec.
        02 JL-Run-Date                 PIC 9(8).
        02 JL-Step-Name                PIC X(8).
        02 JL-Start-Time               PIC 9(6).
        02 JL-End-Time                 PIC 9(6).
        02 JL-Return-Code              PIC S9(4).
        02 JL-Records-Read             PIC 9(7).
        02 JL-Records-Released         PIC 9(7).
        02 JL-Decision                 PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-BankStmt-Status         PIC XX.
           88 BankStmtFile-Present    VALUE "00".
       01  WS-StmtHist-Status         PIC XX.
       01  WS-BankPay-Status          PIC XX.
           88 BankPayFile-Present     VALUE "00".
       01  WS-SupPay-Status           PIC XX.
           88 SupPayFile-Present      VALUE "00".
       01  WS-TuitRefund-Status       PIC XX.
           88 TuitRefundFile-Present  VALUE "00".
       01  WS-ClubDd-Status           PIC XX.
           88 ClubDdFile-Present      VALUE "00".
       01  WS-Payments-Status         PIC XX.
         03 OUR-Dr-Cr                 PIC X.
         03 OUR-Amount                PIC 9(9)V99.
         03 OUR-Reference             PIC X(10).
         03 OUR-Since                 PIC 9(8).
         03 OUR-Matched-Sw            PIC X.
       01  OUR-Count                  PIC 9(3) VALUE ZERO.
       01  OUR-Scan-Idx               PIC 9(3) VALUE ZERO.
         03 THR-Dr-Cr                 PIC X.
         03 THR-Amount                PIC 9(9)V99.
         03 THR-Reference             PIC X(10).
         03 THR-Since                 PIC 9(8).
         03 THR-Matched-Sw            PIC X.
       01  THR-Count                  PIC 9(3) VALUE ZERO.
       01  THR-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  Stage-Dr-Cr                PIC X VALUE SPACE.
       01  Stage-Amount               PIC 9(9)V99 VALUE ZERO.
       01  Stage-Reference            PIC X(10) VALUE SPACES.
       01  Stage-Since                PIC 9(8) VALUE ZERO.

      * Cleared balance, positive in funds.
       01  Cleared-Balance            PIC S9(9)V99 VALUE ZERO.
       01  Cleared-Balance-Date       PIC 9(8) VALUE ZERO.

       01  Matched-Count              PIC 9(5) VALUE ZERO.
       01  Unmatched-Ours-Count       PIC 9(5) VALUE ZERO.
       01  Unmatched-Theirs-Count     PIC 9(5) VALUE ZERO.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.
       01  WS-JobLog-Status           PIC XX.
       01  Gate-Time                  PIC 9(8) VALUE ZERO.
       01  Gate-End-Time              PIC 9(8) VALUE ZERO.

       01  Section-Heading-Line       PIC X(40) VALUE SPACES.

        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  RCD-Amount               PIC ZZZ,ZZZ,ZZ9.99.

       01  Balance-Line.
        02  FILLER                   PIC X(23) VALUE
             "CLEARED BALANCE AT".
        02  BL-Date                  PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  BL-Amount                PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           ACCEPT Gate-Time FROM TIME.
           PERFORM Load-Carry-Forward.
           PERFORM Load-Our-Items.
           PERFORM Load-Their-Items.
           DISPLAY "BANKREC1: " Matched-Count " MATCHED, "
               Unmatched-Ours-Count " UNMATCHED OURS, "
               Unmatched-Theirs-Count " UNMATCHED THEIRS".
           PERFORM Log-Run-Complete.
           GOBACK.

      * The reconciliation on the job log, so the close-readiness
      * check can see it ran.
       Log-Run-Complete.
           ACCEPT Gate-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Run-Date TO JL-Run-Date.
           MOVE "BANKREC1" TO JL-Step-Name.
           MOVE Gate-Time(1:6) TO JL-Start-Time.
           MOVE Gate-End-Time(1:6) TO JL-End-Time.
           MOVE RETURN-CODE TO JL-Return-Code.
           MOVE ZERO TO JL-Records-Read.
           MOVE ZERO TO JL-Records-Released.
           MOVE "RUN" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

       Load-Carry-Forward.
           OPEN INPUT CarryForward.
           IF CarryFwdFile-Present
                   AT END SET End-Of-Carry-Forward TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Carry-Forward
                   EVALUATE TRUE
                       WHEN Carried-Balance
                           PERFORM Load-Carried-Balance
                       WHEN Carried-Ours
                           MOVE CF-Source TO Stage-Source
                           MOVE CF-Dr-Cr TO Stage-Dr-Cr
                           MOVE CF-Amount TO Stage-Amount
                           MOVE CF-Reference TO Stage-Reference
                           PERFORM Stage-Carried-Since
                           PERFORM Add-Our-Item
                       WHEN OTHER
                           IF THR-Count >= 500
                               SET Their-Overflow TO TRUE
                           ELSE
                               ADD 1 TO THR-Count
                               MOVE CF-Dr-Cr
                                 TO THR-Dr-Cr(THR-Count)
                               MOVE CF-Amount
                                 TO THR-Amount(THR-Count)
                               MOVE CF-Reference
                                 TO THR-Reference(THR-Count)
                               PERFORM Stage-Carried-Since
                               MOVE Stage-Since
                                 TO THR-Since(THR-Count)
                               MOVE SPACE
                                 TO THR-Matched-Sw(THR-Count)
                           END-IF
                   END-EVALUATE
                   READ CarryForward
                       AT END SET End-Of-Carry-Forward TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CarryForward
           END-IF.
      * Everything loaded from here on is new today.
           MOVE Run-Date TO Stage-Since.

       Stage-Carried-Since.
           IF CF-Since IS NUMERIC AND CF-Since > ZERO
               MOVE CF-Since TO Stage-Since
           ELSE
               MOVE Run-Date TO Stage-Since
           END-IF.

       Load-Carried-Balance.
           IF CF-Amount IS NUMERIC
               MOVE CF-Amount TO Cleared-Balance
               IF CF-Dr-Cr = "D"
                   COMPUTE Cleared-Balance = ZERO - Cleared-Balance
               END-IF
           END-IF.
           IF CF-Bal-Date IS NUMERIC
               MOVE CF-Bal-Date TO Cleared-Balance-Date
           END-IF.

      * A live item identical to one already carried forward is the
      * same money seen twice - the carried copy wins.
                   MOVE Stage-Dr-Cr TO OUR-Dr-Cr(OUR-Count)
                   MOVE Stage-Amount TO OUR-Amount(OUR-Count)
                   MOVE Stage-Reference TO OUR-Reference(OUR-Count)
                   MOVE Stage-Since TO OUR-Since(OUR-Count)
                   MOVE SPACE TO OUR-Matched-Sw(OUR-Count)
               END-IF
           END-IF.
               CLOSE BankPay
           END-IF.

           OPEN INPUT SupplierPay.
           IF SupPayFile-Present
               READ SupplierPay
                   AT END SET End-Of-Supplier-Pay TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-Pay
                   IF SPF-Rec-Type = "D"
                       MOVE "SUPPAY  " TO Stage-Source
                       MOVE "D" TO Stage-Dr-Cr
                       MOVE SPF-Amount TO Stage-Amount
                       MOVE SPACES TO Stage-Reference
                       MOVE SPF-Supplier-Id TO Stage-Reference(1:5)
                       PERFORM Add-Our-Item
                   END-IF
                   READ SupplierPay
                       AT END SET End-Of-Supplier-Pay TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierPay
           END-IF.

           OPEN INPUT TuitionRefunds.
           IF TuitRefundFile-Present
               READ TuitionRefunds
                   AT END SET End-Of-Tuition-Refunds TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Tuition-Refunds
                   IF TRF-Rec-Type = "D"
                       MOVE "TUITREF " TO Stage-Source
                       MOVE "D" TO Stage-Dr-Cr
                       MOVE TRF-Amount TO Stage-Amount
                       MOVE SPACES TO Stage-Reference
                       MOVE TRF-StudentId TO Stage-Reference(1:7)
                       PERFORM Add-Our-Item
                   END-IF
                   READ TuitionRefunds
                       AT END SET End-Of-Tuition-Refunds TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TuitionRefunds
           END-IF.

           OPEN INPUT ClubDirectDebit.
           IF ClubDdFile-Present
               READ ClubDirectDebit
                       MOVE BS-Dr-Cr TO THR-Dr-Cr(THR-Count)
                       MOVE BS-Amount TO THR-Amount(THR-Count)
                       MOVE BS-Reference TO THR-Reference(THR-Count)
                       IF BS-Date IS NUMERIC AND BS-Date > ZERO
                           MOVE BS-Date TO THR-Since(THR-Count)
                       ELSE
                           MOVE Run-Date TO THR-Since(THR-Count)
                       END-IF
                       MOVE SPACE TO THR-Matched-Sw(THR-Count)
                   END-IF
                   PERFORM Move-Cleared-Balance
                   READ BankStatement
                       AT END SET End-Of-Bank-Statement TO TRUE
                   END-READ
               CLOSE BankStatement
           END-IF.

      * Every line the bank cleared moves the balance, matched to
      * one of ours or not.
       Move-Cleared-Balance.
           IF BS-Amount IS NUMERIC
               IF BS-Dr-Cr = "D"
                   SUBTRACT BS-Amount FROM Cleared-Balance
               ELSE
                   ADD BS-Amount TO Cleared-Balance
               END-IF
           END-IF.
           IF BS-Date IS NUMERIC AND BS-Date > Cleared-Balance-Date
               MOVE BS-Date TO Cleared-Balance-Date
           END-IF.

      * Direction, amount and reference must all agree - each
      * statement line spends at most one of our items and each of
      * ours clears at most one line.
                   ADD 1 TO Unmatched-Theirs-Count
               END-IF
           END-PERFORM.
           MOVE Cleared-Balance-Date TO BL-Date.
           MOVE Cleared-Balance TO BL-Amount.
           WRITE Recon-Report-Line FROM Balance-Line
            AFTER ADVANCING 2 LINES.
           CLOSE ReconReport.

       Print-One-Our-Item.
      * Only what did not match carries forward, both sides.
       Rewrite-Carry-Forward.
           OPEN OUTPUT CarryForward.
           MOVE SPACES TO Carry-Forward-Rec.
           MOVE "B" TO CF-Side.
           MOVE "BALANCE " TO CF-Source.
           IF Cleared-Balance < ZERO
               MOVE "D" TO CF-Dr-Cr
               COMPUTE CF-Amount = ZERO - Cleared-Balance
           ELSE
               MOVE "C" TO CF-Dr-Cr
               MOVE Cleared-Balance TO CF-Amount
           END-IF.
           MOVE Cleared-Balance-Date TO CF-Bal-Date.
           WRITE Carry-Forward-Rec.
           PERFORM VARYING OUR-Scan-Idx FROM 1 BY 1
                   UNTIL OUR-Scan-Idx > OUR-Count
               IF OUR-Matched-Sw(OUR-Scan-Idx) NOT = "Y"
                   MOVE OUR-Amount(OUR-Scan-Idx) TO CF-Amount
                   MOVE OUR-Reference(OUR-Scan-Idx)
                     TO CF-Reference
                   MOVE OUR-Since(OUR-Scan-Idx) TO CF-Since
                   WRITE Carry-Forward-Rec
               END-IF
           END-PERFORM.
                   MOVE THR-Amount(THR-Scan-Idx) TO CF-Amount
                   MOVE THR-Reference(THR-Scan-Idx)
                     TO CF-Reference
                   MOVE THR-Since(THR-Scan-Idx) TO CF-Since
                   WRITE Carry-Forward-Rec
               END-IF
           END-PERFORM.
