      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pension remittance reconciliation - sets what each
      *          payroll run deducted and owes the provider, per
      *          period and scheme off PENSHIST.DAT (employee
      *          deductions plus employer contributions), against what
      *          was actually paid over, off PENSREMIT.DAT (period,
      *          scheme, date paid, amount, payment reference, keyed
      *          when the provider is paid). PENSREC.RPT shows due,
      *          remitted and the difference for every period and
      *          scheme, flagging NOT PAID, SHORT and OVERPAID lines
      *          and a payment with no deduction behind it; any such
      *          line sets RETURN-CODE 1, so a missed or short payment
      *          is caught the month it happens.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSREC1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PensionHist ASSIGN TO "PENSHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PensionHist-Status.

           SELECT PensionRemit ASSIGN TO "PENSREMIT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PensionRemit-Status.

           SELECT PensionRecReport ASSIGN TO "PENSREC.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PensionHist.
       01 Pension-Hist-Rec.
           88 End-Of-Pension-Hist   VALUE HIGH-VALUES.
        02 PH-Period                PIC X(20).
        02 PH-Scheme                PIC X(6).
        02 PH-Run-Date              PIC 9(8).
        02 PH-Members               PIC 9(5).
        02 PH-Ee-Total              PIC 9(8)V99.
        02 PH-Er-Total              PIC 9(8)V99.

       FD PensionRemit.
       01 Pension-Remit-Rec.
           88 End-Of-Pension-Remit  VALUE HIGH-VALUES.
        02 RM-Period                PIC X(20).
        02 RM-Scheme                PIC X(6).
        02 RM-Paid-Date             PIC 9(8).
        02 RM-Amount                PIC 9(8)V99.
        02 RM-Reference             PIC X(12).

       FD PensionRecReport.
       01 Pension-Rec-Line          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PensionHist-Status     PIC XX.
           88 PensionHistFile-Present VALUE "00".
       01  WS-PensionRemit-Status    PIC XX.
           88 PensionRemitFile-Present VALUE "00".

       01  Run-Date                  PIC 9(8) VALUE ZERO.

      * One slot per period and scheme seen on either file.
       01  Pension-Rec-Table.
        02  PRT-Entry OCCURS 300 TIMES.
         03 PRT-Period               PIC X(20).
         03 PRT-Scheme               PIC X(6).
         03 PRT-Ee-Total             PIC 9(8)V99.
         03 PRT-Er-Total             PIC 9(8)V99.
         03 PRT-Due                  PIC 9(9)V99.
         03 PRT-Remitted             PIC 9(9)V99.
         03 PRT-Last-Paid            PIC 9(8).
       01  PRT-Count                 PIC 9(3) VALUE ZERO.
       01  PRT-Scan-Idx              PIC 9(3) VALUE ZERO.
       01  PRT-Found-Idx             PIC 9(3) VALUE ZERO.
       01  PRT-Found-Sw              PIC X VALUE "N".
           88 PRT-Found              VALUE "Y".
       01  Lookup-Period             PIC X(20).
       01  Lookup-Scheme             PIC X(6).
       01  Table-Overflow-Sw         PIC X VALUE "N".
           88 Table-Overflow         VALUE "Y".

       01  Rec-Difference            PIC S9(9)V99 VALUE ZERO.
       01  Exception-Count           PIC 9(4) VALUE ZERO.
       01  Total-Due                 PIC 9(10)V99 VALUE ZERO.
       01  Total-Remitted            PIC 9(10)V99 VALUE ZERO.
       01  Total-Difference          PIC S9(10)V99 VALUE ZERO.

       01  Rec-Heading.
        02  FILLER                   PIC X(36) VALUE
             "PENSION REMITTANCE RECONCILIATION - ".
        02  RH-Run-Date              PIC 9(8).

       01  Rec-Topic.
        02  FILLER                   PIC X(21) VALUE "PERIOD".
        02  FILLER                   PIC X(7)  VALUE "SCHEME".
        02  FILLER                   PIC X(13) VALUE " EE DEDUCTED".
        02  FILLER                   PIC X(13) VALUE "    EMPLOYER".
        02  FILLER                   PIC X(14) VALUE "    TOTAL DUE".
        02  FILLER                   PIC X(14) VALUE "     REMITTED".
        02  FILLER                   PIC X(14) VALUE "   DIFFERENCE".
        02  FILLER                   PIC X(11) VALUE " PAID ON".
        02  FILLER                   PIC X(12) VALUE "STATUS".

       01  Rec-Detail.
        02  RD-Period                PIC X(20).
        02  FILLER                   PIC X VALUE SPACE.
        02  RD-Scheme                PIC X(6).
        02  FILLER                   PIC X VALUE SPACE.
        02  RD-Ee-Total              PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  RD-Er-Total              PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  RD-Due                   PIC ZZ,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  RD-Remitted              PIC ZZ,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  RD-Difference            PIC ZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X VALUE SPACE.
        02  RD-Paid-Date             PIC X(8).
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  RD-Status                PIC X(12).

       01  Rec-Total-Line.
        02  FILLER                   PIC X(54) VALUE "TOTALS".
        02  RT-Due                   PIC ZZ,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  RT-Remitted              PIC ZZ,ZZZ,ZZ9.99.
        02  FILLER                   PIC X VALUE SPACE.
        02  RT-Difference            PIC ZZ,ZZZ,ZZ9.99-.

       01  Rec-Exception-Line.
        02  FILLER                   PIC X(21) VALUE
             "LINES NEEDING ACTION:".
        02  RE-Count                 PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Pension-History.
           PERFORM Load-Remittances.
           PERFORM Print-Reconciliation.
           DISPLAY "PENSREC1: " Exception-Count
               " LINE(S) NEEDING ACTION - SEE PENSREC.RPT".
           IF Exception-Count > ZERO OR Table-Overflow
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF Table-Overflow
               DISPLAY "PENSREC1: RECONCILIATION TABLE FULL - "
                   "REPORT INCOMPLETE"
           END-IF.
           GOBACK.

      * Finds the slot for Lookup-Period and Lookup-Scheme, opening
      * a fresh one when the pair is new.
       Find-Rec-Slot.
           MOVE "N" TO PRT-Found-Sw.
           MOVE ZERO TO PRT-Found-Idx.
           PERFORM VARYING PRT-Scan-Idx FROM 1 BY 1
                   UNTIL PRT-Scan-Idx > PRT-Count OR PRT-Found
               IF PRT-Period(PRT-Scan-Idx) = Lookup-Period
                  AND PRT-Scheme(PRT-Scan-Idx) = Lookup-Scheme
                   MOVE "Y" TO PRT-Found-Sw
                   MOVE PRT-Scan-Idx TO PRT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT PRT-Found
               IF PRT-Count < 300
                   ADD 1 TO PRT-Count
                   MOVE PRT-Count TO PRT-Found-Idx
                   MOVE "Y" TO PRT-Found-Sw
                   MOVE Lookup-Period TO PRT-Period(PRT-Count)
                   MOVE Lookup-Scheme TO PRT-Scheme(PRT-Count)
                   MOVE ZERO TO PRT-Ee-Total(PRT-Count)
                   MOVE ZERO TO PRT-Er-Total(PRT-Count)
                   MOVE ZERO TO PRT-Due(PRT-Count)
                   MOVE ZERO TO PRT-Remitted(PRT-Count)
                   MOVE ZERO TO PRT-Last-Paid(PRT-Count)
               ELSE
                   SET Table-Overflow TO TRUE
               END-IF
           END-IF.

      * A rerun period adds to what is due, the way the payroll
      * journal adds to the ledger.
       Load-Pension-History.
           OPEN INPUT PensionHist.
           IF PensionHistFile-Present
               READ PensionHist
                   AT END SET End-Of-Pension-Hist TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Pension-Hist
                   MOVE PH-Period TO Lookup-Period
                   MOVE PH-Scheme TO Lookup-Scheme
                   PERFORM Find-Rec-Slot
                   IF PRT-Found
                       ADD PH-Ee-Total TO PRT-Ee-Total(PRT-Found-Idx)
                       ADD PH-Er-Total TO PRT-Er-Total(PRT-Found-Idx)
                       ADD PH-Ee-Total PH-Er-Total
                         TO PRT-Due(PRT-Found-Idx)
                   END-IF
                   READ PensionHist
                       AT END SET End-Of-Pension-Hist TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PensionHist
           END-IF.

       Load-Remittances.
           OPEN INPUT PensionRemit.
           IF PensionRemitFile-Present
               READ PensionRemit
                   AT END SET End-Of-Pension-Remit TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Pension-Remit
                   MOVE RM-Period TO Lookup-Period
                   MOVE RM-Scheme TO Lookup-Scheme
                   PERFORM Find-Rec-Slot
                   IF PRT-Found AND RM-Amount IS NUMERIC
                       ADD RM-Amount TO PRT-Remitted(PRT-Found-Idx)
                       IF RM-Paid-Date IS NUMERIC
                          AND RM-Paid-Date >
                              PRT-Last-Paid(PRT-Found-Idx)
                           MOVE RM-Paid-Date
                             TO PRT-Last-Paid(PRT-Found-Idx)
                       END-IF
                   END-IF
                   READ PensionRemit
                       AT END SET End-Of-Pension-Remit TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PensionRemit
           END-IF.

       Print-Reconciliation.
           OPEN OUTPUT PensionRecReport.
           MOVE Run-Date TO RH-Run-Date.
           WRITE Pension-Rec-Line FROM Rec-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Pension-Rec-Line FROM Rec-Topic
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING PRT-Scan-Idx FROM 1 BY 1
                   UNTIL PRT-Scan-Idx > PRT-Count
               PERFORM Print-One-Rec-Line
           END-PERFORM.
           MOVE Total-Due TO RT-Due.
           MOVE Total-Remitted TO RT-Remitted.
           MOVE Total-Difference TO RT-Difference.
           WRITE Pension-Rec-Line FROM Rec-Total-Line
            AFTER ADVANCING 2 LINES.
           MOVE Exception-Count TO RE-Count.
           WRITE Pension-Rec-Line FROM Rec-Exception-Line
            AFTER ADVANCING 2 LINES.
           CLOSE PensionRecReport.

      * The difference is remitted less due - negative is money
      * still owed to the scheme.
       Print-One-Rec-Line.
           COMPUTE Rec-Difference = PRT-Remitted(PRT-Scan-Idx)
               - PRT-Due(PRT-Scan-Idx).
           EVALUATE TRUE
               WHEN PRT-Due(PRT-Scan-Idx) = ZERO
                   MOVE "NO DEDUCTION" TO RD-Status
               WHEN PRT-Remitted(PRT-Scan-Idx) = ZERO
                   MOVE "NOT PAID" TO RD-Status
               WHEN Rec-Difference < ZERO
                   MOVE "SHORT" TO RD-Status
               WHEN Rec-Difference > ZERO
                   MOVE "OVERPAID" TO RD-Status
               WHEN OTHER
                   MOVE "OK" TO RD-Status
           END-EVALUATE.
           IF RD-Status NOT = "OK"
               ADD 1 TO Exception-Count
           END-IF.
           MOVE PRT-Period(PRT-Scan-Idx) TO RD-Period.
           IF PRT-Scheme(PRT-Scan-Idx) = SPACES
               MOVE "KEYED" TO RD-Scheme
           ELSE
               MOVE PRT-Scheme(PRT-Scan-Idx) TO RD-Scheme
           END-IF.
           MOVE PRT-Ee-Total(PRT-Scan-Idx) TO RD-Ee-Total.
           MOVE PRT-Er-Total(PRT-Scan-Idx) TO RD-Er-Total.
           MOVE PRT-Due(PRT-Scan-Idx) TO RD-Due.
           MOVE PRT-Remitted(PRT-Scan-Idx) TO RD-Remitted.
           MOVE Rec-Difference TO RD-Difference.
           IF PRT-Last-Paid(PRT-Scan-Idx) = ZERO
               MOVE SPACES TO RD-Paid-Date
           ELSE
               MOVE PRT-Last-Paid(PRT-Scan-Idx) TO RD-Paid-Date
           END-IF.
           WRITE Pension-Rec-Line FROM Rec-Detail
            AFTER ADVANCING 1 LINE.
           ADD PRT-Due(PRT-Scan-Idx) TO Total-Due.
           ADD PRT-Remitted(PRT-Scan-Idx) TO Total-Remitted.
           ADD Rec-Difference TO Total-Difference.

       END PROGRAM PENSREC1.
