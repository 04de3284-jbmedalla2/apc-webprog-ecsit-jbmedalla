      *          current bucket, prints per customer on FXREVAL.RPT,
      *          and the run total posts to GLPOST.DAT as unrealized
      *          exchange gain or loss against debtors. FXPOS.DAT
      *          rolls forward to the closing rates. The closing
      *          rate is the one in force at month-end on the rate
      *          history RATEHIST.DAT - the run date when the run falls
      *          on the last day of a month, otherwise the last day of
      *          the month before - and CURRATES.DAT only for a
      *          currency the history does not cover.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CurrencyRates-Status.

           SELECT RateHistory ASSIGN TO "RATEHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RateHist-Status.

      * The rate each customer's balance last revalued at.
           SELECT FxPositions ASSIGN TO "FXPOS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

           SELECT JobLog ASSIGN TO "JOBLOG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-JobLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CustMaster.
        02 CR-CurrencyCode             PIC X(4).
        02 CR-Rate                     PIC 9(3)V9(6).

       FD RateHistory.
       01 Rate-History-Rec.
           88 End-Of-Rate-History      VALUE HIGH-VALUES.
        02 RH-CurrencyCode             PIC X(4).
        02 RH-Eff-Date                 PIC 9(8).
        02 RH-Rate                     PIC 9(3)V9(6).

       FD FxPositions.
       01 Fx-Position-Rec.
           88 End-Of-Fx-Positions      VALUE HIGH-VALUES.
        02 RLK-Date                    PIC 9(8).
        02 RLK-Time                    PIC 9(6).

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

       01  WS-RunLock-Status          PIC XX.
       01  Lock-Holder                PIC X(8) VALUE SPACES.
       01  Lock-Time-Work             PIC 9(8) VALUE ZERO.
       01  Lock-Run-Date              PIC 9(8) VALUE ZERO.
       01  WS-JobLog-Status           PIC XX.
       01  Job-End-Time               PIC 9(8) VALUE ZERO.
       01  WS-CustMaster-Status       PIC XX.
           88 CustMaster-Present      VALUE "00".
       01  WS-CustBal-Status          PIC XX.
           88 CustBalFile-Present     VALUE "00".
       01  WS-CurrencyRates-Status    PIC XX.
           88 CurrencyRates-Present   VALUE "00".
       01  WS-RateHist-Status         PIC XX.
           88 RateHistFile-Present    VALUE "00".
       01  WS-FxPos-Status            PIC XX.
           88 FxPosFile-Present       VALUE "00".
       01  WS-RunParm-Status          PIC XX.
       01  CRT-Found-Sw               PIC X VALUE "N".
           88 CRT-Found               VALUE "Y".

      * Dated rates - the rate in force on a date is the row with the
      * latest effective date not after it.
       01  Rate-History-Table.
        02  RHT-Entry OCCURS 5000 TIMES.
         03 RHT-CurrencyCode          PIC X(4).
         03 RHT-Eff-Date              PIC 9(8).
         03 RHT-Rate                  PIC 9(3)V9(6).
       01  RHT-Count                  PIC 9(4) VALUE ZERO.
       01  RHT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  History-Overflow-Sw        PIC X VALUE "N".
           88 History-Overflow        VALUE "Y".
       01  In-Force-Found-Sw          PIC X VALUE "N".
           88 In-Force-Found          VALUE "Y".
       01  In-Force-Date              PIC 9(8) VALUE ZERO.

       01  Month-End-Date             PIC 9(8) VALUE ZERO.
       01  Month-End-Parts REDEFINES Month-End-Date.
        02 ME-Year                    PIC 9(4).
        02 ME-Month                   PIC 99.
        02 ME-Day                     PIC 99.
       01  Month-Length-Values        PIC X(24)
                VALUE "312831303130313130313031".
       01  Month-Length-Table REDEFINES Month-Length-Values.
        02 Month-Length               PIC 99 OCCURS 12 TIMES.
       01  Month-Last-Day             PIC 99 VALUE ZERO.
       01  Leap-Work                  PIC 9(4) VALUE ZERO.
       01  Leap-Rem-4                 PIC 9(3) VALUE ZERO.
       01  Leap-Rem-100               PIC 9(3) VALUE ZERO.
       01  Leap-Rem-400               PIC 9(3) VALUE ZERO.

       01  Fx-Position-Table.
        02  FXP-Entry OCCURS 1000 TIMES.
         03 FXP-Cust-Id               PIC X(5).
       01  Total-Loss                 PIC 9(8)V99 VALUE ZERO.
       01  Revalued-Count             PIC 9(5) VALUE ZERO.

       01  Reval-Date-Heading.
        02  FILLER                   PIC X(20) VALUE
             "CLOSING RATES AS AT ".
        02  RD-Month-End             PIC 9(8).

       01  Reval-Heading.
        02  FILLER                   PIC X(8)  VALUE "CUST-ID".
        02  FILLER                   PIC X(5)  VALUE "CCY".
           IF CCY-Count = ZERO
               DISPLAY "FXREVAL1: NO FOREIGN-BILLED CUSTOMERS - "
                   "NOTHING TO REVALUE"
               PERFORM Log-Run-Complete
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Currency-Rates.
           PERFORM Load-Rate-History.
           IF History-Overflow
               DISPLAY "FXREVAL1: RATEHIST.DAT EXCEEDS TABLE - "
                   "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Derive-Month-End.
           PERFORM Load-Fx-Positions.
           IF FxPos-Overflow
               DISPLAY "FXREVAL1: FXPOS.DAT EXCEEDS TABLE - "
           PERFORM Load-Run-Parm.

           OPEN OUTPUT RevalReport.
           MOVE Month-End-Date TO RD-Month-End.
           WRITE Reval-Line FROM Reval-Date-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Reval-Line FROM Reval-Heading
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING CBT-Scan-Idx FROM 1 BY 1
                   UNTIL CBT-Scan-Idx > CBT-Count
               PERFORM Revalue-One-Customer
           END-IF.
           DISPLAY "FXREVAL1: " Revalued-Count
               " CUSTOMER(S) REVALUED".
           PERFORM Log-Run-Complete.
           PERFORM Release-Run-Lock.
           GOBACK.

      * The month's revaluation on the job log, so the close-readiness
      * check can see it ran.
       Log-Run-Complete.
           ACCEPT Job-End-Time FROM TIME.
           OPEN EXTEND JobLog.
           IF WS-JobLog-Status NOT = "00"
               OPEN OUTPUT JobLog
           END-IF.
           MOVE Lock-Run-Date TO JL-Run-Date.
           MOVE "FXREVAL1" TO JL-Step-Name.
           MOVE Lock-Time-Work(1:6) TO JL-Start-Time.
           MOVE Job-End-Time(1:6) TO JL-End-Time.
           MOVE RETURN-CODE TO JL-Return-Code.
           MOVE CBT-Count TO JL-Records-Read.
           MOVE Revalued-Count TO JL-Records-Released.
           MOVE "RUN" TO JL-Decision.
           WRITE Job-Log-Rec.
           CLOSE JobLog.

       Check-Run-Lock.
           MOVE "N" TO Lock-Held-Sw.
           MOVE SPACES TO Lock-Holder.
               CLOSE CurrencyRates
           END-IF.

       Load-Rate-History.
           OPEN INPUT RateHistory.
           IF RateHistFile-Present
               READ RateHistory
                   AT END SET End-Of-Rate-History TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Rate-History
                   IF RHT-Count < 5000
                       ADD 1 TO RHT-Count
                       MOVE RH-CurrencyCode
                         TO RHT-CurrencyCode(RHT-Count)
                       MOVE RH-Eff-Date TO RHT-Eff-Date(RHT-Count)
                       MOVE RH-Rate TO RHT-Rate(RHT-Count)
                   ELSE
                       SET History-Overflow TO TRUE
                   END-IF
                   READ RateHistory
                       AT END SET End-Of-Rate-History TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RateHistory
           END-IF.

      * The month-end being closed - today when today is the last day
      * of its month, otherwise the last day of the month before.
       Derive-Month-End.
           MOVE Lock-Run-Date TO Month-End-Date.
           PERFORM Find-Month-Last-Day.
           IF ME-Day NOT = Month-Last-Day
               IF ME-Month = 1
                   MOVE 12 TO ME-Month
                   SUBTRACT 1 FROM ME-Year
               ELSE
                   SUBTRACT 1 FROM ME-Month
               END-IF
               PERFORM Find-Month-Last-Day
               MOVE Month-Last-Day TO ME-Day
           END-IF.

       Find-Month-Last-Day.
           MOVE Month-Length(ME-Month) TO Month-Last-Day.
           IF ME-Month = 2
               DIVIDE ME-Year BY 4 GIVING Leap-Work
                   REMAINDER Leap-Rem-4
               DIVIDE ME-Year BY 100 GIVING Leap-Work
                   REMAINDER Leap-Rem-100
               DIVIDE ME-Year BY 400 GIVING Leap-Work
                   REMAINDER Leap-Rem-400
               IF Leap-Rem-4 = ZERO
                  AND (Leap-Rem-100 NOT = ZERO OR Leap-Rem-400 = ZERO)
                   MOVE 29 TO Month-Last-Day
               END-IF
           END-IF.

       Load-Fx-Positions.
           OPEN INPUT FxPositions.
           IF FxPosFile-Present
               END-IF
           END-PERFORM.

      * The rate in force at month-end from the history - the later
      * row on file standing where a day was reloaded - and the
      * current rate only for a currency the history never carried.
       Find-Closing-Rate.
           MOVE "N" TO In-Force-Found-Sw.
           MOVE ZERO TO In-Force-Date.
           PERFORM VARYING RHT-Scan-Idx FROM 1 BY 1
                   UNTIL RHT-Scan-Idx > RHT-Count
               IF RHT-CurrencyCode(RHT-Scan-Idx) =
                       CCY-Currency(CCY-Found-Idx)
                  AND RHT-Eff-Date(RHT-Scan-Idx) NOT > Month-End-Date
                  AND RHT-Eff-Date(RHT-Scan-Idx) NOT < In-Force-Date
                   MOVE "Y" TO In-Force-Found-Sw
                   MOVE RHT-Eff-Date(RHT-Scan-Idx) TO In-Force-Date
                   MOVE RHT-Rate(RHT-Scan-Idx) TO Closing-Rate
               END-IF
           END-PERFORM.
           MOVE "N" TO CRT-Found-Sw.
           MOVE ZERO TO CRT-Found-Idx.
           IF In-Force-Found
               MOVE "Y" TO CRT-Found-Sw
           END-IF.
           PERFORM VARYING CRT-Scan-Idx FROM 1 BY 1
                   UNTIL CRT-Scan-Idx > CRT-Count OR CRT-Found
               IF CRT-CurrencyCode(CRT-Scan-Idx) =
                   MOVE CRT-Scan-Idx TO CRT-Found-Idx
               END-IF
           END-PERFORM.
           IF CRT-Found-Idx > ZERO
               MOVE CRT-Rate(CRT-Found-Idx) TO Closing-Rate
           END-IF.

