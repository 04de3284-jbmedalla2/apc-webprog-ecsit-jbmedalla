      *          default 0.000100), and comes back with a non-zero
      *          RETURN-CODE on any difference so JOBORCH1 can stop
      *          the run before inconsistent rates get used.
      *          RATEMOVE.RPT lists the day-on-day movement of every
      *          currency on the rate history RATEHIST.DAT over the
      *          31 days to its latest date - the last rate loaded
      *          for a day standing - flagging any change beyond the
      *          movement tolerance (the second RATETOL.DAT field, a
      *          percentage, default 2.00). A flagged movement on the
      *          latest day also comes back as a non-zero RETURN-CODE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT RateReconReport ASSIGN TO "RATERECON.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RateHistory ASSIGN TO "RATEHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RateHist-Status.

           SELECT SortRateHist ASSIGN TO "RATEMOVE-SORT.TMP".

           SELECT RateMoveReport ASSIGN TO "RATEMOVE.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CurrencyRates.
       FD RateTolerance.
       01 Rate-Tolerance-Rec.
        02 RTL-Tolerance              PIC 9V9(6).
        02 RTL-Move-Pct               PIC 9(2)V99.

       FD RateReconReport.
       01 Recon-Line                  PIC X(70).

       FD RateHistory.
       01 Rate-History-Rec.
           88 End-Of-Rate-History    VALUE HIGH-VALUES.
        02 RH-CurrencyCode            PIC X(4).
        02 RH-Eff-Date                PIC 9(8).
        02 RH-Rate                    PIC 9(3)V9(6).

      * The file sequence rides in the key so the last rate loaded
      * for a currency and day comes off the sort last.
       SD SortRateHist.
       01 Move-Work-Rec.
           88 End-Of-Move-Work       VALUE HIGH-VALUES.
        02 MW-CurrencyCode            PIC X(4).
        02 MW-Eff-Date                PIC 9(8).
        02 MW-Seq                     PIC 9(7).
        02 MW-Rate                    PIC 9(3)V9(6).

       FD RateMoveReport.
       01 Rate-Move-Line              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CurRates-Status        PIC XX.
           88 CurRates-Present       VALUE "00".
           88 Rates-Present          VALUE "00".
       01  WS-RateTol-Status         PIC XX.
           88 RateTol-Present        VALUE "00".
       01  WS-RateHist-Status        PIC XX.
           88 RateHistFile-Present   VALUE "00".

       01  CurRates-Table.
        02  CRT-Entry OCCURS 100 TIMES.
       01  Rate-Difference            PIC S9(3)V9(6) VALUE ZERO.
       01  Mismatch-Count             PIC 9(4) VALUE ZERO.

       01  Move-Tolerance-Pct         PIC 9(2)V99 VALUE 2.00.
       01  History-Seq                PIC 9(7) VALUE ZERO.
       01  Latest-Hist-Date           PIC 9(8) VALUE ZERO.
       01  Window-Start-Day           PIC 9(7) VALUE ZERO.
       01  Held-Sw                    PIC X VALUE "N".
           88 Rate-Held               VALUE "Y".
       01  Held-Code                  PIC X(4) VALUE SPACES.
       01  Held-Date                  PIC 9(8) VALUE ZERO.
       01  Held-Rate                  PIC 9(3)V9(6) VALUE ZERO.
       01  Prior-Sw                   PIC X VALUE "N".
           88 Prior-Held              VALUE "Y".
       01  Prior-Code                 PIC X(4) VALUE SPACES.
       01  Prior-Date                 PIC 9(8) VALUE ZERO.
       01  Prior-Rate                 PIC 9(3)V9(6) VALUE ZERO.
       01  Move-Pct                   PIC S9(3)V99 VALUE ZERO.
       01  Move-Pct-Abs               PIC 9(3)V99 VALUE ZERO.
       01  Moves-Listed-Count         PIC 9(5) VALUE ZERO.
       01  Moves-Flagged-Count        PIC 9(5) VALUE ZERO.
       01  Latest-Flagged-Count       PIC 9(5) VALUE ZERO.

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

       01  Recon-Heading.
        02  FILLER                   PIC X(50) VALUE
             "EXCHANGE RATE RECONCILIATION - CURRATES VS RATES".
        02  FILLER                   PIC X(17) VALUE
             " BEYOND TOLERANCE".

       01  Move-Heading.
        02  FILLER                   PIC X(37) VALUE
             "EXCHANGE RATE MOVEMENTS - 31 DAYS TO".
        02  MH-Latest-Date           PIC 9(8).
        02  FILLER                   PIC X(13) VALUE "  TOLERANCE ".
        02  MH-Tolerance             PIC Z9.99.
        02  FILLER                   PIC X     VALUE "%".

       01  Move-Column-Heading.
        02  FILLER                   PIC X(6)  VALUE "CCY".
        02  FILLER                   PIC X(10) VALUE "FROM".
        02  FILLER                   PIC X(12) VALUE "RATE".
        02  FILLER                   PIC X(10) VALUE "TO".
        02  FILLER                   PIC X(12) VALUE "RATE".
        02  FILLER                   PIC X(10) VALUE "CHANGE %".

       01  Move-Detail.
        02  MD-Code                  PIC X(4).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  MD-From-Date             PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  MD-From-Rate             PIC ZZ9.9(6).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  MD-To-Date               PIC 9(8).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  MD-To-Rate               PIC ZZ9.9(6).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  MD-Move-Pct              PIC ---9.99.
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  MD-Flag                  PIC X(14).

       01  Move-Total-Line.
        02  FILLER                   PIC X(18) VALUE
             "MOVEMENTS LISTED :".
        02  MT-Listed                PIC ZZZZ9.
        02  FILLER                   PIC X(19) VALUE
             "   OVER TOLERANCE :".
        02  MT-Flagged               PIC ZZZZ9.
        02  FILLER                   PIC X(18) VALUE
             "   ON LATEST DAY :".
        02  MT-Latest                PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Load-Tolerance.
           END-IF.
           CLOSE RateReconReport.
           DISPLAY "RATECHK1: " Mismatch-Count " DIFFERENCE(S)".

           PERFORM Report-Rate-Movements.
           DISPLAY "RATECHK1: " Moves-Flagged-Count " MOVEMENT(S) OVER "
               "TOLERANCE, " Latest-Flagged-Count " ON THE LATEST DAY".
           IF Latest-Flagged-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Tolerance.
           IF RateTol-Present
               READ RateTolerance
                   AT END MOVE Rate-Tolerance-Val TO RTL-Tolerance
                          MOVE Move-Tolerance-Pct TO RTL-Move-Pct
               END-READ
               IF RTL-Tolerance IS NUMERIC
                   MOVE RTL-Tolerance TO Rate-Tolerance-Val
               END-IF
               IF RTL-Move-Pct IS NUMERIC
                   MOVE RTL-Move-Pct TO Move-Tolerance-Pct
               END-IF
               CLOSE RateTolerance
           END-IF.

               END-IF
           END-PERFORM.

      * The history sorted by currency, date and load order; each day's
      * last rate is compared with the day before it on file for the
      * same currency.
       Report-Rate-Movements.
           OPEN OUTPUT RateMoveReport.
           OPEN INPUT RateHistory.
           IF NOT RateHistFile-Present
               MOVE "NO RATE HISTORY ON FILE - NO MOVEMENTS TO CHECK"
                 TO Rate-Move-Line
               WRITE Rate-Move-Line AFTER ADVANCING 1 LINE
               CLOSE RateMoveReport
           ELSE
               CLOSE RateHistory
               SORT SortRateHist
                   ON ASCENDING KEY MW-CurrencyCode MW-Eff-Date MW-Seq
                   INPUT PROCEDURE IS Release-Rate-History
                   OUTPUT PROCEDURE IS Print-Rate-Movements
           END-IF.

       Release-Rate-History.
           OPEN INPUT RateHistory.
           READ RateHistory
               AT END SET End-Of-Rate-History TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Rate-History
               ADD 1 TO History-Seq
               MOVE RH-CurrencyCode TO MW-CurrencyCode
               MOVE RH-Eff-Date TO MW-Eff-Date
               MOVE History-Seq TO MW-Seq
               MOVE RH-Rate TO MW-Rate
               IF RH-Eff-Date > Latest-Hist-Date
                   MOVE RH-Eff-Date TO Latest-Hist-Date
               END-IF
               RELEASE Move-Work-Rec
               READ RateHistory
                   AT END SET End-Of-Rate-History TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RateHistory.

       Print-Rate-Movements.
           MOVE Latest-Hist-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           IF DN-Day-Number > 31
               COMPUTE Window-Start-Day = DN-Day-Number - 31
           END-IF.
           MOVE Latest-Hist-Date TO MH-Latest-Date.
           MOVE Move-Tolerance-Pct TO MH-Tolerance.
           WRITE Rate-Move-Line FROM Move-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Rate-Move-Line FROM Move-Column-Heading
            AFTER ADVANCING 2 LINES.
           RETURN SortRateHist
               AT END SET End-Of-Move-Work TO TRUE
           END-RETURN.
           PERFORM UNTIL End-Of-Move-Work
               IF Rate-Held
                  AND (MW-CurrencyCode NOT = Held-Code
                       OR MW-Eff-Date NOT = Held-Date)
                   PERFORM Settle-Held-Rate
               END-IF
               SET Rate-Held TO TRUE
               MOVE MW-CurrencyCode TO Held-Code
               MOVE MW-Eff-Date TO Held-Date
               MOVE MW-Rate TO Held-Rate
               RETURN SortRateHist
                   AT END SET End-Of-Move-Work TO TRUE
               END-RETURN
           END-PERFORM.
           IF Rate-Held
               PERFORM Settle-Held-Rate
           END-IF.
           MOVE Moves-Listed-Count TO MT-Listed.
           MOVE Moves-Flagged-Count TO MT-Flagged.
           MOVE Latest-Flagged-Count TO MT-Latest.
           WRITE Rate-Move-Line FROM Move-Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE RateMoveReport.

      * A day's closing rate against the currency's previous day on
      * file - the first day a currency appears has nothing to move
      * from. Only movements inside the window print.
       Settle-Held-Rate.
           IF Prior-Held AND Prior-Code = Held-Code
              AND Prior-Rate > ZERO
               COMPUTE Move-Pct ROUNDED =
                   (Held-Rate - Prior-Rate) * 100 / Prior-Rate
                   ON SIZE ERROR
                       MOVE 999.99 TO Move-Pct
               END-COMPUTE
               IF Move-Pct < ZERO
                   COMPUTE Move-Pct-Abs = 0 - Move-Pct
               ELSE
                   MOVE Move-Pct TO Move-Pct-Abs
               END-IF
               MOVE Held-Date TO DN-Date
               PERFORM Date-To-Day-Number
               IF DN-Day-Number NOT < Window-Start-Day
                   MOVE Held-Code TO MD-Code
                   MOVE Prior-Date TO MD-From-Date
                   MOVE Prior-Rate TO MD-From-Rate
                   MOVE Held-Date TO MD-To-Date
                   MOVE Held-Rate TO MD-To-Rate
                   MOVE Move-Pct TO MD-Move-Pct
                   MOVE SPACES TO MD-Flag
                   IF Move-Pct-Abs > Move-Tolerance-Pct
                       MOVE "OVER TOLERANCE" TO MD-Flag
                       ADD 1 TO Moves-Flagged-Count
                       IF Held-Date = Latest-Hist-Date
                           ADD 1 TO Latest-Flagged-Count
                       END-IF
                   END-IF
                   WRITE Rate-Move-Line FROM Move-Detail
                    AFTER ADVANCING 1 LINE
                   ADD 1 TO Moves-Listed-Count
               END-IF
           END-IF.
           SET Prior-Held TO TRUE.
           MOVE Held-Code TO Prior-Code.
           MOVE Held-Date TO Prior-Date.
           MOVE Held-Rate TO Prior-Rate.

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

       END PROGRAM RATECHK1.
