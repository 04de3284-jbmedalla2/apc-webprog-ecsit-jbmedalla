      ******************************************************************
      * Author:
      * Date:
      * Purpose: Promotion performance - what each promotion on
      *          PROMO.DAT actually sold. AROMRPT1 prices every sale
      *          at the lower of contract and any promotion running on
      *          its sale date, and leaves one DAYSALES.DAT row per
      *          sale date, oil, size and promotion. Per promotion this
      *          prints the units and value sold under it, against the
      *          units and value of every sale in the same oil (or
      *          category) and size scope over the same number of days
      *          immediately before it started, with the change in
      *          each. A promotion still running compares the days so
      *          far against the full prior period, and says so.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMPERF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Promotions ASSIGN TO "PROMO.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Promo-Status.

           SELECT DaySales ASSIGN TO "DAYSALES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DaySales-Status.

           SELECT PromoReport ASSIGN TO "PROMPERF.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout AROMRPT1 prices from.
       FD Promotions.
       01 Promotion-Rec.
           88 End-Of-Promo-File        VALUE HIGH-VALUES.
        02 PMF-Promo-Id                PIC X(6).
        02 PMF-Start-Date              PIC 9(8).
        02 PMF-End-Date                PIC 9(8).
        02 PMF-Oil-Num                 PIC 99.
        02 PMF-Oil-Category            PIC X.
        02 PMF-Unit-Size               PIC 99.
        02 PMF-Price-Type              PIC X.
        02 PMF-Value                   PIC 9(4)V99.
        02 PMF-Desc                    PIC X(20).

      * Same layout AROMRPT1 appends - values in home currency.
       FD DaySales.
       01 Day-Sales-Rec.
           88 End-Of-Day-Sales         VALUE HIGH-VALUES.
        02 DS-Period                    PIC X(20).
        02 DS-Sale-Date                 PIC 9(8).
        02 DS-Oil-Category              PIC X.
        02 DS-Oil-Num                   PIC 99.
        02 DS-Unit-Size                 PIC 99.
        02 DS-Promo-Id                  PIC X(6).
        02 DS-Qty                       PIC S9(6).
        02 DS-Sales-Value               PIC S9(7)V99.

       FD PromoReport.
       01 Promo-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Promo-Status            PIC XX.
           88 PromoFile-Present       VALUE "00".
       01  WS-DaySales-Status         PIC XX.
           88 DaySalesFile-Present    VALUE "00".

      * One row per promotion, with the prior period worked out at
      * load time so the ledger pass only compares dates.
       01  Promotion-Table.
        02  PPT-Entry OCCURS 300 TIMES.
         03 PPT-Promo-Id              PIC X(6).
         03 PPT-Desc                  PIC X(20).
         03 PPT-Start-Date            PIC 9(8).
         03 PPT-End-Date              PIC 9(8).
         03 PPT-Oil-Num               PIC 99.
         03 PPT-Oil-Category          PIC X.
         03 PPT-Unit-Size             PIC 99.
         03 PPT-Days                  PIC 9(5).
         03 PPT-Prior-Start           PIC 9(8).
         03 PPT-Dates-Valid-Sw        PIC X.
            88 PPT-Dates-Valid        VALUE "Y".
         03 PPT-Promo-Qty             PIC S9(7).
         03 PPT-Promo-Value           PIC S9(8)V99.
         03 PPT-Prior-Qty             PIC S9(7).
         03 PPT-Prior-Value           PIC S9(8)V99.
       01  PPT-Count                  PIC 9(3) VALUE ZERO.
       01  PPT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  Promo-Overflow-Sw          PIC X VALUE "N".
           88 Promo-Overflow          VALUE "Y".

      * Gregorian day number of a yyyymmdd date and back again, so
      * the prior period holds across month and year ends.
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

       01  Start-Day-Number           PIC 9(7) VALUE ZERO.
       01  End-Day-Number             PIC 9(7) VALUE ZERO.
       01  Ledger-Rows-Read           PIC 9(7) VALUE ZERO.
       01  Last-Sale-Date             PIC 9(8) VALUE ZERO.
       01  Promo-In-Scope-Sw          PIC X VALUE "N".
           88 Promo-In-Scope          VALUE "Y".
       01  Change-Qty                 PIC S9(7) VALUE ZERO.
       01  Change-Value               PIC S9(8)V99 VALUE ZERO.
       01  Change-Pct                 PIC S9(5)V9 VALUE ZERO.
       01  Bad-Dates-Count            PIC 9(3) VALUE ZERO.

       01  Report-Heading-Line        PIC X(40)
            VALUE "   PROMOTION PERFORMANCE".

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(23) VALUE ALL "-".

       01  Ledger-Line.
        02  FILLER                    PIC X(26) VALUE
             "DAY SALES ROWS READ     :".
        02  LL-Rows                   PIC BZZZZZZ9.
        02  FILLER                    PIC X(19) VALUE
             "   LATEST SALE :".
        02  LL-Last-Date              PIC 9(8).

       01  Promo-Heading.
        02  FILLER                    PIC X(10) VALUE "PROMOTION ".
        02  PH-Promo-Id               PIC X(6).
        02  FILLER                    PIC X     VALUE SPACE.
        02  PH-Desc                   PIC X(20).
        02  PH-Scope-Caption          PIC X(5).
        02  PH-Scope                  PIC X(2).
        02  FILLER                    PIC X(7)  VALUE "  SIZE ".
        02  PH-Size                   PIC X(3).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PH-Days                   PIC ZZZZ9.
        02  FILLER                    PIC X(5)  VALUE " DAYS".

       01  Period-Topic.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(12) VALUE "PERIOD".
        02  FILLER                    PIC X(10) VALUE "FROM".
        02  FILLER                    PIC X(10) VALUE "TO".
        02  FILLER                    PIC X(10) VALUE "     UNITS".
        02  FILLER                    PIC X(15) VALUE
             "          VALUE".

       01  Period-Detail.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PD-Caption                PIC X(12).
        02  PD-From                   PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PD-To                     PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PD-Qty                    PIC ZZZZZZ9-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  PD-Value                  PIC $$$,$$$,$$9.99-.

       01  Change-Detail.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(32) VALUE "CHANGE".
        02  CD-Qty                    PIC ZZZZZZ9-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  CD-Value                  PIC $$$,$$$,$$9.99-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  CD-Pct                    PIC ZZZZ9.9-.
        02  CD-Pct-Sign               PIC X(8).

       01  Running-Warning-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(44) VALUE
             "*** STILL RUNNING - SALES TO DATE ONLY ***".

       01  Bad-Dates-Line.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  FILLER                    PIC X(44) VALUE
             "*** START/END DATES INVALID - NOT MEASURED".
        02  FILLER                    PIC X(4)  VALUE " ***".

       01  Promo-Total-Line.
        02  FILLER                    PIC X(34) VALUE
             "PROMOTIONS REPORTED             :".
        02  PT-Count                  PIC BZZZZ9.

       01  Bad-Total-Line.
        02  FILLER                    PIC X(34) VALUE
             "PROMOTIONS WITH INVALID DATES   :".
        02  BT-Count                  PIC BZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Load-Promotions.
           IF PPT-Count = ZERO
               DISPLAY "PROMPERF: NO PROMOTIONS ON PROMO.DAT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF Promo-Overflow
               DISPLAY "PROMPERF: PROMOTION TABLE FULL - RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Read-Day-Sales.
           IF NOT DaySalesFile-Present
               DISPLAY "PROMPERF: DAYSALES.DAT NOT FOUND"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Print-Promo-Report.
           DISPLAY "PROMPERF: " PPT-Count " PROMOTION(S), "
               Ledger-Rows-Read " DAY SALES ROW(S)".
           IF Bad-Dates-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The prior period is the same number of days ending the day
      * before the promotion started.
       Load-Promotions.
           OPEN INPUT Promotions.
           IF PromoFile-Present
               READ Promotions
                   AT END SET End-Of-Promo-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Promo-File
                   IF PPT-Count < 300
                       ADD 1 TO PPT-Count
                       PERFORM Store-One-Promotion
                   ELSE
                       SET Promo-Overflow TO TRUE
                   END-IF
                   READ Promotions
                       AT END SET End-Of-Promo-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promotions
           END-IF.

       Store-One-Promotion.
           MOVE PMF-Promo-Id TO PPT-Promo-Id(PPT-Count).
           MOVE PMF-Desc TO PPT-Desc(PPT-Count).
           MOVE PMF-Start-Date TO PPT-Start-Date(PPT-Count).
           MOVE PMF-End-Date TO PPT-End-Date(PPT-Count).
           MOVE PMF-Oil-Num TO PPT-Oil-Num(PPT-Count).
           MOVE PMF-Oil-Category TO PPT-Oil-Category(PPT-Count).
           MOVE PMF-Unit-Size TO PPT-Unit-Size(PPT-Count).
           MOVE ZERO TO PPT-Promo-Qty(PPT-Count).
           MOVE ZERO TO PPT-Promo-Value(PPT-Count).
           MOVE ZERO TO PPT-Prior-Qty(PPT-Count).
           MOVE ZERO TO PPT-Prior-Value(PPT-Count).
           MOVE ZERO TO PPT-Days(PPT-Count).
           MOVE ZERO TO PPT-Prior-Start(PPT-Count).
           MOVE "N" TO PPT-Dates-Valid-Sw(PPT-Count).
           MOVE PMF-Start-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Start-Day-Number.
           MOVE PMF-End-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO End-Day-Number.
           IF Start-Day-Number > ZERO
              AND End-Day-Number >= Start-Day-Number
               SET PPT-Dates-Valid(PPT-Count) TO TRUE
               COMPUTE PPT-Days(PPT-Count) =
                   End-Day-Number - Start-Day-Number + 1
               COMPUTE DN-Day-Number =
                   Start-Day-Number - PPT-Days(PPT-Count)
               PERFORM Day-Number-To-Date
               MOVE DN-Date TO PPT-Prior-Start(PPT-Count)
           ELSE
               ADD 1 TO Bad-Dates-Count
           END-IF.

       Read-Day-Sales.
           OPEN INPUT DaySales.
           IF DaySalesFile-Present
               READ DaySales
                   AT END SET End-Of-Day-Sales TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Day-Sales
                   ADD 1 TO Ledger-Rows-Read
                   IF DS-Sale-Date > Last-Sale-Date
                       MOVE DS-Sale-Date TO Last-Sale-Date
                   END-IF
                   PERFORM VARYING PPT-Scan-Idx FROM 1 BY 1
                           UNTIL PPT-Scan-Idx > PPT-Count
                       IF PPT-Dates-Valid(PPT-Scan-Idx)
                           PERFORM Apply-One-Day-Row
                       END-IF
                   END-PERFORM
                   READ DaySales
                       AT END SET End-Of-Day-Sales TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DaySales
           END-IF.

      * Inside the promotion only the lines it actually priced count
      * as its sales; before it, every sale in its scope counts, so
      * the comparison is what the same shelf did at normal prices.
       Apply-One-Day-Row.
           IF DS-Promo-Id = PPT-Promo-Id(PPT-Scan-Idx)
              AND DS-Sale-Date >= PPT-Start-Date(PPT-Scan-Idx)
              AND DS-Sale-Date <= PPT-End-Date(PPT-Scan-Idx)
               ADD DS-Qty TO PPT-Promo-Qty(PPT-Scan-Idx)
               ADD DS-Sales-Value TO PPT-Promo-Value(PPT-Scan-Idx)
           ELSE
               IF DS-Sale-Date >= PPT-Prior-Start(PPT-Scan-Idx)
                  AND DS-Sale-Date < PPT-Start-Date(PPT-Scan-Idx)
                   PERFORM Check-Promo-Scope
                   IF Promo-In-Scope
                       ADD DS-Qty TO PPT-Prior-Qty(PPT-Scan-Idx)
                       ADD DS-Sales-Value
                         TO PPT-Prior-Value(PPT-Scan-Idx)
                   END-IF
               END-IF
           END-IF.

       Check-Promo-Scope.
           MOVE "N" TO Promo-In-Scope-Sw.
           IF (PPT-Oil-Num(PPT-Scan-Idx) = DS-Oil-Num
               OR (PPT-Oil-Num(PPT-Scan-Idx) = 0
                   AND PPT-Oil-Category(PPT-Scan-Idx)
                       = DS-Oil-Category))
              AND (PPT-Unit-Size(PPT-Scan-Idx) = DS-Unit-Size
                   OR PPT-Unit-Size(PPT-Scan-Idx) = 0)
               SET Promo-In-Scope TO TRUE
           END-IF.

       Print-Promo-Report.
           OPEN OUTPUT PromoReport.
           WRITE Promo-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Promo-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           MOVE Ledger-Rows-Read TO LL-Rows.
           MOVE Last-Sale-Date TO LL-Last-Date.
           WRITE Promo-Line FROM Ledger-Line
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING PPT-Scan-Idx FROM 1 BY 1
                   UNTIL PPT-Scan-Idx > PPT-Count
               PERFORM Print-One-Promotion
           END-PERFORM.
           MOVE PPT-Count TO PT-Count.
           WRITE Promo-Line FROM Promo-Total-Line
            AFTER ADVANCING 3 LINES.
           MOVE Bad-Dates-Count TO BT-Count.
           WRITE Promo-Line FROM Bad-Total-Line
            AFTER ADVANCING 1 LINE.
           CLOSE PromoReport.

       Print-One-Promotion.
           MOVE PPT-Promo-Id(PPT-Scan-Idx) TO PH-Promo-Id.
           MOVE PPT-Desc(PPT-Scan-Idx) TO PH-Desc.
           IF PPT-Oil-Num(PPT-Scan-Idx) = ZERO
               MOVE " CAT " TO PH-Scope-Caption
               MOVE PPT-Oil-Category(PPT-Scan-Idx) TO PH-Scope
           ELSE
               MOVE " OIL " TO PH-Scope-Caption
               MOVE PPT-Oil-Num(PPT-Scan-Idx) TO PH-Scope
           END-IF.
           IF PPT-Unit-Size(PPT-Scan-Idx) = ZERO
               MOVE "ALL" TO PH-Size
           ELSE
               MOVE PPT-Unit-Size(PPT-Scan-Idx) TO PH-Size
           END-IF.
           MOVE PPT-Days(PPT-Scan-Idx) TO PH-Days.
           WRITE Promo-Line FROM Promo-Heading
            AFTER ADVANCING 3 LINES.
           IF NOT PPT-Dates-Valid(PPT-Scan-Idx)
               WRITE Promo-Line FROM Bad-Dates-Line
                AFTER ADVANCING 1 LINE
           ELSE
               PERFORM Print-Promotion-Periods
           END-IF.

       Print-Promotion-Periods.
           WRITE Promo-Line FROM Period-Topic
            AFTER ADVANCING 1 LINE.
           MOVE "PROMOTION" TO PD-Caption.
           MOVE PPT-Start-Date(PPT-Scan-Idx) TO PD-From.
           MOVE PPT-End-Date(PPT-Scan-Idx) TO PD-To.
           MOVE PPT-Promo-Qty(PPT-Scan-Idx) TO PD-Qty.
           MOVE PPT-Promo-Value(PPT-Scan-Idx) TO PD-Value.
           WRITE Promo-Line FROM Period-Detail
            AFTER ADVANCING 1 LINE.
           MOVE "PRIOR" TO PD-Caption.
           MOVE PPT-Prior-Start(PPT-Scan-Idx) TO PD-From.
           MOVE PPT-Start-Date(PPT-Scan-Idx) TO DN-Date.
           PERFORM Date-To-Day-Number.
           SUBTRACT 1 FROM DN-Day-Number.
           PERFORM Day-Number-To-Date.
           MOVE DN-Date TO PD-To.
           MOVE PPT-Prior-Qty(PPT-Scan-Idx) TO PD-Qty.
           MOVE PPT-Prior-Value(PPT-Scan-Idx) TO PD-Value.
           WRITE Promo-Line FROM Period-Detail
            AFTER ADVANCING 1 LINE.
      * The percentage is the change in units; with nothing sold
      * before there is nothing to take a percentage of.
           COMPUTE Change-Qty = PPT-Promo-Qty(PPT-Scan-Idx)
               - PPT-Prior-Qty(PPT-Scan-Idx).
           COMPUTE Change-Value = PPT-Promo-Value(PPT-Scan-Idx)
               - PPT-Prior-Value(PPT-Scan-Idx).
           MOVE Change-Qty TO CD-Qty.
           MOVE Change-Value TO CD-Value.
           IF PPT-Prior-Qty(PPT-Scan-Idx) > ZERO
               COMPUTE Change-Pct ROUNDED =
                   Change-Qty * 100 / PPT-Prior-Qty(PPT-Scan-Idx)
                   ON SIZE ERROR MOVE 99999.9 TO Change-Pct
               END-COMPUTE
               MOVE Change-Pct TO CD-Pct
               MOVE "% UNITS" TO CD-Pct-Sign
           ELSE
               MOVE ZERO TO CD-Pct
               MOVE " NO BASE" TO CD-Pct-Sign
           END-IF.
           WRITE Promo-Line FROM Change-Detail
            AFTER ADVANCING 1 LINE.
           IF PPT-End-Date(PPT-Scan-Idx) > Last-Sale-Date
               WRITE Promo-Line FROM Running-Warning-Line
                AFTER ADVANCING 1 LINE
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

       END PROGRAM PROMPERF.
