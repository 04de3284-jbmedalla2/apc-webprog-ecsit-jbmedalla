      *          present, can override a currency's compiled-in rate
      *          without a recompile - the same optional-control-file
      *          idiom AromaSalesRpt01.cbl uses for OILPRICE.DAT.
      *          Each amount may carry the date it is to be converted
      *          at; the rate used is the one in force on that date
      *          (the run date when none is given) from the rate
      *          history RATEHIST.DAT, falling back to the current
      *          rate for a currency the history does not cover.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Rates-Status.

           SELECT RateHistory ASSIGN TO "RATEHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RateHist-Status.

           SELECT ConvertReport ASSIGN TO "CONVERT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           88 End-Of-Convert-File   VALUE HIGH-VALUES.
        02  CV-CurrencyCode          PIC X(4).
        02  CV-Amount                PIC 9(7)V99.
        02  CV-Rate-Date             PIC 9(8).

       FD RatesFile.
       01 Rate-Rec.
        02  RT-CurrencyCode          PIC X(4).
        02  RT-Rate                  PIC 9(3)V9(6).

       FD RateHistory.
       01 Rate-History-Rec.
           88 End-Of-Rate-History   VALUE HIGH-VALUES.
        02  RH-CurrencyCode          PIC X(4).
        02  RH-Eff-Date              PIC 9(8).
        02  RH-Rate                  PIC 9(3)V9(6).

       FD ConvertReport.
       01 Print-Line                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-Rates-Status           PIC XX.
           88 RatesFile-Present      VALUE "00".
       01  WS-RateHist-Status        PIC XX.
           88 RateHistFile-Present   VALUE "00".
       01  Run-Date                  PIC 9(8) VALUE ZERO.

       01  Report-Heading-Line       PIC X(30)
            VALUE "     CURRENCY CONVERSION RUN".
        02  FILLER                  PIC X(12) VALUE "AMOUNT".
        02  FILLER                  PIC X(12) VALUE "RATE".
        02  FILLER                  PIC X(12) VALUE "EUROS".
        02  FILLER                  PIC X(10) VALUE "RATE DATE".

       01  Convert-Detail-Line.
        02  CD-CurrencyCode          PIC X(4).
        02  CD-Rate                  PIC ZZ9.999999.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  CD-Euros                 PIC Z,ZZZ,ZZ9.99.
        02  FILLER                   PIC X(2) VALUE SPACES.
        02  CD-Rate-Date             PIC 9(8).
        02  CD-Rate-Date-X REDEFINES CD-Rate-Date
                                     PIC X(8).

       01  Unknown-Currency-Line.
        02  FILLER                   PIC X(11) VALUE
       01  Currency-Rate-Count       PIC 99 VALUE ZERO.
       01  Rate-Found-Sw             PIC X  VALUE "N".
           88 Rate-Found             VALUE "Y".
       01  Rate-Found-Idx            PIC 99 VALUE ZERO.

      * Dated rates - the rate in force on a date is the row with the
      * latest effective date not after it.
       01  Rate-History-Table.
        02  RHT-Entry OCCURS 5000 TIMES.
         03 RHT-CurrencyCode        PIC X(4).
         03 RHT-Eff-Date            PIC 9(8).
         03 RHT-Rate                PIC 9(3)V9(6).
       01  RHT-Count                 PIC 9(4) VALUE ZERO.
       01  RHT-Scan-Idx              PIC 9(4) VALUE ZERO.
       01  History-Overflow-Sw       PIC X  VALUE "N".
           88 History-Overflow       VALUE "Y".
       01  Rate-Lookup-Date          PIC 9(8) VALUE ZERO.
       01  In-Force-Found-Sw         PIC X  VALUE "N".
           88 In-Force-Found         VALUE "Y".
       01  In-Force-Date             PIC 9(8) VALUE ZERO.
       01  In-Force-Rate             PIC 9(3)V9(6) VALUE ZERO.

       01  This-Euro-Amount          PIC 9(7)V99 VALUE ZERO.

       MAIN-PROCEDURE.
           PERFORM Load-Default-Rates.
           PERFORM Load-Rate-Overrides.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Rate-History.
           IF History-Overflow
               DISPLAY "CURCONV1: RATEHIST.DAT EXCEEDS THE RATE "
                   "HISTORY TABLE - RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ConvertFile.
           OPEN OUTPUT ConvertReport.
       Apply-Rate-Override.
           PERFORM Find-Currency-Rate.
           IF Rate-Found
               MOVE RT-Rate TO CRT-Rate(Rate-Found-Idx)
           ELSE
               IF Currency-Rate-Count < 10
                   ADD 1 TO Currency-Rate-Count
               END-IF
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

       Print-Report-Heading.
           WRITE Print-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
            AFTER ADVANCING 3 LINES.

       Process-One-Conversion.
           IF CV-Rate-Date IS NUMERIC AND CV-Rate-Date > ZERO
               MOVE CV-Rate-Date TO Rate-Lookup-Date
           ELSE
               MOVE Run-Date TO Rate-Lookup-Date
           END-IF.
           MOVE CV-CurrencyCode TO RT-CurrencyCode.
           PERFORM Find-Rate-In-Force.
           IF In-Force-Found
               MOVE "Y" TO Rate-Found-Sw
           ELSE
               PERFORM Find-Currency-Rate
               IF Rate-Found
                   MOVE CRT-Rate(Rate-Found-Idx) TO In-Force-Rate
               END-IF
           END-IF.
           IF Rate-Found
               COMPUTE This-Euro-Amount ROUNDED =
                   CV-Amount / In-Force-Rate
               MOVE CV-CurrencyCode TO CD-CurrencyCode
               MOVE CV-Amount TO CD-Amount
               MOVE In-Force-Rate TO CD-Rate
               MOVE This-Euro-Amount TO CD-Euros
               IF In-Force-Found
                   MOVE In-Force-Date TO CD-Rate-Date
               ELSE
                   MOVE "CURRENT" TO CD-Rate-Date-X
               END-IF
               WRITE Print-Line FROM Convert-Detail-Line
                AFTER ADVANCING 1 LINE
           ELSE
                AFTER ADVANCING 1 LINE
           END-IF.

      * Rate-Idx has already stepped one past the match by the time
      * the loop tests Rate-Found, so the match is kept separately.
       Find-Currency-Rate.
           MOVE "N" TO Rate-Found-Sw.
           MOVE ZERO TO Rate-Found-Idx.
           PERFORM VARYING Rate-Idx FROM 1 BY 1
                   UNTIL Rate-Idx > Currency-Rate-Count OR Rate-Found
               IF CRT-CurrencyCode(Rate-Idx) = RT-CurrencyCode
                   MOVE "Y" TO Rate-Found-Sw
                   SET Rate-Found-Idx TO Rate-Idx
               END-IF
           END-PERFORM.

      * The latest history row for the currency effective on or before
      * Rate-Lookup-Date; of two rows for the same date the later one
      * on file stands, as a reload of that day supersedes it.
       Find-Rate-In-Force.
           MOVE "N" TO In-Force-Found-Sw.
           MOVE ZERO TO In-Force-Date.
           PERFORM VARYING RHT-Scan-Idx FROM 1 BY 1
                   UNTIL RHT-Scan-Idx > RHT-Count
               IF RHT-CurrencyCode(RHT-Scan-Idx) = RT-CurrencyCode
                  AND RHT-Eff-Date(RHT-Scan-Idx) NOT > Rate-Lookup-Date
                  AND RHT-Eff-Date(RHT-Scan-Idx) NOT < In-Force-Date
                   MOVE "Y" TO In-Force-Found-Sw
                   MOVE RHT-Eff-Date(RHT-Scan-Idx) TO In-Force-Date
                   MOVE RHT-Rate(RHT-Scan-Idx) TO In-Force-Rate
               END-IF
           END-PERFORM.

