      *          archive file(s) to reprint are named one per line on
      *          REPRINTLIST.DAT (pick them off ARCHLIST.DAT);
      *          REPRINT-PARM.DAT, when present, carries the period
      *          caption to print, and after it the date the original
      *          run was made. Each archived sale (the Sales-Rec
      *          layout, as archived) is re-priced through the same
      *          OILPRICE.DAT effective-date rules the live run uses
      *          and converted at the rate in force on its sale date
      *          on RATEHIST.DAT (an undated sale at the rate in force
      *          on the original run date, today when none is given)
      *          and sorted by customer, and the two outputs -
      *          REPRINT-SUMMARY.RPT and REPRINT-STATEMENTS.RPT - are
      *          watermarked REPRINT on every page. RESTART.DAT,
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CurrencyRates-Status.

           SELECT RateHistory ASSIGN TO "RATEHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RateHist-Status.

           SELECT SortReprint ASSIGN TO "REPRINT-SORT.TMP".

           SELECT ReprintSummary ASSIGN TO "REPRINT-SUMMARY.RPT"
       01 Reprint-List-Rec              PIC X(30).

       FD ReprintParm.
       01 Reprint-Parm-Rec.
        02 RPP-Period                   PIC X(20).
        02 RPP-Orig-Run-Date            PIC 9(8).

       FD OilPriceFile.
       01 Oil-Price-Rec.
        02 CR-CurrencyCode             PIC X(4).
        02 CR-Rate                     PIC 9(3)V9(6).

       FD RateHistory.
       01 Rate-History-Rec.
           88 End-Of-Rate-History      VALUE HIGH-VALUES.
        02 RH-CurrencyCode             PIC X(4).
        02 RH-Eff-Date                 PIC 9(8).
        02 RH-Rate                     PIC 9(3)V9(6).

       FD ReprintSummary.
       01 Summary-Line                  PIC X(80).

           88 CurrencyRatesFile-Present VALUE "00".
       01  CurrencyRates-Eof-Sw         PIC X VALUE "N".
           88 CurrencyRates-Eof         VALUE "Y".
       01  WS-RateHist-Status           PIC XX.
           88 RateHistFile-Present      VALUE "00".
       01  No-More-List-Files-Sw        PIC X VALUE "N".
           88 No-More-List-Files        VALUE "Y".
       01  Files-Reprinted              PIC 99 VALUE ZERO.

       01  Reprint-Period               PIC X(20) VALUE SPACES.
       01  Run-Date                     PIC 9(8) VALUE ZERO.
       01  Orig-Run-Date                PIC 9(8) VALUE ZERO.

      * The same compiled-in base prices, size bands and dated-price
      * handling the live run carries, so a reprint prices a sale the
           88 Currency-Rate-Found     VALUE "Y".
       01  Currency-Rate-Found-Idx    PIC 9(3) VALUE ZERO.

      * RATEHIST.DAT whole, as the live run loads it.
       01  Rate-History-Table.
        02  RHT-Entry OCCURS 5000 TIMES.
         03 RHT-CurrencyCode        PIC X(4).
         03 RHT-Eff-Date            PIC 9(8).
         03 RHT-Rate                PIC 9(3)V9(6).
       01  RHT-Count                  PIC 9(4) VALUE ZERO.
       01  RHT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  History-Overflow-Sw        PIC X    VALUE "N".
           88 History-Overflow        VALUE "Y".
       01  Rate-Lookup-Date           PIC 9(8) VALUE ZERO.
       01  In-Force-Found-Sw          PIC X    VALUE "N".
           88 In-Force-Found          VALUE "Y".
       01  In-Force-Date              PIC 9(8) VALUE ZERO.
       01  In-Force-Rate              PIC 9(3)V9(6) VALUE ZERO.

       01  Oil-Master-Table.
        02  OM-Entry OCCURS 30 TIMES INDEXED BY OM-Idx.
         03 OM-Oil-Desc               PIC X(20).
           PERFORM Load-Oil-Prices.
           PERFORM Load-Oil-Master.
           PERFORM Load-Currency-Rates.
           PERFORM Load-Rate-History.
           IF History-Overflow
               DISPLAY "RPRINT1: RATEHIST.DAT EXCEEDS THE RATE "
                   "HISTORY TABLE - RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ReprintList.
           IF NOT ReprintList-Present
           END-IF.
           GOBACK.

      * With no original run date on the parm the reprint's undated
      * sales convert at today's rate.
       Load-Reprint-Parm.
           MOVE Run-Date TO Orig-Run-Date.
           OPEN INPUT ReprintParm.
           IF ReprintParm-Present
               READ ReprintParm
                   AT END MOVE SPACES TO Reprint-Parm-Rec
               END-READ
               MOVE RPP-Period TO Reprint-Period
               IF RPP-Orig-Run-Date IS NUMERIC
                  AND RPP-Orig-Run-Date > ZERO
                   MOVE RPP-Orig-Run-Date TO Orig-Run-Date
               END-IF
               CLOSE ReprintParm
           END-IF.

               END-IF
           END-PERFORM.

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

      * The same lookup the live run makes - the latest history row
      * effective on or before Rate-Lookup-Date, the later row on file
      * standing where a day was reloaded, and the current-rate table
      * for a currency the history never carried.
       Find-Rate-In-Force.
           MOVE "N" TO In-Force-Found-Sw.
           MOVE ZERO TO In-Force-Date.
           PERFORM VARYING RHT-Scan-Idx FROM 1 BY 1
                   UNTIL RHT-Scan-Idx > RHT-Count
               IF RHT-CurrencyCode(RHT-Scan-Idx) = CR-CurrencyCode
                  AND RHT-Eff-Date(RHT-Scan-Idx) NOT > Rate-Lookup-Date
                  AND RHT-Eff-Date(RHT-Scan-Idx) NOT < In-Force-Date
                   MOVE "Y" TO In-Force-Found-Sw
                   MOVE RHT-Eff-Date(RHT-Scan-Idx) TO In-Force-Date
                   MOVE RHT-Rate(RHT-Scan-Idx) TO In-Force-Rate
               END-IF
           END-PERFORM.
           IF NOT In-Force-Found
               PERFORM Find-Currency-Rate
               IF Currency-Rate-Found
                   MOVE "Y" TO In-Force-Found-Sw
                   MOVE CRT-Rate(Currency-Rate-Found-Idx)
                     TO In-Force-Rate
               END-IF
           END-IF.

       Release-Archived-Sales.
           READ ReprintList
               AT END SET No-More-List-Files TO TRUE
               IF WF-Currency-Code NOT = SPACES
                  AND WF-Currency-Code NOT = Home-Currency-Code
                   MOVE WF-Currency-Code TO CR-CurrencyCode
                   IF Pricing-Sale-Date > ZERO
                       MOVE Pricing-Sale-Date TO Rate-Lookup-Date
                   ELSE
                       MOVE Orig-Run-Date TO Rate-Lookup-Date
                   END-IF
                   PERFORM Find-Rate-In-Force
                   IF In-Force-Found
                       COMPUTE WF-Sales-Value ROUNDED =
                           WF-Sales-Value / In-Force-Rate
                   END-IF
               END-IF
               IF Return-Work-Rec
