      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily exchange-rate load from the bank's rate feed.
      *          FXFEED.DAT carries one or more days, each an H header
      *          (the date the rates are effective from and the
      *          feed's source), D rows of currency code and rate
      *          (foreign units per EUR, the CURRATES.DAT convention)
      *          and a record-count T trailer - a day whose count does
      *          not prove is rejected whole. Every accepted rate is
      *          appended to the rate history RATEHIST.DAT with its
      *          effective date; a second rate for the same currency
      *          and date supersedes the first. RATELOAD.RPT lists
      *          each rate against the one in force the day before.
      *          CURRATES.DAT and RATES.DAT are then both rebuilt from
      *          the history as the rate in force today, so the two
      *          current-rate files can no longer drift apart. The
      *          feed is archived to a dated FXFEED-HIST file and
      *          cleared.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FxFeed ASSIGN TO "FXFEED.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FxFeed-Status.

           SELECT FxFeedArchive ASSIGN TO Feed-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL.

      * One row per currency per effective date, appended - the rate
      * in force on a date is the row with the latest effective date
      * not after it.
           SELECT RateHistory ASSIGN TO "RATEHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RateHist-Status.

           SELECT CurrencyRates ASSIGN TO "CURRATES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CurRates-Status.

           SELECT RatesFile ASSIGN TO "RATES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Rates-Status.

           SELECT RateLoadReport ASSIGN TO "RATELOAD.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD FxFeed.
       01 Fx-Feed-Rec.
           88 End-Of-Fx-Feed          VALUE HIGH-VALUES.
        02 FF-Rec-Type                PIC X.
           88 Feed-Header             VALUE "H".
           88 Feed-Detail             VALUE "D".
           88 Feed-Trailer            VALUE "T".
        02 FF-Body                    PIC X(20).
        02 FF-Header REDEFINES FF-Body.
         03 FFH-Rate-Date             PIC 9(8).
         03 FFH-Source                PIC X(12).
        02 FF-Detail REDEFINES FF-Body.
         03 FFD-CurrencyCode          PIC X(4).
         03 FFD-Rate                  PIC 9(3)V9(6).
         03 FILLER                    PIC X(7).
        02 FF-Trailer REDEFINES FF-Body.
         03 FFT-Count                 PIC 9(5).
         03 FILLER                    PIC X(15).

       FD FxFeedArchive.
       01 Fx-Feed-Archive-Rec         PIC X(21).

       FD RateHistory.
       01 Rate-History-Rec.
           88 End-Of-Rate-History     VALUE HIGH-VALUES.
        02 RH-CurrencyCode            PIC X(4).
        02 RH-Eff-Date                PIC 9(8).
        02 RH-Rate                    PIC 9(3)V9(6).

       FD CurrencyRates.
       01 Currency-Rate-Rec.
           88 End-Of-CurRates         VALUE HIGH-VALUES.
        02 CR-CurrencyCode            PIC X(4).
        02 CR-Rate                    PIC 9(3)V9(6).

       FD RatesFile.
       01 Rate-Rec.
           88 End-Of-Rates            VALUE HIGH-VALUES.
        02 RT-CurrencyCode            PIC X(4).
        02 RT-Rate                    PIC 9(3)V9(6).

       FD RateLoadReport.
       01 Rate-Load-Line              PIC X(80).

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

       01  WS-FxFeed-Status           PIC XX.
           88 FxFeedFile-Present      VALUE "00".
       01  WS-RateHist-Status         PIC XX.
           88 RateHistFile-Present    VALUE "00".
       01  WS-CurRates-Status         PIC XX.
           88 CurRates-Present        VALUE "00".
       01  WS-Rates-Status            PIC XX.
           88 Rates-Present           VALUE "00".
       01  Feed-Hist-File-Name        PIC X(35).
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Time                   PIC 9(8) VALUE ZERO.

      * The whole history, plus each rate this run adds, so a day
      * loaded after another in the same feed sees it as prior.
       01  Rate-History-Table.
        02  RHT-Entry OCCURS 5000 TIMES.
         03 RHT-CurrencyCode          PIC X(4).
         03 RHT-Eff-Date              PIC 9(8).
         03 RHT-Rate                  PIC 9(3)V9(6).
       01  RHT-Count                  PIC 9(4) VALUE ZERO.
       01  RHT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  History-Overflow-Sw        PIC X VALUE "N".
           88 History-Overflow        VALUE "Y".

      * The current rate per currency: what CURRATES.DAT and
      * RATES.DAT carried, overlaid by the history in force today.
       01  Current-Rate-Table.
        02  CUR-Entry OCCURS 100 TIMES.
         03 CUR-CurrencyCode          PIC X(4).
         03 CUR-Rate                  PIC 9(3)V9(6).
         03 CUR-Eff-Date              PIC 9(8).
       01  CUR-Count                  PIC 9(3) VALUE ZERO.
       01  CUR-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  CUR-Found-Idx              PIC 9(3) VALUE ZERO.
       01  CUR-Found-Sw               PIC X VALUE "N".
           88 CUR-Found               VALUE "Y".
       01  Cur-Lookup-Code            PIC X(4).
       01  Cur-Lookup-Rate            PIC 9(3)V9(6).
       01  Cur-Lookup-Date            PIC 9(8).

      * One verdict per day on the feed, proved in a pre-pass.
       01  Feed-Verdict-Table.
        02  FVT-Entry OCCURS 31 TIMES.
         03 FVT-Rate-Date             PIC 9(8).
         03 FVT-Good-Sw               PIC X.
         03 FVT-Count                 PIC 9(5).
       01  FVT-Count-Items            PIC 99 VALUE ZERO.
       01  Feed-Seq                   PIC 99 VALUE ZERO.
       01  Feed-Overflow-Sw           PIC X VALUE "N".
           88 Feed-Overflow           VALUE "Y".
       01  Prove-Rec-Count            PIC 9(5) VALUE ZERO.
       01  Prove-Rate-Date            PIC 9(8) VALUE ZERO.
       01  Prove-Trailer-Count        PIC 9(5) VALUE ZERO.
       01  Prove-Open-Sw              PIC X VALUE "N".
           88 Prove-Day-Open          VALUE "Y".
       01  Current-Day-Good-Sw        PIC X VALUE "N".
           88 Current-Day-Good        VALUE "Y".
       01  Current-Rate-Date          PIC 9(8) VALUE ZERO.
       01  Feed-On-File-Sw            PIC X VALUE "N".
           88 Feed-On-File            VALUE "Y".

       01  Prior-Found-Sw             PIC X VALUE "N".
           88 Prior-Found             VALUE "Y".
       01  Prior-Rate                 PIC 9(3)V9(6) VALUE ZERO.
       01  Prior-Best-Date            PIC 9(8) VALUE ZERO.
       01  Same-Day-Sw                PIC X VALUE "N".
           88 Same-Day-Rate           VALUE "Y".
       01  Rate-Change-Pct            PIC S9(3)V99 VALUE ZERO.

       01  Days-Loaded-Count          PIC 99 VALUE ZERO.
       01  Days-Rejected-Count        PIC 99 VALUE ZERO.
       01  Rates-Loaded-Count         PIC 9(5) VALUE ZERO.
       01  Rates-Rejected-Count       PIC 9(5) VALUE ZERO.

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

       01  Load-Heading.
        02  FILLER                   PIC X(26) VALUE
             "EXCHANGE RATE FEED LOAD -".
        02  LH-Run-Date              PIC 9(8).

       01  Day-Heading.
        02  FILLER                   PIC X(17) VALUE
             "RATES EFFECTIVE ".
        02  DH-Rate-Date             PIC 9(8).
        02  FILLER                   PIC X(9)  VALUE "  SOURCE ".
        02  DH-Source                PIC X(12).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  DH-Verdict               PIC X(28).

       01  Rate-Column-Heading.
        02  FILLER                   PIC X(8)  VALUE "CCY".
        02  FILLER                   PIC X(12) VALUE "NEW RATE".
        02  FILLER                   PIC X(12) VALUE "PRIOR RATE".
        02  FILLER                   PIC X(10) VALUE "CHANGE %".
        02  FILLER                   PIC X(20) VALUE "NOTE".

       01  Rate-Detail-Line.
        02  RD-CurrencyCode          PIC X(4).
        02  FILLER                   PIC X(3)  VALUE SPACES.
        02  RD-New-Rate              PIC ZZ9.9(6).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  RD-Prior-Rate            PIC ZZ9.9(6).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  RD-Change-Pct            PIC ---9.99.
        02  FILLER                   PIC X(3)  VALUE SPACES.
        02  RD-Note                  PIC X(30).

       01  Load-Total-Line.
        02  FILLER                   PIC X(14) VALUE "DAYS LOADED : ".
        02  LT-Days-Loaded           PIC Z9.
        02  FILLER                   PIC X(14) VALUE "   REJECTED : ".
        02  LT-Days-Rejected         PIC Z9.
        02  FILLER                   PIC X(10) VALUE "   RATES: ".
        02  LT-Rates-Loaded          PIC ZZZZ9.
        02  FILLER                   PIC X(14) VALUE "   REJECTED : ".
        02  LT-Rates-Rejected        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "RATELOAD: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Prove-Feed-Days THRU Prove-Feed-Days-Exit.
           IF NOT Feed-On-File
               DISPLAY "RATELOAD: FXFEED.DAT MISSING, EMPTY OR NOT IN "
                   "H/D/T FORM - NOTHING LOADED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           IF Feed-Overflow
               DISPLAY "RATELOAD: FXFEED.DAT CARRIES MORE DAYS THAN "
                   "THE FEED TABLE - RUN ABORTED, NOTHING LOADED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.
           PERFORM Load-Current-Rates.
           PERFORM Load-Rate-History.
           IF History-Overflow
               DISPLAY "RATELOAD: RATEHIST.DAT EXCEEDS THE HISTORY "
                   "TABLE - RUN ABORTED, NOTHING LOADED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.

           OPEN OUTPUT RateLoadReport.
           MOVE Run-Date TO LH-Run-Date.
           WRITE Rate-Load-Line FROM Load-Heading
            AFTER ADVANCING 1 LINE.
           PERFORM Apply-Feed.
           MOVE Days-Loaded-Count TO LT-Days-Loaded.
           MOVE Days-Rejected-Count TO LT-Days-Rejected.
           MOVE Rates-Loaded-Count TO LT-Rates-Loaded.
           MOVE Rates-Rejected-Count TO LT-Rates-Rejected.
           WRITE Rate-Load-Line FROM Load-Total-Line
            AFTER ADVANCING 3 LINES.
           CLOSE RateLoadReport.

           IF Rates-Loaded-Count > ZERO
               PERFORM Rebuild-Current-Rates
           END-IF.
           PERFORM Archive-Feed.

           DISPLAY "RATELOAD: " Rates-Loaded-Count " RATE(S) LOADED, "
               Rates-Rejected-Count " REJECTED, " Days-Rejected-Count
               " DAY(S) REJECTED".
           IF Days-Rejected-Count > ZERO
              OR Rates-Rejected-Count > ZERO
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
           ACCEPT Lock-Time-Work FROM TIME.
           OPEN OUTPUT RunLock.
           MOVE "RATELOAD" TO RLK-Job-Name.
           MOVE SPACES TO RLK-Operator.
           MOVE Run-Date TO RLK-Date.
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

      * Each H opens a day; its T must carry the count of D rows in
      * between and the H a real date, or the whole day is rejected.
       Prove-Feed-Days.
           MOVE "N" TO Feed-On-File-Sw.
           OPEN INPUT FxFeed.
           IF NOT FxFeedFile-Present
               GO TO Prove-Feed-Days-Exit
           END-IF.
           MOVE SPACES TO Fx-Feed-Rec.
           READ FxFeed
               AT END SET End-Of-Fx-Feed TO TRUE
           END-READ.
           IF End-Of-Fx-Feed OR NOT Feed-Header
               GO TO Prove-Feed-Days-Close
           END-IF.
           SET Feed-On-File TO TRUE.
           PERFORM UNTIL End-Of-Fx-Feed
               EVALUATE TRUE
                   WHEN Feed-Header
                       IF Prove-Day-Open
                           MOVE 99999 TO Prove-Trailer-Count
                           PERFORM Judge-One-Feed-Day
                       END-IF
                       SET Prove-Day-Open TO TRUE
                       MOVE ZERO TO Prove-Rec-Count
                       IF FFH-Rate-Date IS NUMERIC
                           MOVE FFH-Rate-Date TO Prove-Rate-Date
                       ELSE
                           MOVE ZERO TO Prove-Rate-Date
                       END-IF
                   WHEN Feed-Detail
                       ADD 1 TO Prove-Rec-Count
                   WHEN Feed-Trailer
                       IF FFT-Count IS NUMERIC
                           MOVE FFT-Count TO Prove-Trailer-Count
                       ELSE
                           MOVE 99999 TO Prove-Trailer-Count
                       END-IF
                       IF Prove-Day-Open
                           PERFORM Judge-One-Feed-Day
                       END-IF
                       MOVE "N" TO Prove-Open-Sw
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES TO Fx-Feed-Rec
               READ FxFeed
                   AT END SET End-Of-Fx-Feed TO TRUE
               END-READ
           END-PERFORM.
           IF Prove-Day-Open
               MOVE 99999 TO Prove-Trailer-Count
               PERFORM Judge-One-Feed-Day
           END-IF.

       Prove-Feed-Days-Close.
           CLOSE FxFeed.

       Prove-Feed-Days-Exit.
           EXIT.

       Judge-One-Feed-Day.
           IF FVT-Count-Items >= 31
               SET Feed-Overflow TO TRUE
           ELSE
               ADD 1 TO FVT-Count-Items
               MOVE Prove-Rate-Date TO FVT-Rate-Date(FVT-Count-Items)
               MOVE Prove-Rec-Count TO FVT-Count(FVT-Count-Items)
               MOVE "N" TO FVT-Good-Sw(FVT-Count-Items)
               MOVE Prove-Rate-Date TO DN-Date
               PERFORM Date-To-Day-Number
               IF Prove-Trailer-Count = Prove-Rec-Count
                  AND DN-Day-Number > ZERO
                   MOVE "Y" TO FVT-Good-Sw(FVT-Count-Items)
               END-IF
           END-IF.

      * RATES.DAT first, CURRATES.DAT over it - the rebuilt files
      * keep any currency either carried that the history does not.
       Load-Current-Rates.
           OPEN INPUT RatesFile.
           IF Rates-Present
               READ RatesFile
                   AT END SET End-Of-Rates TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Rates
                   MOVE RT-CurrencyCode TO Cur-Lookup-Code
                   MOVE RT-Rate TO Cur-Lookup-Rate
                   MOVE ZERO TO Cur-Lookup-Date
                   PERFORM Set-Current-Rate
                   READ RatesFile
                       AT END SET End-Of-Rates TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RatesFile
           END-IF.
           OPEN INPUT CurrencyRates.
           IF CurRates-Present
               READ CurrencyRates
                   AT END SET End-Of-CurRates TO TRUE
               END-READ
               PERFORM UNTIL End-Of-CurRates
                   MOVE CR-CurrencyCode TO Cur-Lookup-Code
                   MOVE CR-Rate TO Cur-Lookup-Rate
                   MOVE ZERO TO Cur-Lookup-Date
                   PERFORM Set-Current-Rate
                   READ CurrencyRates
                       AT END SET End-Of-CurRates TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CurrencyRates
           END-IF.

      * A rate replaces the current one when it is effective no
      * earlier - the later row on file wins a tie.
       Set-Current-Rate.
           MOVE "N" TO CUR-Found-Sw.
           MOVE ZERO TO CUR-Found-Idx.
           PERFORM VARYING CUR-Scan-Idx FROM 1 BY 1
                   UNTIL CUR-Scan-Idx > CUR-Count OR CUR-Found
               IF CUR-CurrencyCode(CUR-Scan-Idx) = Cur-Lookup-Code
                   MOVE "Y" TO CUR-Found-Sw
                   MOVE CUR-Scan-Idx TO CUR-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT CUR-Found AND CUR-Count < 100
               ADD 1 TO CUR-Count
               MOVE CUR-Count TO CUR-Found-Idx
               MOVE Cur-Lookup-Code TO CUR-CurrencyCode(CUR-Count)
               MOVE ZERO TO CUR-Eff-Date(CUR-Count)
               MOVE Cur-Lookup-Rate TO CUR-Rate(CUR-Count)
           END-IF.
           IF CUR-Found-Idx >= 1
               IF Cur-Lookup-Date NOT < CUR-Eff-Date(CUR-Found-Idx)
                   MOVE Cur-Lookup-Rate TO CUR-Rate(CUR-Found-Idx)
                   MOVE Cur-Lookup-Date
                     TO CUR-Eff-Date(CUR-Found-Idx)
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

       Apply-Feed.
           OPEN EXTEND RateHistory.
           IF WS-RateHist-Status NOT = "00"
               OPEN OUTPUT RateHistory
           END-IF.
           OPEN INPUT FxFeed.
           MOVE ZERO TO Feed-Seq.
           MOVE "N" TO Current-Day-Good-Sw.
           MOVE SPACES TO Fx-Feed-Rec.
           READ FxFeed
               AT END SET End-Of-Fx-Feed TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Fx-Feed
               EVALUATE TRUE
                   WHEN Feed-Header
                       PERFORM Start-Feed-Day
                   WHEN Feed-Detail
                       IF Current-Day-Good
                           PERFORM Load-One-Rate
                               THRU Load-One-Rate-Exit
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES TO Fx-Feed-Rec
               READ FxFeed
                   AT END SET End-Of-Fx-Feed TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FxFeed.
           CLOSE RateHistory.

       Start-Feed-Day.
           ADD 1 TO Feed-Seq.
           MOVE FVT-Rate-Date(Feed-Seq) TO Current-Rate-Date.
           MOVE FVT-Rate-Date(Feed-Seq) TO DH-Rate-Date.
           MOVE FFH-Source TO DH-Source.
           IF FVT-Good-Sw(Feed-Seq) = "Y"
               SET Current-Day-Good TO TRUE
               ADD 1 TO Days-Loaded-Count
               MOVE SPACES TO DH-Verdict
           ELSE
               MOVE "N" TO Current-Day-Good-Sw
               ADD 1 TO Days-Rejected-Count
               MOVE "REJECTED - DOES NOT PROVE" TO DH-Verdict
           END-IF.
           WRITE Rate-Load-Line FROM Day-Heading
            AFTER ADVANCING 2 LINES.
           IF Current-Day-Good
               WRITE Rate-Load-Line FROM Rate-Column-Heading
                AFTER ADVANCING 1 LINE
           END-IF.

       Load-One-Rate.
           MOVE FFD-CurrencyCode TO RD-CurrencyCode.
           MOVE ZERO TO RD-New-Rate.
           MOVE ZERO TO RD-Prior-Rate.
           MOVE ZERO TO RD-Change-Pct.
           IF FFD-CurrencyCode = SPACES
              OR FFD-Rate IS NOT NUMERIC
               MOVE "REJECTED - BAD CODE OR RATE" TO RD-Note
               PERFORM Reject-One-Rate
               GO TO Load-One-Rate-Exit
           END-IF.
           IF FFD-Rate = ZERO
               MOVE "REJECTED - ZERO RATE" TO RD-Note
               PERFORM Reject-One-Rate
               GO TO Load-One-Rate-Exit
           END-IF.
           IF RHT-Count >= 5000
               SET History-Overflow TO TRUE
               MOVE "REJECTED - HISTORY TABLE FULL" TO RD-Note
               PERFORM Reject-One-Rate
               GO TO Load-One-Rate-Exit
           END-IF.
           PERFORM Find-Prior-Rate.
           MOVE SPACES TO RD-Note.
           IF Prior-Found
               MOVE Prior-Rate TO RD-Prior-Rate
               COMPUTE Rate-Change-Pct ROUNDED =
                   (FFD-Rate - Prior-Rate) * 100 / Prior-Rate
                   ON SIZE ERROR
                       MOVE 999.99 TO Rate-Change-Pct
               END-COMPUTE
               MOVE Rate-Change-Pct TO RD-Change-Pct
           ELSE
               MOVE "NEW CURRENCY" TO RD-Note
           END-IF.
           IF Same-Day-Rate
               MOVE "REPLACES RATE FOR THE SAME DAY" TO RD-Note
           END-IF.
           MOVE FFD-CurrencyCode TO RH-CurrencyCode.
           MOVE Current-Rate-Date TO RH-Eff-Date.
           MOVE FFD-Rate TO RH-Rate.
           WRITE Rate-History-Rec.
           ADD 1 TO RHT-Count.
           MOVE FFD-CurrencyCode TO RHT-CurrencyCode(RHT-Count).
           MOVE Current-Rate-Date TO RHT-Eff-Date(RHT-Count).
           MOVE FFD-Rate TO RHT-Rate(RHT-Count).
           ADD 1 TO Rates-Loaded-Count.
           MOVE FFD-Rate TO RD-New-Rate.
           WRITE Rate-Load-Line FROM Rate-Detail-Line
            AFTER ADVANCING 1 LINE.

       Load-One-Rate-Exit.
           EXIT.

       Reject-One-Rate.
           ADD 1 TO Rates-Rejected-Count.
           WRITE Rate-Load-Line FROM Rate-Detail-Line
            AFTER ADVANCING 1 LINE.

      * The rate in force the day before this one's effective date -
      * the latest earlier row, the later row on file winning a tie.
      * A row already there for the same date is noted as replaced.
       Find-Prior-Rate.
           MOVE "N" TO Prior-Found-Sw.
           MOVE "N" TO Same-Day-Sw.
           MOVE ZERO TO Prior-Best-Date.
           PERFORM VARYING RHT-Scan-Idx FROM 1 BY 1
                   UNTIL RHT-Scan-Idx > RHT-Count
               IF RHT-CurrencyCode(RHT-Scan-Idx) = FFD-CurrencyCode
                   IF RHT-Eff-Date(RHT-Scan-Idx) < Current-Rate-Date
                      AND RHT-Eff-Date(RHT-Scan-Idx)
                          NOT < Prior-Best-Date
                       MOVE "Y" TO Prior-Found-Sw
                       MOVE RHT-Eff-Date(RHT-Scan-Idx)
                         TO Prior-Best-Date
                       MOVE RHT-Rate(RHT-Scan-Idx) TO Prior-Rate
                   END-IF
                   IF RHT-Eff-Date(RHT-Scan-Idx) = Current-Rate-Date
                       MOVE "Y" TO Same-Day-Sw
                   END-IF
               END-IF
           END-PERFORM.

      * The history in force today over what the two files carried,
      * written out identically to both. A rate loaded ahead of its
      * effective date waits in the history until that day.
       Rebuild-Current-Rates.
           PERFORM VARYING RHT-Scan-Idx FROM 1 BY 1
                   UNTIL RHT-Scan-Idx > RHT-Count
               IF RHT-Eff-Date(RHT-Scan-Idx) NOT > Run-Date
                   MOVE RHT-CurrencyCode(RHT-Scan-Idx)
                     TO Cur-Lookup-Code
                   MOVE RHT-Rate(RHT-Scan-Idx) TO Cur-Lookup-Rate
                   MOVE RHT-Eff-Date(RHT-Scan-Idx) TO Cur-Lookup-Date
                   PERFORM Set-Current-Rate
               END-IF
           END-PERFORM.
           OPEN OUTPUT CurrencyRates.
           OPEN OUTPUT RatesFile.
           PERFORM VARYING CUR-Scan-Idx FROM 1 BY 1
                   UNTIL CUR-Scan-Idx > CUR-Count
               MOVE CUR-CurrencyCode(CUR-Scan-Idx) TO CR-CurrencyCode
               MOVE CUR-Rate(CUR-Scan-Idx) TO CR-Rate
               WRITE Currency-Rate-Rec
               MOVE CUR-CurrencyCode(CUR-Scan-Idx) TO RT-CurrencyCode
               MOVE CUR-Rate(CUR-Scan-Idx) TO RT-Rate
               WRITE Rate-Rec
           END-PERFORM.
           CLOSE CurrencyRates.
           CLOSE RatesFile.

       Archive-Feed.
           ACCEPT Run-Time FROM TIME.
           MOVE SPACES TO Feed-Hist-File-Name.
           STRING "FXFEED-HIST-" DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  Run-Time(1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO Feed-Hist-File-Name.
           OPEN OUTPUT FxFeedArchive.
           OPEN INPUT FxFeed.
      * The record area still holds the HIGH-VALUES end-of-file state
      * from the apply pass, so it is cleared before the first READ.
           MOVE SPACES TO Fx-Feed-Rec.
           IF FxFeedFile-Present
               READ FxFeed
                   AT END SET End-Of-Fx-Feed TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Fx-Feed
                   MOVE Fx-Feed-Rec TO Fx-Feed-Archive-Rec
                   WRITE Fx-Feed-Archive-Rec
                   READ FxFeed
                       AT END SET End-Of-Fx-Feed TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FxFeed
           END-IF.
           CLOSE FxFeedArchive.
           OPEN OUTPUT FxFeed.
           CLOSE FxFeed.

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

       END PROGRAM RATELOAD.
