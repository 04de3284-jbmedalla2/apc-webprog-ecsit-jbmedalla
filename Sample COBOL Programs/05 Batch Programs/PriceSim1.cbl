      ******************************************************************
      * Author:
      * Date:
      * Purpose: Price-change impact - a what-if run ahead of a head
      *          office broadcast or a new dated OILPRICE.DAT row.
      *          PROPPRICE.DAT holds the proposed prices in the
      *          OILPRICE.DAT layout (a unit size of zero covering the
      *          whole oil; the effective date is not used - every
      *          proposed row is taken as in force across the period).
      *          PRICESIM-PARM.DAT names the period, from and to sale
      *          dates (zero leaves that end open), and the percentage
      *          rise worth warning a customer about (5.00 when not
      *          given). Every archive on ARCHLIST.DAT is read and each
      *          essential-oil sale dated in the period is priced
      *          twice, the way AROMRPT1 prices it - at today's prices
      *          (dated rows on the sale's own date, else the undated
      *          table) and with the proposed rows laid over them -
      *          each time through the customer's CONTRACT.DAT row,
      *          any PROMO.DAT promotion running on the sale date and
      *          the CURRATES.DAT conversion to EUR. PRICESIM.RPT shows
      *          the value before and after, and the difference, by
      *          oil, by customer and by branch, then lists the
      *          customers whose bill would rise by more than the set
      *          percentage. Nothing live is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCSIM1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesHist ASSIGN TO Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesHist-Status.

           SELECT ArchList ASSIGN TO "ARCHLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ArchList-Status.

           SELECT SimParm ASSIGN TO "PRICESIM-PARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SimParm-Status.

           SELECT ProposedPrices ASSIGN TO "PROPPRICE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PropPrice-Status.

           SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilPrice-Status.

           SELECT ContractPrices ASSIGN TO "CONTRACT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Contract-Status.

           SELECT Promotions ASSIGN TO "PROMO.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Promo-Status.

           SELECT OilMaster ASSIGN TO "OILMAST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilMaster-Status.

           SELECT CurrencyRates ASSIGN TO "CURRATES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CurrencyRates-Status.

           SELECT SimReport ASSIGN TO "PRICESIM.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The archived image of Sales-Rec, exactly as the archive step
      * wrote it.
       FD SalesHist.
       01 Sales-Hist-Rec.
           88 End-Of-Hist-File          VALUE HIGH-VALUES.
        02 SH2-Cust-Id                  PIC X(5).
        02 SH2-Cust-Name                PIC X(20).
        02 SH2-Oil-Id.
         03 SH2-Oil-Category            PIC X.
            88 Hist-Essential-Oil       VALUE "E".
         03 SH2-Oil-Name                PIC 99.
        02 SH2-Unit-Size                PIC 99.
        02 SH2-Units-Sold               PIC 999.
        02 SH2-Rep-Id                   PIC X(5).
        02 SH2-Currency-Code            PIC X(4).
        02 SH2-Sale-Date                PIC 9(8).
        02 SH2-Rec-Type                 PIC X.
           88 Hist-Return-Rec           VALUE "R".
        02 SH2-Branch-Id                PIC X(3).
        02 SH2-Rma-Number               PIC X(6).

       FD ArchList.
       01 Arch-List-Rec                 PIC X(30).

       FD SimParm.
       01 Sim-Parm-Rec.
        02 SP-From-Date                 PIC X(8).
        02 SP-To-Date                   PIC X(8).
        02 SP-Rise-Pct                  PIC X(5).

      * Same layout as OILPRICE.DAT, so a broadcast's P rows or a
      * planned dated row can be tried here first.
       FD ProposedPrices.
       01 Proposed-Price-Rec.
        02 PP-Oil-Num                   PIC 99.
        02 PP-Unit-Size                 PIC 99.
        02 PP-Price                     PIC 9(4).
        02 PP-Eff-Date                  PIC 9(8).

       FD OilPriceFile.
       01 Oil-Price-Rec.
        02 OP-Oil-Num                   PIC 99.
        02 OP-Unit-Size                 PIC 99.
        02 OP-Price                     PIC 9(4).
        02 OP-Eff-Date                  PIC 9(8).

       FD ContractPrices.
       01 Contract-Price-Rec.
        02 CPF-Cust-Id                  PIC X(5).
        02 CPF-Oil-Num                  PIC 99.
        02 CPF-Unit-Size                PIC 99.
        02 CPF-Price-Type               PIC X.
        02 CPF-Value                    PIC 9(4)V99.

       FD Promotions.
       01 Promotion-Rec.
        02 PMF-Promo-Id                 PIC X(6).
        02 PMF-Start-Date               PIC 9(8).
        02 PMF-End-Date                 PIC 9(8).
        02 PMF-Oil-Num                  PIC 99.
        02 PMF-Oil-Category             PIC X.
        02 PMF-Unit-Size                PIC 99.
        02 PMF-Price-Type               PIC X.
        02 PMF-Value                    PIC 9(4)V99.
        02 PMF-Desc                     PIC X(20).

       FD OilMaster.
       01 Oil-Master-Rec.
        02 OMF-Oil-Num                  PIC 99.
        02 OMF-Oil-Desc                 PIC X(20).
        02 OMF-Oil-Category             PIC X.

       FD CurrencyRates.
       01 Currency-Rate-Rec.
        02 CR-CurrencyCode              PIC X(4).
        02 CR-Rate                      PIC 9(3)V9(6).

       FD SimReport.
       01 Sim-Report-Line               PIC X(100).

       WORKING-STORAGE SECTION.
       01  Hist-File-Name               PIC X(30).
       01  WS-SalesHist-Status          PIC XX.
           88 Hist-File-Present         VALUE "00".
       01  WS-ArchList-Status           PIC XX.
           88 ArchList-Present          VALUE "00".
       01  ArchList-Eof-Sw              PIC X VALUE "N".
           88 ArchList-Eof              VALUE "Y".
       01  WS-SimParm-Status            PIC XX.
           88 SimParm-Present           VALUE "00".
       01  WS-PropPrice-Status          PIC XX.
           88 PropPriceFile-Present     VALUE "00".
       01  PropPrice-Eof-Sw             PIC X VALUE "N".
           88 PropPrice-Eof             VALUE "Y".
       01  WS-OilPrice-Status           PIC XX.
           88 OilPriceFile-Present      VALUE "00".
       01  OilPrice-Eof-Sw              PIC X VALUE "N".
           88 OilPrice-Eof              VALUE "Y".
       01  WS-Contract-Status           PIC XX.
           88 ContractFile-Present      VALUE "00".
       01  Contract-Eof-Sw              PIC X VALUE "N".
           88 Contract-Eof              VALUE "Y".
       01  WS-Promo-Status              PIC XX.
           88 PromoFile-Present         VALUE "00".
       01  Promo-Eof-Sw                 PIC X VALUE "N".
           88 Promo-Eof                 VALUE "Y".
       01  WS-OilMaster-Status          PIC XX.
           88 OilMaster-Present         VALUE "00".
       01  OilMaster-Eof-Sw             PIC X VALUE "N".
           88 OilMaster-Eof             VALUE "Y".
       01  WS-CurrencyRates-Status      PIC XX.
           88 CurrencyRatesFile-Present VALUE "00".
       01  CurrencyRates-Eof-Sw         PIC X VALUE "N".
           88 CurrencyRates-Eof         VALUE "Y".

       01  Run-Date                     PIC 9(8) VALUE ZERO.
       01  Sim-From-Date                PIC 9(8) VALUE ZERO.
       01  Sim-To-Date                  PIC 9(8) VALUE 99999999.
       01  Sim-Rise-Pct                 PIC 9(3)V99 VALUE 5.00.
       01  Sim-Rise-Pct-Num REDEFINES Sim-Rise-Pct PIC 9(5).
       01  Archives-Read-Count          PIC 9(4) VALUE ZERO.
       01  Sales-In-Period-Count        PIC 9(7) VALUE ZERO.
       01  Sales-Undated-Count          PIC 9(7) VALUE ZERO.
       01  Proposed-Rows-Count          PIC 9(4) VALUE ZERO.
       01  Proposed-Rows-Skipped        PIC 9(4) VALUE ZERO.
       01  Table-Overflow-Sw            PIC X VALUE "N".
           88 Table-Overflow            VALUE "Y".

      * The same compiled-in base prices, size bands and dated-price
      * handling the live run carries, so "today's price" here is the
      * price the statement charged.
       01  Oils-Table.
        02  Oil-Cost-Values.
         03 FILLER               PIC X(40)
                VALUE "0041003200450050002910250055003900650075".
         03 FILLER               PIC X(40)
                VALUE "0080004400500063006500550085004812500065".
         03 FILLER               PIC X(40)
                VALUE "0060005500670072006501250085006511150105".
        02  FILLER REDEFINES Oil-Cost-VALUES.
         03 OIL-COST           PIC 99V99 OCCURS 30 TIMES.

       01  Unit-Size-Band-Values       PIC X(10) VALUE "1020305075".
       01  Unit-Size-Bands REDEFINES Unit-Size-Band-Values.
        02 Unit-Size-Band          PIC 99 OCCURS 5 TIMES.

       01  Oil-Cost-Table-2D.
        02  OC2-Oil OCCURS 30 TIMES.
         03 OC2-Size               PIC 99V99 OCCURS 5 TIMES.

       01  Price-Version-Table.
        02  OPV-Entry OCCURS 200 TIMES INDEXED BY OPV-Idx.
         03 OPV-Oil-Num             PIC 99.
         03 OPV-Unit-Size           PIC 99.
         03 OPV-Eff-Date            PIC 9(8).
         03 OPV-Price               PIC 99V99.
       01  OPV-Count                  PIC 9(3) VALUE ZERO.
       01  Dated-Price-Found-Sw       PIC X    VALUE "N".
           88 Dated-Price-Found       VALUE "Y".
       01  Dated-Price                PIC 99V99 VALUE ZERO.
       01  Dated-Price-Best-Date      PIC 9(8)  VALUE ZERO.
       01  Dated-Price-Best-Size      PIC 99    VALUE ZERO.
       01  Pricing-Sale-Date          PIC 9(8)  VALUE ZERO.
       01  Size-Idx                   PIC 9    VALUE ZERO.
       01  Size-Scan-Idx              PIC 9    VALUE ZERO.
       01  Unit-Size-Found-Sw         PIC X    VALUE "N".
           88 Unit-Size-Found         VALUE "Y".
       01  Price-Oil-Idx              PIC 99   VALUE ZERO.

      * The proposed prices - an exact size row beats a whole-oil row.
       01  Proposed-Price-Table.
        02  PPT-Entry OCCURS 300 TIMES.
         03 PPT-Oil-Num               PIC 99.
         03 PPT-Unit-Size             PIC 99.
         03 PPT-Price                 PIC 99V99.
       01  PPT-Count                  PIC 9(3) VALUE ZERO.
       01  PPT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  PPT-Found-Sw               PIC X VALUE "N".
           88 PPT-Found               VALUE "Y".
       01  PPT-Found-Size             PIC 99 VALUE ZERO.
       01  Proposed-Unit-Price        PIC 99V99 VALUE ZERO.

       01  Contract-Price-Table.
        02  CPT-Entry OCCURS 500 TIMES.
         03 CPT-Cust-Id               PIC X(5).
         03 CPT-Oil-Num               PIC 99.
         03 CPT-Unit-Size             PIC 99.
         03 CPT-Price-Type            PIC X.
         03 CPT-Value                 PIC 9(4)V99.
       01  CPT-Count                  PIC 9(3) VALUE ZERO.
       01  CPT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  CPT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  CPT-Found-Sw               PIC X VALUE "N".
           88 CPT-Found               VALUE "Y".

       01  Promotion-Table.
        02  PMT-Entry OCCURS 300 TIMES.
         03 PMT-Promo-Id              PIC X(6).
         03 PMT-Start-Date            PIC 9(8).
         03 PMT-End-Date              PIC 9(8).
         03 PMT-Oil-Num               PIC 99.
         03 PMT-Oil-Category          PIC X.
         03 PMT-Unit-Size             PIC 99.
         03 PMT-Price-Type            PIC X.
         03 PMT-Value                 PIC 9(4)V99.
       01  PMT-Count                  PIC 9(3) VALUE ZERO.
       01  PMT-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  PMT-Found-Sw               PIC X VALUE "N".
           88 PMT-Found               VALUE "Y".
       01  Promo-Line-Value           PIC S9(6)V99 VALUE ZERO.
       01  Promo-Best-Value           PIC S9(6)V99 VALUE ZERO.

       01  Home-Currency-Code         PIC X(4) VALUE "EUR ".
       01  Currency-Rate-Table.
        02  Currency-Rate-Entry OCCURS 100 TIMES
                INDEXED BY Currency-Rate-Idx.
         03 CRT-CurrencyCode        PIC X(4).
         03 CRT-Rate                PIC 9(3)V9(6).
       01  Currency-Rate-Count        PIC 9(3) VALUE ZERO.
       01  Currency-Rate-Found-Sw     PIC X    VALUE "N".
           88 Currency-Rate-Found     VALUE "Y".
       01  Currency-Rate-Found-Idx    PIC 9(3) VALUE ZERO.

       01  Oil-Master-Table.
        02  OM-Entry OCCURS 30 TIMES INDEXED BY OM-Idx.
         03 OM-Oil-Desc               PIC X(20).

      * One sale, priced each way.
       01  Sale-Work.
        02  SW-Cust-Id                PIC X(5).
        02  SW-Oil-Num                PIC 99.
        02  SW-Oil-Category           PIC X.
        02  SW-Unit-Size              PIC 99.
        02  SW-Units-Sold             PIC 999.
        02  SW-Currency-Code          PIC X(4).
        02  SW-Sale-Date              PIC 9(8).
        02  SW-Unit-Price             PIC 99V99.
        02  SW-List-Value             PIC S9(6)V99.
        02  SW-Line-Value             PIC S9(6)V99.
       01  Current-Value              PIC S9(6)V99 VALUE ZERO.
       01  Proposed-Value             PIC S9(6)V99 VALUE ZERO.

       01  Oil-Impact-Table.
        02  OIT-Entry OCCURS 30 TIMES.
         03 OIT-Units                 PIC S9(7).
         03 OIT-Current               PIC S9(9)V99.
         03 OIT-Proposed              PIC S9(9)V99.

       01  Customer-Impact-Table.
        02  CIT-Entry OCCURS 2000 TIMES.
         03 CIT-Cust-Id               PIC X(5).
         03 CIT-Cust-Name             PIC X(20).
         03 CIT-Current               PIC S9(9)V99.
         03 CIT-Proposed              PIC S9(9)V99.
       01  CIT-Count                  PIC 9(4) VALUE ZERO.
       01  CIT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  CIT-Found-Idx              PIC 9(4) VALUE ZERO.
       01  CIT-Found-Sw               PIC X VALUE "N".
           88 CIT-Found               VALUE "Y".

       01  Branch-Impact-Table.
        02  BIT-Entry OCCURS 50 TIMES.
         03 BIT-Branch-Id             PIC X(3).
         03 BIT-Current               PIC S9(9)V99.
         03 BIT-Proposed              PIC S9(9)V99.
       01  BIT-Count                  PIC 99 VALUE ZERO.
       01  BIT-Scan-Idx               PIC 99 VALUE ZERO.
       01  BIT-Found-Idx              PIC 99 VALUE ZERO.
       01  BIT-Found-Sw               PIC X VALUE "N".
           88 BIT-Found               VALUE "Y".

       01  Total-Current              PIC S9(9)V99 VALUE ZERO.
       01  Total-Proposed             PIC S9(9)V99 VALUE ZERO.
       01  Impact-Current             PIC S9(9)V99 VALUE ZERO.
       01  Impact-Proposed            PIC S9(9)V99 VALUE ZERO.
       01  Impact-Change-Pct          PIC S9(5)V9 VALUE ZERO.
       01  Warned-Count               PIC 9(5) VALUE ZERO.

       01  Sim-Heading-1.
        02  FILLER                    PIC X(30)
             VALUE "PRICE CHANGE IMPACT - SALES ".
        02  SH-From-Date              PIC 9(8).
        02  FILLER                    PIC X(4)  VALUE " TO ".
        02  SH-To-Date                PIC 9(8).
        02  FILLER                    PIC X(5)  VALUE " RUN ".
        02  SH-Run-Date               PIC 9(8).

       01  Sim-Heading-2.
        02  FILLER                    PIC X(20)
             VALUE "PROPOSED PRICE ROWS ".
        02  SH-Proposed-Rows          PIC ZZZ9.
        02  FILLER                    PIC X(12) VALUE "  ARCHIVES ".
        02  SH-Archives               PIC ZZZ9.
        02  FILLER                    PIC X(17)
             VALUE "  SALES REPRICED ".
        02  SH-Sales                  PIC Z,ZZZ,ZZ9.

       01  Section-Heading.
        02  SEC-Title                 PIC X(30).
        02  FILLER                    PIC X(14) VALUE SPACES.
        02  FILLER                    PIC X(14) VALUE "  VALUE NOW".
        02  FILLER                    PIC X(14) VALUE "   PROPOSED".
        02  FILLER                    PIC X(13) VALUE "   DIFFERENCE".
        02  FILLER                    PIC X(8)  VALUE "     %".

       01  Impact-Detail.
        02  ID-Key                    PIC X(6).
        02  ID-Name                   PIC X(20).
        02  ID-Units-Area             PIC X(10).
        02  ID-Units REDEFINES ID-Units-Area PIC -Z,ZZZ,ZZ9.
        02  FILLER                    PIC X(8)  VALUE SPACES.
        02  ID-Current                PIC -ZZ,ZZZ,ZZ9.99.
        02  ID-Proposed               PIC -ZZ,ZZZ,ZZ9.99.
        02  ID-Difference             PIC -ZZ,ZZZ,ZZ9.99.
        02  FILLER                    PIC X     VALUE SPACE.
        02  ID-Change-Pct             PIC -ZZZZ9.9.

       01  Warn-Heading.
        02  FILLER                    PIC X(38)
             VALUE "CUSTOMERS WHOSE BILL WOULD RISE OVER ".
        02  WH-Pct                    PIC ZZ9.99.
        02  FILLER                    PIC X     VALUE "%".

       01  Warn-Total.
        02  FILLER                    PIC X(28)
             VALUE "CUSTOMERS TO WARN         :".
        02  WT-Count                  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Sim-Parm.
           PERFORM Init-2D-Price-Table.
           PERFORM Load-Oil-Prices.
           PERFORM Load-Proposed-Prices.
           IF PPT-Count = ZERO
               DISPLAY "PRCSIM1: NO PROPOSED PRICES ON PROPPRICE.DAT "
                   "- NOTHING TO SIMULATE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Oil-Master.
           PERFORM Load-Currency-Rates.
           PERFORM Load-Contract-Prices.
           PERFORM Load-Promotions.
           PERFORM Init-Oil-Impact.

           OPEN INPUT ArchList.
           IF NOT ArchList-Present
               DISPLAY "PRCSIM1: ARCHLIST.DAT NOT FOUND - NO SALES "
                   "HISTORY TO REPRICE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           READ ArchList
               AT END SET ArchList-Eof TO TRUE
           END-READ.
           PERFORM UNTIL ArchList-Eof
               MOVE Arch-List-Rec TO Hist-File-Name
               PERFORM Reprice-One-Archive
               READ ArchList
                   AT END SET ArchList-Eof TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ArchList.

           PERFORM Print-Sim-Report.
           DISPLAY "PRCSIM1: " Sales-In-Period-Count
               " SALE(S) REPRICED, " Warned-Count
               " CUSTOMER(S) OVER THE WARNING RISE".
           IF Table-Overflow
               DISPLAY "PRCSIM1: A TABLE FILLED - ROWS PAST THE LIMIT "
                   "ARE LEFT OUT OF THE FIGURES"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A date that is not CCYYMMDD leaves that end of the period
      * open; a rise that is not numeric keeps the 5% default.
       Load-Sim-Parm.
           OPEN INPUT SimParm.
           IF SimParm-Present
               READ SimParm
                   AT END MOVE SPACES TO Sim-Parm-Rec
               END-READ
               IF SP-From-Date IS NUMERIC
                   MOVE SP-From-Date TO Sim-From-Date
               END-IF
               IF SP-To-Date IS NUMERIC AND SP-To-Date NOT = ZERO
                   MOVE SP-To-Date TO Sim-To-Date
               END-IF
               IF SP-Rise-Pct IS NUMERIC
                   MOVE SP-Rise-Pct TO Sim-Rise-Pct-Num
               END-IF
               CLOSE SimParm
           END-IF.

       Reprice-One-Archive.
           OPEN INPUT SalesHist.
           IF Hist-File-Present
               ADD 1 TO Archives-Read-Count
               MOVE SPACES TO Sales-Hist-Rec
               READ SalesHist
                   AT END SET End-Of-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Hist-File
                   IF Hist-Essential-Oil
                      AND SH2-Oil-Name >= 1 AND SH2-Oil-Name <= 30
                       PERFORM Reprice-One-Sale
                           THRU Reprice-One-Sale-Exit
                   END-IF
                   READ SalesHist
                       AT END SET End-Of-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesHist
           ELSE
               DISPLAY "PRCSIM1: ARCHIVE NOT FOUND - " Hist-File-Name
           END-IF.

       Reprice-One-Sale.
           IF SH2-Sale-Date IS NOT NUMERIC OR SH2-Sale-Date = ZERO
               ADD 1 TO Sales-Undated-Count
               GO TO Reprice-One-Sale-Exit
           END-IF.
           IF SH2-Sale-Date < Sim-From-Date
              OR SH2-Sale-Date > Sim-To-Date
               GO TO Reprice-One-Sale-Exit
           END-IF.
           ADD 1 TO Sales-In-Period-Count.
           MOVE SH2-Cust-Id TO SW-Cust-Id.
           MOVE SH2-Oil-Name TO SW-Oil-Num.
           MOVE SH2-Oil-Category TO SW-Oil-Category.
           MOVE SH2-Unit-Size TO SW-Unit-Size.
           MOVE SH2-Units-Sold TO SW-Units-Sold.
           MOVE SH2-Currency-Code TO SW-Currency-Code.
           MOVE SH2-Sale-Date TO SW-Sale-Date.
           MOVE SH2-Sale-Date TO Pricing-Sale-Date.

           PERFORM Find-Current-Unit-Price.
           PERFORM Price-Sale-Line.
           MOVE SW-Line-Value TO Current-Value.
           PERFORM Find-Proposed-Unit-Price.
           IF PPT-Found
               MOVE Proposed-Unit-Price TO SW-Unit-Price
           ELSE
               PERFORM Find-Current-Unit-Price
           END-IF.
           PERFORM Price-Sale-Line.
           MOVE SW-Line-Value TO Proposed-Value.
           IF Hist-Return-Rec
               COMPUTE Current-Value = 0 - Current-Value
               COMPUTE Proposed-Value = 0 - Proposed-Value
           END-IF.
           PERFORM Accumulate-Impact.

       Reprice-One-Sale-Exit.
           EXIT.

      * Dated price on the sale's own date first, then the run-start
      * tables - the live run's order.
       Find-Current-Unit-Price.
           PERFORM Find-Dated-Price.
           IF Dated-Price-Found
               MOVE Dated-Price TO SW-Unit-Price
           ELSE
               MOVE SW-Unit-Size TO OP-Unit-Size
               PERFORM Find-Unit-Size-Index
               IF Unit-Size-Found
                   MOVE OC2-Size(SW-Oil-Num, Size-Idx) TO SW-Unit-Price
               ELSE
                   MOVE OIL-COST(SW-Oil-Num) TO SW-Unit-Price
               END-IF
           END-IF.

       Find-Proposed-Unit-Price.
           MOVE "N" TO PPT-Found-Sw.
           MOVE ZERO TO PPT-Found-Size.
           PERFORM VARYING PPT-Scan-Idx FROM 1 BY 1
                   UNTIL PPT-Scan-Idx > PPT-Count
               IF PPT-Oil-Num(PPT-Scan-Idx) = SW-Oil-Num
                  AND (PPT-Unit-Size(PPT-Scan-Idx) = SW-Unit-Size
                       OR PPT-Unit-Size(PPT-Scan-Idx) = 0)
                   IF NOT PPT-Found
                      OR PPT-Unit-Size(PPT-Scan-Idx) >= PPT-Found-Size
                       SET PPT-Found TO TRUE
                       MOVE PPT-Unit-Size(PPT-Scan-Idx)
                         TO PPT-Found-Size
                       MOVE PPT-Price(PPT-Scan-Idx)
                         TO Proposed-Unit-Price
                   END-IF
               END-IF
           END-PERFORM.

      * List value off SW-Unit-Price, then the contract row, then the
      * cheapest promotion if it beats that, then into EUR - each
      * step as AROMRPT1 works it on the line.
       Price-Sale-Line.
           COMPUTE SW-List-Value = SW-Unit-Price * SW-Units-Sold.
           MOVE SW-List-Value TO SW-Line-Value.
           PERFORM Find-Contract-Price.
           IF CPT-Found
               IF CPT-Price-Type(CPT-Found-Idx) = "F"
                   COMPUTE SW-Line-Value =
                       CPT-Value(CPT-Found-Idx) * SW-Units-Sold
               ELSE
                   IF CPT-Price-Type(CPT-Found-Idx) = "P"
                       COMPUTE SW-Line-Value ROUNDED =
                           SW-List-Value
                           - (SW-List-Value
                              * CPT-Value(CPT-Found-Idx) / 100)
                   END-IF
               END-IF
           END-IF.
           PERFORM Find-Promotion.
           IF PMT-Found AND Promo-Best-Value < SW-Line-Value
               MOVE Promo-Best-Value TO SW-Line-Value
           END-IF.
           IF SW-Currency-Code NOT = SPACES
              AND SW-Currency-Code NOT = Home-Currency-Code
               MOVE SW-Currency-Code TO CR-CurrencyCode
               PERFORM Find-Currency-Rate
               IF Currency-Rate-Found
                   COMPUTE SW-Line-Value ROUNDED =
                       SW-Line-Value
                           / CRT-Rate(Currency-Rate-Found-Idx)
               END-IF
           END-IF.

       Accumulate-Impact.
           IF Hist-Return-Rec
               SUBTRACT SW-Units-Sold FROM OIT-Units(SW-Oil-Num)
           ELSE
               ADD SW-Units-Sold TO OIT-Units(SW-Oil-Num)
           END-IF.
           ADD Current-Value TO OIT-Current(SW-Oil-Num).
           ADD Proposed-Value TO OIT-Proposed(SW-Oil-Num).
           ADD Current-Value TO Total-Current.
           ADD Proposed-Value TO Total-Proposed.

           MOVE "N" TO CIT-Found-Sw.
           PERFORM VARYING CIT-Scan-Idx FROM 1 BY 1
                   UNTIL CIT-Scan-Idx > CIT-Count OR CIT-Found
               IF CIT-Cust-Id(CIT-Scan-Idx) = SH2-Cust-Id
                   SET CIT-Found TO TRUE
                   MOVE CIT-Scan-Idx TO CIT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT CIT-Found
               IF CIT-Count < 2000
                   ADD 1 TO CIT-Count
                   MOVE CIT-Count TO CIT-Found-Idx
                   MOVE SH2-Cust-Id TO CIT-Cust-Id(CIT-Count)
                   MOVE SH2-Cust-Name TO CIT-Cust-Name(CIT-Count)
                   MOVE ZERO TO CIT-Current(CIT-Count)
                   MOVE ZERO TO CIT-Proposed(CIT-Count)
                   SET CIT-Found TO TRUE
               ELSE
                   SET Table-Overflow TO TRUE
               END-IF
           END-IF.
           IF CIT-Found
               ADD Current-Value TO CIT-Current(CIT-Found-Idx)
               ADD Proposed-Value TO CIT-Proposed(CIT-Found-Idx)
           END-IF.

           MOVE "N" TO BIT-Found-Sw.
           PERFORM VARYING BIT-Scan-Idx FROM 1 BY 1
                   UNTIL BIT-Scan-Idx > BIT-Count OR BIT-Found
               IF BIT-Branch-Id(BIT-Scan-Idx) = SH2-Branch-Id
                   SET BIT-Found TO TRUE
                   MOVE BIT-Scan-Idx TO BIT-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT BIT-Found
               IF BIT-Count < 50
                   ADD 1 TO BIT-Count
                   MOVE BIT-Count TO BIT-Found-Idx
                   MOVE SH2-Branch-Id TO BIT-Branch-Id(BIT-Count)
                   MOVE ZERO TO BIT-Current(BIT-Count)
                   MOVE ZERO TO BIT-Proposed(BIT-Count)
                   SET BIT-Found TO TRUE
               ELSE
                   SET Table-Overflow TO TRUE
               END-IF
           END-IF.
           IF BIT-Found
               ADD Current-Value TO BIT-Current(BIT-Found-Idx)
               ADD Proposed-Value TO BIT-Proposed(BIT-Found-Idx)
           END-IF.

       Print-Sim-Report.
           OPEN OUTPUT SimReport.
           MOVE Sim-From-Date TO SH-From-Date.
           MOVE Sim-To-Date TO SH-To-Date.
           MOVE Run-Date TO SH-Run-Date.
           WRITE Sim-Report-Line FROM Sim-Heading-1
            AFTER ADVANCING 1 LINE.
           MOVE PPT-Count TO SH-Proposed-Rows.
           MOVE Archives-Read-Count TO SH-Archives.
           MOVE Sales-In-Period-Count TO SH-Sales.
           WRITE Sim-Report-Line FROM Sim-Heading-2
            AFTER ADVANCING 1 LINE.

           MOVE "BY OIL                 UNITS" TO SEC-Title.
           WRITE Sim-Report-Line FROM Section-Heading
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING Price-Oil-Idx FROM 1 BY 1
                   UNTIL Price-Oil-Idx > 30
               IF OIT-Current(Price-Oil-Idx) NOT = ZERO
                  OR OIT-Proposed(Price-Oil-Idx) NOT = ZERO
                   MOVE SPACES TO ID-Key
                   MOVE Price-Oil-Idx TO ID-Key(1:2)
                   MOVE OM-Oil-Desc(Price-Oil-Idx) TO ID-Name
                   MOVE OIT-Units(Price-Oil-Idx) TO ID-Units
                   MOVE OIT-Current(Price-Oil-Idx) TO Impact-Current
                   MOVE OIT-Proposed(Price-Oil-Idx) TO Impact-Proposed
                   PERFORM Print-Impact-Line
               END-IF
           END-PERFORM.
           MOVE SPACES TO ID-Key.
           MOVE "TOTAL" TO ID-Name.
           MOVE SPACES TO ID-Units-Area.
           MOVE Total-Current TO Impact-Current.
           MOVE Total-Proposed TO Impact-Proposed.
           PERFORM Print-Impact-Line.

           MOVE "BY CUSTOMER" TO SEC-Title.
           WRITE Sim-Report-Line FROM Section-Heading
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING CIT-Scan-Idx FROM 1 BY 1
                   UNTIL CIT-Scan-Idx > CIT-Count
               MOVE CIT-Cust-Id(CIT-Scan-Idx) TO ID-Key
               MOVE CIT-Cust-Name(CIT-Scan-Idx) TO ID-Name
               MOVE SPACES TO ID-Units-Area
               MOVE CIT-Current(CIT-Scan-Idx) TO Impact-Current
               MOVE CIT-Proposed(CIT-Scan-Idx) TO Impact-Proposed
               PERFORM Print-Impact-Line
           END-PERFORM.

           MOVE "BY BRANCH" TO SEC-Title.
           WRITE Sim-Report-Line FROM Section-Heading
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING BIT-Scan-Idx FROM 1 BY 1
                   UNTIL BIT-Scan-Idx > BIT-Count
               MOVE BIT-Branch-Id(BIT-Scan-Idx) TO ID-Key
               IF BIT-Branch-Id(BIT-Scan-Idx) = SPACES
                   MOVE "UNASSIGNED" TO ID-Name
               ELSE
                   MOVE SPACES TO ID-Name
               END-IF
               MOVE SPACES TO ID-Units-Area
               MOVE BIT-Current(BIT-Scan-Idx) TO Impact-Current
               MOVE BIT-Proposed(BIT-Scan-Idx) TO Impact-Proposed
               PERFORM Print-Impact-Line
           END-PERFORM.

           MOVE Sim-Rise-Pct TO WH-Pct.
           WRITE Sim-Report-Line FROM Warn-Heading
            AFTER ADVANCING 3 LINES.
           PERFORM VARYING CIT-Scan-Idx FROM 1 BY 1
                   UNTIL CIT-Scan-Idx > CIT-Count
               IF CIT-Current(CIT-Scan-Idx) > ZERO
                  AND CIT-Proposed(CIT-Scan-Idx) * 100 >
                      CIT-Current(CIT-Scan-Idx) * (100 + Sim-Rise-Pct)
                   ADD 1 TO Warned-Count
                   MOVE CIT-Cust-Id(CIT-Scan-Idx) TO ID-Key
                   MOVE CIT-Cust-Name(CIT-Scan-Idx) TO ID-Name
                   MOVE SPACES TO ID-Units-Area
                   MOVE CIT-Current(CIT-Scan-Idx) TO Impact-Current
                   MOVE CIT-Proposed(CIT-Scan-Idx) TO Impact-Proposed
                   PERFORM Print-Impact-Line
               END-IF
           END-PERFORM.
           MOVE Warned-Count TO WT-Count.
           WRITE Sim-Report-Line FROM Warn-Total
            AFTER ADVANCING 2 LINES.
           CLOSE SimReport.

       Print-Impact-Line.
           MOVE Impact-Current TO ID-Current.
           MOVE Impact-Proposed TO ID-Proposed.
           COMPUTE ID-Difference = Impact-Proposed - Impact-Current.
           IF Impact-Current = ZERO
               MOVE ZERO TO Impact-Change-Pct
           ELSE
               COMPUTE Impact-Change-Pct ROUNDED =
                   (Impact-Proposed - Impact-Current) * 100
                       / Impact-Current
           END-IF.
           MOVE Impact-Change-Pct TO ID-Change-Pct.
           WRITE Sim-Report-Line FROM Impact-Detail
            AFTER ADVANCING 1 LINE.

       Init-Oil-Impact.
           PERFORM VARYING Price-Oil-Idx FROM 1 BY 1
                   UNTIL Price-Oil-Idx > 30
               MOVE ZERO TO OIT-Units(Price-Oil-Idx)
               MOVE ZERO TO OIT-Current(Price-Oil-Idx)
               MOVE ZERO TO OIT-Proposed(Price-Oil-Idx)
           END-PERFORM.

       Load-Proposed-Prices.
           OPEN INPUT ProposedPrices.
           IF PropPriceFile-Present
               READ ProposedPrices
                   AT END SET PropPrice-Eof TO TRUE
               END-READ
               PERFORM UNTIL PropPrice-Eof
                   IF PP-Oil-Num IS NUMERIC AND PP-Unit-Size IS NUMERIC
                      AND PP-Price IS NUMERIC
                      AND PP-Oil-Num >= 1 AND PP-Oil-Num <= 30
                      AND PPT-Count < 300
                       ADD 1 TO PPT-Count
                       MOVE PP-Oil-Num TO PPT-Oil-Num(PPT-Count)
                       MOVE PP-Unit-Size TO PPT-Unit-Size(PPT-Count)
                       MOVE PP-Price TO PPT-Price(PPT-Count)
                   ELSE
                       ADD 1 TO Proposed-Rows-Skipped
                   END-IF
                   READ ProposedPrices
                       AT END SET PropPrice-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ProposedPrices
           END-IF.
           IF Proposed-Rows-Skipped > ZERO
               DISPLAY "PRCSIM1: " Proposed-Rows-Skipped
                   " PROPOSED ROW(S) NOT USABLE - LEFT OUT"
           END-IF.

       Init-2D-Price-Table.
           PERFORM VARYING Price-Oil-Idx FROM 1 BY 1
                   UNTIL Price-Oil-Idx > 30
               PERFORM VARYING Size-Idx FROM 1 BY 1 UNTIL Size-Idx > 5
                   MOVE OIL-COST(Price-Oil-Idx)
                     TO OC2-Size(Price-Oil-Idx, Size-Idx)
               END-PERFORM
           END-PERFORM.

       Load-Oil-Prices.
           OPEN INPUT OilPriceFile.
           IF OilPriceFile-Present
               READ OilPriceFile
                   AT END SET OilPrice-Eof TO TRUE
               END-READ
               PERFORM UNTIL OilPrice-Eof
                   IF OP-Oil-Num >= 1 AND OP-Oil-Num <= 30
                       IF OP-Eff-Date IS NUMERIC AND OP-Eff-Date > 0
                           PERFORM Hold-Dated-Price-Version
                       ELSE
                           PERFORM Apply-Undated-Price
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END SET OilPrice-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

       Apply-Undated-Price.
           IF OP-Unit-Size = 0
               MOVE OP-Price TO OIL-COST(OP-Oil-Num)
               PERFORM VARYING Size-Idx FROM 1 BY 1
                       UNTIL Size-Idx > 5
                   MOVE OP-Price
                     TO OC2-Size(OP-Oil-Num, Size-Idx)
               END-PERFORM
           ELSE
               PERFORM Find-Unit-Size-Index
               IF Unit-Size-Found
                   MOVE OP-Price
                     TO OC2-Size(OP-Oil-Num, Size-Idx)
               END-IF
           END-IF.

       Hold-Dated-Price-Version.
           IF OPV-Count < 200
               ADD 1 TO OPV-Count
               MOVE OP-Oil-Num TO OPV-Oil-Num(OPV-Count)
               MOVE OP-Unit-Size TO OPV-Unit-Size(OPV-Count)
               MOVE OP-Eff-Date TO OPV-Eff-Date(OPV-Count)
               MOVE OP-Price TO OPV-Price(OPV-Count)
           END-IF.

       Find-Unit-Size-Index.
           MOVE "N" TO Unit-Size-Found-Sw.
           MOVE ZERO TO Size-Idx.
           PERFORM VARYING Size-Scan-Idx FROM 1 BY 1
                   UNTIL Size-Scan-Idx > 5 OR Unit-Size-Found
               IF Unit-Size-Band(Size-Scan-Idx) = OP-Unit-Size
                   MOVE "Y" TO Unit-Size-Found-Sw
                   MOVE Size-Scan-Idx TO Size-Idx
               END-IF
           END-PERFORM.

       Find-Dated-Price.
           MOVE "N" TO Dated-Price-Found-Sw.
           MOVE ZERO TO Dated-Price-Best-Date.
           MOVE ZERO TO Dated-Price-Best-Size.
           PERFORM VARYING OPV-Idx FROM 1 BY 1
                   UNTIL OPV-Idx > OPV-Count
               IF OPV-Oil-Num(OPV-Idx) = SW-Oil-Num
                  AND OPV-Eff-Date(OPV-Idx) NOT > Pricing-Sale-Date
                  AND (OPV-Unit-Size(OPV-Idx) = SW-Unit-Size
                       OR OPV-Unit-Size(OPV-Idx) = 0)
                   IF OPV-Eff-Date(OPV-Idx) > Dated-Price-Best-Date
                      OR (OPV-Eff-Date(OPV-Idx) = Dated-Price-Best-Date
                          AND OPV-Unit-Size(OPV-Idx) >
                              Dated-Price-Best-Size)
                       MOVE "Y" TO Dated-Price-Found-Sw
                       MOVE OPV-Eff-Date(OPV-Idx)
                         TO Dated-Price-Best-Date
                       MOVE OPV-Unit-Size(OPV-Idx)
                         TO Dated-Price-Best-Size
                       MOVE OPV-Price(OPV-Idx) TO Dated-Price
                   END-IF
               END-IF
           END-PERFORM.

       Load-Contract-Prices.
           MOVE ZERO TO CPT-Count.
           OPEN INPUT ContractPrices.
           IF ContractFile-Present
               READ ContractPrices
                   AT END SET Contract-Eof TO TRUE
               END-READ
               PERFORM UNTIL Contract-Eof
                   IF CPT-Count >= 500
                       SET Table-Overflow TO TRUE
                   END-IF
                   IF CPT-Count < 500
                       ADD 1 TO CPT-Count
                       MOVE CPF-Cust-Id TO CPT-Cust-Id(CPT-Count)
                       MOVE CPF-Oil-Num TO CPT-Oil-Num(CPT-Count)
                       MOVE CPF-Unit-Size
                         TO CPT-Unit-Size(CPT-Count)
                       MOVE CPF-Price-Type
                         TO CPT-Price-Type(CPT-Count)
                       MOVE CPF-Value TO CPT-Value(CPT-Count)
                   END-IF
                   READ ContractPrices
                       AT END SET Contract-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ContractPrices
           END-IF.

       Find-Contract-Price.
           MOVE "N" TO CPT-Found-Sw.
           MOVE ZERO TO CPT-Found-Idx.
           PERFORM VARYING CPT-Scan-Idx FROM 1 BY 1
                   UNTIL CPT-Scan-Idx > CPT-Count
               IF CPT-Cust-Id(CPT-Scan-Idx) = SW-Cust-Id
                  AND CPT-Oil-Num(CPT-Scan-Idx) = SW-Oil-Num
                  AND (CPT-Unit-Size(CPT-Scan-Idx) = SW-Unit-Size
                       OR CPT-Unit-Size(CPT-Scan-Idx) = 0)
                   IF NOT CPT-Found
                      OR CPT-Unit-Size(CPT-Scan-Idx) = SW-Unit-Size
                       MOVE "Y" TO CPT-Found-Sw
                       MOVE CPT-Scan-Idx TO CPT-Found-Idx
                   END-IF
               END-IF
           END-PERFORM.

       Load-Promotions.
           MOVE ZERO TO PMT-Count.
           OPEN INPUT Promotions.
           IF PromoFile-Present
               READ Promotions
                   AT END SET Promo-Eof TO TRUE
               END-READ
               PERFORM UNTIL Promo-Eof
                   IF PMT-Count >= 300
                       SET Table-Overflow TO TRUE
                   END-IF
                   IF PMT-Count < 300
                       ADD 1 TO PMT-Count
                       MOVE PMF-Promo-Id TO PMT-Promo-Id(PMT-Count)
                       MOVE PMF-Start-Date
                         TO PMT-Start-Date(PMT-Count)
                       MOVE PMF-End-Date TO PMT-End-Date(PMT-Count)
                       MOVE PMF-Oil-Num TO PMT-Oil-Num(PMT-Count)
                       MOVE PMF-Oil-Category
                         TO PMT-Oil-Category(PMT-Count)
                       MOVE PMF-Unit-Size
                         TO PMT-Unit-Size(PMT-Count)
                       MOVE PMF-Price-Type
                         TO PMT-Price-Type(PMT-Count)
                       MOVE PMF-Value TO PMT-Value(PMT-Count)
                   END-IF
                   READ Promotions
                       AT END SET Promo-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promotions
           END-IF.

      * Cheapest promotion running on the sale's date, worked off
      * SW-List-Value, an earlier row keeping a tie.
       Find-Promotion.
           MOVE "N" TO PMT-Found-Sw.
           MOVE ZERO TO Promo-Best-Value.
           PERFORM VARYING PMT-Scan-Idx FROM 1 BY 1
                   UNTIL PMT-Scan-Idx > PMT-Count
               IF SW-Sale-Date >= PMT-Start-Date(PMT-Scan-Idx)
                  AND SW-Sale-Date <= PMT-End-Date(PMT-Scan-Idx)
                  AND (PMT-Oil-Num(PMT-Scan-Idx) = SW-Oil-Num
                       OR (PMT-Oil-Num(PMT-Scan-Idx) = 0
                           AND PMT-Oil-Category(PMT-Scan-Idx)
                               = SW-Oil-Category))
                  AND (PMT-Unit-Size(PMT-Scan-Idx) = SW-Unit-Size
                       OR PMT-Unit-Size(PMT-Scan-Idx) = 0)
                   IF PMT-Price-Type(PMT-Scan-Idx) = "F"
                       COMPUTE Promo-Line-Value =
                           PMT-Value(PMT-Scan-Idx) * SW-Units-Sold
                   ELSE
                       COMPUTE Promo-Line-Value ROUNDED =
                           SW-List-Value
                           - (SW-List-Value
                              * PMT-Value(PMT-Scan-Idx) / 100)
                   END-IF
                   IF NOT PMT-Found
                      OR Promo-Line-Value < Promo-Best-Value
                       MOVE "Y" TO PMT-Found-Sw
                       MOVE Promo-Line-Value TO Promo-Best-Value
                   END-IF
               END-IF
           END-PERFORM.

       Load-Oil-Master.
           PERFORM VARYING OM-Idx FROM 1 BY 1 UNTIL OM-Idx > 30
               MOVE SPACES TO OM-Oil-Desc(OM-Idx)
           END-PERFORM.
           OPEN INPUT OilMaster.
           IF OilMaster-Present
               READ OilMaster
                   AT END SET OilMaster-Eof TO TRUE
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OMF-Oil-Num IS NUMERIC
                      AND OMF-Oil-Num >= 1 AND OMF-Oil-Num <= 30
                       MOVE OMF-Oil-Desc TO OM-Oil-Desc(OMF-Oil-Num)
                   END-IF
                   READ OilMaster
                       AT END SET OilMaster-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMaster
           END-IF.

       Load-Currency-Rates.
           MOVE 1 TO Currency-Rate-Count.
           MOVE Home-Currency-Code TO CRT-CurrencyCode(1).
           MOVE 1.000000 TO CRT-Rate(1).
           ADD 1 TO Currency-Rate-Count.
           MOVE "IEP " TO CRT-CurrencyCode(Currency-Rate-Count).
           MOVE .787564 TO CRT-Rate(Currency-Rate-Count).
           OPEN INPUT CurrencyRates.
           IF CurrencyRatesFile-Present
               READ CurrencyRates
                   AT END SET CurrencyRates-Eof TO TRUE
               END-READ
               PERFORM UNTIL CurrencyRates-Eof
                   PERFORM Apply-Currency-Rate-Override
                   READ CurrencyRates
                       AT END SET CurrencyRates-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CurrencyRates
           END-IF.

       Apply-Currency-Rate-Override.
           PERFORM Find-Currency-Rate.
           IF Currency-Rate-Found
               MOVE CR-Rate TO CRT-Rate(Currency-Rate-Found-Idx)
           ELSE
               IF Currency-Rate-Count < 100
                   ADD 1 TO Currency-Rate-Count
                   MOVE CR-CurrencyCode TO
                        CRT-CurrencyCode(Currency-Rate-Count)
                   MOVE CR-Rate TO CRT-Rate(Currency-Rate-Count)
               END-IF
           END-IF.

       Find-Currency-Rate.
           MOVE "N" TO Currency-Rate-Found-Sw.
           MOVE ZERO TO Currency-Rate-Found-Idx.
           PERFORM VARYING Currency-Rate-Idx FROM 1 BY 1
                   UNTIL Currency-Rate-Idx > Currency-Rate-Count
                      OR Currency-Rate-Found
               IF CRT-CurrencyCode(Currency-Rate-Idx) = CR-CurrencyCode
                   MOVE "Y" TO Currency-Rate-Found-Sw
                   SET Currency-Rate-Found-Idx TO Currency-Rate-Idx
               END-IF
           END-PERFORM.

       END PROGRAM PRCSIM1.
