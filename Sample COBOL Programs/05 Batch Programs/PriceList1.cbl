      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer price lists - answers "what do I pay?" from
      *          the same files AROMRPT1 prices a sale from. Each row
      *          on PRICELIST-PARM.DAT asks for one list: an effective
      *          date (zero or blank for today) and a customer id -
      *          blank for the general list, *ALL* for one list per
      *          customer who holds CONTRACT.DAT rows or is billed in
      *          another currency. No parm file gives the general list
      *          as at today. Every oil (the OILMAST.DAT oils when it
      *          is on file) is listed in every unit size with its
      *          description, the list price in force on the date
      *          (OILPRICE.DAT dated rows, else the undated table),
      *          the customer's contract price or discount, any
      *          PROMO.DAT promotion running that day that beats it,
      *          and the net price - contract and promotion never
      *          stack, the contract keeping a tie, as on the
      *          statement. A customer billed in another currency
      *          also gets the net price at the CURRATES.DAT rate.
      *          Prints PRICELIST.RPT, one page per list, and writes
      *          the same rows to PRICELIST.CSV for the reps to send.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCLIST1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PriceListParm ASSIGN TO "PRICELIST-PARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PriceParm-Status.

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

      * Indexed on the customer id - this run streams it whole, off
      * the index in key order.
           SELECT CustMaster ASSIGN TO "CUSTMAST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CMF-Cust-Id
                     FILE STATUS IS WS-CustMaster-Status.

           SELECT PriceListReport ASSIGN TO "PRICELIST.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PriceListCsv ASSIGN TO "PRICELIST.CSV"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PriceListParm.
       01 Price-List-Parm-Rec.
           88 End-Of-Price-Parm        VALUE HIGH-VALUES.
        02 PLP-Eff-Date                PIC X(8).
        02 PLP-Cust-Id                 PIC X(5).

       FD OilPriceFile.
       01 Oil-Price-Rec.
        02 OP-Oil-Num                  PIC 99.
        02 OP-Unit-Size                PIC 99.
        02 OP-Price                    PIC 9(4).
        02 OP-Eff-Date                 PIC 9(8).

       FD ContractPrices.
       01 Contract-Price-Rec.
        02 CPF-Cust-Id                 PIC X(5).
        02 CPF-Oil-Num                 PIC 99.
        02 CPF-Unit-Size               PIC 99.
        02 CPF-Price-Type              PIC X.
        02 CPF-Value                   PIC 9(4)V99.

       FD Promotions.
       01 Promotion-Rec.
        02 PMF-Promo-Id                PIC X(6).
        02 PMF-Start-Date              PIC 9(8).
        02 PMF-End-Date                PIC 9(8).
        02 PMF-Oil-Num                 PIC 99.
        02 PMF-Oil-Category            PIC X.
        02 PMF-Unit-Size               PIC 99.
        02 PMF-Price-Type              PIC X.
        02 PMF-Value                   PIC 9(4)V99.
        02 PMF-Desc                    PIC X(20).

       FD OilMaster.
       01 Oil-Master-Rec.
        02 OMF-Oil-Num                 PIC 99.
        02 OMF-Oil-Desc                PIC X(20).
        02 OMF-Oil-Category            PIC X.

       FD CurrencyRates.
       01 Currency-Rate-Rec.
        02 CR-CurrencyCode             PIC X(4).
        02 CR-Rate                     PIC 9(3)V9(6).

       FD CustMaster.
       01 Cust-Master-Rec.
           88 End-Of-Cust-Master       VALUE HIGH-VALUES.
        02 CMF-Cust-Id                 PIC X(5).
        02 CMF-Cust-Name               PIC X(20).
        02 CMF-Addr-Line1              PIC X(20).
        02 CMF-Addr-Line2              PIC X(20).
        02 CMF-Credit-Limit            PIC 9(7)V99.
        02 CMF-Acct-Status             PIC X.
        02 CMF-Bill-Currency           PIC X(4).
        02 CMF-Ebill-Sw                PIC X.
        02 CMF-Vat-Reg-No              PIC X(12).
        02 CMF-Country                 PIC X(2).

       FD PriceListReport.
       01 Price-List-Line             PIC X(100).

       FD PriceListCsv.
       01 Price-Csv-Line              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PriceParm-Status          PIC XX.
           88 PriceParmFile-Present     VALUE "00".
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
       01  Oil-Master-Loaded-Sw         PIC X VALUE "N".
           88 Oil-Master-Loaded         VALUE "Y".
       01  WS-CurrencyRates-Status      PIC XX.
           88 CurrencyRatesFile-Present VALUE "00".
       01  CurrencyRates-Eof-Sw         PIC X VALUE "N".
           88 CurrencyRates-Eof         VALUE "Y".
       01  WS-CustMaster-Status         PIC XX.
           88 CustMaster-Present        VALUE "00".

       01  Run-Date                     PIC 9(8) VALUE ZERO.

      * The same compiled-in base prices, size bands and dated-price
      * handling the live run carries, so the list prices a sale the
      * way the statement will.
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
       01  PMT-Found-Idx              PIC 9(3) VALUE ZERO.
       01  PMT-Found-Sw               PIC X VALUE "N".
           88 PMT-Found               VALUE "Y".
       01  Promo-Unit-Price           PIC S9(4)V99 VALUE ZERO.
       01  Promo-Best-Price           PIC S9(4)V99 VALUE ZERO.
       01  Table-Overflow-Sw          PIC X VALUE "N".
           88 Table-Overflow          VALUE "Y".

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
         03 OM-Oil-Category           PIC X.
         03 OM-On-File-Sw             PIC X.
            88 OM-On-File             VALUE "Y".

       01  Customer-Table.
        02  CM-Entry OCCURS 5000 TIMES.
         03 CM-Cust-Id                PIC X(5).
         03 CM-Cust-Name              PIC X(20).
         03 CM-Acct-Status            PIC X.
         03 CM-Bill-Currency          PIC X(4).
       01  CM-Count                   PIC 9(4) VALUE ZERO.
       01  CM-Scan-Idx                PIC 9(4) VALUE ZERO.
       01  CM-Found-Idx               PIC 9(4) VALUE ZERO.
       01  CM-Found-Sw                PIC X VALUE "N".
           88 CM-Found                VALUE "Y".
       01  CM-Lookup-Id               PIC X(5) VALUE SPACES.

      * The list being printed - general when List-Cust-Id is blank.
       01  List-Eff-Date              PIC 9(8) VALUE ZERO.
       01  List-Cust-Id               PIC X(5) VALUE SPACES.
       01  List-Cust-Name             PIC X(20) VALUE SPACES.
       01  List-Acct-Status           PIC X VALUE SPACE.
           88 List-Account-Blocked    VALUE "H", "C".
       01  List-Bill-Sw               PIC X VALUE "N".
           88 List-Billed-Foreign     VALUE "Y".
       01  List-Bill-Currency         PIC X(4) VALUE SPACES.
       01  List-Bill-Rate             PIC 9(3)V9(6) VALUE ZERO.
       01  List-Oil-Num               PIC 99 VALUE ZERO.
       01  List-Oil-Category          PIC X VALUE SPACE.
       01  List-Unit-Size             PIC 99 VALUE ZERO.
       01  List-Price                 PIC S9(4)V99 VALUE ZERO.
       01  Net-Price                  PIC S9(4)V99 VALUE ZERO.
       01  Net-Billed-Price           PIC S9(6)V99 VALUE ZERO.
       01  Line-Promo-Id              PIC X(6) VALUE SPACES.

       01  Lines-Per-Page             PIC 99 VALUE 60.
       01  Page-Line-Count            PIC 99 VALUE ZERO.
       01  Page-Count                 PIC 9(4) VALUE ZERO.
       01  Lists-Printed-Count        PIC 9(4) VALUE ZERO.
       01  Rows-Written-Count         PIC 9(6) VALUE ZERO.
       01  Parm-Rejected-Count        PIC 9(4) VALUE ZERO.

       01  List-Heading-1.
        02  FILLER                    PIC X(13) VALUE "PRICE LIST - ".
        02  LH-List-Name              PIC X(36).
        02  FILLER                    PIC X(11) VALUE " EFFECTIVE ".
        02  LH-Eff-Date               PIC 9(8).
        02  FILLER                    PIC X(5)  VALUE " RUN ".
        02  LH-Run-Date               PIC 9(8).
        02  FILLER                    PIC X(6)  VALUE " PAGE ".
        02  LH-Page                   PIC ZZZ9.

       01  List-Heading-2.
        02  FILLER                    PIC X(13) VALUE SPACES.
        02  LH2-Text                  PIC X(70).

       01  List-Column-Heading.
        02  FILLER                    PIC X(5)  VALUE "OIL".
        02  FILLER                    PIC X(21) VALUE "DESCRIPTION".
        02  FILLER                    PIC X(5)  VALUE "SIZE".
        02  FILLER                    PIC X(9)  VALUE "    LIST".
        02  FILLER                    PIC X(15) VALUE "  CONTRACT".
        02  FILLER                    PIC X(8)  VALUE " PROMO".
        02  FILLER                    PIC X(9)  VALUE "     NET".
        02  FILLER                    PIC X(8)  VALUE "     NET".
        02  FILLER                    PIC X     VALUE SPACE.
        02  LCH-Currency              PIC X(4).

       01  List-Detail.
        02  LD-Oil-Category           PIC X.
        02  LD-Oil-Num                PIC 99.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Oil-Desc               PIC X(20).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  LD-List-Price             PIC Z,ZZ9.99.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Contract-Word          PIC X(5).
        02  LD-Contract-Value         PIC ZZZ9.99 BLANK WHEN ZERO.
        02  LD-Contract-Pct           PIC X.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Promo-Id               PIC X(6).
        02  FILLER                    PIC X     VALUE SPACE.
        02  LD-Net-Price              PIC Z,ZZ9.99.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  LD-Net-Billed             PIC ZZZ,ZZ9.99.

       01  Csv-Header-Line.
        02  FILLER                    PIC X(50) VALUE
             "CUST-ID,EFFECTIVE,OIL,DESCRIPTION,SIZE,LIST PRICE,".
        02  FILLER                    PIC X(35) VALUE
             "CONTRACT TYPE,CONTRACT VALUE,PROMO,".
        02  FILLER                    PIC X(30) VALUE
             "NET PRICE,CURRENCY,NET BILLED".

       01  Csv-Detail-Line.
        02  Csv-Cust-Id               PIC X(5).
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Eff-Date              PIC 9(8).
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Oil-Category          PIC X.
        02  Csv-Oil-Num               PIC 99.
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Oil-Desc              PIC X(20).
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Unit-Size             PIC 99.
        02  FILLER                    PIC X VALUE ",".
        02  Csv-List-Price            PIC 9(4).99.
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Contract-Type         PIC X.
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Contract-Value        PIC 9(4).99.
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Promo-Id              PIC X(6).
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Net-Price             PIC 9(4).99.
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Currency              PIC X(4).
        02  FILLER                    PIC X VALUE ",".
        02  Csv-Net-Billed            PIC 9(6).99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Init-2D-Price-Table.
           PERFORM Load-Oil-Prices.
           PERFORM Load-Oil-Master.
           PERFORM Load-Currency-Rates.
           PERFORM Load-Contract-Prices.
           PERFORM Load-Promotions.
           PERFORM Load-Customer-Master.
           IF Table-Overflow
               DISPLAY "PRCLIST1: CONTRACT, PROMOTION OR CUSTOMER "
                   "TABLE FULL - ROWS PAST THE LIMIT ARE LEFT OFF"
               MOVE 1 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT PriceListReport.
           OPEN OUTPUT PriceListCsv.
           MOVE Csv-Header-Line TO Price-Csv-Line.
           WRITE Price-Csv-Line.
           OPEN INPUT PriceListParm.
           IF PriceParmFile-Present
               READ PriceListParm
                   AT END SET End-Of-Price-Parm TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Price-Parm
                   PERFORM Run-One-Parm THRU Run-One-Parm-Exit
                   READ PriceListParm
                       AT END SET End-Of-Price-Parm TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PriceListParm
           ELSE
               MOVE Run-Date TO List-Eff-Date
               PERFORM Set-General-List
               PERFORM Print-One-List
           END-IF.
           CLOSE PriceListReport.
           CLOSE PriceListCsv.

           DISPLAY "PRCLIST1: " Lists-Printed-Count " LIST(S), "
               Rows-Written-Count " PRICE ROW(S)".
           IF Parm-Rejected-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * One parm row: the date, then the general list, one customer
      * or every customer with terms of their own.
       Run-One-Parm.
           IF PLP-Eff-Date = SPACES OR PLP-Eff-Date = ZERO
               MOVE Run-Date TO List-Eff-Date
           ELSE
               IF PLP-Eff-Date IS NUMERIC
                   MOVE PLP-Eff-Date TO List-Eff-Date
               ELSE
                   DISPLAY "PRCLIST1: EFFECTIVE DATE NOT CCYYMMDD - "
                       PLP-Eff-Date
                   ADD 1 TO Parm-Rejected-Count
                   GO TO Run-One-Parm-Exit
               END-IF
           END-IF.
           IF PLP-Cust-Id = SPACES
               PERFORM Set-General-List
               PERFORM Print-One-List
               GO TO Run-One-Parm-Exit
           END-IF.
           IF PLP-Cust-Id = "*ALL*"
               PERFORM VARYING CM-Scan-Idx FROM 1 BY 1
                       UNTIL CM-Scan-Idx > CM-Count
                   MOVE CM-Scan-Idx TO CM-Found-Idx
                   PERFORM Set-Customer-List
                   MOVE "N" TO CPT-Found-Sw
                   PERFORM VARYING CPT-Scan-Idx FROM 1 BY 1
                           UNTIL CPT-Scan-Idx > CPT-Count
                              OR CPT-Found
                       IF CPT-Cust-Id(CPT-Scan-Idx) = List-Cust-Id
                           SET CPT-Found TO TRUE
                       END-IF
                   END-PERFORM
                   IF CPT-Found OR List-Billed-Foreign
                       PERFORM Print-One-List
                   END-IF
               END-PERFORM
               GO TO Run-One-Parm-Exit
           END-IF.
           MOVE PLP-Cust-Id TO CM-Lookup-Id.
           PERFORM Find-Customer.
           IF NOT CM-Found
               DISPLAY "PRCLIST1: CUSTOMER " PLP-Cust-Id
                   " NOT ON CUSTMAST.DAT - NO LIST"
               ADD 1 TO Parm-Rejected-Count
               GO TO Run-One-Parm-Exit
           END-IF.
           PERFORM Set-Customer-List.
           PERFORM Print-One-List.

       Run-One-Parm-Exit.
           EXIT.

       Set-General-List.
           MOVE SPACES TO List-Cust-Id.
           MOVE SPACES TO List-Cust-Name.
           MOVE SPACE TO List-Acct-Status.
           MOVE "N" TO List-Bill-Sw.
           MOVE SPACES TO List-Bill-Currency.
           MOVE ZERO TO List-Bill-Rate.

      * No rate on file for the billing currency leaves the list in
      * EUR, the same as the statement.
       Set-Customer-List.
           MOVE CM-Cust-Id(CM-Found-Idx) TO List-Cust-Id.
           MOVE CM-Cust-Name(CM-Found-Idx) TO List-Cust-Name.
           MOVE CM-Acct-Status(CM-Found-Idx) TO List-Acct-Status.
           MOVE "N" TO List-Bill-Sw.
           MOVE SPACES TO List-Bill-Currency.
           MOVE ZERO TO List-Bill-Rate.
           IF CM-Bill-Currency(CM-Found-Idx) NOT = SPACES
              AND CM-Bill-Currency(CM-Found-Idx)
                  NOT = Home-Currency-Code
               MOVE CM-Bill-Currency(CM-Found-Idx) TO CR-CurrencyCode
               PERFORM Find-Currency-Rate
               IF Currency-Rate-Found
                   SET List-Billed-Foreign TO TRUE
                   MOVE CM-Bill-Currency(CM-Found-Idx)
                     TO List-Bill-Currency
                   MOVE CRT-Rate(Currency-Rate-Found-Idx)
                     TO List-Bill-Rate
               END-IF
           END-IF.

       Print-One-List.
           ADD 1 TO Lists-Printed-Count.
           MOVE List-Eff-Date TO Pricing-Sale-Date.
           PERFORM Print-List-Heading.
           PERFORM VARYING Price-Oil-Idx FROM 1 BY 1
                   UNTIL Price-Oil-Idx > 30
               IF NOT Oil-Master-Loaded OR OM-On-File(Price-Oil-Idx)
                   MOVE Price-Oil-Idx TO List-Oil-Num
                   MOVE OM-Oil-Category(Price-Oil-Idx)
                     TO List-Oil-Category
                   PERFORM VARYING Size-Scan-Idx FROM 1 BY 1
                           UNTIL Size-Scan-Idx > 5
                       MOVE Unit-Size-Band(Size-Scan-Idx)
                         TO List-Unit-Size
                       PERFORM Price-One-Cell
                       PERFORM Print-Price-Line
                   END-PERFORM
               END-IF
           END-PERFORM.

       Print-List-Heading.
           ADD 1 TO Page-Count.
           MOVE SPACES TO LH-List-Name.
           IF List-Cust-Id = SPACES
               MOVE "GENERAL LIST" TO LH-List-Name
           ELSE
               STRING "CUSTOMER " DELIMITED BY SIZE
                      List-Cust-Id DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      List-Cust-Name DELIMITED BY SIZE
                      INTO LH-List-Name
           END-IF.
           MOVE List-Eff-Date TO LH-Eff-Date.
           MOVE Run-Date TO LH-Run-Date.
           MOVE Page-Count TO LH-Page.
           IF Page-Count = 1
               WRITE Price-List-Line FROM List-Heading-1
                AFTER ADVANCING 1 LINE
           ELSE
               WRITE Price-List-Line FROM List-Heading-1
                AFTER ADVANCING PAGE
           END-IF.
           MOVE 1 TO Page-Line-Count.
           IF List-Billed-Foreign
               MOVE SPACES TO LH2-Text
               STRING "BILLED IN " DELIMITED BY SIZE
                      List-Bill-Currency DELIMITED BY SIZE
                      " - NET PRICE ALSO SHOWN AT THE CURRATES.DAT"
                      DELIMITED BY SIZE
                      " RATE" DELIMITED BY SIZE
                      INTO LH2-Text
               WRITE Price-List-Line FROM List-Heading-2
                AFTER ADVANCING 1 LINE
               ADD 1 TO Page-Line-Count
           END-IF.
           IF List-Account-Blocked
               MOVE "ACCOUNT HELD OR CLOSED - NO SALE WILL RELEASE"
                 TO LH2-Text
               WRITE Price-List-Line FROM List-Heading-2
                AFTER ADVANCING 1 LINE
               ADD 1 TO Page-Line-Count
           END-IF.
           MOVE List-Bill-Currency TO LCH-Currency.
           IF NOT List-Billed-Foreign
               MOVE Home-Currency-Code TO LCH-Currency
           END-IF.
           WRITE Price-List-Line FROM List-Column-Heading
            AFTER ADVANCING 2 LINES.
           ADD 2 TO Page-Line-Count.

      * List price on the effective date, the customer's contract
      * row worked off it, then the best promotion running that day
      * if it beats the price so far - the order AROMRPT1 applies
      * them in, one unit at a time.
       Price-One-Cell.
           MOVE List-Oil-Num TO Price-Oil-Idx.
           MOVE SPACES TO Line-Promo-Id.
           MOVE "N" TO CPT-Found-Sw.
           PERFORM Find-Dated-Price.
           IF Dated-Price-Found
               MOVE Dated-Price TO List-Price
           ELSE
               MOVE OC2-Size(List-Oil-Num, Size-Scan-Idx)
                 TO List-Price
           END-IF.
           MOVE List-Price TO Net-Price.
           IF List-Cust-Id NOT = SPACES
               PERFORM Find-Contract-Price
               IF CPT-Found
                   IF CPT-Price-Type(CPT-Found-Idx) = "F"
                       MOVE CPT-Value(CPT-Found-Idx) TO Net-Price
                   ELSE
                       IF CPT-Price-Type(CPT-Found-Idx) = "P"
                           COMPUTE Net-Price ROUNDED = List-Price
                               - (List-Price
                                  * CPT-Value(CPT-Found-Idx) / 100)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM Find-Promotion.
           IF PMT-Found AND Promo-Best-Price < Net-Price
               MOVE Promo-Best-Price TO Net-Price
               MOVE PMT-Promo-Id(PMT-Found-Idx) TO Line-Promo-Id
           END-IF.
           MOVE ZERO TO Net-Billed-Price.
           IF List-Billed-Foreign
               COMPUTE Net-Billed-Price ROUNDED =
                   Net-Price * List-Bill-Rate
           END-IF.

       Print-Price-Line.
           IF Page-Line-Count >= Lines-Per-Page
               PERFORM Print-List-Heading
           END-IF.
           MOVE List-Oil-Category TO LD-Oil-Category.
           MOVE List-Oil-Num TO LD-Oil-Num.
           MOVE OM-Oil-Desc(List-Oil-Num) TO LD-Oil-Desc.
           MOVE List-Unit-Size TO LD-Unit-Size.
           MOVE List-Price TO LD-List-Price.
           MOVE SPACES TO LD-Contract-Word.
           MOVE ZERO TO LD-Contract-Value.
           MOVE SPACE TO LD-Contract-Pct.
           MOVE SPACE TO Csv-Contract-Type.
           MOVE ZERO TO Csv-Contract-Value.
           IF CPT-Found
               MOVE CPT-Price-Type(CPT-Found-Idx) TO Csv-Contract-Type
               MOVE CPT-Value(CPT-Found-Idx) TO LD-Contract-Value
               MOVE CPT-Value(CPT-Found-Idx) TO Csv-Contract-Value
               IF CPT-Price-Type(CPT-Found-Idx) = "F"
                   MOVE "FIXED" TO LD-Contract-Word
               ELSE
                   MOVE "LESS " TO LD-Contract-Word
                   MOVE "%" TO LD-Contract-Pct
               END-IF
           END-IF.
           MOVE Line-Promo-Id TO LD-Promo-Id.
           MOVE Net-Price TO LD-Net-Price.
           IF List-Billed-Foreign
               MOVE Net-Billed-Price TO LD-Net-Billed
           ELSE
               MOVE Net-Price TO LD-Net-Billed
           END-IF.
           WRITE Price-List-Line FROM List-Detail
            AFTER ADVANCING 1 LINE.
           ADD 1 TO Page-Line-Count.

           MOVE List-Cust-Id TO Csv-Cust-Id.
           MOVE List-Eff-Date TO Csv-Eff-Date.
           MOVE List-Oil-Category TO Csv-Oil-Category.
           MOVE List-Oil-Num TO Csv-Oil-Num.
           MOVE OM-Oil-Desc(List-Oil-Num) TO Csv-Oil-Desc.
           MOVE List-Unit-Size TO Csv-Unit-Size.
           MOVE List-Price TO Csv-List-Price.
           MOVE Line-Promo-Id TO Csv-Promo-Id.
           MOVE Net-Price TO Csv-Net-Price.
           IF List-Billed-Foreign
               MOVE List-Bill-Currency TO Csv-Currency
               MOVE Net-Billed-Price TO Csv-Net-Billed
           ELSE
               MOVE Home-Currency-Code TO Csv-Currency
               MOVE Net-Price TO Csv-Net-Billed
           END-IF.
           MOVE Csv-Detail-Line TO Price-Csv-Line.
           WRITE Price-Csv-Line.
           ADD 1 TO Rows-Written-Count.

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

      * Best dated price for List-Oil-Num / List-Unit-Size on
      * Pricing-Sale-Date, the live run's rule: the highest effective
      * date not after it, an exact size row beating a whole-oil row
      * of the same date.
       Find-Dated-Price.
           MOVE "N" TO Dated-Price-Found-Sw.
           MOVE ZERO TO Dated-Price-Best-Date.
           MOVE ZERO TO Dated-Price-Best-Size.
           PERFORM VARYING OPV-Idx FROM 1 BY 1
                   UNTIL OPV-Idx > OPV-Count
               IF OPV-Oil-Num(OPV-Idx) = List-Oil-Num
                  AND OPV-Eff-Date(OPV-Idx) NOT > Pricing-Sale-Date
                  AND (OPV-Unit-Size(OPV-Idx) = List-Unit-Size
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

      * Customer and oil must match, an exact size row beating a
      * whole-oil (size zero) row.
       Find-Contract-Price.
           MOVE "N" TO CPT-Found-Sw.
           MOVE ZERO TO CPT-Found-Idx.
           PERFORM VARYING CPT-Scan-Idx FROM 1 BY 1
                   UNTIL CPT-Scan-Idx > CPT-Count
               IF CPT-Cust-Id(CPT-Scan-Idx) = List-Cust-Id
                  AND CPT-Oil-Num(CPT-Scan-Idx) = List-Oil-Num
                  AND (CPT-Unit-Size(CPT-Scan-Idx) = List-Unit-Size
                       OR CPT-Unit-Size(CPT-Scan-Idx) = 0)
                   IF NOT CPT-Found
                      OR CPT-Unit-Size(CPT-Scan-Idx) = List-Unit-Size
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

      * Cheapest promotion running on the effective date for the oil
      * (or its whole category) in this size or all sizes - worked
      * off list, an earlier row keeping a tie.
       Find-Promotion.
           MOVE "N" TO PMT-Found-Sw.
           MOVE ZERO TO PMT-Found-Idx.
           MOVE ZERO TO Promo-Best-Price.
           PERFORM VARYING PMT-Scan-Idx FROM 1 BY 1
                   UNTIL PMT-Scan-Idx > PMT-Count
               IF Pricing-Sale-Date >= PMT-Start-Date(PMT-Scan-Idx)
                  AND Pricing-Sale-Date <= PMT-End-Date(PMT-Scan-Idx)
                  AND (PMT-Oil-Num(PMT-Scan-Idx) = List-Oil-Num
                       OR (PMT-Oil-Num(PMT-Scan-Idx) = 0
                           AND PMT-Oil-Category(PMT-Scan-Idx)
                               = List-Oil-Category))
                  AND (PMT-Unit-Size(PMT-Scan-Idx) = List-Unit-Size
                       OR PMT-Unit-Size(PMT-Scan-Idx) = 0)
                   IF PMT-Price-Type(PMT-Scan-Idx) = "F"
                       MOVE PMT-Value(PMT-Scan-Idx)
                         TO Promo-Unit-Price
                   ELSE
                       COMPUTE Promo-Unit-Price ROUNDED =
                           List-Price
                           - (List-Price
                              * PMT-Value(PMT-Scan-Idx) / 100)
                   END-IF
                   IF NOT PMT-Found
                      OR Promo-Unit-Price < Promo-Best-Price
                       MOVE "Y" TO PMT-Found-Sw
                       MOVE PMT-Scan-Idx TO PMT-Found-Idx
                       MOVE Promo-Unit-Price TO Promo-Best-Price
                   END-IF
               END-IF
           END-PERFORM.

      * OILMAST.DAT, when present, is the list of oils that print;
      * without it every oil number prints, undescribed.
       Load-Oil-Master.
           PERFORM VARYING OM-Idx FROM 1 BY 1 UNTIL OM-Idx > 30
               MOVE SPACES TO OM-Oil-Desc(OM-Idx)
               MOVE SPACE TO OM-Oil-Category(OM-Idx)
               MOVE "N" TO OM-On-File-Sw(OM-Idx)
           END-PERFORM.
           OPEN INPUT OilMaster.
           IF OilMaster-Present
               SET Oil-Master-Loaded TO TRUE
               READ OilMaster
                   AT END SET OilMaster-Eof TO TRUE
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OMF-Oil-Num IS NUMERIC
                      AND OMF-Oil-Num >= 1 AND OMF-Oil-Num <= 30
                       MOVE OMF-Oil-Desc TO OM-Oil-Desc(OMF-Oil-Num)
                       MOVE OMF-Oil-Category
                         TO OM-Oil-Category(OMF-Oil-Num)
                       MOVE "Y" TO OM-On-File-Sw(OMF-Oil-Num)
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

       Load-Customer-Master.
           OPEN INPUT CustMaster.
           IF CustMaster-Present
               READ CustMaster
                   AT END SET End-Of-Cust-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cust-Master
                   IF CM-Count >= 5000
                       SET Table-Overflow TO TRUE
                   END-IF
                   IF CM-Count < 5000
                       ADD 1 TO CM-Count
                       MOVE CMF-Cust-Id TO CM-Cust-Id(CM-Count)
                       MOVE CMF-Cust-Name TO CM-Cust-Name(CM-Count)
                       MOVE CMF-Acct-Status TO CM-Acct-Status(CM-Count)
                       MOVE CMF-Bill-Currency
                         TO CM-Bill-Currency(CM-Count)
                   END-IF
                   READ CustMaster
                       AT END SET End-Of-Cust-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMaster
           END-IF.

       Find-Customer.
           MOVE "N" TO CM-Found-Sw.
           MOVE ZERO TO CM-Found-Idx.
           PERFORM VARYING CM-Scan-Idx FROM 1 BY 1
                   UNTIL CM-Scan-Idx > CM-Count OR CM-Found
               IF CM-Cust-Id(CM-Scan-Idx) = CM-Lookup-Id
                   SET CM-Found TO TRUE
                   MOVE CM-Scan-Idx TO CM-Found-Idx
               END-IF
           END-PERFORM.

       END PROGRAM PRCLIST1.
