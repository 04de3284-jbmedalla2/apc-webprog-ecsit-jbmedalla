      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open order book - what we still owe our customers
      *          and what of it is late. Every open or part-shipped
      *          line on SALESORD.DAT is sorted by promised date
      *          (then order and line) and printed on ORDBOOK.RPT
      *          with the units still to ship, the requested and
      *          promised dates and, for a promise already past the
      *          run date, the days late and a LATE flag. Each
      *          promised date closes with its own units, and the
      *          book ends with the open and late totals. Nothing is
      *          updated - the book can be run at any time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDBOOK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesOrders ASSIGN TO "SALESORD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesOrd-Status.

           SELECT OrderBookReport ASSIGN TO "ORDBOOK.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortOrderBook ASSIGN TO "ORDBOOK-SORT.TMP".

       DATA DIVISION.
       FILE SECTION.
      * The layout SORDMNT1 keeps - one row per order line.
       FD SalesOrders.
       01 Sales-Order-Rec.
           88 End-Of-Sales-Orders      VALUE HIGH-VALUES.
        02 SOR-Order-No                PIC 9(6).
        02 SOR-Line-No                 PIC 99.
        02 SOR-Cust-Id                 PIC X(5).
        02 SOR-Cust-Name               PIC X(20).
        02 SOR-Oil-Category            PIC X.
        02 SOR-Oil-Num                 PIC 99.
        02 SOR-Unit-Size               PIC 99.
        02 SOR-Qty-Ordered             PIC 999.
        02 SOR-Qty-Shipped             PIC 999.
        02 SOR-Order-Date              PIC 9(8).
        02 SOR-Requested-Date          PIC 9(8).
        02 SOR-Promised-Date           PIC 9(8).
        02 SOR-Status                  PIC X.
           88 SOR-Line-Open            VALUE "O", "P".
        02 SOR-Rep-Id                  PIC X(5).
        02 SOR-Currency-Code           PIC X(4).
        02 SOR-Branch-Id               PIC X(3).
        02 SOR-Activity-Date           PIC 9(8).

       FD OrderBookReport.
       01 Order-Book-Line             PIC X(100).

       SD SortOrderBook.
       01 Work-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
        02 WF-Promised-Date            PIC 9(8).
        02 WF-Order-No                 PIC 9(6).
        02 WF-Line-No                  PIC 99.
        02 WF-Cust-Id                  PIC X(5).
        02 WF-Cust-Name                PIC X(20).
        02 WF-Oil-Category             PIC X.
        02 WF-Oil-Num                  PIC 99.
        02 WF-Unit-Size                PIC 99.
        02 WF-Qty-Open                 PIC 999.
        02 WF-Requested-Date           PIC 9(8).
        02 WF-Status                   PIC X.
        02 WF-Branch-Id                PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-SalesOrd-Status         PIC XX.
           88 SalesOrdFile-Present    VALUE "00".

      * Gregorian day number of a yyyymmdd date, so days late hold
      * across month and year ends.
       01  DN-Date                    PIC 9(8) VALUE ZERO.
       01  DN-Date-Parts REDEFINES DN-Date.
        02 DN-Year                    PIC 9(4).
        02 DN-Month                   PIC 99.
        02 DN-Day                     PIC 99.
       01  DN-Work-Year               PIC 9(4) VALUE ZERO.
       01  DN-Month-Shift             PIC 99 VALUE ZERO.
       01  DN-Era                     PIC 9(3) VALUE ZERO.
       01  DN-Year-Of-Era             PIC 9(3) VALUE ZERO.
       01  DN-Temp                    PIC 9(6) VALUE ZERO.
       01  DN-Day-Of-Year             PIC 9(3) VALUE ZERO.
       01  DN-Quad                    PIC 9(3) VALUE ZERO.
       01  DN-Century                 PIC 9(3) VALUE ZERO.
       01  DN-Day-Number              PIC 9(7) VALUE ZERO.

       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Day-Number             PIC 9(7) VALUE ZERO.
       01  Days-Late                  PIC S9(5) VALUE ZERO.
       01  Prev-Promised-Date         PIC 9(8) VALUE ZERO.
       01  First-Date-Sw              PIC X VALUE "Y".
           88 First-Date              VALUE "Y".
       01  Date-Lines                 PIC 9(5) VALUE ZERO.
       01  Date-Units                 PIC 9(7) VALUE ZERO.
       01  Open-Lines-Count           PIC 9(5) VALUE ZERO.
       01  Open-Units-Total           PIC 9(7) VALUE ZERO.
       01  Late-Lines-Count           PIC 9(5) VALUE ZERO.
       01  Late-Units-Total           PIC 9(7) VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                    PIC X(30)
             VALUE "   OPEN ORDER BOOK AS AT     ".
        02  RH-Run-Date               PIC 9(8).

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(35) VALUE ALL "-".

       01  Column-Heading.
        02  FILLER                    PIC X(10) VALUE "PROMISED".
        02  FILLER                    PIC X(10) VALUE "ORDER LN".
        02  FILLER                    PIC X(27) VALUE "CUSTOMER".
        02  FILLER                    PIC X(11) VALUE "OIL  SIZE".
        02  FILLER                    PIC X(6)  VALUE "OPEN".
        02  FILLER                    PIC X(10) VALUE "REQUESTED".
        02  FILLER                    PIC X(4)  VALUE "BR".
        02  FILLER                    PIC X(4)  VALUE "ST".
        02  FILLER                    PIC X(10) VALUE "DAYS LATE".

       01  Book-Detail.
        02  BD-Promised-Date          PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  BD-Order-No               PIC 9(6).
        02  FILLER                    PIC X     VALUE SPACE.
        02  BD-Line-No                PIC 99.
        02  FILLER                    PIC X     VALUE SPACE.
        02  BD-Cust-Id                PIC X(5).
        02  FILLER                    PIC X     VALUE SPACE.
        02  BD-Cust-Name              PIC X(20).
        02  FILLER                    PIC X     VALUE SPACE.
        02  BD-Oil-Category           PIC X.
        02  BD-Oil-Num                PIC 99.
        02  FILLER                    PIC X(4)  VALUE SPACES.
        02  BD-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  BD-Qty-Open               PIC ZZ9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  BD-Requested-Date         PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  BD-Branch-Id              PIC X(3).
        02  FILLER                    PIC X     VALUE SPACE.
        02  BD-Status                 PIC X.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  BD-Days-Late              PIC ZZZZ9.
        02  FILLER                    PIC X     VALUE SPACE.
        02  BD-Late-Flag              PIC X(4).

       01  Date-Total-Line.
        02  FILLER                    PIC X(10) VALUE SPACES.
        02  FILLER                    PIC X(14) VALUE "DUE BY DATE  ".
        02  DT-Promised-Date          PIC 9(8).
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  DT-Lines                  PIC ZZZZ9.
        02  FILLER                    PIC X(14) VALUE " LINE(S)  UNIT".
        02  FILLER                    PIC X(3)  VALUE "S  ".
        02  DT-Units                  PIC Z,ZZZ,ZZ9.

       01  Total-Line-1.
        02  FILLER                    PIC X(30) VALUE
             "OPEN ORDER LINES           :".
        02  TL-Open-Lines             PIC ZZZZ9.
        02  FILLER                    PIC X(17)
             VALUE "   UNITS OWED    ".
        02  TL-Open-Units             PIC Z,ZZZ,ZZ9.

       01  Total-Line-2.
        02  FILLER                    PIC X(30) VALUE
             "PAST THEIR PROMISED DATE   :".
        02  TL-Late-Lines             PIC ZZZZ9.
        02  FILLER                    PIC X(17)
             VALUE "   UNITS LATE    ".
        02  TL-Late-Units             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           MOVE Run-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Run-Day-Number.
           OPEN INPUT SalesOrders.
           IF NOT SalesOrdFile-Present
               DISPLAY "ORDBOOK1: SALESORD.DAT NOT FOUND - NO OPEN "
                   "ORDERS TO REPORT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SortOrderBook
               ON ASCENDING KEY WF-Promised-Date WF-Order-No WF-Line-No
               INPUT PROCEDURE IS Release-Open-Lines
               OUTPUT PROCEDURE IS Print-Order-Book.

           DISPLAY "ORDBOOK1: " Open-Lines-Count " OPEN LINE(S), "
               Late-Lines-Count " LATE".
           GOBACK.

      * Only what is still to ship goes on the book - the balance of
      * a part-shipped line, not what it was ordered at.
       Release-Open-Lines.
           READ SalesOrders
               AT END SET End-Of-Sales-Orders TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Sales-Orders
               IF SOR-Line-Open
                  AND SOR-Qty-Ordered > SOR-Qty-Shipped
                   MOVE SOR-Promised-Date TO WF-Promised-Date
                   MOVE SOR-Order-No TO WF-Order-No
                   MOVE SOR-Line-No TO WF-Line-No
                   MOVE SOR-Cust-Id TO WF-Cust-Id
                   MOVE SOR-Cust-Name TO WF-Cust-Name
                   MOVE SOR-Oil-Category TO WF-Oil-Category
                   MOVE SOR-Oil-Num TO WF-Oil-Num
                   MOVE SOR-Unit-Size TO WF-Unit-Size
                   COMPUTE WF-Qty-Open =
                       SOR-Qty-Ordered - SOR-Qty-Shipped
                   MOVE SOR-Requested-Date TO WF-Requested-Date
                   MOVE SOR-Status TO WF-Status
                   MOVE SOR-Branch-Id TO WF-Branch-Id
                   RELEASE Work-Rec
               END-IF
               READ SalesOrders
                   AT END SET End-Of-Sales-Orders TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SalesOrders.

       Print-Order-Book.
           OPEN OUTPUT OrderBookReport.
           MOVE Run-Date TO RH-Run-Date.
           WRITE Order-Book-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Order-Book-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           WRITE Order-Book-Line FROM Column-Heading
            AFTER ADVANCING 2 LINES.

           RETURN SortOrderBook INTO Work-Rec
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN.
           PERFORM UNTIL End-Of-Work-File
               IF First-Date
                   MOVE "N" TO First-Date-Sw
                   MOVE WF-Promised-Date TO Prev-Promised-Date
               ELSE
                   IF WF-Promised-Date NOT = Prev-Promised-Date
                       PERFORM Print-Date-Total
                       MOVE WF-Promised-Date TO Prev-Promised-Date
                   END-IF
               END-IF
               PERFORM Print-Book-Line
               RETURN SortOrderBook INTO Work-Rec
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT First-Date
               PERFORM Print-Date-Total
           END-IF.

           MOVE Open-Lines-Count TO TL-Open-Lines.
           MOVE Open-Units-Total TO TL-Open-Units.
           WRITE Order-Book-Line FROM Total-Line-1
            AFTER ADVANCING 3 LINES.
           MOVE Late-Lines-Count TO TL-Late-Lines.
           MOVE Late-Units-Total TO TL-Late-Units.
           WRITE Order-Book-Line FROM Total-Line-2
            AFTER ADVANCING 1 LINE.
           CLOSE OrderBookReport.

      * A promise before the run date is late by the days between;
      * one due today or later is not late yet.
       Print-Book-Line.
           MOVE WF-Promised-Date TO BD-Promised-Date.
           MOVE WF-Order-No TO BD-Order-No.
           MOVE WF-Line-No TO BD-Line-No.
           MOVE WF-Cust-Id TO BD-Cust-Id.
           MOVE WF-Cust-Name TO BD-Cust-Name.
           MOVE WF-Oil-Category TO BD-Oil-Category.
           MOVE WF-Oil-Num TO BD-Oil-Num.
           MOVE WF-Unit-Size TO BD-Unit-Size.
           MOVE WF-Qty-Open TO BD-Qty-Open.
           MOVE WF-Requested-Date TO BD-Requested-Date.
           MOVE WF-Branch-Id TO BD-Branch-Id.
           MOVE WF-Status TO BD-Status.
           MOVE ZERO TO BD-Days-Late.
           MOVE SPACES TO BD-Late-Flag.
           MOVE WF-Promised-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE ZERO TO Days-Late.
           IF DN-Day-Number > ZERO
               COMPUTE Days-Late = Run-Day-Number - DN-Day-Number
           END-IF.
           IF Days-Late > ZERO
               MOVE Days-Late TO BD-Days-Late
               MOVE "LATE" TO BD-Late-Flag
               ADD 1 TO Late-Lines-Count
               ADD WF-Qty-Open TO Late-Units-Total
           END-IF.
           WRITE Order-Book-Line FROM Book-Detail
            AFTER ADVANCING 1 LINE.
           ADD 1 TO Open-Lines-Count.
           ADD WF-Qty-Open TO Open-Units-Total.
           ADD 1 TO Date-Lines.
           ADD WF-Qty-Open TO Date-Units.

       Print-Date-Total.
           MOVE Prev-Promised-Date TO DT-Promised-Date.
           MOVE Date-Lines TO DT-Lines.
           MOVE Date-Units TO DT-Units.
           WRITE Order-Book-Line FROM Date-Total-Line
            AFTER ADVANCING 1 LINE.
           MOVE SPACES TO Order-Book-Line.
           WRITE Order-Book-Line AFTER ADVANCING 1 LINE.
           MOVE ZERO TO Date-Lines.
           MOVE ZERO TO Date-Units.

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

       END PROGRAM ORDBOOK1.
