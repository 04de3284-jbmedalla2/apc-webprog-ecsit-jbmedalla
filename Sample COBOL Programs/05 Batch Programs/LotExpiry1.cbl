      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lot expiry warning - the weekly list of stock coming
      *          up to its best-before. Reads LOTSTOCK.DAT (the lot
      *          sub-ledger GDSRCPT1 books receipts into and the sales,
      *          transfer and stocktake runs draw down) and prints on
      *          LOTEXPIRY.RPT every lot still holding stock whose
      *          best-before falls within the warning window of the
      *          run date, soonest first, with the days left. A lot
      *          already past its date is flagged EXPIRED - the sales
      *          run will not pick it, so it wants pulling from the
      *          shelf - and a lot still on a van is flagged IN
      *          TRANSIT against the branch it is heading for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LotStock ASSIGN TO "LOTSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotStock-Status.

           SELECT ExpiryReport ASSIGN TO "LOTEXPIRY.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LS-Xfer-Num is non-zero while the lot is on a van between
      * branches - the row already names the receiving branch.
       FD LotStock.
       01 Lot-Stock-Rec.
           88 End-Of-Lot-Stock         VALUE HIGH-VALUES.
        02 LS-Oil-Num                  PIC 99.
        02 LS-Unit-Size                PIC 99.
        02 LS-Branch-Id                PIC X(3).
        02 LS-Lot-No                   PIC X(10).
        02 LS-Expiry-Date              PIC 9(8).
        02 LS-Qty-On-Hand              PIC S9(7).
        02 LS-Received-Date            PIC 9(8).
        02 LS-Xfer-Num                 PIC 9(6).

       FD ExpiryReport.
       01 Expiry-Line                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LotStock-Status         PIC XX.
           88 LotStockFile-Present    VALUE "00".

      * The lots inside the window, held in best-before order as
      * they are read.
       01  Expiry-Table.
        02  EXT-Entry OCCURS 5000 TIMES.
         03 EXT-Expiry-Date           PIC 9(8).
         03 EXT-Days-Left             PIC S9(5).
         03 EXT-Branch-Id             PIC X(3).
         03 EXT-Oil-Num               PIC 99.
         03 EXT-Unit-Size             PIC 99.
         03 EXT-Lot-No                PIC X(10).
         03 EXT-Qty-On-Hand           PIC S9(7).
         03 EXT-Xfer-Num              PIC 9(6).
       01  EXT-Count                  PIC 9(4) VALUE ZERO.
       01  EXT-Scan-Idx               PIC 9(4) VALUE ZERO.
       01  EXT-Insert-Idx             PIC 9(4) VALUE ZERO.
       01  EXT-Found-Sw               PIC X VALUE "N".
           88 EXT-Found               VALUE "Y".
       01  Expiry-Table-Overflow-Sw   PIC X VALUE "N".
           88 Expiry-Table-Overflow   VALUE "Y".

      * Gregorian day number of a yyyymmdd date, so the days left
      * hold across month and year ends.
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

      * A lot within this many days of its best-before is listed.
       01  Warning-Window-Days        PIC 9(3) VALUE 60.
       01  Run-Date                   PIC 9(8) VALUE ZERO.
       01  Run-Day-Number             PIC 9(7) VALUE ZERO.
       01  Days-Left                  PIC S9(5) VALUE ZERO.
       01  Lots-Read-Count            PIC 9(5) VALUE ZERO.
       01  Expired-Count              PIC 9(5) VALUE ZERO.
       01  Expired-Qty                PIC S9(7) VALUE ZERO.
       01  Expiring-Qty               PIC S9(7) VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                    PIC X(35)
             VALUE "   LOTS NEARING BEST-BEFORE - RUN ".
        02  RH-Run-Date               PIC 9(8).
        02  FILLER                    PIC X(10) VALUE "  WINDOW ".
        02  RH-Window                 PIC ZZ9.
        02  FILLER                    PIC X(5)  VALUE " DAYS".

       01  Report-Heading-Underline.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  FILLER                    PIC X(58) VALUE ALL "-".

       01  Expiry-Topic.
        02  FILLER                    PIC X(10) VALUE "BEST-BEF".
        02  FILLER                    PIC X(6)  VALUE " DAYS".
        02  FILLER                    PIC X(5)  VALUE " BR".
        02  FILLER                    PIC X(5)  VALUE "OIL".
        02  FILLER                    PIC X(4)  VALUE "SZ".
        02  FILLER                    PIC X(12) VALUE "LOT".
        02  FILLER                    PIC X(9)  VALUE "     QTY".
        02  FILLER                    PIC X(20) VALUE " FLAG".

       01  Expiry-Detail.
        02  ED-Expiry-Date            PIC 9(8).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  ED-Days-Left              PIC ZZZ9-.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  ED-Branch-Id              PIC X(3).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  ED-Oil-Num                PIC Z9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  ED-Unit-Size              PIC Z9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  ED-Lot-No                 PIC X(10).
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  ED-Qty                    PIC ZZZ,ZZ9-.
        02  FILLER                    PIC X     VALUE SPACE.
        02  ED-Flag                   PIC X(10).
        02  ED-Xfer-Num               PIC Z(6).

       01  Expired-Total-Line.
        02  FILLER                    PIC X(30) VALUE
             "LOTS PAST BEST-BEFORE       :".
        02  EL-Count                  PIC ZZZZ9.
        02  FILLER                    PIC X(10) VALUE "   UNITS ".
        02  EL-Qty                    PIC ZZZ,ZZ9-.

       01  Expiring-Total-Line.
        02  FILLER                    PIC X(30) VALUE
             "LOTS LISTED IN ALL          :".
        02  XL-Count                  PIC ZZZZ9.
        02  FILLER                    PIC X(10) VALUE "   UNITS ".
        02  XL-Qty                    PIC ZZZ,ZZ9-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           MOVE Run-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Run-Day-Number.
           PERFORM Load-Expiring-Lots.
           IF NOT LotStockFile-Present
               DISPLAY "LOTEXP1: NO LOTSTOCK.DAT - NOTHING TO REPORT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF Expiry-Table-Overflow
               DISPLAY "LOTEXP1: MORE THAN 5000 LOTS IN THE WINDOW - "
                   "REPORT INCOMPLETE"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Print-Expiry-Report.
           DISPLAY "LOTEXP1: " Lots-Read-Count " LOT(S) READ, "
               EXT-Count " LISTED, " Expired-Count " EXPIRED".
           GOBACK.

      * An empty lot row has nothing on the shelf to warn about. A
      * best-before that is not a date lists as long expired.
       Load-Expiring-Lots.
           OPEN INPUT LotStock.
           IF LotStockFile-Present
               READ LotStock
                   AT END SET End-Of-Lot-Stock TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Lot-Stock
                   ADD 1 TO Lots-Read-Count
                   IF LS-Qty-On-Hand > ZERO
                       MOVE LS-Expiry-Date TO DN-Date
                       PERFORM Date-To-Day-Number
                       IF DN-Day-Number = ZERO
                           MOVE -9999 TO Days-Left
                       ELSE
                           COMPUTE Days-Left =
                               DN-Day-Number - Run-Day-Number
                       END-IF
                       IF Days-Left <= Warning-Window-Days
                           PERFORM Insert-Expiring-Lot
                       END-IF
                   END-IF
                   READ LotStock
                       AT END SET End-Of-Lot-Stock TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LotStock
           END-IF.

      * Slot the lot in ahead of the first later best-before, moving
      * the rest down one.
       Insert-Expiring-Lot.
           IF EXT-Count >= 5000
               SET Expiry-Table-Overflow TO TRUE
           ELSE
               MOVE "N" TO EXT-Found-Sw
               MOVE 1 TO EXT-Insert-Idx
               PERFORM UNTIL EXT-Insert-Idx > EXT-Count OR EXT-Found
                   IF EXT-Expiry-Date(EXT-Insert-Idx) > LS-Expiry-Date
                       MOVE "Y" TO EXT-Found-Sw
                   ELSE
                       ADD 1 TO EXT-Insert-Idx
                   END-IF
               END-PERFORM
               PERFORM VARYING EXT-Scan-Idx FROM EXT-Count BY -1
                       UNTIL EXT-Scan-Idx < EXT-Insert-Idx
                   MOVE EXT-Entry(EXT-Scan-Idx)
                     TO EXT-Entry(EXT-Scan-Idx + 1)
               END-PERFORM
               ADD 1 TO EXT-Count
               MOVE LS-Expiry-Date TO EXT-Expiry-Date(EXT-Insert-Idx)
               MOVE Days-Left TO EXT-Days-Left(EXT-Insert-Idx)
               MOVE LS-Branch-Id TO EXT-Branch-Id(EXT-Insert-Idx)
               MOVE LS-Oil-Num TO EXT-Oil-Num(EXT-Insert-Idx)
               MOVE LS-Unit-Size TO EXT-Unit-Size(EXT-Insert-Idx)
               MOVE LS-Lot-No TO EXT-Lot-No(EXT-Insert-Idx)
               MOVE LS-Qty-On-Hand TO EXT-Qty-On-Hand(EXT-Insert-Idx)
               MOVE LS-Xfer-Num TO EXT-Xfer-Num(EXT-Insert-Idx)
           END-IF.

       Print-Expiry-Report.
           OPEN OUTPUT ExpiryReport.
           MOVE Run-Date TO RH-Run-Date.
           MOVE Warning-Window-Days TO RH-Window.
           WRITE Expiry-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Expiry-Line FROM Report-Heading-Underline
            AFTER ADVANCING 1 LINE.
           WRITE Expiry-Line FROM Expiry-Topic
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING EXT-Scan-Idx FROM 1 BY 1
                   UNTIL EXT-Scan-Idx > EXT-Count
               PERFORM Print-One-Lot
           END-PERFORM.
           MOVE Expired-Count TO EL-Count.
           MOVE Expired-Qty TO EL-Qty.
           WRITE Expiry-Line FROM Expired-Total-Line
            AFTER ADVANCING 3 LINES.
           MOVE EXT-Count TO XL-Count.
           MOVE Expiring-Qty TO XL-Qty.
           WRITE Expiry-Line FROM Expiring-Total-Line
            AFTER ADVANCING 1 LINE.
           CLOSE ExpiryReport.

       Print-One-Lot.
           MOVE EXT-Expiry-Date(EXT-Scan-Idx) TO ED-Expiry-Date.
           MOVE EXT-Days-Left(EXT-Scan-Idx) TO ED-Days-Left.
           MOVE EXT-Branch-Id(EXT-Scan-Idx) TO ED-Branch-Id.
           MOVE EXT-Oil-Num(EXT-Scan-Idx) TO ED-Oil-Num.
           MOVE EXT-Unit-Size(EXT-Scan-Idx) TO ED-Unit-Size.
           MOVE EXT-Lot-No(EXT-Scan-Idx) TO ED-Lot-No.
           MOVE EXT-Qty-On-Hand(EXT-Scan-Idx) TO ED-Qty.
           MOVE SPACES TO ED-Flag.
           MOVE ZERO TO ED-Xfer-Num.
           ADD EXT-Qty-On-Hand(EXT-Scan-Idx) TO Expiring-Qty.
           IF EXT-Xfer-Num(EXT-Scan-Idx) NOT = ZERO
               MOVE "IN TRANSIT" TO ED-Flag
               MOVE EXT-Xfer-Num(EXT-Scan-Idx) TO ED-Xfer-Num
           END-IF.
           IF EXT-Days-Left(EXT-Scan-Idx) < ZERO
               MOVE "EXPIRED" TO ED-Flag
               ADD 1 TO Expired-Count
               ADD EXT-Qty-On-Hand(EXT-Scan-Idx) TO Expired-Qty
           END-IF.
           WRITE Expiry-Line FROM Expiry-Detail
            AFTER ADVANCING 1 LINE.

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

       END PROGRAM LOTEXP1.
