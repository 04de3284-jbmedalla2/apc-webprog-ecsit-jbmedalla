      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dormant and declining customers - the other half of
      *          VARRPT1, which only sees the customers still buying.
      *          Every account on CUSTMAST.DAT that is not closed is
      *          checked against SALES-HISTORY.DAT, whose periods are
      *          taken in the order AROMRPT1 first appended them.
      *          A customer with no sales in the last N periods (3
      *          unless DORMPARM.DAT says otherwise) is listed as
      *          dormant with the last period traded, the value in
      *          it and the lifetime value. A customer still trading
      *          whose last three periods together fell more than
      *          the decline percentage (25 unless DORMPARM.DAT says
      *          otherwise) below the three before is listed as
      *          declining. The customer's branch and rep are those
      *          on their latest sale in the archives named on
      *          ARCHLIST.DAT, named from BRANCH.DAT and REPMAST.DAT,
      *          and DORMANT.RPT starts a page per branch with a call
      *          list per rep under it. Nothing is updated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Indexed on the customer id - this run streams it whole, off
      * the index in key order.
           SELECT CustMaster ASSIGN TO "CUSTMAST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CMF-Cust-Id
                     FILE STATUS IS WS-CustMaster-Status.

           SELECT SalesHistory ASSIGN TO "SALES-HISTORY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesHistory-Status.

           SELECT ArchList ASSIGN TO "ARCHLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ArchList-Status.

           SELECT SalesHist ASSIGN TO Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesHist-Status.

           SELECT RepMaster ASSIGN TO "REPMAST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RepMaster-Status.

           SELECT BranchMaster ASSIGN TO "BRANCH.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BranchMaster-Status.

           SELECT DormantParm ASSIGN TO "DORMPARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DormParm-Status.

           SELECT DormantReport ASSIGN TO "DORMANT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortCallList ASSIGN TO "DORMANT-SORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD CustMaster.
       01 Cust-Master-Rec.
           88 End-Of-Cust-Master       VALUE HIGH-VALUES.
        02 CMF-Cust-Id                 PIC X(5).
        02 CMF-Cust-Name               PIC X(20).
        02 CMF-Addr-Line1              PIC X(20).
        02 CMF-Addr-Line2              PIC X(20).
        02 CMF-Credit-Limit            PIC 9(7)V99.
        02 CMF-Acct-Status             PIC X.
           88 CMF-Account-Closed       VALUE "C".
        02 CMF-Bill-Currency           PIC X(4).
        02 CMF-Ebill-Sw                PIC X.
        02 CMF-Vat-Reg-No              PIC X(12).
        02 CMF-Country                 PIC X(2).

      * AROMRPT1's per-customer rollup, one row per customer per run.
       FD SalesHistory.
       01 Sales-History-Rec.
           88 End-Of-Sales-History     VALUE HIGH-VALUES.
        02 SH-Period                   PIC X(20).
        02 SH-CustId                   PIC X(5).
        02 SH-CustName                 PIC X(20).
        02 SH-QtySold                  PIC S9(6).
        02 SH-SalesValue               PIC S9(6)V99.
        02 SH-SaleCount                PIC 9(5).

       FD ArchList.
       01 Arch-List-Rec                PIC X(30).

      * The archived image of Sales-Rec, exactly as the archive step
      * wrote it.
       FD SalesHist.
       01 Sales-Hist-Rec.
           88 End-Of-Hist-File         VALUE HIGH-VALUES.
        02 SH2-Cust-Id                 PIC X(5).
        02 SH2-Cust-Name               PIC X(20).
        02 SH2-Oil-Id                  PIC X(3).
        02 SH2-Unit-Size               PIC 99.
        02 SH2-Units-Sold              PIC 999.
        02 SH2-Rep-Id                  PIC X(5).
        02 SH2-Currency-Code           PIC X(4).
        02 SH2-Sale-Date               PIC 9(8).
        02 SH2-Rec-Type                PIC X.
        02 SH2-Branch-Id               PIC X(3).
        02 SH2-Rma-Number              PIC X(6).

       FD RepMaster.
       01 Rep-Master-Rec.
        02 RMF-Rep-Id                  PIC X(5).
        02 RMF-Rep-Name                PIC X(20).
        02 RMF-Comm-Rate               PIC V99.
        02 RMF-Team-Code               PIC X(3).

       FD BranchMaster.
       01 Branch-Master-Rec.
        02 BRF-Branch-Id               PIC X(3).
        02 BRF-Branch-Name             PIC X(20).

       FD DormantParm.
       01 Dormant-Parm-Rec.
        02 DRP-Dormant-Periods         PIC X(2).
        02 DRP-Decline-Pct             PIC X(3).

       FD DormantReport.
       01 Dormant-Report-Line          PIC X(120).

       SD SortCallList.
       01 Work-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
        02 WF-Branch-Id                PIC X(3).
        02 WF-Rep-Id                   PIC X(5).
        02 WF-List-Type                PIC X.
           88 WF-Dormant               VALUE "D".
        02 WF-Cust-Id                  PIC X(5).
        02 WF-Cust-Name                PIC X(20).
        02 WF-Acct-Status              PIC X.
        02 WF-Last-Period              PIC X(20).
        02 WF-Last-Value               PIC S9(7)V99.
        02 WF-Lifetime-Value           PIC S9(9)V99.
        02 WF-Recent-Value             PIC S9(7)V99.
        02 WF-Prior-Value              PIC S9(7)V99.
        02 WF-Drop-Pct                 PIC S9(3)V9.

       WORKING-STORAGE SECTION.
       01  WS-CustMaster-Status         PIC XX.
           88 CustMaster-Present        VALUE "00".
       01  WS-SalesHistory-Status       PIC XX.
           88 SalesHistory-Present      VALUE "00".
       01  WS-ArchList-Status           PIC XX.
           88 ArchList-Present          VALUE "00".
       01  ArchList-Eof-Sw              PIC X VALUE "N".
           88 ArchList-Eof              VALUE "Y".
       01  Hist-File-Name               PIC X(30).
       01  WS-SalesHist-Status          PIC XX.
           88 Hist-File-Present         VALUE "00".
       01  WS-RepMaster-Status          PIC XX.
           88 RepMaster-Present         VALUE "00".
       01  RepMaster-Eof-Sw             PIC X VALUE "N".
           88 RepMaster-Eof             VALUE "Y".
       01  WS-BranchMaster-Status       PIC XX.
           88 BranchMaster-Present      VALUE "00".
       01  BranchMaster-Eof-Sw          PIC X VALUE "N".
           88 BranchMaster-Eof          VALUE "Y".
       01  WS-DormParm-Status           PIC XX.
           88 DormParm-Present          VALUE "00".

       01  Run-Date                     PIC 9(8) VALUE ZERO.
       01  Dormant-Periods              PIC 99 VALUE 3.
       01  Decline-Pct                  PIC 9(3) VALUE 25.
       01  Dormant-Cutoff               PIC S9(4) VALUE ZERO.
       01  Recent-From-Idx              PIC S9(4) VALUE ZERO.
       01  Prior-From-Idx               PIC S9(4) VALUE ZERO.
       01  Table-Overflow-Sw            PIC X VALUE "N".
           88 Table-Overflow            VALUE "Y".

      * Periods in the order they first turn up on SALES-HISTORY.DAT -
      * AROMRPT1 appends, so that is the order they were run in.
       01  Period-Table.
        02  PT-Entry OCCURS 300 TIMES.
         03 PT-Period                   PIC X(20).
       01  PT-Count                     PIC 9(3) VALUE ZERO.
       01  PT-Scan-Idx                  PIC 9(3) VALUE ZERO.
       01  PT-Found-Idx                 PIC 9(3) VALUE ZERO.
       01  PT-Found-Sw                  PIC X VALUE "N".
           88 PT-Found                  VALUE "Y".

       01  Customer-Table.
        02  CT-Entry OCCURS 5000 TIMES.
         03 CT-Cust-Id                  PIC X(5).
         03 CT-Cust-Name                PIC X(20).
         03 CT-Acct-Status              PIC X.
         03 CT-Last-Period-Idx          PIC 9(3).
         03 CT-Last-Value               PIC S9(7)V99.
         03 CT-Lifetime-Value           PIC S9(9)V99.
         03 CT-Recent-Value             PIC S9(7)V99.
         03 CT-Prior-Value              PIC S9(7)V99.
         03 CT-Last-Sale-Date           PIC 9(8).
         03 CT-Rep-Id                   PIC X(5).
         03 CT-Branch-Id                PIC X(3).
       01  CT-Count                     PIC 9(4) VALUE ZERO.
       01  CT-Scan-Idx                  PIC 9(4) VALUE ZERO.
       01  CT-Found-Idx                 PIC 9(4) VALUE ZERO.
       01  CT-Found-Sw                  PIC X VALUE "N".
           88 CT-Found                  VALUE "Y".
       01  CT-Lookup-Id                 PIC X(5).

       01  Rep-Name-Table.
        02  RNT-Entry OCCURS 200 TIMES.
         03 RNT-Rep-Id                  PIC X(5).
         03 RNT-Rep-Name                PIC X(20).
       01  RNT-Count                    PIC 9(3) VALUE ZERO.
       01  RNT-Scan-Idx                 PIC 9(3) VALUE ZERO.

       01  Branch-Name-Table.
        02  BNT-Entry OCCURS 50 TIMES.
         03 BNT-Branch-Id               PIC X(3).
         03 BNT-Branch-Name             PIC X(20).
       01  BNT-Count                    PIC 99 VALUE ZERO.
       01  BNT-Scan-Idx                 PIC 99 VALUE ZERO.

       01  Prev-Branch-Id               PIC X(3) VALUE SPACES.
       01  Prev-Rep-Id                  PIC X(5) VALUE SPACES.
       01  First-Line-Sw                PIC X VALUE "Y".
           88 First-Line                VALUE "Y".
       01  Rep-Line-Count               PIC 9(5) VALUE ZERO.
       01  Dormant-Count                PIC 9(5) VALUE ZERO.
       01  Declining-Count              PIC 9(5) VALUE ZERO.
       01  Drop-Work                    PIC S9(5)V9 VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                    PIC X(37)
             VALUE "   DORMANT AND DECLINING CUSTOMERS - ".
        02  RH-Run-Date               PIC 9(8).
        02  FILLER                    PIC X(10) VALUE "   BRANCH ".
        02  RH-Branch-Id              PIC X(4).
        02  RH-Branch-Name            PIC X(20).

       01  Report-Parm-Line.
        02  FILLER                    PIC X(24)
             VALUE "   DORMANT: NO SALES IN ".
        02  RP-Dormant-Periods        PIC Z9.
        02  FILLER                    PIC X(32)
             VALUE " PERIOD(S)   DECLINING: 3-PERIOD".
        02  FILLER                    PIC X(15)
             VALUE " VALUE DOWN >= ".
        02  RP-Decline-Pct            PIC ZZ9.
        02  FILLER                    PIC X     VALUE "%".

       01  Rep-Heading-Line.
        02  FILLER                    PIC X(12) VALUE "CALL LIST - ".
        02  RPH-Rep-Id                PIC X(6).
        02  RPH-Rep-Name              PIC X(20).

       01  Column-Heading.
        02  FILLER                    PIC X(10) VALUE "LIST".
        02  FILLER                    PIC X(29) VALUE "CUSTOMER".
        02  FILLER                    PIC X(20) VALUE "LAST PERIOD".
        02  FILLER                    PIC X(11) VALUE " LAST VALUE".
        02  FILLER                    PIC X(14) VALUE "      LIFETIME".
        02  FILLER                    PIC X(22)
             VALUE "     LAST 3 PREVIOUS 3".
        02  FILLER                    PIC X(6)  VALUE " DROP%".

       01  Call-Detail-Line.
        02  CD-List-Type              PIC X(10).
        02  CD-Cust-Id                PIC X(6).
        02  CD-Cust-Name              PIC X(21).
        02  CD-Acct-Status            PIC X.
        02  FILLER                    PIC X     VALUE SPACE.
        02  CD-Last-Period            PIC X(20).
        02  CD-Last-Value             PIC -ZZZ,ZZ9.99.
        02  CD-Lifetime-Value         PIC -ZZ,ZZZ,ZZ9.99.
        02  CD-Recent-Value           PIC -ZZZ,ZZ9.99.
        02  CD-Prior-Value            PIC -ZZZ,ZZ9.99.
        02  FILLER                    PIC X     VALUE SPACE.
        02  CD-Drop-Pct               PIC ZZ9.9.

       01  Rep-Total-Line.
        02  FILLER                    PIC X(10) VALUE SPACES.
        02  FILLER                    PIC X(22)
             VALUE "CUSTOMERS TO CALL   : ".
        02  RT-Count                  PIC ZZZZ9.

       01  Final-Total-Line.
        02  FILLER                    PIC X(14) VALUE "DORMANT     : ".
        02  FT-Dormant                PIC ZZZZ9.
        02  FILLER                    PIC X(17)
             VALUE "   DECLINING  : ".
        02  FT-Declining              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Dormant-Parm.
           PERFORM Load-Customer-Master.
           IF CT-Count = ZERO
               DISPLAY "DORMRPT1: NO OPEN ACCOUNTS ON CUSTMAST.DAT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Periods.
           IF PT-Count = ZERO
               DISPLAY "DORMRPT1: SALES-HISTORY.DAT NOT FOUND OR EMPTY"
                   " - NOTHING TO COMPARE"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE Dormant-Cutoff = PT-Count - Dormant-Periods.
           COMPUTE Recent-From-Idx = PT-Count - 2.
           COMPUTE Prior-From-Idx = PT-Count - 5.
           PERFORM Post-Sales-History.
           PERFORM Find-Latest-Rep-Branch.
           PERFORM Load-Rep-Names.
           PERFORM Load-Branch-Names.

           SORT SortCallList
               ON ASCENDING KEY WF-Branch-Id WF-Rep-Id WF-List-Type
                                WF-Cust-Id
               INPUT PROCEDURE IS Release-Call-List
               OUTPUT PROCEDURE IS Print-Call-Lists.

           DISPLAY "DORMRPT1: " Dormant-Count " DORMANT, "
               Declining-Count " DECLINING".
           IF Table-Overflow
               DISPLAY "DORMRPT1: A TABLE FILLED - ROWS PAST THE LIMIT "
                   "ARE LEFT OUT"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Values that are not numeric keep the defaults.
       Load-Dormant-Parm.
           OPEN INPUT DormantParm.
           IF DormParm-Present
               READ DormantParm
                   AT END MOVE SPACES TO Dormant-Parm-Rec
               END-READ
               IF DRP-Dormant-Periods IS NUMERIC
                  AND DRP-Dormant-Periods NOT = ZERO
                   MOVE DRP-Dormant-Periods TO Dormant-Periods
               END-IF
               IF DRP-Decline-Pct IS NUMERIC
                  AND DRP-Decline-Pct NOT = ZERO
                   MOVE DRP-Decline-Pct TO Decline-Pct
               END-IF
               CLOSE DormantParm
           END-IF.

      * Closed accounts are left off - there is no one to call.
       Load-Customer-Master.
           OPEN INPUT CustMaster.
           IF CustMaster-Present
               READ CustMaster
                   AT END SET End-Of-Cust-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cust-Master
                   IF NOT CMF-Account-Closed
                       IF CT-Count < 5000
                           ADD 1 TO CT-Count
                           PERFORM Init-Customer-Entry
                       ELSE
                           SET Table-Overflow TO TRUE
                       END-IF
                   END-IF
                   READ CustMaster
                       AT END SET End-Of-Cust-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMaster
           END-IF.

       Init-Customer-Entry.
           MOVE CMF-Cust-Id TO CT-Cust-Id(CT-Count).
           MOVE CMF-Cust-Name TO CT-Cust-Name(CT-Count).
           MOVE CMF-Acct-Status TO CT-Acct-Status(CT-Count).
           MOVE ZERO TO CT-Last-Period-Idx(CT-Count).
           MOVE ZERO TO CT-Last-Value(CT-Count).
           MOVE ZERO TO CT-Lifetime-Value(CT-Count).
           MOVE ZERO TO CT-Recent-Value(CT-Count).
           MOVE ZERO TO CT-Prior-Value(CT-Count).
           MOVE ZERO TO CT-Last-Sale-Date(CT-Count).
           MOVE SPACES TO CT-Rep-Id(CT-Count).
           MOVE SPACES TO CT-Branch-Id(CT-Count).

       Load-Periods.
           OPEN INPUT SalesHistory.
           IF SalesHistory-Present
               READ SalesHistory
                   AT END SET End-Of-Sales-History TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-History
                   PERFORM Find-Period
                   IF NOT PT-Found
                       IF PT-Count < 300
                           ADD 1 TO PT-Count
                           MOVE SH-Period TO PT-Period(PT-Count)
                       ELSE
                           SET Table-Overflow TO TRUE
                       END-IF
                   END-IF
                   READ SalesHistory
                       AT END SET End-Of-Sales-History TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesHistory
           END-IF.

       Find-Period.
           MOVE "N" TO PT-Found-Sw.
           MOVE ZERO TO PT-Found-Idx.
           PERFORM VARYING PT-Scan-Idx FROM 1 BY 1
                   UNTIL PT-Scan-Idx > PT-Count OR PT-Found
               IF PT-Period(PT-Scan-Idx) = SH-Period
                   SET PT-Found TO TRUE
                   MOVE PT-Scan-Idx TO PT-Found-Idx
               END-IF
           END-PERFORM.

      * Second pass - each row lands in the customer's lifetime, its
      * last period traded and the two rolling three-period windows.
       Post-Sales-History.
           OPEN INPUT SalesHistory.
           MOVE SPACES TO Sales-History-Rec.
           READ SalesHistory
               AT END SET End-Of-Sales-History TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Sales-History
               MOVE SH-CustId TO CT-Lookup-Id
               PERFORM Find-Customer
               PERFORM Find-Period
               IF CT-Found AND PT-Found
                   PERFORM Post-One-History-Row
               END-IF
               READ SalesHistory
                   AT END SET End-Of-Sales-History TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SalesHistory.

       Post-One-History-Row.
           ADD SH-SalesValue TO CT-Lifetime-Value(CT-Found-Idx).
           IF PT-Found-Idx > CT-Last-Period-Idx(CT-Found-Idx)
               MOVE PT-Found-Idx TO CT-Last-Period-Idx(CT-Found-Idx)
               MOVE SH-SalesValue TO CT-Last-Value(CT-Found-Idx)
           ELSE
               IF PT-Found-Idx = CT-Last-Period-Idx(CT-Found-Idx)
                   ADD SH-SalesValue TO CT-Last-Value(CT-Found-Idx)
               END-IF
           END-IF.
           IF PT-Found-Idx >= Recent-From-Idx
               ADD SH-SalesValue TO CT-Recent-Value(CT-Found-Idx)
           ELSE
               IF PT-Found-Idx >= Prior-From-Idx
                   ADD SH-SalesValue TO CT-Prior-Value(CT-Found-Idx)
               END-IF
           END-IF.

      * The rep and branch a customer is called from are the ones on
      * their most recent archived sale.
       Find-Latest-Rep-Branch.
           OPEN INPUT ArchList.
           IF ArchList-Present
               READ ArchList
                   AT END SET ArchList-Eof TO TRUE
               END-READ
               PERFORM UNTIL ArchList-Eof
                   MOVE Arch-List-Rec TO Hist-File-Name
                   PERFORM Scan-One-Archive
                   READ ArchList
                       AT END SET ArchList-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchList
           END-IF.

       Scan-One-Archive.
           OPEN INPUT SalesHist.
           IF Hist-File-Present
               MOVE SPACES TO Sales-Hist-Rec
               READ SalesHist
                   AT END SET End-Of-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Hist-File
                   IF SH2-Sale-Date IS NUMERIC
                       MOVE SH2-Cust-Id TO CT-Lookup-Id
                       PERFORM Find-Customer
                       IF CT-Found
                          AND SH2-Sale-Date >=
                              CT-Last-Sale-Date(CT-Found-Idx)
                           MOVE SH2-Sale-Date
                             TO CT-Last-Sale-Date(CT-Found-Idx)
                           MOVE SH2-Rep-Id TO CT-Rep-Id(CT-Found-Idx)
                           MOVE SH2-Branch-Id
                             TO CT-Branch-Id(CT-Found-Idx)
                       END-IF
                   END-IF
                   READ SalesHist
                       AT END SET End-Of-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesHist
           END-IF.

       Find-Customer.
           MOVE "N" TO CT-Found-Sw.
           MOVE ZERO TO CT-Found-Idx.
           PERFORM VARYING CT-Scan-Idx FROM 1 BY 1
                   UNTIL CT-Scan-Idx > CT-Count OR CT-Found
               IF CT-Cust-Id(CT-Scan-Idx) = CT-Lookup-Id
                   SET CT-Found TO TRUE
                   MOVE CT-Scan-Idx TO CT-Found-Idx
               END-IF
           END-PERFORM.

       Load-Rep-Names.
           OPEN INPUT RepMaster.
           IF RepMaster-Present
               READ RepMaster
                   AT END SET RepMaster-Eof TO TRUE
               END-READ
               PERFORM UNTIL RepMaster-Eof
                   IF RNT-Count < 200
                       ADD 1 TO RNT-Count
                       MOVE RMF-Rep-Id TO RNT-Rep-Id(RNT-Count)
                       MOVE RMF-Rep-Name TO RNT-Rep-Name(RNT-Count)
                   END-IF
                   READ RepMaster
                       AT END SET RepMaster-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RepMaster
           END-IF.

       Load-Branch-Names.
           OPEN INPUT BranchMaster.
           IF BranchMaster-Present
               READ BranchMaster
                   AT END SET BranchMaster-Eof TO TRUE
               END-READ
               PERFORM UNTIL BranchMaster-Eof
                   IF BNT-Count < 50
                       ADD 1 TO BNT-Count
                       MOVE BRF-Branch-Id TO BNT-Branch-Id(BNT-Count)
                       MOVE BRF-Branch-Name
                         TO BNT-Branch-Name(BNT-Count)
                   END-IF
                   READ BranchMaster
                       AT END SET BranchMaster-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BranchMaster
           END-IF.

      * Dormant takes precedence - a customer who has stopped is not
      * also listed as declining.
       Release-Call-List.
           PERFORM VARYING CT-Scan-Idx FROM 1 BY 1
                   UNTIL CT-Scan-Idx > CT-Count
               IF CT-Last-Period-Idx(CT-Scan-Idx) <= Dormant-Cutoff
                   MOVE "D" TO WF-List-Type
                   MOVE ZERO TO WF-Drop-Pct
                   PERFORM Release-One-Customer
                   ADD 1 TO Dormant-Count
               ELSE
                   IF CT-Prior-Value(CT-Scan-Idx) > ZERO
                      AND (CT-Prior-Value(CT-Scan-Idx)
                           - CT-Recent-Value(CT-Scan-Idx)) * 100
                          >= CT-Prior-Value(CT-Scan-Idx) * Decline-Pct
                       COMPUTE Drop-Work ROUNDED =
                           (CT-Prior-Value(CT-Scan-Idx)
                            - CT-Recent-Value(CT-Scan-Idx)) * 100
                               / CT-Prior-Value(CT-Scan-Idx)
                       MOVE Drop-Work TO WF-Drop-Pct
                       MOVE "F" TO WF-List-Type
                       PERFORM Release-One-Customer
                       ADD 1 TO Declining-Count
                   END-IF
               END-IF
           END-PERFORM.

       Release-One-Customer.
           MOVE CT-Branch-Id(CT-Scan-Idx) TO WF-Branch-Id.
           MOVE CT-Rep-Id(CT-Scan-Idx) TO WF-Rep-Id.
           MOVE CT-Cust-Id(CT-Scan-Idx) TO WF-Cust-Id.
           MOVE CT-Cust-Name(CT-Scan-Idx) TO WF-Cust-Name.
           MOVE CT-Acct-Status(CT-Scan-Idx) TO WF-Acct-Status.
           IF CT-Last-Period-Idx(CT-Scan-Idx) = ZERO
               MOVE "NEVER TRADED" TO WF-Last-Period
           ELSE
               MOVE PT-Period(CT-Last-Period-Idx(CT-Scan-Idx))
                 TO WF-Last-Period
           END-IF.
           MOVE CT-Last-Value(CT-Scan-Idx) TO WF-Last-Value.
           MOVE CT-Lifetime-Value(CT-Scan-Idx) TO WF-Lifetime-Value.
           MOVE CT-Recent-Value(CT-Scan-Idx) TO WF-Recent-Value.
           MOVE CT-Prior-Value(CT-Scan-Idx) TO WF-Prior-Value.
           RELEASE Work-Rec.

       Print-Call-Lists.
           OPEN OUTPUT DormantReport.
           MOVE Run-Date TO RH-Run-Date.
           MOVE Dormant-Periods TO RP-Dormant-Periods.
           MOVE Decline-Pct TO RP-Decline-Pct.
           RETURN SortCallList INTO Work-Rec
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN.
           PERFORM UNTIL End-Of-Work-File
               IF First-Line
                   MOVE "N" TO First-Line-Sw
                   PERFORM Print-Branch-Heading
                   PERFORM Print-Rep-Heading
               ELSE
                   IF WF-Branch-Id NOT = Prev-Branch-Id
                       PERFORM Print-Rep-Total
                       PERFORM Print-Branch-Heading
                       PERFORM Print-Rep-Heading
                   ELSE
                       IF WF-Rep-Id NOT = Prev-Rep-Id
                           PERFORM Print-Rep-Total
                           PERFORM Print-Rep-Heading
                       END-IF
                   END-IF
               END-IF
               PERFORM Print-Call-Line
               RETURN SortCallList INTO Work-Rec
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.
           IF First-Line
               MOVE SPACES TO RH-Branch-Id
               MOVE SPACES TO RH-Branch-Name
               WRITE Dormant-Report-Line FROM Report-Heading-Line
                AFTER ADVANCING 1 LINE
               WRITE Dormant-Report-Line FROM Report-Parm-Line
                AFTER ADVANCING 1 LINE
           ELSE
               PERFORM Print-Rep-Total
           END-IF.
           MOVE Dormant-Count TO FT-Dormant.
           MOVE Declining-Count TO FT-Declining.
           WRITE Dormant-Report-Line FROM Final-Total-Line
            AFTER ADVANCING 3 LINES.
           CLOSE DormantReport.

       Print-Branch-Heading.
           MOVE WF-Branch-Id TO Prev-Branch-Id.
           MOVE WF-Branch-Id TO RH-Branch-Id.
           MOVE SPACES TO RH-Branch-Name.
           IF WF-Branch-Id = SPACES
               MOVE "NO BRANCH ON FILE" TO RH-Branch-Name
           END-IF.
           PERFORM VARYING BNT-Scan-Idx FROM 1 BY 1
                   UNTIL BNT-Scan-Idx > BNT-Count
               IF BNT-Branch-Id(BNT-Scan-Idx) = WF-Branch-Id
                   MOVE BNT-Branch-Name(BNT-Scan-Idx) TO RH-Branch-Name
               END-IF
           END-PERFORM.
           WRITE Dormant-Report-Line FROM Report-Heading-Line
            AFTER ADVANCING PAGE.
           WRITE Dormant-Report-Line FROM Report-Parm-Line
            AFTER ADVANCING 1 LINE.

       Print-Rep-Heading.
           MOVE WF-Rep-Id TO Prev-Rep-Id.
           MOVE ZERO TO Rep-Line-Count.
           MOVE WF-Rep-Id TO RPH-Rep-Id.
           MOVE SPACES TO RPH-Rep-Name.
           IF WF-Rep-Id = SPACES
               MOVE "NO REP ON FILE" TO RPH-Rep-Name
           END-IF.
           PERFORM VARYING RNT-Scan-Idx FROM 1 BY 1
                   UNTIL RNT-Scan-Idx > RNT-Count
               IF RNT-Rep-Id(RNT-Scan-Idx) = WF-Rep-Id
                   MOVE RNT-Rep-Name(RNT-Scan-Idx) TO RPH-Rep-Name
               END-IF
           END-PERFORM.
           WRITE Dormant-Report-Line FROM Rep-Heading-Line
            AFTER ADVANCING 2 LINES.
           WRITE Dormant-Report-Line FROM Column-Heading
            AFTER ADVANCING 1 LINE.

       Print-Call-Line.
           ADD 1 TO Rep-Line-Count.
           IF WF-Dormant
               MOVE "DORMANT" TO CD-List-Type
           ELSE
               MOVE "DECLINING" TO CD-List-Type
           END-IF.
           MOVE WF-Cust-Id TO CD-Cust-Id.
           MOVE WF-Cust-Name TO CD-Cust-Name.
           MOVE WF-Acct-Status TO CD-Acct-Status.
           MOVE WF-Last-Period TO CD-Last-Period.
           MOVE WF-Last-Value TO CD-Last-Value.
           MOVE WF-Lifetime-Value TO CD-Lifetime-Value.
           MOVE WF-Recent-Value TO CD-Recent-Value.
           MOVE WF-Prior-Value TO CD-Prior-Value.
           MOVE WF-Drop-Pct TO CD-Drop-Pct.
           WRITE Dormant-Report-Line FROM Call-Detail-Line
            AFTER ADVANCING 1 LINE.

       Print-Rep-Total.
           MOVE Rep-Line-Count TO RT-Count.
           WRITE Dormant-Report-Line FROM Rep-Total-Line
            AFTER ADVANCING 1 LINE.

       END PROGRAM DORMRPT1.
